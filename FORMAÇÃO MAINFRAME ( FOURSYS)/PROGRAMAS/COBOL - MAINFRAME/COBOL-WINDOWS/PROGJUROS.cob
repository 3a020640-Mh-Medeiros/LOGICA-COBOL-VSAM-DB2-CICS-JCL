      *              READ POR SALDO -- A CARGA EM TABELA DE 500
      *              POSICOES SO AVISAVA NO ESTOURO E A CONTA ALEM DA
      *              POSICAO 500 FICAVA SEM RENDIMENTO EM SILENCIO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX DO #BOOKLANCAM (LRECL 185) GRAVADO
      *              EM BRANCO NOS LANCAMENTOS GERADOS
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       COPY "#BOOKJUROS".
      *-----------------------------------------------------------------
      *     OUTPUT-  LANCAMENTOS DE JUROS NO LAYOUT DO LANCAM
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  JUROS.
       COPY "#BOOKLANCAM".
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

       0150-GRAVA-CABECALHO-FIM.               EXIT.
               MOVE "RENDIMENTO MENSAL"
                   TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-JUROS                 EQUAL '00'
                   ADD 1 TO ACU-JUROS-GERADOS
               MOVE ZEROS               TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE JUROS.
               CLOSE SALDOS.

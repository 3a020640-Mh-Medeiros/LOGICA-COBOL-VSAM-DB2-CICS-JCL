      *                 #BOOKLANCAM) PARA O FILTRADO E PARA O
      *                 REJEITADO -- A DEVOLUCAO POR AGENCIA
      *                 (PROGREJAG) PRECISA DO DONO DO MOVIMENTO
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 17 / 09 / 2026
      *    OBJETIVO...: COMPLEMENTO PIX DO LANCAMENTO REPASSADO PARA
      *                 FILTRADOS E REJEITADOS (LRECL 185 / 195)
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       FD  FECHADOS.
       COPY "#BOOKFECHA".
       FD  GERREJ.
       01  REG-GERREJ                  PIC X(195).
       FD  STATUSREL.
       COPY "#BOOKSTATUS".

               MOVE ZEROS  TO REG-AGENCIA-DEST-FLT.
               MOVE ZEROS  TO REG-CONTA-DEST-FLT.
               MOVE SPACES TO REG-HISTORICO-FLT.
               MOVE SPACES TO REG-PIX-FLT.
               WRITE REG-FILTRADOS.

       0108-GRAVA-CABEC-FILTRADO-FIM.EXIT.
               MOVE REG-CONTA-DEST   TO REG-CONTA-DEST-FLT.
               MOVE REG-HISTORICO-LANCAM TO REG-HISTORICO-FLT.
               MOVE REG-AGENCIA-ORIGEM   TO REG-AGENCIA-ORIG-FLT.
               MOVE REG-PIX-LANCAM       TO REG-PIX-FLT.
               WRITE REG-FILTRADOS.

       0215-GRAVA-FILTRADO-FIM.EXIT.
               MOVE REG-CONTA-DEST   TO REG-CONTA-DEST-REJ.
               MOVE REG-HISTORICO-LANCAM TO REG-HISTORICO-REJ.
               MOVE REG-AGENCIA-ORIGEM   TO REG-AGENCIA-ORIG-REJ.
               MOVE REG-PIX-LANCAM       TO REG-PIX-REJ.
               WRITE REG-REJEITADOS.
               MOVE REG-REJEITADOS TO REG-GERREJ.
               WRITE REG-GERREJ.
               MOVE ZEROS            TO REG-AGENCIA-DEST-FLT.
               MOVE ZEROS            TO REG-CONTA-DEST-FLT.
               MOVE SPACES           TO REG-HISTORICO-FLT.
               MOVE SPACES           TO REG-PIX-FLT.
               WRITE REG-FILTRADOS.
               CLOSE LANCAM
                     REJEITADOS

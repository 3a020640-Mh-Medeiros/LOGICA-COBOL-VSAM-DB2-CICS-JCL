      *              CAMPO DO #BOOKREJEIT) PARA O LANCAM RESSUBMETIDO
      *              -- SEM ORIGEM GRAVADA, VALE A AGENCIA DO PROPRIO
      *              MOVIMENTO; ZEROS NO CABECALHO E NO TRAILER
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX (CHAVE + IDENTIFICADOR FIM A FIM)
      *              DO REJEITADO VOLTA PARA O LANCAMENTO REAPRESENTADO
      *              (#BOOKLANCAM LRECL 185)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: O REPARCTL PASSA A GUARDAR O OPERADOR E A DATA DO
      *              ULTIMO REPARO DE CADA CHAVE -- BASE DO CRUZAMENTO
      *              REPARO X APROVACAO DO SUSPENSO NO RELSOD
      *              (SEGREGACAO DE FUNCOES)
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
           05 REG-LANCAMENTO-CTL       PIC 9(07)V99.
           05 REG-DATA-CTL             PIC 9(08).
           05 REG-QT-RESSUB-CTL        PIC 9(02).
           05 REG-OPERADOR-CTL         PIC X(08).
           05 REG-DATA-REPARO-CTL      PIC 9(08).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

               10 TAB-CTL-LANCAMENTO       PIC 9(07)V99.
               10 TAB-CTL-DATA             PIC 9(08).
               10 TAB-CTL-QT               PIC 9(02).
               10 TAB-CTL-OPERADOR         PIC X(08).
               10 TAB-CTL-DATA-REPARO      PIC 9(08).

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
                               TAB-CTL-DATA(WRK-QT-CTL)
                           MOVE REG-QT-RESSUB-CTL  TO
                               TAB-CTL-QT(WRK-QT-CTL)
                           MOVE REG-OPERADOR-CTL   TO
                               TAB-CTL-OPERADOR(WRK-QT-CTL)
                           MOVE REG-DATA-REPARO-CTL TO
                               TAB-CTL-DATA-REPARO(WRK-QT-CTL)
                       ELSE
                           DISPLAY "ERRO: MAIS DE 500 REGISTROS NO "
                               "CONTROLE DE RESSUBMISSAO -- EXECUCAO "
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES          TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

       0130-GRAVA-CABECALHO-FIM.EXIT.
               ELSE
                   MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM
               END-IF.
               MOVE REG-PIX-REJ        TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               ADD 1 TO WRK-QT-RESSUB.
               PERFORM 0240-ATUALIZA-CONTROLE.
               PERFORM 0120-PROCURA-CONTROLE.
               IF WRK-CTL-ACHOU EQUAL "S"
                   ADD 1 TO TAB-CTL-QT(WRK-IDX-CTL-ACHADO)
                   MOVE WRK-USUARIO-EXEC TO
                       TAB-CTL-OPERADOR(WRK-IDX-CTL-ACHADO)
                   MOVE WRK-DATA-EXEC    TO
                       TAB-CTL-DATA-REPARO(WRK-IDX-CTL-ACHADO)
               ELSE
                   IF WRK-QT-CTL LESS THAN 500
                       ADD 1 TO WRK-QT-CTL
                       MOVE REG-DATA-REJ       TO
                           TAB-CTL-DATA(WRK-QT-CTL)
                       MOVE 1                  TO TAB-CTL-QT(WRK-QT-CTL)
                       MOVE WRK-USUARIO-EXEC   TO
                           TAB-CTL-OPERADOR(WRK-QT-CTL)
                       MOVE WRK-DATA-EXEC      TO
                           TAB-CTL-DATA-REPARO(WRK-QT-CTL)
                   END-IF
               END-IF.

               MOVE ZEROS         TO REG-CONTA-DEST.
               MOVE SPACES        TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE RESSUBM.
               PERFORM 0305-CORRIGE-CABECALHO.
               MOVE TAB-CTL-DATA(WRK-IDX-CTL)       TO REG-DATA-CTL.
               MOVE TAB-CTL-QT(WRK-IDX-CTL)         TO
                   REG-QT-RESSUB-CTL.
               MOVE TAB-CTL-OPERADOR(WRK-IDX-CTL)   TO REG-OPERADOR-CTL.
               MOVE TAB-CTL-DATA-REPARO(WRK-IDX-CTL) TO
                   REG-DATA-REPARO-CTL.
               WRITE REG-REPARCTL.

       0311-GRAVA-CONTROLE-FIM.EXIT.

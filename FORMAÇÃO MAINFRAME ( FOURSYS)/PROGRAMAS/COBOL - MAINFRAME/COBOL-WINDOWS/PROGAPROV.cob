      *                   LIBERADOS.TXT                                 *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *=================================================================
      *    MODULOS..... : VERALC (ALCADA DO APROVADOR, ALCADAS.TXT)     *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *                  LIBERADOS.TXT -- O "L" PURO E O LIBERADO
      *                  AINDA NAO ENTREGUE (DECISAO DA CCL5), QUE A
      *                  VARREDURA NOTURNA PROGLIBSUS RECOLHE
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 17 / 09 / 2026
      *    OBJETIVO....: COMPLEMENTO PIX DO SUSPENSO PRESERVADO NA
      *                  LIBERACAO E NA REGRAVACAO DO SUSPENSO (LRECL
      *                  207)
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: ALCADAS DE APROVACAO (ALCADAS.TXT, MODULO
      *                  VERALC): SO ENTRA O SUPERVISOR COM A FILA DE
      *                  SUSPENSOS LIBERADA NA SUA ALCADA; A LIBERACAO
      *                  CONFERE O VALOR CONTRA O LIMITE DO TIPO DO
      *                  MOVIMENTO -- ACIMA DO LIMITE O ITEM CONTINUA
      *                  PENDENTE, MARCADO COM QUEM ENCAMINHOU E A
      *                  DATA, E SO OUTRO APROVADOR COM ALCADA
      *                  SUFICIENTE LIBERA (FICAM GRAVADOS OS DOIS).
      *                  A NEGACAO NAO DEPENDE DE VALOR. SUSPENSO
      *                  LRECL 223
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
           05 REG-AGENCIA-DEST-LIB     PIC 9(004).
           05 REG-CONTA-DEST-LIB       PIC 9(006).
           05 REG-HISTORICO-LIB        PIC X(020).
           05 REG-PIX-LIB.
               10 REG-CHAVE-PIX-LIB    PIC X(077).
               10 REG-E2E-PIX-LIB      PIC X(032).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       77  WRK-QT-PENDENTES            PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-QT-LIBERADOS            PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-QT-NEGADOS              PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-QT-ENCAMINHADOS         PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGAPRV".
       77  WRK-VALOR-ED                PIC Z.ZZZ.ZZ9,99.
       77  WRK-LIMITE-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY "#BOOKVERALC".
       01  TAB-SUSPENSOS.
           05 TAB-SUSP-ITEM            OCCURS 200 TIMES.
               10 TAB-SUSP-AGENCIA         PIC 9(04).
               10 TAB-SUSP-AGENCIA-DEST    PIC 9(04).
               10 TAB-SUSP-CONTA-DEST      PIC 9(06).
               10 TAB-SUSP-HISTORICO       PIC X(20).
               10 TAB-SUSP-PIX             PIC X(109).
               10 TAB-SUSP-ENCAMINHADOR    PIC X(08).
               10 TAB-SUSP-DATA-ENCAM      PIC 9(08).

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
                       "SUPERVISOR -- ACESSO NEGADO"
                   GOBACK
               END-IF.
               MOVE WRK-SIGNON-ID TO WRK-ID-VAL.
               MOVE "S"           TO WRK-FILA-VAL.
               MOVE SPACES        TO WRK-TIPO-VAL.
               MOVE ZEROS         TO WRK-VALOR-VAL.
               CALL WRK-MODULO-VERALC USING WRK-VERALC.
               IF NOT WRK-VAL-DENTRO
                   DISPLAY "FILA DE SUSPENSOS FORA DA SUA ALCADA -- "
                       "ACESSO NEGADO (PROGUSR)"
                   GOBACK
               END-IF.
               MOVE WRK-SIGNON-ID TO WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               OPEN INPUT SUSPENSO.
                               TAB-SUSP-CONTA-DEST(WRK-QT-SUSP)
                           MOVE REG-HISTORICO-SUSP    TO
                               TAB-SUSP-HISTORICO(WRK-QT-SUSP)
                           MOVE REG-PIX-SUSP          TO
                               TAB-SUSP-PIX(WRK-QT-SUSP)
                           MOVE REG-ENCAMINHADOR-SUSP TO
                               TAB-SUSP-ENCAMINHADOR(WRK-QT-SUSP)
                           MOVE REG-DATA-ENCAM-SUSP   TO
                               TAB-SUSP-DATA-ENCAM(WRK-QT-SUSP)
                           IF REG-SUSP-PENDENTE
                               ADD 1 TO WRK-QT-PENDENTES
                           END-IF
                       TAB-SUSP-SINAL(WRK-IDX-SUSP)
                   DISPLAY "GERENTE......:"
                       TAB-SUSP-GERENTE(WRK-IDX-SUSP)
                   IF TAB-SUSP-ENCAMINHADOR(WRK-IDX-SUSP) NOT EQUAL
                      SPACES
                       DISPLAY "ENCAMINHADO..:"
                           TAB-SUSP-ENCAMINHADOR(WRK-IDX-SUSP) " EM "
                           TAB-SUSP-DATA-ENCAM(WRK-IDX-SUSP)
                   END-IF
                   DISPLAY "[L]IBERAR / [R]EJEITAR / [P]ULAR: "
                   ACCEPT WRK-OPCAO
                   EVALUATE WRK-OPCAO
                       WHEN "L"
                           PERFORM 0215-LIBERA-ITEM
                       WHEN "R"
                           MOVE "R" TO TAB-SUSP-STATUS(WRK-IDX-SUSP)
                           MOVE WRK-DATA-EXEC TO

       0210-DECIDE-ITEM-FIM.EXIT.

       0215-LIBERA-ITEM                        SECTION.

               IF TAB-SUSP-ENCAMINHADOR(WRK-IDX-SUSP) EQUAL
                  WRK-USUARIO-EXEC
                   DISPLAY "ITEM ENCAMINHADO POR VOCE -- A LIBERACAO "
                       "CABE A OUTRO APROVADOR"
                   GO TO 0215-LIBERA-ITEM-FIM
               END-IF.
               MOVE WRK-USUARIO-EXEC                  TO WRK-ID-VAL.
               MOVE "S"                               TO WRK-FILA-VAL.
               MOVE TAB-SUSP-TIPO(WRK-IDX-SUSP)       TO WRK-TIPO-VAL.
               MOVE TAB-SUSP-LANCAMENTO(WRK-IDX-SUSP) TO WRK-VALOR-VAL.
               CALL WRK-MODULO-VERALC USING WRK-VERALC.
               IF WRK-VAL-ACIMA
                   MOVE WRK-LIMITE-VAL TO WRK-LIMITE-ED
                   DISPLAY "ACIMA DA SUA ALCADA (LIMITE R$"
                       WRK-LIMITE-ED ")"
                   IF TAB-SUSP-ENCAMINHADOR(WRK-IDX-SUSP) EQUAL SPACES
                       MOVE WRK-USUARIO-EXEC TO
                           TAB-SUSP-ENCAMINHADOR(WRK-IDX-SUSP)
                       MOVE WRK-DATA-EXEC TO
                           TAB-SUSP-DATA-ENCAM(WRK-IDX-SUSP)
                       ADD 1 TO WRK-QT-ENCAMINHADOS
                       DISPLAY "LANCAMENTO ENCAMINHADO PARA APROVADOR "
                           "DE ALCADA SUPERIOR"
                   ELSE
                       DISPLAY "LANCAMENTO MANTIDO PENDENTE PARA "
                           "APROVADOR DE ALCADA SUPERIOR"
                   END-IF
                   GO TO 0215-LIBERA-ITEM-FIM
               END-IF.
               IF NOT WRK-VAL-DENTRO
                   DISPLAY "SEM ALCADA PARA LIBERAR -- LANCAMENTO "
                       "MANTIDO PENDENTE"
                   GO TO 0215-LIBERA-ITEM-FIM
               END-IF.

               MOVE "L" TO TAB-SUSP-STATUS(WRK-IDX-SUSP).
               MOVE WRK-DATA-EXEC TO
                   TAB-SUSP-DATA-DECISAO(WRK-IDX-SUSP).
               MOVE WRK-USUARIO-EXEC TO
                   TAB-SUSP-APROVADOR(WRK-IDX-SUSP).
               PERFORM 0220-GRAVA-LIBERADO.
               ADD 1 TO WRK-QT-LIBERADOS.
               DISPLAY "LANCAMENTO LIBERADO!".

       0215-LIBERA-ITEM-FIM.EXIT.

       0220-GRAVA-LIBERADO                     SECTION.

               OPEN EXTEND LIBERADOS.
                   REG-CONTA-DEST-LIB.
               MOVE TAB-SUSP-HISTORICO(WRK-IDX-SUSP)    TO
                   REG-HISTORICO-LIB.
               MOVE TAB-SUSP-PIX(WRK-IDX-SUSP)          TO
                   REG-PIX-LIB.
               WRITE REG-LIBERADOS.
               CLOSE LIBERADOS.
               MOVE "T" TO TAB-SUSP-STATUS(WRK-IDX-SUSP).
               END-IF.
               DISPLAY "LANCAMENTOS LIBERADOS.:" WRK-QT-LIBERADOS.
               DISPLAY "LANCAMENTOS NEGADOS...:" WRK-QT-NEGADOS.
               DISPLAY "ENCAMINHADOS P/ ALCADA:" WRK-QT-ENCAMINHADOS.
               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY "FIM DE PROGRAMA".

                   REG-CONTA-DEST-SUSP.
               MOVE TAB-SUSP-HISTORICO(WRK-IDX-SUSP)    TO
                   REG-HISTORICO-SUSP.
               MOVE TAB-SUSP-PIX(WRK-IDX-SUSP)          TO
                   REG-PIX-SUSP.
               MOVE TAB-SUSP-ENCAMINHADOR(WRK-IDX-SUSP) TO
                   REG-ENCAMINHADOR-SUSP.
               MOVE TAB-SUSP-DATA-ENCAM(WRK-IDX-SUSP)   TO
                   REG-DATA-ENCAM-SUSP.
               WRITE REG-SUSPENSO.

       0310-GRAVA-SUSPENSO-FIM.EXIT.
               MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC     TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC     TO REG-HORA-AUD.
               ADD WRK-QT-LIBERADOS WRK-QT-NEGADOS WRK-QT-ENCAMINHADOS
                   GIVING REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.


      *  DEPARA                 I
      *  RAZAO                  O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  CDBDIA                 I                    #BOOKCDBDIA
      *  PLANOCTA               I                    #BOOKPLANO
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              ENTRADA TIPO "I" / SINAL "D" DO DEPARA.TXT; IOF
      *              APURADO SEM ENTRADA NO DE-PARA PARA A EXECUCAO
      *              COM RETURN-CODE 8 COMO OS DEMAIS TIPOS
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 26 / 09 / 2026
      * OBJETIVO...: CONTABILIZAR OS EVENTOS DO CDB (SUMARIO CDBDIA.TXT
      *              DO PROGCDBP / PROGCDBV): PROVISAO DE JUROS PELA
      *              ENTRADA TIPO "B" / SINAL "J" E IRRF RETIDO PELA
      *              ENTRADA TIPO "B" / SINAL "I" DO DEPARA.TXT; EVENTO
      *              SEM ENTRADA NO DE-PARA DA RETURN-CODE 8 COMO O IOF
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 11 / 10 / 2026
      * OBJETIVO...: VALIDAR AS CONTAS DE DEBITO E CREDITO DO DEPARA.TXT
      *              CONTRA O PLANO DE CONTAS (PLANOCTA.DAT, PROGPLANO):
      *              A CONTA PRECISA EXISTIR, ESTAR ATIVA E SER
      *              ANALITICA. MOVIMENTO CUJA ENTRADA DO DE-PARA TEM
      *              CONTA FORA DO PLANO PARA A EXECUCAO COM
      *              RETURN-CODE 8, COMO O TIPO SEM ENTRADA
      *=================================================================


           SELECT IOFDIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\IOFDIA.TXT"
               FILE STATUS IS FS-IOFDIA.
           SELECT CDBDIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDBDIA.TXT"
               FILE STATUS IS FS-CDBDIA.
           SELECT PLANOCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PLANOCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CONTA-PLANO
               FILE STATUS IS FS-PLANOCTA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
           05 REG-BASE-IOF             PIC 9(012)V99.
           05 REG-VALOR-IOF            PIC 9(010)V99.
      *-----------------------------------------------------------------
      *        INPUT -  SUMARIO DIARIO DE EVENTOS DO CDB (PROGCDBP /
      *                 PROGCDBV)
      *                               LRECL = 028
      *-----------------------------------------------------------------
       FD  CDBDIA.
       COPY "#BOOKCDBDIA".
      *-----------------------------------------------------------------
      *        INPUT -  PLANO DE CONTAS CONTABIL (PROGPLANO)
      *                               LRECL = 100
      *-----------------------------------------------------------------
       FD  PLANOCTA.
       COPY "#BOOKPLANO".
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       01  FS-IOFDIA                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  ACU-IOF-DIA                 PIC 9(010)V99 COMP-3 VALUE ZEROS.
       01  FS-CDBDIA                   PIC X(002)          VALUE SPACES.
       01  ACU-CDB-PROVISAO            PIC 9(010)V99 COMP-3 VALUE ZEROS.
       01  ACU-CDB-IRRF                PIC 9(010)V99 COMP-3 VALUE ZEROS.
       01  WRK-SINAL-CDB               PIC X(001)          VALUE SPACES.
       01  WRK-VALOR-CDB               PIC 9(010)V99       VALUE ZEROS.
       01  FS-PLANOCTA                 PIC X(002)          VALUE SPACES.
       01  WRK-CONTA-VALIDA            PIC 9(008)          VALUE ZEROS.
       01  WRK-CONTA-NO-PLANO          PIC X(001)          VALUE "N".
       01  WRK-QT-DEP-INVALIDAS        PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-LIDOS-RELSAIDA          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-DIA              PIC 9(005)    COMP-3 VALUE ZEROS.
               10 TAB-DEP-SINAL            PIC X(001).
               10 TAB-DEP-CTA-DEBITO       PIC 9(008).
               10 TAB-DEP-CTA-CREDITO      PIC 9(008).
               10 TAB-DEP-VALIDA           PIC X(001).
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-RELSAIDA NOT EQUAL '00'.
               PERFORM 0250-CONTABILIZA-IOF.
               PERFORM 0260-CONTABILIZA-CDB.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

                       UNTIL FS-DEPARA NOT EQUAL '00'.
               CLOSE DEPARA.
               DISPLAY "ENTRADAS NO DE-PARA:" WRK-QT-MAPA.
               PERFORM 0117-VALIDA-DEPARA.

       0115-CARREGA-DEPARA-FIM.                EXIT.
      *-----------------------------------------------------------------
               END-IF.

       0116-LE-DEPARA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0117-VALIDA-DEPARA                      SECTION.
      *-----------------------------------------------------------------
      *    CONFERE AS CONTAS DE CADA ENTRADA DO DE-PARA NO PLANO DE
      *    CONTAS; A ENTRADA INVALIDA SO PARA A EXECUCAO SE FOR USADA
      *-----------------------------------------------------------------

               OPEN INPUT PLANOCTA.
               IF FS-PLANOCTA                NOT EQUAL '00'
                   DISPLAY "ERRO: PLANO DE CONTAS (PLANOCTA.DAT) "
                       "AUSENTE -- DIARIO NAO GERADO"
                   MOVE "PLANO DE CONTAS AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0118-VALIDA-ENTRADA
                       VARYING WRK-IDX-MAPA FROM 1 BY 1
                       UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA.
               CLOSE PLANOCTA.
               IF WRK-QT-DEP-INVALIDAS GREATER ZEROS
                   DISPLAY "ENTRADAS DO DE-PARA FORA DO PLANO:"
                       WRK-QT-DEP-INVALIDAS
               END-IF.

       0117-VALIDA-DEPARA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0118-VALIDA-ENTRADA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'S' TO TAB-DEP-VALIDA(WRK-IDX-MAPA).
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA) TO
                   WRK-CONTA-VALIDA.
               PERFORM 0119-CONFERE-CONTA.
               IF WRK-CONTA-NO-PLANO EQUAL 'S'
                   MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                       WRK-CONTA-VALIDA
                   PERFORM 0119-CONFERE-CONTA
               END-IF.
               IF WRK-CONTA-NO-PLANO NOT EQUAL 'S'
                   MOVE 'N' TO TAB-DEP-VALIDA(WRK-IDX-MAPA)
                   ADD 1 TO WRK-QT-DEP-INVALIDAS
                   DISPLAY "DE-PARA " TAB-DEP-TIPO(WRK-IDX-MAPA) "/"
                       TAB-DEP-SINAL(WRK-IDX-MAPA) ": CONTA "
                       WRK-CONTA-VALIDA " FORA DO PLANO, INATIVA OU "
                       "SINTETICA"
               END-IF.

       0118-VALIDA-ENTRADA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0119-CONFERE-CONTA                      SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-NO-PLANO.
               MOVE WRK-CONTA-VALIDA TO REG-CONTA-PLANO.
               READ PLANOCTA
                   INVALID KEY
                       MOVE 'N' TO WRK-CONTA-NO-PLANO
                   NOT INVALID KEY
                       IF REG-PLANO-ATIVA AND REG-PLANO-ANALITICA
                           MOVE 'S' TO WRK-CONTA-NO-PLANO
                       END-IF
               END-READ.

       0119-CONFERE-CONTA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------
                   CLOSE RELSAIDA RAZAO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0212-CONFERE-PLANO.

               ADD REG-LANCAMENTO-RELSAIDA TO ACU-TOTAL-MOVTOS.

               END-IF.

       0211-PROCURA-MAPA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0212-CONFERE-PLANO                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-DEP-VALIDA(WRK-IDX-MAPA) NOT EQUAL 'S'
                   DISPLAY "ERRO: ENTRADA " TAB-DEP-TIPO(WRK-IDX-MAPA)
                       "/" TAB-DEP-SINAL(WRK-IDX-MAPA) " DO DE-PARA "
                       "COM CONTA FORA DO PLANO DE CONTAS"
                   MOVE "DE-PARA C/ CONTA FORA DO PLANO" TO
                       WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   CLOSE RELSAIDA RAZAO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0212-CONFERE-PLANO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0250-CONTABILIZA-IOF                    SECTION.
      *-----------------------------------------------------------------
                   CLOSE RELSAIDA RAZAO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0212-CONFERE-PLANO.

               ADD ACU-IOF-DIA TO ACU-TOTAL-MOVTOS.

               END-IF.

       0256-PROCURA-MAPA-IOF-FIM.              EXIT.
      *-----------------------------------------------------------------
       0260-CONTABILIZA-CDB                    SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CDBDIA.
               IF FS-CDBDIA                  EQUAL '00'
                   PERFORM 0261-LE-CDBDIA
                           UNTIL FS-CDBDIA NOT EQUAL '00'
                   CLOSE CDBDIA
               END-IF.
               IF ACU-CDB-PROVISAO GREATER ZEROS
                   MOVE 'J'              TO WRK-SINAL-CDB
                   MOVE ACU-CDB-PROVISAO TO WRK-VALOR-CDB
                   PERFORM 0265-GERA-PARTIDAS-CDB
               END-IF.
               IF ACU-CDB-IRRF GREATER ZEROS
                   MOVE 'I'              TO WRK-SINAL-CDB
                   MOVE ACU-CDB-IRRF     TO WRK-VALOR-CDB
                   PERFORM 0265-GERA-PARTIDAS-CDB
               END-IF.

       0260-CONTABILIZA-CDB-FIM.               EXIT.
      *-----------------------------------------------------------------
       0261-LE-CDBDIA                          SECTION.
      *-----------------------------------------------------------------

               READ CDBDIA
                   AT END
                       MOVE '10' TO FS-CDBDIA
                   NOT AT END
                       IF REG-DATA-CDBD EQUAL WRK-DATA-MOVTO
                           EVALUATE TRUE
                               WHEN REG-CDBD-PROVISAO
                                   ADD REG-VALOR-CDBD TO
                                       ACU-CDB-PROVISAO
                               WHEN REG-CDBD-IRRF
                                   ADD REG-VALOR-CDBD TO ACU-CDB-IRRF
                           END-EVALUATE
                       END-IF
               END-READ.

       0261-LE-CDBDIA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0265-GERA-PARTIDAS-CDB                  SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-MAPA-ACHOU.
               PERFORM 0266-PROCURA-MAPA-CDB
                       VARYING WRK-IDX-MAPA FROM 1 BY 1
                       UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA
                          OR WRK-MAPA-ACHOU EQUAL 'S'.

               IF WRK-MAPA-ACHOU EQUAL 'N'
                   DISPLAY "ERRO: EVENTO DE CDB SEM ENTRADA B/"
                       WRK-SINAL-CDB " NO DE-PARA -- DIARIO NAO FECHA"
                   MOVE "DE-PARA SEM ENTRADA DE CDB" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   CLOSE RELSAIDA RAZAO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0212-CONFERE-PLANO.

               ADD WRK-VALOR-CDB TO ACU-TOTAL-MOVTOS.

               MOVE WRK-DATA-MOVTO TO REG-DATA-RZ.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA) TO
                   REG-CONTA-RAZAO-RZ.
               MOVE 'D' TO REG-SINAL-RZ.
               MOVE WRK-VALOR-CDB TO REG-VALOR-RZ.
               WRITE REG-RAZAO.
               ADD 1 TO ACU-PARTIDAS.
               ADD WRK-VALOR-CDB TO ACU-TOTAL-DEBITOS.

               MOVE WRK-DATA-MOVTO TO REG-DATA-RZ.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   REG-CONTA-RAZAO-RZ.
               MOVE 'C' TO REG-SINAL-RZ.
               MOVE WRK-VALOR-CDB TO REG-VALOR-RZ.
               WRITE REG-RAZAO.
               ADD 1 TO ACU-PARTIDAS.
               ADD WRK-VALOR-CDB TO ACU-TOTAL-CREDITOS.

       0265-GERA-PARTIDAS-CDB-FIM.             EXIT.
      *-----------------------------------------------------------------
       0266-PROCURA-MAPA-CDB                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-DEP-TIPO(WRK-IDX-MAPA)  EQUAL 'B' AND
                  TAB-DEP-SINAL(WRK-IDX-MAPA) EQUAL WRK-SINAL-CDB
                   MOVE 'S' TO WRK-MAPA-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-MAPA
               END-IF.

       0266-PROCURA-MAPA-CDB-FIM.              EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

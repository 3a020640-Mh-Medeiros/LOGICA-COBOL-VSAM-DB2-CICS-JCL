       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGLCRAZ.
      *=================================================================
      * PROGRAMA   : PROGLCRAZ
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 10/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: LANCAMENTOS CONTABEIS MANUAIS NO DIARIO: LE O KSDS
      *              LCTOMAN.DAT (PROGLCMAN) E GRAVA EM RAZAO.TXT AS
      *              PARTIDAS DE CADA LANCAMENTO APROVADO, NA DATA
      *              CONTABIL DO LANCAMENTO E COM ORIGEM "M" (MANUAL),
      *              PARA O BALANCETE (RELBALAN) E O DESFAZIMENTO
      *              (PROGDESF) DISTINGUIREM AS PARTIDAS MANUAIS DAS
      *              GERADAS PELO PROGRAZAO. CADA LANCAMENTO GRAVADO E
      *              REGRAVADO COM SITUACAO "L" E A DATA DE MOVIMENTO,
      *              E NAO E LANCADO DE NOVO NO RE-RUN.
      *-----------------------------------------------------------------
      * OBSERVACAO.: LANCAMENTO APROVADO CUJO MES FECHOU NO FECHADOS.TXT
      *              DEPOIS DA APROVACAO E REJEITADO AQUI (MOTIVO "MES
      *              FECHADO ANTES DO LANCTO") E A EXECUCAO TERMINA
      *              COM RETURN-CODE 4. DATA CONTABIL POSTERIOR A DATA
      *              DE MOVIMENTO (DATA DESFEITA E REPROCESSADA) FICA
      *              APROVADA PARA A NOITE DA DATA. CONTA DA PARTIDA
      *              INATIVA OU SINTETICA NO PLANO DE CONTAS TAMBEM
      *              REJEITA O LANCAMENTO. O RELATORIO DE
      *              CONTROLE PROVA QUE AS PARTIDAS GRAVADAS FECHAM
      *              (DEBITOS = CREDITOS).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  LCTOMAN                I-O                  #BOOKLCMAN
      *  FECHADOS               I                    #BOOKFECHA
      *  PLANOCTA               I                    #BOOKPLANO
      *  RAZAO                  O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR:
      * ANALISTA   :
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 11 / 10 / 2026
      * OBJETIVO...: CONFERIR AS CONTAS DAS PARTIDAS NO PLANO DE CONTAS
      *              (PLANOCTA.DAT) ANTES DE GRAVAR NO RAZAO -- CONTA
      *              INATIVADA OU SINTETICA DEPOIS DA APROVACAO REJEITA
      *              O LANCAMENTO COM RETURN-CODE 4
      *=================================================================


      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                           SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                            SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT LCTOMAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\LCTOMAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUM-LCM
               FILE STATUS IS FS-LCTOMAN.
           SELECT FECHADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\FECHADOS.TXT"
               FILE STATUS IS FS-FECHADOS.
           SELECT PLANOCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PLANOCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CONTA-PLANO
               FILE STATUS IS FS-PLANOCTA.
           SELECT RAZAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RAZAO.TXT"
               FILE STATUS IS FS-RAZAO.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *      I-O -  LANCAMENTOS CONTABEIS MANUAIS (PROGLCMAN)
      *                               LRECL = 400
      *-----------------------------------------------------------------
       FD  LCTOMAN.
       COPY "#BOOKLCMAN".
      *-----------------------------------------------------------------
      *        INPUT -  MESES FECHADOS (PROGFECHA)
      *                               LRECL = 022
      *-----------------------------------------------------------------
       FD  FECHADOS.
       COPY "#BOOKFECHA".
      *-----------------------------------------------------------------
      *        INPUT -  PLANO DE CONTAS CONTABIL (PROGPLANO)
      *                               LRECL = 100
      *-----------------------------------------------------------------
       FD  PLANOCTA.
       COPY "#BOOKPLANO".
      *-----------------------------------------------------------------
      *     OUTPUT-  PARTIDAS DO DIARIO CONTABIL
      *                               LRECL = 030
      *-----------------------------------------------------------------
       FD  RAZAO.
       01  REG-RAZAO.
           05 REG-DATA-RZ              PIC 9(008).
           05 REG-CONTA-RAZAO-RZ       PIC 9(008).
           05 REG-SINAL-RZ             PIC X(001).
           05 REG-VALOR-RZ             PIC 9(010)V99.
           05 REG-ORIGEM-RZ            PIC X(001).
               88 REG-RZ-AUTOMATICA        VALUE SPACE.
               88 REG-RZ-MANUAL            VALUE "M".
      *-----------------------------------------------------------------
      *     INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-LCTOMAN                  PIC X(002)          VALUE SPACES.
       01  FS-FECHADOS                 PIC X(002)          VALUE SPACES.
       01  FS-RAZAO                    PIC X(002)          VALUE SPACES.
       01  FS-PLANOCTA                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-LIDOS-LCTOMAN           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-LANCADOS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REJEITADOS              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ADIADOS                 PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PARTIDAS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-DEBITOS           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-CREDITOS          PIC 9(012)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-MES-LCM                 PIC 9(006)          VALUE ZEROS.
       01  WRK-MES-FECHADO             PIC X(001)          VALUE "N".
       01  WRK-FIM-LCM                 PIC X(001)          VALUE "N".
       01  WRK-IDX-PARTIDA             PIC 9(002)          VALUE ZEROS.
       01  WRK-QT-FORA-PLANO           PIC 9(002)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGLCRA".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
       01  WRK-TOTAL-ED                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL2-ED               PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "* FIM DA WORKING *".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL WRK-FIM-LCM EQUAL 'S'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               PERFORM 0110-LE-DATA-MOVTO.
               OPEN I-O LCTOMAN.
               IF FS-LCTOMAN                 EQUAL '35'
                   OPEN OUTPUT LCTOMAN
                   CLOSE LCTOMAN
                   OPEN I-O LCTOMAN
               END-IF.
               IF FS-LCTOMAN                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT PLANOCTA.
               IF FS-PLANOCTA                NOT EQUAL '00'
                   DISPLAY "ERRO: PLANO DE CONTAS (PLANOCTA.DAT) "
                       "AUSENTE -- NADA LANCADO"
                   MOVE "PLANO DE CONTAS AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   CLOSE LCTOMAN
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN EXTEND RAZAO.
               IF FS-RAZAO                    EQUAL '35'
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN EXTEND RAZAO
               END-IF.
               IF FS-RAZAO                   NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   CLOSE LCTOMAN
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE ZEROS TO REG-NUM-LCM.
               START LCTOMAN KEY IS NOT LESS THAN REG-NUM-LCM
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LCM
               END-START.
               PERFORM 0120-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.
               DISPLAY "LANCAMENTOS MANUAIS ATE A DATA:" WRK-DATA-MOVTO.

       0110-LE-DATA-MOVTO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0111-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
               IF FS-CTLDATA                 EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-MOVTO
                   END-IF
               END-IF.

       0111-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               IF WRK-FIM-LCM                NOT EQUAL 'S'
                   READ LCTOMAN NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-LCM
                       NOT AT END
                           ADD 1 TO ACU-LIDOS-LCTOMAN
                   END-READ
               END-IF.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-LCM-APROVADO
                   PERFORM 0210-LANCA-MANUAL
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LANCA-MANUAL                       SECTION.
      *-----------------------------------------------------------------

               IF REG-DATA-CONTABIL-LCM GREATER WRK-DATA-MOVTO
                   DISPLAY "LANCAMENTO " REG-NUM-LCM " DATA "
                       REG-DATA-CONTABIL-LCM " POSTERIOR AO MOVIMENTO"
                       " -- FICA PARA A NOITE DA DATA"
                   ADD 1 TO ACU-ADIADOS
                   GO TO 0210-LANCA-MANUAL-FIM
               END-IF.
               MOVE REG-DATA-CONTABIL-LCM(1:6) TO WRK-MES-LCM.
               PERFORM 0215-CONFERE-FECHAMENTO.
               IF WRK-MES-FECHADO EQUAL 'S'
                   DISPLAY "LANCAMENTO " REG-NUM-LCM " DO MES "
                       WRK-MES-LCM " JA FECHADO -- REJEITADO"
                   SET REG-LCM-REJEITADO TO TRUE
                   MOVE "MES FECHADO ANTES DO LANCTO" TO
                       REG-MOTIVO-REJ-LCM
                   PERFORM 0230-REGRAVA-LANCAMENTO
                   ADD 1 TO ACU-REJEITADOS
                   GO TO 0210-LANCA-MANUAL-FIM
               END-IF.
               IF REG-TOTAL-DEBITO-LCM NOT EQUAL REG-TOTAL-CREDITO-LCM
                   DISPLAY "LANCAMENTO " REG-NUM-LCM
                       " DESBALANCEADO -- REJEITADO"
                   SET REG-LCM-REJEITADO TO TRUE
                   MOVE "LANCAMENTO DESBALANCEADO" TO
                       REG-MOTIVO-REJ-LCM
                   PERFORM 0230-REGRAVA-LANCAMENTO
                   ADD 1 TO ACU-REJEITADOS
                   GO TO 0210-LANCA-MANUAL-FIM
               END-IF.
               MOVE ZEROS TO WRK-QT-FORA-PLANO.
               PERFORM 0217-CONFERE-PLANO
                       VARYING WRK-IDX-PARTIDA FROM 1 BY 1
                       UNTIL WRK-IDX-PARTIDA GREATER
                             REG-QT-PARTIDAS-LCM.
               IF WRK-QT-FORA-PLANO GREATER ZEROS
                   DISPLAY "LANCAMENTO " REG-NUM-LCM
                       " COM CONTA FORA DO PLANO -- REJEITADO"
                   SET REG-LCM-REJEITADO TO TRUE
                   MOVE "CONTA FORA DO PLANO DE CONTAS" TO
                       REG-MOTIVO-REJ-LCM
                   PERFORM 0230-REGRAVA-LANCAMENTO
                   ADD 1 TO ACU-REJEITADOS
                   GO TO 0210-LANCA-MANUAL-FIM
               END-IF.

               PERFORM 0220-GRAVA-PARTIDA
                       VARYING WRK-IDX-PARTIDA FROM 1 BY 1
                       UNTIL WRK-IDX-PARTIDA GREATER
                             REG-QT-PARTIDAS-LCM.
               SET REG-LCM-LANCADO   TO TRUE.
               MOVE WRK-DATA-MOVTO   TO REG-DATA-LANCADO-LCM.
               PERFORM 0230-REGRAVA-LANCAMENTO.
               ADD 1 TO ACU-LANCADOS.

       0210-LANCA-MANUAL-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0215-CONFERE-FECHAMENTO                 SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-MES-FECHADO.
               OPEN INPUT FECHADOS.
               IF FS-FECHADOS EQUAL '00'
                   PERFORM 0216-LE-FECHADO
                       UNTIL FS-FECHADOS NOT EQUAL '00'
                   CLOSE FECHADOS
               END-IF.

       0215-CONFERE-FECHAMENTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0216-LE-FECHADO                         SECTION.
      *-----------------------------------------------------------------

               READ FECHADOS
                   AT END
                       MOVE '10' TO FS-FECHADOS
                   NOT AT END
                       IF REG-MES-FECHADO EQUAL WRK-MES-LCM
                           MOVE 'S' TO WRK-MES-FECHADO
                           MOVE '10' TO FS-FECHADOS
                       END-IF
               END-READ.

       0216-LE-FECHADO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0217-CONFERE-PLANO                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-CONTA-RAZAO-LCM(WRK-IDX-PARTIDA) TO
                   REG-CONTA-PLANO.
               READ PLANOCTA
                   INVALID KEY
                       ADD 1 TO WRK-QT-FORA-PLANO
                   NOT INVALID KEY
                       IF REG-PLANO-INATIVA OR REG-PLANO-SINTETICA
                           ADD 1 TO WRK-QT-FORA-PLANO
                       END-IF
               END-READ.

       0217-CONFERE-PLANO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0220-GRAVA-PARTIDA                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-CONTABIL-LCM TO REG-DATA-RZ.
               MOVE REG-CONTA-RAZAO-LCM(WRK-IDX-PARTIDA) TO
                   REG-CONTA-RAZAO-RZ.
               MOVE REG-SINAL-LCM(WRK-IDX-PARTIDA) TO REG-SINAL-RZ.
               MOVE REG-VALOR-LCM(WRK-IDX-PARTIDA) TO REG-VALOR-RZ.
               SET REG-RZ-MANUAL TO TRUE.
               WRITE REG-RAZAO.
               IF FS-RAZAO                   NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   CLOSE LCTOMAN RAZAO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-PARTIDAS.
               IF REG-PARTIDA-DEBITO(WRK-IDX-PARTIDA)
                   ADD REG-VALOR-LCM(WRK-IDX-PARTIDA) TO
                       ACU-TOTAL-DEBITOS
               ELSE
                   ADD REG-VALOR-LCM(WRK-IDX-PARTIDA) TO
                       ACU-TOTAL-CREDITOS
               END-IF.

       0220-GRAVA-PARTIDA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0230-REGRAVA-LANCAMENTO                 SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-LCMAN.
               IF FS-LCTOMAN                 NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   CLOSE LCTOMAN RAZAO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0230-REGRAVA-LANCAMENTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-CONTROLE.
               MOVE ACU-TOTAL-DEBITOS  TO WRK-TOTAL-ED.
               MOVE ACU-TOTAL-CREDITOS TO WRK-TOTAL2-ED.
               DISPLAY "===== CONTROLE DOS LANCAMENTOS MANUAIS =====".
               DISPLAY "LANCAMENTOS LIDOS............:"
                   ACU-LIDOS-LCTOMAN.
               DISPLAY "LANCADOS NO RAZAO............:" ACU-LANCADOS.
               DISPLAY "REJEITADOS NA NOITE..........:" ACU-REJEITADOS.
               DISPLAY "ADIADOS (DATA FUTURA)........:" ACU-ADIADOS.
               DISPLAY "PARTIDAS GRAVADAS............:" ACU-PARTIDAS.
               DISPLAY "TOTAL DE DEBITOS.............:R$" WRK-TOTAL-ED.
               DISPLAY "TOTAL DE CREDITOS............:R$" WRK-TOTAL2-ED.
               IF ACU-TOTAL-DEBITOS EQUAL ACU-TOTAL-CREDITOS
                   DISPLAY "PARTIDAS MANUAIS BALANCEADAS"
               ELSE
                   DISPLAY "** PARTIDAS MANUAIS NAO FECHAM **"
                   MOVE "LANCAMENTO MANUAL NAO FECHA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF ACU-REJEITADOS GREATER ZEROS AND
                  RETURN-CODE LESS 4
                   MOVE "LCTO MANUAL REJEITADO NA NOITE" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0310-FECHA-ARQUIVOS.
               CLOSE LCTOMAN
                     PLANOCTA
                     RAZAO.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC     TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC     TO REG-HORA-AUD.
               MOVE ACU-LANCADOS      TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE WRK-RC-SAIDA TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

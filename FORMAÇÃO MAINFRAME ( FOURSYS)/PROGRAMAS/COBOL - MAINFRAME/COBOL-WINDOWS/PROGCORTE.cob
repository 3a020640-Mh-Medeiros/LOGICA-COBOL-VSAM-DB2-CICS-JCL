       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCORTE.
      *=================================================================
      * PROGRAMA   : PROGCORTE
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 07/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: FECHAMENTO DA CAPTURA ON-LINE NO HORARIO DE CORTE:
      *              PARA CADA AGENCIA ATIVA DO MASTER (AGENMTR.TXT)
      *              CUJO CORTE (REG-CORTE-AGEN) JA PASSOU NA DATA DE
      *              MOVIMENTO, LE OS LANCAMENTOS CAPTURADOS NO CAIXA
      *              (CAPTURA.DAT, GRAVADO PELA TELA CCL8) E GRAVA O
      *              ARQUIVO CAPT<AGENCIA>.TXT NO LAYOUT DE ARQUIVO DE
      *              AGENCIA, COM CABECALHO E TRAILER CONTADOS, QUE O
      *              PROGINTAKE CONSOLIDA NO LANCAM. ENTRA O PENDENTE
      *              DE DATA ANTERIOR AO MOVIMENTO E O DO PROPRIO DIA
      *              CAPTURADO ATE A HORA DE CORTE; O QUE FOI CAPTURADO
      *              DEPOIS DO CORTE FICA PARA O MOVIMENTO SEGUINTE.
      *              OS EXTRAIDOS SAO MARCADOS "E" COM A DATA DO
      *              MOVIMENTO E ENTRAM DE NOVO SE O PASSO FOR
      *              REPROCESSADO NA MESMA DATA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  AGENCIAS               I                    #BOOKAGEN
      *  CAPTURA                I-O                  #BOOKCAPT
      *  CAPTAGEN               O  (DINAMICO)        #BOOKLANCAM
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
           SELECT AGENCIAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\AGENMTR.TXT"
               FILE STATUS IS FS-AGENCIAS.
           SELECT CAPTURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CAPTURA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-CAP
               FILE STATUS IS FS-CAPTURA.
           SELECT CAPTAGEN ASSIGN TO DYNAMIC WRK-NOME-ARQ-CAPT
               FILE STATUS IS FS-CAPTAGEN.
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
      *        INPUT -  MASTER DE AGENCIAS (PROGAGEN)
      *                               LRECL = 039
      *-----------------------------------------------------------------
       FD  AGENCIAS.
       COPY "#BOOKAGEN".
      *-----------------------------------------------------------------
      *     I-O   -  LANCAMENTOS CAPTURADOS NO CAIXA (CCL8)
      *                               LRECL = 114
      *-----------------------------------------------------------------
       FD  CAPTURA.
       COPY "#BOOKCAPT".
      *-----------------------------------------------------------------
      *     OUTPUT-  CAPTURA DE UMA AGENCIA P/ O PROGINTAKE, NO LAYOUT
      *              DE ARQUIVO DE AGENCIA (NOME MONTADO EM TEMPO DE
      *              EXECUCAO)
      *                               LRECL = 181
      *-----------------------------------------------------------------
       FD  CAPTAGEN.
       01  REG-CAPTAGEN                PIC X(181).
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
       01  FS-AGENCIAS                 PIC X(002)          VALUE SPACES.
       01  FS-CAPTURA                  PIC X(002)          VALUE SPACES.
       01  FS-CAPTAGEN                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *----------------- REGISTRO DE LANCAMENTO MONTADO EM WORKING
       COPY "#BOOKLANCAM".
      *-----------------------------------------------------------------
       01  ACU-AGENCIAS-EXTRAIDAS      PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-AGENCIAS-ANTES-CORTE    PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-CAPTURAS-LIDAS          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CAPTURAS-EXTRAIDAS      PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CAPTURAS-REEXTRAIDAS    PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CAPTURAS-POS-CORTE      PIC 9(007)    COMP-3 VALUE ZEROS.
       01  WRK-QT-AGEN-ARQ             PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-NOME-ARQ-CAPT           PIC X(060)          VALUE SPACES.
       01  WRK-AGENCIA-ATUAL           PIC 9(004)          VALUE ZEROS.
       01  WRK-AGENCIA-ED              PIC X(004)          VALUE SPACES.
       01  WRK-CORTE-ATUAL             PIC 9(004)          VALUE ZEROS.
       01  WRK-HORA-CAP-HHMM           PIC 9(004)          VALUE ZEROS.
       01  WRK-HORA-AGORA              PIC 9(004)          VALUE ZEROS.
       01  WRK-FIM-CAPTURA             PIC X(001)          VALUE "N".
       01  WRK-ENTRA-NO-CORTE          PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCORT".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
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
               PERFORM 0200-PROCESSAR UNTIL FS-AGENCIAS NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-HORA-EXEC(1:4) TO WRK-HORA-AGORA.
               PERFORM 0110-LE-DATA-MOVTO.
               OPEN INPUT AGENCIAS.
               IF FS-AGENCIAS                NOT EQUAL '00'
                   DISPLAY "ERRO: MASTER DE AGENCIAS (AGENMTR.TXT) "
                       "AUSENTE"
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-AGENCIAS          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-AGENCIAS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN I-O CAPTURA.
               IF FS-CAPTURA                 EQUAL '35'
                   DISPLAY "SEM CAPTURA ON-LINE AINDA -- ARQUIVO "
                       "CRIADO VAZIO"
                   OPEN OUTPUT CAPTURA
                   CLOSE CAPTURA
                   OPEN I-O CAPTURA
               END-IF.
               IF FS-CAPTURA                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CAPTURA           TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CAPTURA'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0120-LE-AGENCIA.

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
               DISPLAY "CORTE DA CAPTURA ON-LINE - MOVIMENTO:"
                   WRK-DATA-MOVTO " HORA:" WRK-HORA-AGORA.

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
       0120-LE-AGENCIA                         SECTION.
      *-----------------------------------------------------------------

               READ AGENCIAS
                   AT END
                       MOVE '10' TO FS-AGENCIAS
               END-READ.

       0120-LE-AGENCIA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    SO FECHA A AGENCIA CUJO CORTE JA PASSOU: MOVIMENTO DE DATA
      *    ANTERIOR A HOJE JA ESTA FECHADO; NO MOVIMENTO DE HOJE A HORA
      *    ATUAL TEM QUE SER MAIOR QUE A HORA DE CORTE (HHMM)
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-AGEN-ATIVA
                   IF WRK-DATA-EXEC LESS WRK-DATA-MOVTO OR
                      (WRK-DATA-EXEC EQUAL WRK-DATA-MOVTO AND
                       WRK-HORA-AGORA NOT GREATER REG-CORTE-AGEN)
                       ADD 1 TO ACU-AGENCIAS-ANTES-CORTE
                       DISPLAY "AGENCIA " REG-CODIGO-AGEN
                           " - CORTE " REG-CORTE-AGEN
                           " AINDA NAO ATINGIDO"
                   ELSE
                       PERFORM 0210-EXTRAI-AGENCIA
                   END-IF
               END-IF.
               PERFORM 0120-LE-AGENCIA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-EXTRAI-AGENCIA                     SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-AGENCIAS-EXTRAIDAS.
               MOVE REG-CODIGO-AGEN   TO WRK-AGENCIA-ATUAL.
               MOVE REG-CORTE-AGEN    TO WRK-CORTE-ATUAL.
               MOVE WRK-AGENCIA-ATUAL TO WRK-AGENCIA-ED.
               MOVE SPACES TO WRK-NOME-ARQ-CAPT.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\CAPT"
                          DELIMITED BY SIZE
                      WRK-AGENCIA-ED   DELIMITED BY SIZE
                      ".TXT"           DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-CAPT
               END-STRING.
               OPEN OUTPUT CAPTAGEN.
               IF FS-CAPTAGEN                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CAPTAGEN          TO WRK-STATUS-ERRO
                   MOVE '0210-ABRE-CAPTAGEN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE ZEROS TO WRK-QT-AGEN-ARQ.
               PERFORM 0215-GRAVA-CABECALHO.

               MOVE "N"               TO WRK-FIM-CAPTURA.
               MOVE WRK-AGENCIA-ATUAL TO REG-AGENCIA-CAP.
               MOVE ZEROS             TO REG-DATA-CAP.
               MOVE ZEROS             TO REG-HORA-CAP.
               MOVE ZEROS             TO REG-TAREFA-CAP.
               START CAPTURA KEY NOT LESS REG-CHAVE-CAP
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CAPTURA
               END-START.
               PERFORM 0220-LE-CAPTURA
                       UNTIL WRK-FIM-CAPTURA EQUAL "S".

               PERFORM 0240-GRAVA-TRAILER.
               CLOSE CAPTAGEN.
               PERFORM 0245-CORRIGE-CABECALHO.
               DISPLAY "AGENCIA " WRK-AGENCIA-ATUAL
                   " - CAPTURAS NO CORTE:" WRK-QT-AGEN-ARQ.

       0210-EXTRAI-AGENCIA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0215-GRAVA-CABECALHO                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS           TO REG-AGENCIA.
               MOVE ZEROS           TO REG-CONTA.
               MOVE ZEROS           TO REG-LANCAMENTO.
               MOVE "BRL"           TO REG-MOEDA-LANCAM.
               MOVE SPACES          TO REG-GERENTE.
               MOVE SPACES          TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO  TO REG-DATA-LANCAM.
               MOVE "C"             TO REG-SINAL-LANCAM.
               MOVE "D"             TO REG-TIPO-LANCAM.
               MOVE ZEROS           TO REG-DATA-REF-LANCAM.
               MOVE ZEROS           TO REG-AGENCIA-DEST.
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES          TO REG-HISTORICO-LANCAM.
               MOVE REG-LANCAM(1:72) TO REG-CAPTAGEN.
               WRITE REG-CAPTAGEN.

       0215-GRAVA-CABECALHO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0220-LE-CAPTURA                         SECTION.
      *-----------------------------------------------------------------

               READ CAPTURA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CAPTURA
                       GO TO 0220-LE-CAPTURA-FIM
               END-READ.
               IF REG-AGENCIA-CAP NOT EQUAL WRK-AGENCIA-ATUAL
                   MOVE "S" TO WRK-FIM-CAPTURA
                   GO TO 0220-LE-CAPTURA-FIM
               END-IF.
               ADD 1 TO ACU-CAPTURAS-LIDAS.
               PERFORM 0225-AVALIA-CAPTURA.
               IF WRK-ENTRA-NO-CORTE EQUAL "S"
                   PERFORM 0230-GRAVA-DETALHE
               END-IF.

       0220-LE-CAPTURA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    PENDENTE DE DATA ANTERIOR AO MOVIMENTO, OU DO DIA ATE A HORA
      *    DE CORTE; EXTRAIDO NESTA MESMA DATA DE MOVIMENTO VOLTA AO
      *    ARQUIVO (REPROCESSAMENTO DO PASSO)
      *-----------------------------------------------------------------
       0225-AVALIA-CAPTURA                     SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-ENTRA-NO-CORTE.
               MOVE REG-HORA-CAP(1:4) TO WRK-HORA-CAP-HHMM.
               IF REG-CAP-EXTRAIDO
                   IF REG-DATA-EXTR-CAP EQUAL WRK-DATA-MOVTO
                       MOVE "S" TO WRK-ENTRA-NO-CORTE
                   END-IF
                   GO TO 0225-AVALIA-CAPTURA-FIM
               END-IF.
               IF REG-DATA-CAP LESS WRK-DATA-MOVTO
                   MOVE "S" TO WRK-ENTRA-NO-CORTE
               END-IF.
               IF REG-DATA-CAP EQUAL WRK-DATA-MOVTO
                   IF WRK-HORA-CAP-HHMM NOT GREATER WRK-CORTE-ATUAL
                       MOVE "S" TO WRK-ENTRA-NO-CORTE
                   ELSE
                       ADD 1 TO ACU-CAPTURAS-POS-CORTE
                   END-IF
               END-IF.

       0225-AVALIA-CAPTURA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0230-GRAVA-DETALHE                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-MOVTO-CAP    TO REG-LANCAM(1:72).
               MOVE WRK-DATA-MOVTO   TO REG-DATA-LANCAM.
               MOVE REG-LANCAM(1:72) TO REG-CAPTAGEN.
               WRITE REG-CAPTAGEN.
               IF FS-CAPTAGEN                NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-CAPTAGEN          TO WRK-STATUS-ERRO
                   MOVE '0230-GRAVA-DETALHE' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO WRK-QT-AGEN-ARQ.

               IF REG-CAP-EXTRAIDO
                   ADD 1 TO ACU-CAPTURAS-REEXTRAIDAS
               ELSE
                   ADD 1 TO ACU-CAPTURAS-EXTRAIDAS
                   SET REG-CAP-EXTRAIDO  TO TRUE
                   MOVE WRK-DATA-MOVTO   TO REG-DATA-EXTR-CAP
                   REWRITE REG-CAPTURA
                   IF FS-CAPTURA             NOT EQUAL '00'
                       MOVE WRK-NAO-GRAVOU   TO WRK-MSG-ERROS
                       MOVE FS-CAPTURA       TO WRK-STATUS-ERRO
                       MOVE '0230-MARCA-CAPTURA' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               END-IF.

       0230-GRAVA-DETALHE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0240-GRAVA-TRAILER                      SECTION.
      *-----------------------------------------------------------------

               MOVE 9999                TO REG-AGENCIA.
               MOVE WRK-QT-AGEN-ARQ     TO REG-CONTA.
               MOVE ZEROS               TO REG-LANCAMENTO.
               MOVE "BRL"               TO REG-MOEDA-LANCAM.
               MOVE SPACES              TO REG-GERENTE.
               MOVE SPACES              TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-LANCAM.
               MOVE "C"                 TO REG-SINAL-LANCAM.
               MOVE "D"                 TO REG-TIPO-LANCAM.
               MOVE ZEROS               TO REG-DATA-REF-LANCAM.
               MOVE ZEROS               TO REG-AGENCIA-DEST.
               MOVE ZEROS               TO REG-CONTA-DEST.
               MOVE SPACES              TO REG-HISTORICO-LANCAM.
               MOVE REG-LANCAM(1:72) TO REG-CAPTAGEN.
               WRITE REG-CAPTAGEN.

       0240-GRAVA-TRAILER-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    O CABECALHO SAI ZERADO NA ABERTURA E RECEBE A CONTAGEM NO
      *    FIM, COMO NO AGENDLIB DO PROGAGENDA
      *-----------------------------------------------------------------
       0245-CORRIGE-CABECALHO                  SECTION.
      *-----------------------------------------------------------------

               OPEN I-O CAPTAGEN.
               IF FS-CAPTAGEN EQUAL '00'
                   READ CAPTAGEN
                   IF FS-CAPTAGEN EQUAL '00'
                       MOVE REG-CAPTAGEN TO REG-LANCAM(1:72)
                       MOVE WRK-QT-AGEN-ARQ TO REG-CONTA
                       MOVE REG-LANCAM(1:72) TO REG-CAPTAGEN
                       REWRITE REG-CAPTAGEN
                   END-IF
                   CLOSE CAPTAGEN
               END-IF.

       0245-CORRIGE-CABECALHO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

               CLOSE AGENCIAS.
               CLOSE CAPTURA.

       0320-ESTATISTICA.
               DISPLAY " >>>>>>>> CORTE DA CAPTURA ON-LINE <<<<<<<<< "
               DISPLAY "AGENCIAS FECHADAS NO CORTE...:"
                   ACU-AGENCIAS-EXTRAIDAS.
               DISPLAY "AGENCIAS AINDA ANTES DO CORTE:"
                   ACU-AGENCIAS-ANTES-CORTE.
               DISPLAY "CAPTURAS LIDAS...............:"
                   ACU-CAPTURAS-LIDAS.
               DISPLAY "CAPTURAS EXTRAIDAS AGORA.....:"
                   ACU-CAPTURAS-EXTRAIDAS.
               DISPLAY "CAPTURAS REEXTRAIDAS (RERUN).:"
                   ACU-CAPTURAS-REEXTRAIDAS.
               DISPLAY "CAPTURAS APOS O CORTE........:"
                   ACU-CAPTURAS-POS-CORTE.

       0325-GRAVA-AUDITORIA.
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
               MOVE ACU-CAPTURAS-EXTRAIDAS TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

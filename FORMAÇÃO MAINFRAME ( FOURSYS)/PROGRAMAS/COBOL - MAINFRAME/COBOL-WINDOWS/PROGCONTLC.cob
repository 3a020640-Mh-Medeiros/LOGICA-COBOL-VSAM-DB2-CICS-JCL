       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCONTLC.
      *=================================================================
      * PROGRAMA   : PROGCONTLC
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 18/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: LANCAMENTOS DOS CASOS DE CONTESTACAO: LE O KSDS
      *              CONTEST.TXT E EMITE, NO LAYOUT DO LANCAM, COM
      *              CABECALHO E TRAILER DE CONTROLE (CONTLANC.TXT):
      *              - CREDITO PROVISORIO SOLICITADO: CREDITO TIPO "C";
      *              - CASO PROCEDENTE: ESTORNO (TIPO "E", CREDITO) DO
      *                DEBITO CONTESTADO, REFERENCIANDO A DATA DO
      *                MOVIMENTO ORIGINAL, MAIS A REVERSAO (DEBITO TIPO
      *                "C") DO PROVISORIO JA LANCADO -- O CLIENTE NAO
      *                RECEBE DUAS VEZES;
      *              - CASO IMPROCEDENTE: REVERSAO DO PROVISORIO JA
      *                LANCADO.
      *              O ARQUIVO ENTRA NO CICLO NORMAL DO PROGCALL, QUE
      *              VALIDA O ESTORNO CONTRA A GERACAO DATADA DO
      *              RELSAIDA. CADA CASO LANCADO E REGRAVADO COM
      *              SITUACAO "L" E A DATA DO LANCAMENTO, E NAO E
      *              LANCADO DE NOVO NO RE-RUN. CONTA FORA DO MASTER
      *              FICA PENDENTE PARA A PROXIMA NOITE (RC 4).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CONTEST                I-O                  #BOOKCONTEST
      *  CONTAS                 I                    #BOOKCTAS
      *  CONTLANC               O                    #BOOKLANCAM
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              CALDIA
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
           SELECT CONTEST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTEST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-CONTEST
               FILE STATUS IS FS-CONTEST.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT CONTLANC ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTLANC.TXT"
               FILE STATUS IS FS-CONTLANC.
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
      *     I-O   -  CASOS DE CONTESTACAO (PROGCONTEST)
      *                               LRECL = 183
      *-----------------------------------------------------------------
       FD  CONTEST.
       COPY "#BOOKCONTEST".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 059
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *     OUTPUT-  LANCAMENTOS DE CONTESTACAO (LANCAM)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  CONTLANC.
       COPY "#BOOKLANCAM".
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
       01  FS-CONTEST                  PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-CONTLANC                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  ACU-CASOS-LIDOS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CASOS-LANCADOS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-LANCAMENTOS-GERADOS     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CASOS-PULADOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-PROVISORIO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-ESTORNO              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-REVERSAO             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-PROVISORIO        PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-ESTORNO           PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-REVERSAO          PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== LANCAMENTO DO CASO =====".
      *-----------------------------------------------------------------
       01  WRK-CONTA-ACHOU-MTR         PIC X(001)          VALUE "N".
       01  WRK-VALOR-LANC              PIC 9(007)V99       VALUE ZEROS.
       01  WRK-SINAL-LANC              PIC X(001)          VALUE SPACES.
       01  WRK-TIPO-LANC               PIC X(001)          VALUE SPACES.
       01  WRK-DATA-REF-LANC           PIC 9(008)          VALUE ZEROS.
       01  WRK-HISTORICO-LANC.
           05 WRK-HIST-TEXTO           PIC X(012)          VALUE SPACES.
           05 WRK-HIST-NUMERO          PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCTLC".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       77  WRK-MODULO-CALDIA           PIC X(08)           VALUE
               "CALDIA".
       01  WRK-CALDIA.
           05 WRK-FUNCAO-CAL           PIC X(01).
           05 WRK-DATA-IN-CAL          PIC 9(08).
           05 WRK-DATA-OUT-CAL         PIC 9(08).
           05 WRK-RESPOSTA-CAL         PIC X(01).
           05 WRK-SITUACAO-CAL         PIC X(01).
      *-----------------------------------------------------------------
       01  WRK-VALOR-ED                PIC -.ZZZ.ZZZ.ZZ9,99.
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
               PERFORM 0200-PROCESSAR UNTIL FS-CONTEST NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "TIPO DE CLIENTE DOS LANCAMENTOS (ENTER = F): "
               ACCEPT WRK-PARM-TIPO-CLI.
               IF WRK-PARM-TIPO-CLI EQUAL SPACES
                   MOVE "F" TO WRK-PARM-TIPO-CLI
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0130-ABRE-CONTAS-MASTER.
               OPEN OUTPUT CONTLANC.
               PERFORM 0150-GRAVA-CABECALHO.
               OPEN I-O CONTEST.
               IF FS-CONTEST                 EQUAL '35'
                   DISPLAY "SEM CASOS DE CONTESTACAO CADASTRADOS"
                   MOVE '10' TO FS-CONTEST
               ELSE
                   IF FS-CONTEST             NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-CONTEST           TO WRK-STATUS-ERRO
                       MOVE '0100-ABRE-CONTEST'  TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 0120-LEITURA
               END-IF.

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
               MOVE "V" TO WRK-FUNCAO-CAL.
               MOVE WRK-DATA-MOVTO TO WRK-DATA-IN-CAL.
               CALL WRK-MODULO-CALDIA USING WRK-CALDIA.
               IF WRK-SITUACAO-CAL EQUAL "0" AND
                  WRK-RESPOSTA-CAL NOT EQUAL "S"
                   MOVE "P" TO WRK-FUNCAO-CAL
                   CALL WRK-MODULO-CALDIA USING WRK-CALDIA
                   IF WRK-SITUACAO-CAL EQUAL "0"
                       DISPLAY "DATA DE MOVIMENTO NAO E DIA UTIL -- "
                           "LANCAMENTOS DATADOS NO PROXIMO DIA UTIL"
                       MOVE WRK-DATA-OUT-CAL TO WRK-DATA-MOVTO
                   END-IF
               END-IF.
               DISPLAY "GERANDO LANCAMENTOS COM A DATA..:"
                   WRK-DATA-MOVTO.

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

               READ CONTEST NEXT
                   AT END
                       MOVE '10' TO FS-CONTEST
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0130-ABRE-CONTAS-MASTER                 SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0130-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0130-ABRE-CONTAS-MASTER-FIM.            EXIT.
      *-----------------------------------------------------------------
       0150-GRAVA-CABECALHO                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS           TO REG-AGENCIA.
               MOVE ZEROS           TO REG-CONTA.
               MOVE ZEROS           TO REG-LANCAMENTO.
               MOVE "BRL"           TO REG-MOEDA-LANCAM.
               MOVE SPACES          TO REG-GERENTE.
               MOVE SPACES          TO REG-TIPO-CLI.
               MOVE ZEROS           TO REG-DATA-LANCAM.
               MOVE "C"             TO REG-SINAL-LANCAM.
               MOVE "D"             TO REG-TIPO-LANCAM.
               MOVE ZEROS           TO REG-DATA-REF-LANCAM.
               MOVE ZEROS           TO REG-AGENCIA-DEST.
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

       0150-GRAVA-CABECALHO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------
      *    SO INTERESSAM OS CASOS COM LANCAMENTO SOLICITADO -- O
      *    PROVISORIO E CANCELADO PELO PROGCONTEST NA RESOLUCAO SE
      *    AINDA NAO FOI LANCADO, ENTAO OS DOIS NUNCA SAO EMITIDOS NA
      *    MESMA NOITE PARA O MESMO CASO
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CASOS-LIDOS.
               IF REG-PROV-SOLICITADO OR REG-RESOL-SOLICITADO
                   PERFORM 0221-LOCALIZA-CONTA
                   IF WRK-CONTA-ACHOU-MTR EQUAL 'S'
                       IF REG-PROV-SOLICITADO
                           PERFORM 0210-LANCA-PROVISORIO
                       END-IF
                       IF REG-RESOL-SOLICITADO
                           PERFORM 0220-LANCA-RESOLUCAO
                       END-IF
                       PERFORM 0230-REGRAVA-CASO
                   ELSE
                       DISPLAY "ATENCAO: CASO " REG-NUMERO-CONTEST
                           " CONTA " REG-AGENCIA-CONTEST "/"
                           REG-CONTA-CONTEST " FORA DO MASTER -- "
                           "LANCAMENTO PENDENTE"
                       ADD 1 TO ACU-CASOS-PULADOS
                   END-IF
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LANCA-PROVISORIO                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-VALOR-PROV-CONTEST TO WRK-VALOR-LANC.
               MOVE "C"                    TO WRK-SINAL-LANC.
               MOVE "C"                    TO WRK-TIPO-LANC.
               MOVE ZEROS                  TO WRK-DATA-REF-LANC.
               MOVE "CRED PROV CT"         TO WRK-HIST-TEXTO.
               PERFORM 0225-GRAVA-LANCAMENTO.
               ADD 1                       TO ACU-QT-PROVISORIO.
               ADD WRK-VALOR-LANC          TO ACU-GRANA-PROVISORIO.
               SET REG-PROV-LANCADO        TO TRUE.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-PROV-CONTEST.

       0210-LANCA-PROVISORIO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0220-LANCA-RESOLUCAO                    SECTION.
      *-----------------------------------------------------------------

               IF REG-CONTEST-PROCEDENTE
                   MOVE REG-VALOR-CONTEST      TO WRK-VALOR-LANC
                   MOVE "C"                    TO WRK-SINAL-LANC
                   MOVE "E"                    TO WRK-TIPO-LANC
                   MOVE REG-DATA-MOVTO-CONTEST TO WRK-DATA-REF-LANC
                   MOVE "ESTORNO CONT"         TO WRK-HIST-TEXTO
                   PERFORM 0225-GRAVA-LANCAMENTO
                   ADD 1                       TO ACU-QT-ESTORNO
                   ADD WRK-VALOR-LANC          TO ACU-GRANA-ESTORNO
               END-IF.
               IF REG-PROV-LANCADO
                   MOVE REG-VALOR-PROV-CONTEST TO WRK-VALOR-LANC
                   MOVE "D"                    TO WRK-SINAL-LANC
                   MOVE "C"                    TO WRK-TIPO-LANC
                   MOVE ZEROS                  TO WRK-DATA-REF-LANC
                   MOVE "REV PROV CT "         TO WRK-HIST-TEXTO
                   PERFORM 0225-GRAVA-LANCAMENTO
                   ADD 1                       TO ACU-QT-REVERSAO
                   ADD WRK-VALOR-LANC          TO ACU-GRANA-REVERSAO
               END-IF.
               SET REG-RESOL-LANCADO TO TRUE.
               MOVE WRK-DATA-MOVTO   TO REG-DATA-LANC-RESOL-CONTEST.

       0220-LANCA-RESOLUCAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0221-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-ACHOU-MTR.
               MOVE REG-AGENCIA-CONTEST TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-CONTEST   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONTA-ACHOU-MTR
               END-READ.

       0221-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0225-GRAVA-LANCAMENTO                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-NUMERO-CONTEST     TO WRK-HIST-NUMERO.
               MOVE REG-AGENCIA-CONTEST    TO REG-AGENCIA.
               MOVE REG-CONTA-CONTEST      TO REG-CONTA.
               MOVE WRK-VALOR-LANC         TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE REG-GERENTE-MTR        TO REG-GERENTE.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-LANCAM.
               MOVE WRK-SINAL-LANC         TO REG-SINAL-LANCAM.
               MOVE WRK-TIPO-LANC          TO REG-TIPO-LANCAM.
               MOVE WRK-DATA-REF-LANC      TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE WRK-HISTORICO-LANC     TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-CONTLANC              EQUAL '00'
                   ADD 1 TO ACU-LANCAMENTOS-GERADOS
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTLANC          TO WRK-STATUS-ERRO
                   MOVE '0225-WRITE-CONTLANC' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0225-GRAVA-LANCAMENTO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0230-REGRAVA-CASO                       SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-CONTEST.
               IF FS-CONTEST EQUAL '00'
                   ADD 1 TO ACU-CASOS-LANCADOS
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTEST           TO WRK-STATUS-ERRO
                   MOVE '0230-REWRITE-CONTEST' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0230-REGRAVA-CASO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-GRAVA-TRAILER.
               MOVE 9999                TO REG-AGENCIA.
               MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA.
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
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE CONTLANC.
               CLOSE CONTEST.
               CLOSE CONTAS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O CONTLANC.
               IF FS-CONTLANC EQUAL '00'
                   READ CONTLANC
                   IF FS-CONTLANC EQUAL '00'
                       MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE CONTLANC
               END-IF.

       0310-ESTATISTICA.
               DISPLAY "CASOS LIDOS..............:"
                   ACU-CASOS-LIDOS.
               DISPLAY "CASOS LANCADOS...........:"
                   ACU-CASOS-LANCADOS.
               DISPLAY "CASOS FORA DO MASTER.....:"
                   ACU-CASOS-PULADOS.
               DISPLAY "LANCAMENTOS GERADOS......:"
                   ACU-LANCAMENTOS-GERADOS.
               MOVE ACU-GRANA-PROVISORIO TO WRK-VALOR-ED.
               DISPLAY "CREDITOS PROVISORIOS.....:"
                   ACU-QT-PROVISORIO " R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-ESTORNO TO WRK-VALOR-ED.
               DISPLAY "ESTORNOS (PROCEDENTES)...:"
                   ACU-QT-ESTORNO " R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-REVERSAO TO WRK-VALOR-ED.
               DISPLAY "REVERSOES DE PROVISORIO..:"
                   ACU-QT-REVERSAO " R$" WRK-VALOR-ED.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC    TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC     TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC        TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC        TO REG-HORA-AUD.
               MOVE ACU-LANCAMENTOS-GERADOS TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0330-DEFINE-RETORNO.
               IF ACU-CASOS-PULADOS GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

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

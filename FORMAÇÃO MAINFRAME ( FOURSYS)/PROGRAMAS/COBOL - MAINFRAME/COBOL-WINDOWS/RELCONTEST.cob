       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELCONTEST.
      *=================================================================
      * PROGRAMA   : RELCONTEST
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 18/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ACOMPANHAMENTO DIARIO DOS CASOS DE CONTESTACAO
      *              EM ABERTO (CONTEST.TXT): UMA LINHA POR CASO COM
      *              OS DIAS QUE FALTAM PARA O PRAZO REGULATORIO,
      *              CONTADOS CONTRA A DATA DE MOVIMENTO, E A
      *              SITUACAO DO PRAZO:
      *              - VENCIDO : PRAZO JA PASSOU;
      *              - A VENCER: FALTAM ATE N DIAS (PARAMETRO,
      *                          PADRAO 5);
      *              - NO PRAZO: DEMAIS.
      *              NO FIM, TOTAIS POR SITUACAO E O CREDITO
      *              PROVISORIO JA LANCADO NOS CASOS AINDA ABERTOS.
      *              CONDITION CODE 4 QUANDO HA CASO VENCIDO.
      *-----------------------------------------------------------------
      * OBSERVACAO.: A DIFERENCA DE DIAS USA FUNCTION INTEGER-OF-DATE,
      *              COMO NO RELPENDE.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CTLDATA                I                    #BOOKCTLDAT
      *  CONTEST                I                    #BOOKCONTEST
      *  RELCONTEST             O
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....:
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


      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT CONTEST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTEST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-NUMERO-CONTEST
               FILE STATUS IS FS-CONTEST.
           SELECT RELCONTEST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELCONTEST.TXT"
               FILE STATUS IS FS-RELCONTEST.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  CONTEST.
       COPY "#BOOKCONTEST".
       FD  RELCONTEST.
       01  REG-RELCONTEST              PIC X(100).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-CONTEST                  PIC X(002)          VALUE SPACES.
       01  FS-RELCONTEST               PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-CONTEST-DISPONIVEL      PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-PARM-DIAS-AVISO         PIC 9(003)          VALUE 5.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "RELCONTE".
       01  WRK-DIAS-MOVTO              PIC 9(008)    COMP-3 VALUE ZEROS.
       01  WRK-DIAS-PRAZO              PIC 9(008)    COMP-3 VALUE ZEROS.
       01  WRK-RESTAM                  PIC S9(005)   COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-CASOS-ABERTOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-NO-PRAZO                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-A-VENCER                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-VENCIDOS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-CONTESTADA        PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-PROVISORIO        PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(040)          VALUE
               "CASOS DE CONTESTACAO EM ABERTO -- MOVTO".
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CAB-DATA             PIC 9(008).
           05 FILLER                   PIC X(018)          VALUE
               " -- AVISO COM ATE".
           05 WRK-CAB-AVISO            PIC ZZ9.
           05 FILLER                   PIC X(005)          VALUE
               " DIAS".
           05 FILLER                   PIC X(025)          VALUE SPACES.
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(050)          VALUE
               "CASO     AG  /CONTA  MOVTO           VALOR MO ABER".
           05 FILLER                   PIC X(050)          VALUE
               "TURA PRAZO     DIAS P SITUACAO".
       01  WRK-LIN-DETALHE.
           05 WRK-DET-NUMERO           PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-CONTA            PIC 9(006).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-MOVTO            PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-VALOR            PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-MOTIVO           PIC X(002).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-ABERTURA         PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PRAZO            PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-RESTAM           PIC -ZZZ9.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PROVISORIO       PIC X(001).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(008).
           05 FILLER                   PIC X(019)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-NOME             PIC X(035).
           05 WRK-TOT-QT               PIC ZZ.ZZ9.
           05 FILLER                   PIC X(003)          VALUE
               " R$".
           05 WRK-TOT-VALOR            PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(040)          VALUE SPACES.

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

               DISPLAY "DIAS DE AVISO ANTES DO PRAZO (ENTER = 5): "
               ACCEPT WRK-PARM-DIAS-AVISO.
               IF WRK-PARM-DIAS-AVISO EQUAL ZEROS
                   MOVE 5 TO WRK-PARM-DIAS-AVISO
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA EQUAL '00'
                   PERFORM 0110-LE-CTLDATA
                       UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.
               COMPUTE WRK-DIAS-MOVTO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO).
               OPEN OUTPUT RELCONTEST.
               MOVE WRK-DATA-MOVTO      TO WRK-CAB-DATA.
               MOVE WRK-PARM-DIAS-AVISO TO WRK-CAB-AVISO.
               MOVE WRK-LIN-CABEC  TO REG-RELCONTEST.
               WRITE REG-RELCONTEST.
               MOVE WRK-LIN-TITULO TO REG-RELCONTEST.
               WRITE REG-RELCONTEST.
               OPEN INPUT CONTEST.
               IF FS-CONTEST EQUAL '00'
                   MOVE "S" TO WRK-CONTEST-DISPONIVEL
                   PERFORM 0120-LEITURA
               ELSE
                   DISPLAY "SEM CASOS DE CONTESTACAO - STATUS:"
                       FS-CONTEST
                   MOVE '10' TO FS-CONTEST
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
               IF FS-CTLDATA EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-MOVTO
                   END-IF
               END-IF.

       0110-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ CONTEST
                   AT END
                       MOVE '10' TO FS-CONTEST
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-CONTEST-ABERTO
                   PERFORM 0210-LISTA-CASO
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LISTA-CASO                         SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CASOS-ABERTOS.
               ADD REG-VALOR-CONTEST TO ACU-GRANA-CONTESTADA.
               IF REG-PROV-LANCADO
                   ADD REG-VALOR-PROV-CONTEST TO ACU-GRANA-PROVISORIO
               END-IF.
               COMPUTE WRK-DIAS-PRAZO =
                   FUNCTION INTEGER-OF-DATE(REG-PRAZO-CONTEST).
               COMPUTE WRK-RESTAM = WRK-DIAS-PRAZO - WRK-DIAS-MOVTO.
               EVALUATE TRUE
                   WHEN WRK-RESTAM LESS ZEROS
                       MOVE "VENCIDO " TO WRK-DET-SITUACAO
                       ADD 1 TO ACU-VENCIDOS
                   WHEN WRK-RESTAM NOT GREATER WRK-PARM-DIAS-AVISO
                       MOVE "A VENCER" TO WRK-DET-SITUACAO
                       ADD 1 TO ACU-A-VENCER
                   WHEN OTHER
                       MOVE "NO PRAZO" TO WRK-DET-SITUACAO
                       ADD 1 TO ACU-NO-PRAZO
               END-EVALUATE.
               MOVE REG-NUMERO-CONTEST        TO WRK-DET-NUMERO.
               MOVE REG-AGENCIA-CONTEST       TO WRK-DET-AGENCIA.
               MOVE REG-CONTA-CONTEST         TO WRK-DET-CONTA.
               MOVE REG-DATA-MOVTO-CONTEST    TO WRK-DET-MOVTO.
               MOVE REG-VALOR-CONTEST         TO WRK-DET-VALOR.
               MOVE REG-MOTIVO-CONTEST        TO WRK-DET-MOTIVO.
               MOVE REG-DATA-ABERTURA-CONTEST TO WRK-DET-ABERTURA.
               MOVE REG-PRAZO-CONTEST         TO WRK-DET-PRAZO.
               MOVE WRK-RESTAM                TO WRK-DET-RESTAM.
               MOVE REG-SIT-PROV-CONTEST      TO WRK-DET-PROVISORIO.
               MOVE WRK-LIN-DETALHE TO REG-RELCONTEST.
               WRITE REG-RELCONTEST.

       0210-LISTA-CASO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0220-GRAVA-TOTAL                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-TOTAL TO REG-RELCONTEST.
               WRITE REG-RELCONTEST.
               MOVE ZEROS TO WRK-TOT-VALOR.

       0220-GRAVA-TOTAL-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE "CASOS EM ABERTO (VALOR CONTESTADO):" TO
                   WRK-TOT-NOME.
               MOVE ACU-CASOS-ABERTOS    TO WRK-TOT-QT.
               MOVE ACU-GRANA-CONTESTADA TO WRK-TOT-VALOR.
               PERFORM 0220-GRAVA-TOTAL.
               MOVE "  NO PRAZO.........................:" TO
                   WRK-TOT-NOME.
               MOVE ACU-NO-PRAZO         TO WRK-TOT-QT.
               PERFORM 0220-GRAVA-TOTAL.
               MOVE "  A VENCER.........................:" TO
                   WRK-TOT-NOME.
               MOVE ACU-A-VENCER         TO WRK-TOT-QT.
               PERFORM 0220-GRAVA-TOTAL.
               MOVE "  VENCIDOS.........................:" TO
                   WRK-TOT-NOME.
               MOVE ACU-VENCIDOS         TO WRK-TOT-QT.
               PERFORM 0220-GRAVA-TOTAL.
               MOVE "CREDITO PROVISORIO JA LANCADO......:" TO
                   WRK-TOT-NOME.
               MOVE ZEROS                TO WRK-TOT-QT.
               MOVE ACU-GRANA-PROVISORIO TO WRK-TOT-VALOR.
               PERFORM 0220-GRAVA-TOTAL.
               CLOSE RELCONTEST.
               IF WRK-CONTEST-DISPONIVEL EQUAL "S"
                   CLOSE CONTEST
               END-IF.
               DISPLAY "CASOS EM ABERTO...........:" ACU-CASOS-ABERTOS.
               DISPLAY "A VENCER..................:" ACU-A-VENCER.
               DISPLAY "VENCIDOS..................:" ACU-VENCIDOS.
               PERFORM 0310-GRAVA-AUDITORIA.
               IF ACU-VENCIDOS GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0310-GRAVA-AUDITORIA                    SECTION.
      *-----------------------------------------------------------------

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL '00'
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-AUD
                   MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC     TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC     TO REG-HORA-AUD
                   MOVE ACU-CASOS-ABERTOS TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0310-GRAVA-AUDITORIA-FIM.               EXIT.

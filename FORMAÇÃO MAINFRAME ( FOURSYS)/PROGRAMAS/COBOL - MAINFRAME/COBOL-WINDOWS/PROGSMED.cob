       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGSMED.
      *=================================================================
      * PROGRAMA   : PROGSMED
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 30/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CALCULO DO SALDO MEDIO MENSAL POR CONTA: LE O
      *              HISTORICO DIARIO DE SALDOS (SLDDIARIO.DAT, GRAVADO
      *              PELO PROGSALDO) EM ORDEM DE AGENCIA + CONTA + DATA
      *              E, PARA CADA CONTA, SOMA O SALDO DE FIM DE DIA DE
      *              CADA DIA CORRIDO DO MES -- DIA SEM REGISTRO (FIM
      *              DE SEMANA, FERIADO) VALE O SALDO DO ULTIMO DIA
      *              GRAVADO, INCLUSIVE DO MES ANTERIOR -- E DIVIDE
      *              PELOS DIAS DO PERIODO. GRAVA UM REGISTRO POR
      *              CONTA E MES NO SLDMEDIO.DAT (RE-RUN DO MES
      *              REGRAVA), COM O SALDO FINAL E OS DIAS CONTADOS.
      *-----------------------------------------------------------------
      * OBSERVACAO.: O MES VEM DO SYSIN (AAAAMM; ZEROS = MES DA DATA DE
      *              MOVIMENTO DO CTLDATA). O PERIODO VAI ATE O ULTIMO
      *              DIA DO MES OU, NO MES DA DATA DE MOVIMENTO, ATE A
      *              PROPRIA DATA (MEDIA PARCIAL, REFEITA A CADA RUN).
      *              MES POSTERIOR AO DA DATA DE MOVIMENTO E RECUSADO
      *              COM RETURN-CODE 8. CONTA QUE ENTROU NO HISTORICO
      *              DURANTE O MES TEM A MEDIA CONTADA DESDE O DIA DA
      *              ENTRADA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  SLDDIARIO              I                    #BOOKSLDDIA
      *  SLDMEDIO               I-O                  #BOOKSLDMED
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
           SELECT SLDDIARIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDDIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SLDDIA
               FILE STATUS IS FS-SLDDIARIO.
           SELECT SLDMEDIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDMEDIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SLDMED
               FILE STATUS IS FS-SLDMEDIO.
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
      *        INPUT -  HISTORICO DIARIO DE SALDOS (PROGSALDO)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SLDDIARIO.
       COPY "#BOOKSLDDIA".
      *-----------------------------------------------------------------
      *      I-O -  SALDO MEDIO MENSAL POR CONTA
      *                               LRECL = 052
      *-----------------------------------------------------------------
       FD  SLDMEDIO.
       COPY "#BOOKSLDMED".
      *-----------------------------------------------------------------
      *        INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
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
       01  FS-SLDDIARIO                PIC X(002)          VALUE SPACES.
       01  FS-SLDMEDIO                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== PERIODO DO CALCULO =====".
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC X(006)          VALUE SPACES.
       01  WRK-MES-CALC                PIC 9(006)          VALUE ZEROS.
       01  WRK-MES-CALC-R REDEFINES WRK-MES-CALC.
           05 WRK-ANO-CALC             PIC 9(004).
           05 WRK-MM-CALC              PIC 9(002).
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-MES-MOVTO               PIC 9(006)          VALUE ZEROS.
       01  WRK-DATA-BASE               PIC 9(008)          VALUE ZEROS.
       01  WRK-DIA-FIM                 PIC 9(002)          VALUE ZEROS.
       01  WRK-QUOCIENTE               PIC 9(004)          VALUE ZEROS.
       01  WRK-RESTO-4                 PIC 9(004)          VALUE ZEROS.
       01  WRK-RESTO-100               PIC 9(004)          VALUE ZEROS.
       01  WRK-RESTO-400               PIC 9(004)          VALUE ZEROS.
       01  TAB-DIAS-MES-VALORES        PIC X(024)          VALUE
               "312831303130313130313031".
       01  TAB-DIAS-MES REDEFINES TAB-DIAS-MES-VALORES.
           05 TAB-DIAS-NO-MES          PIC 9(002) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CONTA EM CALCULO =====".
      *-----------------------------------------------------------------
       01  WRK-CHAVE-ATUAL.
           05 WRK-AGENCIA-ATUAL        PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-ATUAL          PIC 9(006)          VALUE ZEROS.
       01  WRK-CHAVE-LIDA.
           05 WRK-AGENCIA-LIDA         PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-LIDA           PIC 9(006)          VALUE ZEROS.
       01  WRK-CONTA-INICIADA          PIC X(001)          VALUE "N".
       01  WRK-MES-REG                 PIC 9(006)          VALUE ZEROS.
       01  WRK-DIA-REG                 PIC 9(002)          VALUE ZEROS.
       01  WRK-DIA-INICIO              PIC 9(002)          VALUE ZEROS.
       01  WRK-DIA-CORRENTE            PIC 9(002)          VALUE ZEROS.
       01  WRK-QT-DIAS                 PIC 9(002)          VALUE ZEROS.
       01  WRK-SALDO-CORRENTE          PIC S9(010)V99      VALUE ZEROS.
       01  WRK-SALDO-MEDIO             PIC S9(010)V99      VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "========== VARIAVEIS ACUMULADORAS ========== ".
      *-----------------------------------------------------------------
       01  ACU-LIDOS                   PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-CALCULADAS       PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-SEM-SALDO        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SALDO-DIAS              PIC S9(013)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGSMED".
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
               PERFORM 0200-PROCESSAR
                       UNTIL FS-SLDDIARIO NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               DISPLAY "MES DO SALDO MEDIO (AAAAMM, ZEROS = MES DA "
                   "DATA DE MOVIMENTO): "
               ACCEPT WRK-PARM-MES.
               PERFORM 0110-LE-DATA-MOVTO.
               MOVE WRK-DATA-MOVTO(1:6) TO WRK-MES-MOVTO.

               IF WRK-PARM-MES IS NUMERIC AND
                  WRK-PARM-MES NOT EQUAL ZEROS
                   MOVE WRK-PARM-MES  TO WRK-MES-CALC
               ELSE
                   MOVE WRK-MES-MOVTO TO WRK-MES-CALC
               END-IF.
               IF WRK-MM-CALC LESS 1 OR WRK-MM-CALC GREATER 12
                   DISPLAY "MES INVALIDO: " WRK-PARM-MES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-MES-CALC GREATER WRK-MES-MOVTO
                   DISPLAY "MES " WRK-MES-CALC " POSTERIOR A DATA DE "
                       "MOVIMENTO " WRK-DATA-MOVTO
                       " -- CALCULO RECUSADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0120-CALCULA-DIA-FIM.

               OPEN INPUT SLDDIARIO.
               IF FS-SLDDIARIO               NOT EQUAL '00'
                   DISPLAY "HISTORICO DIARIO DE SALDOS (SLDDIARIO) "
                       "INDISPONIVEL (FS " FS-SLDDIARIO ")"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O SLDMEDIO.
               IF FS-SLDMEDIO EQUAL '35'
                   OPEN OUTPUT SLDMEDIO
                   CLOSE SLDMEDIO
                   OPEN I-O SLDMEDIO
               END-IF.
               IF FS-SLDMEDIO                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SLDMEDIO          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-SLDMEDIO' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "SALDO MEDIO DO MES " WRK-MES-CALC
                   " -- DATA-BASE " WRK-DATA-BASE.
               PERFORM 0210-LEITURA.

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
               ELSE
                   DISPLAY "ATENCAO: CONTROLE DE DATA (CTLDATA) "
                       "AUSENTE -- USANDO A DATA DO DIA"
               END-IF.

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
       0120-CALCULA-DIA-FIM                    SECTION.
      *-----------------------------------------------------------------
      *    ULTIMO DIA DO MES (FEVEREIRO COM 29 NO ANO BISSEXTO); NO MES
      *    DA DATA DE MOVIMENTO O PERIODO PARA NA PROPRIA DATA
      *-----------------------------------------------------------------

               MOVE TAB-DIAS-NO-MES(WRK-MM-CALC) TO WRK-DIA-FIM.
               IF WRK-MM-CALC EQUAL 2
                   DIVIDE WRK-ANO-CALC BY 4   GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-4
                   DIVIDE WRK-ANO-CALC BY 100 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-100
                   DIVIDE WRK-ANO-CALC BY 400 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO-400
                   IF WRK-RESTO-400 EQUAL ZEROS OR
                      (WRK-RESTO-4 EQUAL ZEROS AND
                       WRK-RESTO-100 NOT EQUAL ZEROS)
                       MOVE 29 TO WRK-DIA-FIM
                   END-IF
               END-IF.
               IF WRK-MES-CALC EQUAL WRK-MES-MOVTO
                   MOVE WRK-DATA-MOVTO(7:2) TO WRK-DIA-FIM
               END-IF.
               MOVE WRK-MES-CALC TO WRK-DATA-BASE(1:6).
               MOVE WRK-DIA-FIM  TO WRK-DATA-BASE(7:2).

       0120-CALCULA-DIA-FIM-FIM.               EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-SLDDIA TO WRK-AGENCIA-LIDA.
               MOVE REG-CONTA-SLDDIA   TO WRK-CONTA-LIDA.
               IF WRK-CHAVE-LIDA NOT EQUAL WRK-CHAVE-ATUAL
                   IF WRK-CHAVE-ATUAL NOT EQUAL ZEROS
                       PERFORM 0220-FECHA-CONTA
                   END-IF
                   MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ATUAL
                   MOVE "N"            TO WRK-CONTA-INICIADA
                   MOVE ZEROS          TO WRK-SALDO-CORRENTE
                   MOVE ZEROS          TO ACU-SALDO-DIAS
               END-IF.
               PERFORM 0230-APLICA-DIA.
               PERFORM 0210-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ SLDDIARIO NEXT
               IF FS-SLDDIARIO               EQUAL '00'
                   ADD 1 TO ACU-LIDOS
               ELSE
                   IF FS-SLDDIARIO           NOT EQUAL '10'
                       MOVE WRK-ERRO-LEITURA    TO WRK-MSG-ERROS
                       MOVE FS-SLDDIARIO        TO WRK-STATUS-ERRO
                       MOVE '0210-LE-SLDDIARIO' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               END-IF.

       0210-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0220-FECHA-CONTA                        SECTION.
      *-----------------------------------------------------------------
      *    O ULTIMO SALDO CONHECIDO VALE ATE O FIM DO PERIODO
      *-----------------------------------------------------------------

               IF WRK-CONTA-INICIADA NOT EQUAL "S"
                   ADD 1 TO ACU-CONTAS-SEM-SALDO
                   GO TO 0220-FECHA-CONTA-FIM
               END-IF.
               COMPUTE ACU-SALDO-DIAS = ACU-SALDO-DIAS +
                   WRK-SALDO-CORRENTE *
                   (WRK-DIA-FIM - WRK-DIA-CORRENTE + 1).
               COMPUTE WRK-QT-DIAS = WRK-DIA-FIM - WRK-DIA-INICIO + 1.
               COMPUTE WRK-SALDO-MEDIO ROUNDED =
                   ACU-SALDO-DIAS / WRK-QT-DIAS.

               MOVE WRK-AGENCIA-ATUAL   TO REG-AGENCIA-SLDMED.
               MOVE WRK-CONTA-ATUAL     TO REG-CONTA-SLDMED.
               MOVE WRK-MES-CALC        TO REG-MES-SLDMED.
               MOVE WRK-SALDO-MEDIO     TO REG-SALDO-MEDIO-SLDMED.
               MOVE WRK-SALDO-CORRENTE  TO REG-SALDO-FINAL-SLDMED.
               MOVE WRK-QT-DIAS         TO REG-QT-DIAS-SLDMED.
               MOVE WRK-DATA-BASE       TO REG-DATA-BASE-SLDMED.
               WRITE REG-SLDMEDIO
                   INVALID KEY
                       REWRITE REG-SLDMEDIO
               END-WRITE.
               IF FS-SLDMEDIO                NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-SLDMEDIO          TO WRK-STATUS-ERRO
                   MOVE '0220-GRAVA-SLDMEDIO' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-CONTAS-CALCULADAS.

       0220-FECHA-CONTA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0230-APLICA-DIA                         SECTION.
      *-----------------------------------------------------------------
      *    REGISTRO DE MES ANTERIOR: SO DA O SALDO DE ABERTURA DO MES;
      *    REGISTRO DO MES: FECHA OS DIAS DESDE O REGISTRO ANTERIOR;
      *    REGISTRO POSTERIOR A DATA-BASE: FORA DO PERIODO
      *-----------------------------------------------------------------

               MOVE REG-DATA-SLDDIA(1:6) TO WRK-MES-REG.
               IF WRK-MES-REG LESS WRK-MES-CALC
                   MOVE REG-SALDO-SLDDIA TO WRK-SALDO-CORRENTE
                   MOVE "S"              TO WRK-CONTA-INICIADA
                   MOVE 1                TO WRK-DIA-INICIO
                   MOVE 1                TO WRK-DIA-CORRENTE
                   GO TO 0230-APLICA-DIA-FIM
               END-IF.
               IF WRK-MES-REG GREATER WRK-MES-CALC OR
                  REG-DATA-SLDDIA GREATER WRK-DATA-BASE
                   GO TO 0230-APLICA-DIA-FIM
               END-IF.

               MOVE REG-DATA-SLDDIA(7:2) TO WRK-DIA-REG.
               IF WRK-CONTA-INICIADA EQUAL "S"
                   COMPUTE ACU-SALDO-DIAS = ACU-SALDO-DIAS +
                       WRK-SALDO-CORRENTE *
                       (WRK-DIA-REG - WRK-DIA-CORRENTE)
               ELSE
                   MOVE "S"         TO WRK-CONTA-INICIADA
                   MOVE WRK-DIA-REG TO WRK-DIA-INICIO
               END-IF.
               MOVE REG-SALDO-SLDDIA TO WRK-SALDO-CORRENTE.
               MOVE WRK-DIA-REG      TO WRK-DIA-CORRENTE.

       0230-APLICA-DIA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-FECHA-ULTIMA-CONTA.
               IF WRK-CHAVE-ATUAL NOT EQUAL ZEROS
                   PERFORM 0220-FECHA-CONTA
               END-IF.
               CLOSE SLDDIARIO SLDMEDIO.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>>> SALDO MEDIO DO MES " WRK-MES-CALC
                   " <<<<<<<< "
               DISPLAY "SALDOS DIARIOS LIDOS........:" ACU-LIDOS.
               DISPLAY "CONTAS COM SALDO MEDIO......:"
                   ACU-CONTAS-CALCULADAS.
               DISPLAY "CONTAS SEM SALDO NO PERIODO.:"
                   ACU-CONTAS-SEM-SALDO.
               DISPLAY "DIAS DO PERIODO (ATE)........:" WRK-DIA-FIM.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC     TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC      TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC         TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC         TO REG-HORA-AUD.
               MOVE ACU-CONTAS-CALCULADAS TO REG-QT-PROC-AUD.
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

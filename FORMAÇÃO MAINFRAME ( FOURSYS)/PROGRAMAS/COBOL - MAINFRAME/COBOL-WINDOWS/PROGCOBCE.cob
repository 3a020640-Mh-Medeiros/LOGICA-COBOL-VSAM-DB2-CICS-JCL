       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCOBCE.
      *=================================================================
      * PROGRAMA   : PROGCOBCE
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 14/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: COBRANCA MENSAL DOS JUROS DE CHEQUE ESPECIAL: LE
      *              AS PROVISOES EM ABERTO DO KSDS ACRCHESP.DAT (ATE O
      *              MES DE REFERENCIA INFORMADO), SOMA POR AGENCIA +
      *              CONTA E EMITE UM LANCAMENTO DE DEBITO (TIPO "J",
      *              SINAL "D") NO LAYOUT DO LANCAM, COM CABECALHO E
      *              TRAILER DE CONTROLE (CHESPEC.TXT) -- O ARQUIVO
      *              ENTRA NO CICLO NORMAL DO PROGCALL, COMO OS
      *              RENDIMENTOS DO PROGJUROS. CADA PROVISAO COBRADA E
      *              REGRAVADA COM STATUS "C" E A DATA DA COBRANCA, E
      *              NAO E COBRADA DE NOVO NO RE-RUN.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  ACRCHESP               I-O                  #BOOKACRCE
      *  CONTAS                 I                    #BOOKCTAS
      *  CHESPEC                O                    #BOOKLANCAM
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
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX DO #BOOKLANCAM (LRECL 185) GRAVADO
      *              EM BRANCO NOS LANCAMENTOS GERADOS
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
           SELECT ACRCHESP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ACRCHESP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ACRCE
               FILE STATUS IS FS-ACRCHESP.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT CHESPEC ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CHESPEC.TXT"
               FILE STATUS IS FS-CHESPEC.
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
      *     I-O   -  PROVISAO DIARIA DE JUROS DE CHEQUE ESPECIAL
      *                               LRECL = 062
      *-----------------------------------------------------------------
       FD  ACRCHESP.
       COPY "#BOOKACRCE".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 059
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *     OUTPUT-  LANCAMENTOS DE JUROS DE CHEQUE ESPECIAL (LANCAM)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  CHESPEC.
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
       01  FS-ACRCHESP                 PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-CHESPEC                  PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
       01  WRK-PARM-MES-REF            PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-PROVISOES-LIDAS         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PROVISOES-COBRADAS      PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-DEBITOS-GERADOS         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-PULADAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-COBRADA           PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== QUEBRA POR AGENCIA + CONTA =====".
      *-----------------------------------------------------------------
       01  WRK-CHAVE-ATUAL.
           05 WRK-AGENCIA-ATUAL        PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-ATUAL          PIC 9(006)          VALUE ZEROS.
       01  WRK-CHAVE-LIDA.
           05 WRK-AGENCIA-LIDA         PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-LIDA           PIC 9(006)          VALUE ZEROS.
       01  WRK-TOTAL-CONTA             PIC 9(007)V9(006)   VALUE ZEROS.
       01  WRK-VALOR-DEBITO            PIC 9(007)V99       VALUE ZEROS.
       01  WRK-MES-ACRCE               PIC 9(006)          VALUE ZEROS.
       01  WRK-CONTA-ACHOU-MTR         PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCOBC".
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
       01  WRK-COBRADO-ED              PIC -.ZZZ.ZZZ.ZZ9,99.
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
               PERFORM 0200-PROCESSAR UNTIL FS-ACRCHESP NOT EQUAL '00'.
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
               DISPLAY "MES DE REFERENCIA AAAAMM (ENTER = MES DO "
                   "MOVIMENTO): "
               ACCEPT WRK-PARM-MES-REF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               IF WRK-PARM-MES-REF EQUAL ZEROS
                   MOVE WRK-DATA-MOVTO(1:6) TO WRK-PARM-MES-REF
               END-IF.
               DISPLAY "COBRANDO PROVISOES ATE O MES....:"
                   WRK-PARM-MES-REF.
               PERFORM 0130-ABRE-CONTAS-MASTER.
               OPEN I-O ACRCHESP.
               IF FS-ACRCHESP                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-ACRCHESP          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-ACRCHESP' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT CHESPEC.
               PERFORM 0150-GRAVA-CABECALHO.
               PERFORM 0120-LEITURA.
               MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ATUAL.

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
                           "COBRANCA DATADA NO PROXIMO DIA UTIL"
                       MOVE WRK-DATA-OUT-CAL TO WRK-DATA-MOVTO
                   END-IF
               END-IF.
               DISPLAY "GERANDO COBRANCA COM A DATA.....:"
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

               READ ACRCHESP NEXT
                   AT END
                       MOVE '10' TO FS-ACRCHESP
               END-READ.
               IF FS-ACRCHESP EQUAL '00'
                   MOVE REG-AGENCIA-ACRCE TO WRK-AGENCIA-LIDA
                   MOVE REG-CONTA-ACRCE   TO WRK-CONTA-LIDA
               END-IF.

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
      *    O KSDS VEM NA ORDEM DA CHAVE -- NA TROCA DE AGENCIA + CONTA
      *    O TOTAL DA CONTA ANTERIOR VIRA UM DEBITO
      *-----------------------------------------------------------------

               ADD 1 TO ACU-PROVISOES-LIDAS.
               IF WRK-CHAVE-LIDA NOT EQUAL WRK-CHAVE-ATUAL
                   PERFORM 0220-GERA-DEBITO
                   MOVE WRK-CHAVE-LIDA TO WRK-CHAVE-ATUAL
               END-IF.
               MOVE REG-DATA-ACRCE(1:6) TO WRK-MES-ACRCE.
               IF REG-ACRCE-ABERTA AND
                  WRK-MES-ACRCE NOT GREATER WRK-PARM-MES-REF
                   PERFORM 0210-BAIXA-PROVISAO
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-BAIXA-PROVISAO                     SECTION.
      *-----------------------------------------------------------------

               ADD REG-VALOR-ACRCE TO WRK-TOTAL-CONTA.
               SET REG-ACRCE-COBRADA TO TRUE.
               MOVE WRK-DATA-MOVTO TO REG-DATA-COBRANCA-ACRCE.
               REWRITE REG-ACRCHESP.
               IF FS-ACRCHESP EQUAL '00'
                   ADD 1 TO ACU-PROVISOES-COBRADAS
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-ACRCHESP          TO WRK-STATUS-ERRO
                   MOVE '0210-REWRITE-ACRCE' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0210-BAIXA-PROVISAO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-GERA-DEBITO                        SECTION.
      *-----------------------------------------------------------------

               COMPUTE WRK-VALOR-DEBITO ROUNDED = WRK-TOTAL-CONTA.
               MOVE ZEROS TO WRK-TOTAL-CONTA.
               IF WRK-VALOR-DEBITO GREATER ZEROS
                   PERFORM 0221-LOCALIZA-CONTA
                   IF WRK-CONTA-ACHOU-MTR EQUAL 'S'
                       PERFORM 0225-GRAVA-DEBITO
                   ELSE
                       DISPLAY "ATENCAO: CONTA " WRK-AGENCIA-ATUAL "/"
                           WRK-CONTA-ATUAL " FORA DO MASTER -- "
                           "JUROS DE CHEQUE ESPECIAL NAO COBRADOS"
                       ADD 1 TO ACU-CONTAS-PULADAS
                   END-IF
               END-IF.

       0220-GERA-DEBITO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0221-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-ACHOU-MTR.
               MOVE WRK-AGENCIA-ATUAL TO REG-AGENCIA-MTR.
               MOVE WRK-CONTA-ATUAL   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONTA-ACHOU-MTR
               END-READ.

       0221-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0225-GRAVA-DEBITO                       SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-AGENCIA-ATUAL      TO REG-AGENCIA.
               MOVE WRK-CONTA-ATUAL        TO REG-CONTA.
               MOVE WRK-VALOR-DEBITO       TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE REG-GERENTE-MTR        TO REG-GERENTE.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-LANCAM.
               MOVE "D"                    TO REG-SINAL-LANCAM.
               MOVE "J"                    TO REG-TIPO-LANCAM.
               MOVE ZEROS                  TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE "JUROS CHEQUE ESPEC"
                   TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-CHESPEC               EQUAL '00'
                   ADD 1 TO ACU-DEBITOS-GERADOS
                   ADD WRK-VALOR-DEBITO TO ACU-GRANA-COBRADA
               END-IF.

       0225-GRAVA-DEBITO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0304-ULTIMA-CONTA.
               IF ACU-PROVISOES-LIDAS GREATER ZEROS
                   PERFORM 0220-GERA-DEBITO
               END-IF.

       0305-GRAVA-TRAILER.
               MOVE 9999                TO REG-AGENCIA.
               MOVE ACU-DEBITOS-GERADOS TO REG-CONTA.
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
               CLOSE CHESPEC.
               CLOSE ACRCHESP.
               CLOSE CONTAS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O CHESPEC.
               IF FS-CHESPEC EQUAL '00'
                   READ CHESPEC
                   IF FS-CHESPEC EQUAL '00'
                       MOVE ACU-DEBITOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE CHESPEC
               END-IF.

       0310-ESTATISTICA.
               MOVE ACU-GRANA-COBRADA TO WRK-COBRADO-ED.
               DISPLAY "PROVISOES LIDAS..........:"
                   ACU-PROVISOES-LIDAS.
               DISPLAY "PROVISOES COBRADAS.......:"
                   ACU-PROVISOES-COBRADAS.
               DISPLAY "DEBITOS GERADOS..........:"
                   ACU-DEBITOS-GERADOS.
               DISPLAY "CONTAS FORA DO MASTER....:"
                   ACU-CONTAS-PULADAS.
               DISPLAY "TOTAL DEBITADO...........:R$" WRK-COBRADO-ED.

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
               MOVE ACU-DEBITOS-GERADOS  TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0330-DEFINE-RETORNO.
               IF ACU-CONTAS-PULADAS GREATER ZEROS
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

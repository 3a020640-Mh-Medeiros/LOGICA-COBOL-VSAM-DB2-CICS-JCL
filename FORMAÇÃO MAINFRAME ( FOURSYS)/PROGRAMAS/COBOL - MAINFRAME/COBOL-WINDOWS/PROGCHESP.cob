       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCHESP.
      *=================================================================
      * PROGRAMA   : PROGCHESP
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 14/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PROVISAO DIARIA DE JUROS DE CHEQUE ESPECIAL: LE
      *              O MASTER DE SALDOS (SALDOS.TXT) DEPOIS DO
      *              PROGSALDO E, PARA CADA CONTA COM SALDO DEVEDOR,
      *              CRUZA O MASTER DE CONTAS (CONTAS.TXT) E APLICA A
      *              TAXA MENSAL DO TIPO DA CONTA (TAXACHESP.TXT) --
      *              1/30 DA TAXA POR DIA CORRIDO, DA DATA DE
      *              MOVIMENTO ATE O PROXIMO DIA UTIL (O SALDO DA
      *              SEXTA-FEIRA RENDE O FIM DE SEMANA). CADA
      *              PROVISAO E GRAVADA NO KSDS ACRCHESP.DAT (CHAVE
      *              AGENCIA + CONTA + DATA), EM ABERTO ATE A
      *              COBRANCA MENSAL DO PROGCOBCE.
      *-----------------------------------------------------------------
      * OBSERVACAO.: O RE-RUN DA MESMA DATA NAO PROVISIONA DUAS VEZES
      *              -- A CHAVE JA GRAVADA E RECUSADA PELO KSDS E A
      *              CONTA E CONTADA COMO JA PROVISIONADA. CONTA
      *              ENCERRADA NAO PROVISIONA; TIPO DE CONTA SEM TAXA
      *              NA TABELA SAI COM RETURN-CODE 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  SALDOS                 I                    #BOOKSALDO
      *  CONTAS                 I                    #BOOKCTAS
      *  TAXACHESP              I                    #BOOKTXCE
      *  ACRCHESP               I-O                  #BOOKACRCE
      *  CTLDATA                I                    #BOOKCTLDAT
      *  VARRELAN               I  (OPCIONAL)        #BOOKLANCAM
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
      * DATA.......: 25 / 09 / 2026
      * OBJETIVO...: COBERTURA DA VARREDURA REVERSA: LE OS CREDITOS
      *              "VARREDURA REVERSA" GERADOS NA MESMA NOITE PELO
      *              PROGVARRE (VARRELAN.TXT, OPCIONAL) E DESCONTA DO
      *              SALDO DEVEDOR O QUE A POUPANCA JA VAI COBRIR --
      *              CONTA TOTALMENTE COBERTA NAO PROVISIONA JUROS.
      *              ARQUIVO DE OUTRA DATA (PROGVARRE NAO RODOU) E
      *              IGNORADO
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
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT TAXACHESP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TAXACHESP.TXT"
               FILE STATUS IS FS-TAXACHESP.
           SELECT ACRCHESP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ACRCHESP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ACRCE
               FILE STATUS IS FS-ACRCHESP.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT VARRELAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\VARRELAN.TXT"
               FILE STATUS IS FS-VARRELAN.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE SALDOS POR CONTA (PROGSALDO)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 059
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  TABELA DE TAXAS DE CHEQUE ESPECIAL
      *                               LRECL = 010
      *-----------------------------------------------------------------
       FD  TAXACHESP.
       COPY "#BOOKTXCE".
      *-----------------------------------------------------------------
      *     I-O   -  PROVISAO DIARIA DE JUROS DE CHEQUE ESPECIAL
      *                               LRECL = 062
      *-----------------------------------------------------------------
       FD  ACRCHESP.
       COPY "#BOOKACRCE".
      *-----------------------------------------------------------------
      *     INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *     INPUT -  LANCAMENTOS DE VARREDURA DA NOITE (PROGVARRE)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  VARRELAN.
       COPY "#BOOKLANCAM".
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
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-TAXACHESP                PIC X(002)          VALUE SPACES.
       01  FS-ACRCHESP                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-VARRELAN                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-SALDOS-LIDOS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-DEVEDORAS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PROVISOES-GRAVADAS      PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JA-PROVISIONADAS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-TAXA                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-PULADAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-COBERTAS-VARREDURA      PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-COBERTA           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-GRANA-PROVISAO          PIC 9(009)V9(006) COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-DEVEDORA          PIC 9(012)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== MASTER DE CONTAS (LEITURA PELA CHAVE) =====".
      *-----------------------------------------------------------------
       01  WRK-CONTA-ACHOU-MTR         PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== TABELA DE TAXAS DE CHEQUE ESPECIAL =====".
      *-----------------------------------------------------------------
       01  WRK-QT-TAXAS                PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-TAXA                PIC 9(002)          VALUE ZEROS.
       01  WRK-TAXA-ACHOU              PIC X(001)          VALUE "N".
       01  TAB-TAXAS.
           05 TAB-TAXA-ITEM            OCCURS 10 TIMES.
               10 TAB-TAXA-TIPO            PIC X(001).
               10 TAB-TAXA-MENSAL          PIC 9(003)V9(006).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== COBERTURA DA VARREDURA REVERSA =====".
      *-----------------------------------------------------------------
       01  WRK-QT-COBERTURAS           PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-COB                 PIC 9(003)          VALUE ZEROS.
       01  WRK-COB-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-VALOR-COBERTO           PIC 9(010)V99       VALUE ZEROS.
       01  TAB-COBERTURAS.
           05 TAB-COB-ITEM             OCCURS 500 TIMES.
               10 TAB-COB-AGENCIA          PIC 9(004).
               10 TAB-COB-CONTA            PIC 9(006).
               10 TAB-COB-VALOR            PIC 9(007)V99.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CALCULO DA PROVISAO =====".
      *-----------------------------------------------------------------
       01  WRK-SALDO-DEVEDOR           PIC 9(010)V99       VALUE ZEROS.
       01  WRK-VALOR-PROVISAO          PIC 9(005)V9(006)   VALUE ZEROS.
       01  WRK-QT-DIAS                 PIC 9(002)          VALUE 1.
       01  WRK-DATA-PROX-UTIL          PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCHES".
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
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
       01  WRK-PROVISAO-ED             PIC Z.ZZZ.ZZZ.ZZ9,999999.
       01  WRK-DEVEDOR-ED              PIC Z.ZZZ.ZZZ.ZZ9,99.
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
               PERFORM 0200-PROCESSAR UNTIL FS-SALDOS NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0115-APURA-DIAS.
               PERFORM 0130-ABRE-CONTAS-MASTER.
               PERFORM 0140-CARREGA-TAXAS.
               PERFORM 0150-ABRE-PROVISAO.
               PERFORM 0160-CARREGA-COBERTURAS.
               OPEN INPUT SALDOS.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-SALDOS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
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
               ELSE
                   DISPLAY "ATENCAO: CONTROLE DE DATA (CTLDATA) "
                       "AUSENTE -- USANDO A DATA DO DIA"
               END-IF.
               DISPLAY "PROVISIONANDO CHEQUE ESPECIAL DA DATA:"
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
       0115-APURA-DIAS                         SECTION.
      *-----------------------------------------------------------------
      *    DIAS CORRIDOS DA DATA DE MOVIMENTO ATE O PROXIMO DIA UTIL --
      *    SEM CALENDARIO, PROVISIONA UM DIA
      *-----------------------------------------------------------------

               MOVE 1 TO WRK-QT-DIAS.
               MOVE "P" TO WRK-FUNCAO-CAL.
               MOVE WRK-DATA-MOVTO TO WRK-DATA-IN-CAL.
               CALL WRK-MODULO-CALDIA USING WRK-CALDIA.
               IF WRK-SITUACAO-CAL EQUAL "0"
                   MOVE WRK-DATA-OUT-CAL TO WRK-DATA-PROX-UTIL
                   COMPUTE WRK-QT-DIAS =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-PROX-UTIL) -
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO)
               ELSE
                   DISPLAY "ATENCAO: PROXIMO DIA UTIL NAO ENCONTRADO "
                       "NO CALENDARIO -- PROVISIONANDO 1 DIA"
               END-IF.
               IF WRK-QT-DIAS EQUAL ZEROS
                   MOVE 1 TO WRK-QT-DIAS
               END-IF.
               DISPLAY "DIAS CORRIDOS PROVISIONADOS.....:" WRK-QT-DIAS.

       0115-APURA-DIAS-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ SALDOS
                   AT END
                       MOVE '10' TO FS-SALDOS
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
       0140-CARREGA-TAXAS                      SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT TAXACHESP.
               IF FS-TAXACHESP               EQUAL '00'
                   PERFORM 0141-LE-TAXA
                           UNTIL FS-TAXACHESP NOT EQUAL '00'
                   CLOSE TAXACHESP
               ELSE
                   DISPLAY "ERRO: TABELA DE TAXAS DE CHEQUE ESPECIAL "
                       "(TAXACHESP) AUSENTE -- EXECUCAO ABORTADA"
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-TAXACHESP         TO WRK-STATUS-ERRO
                   MOVE '0140-ABRE-TAXAS'    TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0140-CARREGA-TAXAS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0141-LE-TAXA                            SECTION.
      *-----------------------------------------------------------------

               READ TAXACHESP
               IF FS-TAXACHESP               EQUAL '00'
                   IF WRK-QT-TAXAS LESS THAN 10
                       ADD 1                 TO WRK-QT-TAXAS
                       MOVE REG-TIPO-CONTA-TXCE TO
                           TAB-TAXA-TIPO(WRK-QT-TAXAS)
                       MOVE REG-TAXA-MENSAL-TXCE TO
                           TAB-TAXA-MENSAL(WRK-QT-TAXAS)
                   ELSE
                       DISPLAY "ATENCAO: MAIS DE 10 TAXAS NA "
                           "TABELA -- CARGA INCOMPLETA"
                   END-IF
               END-IF.

       0141-LE-TAXA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0150-ABRE-PROVISAO                      SECTION.
      *-----------------------------------------------------------------

               OPEN I-O ACRCHESP.
               IF FS-ACRCHESP EQUAL '35'
                   OPEN OUTPUT ACRCHESP
                   CLOSE ACRCHESP
                   OPEN I-O ACRCHESP
               END-IF.
               IF FS-ACRCHESP                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-ACRCHESP          TO WRK-STATUS-ERRO
                   MOVE '0150-ABRE-ACRCHESP' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0150-ABRE-PROVISAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0160-CARREGA-COBERTURAS                 SECTION.
      *-----------------------------------------------------------------
      *    CREDITOS DA VARREDURA REVERSA DA NOITE -- SO VALEM SE O
      *    TRAILER DO ARQUIVO E DA DATA DE MOVIMENTO EM DIANTE (O
      *    PROGVARRE DATA NO PROXIMO DIA UTIL QUANDO PRECISA)
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-QT-COBERTURAS.
               OPEN INPUT VARRELAN.
               IF FS-VARRELAN                NOT EQUAL '00'
                   DISPLAY "SEM LANCAMENTOS DE VARREDURA NA NOITE "
                       "(VARRELAN AUSENTE)"
               ELSE
                   PERFORM 0161-LE-VARRELAN
                           UNTIL FS-VARRELAN NOT EQUAL '00'
                   CLOSE VARRELAN
                   DISPLAY "COBERTURAS DE VARREDURA REVERSA.:"
                       WRK-QT-COBERTURAS
               END-IF.

       0160-CARREGA-COBERTURAS-FIM.            EXIT.
      *-----------------------------------------------------------------
       0161-LE-VARRELAN                        SECTION.
      *-----------------------------------------------------------------

               READ VARRELAN
               IF FS-VARRELAN                EQUAL '00'
                   EVALUATE TRUE
                       WHEN REG-AGENCIA EQUAL 9999
                           IF REG-DATA-LANCAM LESS WRK-DATA-MOVTO
                               DISPLAY "ATENCAO: VARRELAN DE OUTRA "
                                   "DATA (" REG-DATA-LANCAM ") -- "
                                   "COBERTURAS IGNORADAS"
                               MOVE ZEROS TO WRK-QT-COBERTURAS
                           END-IF
                       WHEN REG-AGENCIA EQUAL ZEROS
                           CONTINUE
                       WHEN REG-SINAL-LANCAM EQUAL "C" AND
                            REG-TIPO-LANCAM EQUAL "T" AND
                            REG-HISTORICO-LANCAM EQUAL
                                "VARREDURA REVERSA"
                           PERFORM 0162-GUARDA-COBERTURA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

       0161-LE-VARRELAN-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0162-GUARDA-COBERTURA                   SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-COBERTURAS LESS 500
                   ADD 1                 TO WRK-QT-COBERTURAS
                   MOVE REG-AGENCIA      TO
                       TAB-COB-AGENCIA(WRK-QT-COBERTURAS)
                   MOVE REG-CONTA        TO
                       TAB-COB-CONTA(WRK-QT-COBERTURAS)
                   MOVE REG-LANCAMENTO   TO
                       TAB-COB-VALOR(WRK-QT-COBERTURAS)
               ELSE
                   DISPLAY "ATENCAO: MAIS DE 500 COBERTURAS DE "
                       "VARREDURA -- CONTA " REG-AGENCIA "/"
                       REG-CONTA " PROVISIONA SEM DESCONTO"
                   IF WRK-RC-SAIDA LESS 4
                       MOVE 4 TO WRK-RC-SAIDA
                   END-IF
               END-IF.

       0162-GUARDA-COBERTURA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-SALDOS-LIDOS.
               IF REG-SALDO-ATUAL LESS ZEROS
                   ADD 1 TO ACU-CONTAS-DEVEDORAS
                   PERFORM 0210-LOCALIZA-CONTA
                   IF WRK-CONTA-ACHOU-MTR EQUAL 'S' AND
                      REG-SITUACAO-MTR NOT EQUAL 'E'
                       PERFORM 0220-GERA-PROVISAO
                   ELSE
                       ADD 1 TO ACU-CONTAS-PULADAS
                   END-IF
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-ACHOU-MTR.
               MOVE REG-AGENCIA-SALDO TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-SALDO   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONTA-ACHOU-MTR
               END-READ.

       0210-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-GERA-PROVISAO                      SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-TAXA-ACHOU.
               PERFORM 0221-COMPARA-TAXA
                       VARYING WRK-IDX-TAXA FROM 1 BY 1
                       UNTIL WRK-IDX-TAXA GREATER WRK-QT-TAXAS
                          OR WRK-TAXA-ACHOU EQUAL 'S'.
               IF WRK-TAXA-ACHOU EQUAL 'N'
                   DISPLAY "ATENCAO: TIPO DE CONTA '" REG-TIPO-REMUN-MTR
                       "' SEM TAXA DE CHEQUE ESPECIAL -- CONTA "
                       REG-AGENCIA-SALDO "/" REG-CONTA-SALDO
                       " SEM PROVISAO"
                   ADD 1 TO ACU-SEM-TAXA
                   IF WRK-RC-SAIDA LESS 4
                       MOVE 4 TO WRK-RC-SAIDA
                   END-IF
               ELSE
                   COMPUTE WRK-SALDO-DEVEDOR = REG-SALDO-ATUAL * -1
                   PERFORM 0215-DESCONTA-COBERTURA
                   IF WRK-SALDO-DEVEDOR EQUAL ZEROS
                       ADD 1 TO ACU-COBERTAS-VARREDURA
                   ELSE
                       COMPUTE WRK-VALOR-PROVISAO ROUNDED =
                           WRK-SALDO-DEVEDOR *
                           TAB-TAXA-MENSAL(WRK-IDX-TAXA) / 30 *
                           WRK-QT-DIAS
                       PERFORM 0225-GRAVA-PROVISAO
                   END-IF
               END-IF.

       0220-GERA-PROVISAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0215-DESCONTA-COBERTURA                 SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-COB-ACHOU.
               PERFORM 0216-COMPARA-COBERTURA
                       VARYING WRK-IDX-COB FROM 1 BY 1
                       UNTIL WRK-IDX-COB GREATER WRK-QT-COBERTURAS
                          OR WRK-COB-ACHOU EQUAL 'S'.
               IF WRK-COB-ACHOU EQUAL 'S'
                   MOVE TAB-COB-VALOR(WRK-IDX-COB) TO WRK-VALOR-COBERTO
                   IF WRK-VALOR-COBERTO NOT LESS WRK-SALDO-DEVEDOR
                       ADD WRK-SALDO-DEVEDOR TO ACU-GRANA-COBERTA
                       MOVE ZEROS TO WRK-SALDO-DEVEDOR
                   ELSE
                       ADD WRK-VALOR-COBERTO TO ACU-GRANA-COBERTA
                       SUBTRACT WRK-VALOR-COBERTO FROM WRK-SALDO-DEVEDOR
                   END-IF
               END-IF.

       0215-DESCONTA-COBERTURA-FIM.            EXIT.
      *-----------------------------------------------------------------
       0216-COMPARA-COBERTURA                  SECTION.
      *-----------------------------------------------------------------

               IF TAB-COB-AGENCIA(WRK-IDX-COB) EQUAL REG-AGENCIA-SALDO
                  AND TAB-COB-CONTA(WRK-IDX-COB) EQUAL REG-CONTA-SALDO
                   MOVE 'S' TO WRK-COB-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-COB
               END-IF.

       0216-COMPARA-COBERTURA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0221-COMPARA-TAXA                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-TAXA-TIPO(WRK-IDX-TAXA) EQUAL
                      REG-TIPO-REMUN-MTR
                   MOVE 'S' TO WRK-TAXA-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-TAXA
               END-IF.

       0221-COMPARA-TAXA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0225-GRAVA-PROVISAO                     SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-SALDO      TO REG-AGENCIA-ACRCE.
               MOVE REG-CONTA-SALDO        TO REG-CONTA-ACRCE.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-ACRCE.
               MOVE WRK-SALDO-DEVEDOR      TO REG-SALDO-DEVEDOR-ACRCE.
               MOVE REG-TIPO-REMUN-MTR     TO REG-TIPO-CONTA-ACRCE.
               MOVE TAB-TAXA-MENSAL(WRK-IDX-TAXA) TO
                   REG-TAXA-MENSAL-ACRCE.
               MOVE WRK-QT-DIAS            TO REG-QT-DIAS-ACRCE.
               MOVE WRK-VALOR-PROVISAO     TO REG-VALOR-ACRCE.
               SET REG-ACRCE-ABERTA        TO TRUE.
               MOVE ZEROS                  TO REG-DATA-COBRANCA-ACRCE.
               WRITE REG-ACRCHESP
                   INVALID KEY
                       ADD 1 TO ACU-JA-PROVISIONADAS
                   NOT INVALID KEY
                       ADD 1 TO ACU-PROVISOES-GRAVADAS
                       ADD WRK-VALOR-PROVISAO TO ACU-GRANA-PROVISAO
                       ADD WRK-SALDO-DEVEDOR  TO ACU-GRANA-DEVEDORA
               END-WRITE.

       0225-GRAVA-PROVISAO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-FECHA-ARQUIVOS.
               CLOSE SALDOS
                     CONTAS
                     ACRCHESP.

       0310-ESTATISTICA.
               MOVE ACU-GRANA-PROVISAO TO WRK-PROVISAO-ED.
               MOVE ACU-GRANA-DEVEDORA TO WRK-DEVEDOR-ED.
               DISPLAY " >>>>>>>> PROVISAO DE CHEQUE ESPECIAL <<<<<<<< "
               DISPLAY "SALDOS LIDOS DO MASTER..........:"
                   ACU-SALDOS-LIDOS.
               DISPLAY "CONTAS COM SALDO DEVEDOR........:"
                   ACU-CONTAS-DEVEDORAS.
               DISPLAY "PROVISOES GRAVADAS..............:"
                   ACU-PROVISOES-GRAVADAS.
               DISPLAY "JA PROVISIONADAS (RE-RUN).......:"
                   ACU-JA-PROVISIONADAS.
               DISPLAY "TIPO DE CONTA SEM TAXA..........:"
                   ACU-SEM-TAXA.
               DISPLAY "INEXISTENTES / ENCERRADAS.......:"
                   ACU-CONTAS-PULADAS.
               DISPLAY "COBERTAS PELA VARREDURA.........:"
                   ACU-COBERTAS-VARREDURA.
               MOVE ACU-GRANA-COBERTA  TO WRK-DEVEDOR-ED.
               DISPLAY "DEVEDOR COBERTO PELA POUPANCA...:R$"
                   WRK-DEVEDOR-ED.
               MOVE ACU-GRANA-DEVEDORA TO WRK-DEVEDOR-ED.
               DISPLAY "SALDO DEVEDOR PROVISIONADO......:R$"
                   WRK-DEVEDOR-ED.
               DISPLAY "JUROS PROVISIONADOS NO DIA......:R$"
                   WRK-PROVISAO-ED.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC      TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC       TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC          TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC          TO REG-HORA-AUD.
               MOVE ACU-PROVISOES-GRAVADAS TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0330-DEFINE-RETORNO.
               MOVE WRK-RC-SAIDA TO RETURN-CODE.

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

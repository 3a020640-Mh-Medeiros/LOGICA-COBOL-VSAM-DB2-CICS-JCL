       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCDBV.
      *=================================================================
      * PROGRAMA   : PROGCDBV
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 26/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MOVIMENTACAO NOTURNA DAS APLICACOES EM CDB
      *              (KSDS CDB.TXT): EMITE, NO LAYOUT DO LANCAM, COM
      *              CABECALHO E TRAILER DE CONTROLE (CDBLAN.TXT), OS
      *              LANCAMENTOS TIPO "B" DA CONTA CORRENTE:
      *              - APLICACAO SOLICITADA: DEBITO DO VALOR APLICADO;
      *                A APLICACAO FICA ATIVA COM DATA DE APLICACAO =
      *                DATA DE MOVIMENTO E VENCIMENTO = APLICACAO +
      *                PRAZO EM DIAS CORRIDOS, LEVADO PARA O PROXIMO
      *                DIA UTIL QUANDO CAIR EM DIA NAO UTIL (CALDIA);
      *              - APLICACAO VENCIDA OU COM RESGATE ANTECIPADO
      *                PEDIDO: CREDITO DO VALOR APLICADO + JUROS
      *                PROVISIONADOS (PROGCDBP) MENOS O IRRF DA TABELA
      *                REGRESSIVA PELOS DIAS CORRIDOS DE PERMANENCIA:
      *                  ATE 180 DIAS .......... 22,5%
      *                  DE 181 A 360 DIAS ..... 20,0%
      *                  DE 361 A 720 DIAS ..... 17,5%
      *                  ACIMA DE 720 DIAS ..... 15,0%
      *                A APLICACAO FICA LIQUIDADA COM O IRRF E O
      *                LIQUIDO GRAVADOS.
      *              O IRRF RETIDO NA NOITE VAI PARA O SUMARIO
      *              CDBDIA.TXT (EVENTO "I"), CONTABILIZADO PELO
      *              PROGRAZAO. O CDBLAN ENTRA NO CICLO NORMAL DO
      *              PROGCALL DA PROXIMA NOITE.
      *-----------------------------------------------------------------
      * OBSERVACAO.: APLICACAO SOLICITADA SEM SALDO NA CONTA PARA O
      *              DEBITO E CANCELADA. CONTA FORA DO MASTER, NAO
      *              ABERTA (APLICACAO) OU ENCERRADA (LIQUIDACAO) NAO
      *              GERA LANCAMENTO, FICA PARA A PROXIMA NOITE E DEIXA
      *              O RUN COM RETURN-CODE 4. CREDITO ACIMA DO LIMITE
      *              DO CAMPO DE VALOR DO LANCAMENTO SAI EM PARCELAS.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CDB                    I-O                  #BOOKCDB
      *  CONTAS                 I                    #BOOKCTAS
      *  SALDOS                 I                    #BOOKSALDO
      *  CDBLAN                 O                    #BOOKLANCAM
      *  CDBDIA                 O (EXTEND)           #BOOKCDBDIA
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
           SELECT CDB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDB.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-CDB
               FILE STATUS IS FS-CDB.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT CDBLAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDBLAN.TXT"
               FILE STATUS IS FS-CDBLAN.
           SELECT CDBDIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDBDIA.TXT"
               FILE STATUS IS FS-CDBDIA.
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
      *      I-O -  APLICACOES EM CDB (PROGCDB / PROGCDBP)
      *                               LRECL = 140
      *-----------------------------------------------------------------
       FD  CDB.
       COPY "#BOOKCDB".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 059
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE SALDOS POR CONTA (PROGSALDO)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *     OUTPUT-  LANCAMENTOS DE APLICACAO / RESGATE (LANCAM)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  CDBLAN.
       COPY "#BOOKLANCAM".
      *-----------------------------------------------------------------
      *     OUTPUT-  SUMARIO DIARIO DE EVENTOS DO CDB (CUMULATIVO)
      *                               LRECL = 028
      *-----------------------------------------------------------------
       FD  CDBDIA.
       COPY "#BOOKCDBDIA".
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
       01  FS-CDB                      PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-CDBLAN                   PIC X(002)          VALUE SPACES.
       01  FS-CDBDIA                   PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  ACU-APLIC-LIDAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-EVENTO              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PULADAS                 PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CANCELADAS-SALDO        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-LANCAMENTOS-GERADOS     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-APLICADAS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-VENCIDAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-RESGATADAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-APLICADA          PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-LIQUIDA           PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-JUROS             PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-IRRF              PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CONTA DA APLICACAO =====".
      *-----------------------------------------------------------------
       01  WRK-CDB-ABERTO              PIC X(001)          VALUE "N".
       01  WRK-CONTA-ACHOU-MTR         PIC X(001)          VALUE "N".
       01  WRK-SALDO-CONTA             PIC S9(010)V99      VALUE ZEROS.
       01  WRK-CHAVE-CTA-ANT.
           05 WRK-AGENCIA-ANT          PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-ANT            PIC 9(006)          VALUE ZEROS.
       01  WRK-DEBITADO-CTA            PIC S9(010)V99      VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== VENCIMENTO E IRRF REGRESSIVO =====".
      *-----------------------------------------------------------------
       01  WRK-DATA-CALC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DIAS-PERMANENCIA        PIC 9(005)          VALUE ZEROS.
       01  WRK-ALIQUOTA-IR             PIC 9(002)V9(002)   VALUE ZEROS.
       01  WRK-PARM-IR-ATE-180         PIC 9(002)V9(002)   VALUE 22,50.
       01  WRK-PARM-IR-ATE-360         PIC 9(002)V9(002)   VALUE 20,00.
       01  WRK-PARM-IR-ATE-720         PIC 9(002)V9(002)   VALUE 17,50.
       01  WRK-PARM-IR-ACIMA-720       PIC 9(002)V9(002)   VALUE 15,00.
       01  WRK-VALOR-IR                PIC 9(009)V99       VALUE ZEROS.
       01  WRK-VALOR-LIQUIDO           PIC 9(009)V99       VALUE ZEROS.
       01  WRK-VALOR-RESTANTE          PIC 9(009)V99       VALUE ZEROS.
       01  WRK-VALOR-MAXIMO            PIC 9(007)V99       VALUE
               9999999,99.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== LANCAMENTO DA CONTA CORRENTE =====".
      *-----------------------------------------------------------------
       01  WRK-VALOR-LANC              PIC 9(007)V99       VALUE ZEROS.
       01  WRK-SINAL-LANC              PIC X(001)          VALUE SPACES.
       01  WRK-HISTORICO-LANC.
           05 WRK-HIST-TEXTO           PIC X(016)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACE.
           05 WRK-HIST-SEQ             PIC 9(003)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCDBV".
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
               PERFORM 0200-PROCESSAR
                       UNTIL FS-CDB NOT EQUAL '00'.
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
               PERFORM 0130-ABRE-MASTERS.
               OPEN OUTPUT CDBLAN.
               IF FS-CDBLAN                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CDBLAN            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CDBLAN'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0150-GRAVA-CABECALHO.
               OPEN I-O CDB.
               IF FS-CDB                     EQUAL '35'
                   DISPLAY "SEM APLICACOES EM CDB CADASTRADAS"
                   MOVE '10' TO FS-CDB
               ELSE
                   IF FS-CDB                 NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-CDB               TO WRK-STATUS-ERRO
                       MOVE '0100-ABRE-CDB'      TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE 'S' TO WRK-CDB-ABERTO
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
               MOVE WRK-DATA-MOVTO TO WRK-DATA-CALC.
               PERFORM 0140-AJUSTA-DIA-UTIL.
               IF WRK-DATA-CALC NOT EQUAL WRK-DATA-MOVTO
                   DISPLAY "DATA DE MOVIMENTO NAO E DIA UTIL -- "
                       "LANCAMENTOS DATADOS NO PROXIMO DIA UTIL"
                   MOVE WRK-DATA-CALC TO WRK-DATA-MOVTO
               END-IF.
               DISPLAY "MOVIMENTANDO CDB COM A DATA.....:"
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

               READ CDB NEXT
                   AT END
                       MOVE '10' TO FS-CDB
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0130-ABRE-MASTERS                       SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0130-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT SALDOS.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0130-ABRE-SALDOS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0130-ABRE-MASTERS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0140-AJUSTA-DIA-UTIL                    SECTION.
      *-----------------------------------------------------------------
      *    DATA EM DIA NAO UTIL VAI PARA O PROXIMO DIA UTIL; SEM
      *    CALENDARIO A DATA FICA COMO ESTA
      *-----------------------------------------------------------------

               MOVE "V" TO WRK-FUNCAO-CAL.
               MOVE WRK-DATA-CALC TO WRK-DATA-IN-CAL.
               CALL WRK-MODULO-CALDIA USING WRK-CALDIA.
               IF WRK-SITUACAO-CAL EQUAL "0" AND
                  WRK-RESPOSTA-CAL NOT EQUAL "S"
                   MOVE "P" TO WRK-FUNCAO-CAL
                   CALL WRK-MODULO-CALDIA USING WRK-CALDIA
                   IF WRK-SITUACAO-CAL EQUAL "0"
                       MOVE WRK-DATA-OUT-CAL TO WRK-DATA-CALC
                   END-IF
               END-IF.

       0140-AJUSTA-DIA-UTIL-FIM.               EXIT.
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

               ADD 1 TO ACU-APLIC-LIDAS.
               IF REG-AGENCIA-CDB NOT EQUAL WRK-AGENCIA-ANT OR
                  REG-CONTA-CDB   NOT EQUAL WRK-CONTA-ANT
                   MOVE REG-AGENCIA-CDB TO WRK-AGENCIA-ANT
                   MOVE REG-CONTA-CDB   TO WRK-CONTA-ANT
                   MOVE ZEROS           TO WRK-DEBITADO-CTA
               END-IF.
               EVALUATE TRUE
                   WHEN REG-CDB-SOLICITADA
                       PERFORM 0210-DEBITA-APLICACAO
                   WHEN REG-CDB-ATIVA AND
                        REG-DATA-VENCTO-CDB NOT GREATER WRK-DATA-MOVTO
                       MOVE "VENCIMENTO CDB" TO WRK-HIST-TEXTO
                       PERFORM 0230-LIQUIDA-APLICACAO
                   WHEN REG-CDB-RESGATE-PEDIDO
                       MOVE "RESGATE CDB"    TO WRK-HIST-TEXTO
                       PERFORM 0230-LIQUIDA-APLICACAO
                   WHEN OTHER
                       ADD 1 TO ACU-SEM-EVENTO
               END-EVALUATE.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-DEBITA-APLICACAO                   SECTION.
      *-----------------------------------------------------------------
      *    O SALDO DO MASTER (DEPOIS DO PROGSALDO) TEM QUE COBRIR A
      *    APLICACAO, DESCONTADO O QUE JA FOI DEBITADO NA MESMA CONTA
      *    NESTA EXECUCAO -- SEM SALDO A SOLICITACAO E CANCELADA
      *-----------------------------------------------------------------

               PERFORM 0215-LOCALIZA-CONTA.
               IF WRK-CONTA-ACHOU-MTR NOT EQUAL 'S' OR
                  NOT REG-CONTA-ABERTA
                   DISPLAY "ATENCAO: APLICACAO " REG-AGENCIA-CDB "/"
                       REG-CONTA-CDB "-" REG-SEQ-CDB " -- CONTA FORA "
                       "DO MASTER OU NAO ABERTA"
                   ADD 1 TO ACU-PULADAS
                   GO TO 0210-DEBITA-APLICACAO-FIM
               END-IF.
               PERFORM 0216-LE-SALDO.
               IF WRK-SALDO-CONTA - WRK-DEBITADO-CTA LESS
                  REG-VALOR-APLIC-CDB
                   DISPLAY "ATENCAO: APLICACAO " REG-AGENCIA-CDB "/"
                       REG-CONTA-CDB "-" REG-SEQ-CDB " -- SEM SALDO "
                       "PARA O DEBITO, SOLICITACAO CANCELADA"
                   MOVE "C" TO REG-SITUACAO-CDB
                   PERFORM 0250-REGRAVA-APLICACAO
                   ADD 1 TO ACU-CANCELADAS-SALDO
                   GO TO 0210-DEBITA-APLICACAO-FIM
               END-IF.

               COMPUTE WRK-DATA-CALC = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) +
                   REG-PRAZO-DIAS-CDB).
               PERFORM 0140-AJUSTA-DIA-UTIL.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-APLIC-CDB.
               MOVE WRK-DATA-CALC          TO REG-DATA-VENCTO-CDB.
               MOVE 1                      TO REG-FATOR-ACUM-CDB.
               MOVE ZEROS                  TO REG-JUROS-PROV-CDB.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-ULT-PROV-CDB.
               MOVE "A"                    TO REG-SITUACAO-CDB.
               PERFORM 0250-REGRAVA-APLICACAO.

               MOVE REG-VALOR-APLIC-CDB    TO WRK-VALOR-LANC.
               MOVE "D"                    TO WRK-SINAL-LANC.
               MOVE "APLICACAO CDB"        TO WRK-HIST-TEXTO.
               PERFORM 0255-GRAVA-LANCAMENTO.
               ADD REG-VALOR-APLIC-CDB     TO WRK-DEBITADO-CTA.
               ADD 1                       TO ACU-QT-APLICADAS.
               ADD REG-VALOR-APLIC-CDB     TO ACU-GRANA-APLICADA.

       0210-DEBITA-APLICACAO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0215-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-ACHOU-MTR.
               MOVE REG-AGENCIA-CDB TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-CDB   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONTA-ACHOU-MTR
               END-READ.

       0215-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0216-LE-SALDO                           SECTION.
      *-----------------------------------------------------------------
      *    CONTA SEM REGISTRO NO MASTER DE SALDOS AINDA NAO TEVE
      *    MOVIMENTO -- SALDO ZERO
      *-----------------------------------------------------------------

               MOVE ZEROS           TO WRK-SALDO-CONTA.
               MOVE REG-AGENCIA-CDB TO REG-AGENCIA-SALDO.
               MOVE REG-CONTA-CDB   TO REG-CONTA-SALDO.
               READ SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SALDO-ATUAL TO WRK-SALDO-CONTA
               END-READ.

       0216-LE-SALDO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0230-LIQUIDA-APLICACAO                  SECTION.
      *-----------------------------------------------------------------
      *    VALOR APLICADO + JUROS PROVISIONADOS - IRRF DA FAIXA DE
      *    PERMANENCIA (DIAS CORRIDOS DA APLICACAO ATE A LIQUIDACAO)
      *-----------------------------------------------------------------

               PERFORM 0215-LOCALIZA-CONTA.
               IF WRK-CONTA-ACHOU-MTR NOT EQUAL 'S' OR
                  REG-CONTA-ENCERRADA
                   DISPLAY "ATENCAO: APLICACAO " REG-AGENCIA-CDB "/"
                       REG-CONTA-CDB "-" REG-SEQ-CDB " -- CONTA FORA "
                       "DO MASTER OU ENCERRADA, LIQUIDACAO ADIADA"
                   ADD 1 TO ACU-PULADAS
                   GO TO 0230-LIQUIDA-APLICACAO-FIM
               END-IF.

               COMPUTE WRK-DIAS-PERMANENCIA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
                   FUNCTION INTEGER-OF-DATE(REG-DATA-APLIC-CDB).
               EVALUATE TRUE
                   WHEN WRK-DIAS-PERMANENCIA NOT GREATER 180
                       MOVE WRK-PARM-IR-ATE-180   TO WRK-ALIQUOTA-IR
                   WHEN WRK-DIAS-PERMANENCIA NOT GREATER 360
                       MOVE WRK-PARM-IR-ATE-360   TO WRK-ALIQUOTA-IR
                   WHEN WRK-DIAS-PERMANENCIA NOT GREATER 720
                       MOVE WRK-PARM-IR-ATE-720   TO WRK-ALIQUOTA-IR
                   WHEN OTHER
                       MOVE WRK-PARM-IR-ACIMA-720 TO WRK-ALIQUOTA-IR
               END-EVALUATE.
               COMPUTE WRK-VALOR-IR ROUNDED =
                   REG-JUROS-PROV-CDB * WRK-ALIQUOTA-IR / 100.
               COMPUTE WRK-VALOR-LIQUIDO =
                   REG-VALOR-APLIC-CDB + REG-JUROS-PROV-CDB -
                   WRK-VALOR-IR.

               MOVE "C"                    TO WRK-SINAL-LANC.
               MOVE WRK-VALOR-LIQUIDO      TO WRK-VALOR-RESTANTE.
               PERFORM 0235-EMITE-CREDITO
                       UNTIL WRK-VALOR-RESTANTE EQUAL ZEROS.

               IF REG-CDB-RESGATE-PEDIDO
                   ADD 1                   TO ACU-QT-RESGATADAS
               ELSE
                   ADD 1                   TO ACU-QT-VENCIDAS
               END-IF.
               ADD WRK-VALOR-LIQUIDO       TO ACU-GRANA-LIQUIDA.
               ADD REG-JUROS-PROV-CDB      TO ACU-GRANA-JUROS.
               ADD WRK-VALOR-IR            TO ACU-GRANA-IRRF.

               MOVE "L"                    TO REG-SITUACAO-CDB.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-RESGATE-CDB.
               MOVE WRK-VALOR-IR           TO REG-VALOR-IR-CDB.
               MOVE WRK-VALOR-LIQUIDO      TO REG-VALOR-LIQ-CDB.
               PERFORM 0250-REGRAVA-APLICACAO.

       0230-LIQUIDA-APLICACAO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0235-EMITE-CREDITO                      SECTION.
      *-----------------------------------------------------------------
      *    O VALOR DO LANCAMENTO E 9(7)V99 -- O QUE PASSA DISSO SAI EM
      *    OUTRO CREDITO COM O MESMO HISTORICO
      *-----------------------------------------------------------------

               IF WRK-VALOR-RESTANTE GREATER WRK-VALOR-MAXIMO
                   MOVE WRK-VALOR-MAXIMO   TO WRK-VALOR-LANC
               ELSE
                   MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-LANC
               END-IF.
               PERFORM 0255-GRAVA-LANCAMENTO.
               SUBTRACT WRK-VALOR-LANC FROM WRK-VALOR-RESTANTE.

       0235-EMITE-CREDITO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0250-REGRAVA-APLICACAO                  SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-CDB.
               IF FS-CDB                   NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CDB               TO WRK-STATUS-ERRO
                   MOVE '0250-REWRITE-CDB'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0250-REGRAVA-APLICACAO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0255-GRAVA-LANCAMENTO                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-CDB        TO REG-AGENCIA.
               MOVE REG-CONTA-CDB          TO REG-CONTA.
               MOVE REG-GERENTE-MTR        TO REG-GERENTE.
               MOVE WRK-SINAL-LANC         TO REG-SINAL-LANCAM.
               MOVE WRK-VALOR-LANC         TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-LANCAM.
               MOVE "B"                    TO REG-TIPO-LANCAM.
               MOVE ZEROS                  TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE REG-SEQ-CDB            TO WRK-HIST-SEQ.
               MOVE WRK-HISTORICO-LANC     TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-CDBLAN                EQUAL '00'
                   ADD 1 TO ACU-LANCAMENTOS-GERADOS
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CDBLAN            TO WRK-STATUS-ERRO
                   MOVE '0255-WRITE-CDBLAN'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0255-GRAVA-LANCAMENTO-FIM.              EXIT.
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
               CLOSE CDBLAN.
               IF WRK-CDB-ABERTO EQUAL 'S'
                   CLOSE CDB
               END-IF.
               CLOSE CONTAS
                     SALDOS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O CDBLAN.
               IF FS-CDBLAN EQUAL '00'
                   READ CDBLAN
                   IF FS-CDBLAN EQUAL '00'
                       MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE CDBLAN
               END-IF.

       0307-GRAVA-SUMARIO.
               IF ACU-QT-VENCIDAS + ACU-QT-RESGATADAS GREATER ZEROS
                   OPEN EXTEND CDBDIA
                   IF FS-CDBDIA EQUAL '35'
                       OPEN OUTPUT CDBDIA
                       CLOSE CDBDIA
                       OPEN EXTEND CDBDIA
                   END-IF
                   IF FS-CDBDIA NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-CDBDIA            TO WRK-STATUS-ERRO
                       MOVE '0307-ABRE-CDBDIA'   TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE WRK-DATA-MOVTO    TO REG-DATA-CDBD
                   MOVE "I"               TO REG-EVENTO-CDBD
                   COMPUTE REG-QT-CDBD =
                       ACU-QT-VENCIDAS + ACU-QT-RESGATADAS
                   MOVE ACU-GRANA-IRRF    TO REG-VALOR-CDBD
                   WRITE REG-CDBDIA
                   CLOSE CDBDIA
               END-IF.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>>>>> MOVIMENTACAO DE CDB <<<<<<<<<< "
               DISPLAY "APLICACOES LIDAS.........:"
                   ACU-APLIC-LIDAS.
               DISPLAY "SEM EVENTO NA DATA.......:"
                   ACU-SEM-EVENTO.
               DISPLAY "CONTA INVALIDA (ADIADAS).:"
                   ACU-PULADAS.
               DISPLAY "CANCELADAS SEM SALDO.....:"
                   ACU-CANCELADAS-SALDO.
               DISPLAY "LANCAMENTOS GERADOS......:"
                   ACU-LANCAMENTOS-GERADOS.
               MOVE ACU-GRANA-APLICADA TO WRK-VALOR-ED.
               DISPLAY "APLICACOES DEBITADAS.....:"
                   ACU-QT-APLICADAS " R$" WRK-VALOR-ED.
               DISPLAY "VENCIMENTOS LIQUIDADOS...:"
                   ACU-QT-VENCIDAS.
               DISPLAY "RESGATES ANTECIPADOS.....:"
                   ACU-QT-RESGATADAS.
               MOVE ACU-GRANA-JUROS TO WRK-VALOR-ED.
               DISPLAY "JUROS BRUTOS PAGOS.......:    R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-IRRF TO WRK-VALOR-ED.
               DISPLAY "IRRF RETIDO..............:    R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-LIQUIDA TO WRK-VALOR-ED.
               DISPLAY "CREDITADO LIQUIDO........:    R$" WRK-VALOR-ED.

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
               IF ACU-PULADAS GREATER ZEROS
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

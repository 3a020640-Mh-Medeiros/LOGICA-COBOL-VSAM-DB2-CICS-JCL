       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGVARRE.
      *=================================================================
      * PROGRAMA   : PROGVARRE
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 25/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: VARREDURA AUTOMATICA DA CONTA CORRENTE PARA A
      *              POUPANCA: LE AS REGRAS ATIVAS DO KSDS
      *              VARREDURA.TXT E O SALDO DAS DUAS CONTAS NO MASTER
      *              DE SALDOS (DEPOIS DO PROGSALDO) E EMITE, NO LAYOUT
      *              DO LANCAM, COM CABECALHO E TRAILER DE CONTROLE
      *              (VARRELAN.TXT), O PAR DE TRANSFERENCIA (TIPO "T",
      *              AGENCIA/CONTA DE DESTINO PREENCHIDAS NAS DUAS
      *              PONTAS):
      *              - SALDO ACIMA DO MINIMO: O EXCEDENTE, ARREDONDADO
      *                PARA BAIXO NO MULTIPLO DA REGRA, SAI DA
      *                CORRENTE PARA A POUPANCA;
      *              - SALDO NEGATIVO (REGRA COM REVERSA): O DEVEDOR,
      *                ARREDONDADO PARA CIMA NO MULTIPLO E LIMITADO AO
      *                SALDO DA POUPANCA, VOLTA DA POUPANCA PARA A
      *                CORRENTE.
      *              O ARQUIVO ENTRA NO CICLO NORMAL DO PROGCALL E OS
      *              PARES SAO CONFERIDOS PELO PROGCONCIL. O PROGCHESP
      *              DA MESMA NOITE DESCONTA A COBERTURA REVERSA DO
      *              SALDO DEVEDOR ANTES DE PROVISIONAR OS JUROS.
      *-----------------------------------------------------------------
      * OBSERVACAO.: REGRA COM CONTA FORA DO MASTER, ENCERRADA OU COM
      *              DESTINO QUE NAO E POUPANCA NAO GERA LANCAMENTO E
      *              DEIXA O RUN COM RETURN-CODE 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  VARREDURA              I                    #BOOKVARRE
      *  SALDOS                 I                    #BOOKSALDO
      *  CONTAS                 I                    #BOOKCTAS
      *  VARRELAN               O                    #BOOKLANCAM
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
           SELECT VARREDURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\VARREDURA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-VAR
               FILE STATUS IS FS-VARREDURA.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT VARRELAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\VARRELAN.TXT"
               FILE STATUS IS FS-VARRELAN.
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
      *        INPUT -  REGRAS DE VARREDURA AUTOMATICA (PROGCTAS)
      *                               LRECL = 060
      *-----------------------------------------------------------------
       FD  VARREDURA.
       COPY "#BOOKVARRE".
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
      *     OUTPUT-  LANCAMENTOS DE VARREDURA (LANCAM)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  VARRELAN.
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
       01  FS-VARREDURA                PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-VARRELAN                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  ACU-REGRAS-LIDAS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REGRAS-INATIVAS         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REGRAS-PULADAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-MOVIMENTO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REVERSA-SEM-SALDO       PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-LANCAMENTOS-GERADOS     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-VARRIDAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-REVERSAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-VARRIDA           PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-REVERSA           PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CONTAS E SALDOS DA REGRA =====".
      *-----------------------------------------------------------------
       01  WRK-TEM-REGRAS              PIC X(001)          VALUE "S".
       01  WRK-CONTA-ACHOU-MTR         PIC X(001)          VALUE "N".
       01  WRK-REGRA-OK                PIC X(001)          VALUE "N".
       01  WRK-GERENTE-ORIGEM          PIC X(001)          VALUE SPACES.
       01  WRK-GERENTE-DESTINO         PIC X(001)          VALUE SPACES.
       01  WRK-SALDO-ORIGEM            PIC S9(010)V99      VALUE ZEROS.
       01  WRK-SALDO-DESTINO           PIC S9(010)V99      VALUE ZEROS.
       01  WRK-CHAVE-SALDO-PROC.
           05 WRK-AGENCIA-SALDO-PROC   PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-SALDO-PROC     PIC 9(006)          VALUE ZEROS.
       01  WRK-SALDO-LIDO              PIC S9(010)V99      VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CALCULO DO VALOR VARRIDO =====".
      *-----------------------------------------------------------------
       01  WRK-VALOR-BASE              PIC 9(010)V99       VALUE ZEROS.
       01  WRK-VALOR-CALC              PIC 9(010)V99       VALUE ZEROS.
       01  WRK-QT-MULTIPLOS            PIC 9(010)          VALUE ZEROS.
       01  WRK-VALOR-MAXIMO            PIC 9(007)V99       VALUE
               9999999,99.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== PAR DE TRANSFERENCIA =====".
      *-----------------------------------------------------------------
       01  WRK-VALOR-LANC              PIC 9(007)V99       VALUE ZEROS.
       01  WRK-AGENCIA-DEB             PIC 9(004)          VALUE ZEROS.
       01  WRK-CONTA-DEB               PIC 9(006)          VALUE ZEROS.
       01  WRK-GERENTE-DEB             PIC X(001)          VALUE SPACES.
       01  WRK-AGENCIA-CRED            PIC 9(004)          VALUE ZEROS.
       01  WRK-CONTA-CRED              PIC 9(006)          VALUE ZEROS.
       01  WRK-GERENTE-CRED            PIC X(001)          VALUE SPACES.
       01  WRK-HISTORICO-LANC          PIC X(020)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGVARR".
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
                       UNTIL FS-VARREDURA NOT EQUAL '00'.
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
               OPEN OUTPUT VARRELAN.
               IF FS-VARRELAN                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-VARRELAN          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-VARRELAN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0150-GRAVA-CABECALHO.
               OPEN INPUT VARREDURA.
               IF FS-VARREDURA               EQUAL '35'
                   DISPLAY "SEM REGRAS DE VARREDURA CADASTRADAS"
                   MOVE 'N'  TO WRK-TEM-REGRAS
                   MOVE '10' TO FS-VARREDURA
               ELSE
                   IF FS-VARREDURA           NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-VARREDURA         TO WRK-STATUS-ERRO
                       MOVE '0100-ABRE-VARREDURA' TO WRK-AREA-ERRO
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
               DISPLAY "GERANDO VARREDURAS COM A DATA...:"
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

               READ VARREDURA NEXT
                   AT END
                       MOVE '10' TO FS-VARREDURA
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

               ADD 1 TO ACU-REGRAS-LIDAS.
               IF REG-VAR-ATIVA
                   PERFORM 0210-VALIDA-REGRA
                   IF WRK-REGRA-OK EQUAL 'S'
                       PERFORM 0220-LE-SALDOS
                       EVALUATE TRUE
                           WHEN WRK-SALDO-ORIGEM GREATER
                                REG-SALDO-MINIMO-VAR
                               PERFORM 0230-VARRE-EXCEDENTE
                           WHEN WRK-SALDO-ORIGEM LESS ZEROS AND
                                REG-VAR-COM-REVERSA
                               PERFORM 0240-COBRE-DEVEDOR
                           WHEN OTHER
                               ADD 1 TO ACU-SEM-MOVIMENTO
                       END-EVALUATE
                   ELSE
                       ADD 1 TO ACU-REGRAS-PULADAS
                   END-IF
               ELSE
                   ADD 1 TO ACU-REGRAS-INATIVAS
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-VALIDA-REGRA                       SECTION.
      *-----------------------------------------------------------------
      *    AS DUAS CONTAS TEM QUE ESTAR ABERTAS NO MASTER E O DESTINO
      *    TEM QUE SER POUPANCA -- O GERENTE DE CADA CONTA VAI PARA A
      *    PONTA CORRESPONDENTE DO PAR
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-REGRA-OK.
               MOVE REG-AGENCIA-VAR TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-VAR   TO REG-CONTA-MTR.
               PERFORM 0211-LOCALIZA-CONTA.
               IF WRK-CONTA-ACHOU-MTR NOT EQUAL 'S' OR
                  NOT REG-CONTA-ABERTA
                   DISPLAY "ATENCAO: REGRA DA CONTA " REG-AGENCIA-VAR
                       "/" REG-CONTA-VAR " -- CONTA DE ORIGEM FORA "
                       "DO MASTER OU NAO ABERTA"
                   GO TO 0210-VALIDA-REGRA-FIM
               END-IF.
               MOVE REG-GERENTE-MTR TO WRK-GERENTE-ORIGEM.
               MOVE REG-AGENCIA-DEST-VAR TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-DEST-VAR   TO REG-CONTA-MTR.
               PERFORM 0211-LOCALIZA-CONTA.
               IF WRK-CONTA-ACHOU-MTR NOT EQUAL 'S' OR
                  NOT REG-CONTA-ABERTA OR
                  NOT REG-CONTA-POUPANCA
                   DISPLAY "ATENCAO: REGRA DA CONTA " REG-AGENCIA-VAR
                       "/" REG-CONTA-VAR " -- DESTINO "
                       REG-AGENCIA-DEST-VAR "/" REG-CONTA-DEST-VAR
                       " NAO E POUPANCA ABERTA"
                   GO TO 0210-VALIDA-REGRA-FIM
               END-IF.
               MOVE REG-GERENTE-MTR TO WRK-GERENTE-DESTINO.
               MOVE 'S' TO WRK-REGRA-OK.

       0210-VALIDA-REGRA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0211-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-ACHOU-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONTA-ACHOU-MTR
               END-READ.

       0211-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-LE-SALDOS                          SECTION.
      *-----------------------------------------------------------------
      *    CONTA SEM REGISTRO NO MASTER DE SALDOS AINDA NAO TEVE
      *    MOVIMENTO -- SALDO ZERO
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-VAR      TO WRK-AGENCIA-SALDO-PROC.
               MOVE REG-CONTA-VAR        TO WRK-CONTA-SALDO-PROC.
               PERFORM 0221-LE-SALDO.
               MOVE WRK-SALDO-LIDO       TO WRK-SALDO-ORIGEM.
               MOVE REG-AGENCIA-DEST-VAR TO WRK-AGENCIA-SALDO-PROC.
               MOVE REG-CONTA-DEST-VAR   TO WRK-CONTA-SALDO-PROC.
               PERFORM 0221-LE-SALDO.
               MOVE WRK-SALDO-LIDO       TO WRK-SALDO-DESTINO.

       0220-LE-SALDOS-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0221-LE-SALDO                           SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS                  TO WRK-SALDO-LIDO.
               MOVE WRK-AGENCIA-SALDO-PROC TO REG-AGENCIA-SALDO.
               MOVE WRK-CONTA-SALDO-PROC   TO REG-CONTA-SALDO.
               READ SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SALDO-ATUAL TO WRK-SALDO-LIDO
               END-READ.

       0221-LE-SALDO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0230-VARRE-EXCEDENTE                    SECTION.
      *-----------------------------------------------------------------
      *    EXCEDENTE SOBRE O MINIMO, ARREDONDADO PARA BAIXO NO
      *    MULTIPLO -- O QUE SOBRA FICA NA CORRENTE
      *-----------------------------------------------------------------

               COMPUTE WRK-VALOR-BASE =
                   WRK-SALDO-ORIGEM - REG-SALDO-MINIMO-VAR.
               IF REG-MULTIPLO-VAR GREATER ZEROS
                   DIVIDE WRK-VALOR-BASE BY REG-MULTIPLO-VAR
                       GIVING WRK-QT-MULTIPLOS
                   COMPUTE WRK-VALOR-CALC =
                       WRK-QT-MULTIPLOS * REG-MULTIPLO-VAR
               ELSE
                   MOVE WRK-VALOR-BASE TO WRK-VALOR-CALC
               END-IF.
               IF WRK-VALOR-CALC GREATER WRK-VALOR-MAXIMO
                   MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-CALC
               END-IF.
               IF WRK-VALOR-CALC EQUAL ZEROS
                   ADD 1 TO ACU-SEM-MOVIMENTO
                   GO TO 0230-VARRE-EXCEDENTE-FIM
               END-IF.
               MOVE WRK-VALOR-CALC       TO WRK-VALOR-LANC.
               MOVE REG-AGENCIA-VAR      TO WRK-AGENCIA-DEB.
               MOVE REG-CONTA-VAR        TO WRK-CONTA-DEB.
               MOVE WRK-GERENTE-ORIGEM   TO WRK-GERENTE-DEB.
               MOVE REG-AGENCIA-DEST-VAR TO WRK-AGENCIA-CRED.
               MOVE REG-CONTA-DEST-VAR   TO WRK-CONTA-CRED.
               MOVE WRK-GERENTE-DESTINO  TO WRK-GERENTE-CRED.
               MOVE "VARREDURA AUTOMATICA" TO WRK-HISTORICO-LANC.
               PERFORM 0250-GRAVA-PAR.
               ADD 1                     TO ACU-QT-VARRIDAS.
               ADD WRK-VALOR-LANC        TO ACU-GRANA-VARRIDA.

       0230-VARRE-EXCEDENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0240-COBRE-DEVEDOR                      SECTION.
      *-----------------------------------------------------------------
      *    DEVEDOR ARREDONDADO PARA CIMA NO MULTIPLO, LIMITADO AO QUE
      *    HA NA POUPANCA -- POUPANCA SEM SALDO NAO COBRE NADA
      *-----------------------------------------------------------------

               COMPUTE WRK-VALOR-BASE = WRK-SALDO-ORIGEM * -1.
               IF REG-MULTIPLO-VAR GREATER ZEROS
                   DIVIDE WRK-VALOR-BASE BY REG-MULTIPLO-VAR
                       GIVING WRK-QT-MULTIPLOS
                   COMPUTE WRK-VALOR-CALC =
                       WRK-QT-MULTIPLOS * REG-MULTIPLO-VAR
                   IF WRK-VALOR-CALC LESS WRK-VALOR-BASE
                       ADD REG-MULTIPLO-VAR TO WRK-VALOR-CALC
                   END-IF
               ELSE
                   MOVE WRK-VALOR-BASE TO WRK-VALOR-CALC
               END-IF.
               IF WRK-SALDO-DESTINO NOT GREATER ZEROS
                   DISPLAY "ATENCAO: POUPANCA " REG-AGENCIA-DEST-VAR
                       "/" REG-CONTA-DEST-VAR " SEM SALDO PARA COBRIR "
                       "A CONTA " REG-AGENCIA-VAR "/" REG-CONTA-VAR
                   ADD 1 TO ACU-REVERSA-SEM-SALDO
                   GO TO 0240-COBRE-DEVEDOR-FIM
               END-IF.
               IF WRK-VALOR-CALC GREATER WRK-SALDO-DESTINO
                   MOVE WRK-SALDO-DESTINO TO WRK-VALOR-CALC
               END-IF.
               IF WRK-VALOR-CALC GREATER WRK-VALOR-MAXIMO
                   MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-CALC
               END-IF.
               MOVE WRK-VALOR-CALC       TO WRK-VALOR-LANC.
               MOVE REG-AGENCIA-DEST-VAR TO WRK-AGENCIA-DEB.
               MOVE REG-CONTA-DEST-VAR   TO WRK-CONTA-DEB.
               MOVE WRK-GERENTE-DESTINO  TO WRK-GERENTE-DEB.
               MOVE REG-AGENCIA-VAR      TO WRK-AGENCIA-CRED.
               MOVE REG-CONTA-VAR        TO WRK-CONTA-CRED.
               MOVE WRK-GERENTE-ORIGEM   TO WRK-GERENTE-CRED.
               MOVE "VARREDURA REVERSA"  TO WRK-HISTORICO-LANC.
               PERFORM 0250-GRAVA-PAR.
               ADD 1                     TO ACU-QT-REVERSAS.
               ADD WRK-VALOR-LANC        TO ACU-GRANA-REVERSA.

       0240-COBRE-DEVEDOR-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0250-GRAVA-PAR                          SECTION.
      *-----------------------------------------------------------------
      *    DUAS PONTAS DA TRANSFERENCIA, CADA UMA COM A OUTRA CONTA
      *    NO DESTINO -- E ASSIM QUE O PROGCONCIL CASA O PAR
      *-----------------------------------------------------------------

               MOVE WRK-AGENCIA-DEB        TO REG-AGENCIA.
               MOVE WRK-CONTA-DEB          TO REG-CONTA.
               MOVE WRK-GERENTE-DEB        TO REG-GERENTE.
               MOVE "D"                    TO REG-SINAL-LANCAM.
               MOVE WRK-AGENCIA-CRED       TO REG-AGENCIA-DEST.
               MOVE WRK-CONTA-CRED         TO REG-CONTA-DEST.
               PERFORM 0255-GRAVA-LANCAMENTO.
               MOVE WRK-AGENCIA-CRED       TO REG-AGENCIA.
               MOVE WRK-CONTA-CRED         TO REG-CONTA.
               MOVE WRK-GERENTE-CRED       TO REG-GERENTE.
               MOVE "C"                    TO REG-SINAL-LANCAM.
               MOVE WRK-AGENCIA-DEB        TO REG-AGENCIA-DEST.
               MOVE WRK-CONTA-DEB          TO REG-CONTA-DEST.
               PERFORM 0255-GRAVA-LANCAMENTO.

       0250-GRAVA-PAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0255-GRAVA-LANCAMENTO                   SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-VALOR-LANC         TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-LANCAM.
               MOVE "T"                    TO REG-TIPO-LANCAM.
               MOVE ZEROS                  TO REG-DATA-REF-LANCAM.
               MOVE WRK-HISTORICO-LANC     TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-VARRELAN              EQUAL '00'
                   ADD 1 TO ACU-LANCAMENTOS-GERADOS
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-VARRELAN          TO WRK-STATUS-ERRO
                   MOVE '0255-WRITE-VARRELAN' TO WRK-AREA-ERRO
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
               CLOSE VARRELAN.
               IF WRK-TEM-REGRAS EQUAL 'S'
                   CLOSE VARREDURA
               END-IF.
               CLOSE CONTAS
                     SALDOS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O VARRELAN.
               IF FS-VARRELAN EQUAL '00'
                   READ VARRELAN
                   IF FS-VARRELAN EQUAL '00'
                       MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE VARRELAN
               END-IF.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>>>>> VARREDURA AUTOMATICA <<<<<<<<<< "
               DISPLAY "REGRAS LIDAS.............:"
                   ACU-REGRAS-LIDAS.
               DISPLAY "REGRAS INATIVAS..........:"
                   ACU-REGRAS-INATIVAS.
               DISPLAY "REGRAS COM CONTA INVALIDA:"
                   ACU-REGRAS-PULADAS.
               DISPLAY "SEM VALOR A VARRER.......:"
                   ACU-SEM-MOVIMENTO.
               DISPLAY "DEVEDOR SEM POUPANCA.....:"
                   ACU-REVERSA-SEM-SALDO.
               DISPLAY "LANCAMENTOS GERADOS......:"
                   ACU-LANCAMENTOS-GERADOS.
               MOVE ACU-GRANA-VARRIDA TO WRK-VALOR-ED.
               DISPLAY "VARRIDO PARA POUPANCA....:"
                   ACU-QT-VARRIDAS " R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-REVERSA TO WRK-VALOR-ED.
               DISPLAY "COBERTO PELA POUPANCA....:"
                   ACU-QT-REVERSAS " R$" WRK-VALOR-ED.

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
               IF ACU-REGRAS-PULADAS GREATER ZEROS
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

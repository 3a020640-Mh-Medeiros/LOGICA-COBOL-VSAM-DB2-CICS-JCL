       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCONRZ.
      *=================================================================
      * PROGRAMA   : PROGCONRZ
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 12/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CONCILIACAO DIARIA RAZAO X SALDOS DOS DEPOSITOS:
      *              TOTALIZA O MASTER DE SALDOS (SALDOS.TXT) POR
      *              PRODUTO -- CONTA CORRENTE, POUPANCA E REMUNERADA,
      *              PELO REG-TIPO-REMUN-MTR DO MASTER DE CONTAS -- E
      *              COMPARA COM O SALDO DA CONTA-RAZAO DE DEPOSITOS DE
      *              CADA PRODUTO (PARAMETRO CONCDEP.TXT) APURADO NO
      *              RAZAO.TXT ATE A DATA DE MOVIMENTO (CREDITOS MENOS
      *              DEBITOS). PRODUTOS NA MESMA CONTA-RAZAO SAO
      *              SOMADOS E A TOLERANCIA DA CONTA E A SOMA DAS
      *              TOLERANCIAS DOS PRODUTOS.
      *              A DIFERENCA E EXPLICADA PELOS MOVIMENTOS DO
      *              RELSAIDA QUE ATUALIZARAM O SALDO MAS NAO ENTRARAM
      *              NA CONTA-RAZAO DO PRODUTO (DIARIO DA DATA NAO
      *              GERADO, TIPO/SINAL SEM DE-PARA OU DE-PARA QUE
      *              LANCA EM OUTRA CONTA), LISTADOS POR DATA, TIPO E
      *              SINAL NO RELATORIO CONCRZ.TXT. OS MOVIMENTOS NAO
      *              CONTABILIZADOS FICAM NA FILA PENDRZ.TXT ENQUANTO
      *              A CONTA-RAZAO ESTIVER FORA DA TOLERANCIA.
      * OBSERVACAO.: CONTA-RAZAO FORA DA TOLERANCIA OU SALDO DE
      *              PRODUTO SEM CONTA-RAZAO NO CONCDEP TERMINA COM
      *              RETURN-CODE 8.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CONCDEP                I
      *  SALDOS                 I                    #BOOKSALDO
      *  CONTAS                 I                    #BOOKCTAS
      *  RAZAO                  I
      *  RELSAIDA               I                    #BOOKRELSAIDA
      *  DEPARA                 I
      *  PENDRZ                 I-O
      *  CONCRZ                 O
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
           SELECT CONCDEP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONCDEP.TXT"
               FILE STATUS IS FS-CONCDEP.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT RAZAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RAZAO.TXT"
               FILE STATUS IS FS-RAZAO.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT DEPARA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\DEPARA.TXT"
               FILE STATUS IS FS-DEPARA.
           SELECT PENDRZ ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PENDRZ.TXT"
               FILE STATUS IS FS-PENDRZ.
           SELECT CONCRZ ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\CONCRZ.TXT"
               FILE STATUS IS FS-CONCRZ.
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
      *        INPUT -  CONTA-RAZAO DE DEPOSITOS POR PRODUTO
      *                 (TIPO DE REMUNERACAO DA CONTA, BRANCO = CONTA
      *                 CORRENTE) E TOLERANCIA DA CONCILIACAO
      *                               LRECL = 018
      *-----------------------------------------------------------------
       FD  CONCDEP.
       01  REG-CONCDEP.
           05 REG-PRODUTO-CCD          PIC X(001).
           05 REG-CONTA-RAZAO-CCD      PIC 9(008).
           05 REG-TOLERANCIA-CCD       PIC 9(007)V99.
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE SALDOS POR AGENCIA + CONTA
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 061
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  PARTIDAS DO DIARIO CONTABIL
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
      *        INPUT -  LANCAMENTOS ACEITOS DA DATA (RELSAIDA)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  TABELA DE-PARA CONTABIL (TIPO+SINAL -> CONTAS)
      *                               LRECL = 018
      *-----------------------------------------------------------------
       FD  DEPARA.
       01  REG-DEPARA.
           05 REG-TIPO-DEP             PIC X(001).
           05 REG-SINAL-DEP            PIC X(001).
           05 REG-CTA-DEBITO-DEP       PIC 9(008).
           05 REG-CTA-CREDITO-DEP      PIC 9(008).
      *-----------------------------------------------------------------
      *      I-O -  FILA DE MOVIMENTOS NAO CONTABILIZADOS (RELIDA E
      *             REGRAVADA A CADA EXECUCAO)
      *                               LRECL = 050
      *-----------------------------------------------------------------
       FD  PENDRZ.
       01  REG-PENDRZ.
           05 REG-DATA-PRZ             PIC 9(008).
           05 REG-PRODUTO-PRZ          PIC X(001).
           05 REG-TIPO-PRZ             PIC X(001).
           05 REG-SINAL-PRZ            PIC X(001).
           05 REG-QT-PRZ               PIC 9(005).
           05 REG-VALOR-PRZ            PIC 9(012)V99.
           05 REG-MOTIVO-PRZ           PIC X(020).
      *-----------------------------------------------------------------
      *     OUTPUT-  RELATORIO DA CONCILIACAO
      *                               LRECL = 132
      *-----------------------------------------------------------------
       FD  CONCRZ.
       01  REG-CONCRZ                  PIC X(132).
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
       01  FS-CONCDEP                  PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-RAZAO                    PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-DEPARA                   PIC X(002)          VALUE SPACES.
       01  FS-PENDRZ                   PIC X(002)          VALUE SPACES.
       01  FS-CONCRZ                   PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-DATA-MOVTO-ED           PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-LIDOS-SALDOS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-PRODUTO             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LIDOS-RAZAO             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-DIA              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-NAO-CONTAB-DIA          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-FORA             PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-SALDO-SEM-PRODUTO       PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DIARIO-DIA              PIC X(001)          VALUE "N".
       01  WRK-PRODUTO                 PIC X(001)          VALUE SPACES.
       01  WRK-MOTIVO                  PIC X(020)          VALUE SPACES.
       01  WRK-ACHOU                   PIC X(001)          VALUE "N".
       01  WRK-DIFERENCA-ABS           PIC 9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCONR".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== PRODUTOS E CONTAS-RAZAO =====".
      *-----------------------------------------------------------------
       01  WRK-QT-PRODUTOS             PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-PRD                 PIC 9(002)          VALUE ZEROS.
       01  TAB-PRODUTOS.
           05 TAB-PRD-ITEM             OCCURS 10 TIMES.
               10 TAB-PRD-PRODUTO          PIC X(001).
               10 TAB-PRD-CONTA            PIC 9(008).
               10 TAB-PRD-TOLERANCIA       PIC 9(007)V99.
               10 TAB-PRD-IDX-CRZ          PIC 9(002).
               10 TAB-PRD-QT-CONTAS        PIC 9(007)     COMP-3.
               10 TAB-PRD-SALDO            PIC S9(012)V99 COMP-3.
       01  WRK-QT-CRZ                  PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-CRZ                 PIC 9(002)          VALUE ZEROS.
       01  TAB-CONTAS-RAZAO.
           05 TAB-CRZ-ITEM             OCCURS 10 TIMES.
               10 TAB-CRZ-CONTA            PIC 9(008).
               10 TAB-CRZ-SITUACAO         PIC X(001).
                   88 TAB-CRZ-CONCILIADA        VALUE "S".
                   88 TAB-CRZ-FORA              VALUE "N".
               10 TAB-CRZ-TOLERANCIA       PIC 9(008)V99  COMP-3.
               10 TAB-CRZ-SALDO-OPER       PIC S9(012)V99 COMP-3.
               10 TAB-CRZ-SALDO-RAZAO      PIC S9(012)V99 COMP-3.
               10 TAB-CRZ-DIFERENCA        PIC S9(012)V99 COMP-3.
               10 TAB-CRZ-EXPLICADO        PIC S9(012)V99 COMP-3.
      *-----------------------------------------------------------------
       01  WRK-QT-MAPA                 PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-MAPA                PIC 9(002)          VALUE ZEROS.
       01  TAB-DEPARA.
           05 TAB-DEP-ITEM             OCCURS 20 TIMES.
               10 TAB-DEP-TIPO             PIC X(001).
               10 TAB-DEP-SINAL            PIC X(001).
               10 TAB-DEP-CTA-DEBITO       PIC 9(008).
               10 TAB-DEP-CTA-CREDITO      PIC 9(008).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== MOVIMENTOS NAO CONTABILIZADOS =====".
      *-----------------------------------------------------------------
       01  WRK-QT-PEND                 PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-PEND                PIC 9(003)          VALUE ZEROS.
       01  TAB-PENDENTES.
           05 TAB-PEN-ITEM             OCCURS 500 TIMES.
               10 TAB-PEN-DATA             PIC 9(008).
               10 TAB-PEN-PRODUTO          PIC X(001).
               10 TAB-PEN-TIPO             PIC X(001).
               10 TAB-PEN-SINAL            PIC X(001).
               10 TAB-PEN-QT               PIC 9(005)     COMP-3.
               10 TAB-PEN-VALOR            PIC 9(012)V99  COMP-3.
               10 TAB-PEN-MOTIVO           PIC X(020).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== LINHAS DO RELATORIO =====".
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC X(035)          VALUE SPACES.
           05 FILLER                   PIC X(045)          VALUE
               "CONCILIACAO RAZAO X SALDOS DOS DEPOSITOS".
           05 FILLER                   PIC X(016)          VALUE
               "DATA MOVIMENTO: ".
           05 WRK-CAB-DATA             PIC 9(008).
           05 FILLER                   PIC X(028)          VALUE SPACES.
       01  WRK-LIN-CABEC-PRD.
           05 FILLER                   PIC X(025)          VALUE
               "PRODUTO".
           05 FILLER                   PIC X(014)          VALUE
               "CONTA-RAZAO".
           05 FILLER                   PIC X(013)          VALUE
               "QT CONTAS".
           05 FILLER                   PIC X(020)          VALUE
               "SALDO OPERACIONAL".
           05 FILLER                   PIC X(060)          VALUE SPACES.
       01  WRK-LIN-PRODUTO.
           05 WRK-PRD-DESCRICAO        PIC X(025).
           05 WRK-PRD-CONTA            PIC 9(008).
           05 FILLER                   PIC X(006)          VALUE SPACES.
           05 WRK-PRD-QT-ED            PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-PRD-SALDO-ED         PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(065)          VALUE SPACES.
       01  WRK-LIN-CABEC-CRZ.
           05 FILLER                   PIC X(014)          VALUE
               "CONTA-RAZAO".
           05 FILLER                   PIC X(020)          VALUE
               "SALDO OPERACIONAL".
           05 FILLER                   PIC X(020)          VALUE
               "SALDO NO RAZAO".
           05 FILLER                   PIC X(020)          VALUE
               "DIFERENCA".
           05 FILLER                   PIC X(020)          VALUE
               "TOLERANCIA".
           05 FILLER                   PIC X(038)          VALUE
               "SITUACAO".
       01  WRK-LIN-CONTA-RZ.
           05 WRK-CRZ-CONTA            PIC 9(008).
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-CRZ-OPER-ED          PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-CRZ-RAZAO-ED         PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-CRZ-DIFERENCA-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-CRZ-TOLERANCIA-ED    PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(006)          VALUE SPACES.
           05 WRK-CRZ-SITUACAO         PIC X(020).
           05 FILLER                   PIC X(018)          VALUE SPACES.
       01  WRK-LIN-CABEC-PEN.
           05 FILLER                   PIC X(012)          VALUE
               "DATA".
           05 FILLER                   PIC X(025)          VALUE
               "PRODUTO".
           05 FILLER                   PIC X(007)          VALUE
               "TIPO".
           05 FILLER                   PIC X(008)          VALUE
               "SINAL".
           05 FILLER                   PIC X(010)          VALUE
               "QTDE".
           05 FILLER                   PIC X(020)          VALUE
               "VALOR".
           05 FILLER                   PIC X(050)          VALUE
               "MOTIVO".
       01  WRK-LIN-PENDENTE.
           05 WRK-PEN-DATA             PIC 9(008).
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 WRK-PEN-PRODUTO          PIC X(025).
           05 WRK-PEN-TIPO             PIC X(001).
           05 FILLER                   PIC X(006)          VALUE SPACES.
           05 WRK-PEN-SINAL            PIC X(001).
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 WRK-PEN-QT-ED            PIC ZZ.ZZ9.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-PEN-VALOR-ED         PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-PEN-MOTIVO           PIC X(020).
           05 FILLER                   PIC X(035)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-DESCRICAO        PIC X(062).
           05 WRK-TOT-VALOR-ED         PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(053)          VALUE SPACES.
       01  WRK-LIN-TEXTO               PIC X(132)          VALUE SPACES.
       01  WRK-CONTA-ED                PIC 9(008)          VALUE ZEROS.
       01  WRK-VALOR-SINAL             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
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
               PERFORM 0200-SOMA-SALDOS.
               PERFORM 0220-SOMA-RAZAO.
               PERFORM 0240-APURA-MOVTO-DIA.
               PERFORM 0260-COMPARA.
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
               PERFORM 0130-CARREGA-CONCDEP.
               PERFORM 0140-CARREGA-DEPARA.
               PERFORM 0150-CARREGA-PENDENTES.
               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
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
               DISPLAY "CONCILIANDO DEPOSITOS NA DATA:" WRK-DATA-MOVTO.

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
       0130-CARREGA-CONCDEP                    SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CONCDEP.
               IF FS-CONCDEP                 NOT EQUAL '00'
                   DISPLAY "ERRO: PARAMETRO CONCDEP.TXT AUSENTE -- "
                       "CONCILIACAO NAO EXECUTADA"
                   MOVE "PARAMETRO CONCDEP AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0131-LE-CONCDEP
                       UNTIL FS-CONCDEP NOT EQUAL '00'.
               CLOSE CONCDEP.
               IF WRK-QT-PRODUTOS EQUAL ZEROS
                   DISPLAY "ERRO: CONCDEP.TXT SEM PRODUTOS"
                   MOVE "PARAMETRO CONCDEP VAZIO" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0130-CARREGA-CONCDEP-FIM.               EXIT.
      *-----------------------------------------------------------------
       0131-LE-CONCDEP                         SECTION.
      *-----------------------------------------------------------------

               READ CONCDEP
               IF FS-CONCDEP                 EQUAL '00'
                   IF WRK-QT-PRODUTOS NOT LESS 10
                       DISPLAY "ERRO: MAIS DE 10 PRODUTOS NO CONCDEP"
                       MOVE "CONCDEP COM MAIS DE 10 LINHAS" TO
                           WRK-MSG-ERROS
                       MOVE 12 TO WRK-RC-SAIDA
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-PRODUTOS
                   MOVE REG-PRODUTO-CCD     TO
                       TAB-PRD-PRODUTO(WRK-QT-PRODUTOS)
                   MOVE REG-CONTA-RAZAO-CCD TO
                       TAB-PRD-CONTA(WRK-QT-PRODUTOS)
                   MOVE REG-TOLERANCIA-CCD  TO
                       TAB-PRD-TOLERANCIA(WRK-QT-PRODUTOS)
                   MOVE ZEROS TO TAB-PRD-QT-CONTAS(WRK-QT-PRODUTOS)
                                 TAB-PRD-SALDO(WRK-QT-PRODUTOS)
                   PERFORM 0132-LOCALIZA-CONTA-RZ
               END-IF.

       0131-LE-CONCDEP-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0132-LOCALIZA-CONTA-RZ                  SECTION.
      *-----------------------------------------------------------------
      *    PRODUTOS NA MESMA CONTA-RAZAO SAO CONCILIADOS JUNTOS

               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0133-COMPARA-CONTA-RZ
                       VARYING WRK-IDX-CRZ FROM 1 BY 1
                       UNTIL WRK-IDX-CRZ GREATER WRK-QT-CRZ
                          OR WRK-ACHOU EQUAL 'S'.
               IF WRK-ACHOU EQUAL 'N'
                   ADD 1 TO WRK-QT-CRZ
                   MOVE WRK-QT-CRZ TO WRK-IDX-CRZ
                   MOVE REG-CONTA-RAZAO-CCD TO
                       TAB-CRZ-CONTA(WRK-IDX-CRZ)
                   SET TAB-CRZ-CONCILIADA(WRK-IDX-CRZ) TO TRUE
                   MOVE ZEROS TO TAB-CRZ-TOLERANCIA(WRK-IDX-CRZ)
                                 TAB-CRZ-SALDO-OPER(WRK-IDX-CRZ)
                                 TAB-CRZ-SALDO-RAZAO(WRK-IDX-CRZ)
                                 TAB-CRZ-DIFERENCA(WRK-IDX-CRZ)
                                 TAB-CRZ-EXPLICADO(WRK-IDX-CRZ)
               END-IF.
               ADD REG-TOLERANCIA-CCD TO
                   TAB-CRZ-TOLERANCIA(WRK-IDX-CRZ).
               MOVE WRK-IDX-CRZ TO TAB-PRD-IDX-CRZ(WRK-QT-PRODUTOS).

       0132-LOCALIZA-CONTA-RZ-FIM.             EXIT.
      *-----------------------------------------------------------------
       0133-COMPARA-CONTA-RZ                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-CRZ-CONTA(WRK-IDX-CRZ) EQUAL REG-CONTA-RAZAO-CCD
                   MOVE 'S' TO WRK-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-CRZ
               END-IF.

       0133-COMPARA-CONTA-RZ-FIM.              EXIT.
      *-----------------------------------------------------------------
       0140-CARREGA-DEPARA                     SECTION.
      *-----------------------------------------------------------------
      *    SEM DE-PARA TODO MOVIMENTO DO DIA FICA SEM CONTABILIZACAO

               OPEN INPUT DEPARA.
               IF FS-DEPARA                  EQUAL '00'
                   PERFORM 0141-LE-DEPARA
                           UNTIL FS-DEPARA NOT EQUAL '00'
                   CLOSE DEPARA
               END-IF.

       0140-CARREGA-DEPARA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0141-LE-DEPARA                          SECTION.
      *-----------------------------------------------------------------

               READ DEPARA
               IF FS-DEPARA                  EQUAL '00'
                   IF WRK-QT-MAPA LESS THAN 20
                       ADD 1 TO WRK-QT-MAPA
                       MOVE REG-TIPO-DEP        TO
                           TAB-DEP-TIPO(WRK-QT-MAPA)
                       MOVE REG-SINAL-DEP       TO
                           TAB-DEP-SINAL(WRK-QT-MAPA)
                       MOVE REG-CTA-DEBITO-DEP  TO
                           TAB-DEP-CTA-DEBITO(WRK-QT-MAPA)
                       MOVE REG-CTA-CREDITO-DEP TO
                           TAB-DEP-CTA-CREDITO(WRK-QT-MAPA)
                   END-IF
               END-IF.

       0141-LE-DEPARA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0150-CARREGA-PENDENTES                  SECTION.
      *-----------------------------------------------------------------
      *    A FILA DA PROPRIA DATA E APURADA DE NOVO (RE-RUN)

               OPEN INPUT PENDRZ.
               IF FS-PENDRZ                  EQUAL '00'
                   PERFORM 0151-LE-PENDENTE
                           UNTIL FS-PENDRZ NOT EQUAL '00'
                   CLOSE PENDRZ
               END-IF.

       0150-CARREGA-PENDENTES-FIM.             EXIT.
      *-----------------------------------------------------------------
       0151-LE-PENDENTE                        SECTION.
      *-----------------------------------------------------------------

               READ PENDRZ
                   AT END
                       MOVE '10' TO FS-PENDRZ
                   NOT AT END
                       IF REG-DATA-PRZ LESS WRK-DATA-MOVTO
                           PERFORM 0152-GUARDA-PENDENTE
                       END-IF
               END-READ.

       0151-LE-PENDENTE-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0152-GUARDA-PENDENTE                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-PEND NOT LESS 500
                   DISPLAY "ERRO: MAIS DE 500 MOVIMENTOS NA FILA "
                       "PENDRZ -- EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                   MOVE "FILA PENDRZ ESTOUROU A TABELA" TO
                       WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO WRK-QT-PEND.
               MOVE REG-DATA-PRZ    TO TAB-PEN-DATA(WRK-QT-PEND).
               MOVE REG-PRODUTO-PRZ TO TAB-PEN-PRODUTO(WRK-QT-PEND).
               MOVE REG-TIPO-PRZ    TO TAB-PEN-TIPO(WRK-QT-PEND).
               MOVE REG-SINAL-PRZ   TO TAB-PEN-SINAL(WRK-QT-PEND).
               MOVE REG-QT-PRZ      TO TAB-PEN-QT(WRK-QT-PEND).
               MOVE REG-VALOR-PRZ   TO TAB-PEN-VALOR(WRK-QT-PEND).
               MOVE REG-MOTIVO-PRZ  TO TAB-PEN-MOTIVO(WRK-QT-PEND).

       0152-GUARDA-PENDENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0200-SOMA-SALDOS                        SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT SALDOS.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0200-ABRE-SALDOS'   TO WRK-AREA-ERRO
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0201-LE-SALDO
                       UNTIL FS-SALDOS NOT EQUAL '00'.
               CLOSE SALDOS.

       0200-SOMA-SALDOS-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0201-LE-SALDO                           SECTION.
      *-----------------------------------------------------------------

               READ SALDOS NEXT
                   AT END
                       MOVE '10' TO FS-SALDOS
                   NOT AT END
                       ADD 1 TO ACU-LIDOS-SALDOS
                       MOVE REG-AGENCIA-SALDO TO REG-AGENCIA-MTR
                       MOVE REG-CONTA-SALDO   TO REG-CONTA-MTR
                       PERFORM 0210-PRODUTO-DA-CONTA
                       IF WRK-ACHOU EQUAL 'S'
                           ADD 1 TO TAB-PRD-QT-CONTAS(WRK-IDX-PRD)
                           ADD REG-SALDO-ATUAL TO
                               TAB-PRD-SALDO(WRK-IDX-PRD)
                       ELSE
                           ADD 1 TO ACU-SEM-PRODUTO
                           ADD REG-SALDO-ATUAL TO
                               ACU-SALDO-SEM-PRODUTO
                       END-IF
               END-READ.

       0201-LE-SALDO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0210-PRODUTO-DA-CONTA                   SECTION.
      *-----------------------------------------------------------------
      *    PRODUTO PELO TIPO DE REMUNERACAO; CONTA FORA DO MASTER E
      *    TRATADA COMO CONTA CORRENTE

               READ CONTAS
                   INVALID KEY
                       MOVE SPACES TO WRK-PRODUTO
                   NOT INVALID KEY
                       MOVE REG-TIPO-REMUN-MTR TO WRK-PRODUTO
               END-READ.
               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0211-COMPARA-PRODUTO
                       VARYING WRK-IDX-PRD FROM 1 BY 1
                       UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS
                          OR WRK-ACHOU EQUAL 'S'.

       0210-PRODUTO-DA-CONTA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0211-COMPARA-PRODUTO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-PRD-PRODUTO(WRK-IDX-PRD) EQUAL WRK-PRODUTO
                   MOVE 'S' TO WRK-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-PRD
               END-IF.

       0211-COMPARA-PRODUTO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0220-SOMA-RAZAO                         SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT RAZAO.
               IF FS-RAZAO                   EQUAL '00'
                   PERFORM 0221-LE-RAZAO
                           UNTIL FS-RAZAO NOT EQUAL '00'
                   CLOSE RAZAO
               ELSE
                   DISPLAY "RAZAO.TXT AUSENTE -- SALDOS CONTABEIS "
                       "ZERADOS"
               END-IF.

       0220-SOMA-RAZAO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0221-LE-RAZAO                           SECTION.
      *-----------------------------------------------------------------

               READ RAZAO
                   AT END
                       MOVE '10' TO FS-RAZAO
                   NOT AT END
                       IF REG-DATA-RZ NOT GREATER WRK-DATA-MOVTO
                           ADD 1 TO ACU-LIDOS-RAZAO
                           PERFORM 0222-ACUMULA-PARTIDA
                       END-IF
               END-READ.

       0221-LE-RAZAO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0222-ACUMULA-PARTIDA                    SECTION.
      *-----------------------------------------------------------------
      *    DEPOSITO E PASSIVO: SALDO = CREDITOS MENOS DEBITOS

               IF REG-DATA-RZ EQUAL WRK-DATA-MOVTO AND
                  REG-RZ-AUTOMATICA
                   MOVE 'S' TO WRK-DIARIO-DIA
               END-IF.
               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0223-PROCURA-CONTA-RZ
                       VARYING WRK-IDX-CRZ FROM 1 BY 1
                       UNTIL WRK-IDX-CRZ GREATER WRK-QT-CRZ
                          OR WRK-ACHOU EQUAL 'S'.
               IF WRK-ACHOU EQUAL 'S'
                   IF REG-SINAL-RZ EQUAL 'C'
                       ADD REG-VALOR-RZ TO
                           TAB-CRZ-SALDO-RAZAO(WRK-IDX-CRZ)
                   ELSE
                       SUBTRACT REG-VALOR-RZ FROM
                           TAB-CRZ-SALDO-RAZAO(WRK-IDX-CRZ)
                   END-IF
               END-IF.

       0222-ACUMULA-PARTIDA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0223-PROCURA-CONTA-RZ                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-CRZ-CONTA(WRK-IDX-CRZ) EQUAL REG-CONTA-RAZAO-RZ
                   MOVE 'S' TO WRK-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-CRZ
               END-IF.

       0223-PROCURA-CONTA-RZ-FIM.              EXIT.
      *-----------------------------------------------------------------
       0240-APURA-MOVTO-DIA                    SECTION.
      *-----------------------------------------------------------------
      *    MOVIMENTO QUE ATUALIZOU O SALDO E NAO CAIU NA CONTA-RAZAO
      *    DO PRODUTO VAI PARA A FILA DE NAO CONTABILIZADOS

               MOVE WRK-DATA-MOVTO TO WRK-DATA-MOVTO-ED.
               MOVE SPACES TO WRK-NOME-RELSAIDA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-MOVTO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                NOT EQUAL '00'
                   DISPLAY "RELSAIDA DA DATA " WRK-DATA-MOVTO
                       " AUSENTE -- SEM MOVIMENTO A APURAR"
                   GO TO 0240-APURA-MOVTO-DIA-FIM
               END-IF.
               IF WRK-DIARIO-DIA NOT EQUAL 'S'
                   DISPLAY "NENHUMA PARTIDA DO DIARIO NA DATA "
                       WRK-DATA-MOVTO
               END-IF.
               PERFORM 0241-LE-RELSAIDA
                       UNTIL FS-RELSAIDA NOT EQUAL '00'.
               CLOSE RELSAIDA.

       0240-APURA-MOVTO-DIA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0241-LE-RELSAIDA                        SECTION.
      *-----------------------------------------------------------------

               READ RELSAIDA
               IF FS-RELSAIDA                EQUAL '00'
                   IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999 AND
                      REG-DATA-RELSAIDA EQUAL WRK-DATA-MOVTO
                       ADD 1 TO ACU-MOVTOS-DIA
                       PERFORM 0245-CLASSIFICA-MOVTO
                   END-IF
               END-IF.

       0241-LE-RELSAIDA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0245-CLASSIFICA-MOVTO                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-RELSAIDA   TO REG-CONTA-MTR.
               PERFORM 0210-PRODUTO-DA-CONTA.
               IF WRK-ACHOU NOT EQUAL 'S'
                   GO TO 0245-CLASSIFICA-MOVTO-FIM
               END-IF.
               MOVE SPACES TO WRK-MOTIVO.
               IF WRK-DIARIO-DIA NOT EQUAL 'S'
                   MOVE "DIARIO NAO GERADO" TO WRK-MOTIVO
               ELSE
                   MOVE 'N' TO WRK-ACHOU
                   PERFORM 0246-PROCURA-MAPA
                           VARYING WRK-IDX-MAPA FROM 1 BY 1
                           UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA
                              OR WRK-ACHOU EQUAL 'S'
                   EVALUATE TRUE
                       WHEN WRK-ACHOU NOT EQUAL 'S'
                           MOVE "TIPO SEM DE-PARA" TO WRK-MOTIVO
                       WHEN REG-RELSAIDA-DEBITO AND
                            TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA) NOT EQUAL
                            TAB-PRD-CONTA(WRK-IDX-PRD)
                           MOVE "DE-PARA EM OUTRA CTA" TO WRK-MOTIVO
                       WHEN REG-RELSAIDA-CREDITO AND
                            TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) NOT EQUAL
                            TAB-PRD-CONTA(WRK-IDX-PRD)
                           MOVE "DE-PARA EM OUTRA CTA" TO WRK-MOTIVO
                   END-EVALUATE
               END-IF.
               IF WRK-MOTIVO NOT EQUAL SPACES
                   ADD 1 TO ACU-NAO-CONTAB-DIA
                   PERFORM 0250-ACUMULA-PENDENTE
               END-IF.

       0245-CLASSIFICA-MOVTO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0246-PROCURA-MAPA                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-DEP-TIPO(WRK-IDX-MAPA)  EQUAL REG-TIPO-RELSAIDA
                  AND
                  TAB-DEP-SINAL(WRK-IDX-MAPA) EQUAL REG-SINAL-RELSAIDA
                   MOVE 'S' TO WRK-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-MAPA
               END-IF.

       0246-PROCURA-MAPA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0250-ACUMULA-PENDENTE                   SECTION.
      *-----------------------------------------------------------------
      *    UMA LINHA POR DATA + PRODUTO + TIPO + SINAL + MOTIVO

               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0251-COMPARA-PENDENTE
                       VARYING WRK-IDX-PEND FROM 1 BY 1
                       UNTIL WRK-IDX-PEND GREATER WRK-QT-PEND
                          OR WRK-ACHOU EQUAL 'S'.
               IF WRK-ACHOU EQUAL 'N'
                   MOVE WRK-DATA-MOVTO     TO REG-DATA-PRZ
                   MOVE WRK-PRODUTO        TO REG-PRODUTO-PRZ
                   MOVE REG-TIPO-RELSAIDA  TO REG-TIPO-PRZ
                   MOVE REG-SINAL-RELSAIDA TO REG-SINAL-PRZ
                   MOVE ZEROS              TO REG-QT-PRZ REG-VALOR-PRZ
                   MOVE WRK-MOTIVO         TO REG-MOTIVO-PRZ
                   PERFORM 0152-GUARDA-PENDENTE
                   MOVE WRK-QT-PEND TO WRK-IDX-PEND
               END-IF.
               ADD 1 TO TAB-PEN-QT(WRK-IDX-PEND).
               ADD REG-LANCAMENTO-RELSAIDA TO
                   TAB-PEN-VALOR(WRK-IDX-PEND).

       0250-ACUMULA-PENDENTE-FIM.              EXIT.
      *-----------------------------------------------------------------
       0251-COMPARA-PENDENTE                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-PEN-DATA(WRK-IDX-PEND)    EQUAL WRK-DATA-MOVTO
                  AND
                  TAB-PEN-PRODUTO(WRK-IDX-PEND) EQUAL WRK-PRODUTO
                  AND
                  TAB-PEN-TIPO(WRK-IDX-PEND)  EQUAL REG-TIPO-RELSAIDA
                  AND
                  TAB-PEN-SINAL(WRK-IDX-PEND) EQUAL REG-SINAL-RELSAIDA
                  AND
                  TAB-PEN-MOTIVO(WRK-IDX-PEND)  EQUAL WRK-MOTIVO
                   MOVE 'S' TO WRK-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-PEND
               END-IF.

       0251-COMPARA-PENDENTE-FIM.              EXIT.
      *-----------------------------------------------------------------
       0260-COMPARA                            SECTION.
      *-----------------------------------------------------------------

               PERFORM 0261-SOMA-PRODUTO
                       VARYING WRK-IDX-PRD FROM 1 BY 1
                       UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS.
               PERFORM 0262-EXPLICA-PENDENTE
                       VARYING WRK-IDX-PEND FROM 1 BY 1
                       UNTIL WRK-IDX-PEND GREATER WRK-QT-PEND.
               PERFORM 0265-CONFERE-CONTA-RZ
                       VARYING WRK-IDX-CRZ FROM 1 BY 1
                       UNTIL WRK-IDX-CRZ GREATER WRK-QT-CRZ.
               IF ACU-SEM-PRODUTO GREATER ZEROS
                   DISPLAY "CONTAS COM PRODUTO SEM CONTA-RAZAO NO "
                       "CONCDEP:" ACU-SEM-PRODUTO
                   MOVE 8 TO WRK-RC-SAIDA
               END-IF.

       0260-COMPARA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0261-SOMA-PRODUTO                       SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-PRD-IDX-CRZ(WRK-IDX-PRD) TO WRK-IDX-CRZ.
               ADD TAB-PRD-SALDO(WRK-IDX-PRD) TO
                   TAB-CRZ-SALDO-OPER(WRK-IDX-CRZ).

       0261-SOMA-PRODUTO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0262-EXPLICA-PENDENTE                   SECTION.
      *-----------------------------------------------------------------
      *    CREDITO NAO CONTABILIZADO DEIXA O SALDO ACIMA DO RAZAO;
      *    DEBITO NAO CONTABILIZADO DEIXA ABAIXO

               MOVE TAB-PEN-PRODUTO(WRK-IDX-PEND) TO WRK-PRODUTO.
               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0211-COMPARA-PRODUTO
                       VARYING WRK-IDX-PRD FROM 1 BY 1
                       UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS
                          OR WRK-ACHOU EQUAL 'S'.
               IF WRK-ACHOU EQUAL 'S'
                   MOVE TAB-PRD-IDX-CRZ(WRK-IDX-PRD) TO WRK-IDX-CRZ
                   IF TAB-PEN-SINAL(WRK-IDX-PEND) EQUAL 'C'
                       ADD TAB-PEN-VALOR(WRK-IDX-PEND) TO
                           TAB-CRZ-EXPLICADO(WRK-IDX-CRZ)
                   ELSE
                       SUBTRACT TAB-PEN-VALOR(WRK-IDX-PEND) FROM
                           TAB-CRZ-EXPLICADO(WRK-IDX-CRZ)
                   END-IF
               END-IF.

       0262-EXPLICA-PENDENTE-FIM.              EXIT.
      *-----------------------------------------------------------------
       0265-CONFERE-CONTA-RZ                   SECTION.
      *-----------------------------------------------------------------

               COMPUTE TAB-CRZ-DIFERENCA(WRK-IDX-CRZ) =
                   TAB-CRZ-SALDO-OPER(WRK-IDX-CRZ) -
                   TAB-CRZ-SALDO-RAZAO(WRK-IDX-CRZ).
               MOVE TAB-CRZ-DIFERENCA(WRK-IDX-CRZ) TO WRK-DIFERENCA-ABS.
               IF TAB-CRZ-DIFERENCA(WRK-IDX-CRZ) LESS ZEROS
                   COMPUTE WRK-DIFERENCA-ABS =
                       TAB-CRZ-DIFERENCA(WRK-IDX-CRZ) * -1
               END-IF.
               IF WRK-DIFERENCA-ABS GREATER
                  TAB-CRZ-TOLERANCIA(WRK-IDX-CRZ)
                   SET TAB-CRZ-FORA(WRK-IDX-CRZ) TO TRUE
                   ADD 1 TO ACU-CONTAS-FORA
                   MOVE 8 TO WRK-RC-SAIDA
                   DISPLAY "CONTA-RAZAO " TAB-CRZ-CONTA(WRK-IDX-CRZ)
                       " FORA DA TOLERANCIA NA CONCILIACAO"
               ELSE
                   SET TAB-CRZ-CONCILIADA(WRK-IDX-CRZ) TO TRUE
               END-IF.

       0265-CONFERE-CONTA-RZ-FIM.              EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-GRAVA-RELATORIO.
               CLOSE CONTAS.
               OPEN OUTPUT CONCRZ.
               IF FS-CONCRZ                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-CONCRZ            TO WRK-STATUS-ERRO
                   MOVE '0305-ABRE-CONCRZ'   TO WRK-AREA-ERRO
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE WRK-DATA-MOVTO TO WRK-CAB-DATA.
               MOVE WRK-LIN-CABEC1 TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               MOVE WRK-LIN-CABEC-PRD TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               PERFORM 0330-LINHA-PRODUTO
                       VARYING WRK-IDX-PRD FROM 1 BY 1
                       UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS.
               IF ACU-SEM-PRODUTO GREATER ZEROS
                   MOVE "** PRODUTO SEM CONTA-RAZAO **" TO
                       WRK-PRD-DESCRICAO
                   MOVE ZEROS                 TO WRK-PRD-CONTA
                   MOVE ACU-SEM-PRODUTO       TO WRK-PRD-QT-ED
                   MOVE ACU-SALDO-SEM-PRODUTO TO WRK-PRD-SALDO-ED
                   MOVE WRK-LIN-PRODUTO TO REG-CONCRZ
                   WRITE REG-CONCRZ
               END-IF.
               MOVE SPACES TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               MOVE WRK-LIN-CABEC-CRZ TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               PERFORM 0340-LINHA-CONTA-RZ
                       VARYING WRK-IDX-CRZ FROM 1 BY 1
                       UNTIL WRK-IDX-CRZ GREATER WRK-QT-CRZ.
               PERFORM 0350-EXPLICA-CONTA-RZ
                       VARYING WRK-IDX-CRZ FROM 1 BY 1
                       UNTIL WRK-IDX-CRZ GREATER WRK-QT-CRZ.
               MOVE SPACES TO WRK-LIN-TEXTO.
               IF ACU-CONTAS-FORA EQUAL ZEROS AND
                  ACU-SEM-PRODUTO EQUAL ZEROS
                   MOVE "RAZAO E SALDOS DOS DEPOSITOS CONCILIADOS "
                       TO WRK-LIN-TEXTO
               ELSE
                   MOVE "** DEPOSITOS FORA DA TOLERANCIA NA "
                       TO WRK-LIN-TEXTO(1:35)
                   MOVE "CONCILIACAO RAZAO X SALDOS **"
                       TO WRK-LIN-TEXTO(36:)
                   MOVE "DEPOSITOS NAO CONCILIADOS" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.
               MOVE WRK-LIN-TEXTO TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               CLOSE CONCRZ.

       0310-GRAVA-PENDENTES.
      *        SO FICAM NA FILA OS MOVIMENTOS DE CONTA-RAZAO AINDA
      *        FORA DA TOLERANCIA -- A CONTA CONCILIADA ZERA A FILA
               OPEN OUTPUT PENDRZ.
               IF FS-PENDRZ                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-PENDRZ            TO WRK-STATUS-ERRO
                   MOVE '0310-ABRE-PENDRZ'   TO WRK-AREA-ERRO
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0370-REGRAVA-PENDENTE
                       VARYING WRK-IDX-PEND FROM 1 BY 1
                       UNTIL WRK-IDX-PEND GREATER WRK-QT-PEND.
               CLOSE PENDRZ.

       0315-CONTROLE.
               DISPLAY "===== CONCILIACAO RAZAO X SALDOS =====".
               DISPLAY "SALDOS LIDOS.................:"
                   ACU-LIDOS-SALDOS.
               DISPLAY "PARTIDAS DO RAZAO ATE A DATA.:" ACU-LIDOS-RAZAO.
               DISPLAY "MOVIMENTOS DA DATA...........:" ACU-MOVTOS-DIA.
               DISPLAY "MOVIMENTOS NAO CONTABILIZADOS:"
                   ACU-NAO-CONTAB-DIA.
               DISPLAY "CONTAS-RAZAO FORA DA TOLERAN.:" ACU-CONTAS-FORA.
               DISPLAY WRK-LIN-TEXTO(1:70).

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
               MOVE ACU-LIDOS-SALDOS  TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.
               MOVE WRK-RC-SAIDA TO RETURN-CODE.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0330-LINHA-PRODUTO                      SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-PRD-PRODUTO(WRK-IDX-PRD) TO WRK-PRODUTO.
               PERFORM 0360-DESCREVE-PRODUTO.
               MOVE WRK-PEN-PRODUTO TO WRK-PRD-DESCRICAO.
               MOVE TAB-PRD-CONTA(WRK-IDX-PRD)     TO WRK-PRD-CONTA.
               MOVE TAB-PRD-QT-CONTAS(WRK-IDX-PRD) TO WRK-PRD-QT-ED.
               MOVE TAB-PRD-SALDO(WRK-IDX-PRD)     TO WRK-PRD-SALDO-ED.
               MOVE WRK-LIN-PRODUTO TO REG-CONCRZ.
               WRITE REG-CONCRZ.

       0330-LINHA-PRODUTO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0340-LINHA-CONTA-RZ                     SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-CRZ-CONTA(WRK-IDX-CRZ)      TO WRK-CRZ-CONTA.
               MOVE TAB-CRZ-SALDO-OPER(WRK-IDX-CRZ) TO WRK-CRZ-OPER-ED.
               MOVE TAB-CRZ-SALDO-RAZAO(WRK-IDX-CRZ) TO
                   WRK-CRZ-RAZAO-ED.
               MOVE TAB-CRZ-DIFERENCA(WRK-IDX-CRZ) TO
                   WRK-CRZ-DIFERENCA-ED.
               MOVE TAB-CRZ-TOLERANCIA(WRK-IDX-CRZ) TO
                   WRK-CRZ-TOLERANCIA-ED.
               IF TAB-CRZ-FORA(WRK-IDX-CRZ)
                   MOVE "** FORA **"         TO WRK-CRZ-SITUACAO
               ELSE
                   MOVE "CONCILIADA"         TO WRK-CRZ-SITUACAO
               END-IF.
               MOVE WRK-LIN-CONTA-RZ TO REG-CONCRZ.
               WRITE REG-CONCRZ.

       0340-LINHA-CONTA-RZ-FIM.                EXIT.
      *-----------------------------------------------------------------
       0350-EXPLICA-CONTA-RZ                   SECTION.
      *-----------------------------------------------------------------
      *    LISTA OS MOVIMENTOS NAO CONTABILIZADOS DA CONTA-RAZAO FORA
      *    DA TOLERANCIA E O QUANTO ELES EXPLICAM DA DIFERENCA

               IF TAB-CRZ-CONCILIADA(WRK-IDX-CRZ)
                   GO TO 0350-EXPLICA-CONTA-RZ-FIM
               END-IF.
               MOVE SPACES TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               MOVE TAB-CRZ-CONTA(WRK-IDX-CRZ) TO WRK-CONTA-ED.
               MOVE SPACES TO WRK-LIN-TEXTO.
               STRING "MOVIMENTOS NAO CONTABILIZADOS NA CONTA-RAZAO "
                          DELIMITED BY SIZE
                      WRK-CONTA-ED DELIMITED BY SIZE
                   INTO WRK-LIN-TEXTO
               END-STRING.
               MOVE WRK-LIN-TEXTO TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               MOVE WRK-LIN-CABEC-PEN TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               PERFORM 0355-LINHA-PENDENTE
                       VARYING WRK-IDX-PEND FROM 1 BY 1
                       UNTIL WRK-IDX-PEND GREATER WRK-QT-PEND.
               MOVE "DIFERENCA EXPLICADA PELOS MOVIMENTOS" TO
                   WRK-TOT-DESCRICAO.
               MOVE TAB-CRZ-EXPLICADO(WRK-IDX-CRZ) TO WRK-TOT-VALOR-ED.
               MOVE WRK-LIN-TOTAL TO REG-CONCRZ.
               WRITE REG-CONCRZ.
               MOVE "DIFERENCA NAO EXPLICADA" TO WRK-TOT-DESCRICAO.
               COMPUTE WRK-VALOR-SINAL =
                   TAB-CRZ-DIFERENCA(WRK-IDX-CRZ) -
                   TAB-CRZ-EXPLICADO(WRK-IDX-CRZ).
               MOVE WRK-VALOR-SINAL TO WRK-TOT-VALOR-ED.
               MOVE WRK-LIN-TOTAL TO REG-CONCRZ.
               WRITE REG-CONCRZ.

       0350-EXPLICA-CONTA-RZ-FIM.              EXIT.
      *-----------------------------------------------------------------
       0355-LINHA-PENDENTE                     SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-PEN-PRODUTO(WRK-IDX-PEND) TO WRK-PRODUTO.
               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0211-COMPARA-PRODUTO
                       VARYING WRK-IDX-PRD FROM 1 BY 1
                       UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS
                          OR WRK-ACHOU EQUAL 'S'.
               IF WRK-ACHOU NOT EQUAL 'S'
                   GO TO 0355-LINHA-PENDENTE-FIM
               END-IF.
               IF TAB-PRD-IDX-CRZ(WRK-IDX-PRD) NOT EQUAL WRK-IDX-CRZ
                   GO TO 0355-LINHA-PENDENTE-FIM
               END-IF.
               PERFORM 0360-DESCREVE-PRODUTO.
               MOVE TAB-PEN-DATA(WRK-IDX-PEND)   TO WRK-PEN-DATA.
               MOVE TAB-PEN-TIPO(WRK-IDX-PEND)   TO WRK-PEN-TIPO.
               MOVE TAB-PEN-SINAL(WRK-IDX-PEND)  TO WRK-PEN-SINAL.
               MOVE TAB-PEN-QT(WRK-IDX-PEND)     TO WRK-PEN-QT-ED.
               MOVE TAB-PEN-VALOR(WRK-IDX-PEND)  TO WRK-PEN-VALOR-ED.
               MOVE TAB-PEN-MOTIVO(WRK-IDX-PEND) TO WRK-PEN-MOTIVO.
               MOVE WRK-LIN-PENDENTE TO REG-CONCRZ.
               WRITE REG-CONCRZ.

       0355-LINHA-PENDENTE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0360-DESCREVE-PRODUTO                   SECTION.
      *-----------------------------------------------------------------

               EVALUATE WRK-PRODUTO
                   WHEN SPACE
                       MOVE "CONTA CORRENTE"      TO WRK-PEN-PRODUTO
                   WHEN "P"
                       MOVE "POUPANCA"            TO WRK-PEN-PRODUTO
                   WHEN "R"
                       MOVE "CONTA REMUNERADA"    TO WRK-PEN-PRODUTO
                   WHEN OTHER
                       MOVE SPACES TO WRK-PEN-PRODUTO
                       STRING "REMUNERACAO " DELIMITED BY SIZE
                              WRK-PRODUTO     DELIMITED BY SIZE
                           INTO WRK-PEN-PRODUTO
                       END-STRING
               END-EVALUATE.

       0360-DESCREVE-PRODUTO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0370-REGRAVA-PENDENTE                   SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-PEN-PRODUTO(WRK-IDX-PEND) TO WRK-PRODUTO.
               MOVE 'N' TO WRK-ACHOU.
               PERFORM 0211-COMPARA-PRODUTO
                       VARYING WRK-IDX-PRD FROM 1 BY 1
                       UNTIL WRK-IDX-PRD GREATER WRK-QT-PRODUTOS
                          OR WRK-ACHOU EQUAL 'S'.
               IF WRK-ACHOU NOT EQUAL 'S'
                   GO TO 0370-REGRAVA-PENDENTE-FIM
               END-IF.
               MOVE TAB-PRD-IDX-CRZ(WRK-IDX-PRD) TO WRK-IDX-CRZ.
               IF TAB-CRZ-CONCILIADA(WRK-IDX-CRZ)
                   GO TO 0370-REGRAVA-PENDENTE-FIM
               END-IF.
               MOVE TAB-PEN-DATA(WRK-IDX-PEND)    TO REG-DATA-PRZ.
               MOVE TAB-PEN-PRODUTO(WRK-IDX-PEND) TO REG-PRODUTO-PRZ.
               MOVE TAB-PEN-TIPO(WRK-IDX-PEND)    TO REG-TIPO-PRZ.
               MOVE TAB-PEN-SINAL(WRK-IDX-PEND)   TO REG-SINAL-PRZ.
               MOVE TAB-PEN-QT(WRK-IDX-PEND)      TO REG-QT-PRZ.
               MOVE TAB-PEN-VALOR(WRK-IDX-PEND)   TO REG-VALOR-PRZ.
               MOVE TAB-PEN-MOTIVO(WRK-IDX-PEND)  TO REG-MOTIVO-PRZ.
               WRITE REG-PENDRZ.

       0370-REGRAVA-PENDENTE-FIM.              EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE WRK-RC-SAIDA TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

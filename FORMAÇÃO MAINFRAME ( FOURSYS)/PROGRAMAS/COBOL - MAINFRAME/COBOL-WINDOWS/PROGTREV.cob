       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGTREV.
      *=================================================================
      * PROGRAMA   : PROGTREV
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 01/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: TARIFAS POR EVENTO DO MES, PELO CATALOGO DE
      *              TARIFAS DA AREA COMERCIAL (TARCATAL.TXT):
      *              - CONTA, NAS GERACOES DATADAS DO RELSAIDA DO MES
      *                (CATALOGO GERACOES.TXT), OS DEBITOS DE CADA
      *                CONTA POR TIPO DE LANCAMENTO (REG-TIPO-LANCAM)
      *                PRESENTE NO CATALOGO (SAQUE, TED, ...);
      *              - PARA CADA CONTA ABERTA, APLICA O CATALOGO DO
      *                PACOTE DA CONTA (REG-PACOTE-MTR; SEM LINHA PARA
      *                O TIPO, A DO PACOTE PADRAO "00"): OS EVENTOS ATE
      *                A QUANTIDADE GRATUITA SAO ISENTOS E SO O
      *                EXCEDENTE E COBRADO, AO PRECO UNITARIO, EM UM
      *                LANCAMENTO DE DEBITO TIPO "F" POR CONTA E
      *                EVENTO, COM O EVENTO E A QUANTIDADE COBRADA NO
      *                HISTORICO, NO LAYOUT DO LANCAM E COM CABECALHO
      *                E TRAILER DE CONTROLE (TARIFEV.TXT) -- ENTRA NO
      *                CICLO NORMAL DO PROGCALL, COMO O TARIFAS.TXT;
      *              - LISTA NO RELTREV.TXT, POR CONTA E EVENTO, OS
      *                EVENTOS DO MES, OS ISENTOS PELA FRANQUIA E OS
      *                COBRADOS.
      *-----------------------------------------------------------------
      * OBSERVACAO.: O MES (AAAAMM) VEM DO SYSIN; ZEROS = MES ANTERIOR
      *              AO DA DATA DE MOVIMENTO (CTLDATA), O MES FECHADO.
      *              MES POSTERIOR AO DA DATA DE MOVIMENTO OU CATALOGO
      *              AUSENTE TERMINA COM RETURN-CODE 8 SEM GERAR NADA.
      *              A CONTAGEM USA UM ARQUIVO DE TRABALHO (CONTEVEN,
      *              KSDS POR AGENCIA + CONTA + TIPO) RECRIADO A CADA
      *              EXECUCAO. EVENTO DE CONTA FORA DO MASTER OU NAO
      *              ABERTA NAO E TARIFADO E E CONTADO A PARTE.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  TARCATAL               I                    #BOOKTARCAT
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  CONTAS                 I                    #BOOKCTAS
      *  CONTEVEN               I-O (TRABALHO)
      *  TARIFEV                O                    #BOOKLANCAM
      *  RELTREV                O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              CALDIA
      *              VERGER
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
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: ANTES DE LER CADA GERACAO DATADA CONFERE O
      *              MANIFESTO DE INTEGRIDADE (GERMANIF.TXT, MODULO
      *              VERGER): GERACAO QUE NAO CONFERE ABORTA A
      *              EXECUCAO; GERACAO ANTERIOR AO MANIFESTO SO E
      *              AVISADA
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
           SELECT TARCATAL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TARCATAL.TXT"
               FILE STATUS IS FS-TARCATAL.
           SELECT GERACOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERACOES.TXT"
               FILE STATUS IS FS-GERACOES.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT CONTEVEN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTEVEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-CEV
               FILE STATUS IS FS-CONTEVEN.
           SELECT TARIFEV ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TARIFEV.TXT"
               FILE STATUS IS FS-TARIFEV.
           SELECT RELTREV ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELTREV.TXT"
               FILE STATUS IS FS-RELTREV.
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
      *        INPUT -  CATALOGO DE TARIFAS POR EVENTO
      *                               LRECL = 023
      *-----------------------------------------------------------------
       FD  TARCATAL.
       COPY "#BOOKTARCAT".
      *-----------------------------------------------------------------
      *        INPUT -  CATALOGO DE GERACOES DATADAS
      *-----------------------------------------------------------------
       FD  GERACOES.
       01  REG-GERACOES.
           05 REG-TIPO-GER             PIC X(008).
           05 FILLER                  PIC X(001).
           05 REG-DATA-GER             PIC 9(008).
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA.D<DATA>)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 061
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *      I-O -  TRABALHO: EVENTOS DO MES POR CONTA E TIPO
      *                               LRECL = 016
      *-----------------------------------------------------------------
       FD  CONTEVEN.
       01  REG-CONTEVEN.
           05 REG-CHAVE-CEV.
               10 REG-AGENCIA-CEV      PIC 9(004).
               10 REG-CONTA-CEV        PIC 9(006).
               10 REG-TIPO-CEV         PIC X(001).
           05 REG-QT-CEV               PIC 9(005).
      *-----------------------------------------------------------------
      *     OUTPUT-  LANCAMENTOS DE TARIFA NO LAYOUT DO LANCAM
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  TARIFEV.
       COPY "#BOOKLANCAM".
      *-----------------------------------------------------------------
      *     OUTPUT-  RELATORIO DE EVENTOS ISENTOS E COBRADOS
      *                               LRECL = 132
      *-----------------------------------------------------------------
       FD  RELTREV.
       01  REG-RELTREV                 PIC X(132).
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
       01  FS-TARCATAL                 PIC X(002)          VALUE SPACES.
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-CONTEVEN                 PIC X(002)          VALUE SPACES.
       01  FS-TARIFEV                  PIC X(002)          VALUE SPACES.
       01  FS-RELTREV                  PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GER-ED             PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  ACU-GERACOES-LIDAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-LIDOS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-EVENTOS-MES             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-EVENTOS-ISENTOS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-EVENTOS-COBRADOS        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-EVENTOS-SEM-CONTA       PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TARIFAS-GERADAS         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-COBRADA           PIC 9(011)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CATALOGO DE TARIFAS =====".
      *-----------------------------------------------------------------
       01  WRK-QT-CATALOGO             PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-CAT                 PIC 9(003)          VALUE ZEROS.
       01  WRK-POS-CAT                 PIC 9(003)          VALUE ZEROS.
       01  WRK-PACOTE-ALVO             PIC X(002)          VALUE SPACES.
       01  WRK-TIPO-ALVO               PIC X(001)          VALUE SPACES.
       01  TAB-CATALOGO.
           05 TAB-CAT-ITEM             OCCURS 100 TIMES.
               10 TAB-CAT-PACOTE           PIC X(002).
               10 TAB-CAT-TIPO             PIC X(001).
               10 TAB-CAT-QT-GRATIS        PIC 9(003).
               10 TAB-CAT-VALOR-UNIT       PIC 9(005)V99.
               10 TAB-CAT-NOME             PIC X(010).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CONTA E EVENTO EM PROCESSO =====".
      *-----------------------------------------------------------------
       01  WRK-FIM-CONTEVEN            PIC X(001)          VALUE "N".
       01  WRK-CONTA-COBRAVEL          PIC X(001)          VALUE "N".
       01  WRK-QT-GRATIS               PIC 9(005)          VALUE ZEROS.
       01  WRK-QT-ISENTOS              PIC 9(005)          VALUE ZEROS.
       01  WRK-QT-COBRADOS             PIC 9(005)          VALUE ZEROS.
       01  WRK-VALOR-UNIT              PIC 9(005)V99       VALUE ZEROS.
       01  WRK-VALOR-COBRADO           PIC 9(007)V99       VALUE ZEROS.
       01  WRK-NOME-EVENTO             PIC X(010)          VALUE SPACES.
      *-----------------------------------------------------------------
      *    HISTORICO DO DEBITO: "TAR <EVENTO> QT NNN"
      *-----------------------------------------------------------------
       01  WRK-HISTORICO-LANC.
           05 FILLER                   PIC X(004)          VALUE
               "TAR ".
           05 WRK-HIST-EVENTO          PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(003)          VALUE
               " QT".
           05 WRK-HIST-QT              PIC 9(003)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-MES-MOVTO               PIC 9(006)          VALUE ZEROS.
       01  WRK-DATA-LANC               PIC 9(008)          VALUE ZEROS.
       01  WRK-ANO-CALC                PIC 9(004)          VALUE ZEROS.
       01  WRK-MM-CALC                 PIC 9(002)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGTREV".
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
       01  WRK-VALOR-ED                PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC X(036)          VALUE
               "TARIFAS POR EVENTO - ISENTOS E".
           05 FILLER                   PIC X(014)          VALUE
               "COBRADOS - MES".
           05 WRK-CAB-MES              PIC 9(006).
           05 FILLER                   PIC X(013)          VALUE
               "   - EMISSAO ".
           05 WRK-CAB-EXEC             PIC 9(008).
           05 FILLER                   PIC X(055)          VALUE SPACES.
       01  WRK-LIN-CABEC2.
           05 FILLER                   PIC X(014)          VALUE
               "AGENCIA/CONTA".
           05 FILLER                   PIC X(006)          VALUE
               "PCT".
           05 FILLER                   PIC X(012)          VALUE
               "EVENTO".
           05 FILLER                   PIC X(010)          VALUE
               "QT MES".
           05 FILLER                   PIC X(007)          VALUE
               "FRANQ".
           05 FILLER                   PIC X(010)          VALUE
               "ISENTOS".
           05 FILLER                   PIC X(009)          VALUE
               "COBRADOS".
           05 FILLER                   PIC X(012)          VALUE
               "PRECO UNIT".
           05 FILLER                   PIC X(013)          VALUE
               "VALOR COBRADO".
           05 FILLER                   PIC X(039)          VALUE SPACES.
       01  WRK-LIN-DETALHE.
           05 WRK-DET-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-CONTA            PIC 9(006).
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-PACOTE           PIC X(002).
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 WRK-DET-EVENTO           PIC X(010).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-QT-MES           PIC ZZ.ZZ9.
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 WRK-DET-GRATIS           PIC ZZ9.
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 WRK-DET-ISENTOS          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 WRK-DET-COBRADOS         PIC ZZ.ZZ9.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-UNIT             PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-TOTAL            PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(040)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 FILLER                   PIC X(030)          VALUE
               "TOTAL DO MES".
           05 WRK-TOT-QT-MES           PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(011)          VALUE SPACES.
           05 WRK-TOT-ISENTOS          PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-TOT-COBRADOS         PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(013)          VALUE SPACES.
           05 WRK-TOT-VALOR            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(041)          VALUE SPACES.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       COPY "#BOOKVERGER".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* FIM DA WORKING *".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-CONTA-EVENTOS
                       UNTIL FS-GERACOES NOT EQUAL '00'.
               PERFORM 0250-PREPARA-COBRANCA.
               PERFORM 0260-COBRA-EVENTOS
                       UNTIL WRK-FIM-CONTEVEN EQUAL 'S'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "MES DAS TARIFAS (AAAAMM, ZEROS = MES ANTERIOR "
                   "AO DA DATA DE MOVIMENTO): "
               ACCEPT WRK-PARM-MES.
               DISPLAY "TIPO DE CLIENTE DOS LANCAMENTOS (ENTER = F): "
               ACCEPT WRK-PARM-TIPO-CLI.
               IF WRK-PARM-TIPO-CLI EQUAL SPACES
                   MOVE "F" TO WRK-PARM-TIPO-CLI
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0120-DEFINE-MES.
               PERFORM 0130-CARREGA-CATALOGO.

               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
      *        O ARQUIVO DE TRABALHO E RECRIADO VAZIO A CADA EXECUCAO
               OPEN OUTPUT CONTEVEN.
               CLOSE CONTEVEN.
               OPEN I-O CONTEVEN.
               IF FS-CONTEVEN                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTEVEN          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CONTEVEN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT TARIFEV.
               IF FS-TARIFEV                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-TARIFEV           TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-TARIFEV'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0150-GRAVA-CABECALHO.
               OPEN OUTPUT RELTREV.
               IF FS-RELTREV                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RELTREV           TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-RELTREV'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE WRK-PARM-MES   TO WRK-CAB-MES.
               MOVE WRK-DATA-EXEC  TO WRK-CAB-EXEC.
               WRITE REG-RELTREV FROM WRK-LIN-CABEC1.
               WRITE REG-RELTREV FROM WRK-LIN-CABEC2.

               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "CATALOGO DE GERACOES AUSENTE -- NENHUM "
                       "EVENTO A TARIFAR"
                   MOVE '10' TO FS-GERACOES
               ELSE
                   PERFORM 0140-LE-GERACAO
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------
      *    AS TARIFAS SAO DATADAS NA DATA DE MOVIMENTO, ROLADA PARA O
      *    PROXIMO DIA UTIL QUANDO NAO FOR DIA UTIL
      *-----------------------------------------------------------------

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.
               MOVE WRK-DATA-MOVTO TO WRK-DATA-LANC.
               MOVE "V" TO WRK-FUNCAO-CAL.
               MOVE WRK-DATA-MOVTO TO WRK-DATA-IN-CAL.
               CALL WRK-MODULO-CALDIA USING WRK-CALDIA.
               IF WRK-SITUACAO-CAL EQUAL "0" AND
                  WRK-RESPOSTA-CAL NOT EQUAL "S"
                   MOVE "P" TO WRK-FUNCAO-CAL
                   CALL WRK-MODULO-CALDIA USING WRK-CALDIA
                   IF WRK-SITUACAO-CAL EQUAL "0"
                       DISPLAY "DATA DE MOVIMENTO NAO E DIA UTIL -- "
                           "TARIFAS DATADAS NO PROXIMO DIA UTIL"
                       MOVE WRK-DATA-OUT-CAL TO WRK-DATA-LANC
                   END-IF
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
       0120-DEFINE-MES                         SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-MOVTO(1:6) TO WRK-MES-MOVTO.
               IF WRK-PARM-MES EQUAL ZEROS
                   MOVE WRK-DATA-MOVTO(1:4) TO WRK-ANO-CALC
                   MOVE WRK-DATA-MOVTO(5:2) TO WRK-MM-CALC
                   IF WRK-MM-CALC EQUAL 01
                       MOVE 12 TO WRK-MM-CALC
                       SUBTRACT 1 FROM WRK-ANO-CALC
                   ELSE
                       SUBTRACT 1 FROM WRK-MM-CALC
                   END-IF
                   MOVE WRK-ANO-CALC TO WRK-PARM-MES(1:4)
                   MOVE WRK-MM-CALC  TO WRK-PARM-MES(5:2)
               END-IF.
               IF WRK-PARM-MES(5:2) LESS "01" OR
                  WRK-PARM-MES(5:2) GREATER "12"
                   DISPLAY "MES INVALIDO: " WRK-PARM-MES
                       " -- NENHUMA TARIFA GERADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-PARM-MES GREATER WRK-MES-MOVTO
                   DISPLAY "MES " WRK-PARM-MES " POSTERIOR A DATA DE "
                       "MOVIMENTO " WRK-DATA-MOVTO
                       " -- NENHUMA TARIFA GERADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-PARM-MES EQUAL WRK-MES-MOVTO
                   DISPLAY "ATENCAO: MES AINDA ABERTO -- EVENTOS "
                       "CONTADOS ATE A DATA " WRK-DATA-MOVTO
               END-IF.
               DISPLAY "TARIFANDO OS EVENTOS DO MES........:"
                   WRK-PARM-MES.
               DISPLAY "TARIFAS DATADAS EM.................:"
                   WRK-DATA-LANC.

       0120-DEFINE-MES-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0130-CARREGA-CATALOGO                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT TARCATAL.
               IF FS-TARCATAL                NOT EQUAL '00'
                   DISPLAY "CATALOGO DE TARIFAS (TARCATAL) AUSENTE "
                       "(FS " FS-TARCATAL ") -- NENHUMA TARIFA GERADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0131-LE-CATALOGO
                       UNTIL FS-TARCATAL NOT EQUAL '00'.
               CLOSE TARCATAL.
               IF WRK-QT-CATALOGO EQUAL ZEROS
                   DISPLAY "CATALOGO DE TARIFAS VAZIO -- NENHUMA "
                       "TARIFA GERADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               DISPLAY "LINHAS DO CATALOGO DE TARIFAS......:"
                   WRK-QT-CATALOGO.

       0130-CARREGA-CATALOGO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0131-LE-CATALOGO                        SECTION.
      *-----------------------------------------------------------------

               READ TARCATAL
               IF FS-TARCATAL                EQUAL '00'
                   IF WRK-QT-CATALOGO LESS THAN 100
                       ADD 1 TO WRK-QT-CATALOGO
                       MOVE REG-PACOTE-TCT     TO
                           TAB-CAT-PACOTE(WRK-QT-CATALOGO)
                       IF REG-PACOTE-TCT EQUAL SPACES
                           MOVE "00" TO
                               TAB-CAT-PACOTE(WRK-QT-CATALOGO)
                       END-IF
                       MOVE REG-TIPO-LANC-TCT  TO
                           TAB-CAT-TIPO(WRK-QT-CATALOGO)
                       MOVE REG-QT-GRATIS-TCT  TO
                           TAB-CAT-QT-GRATIS(WRK-QT-CATALOGO)
                       MOVE REG-VALOR-UNIT-TCT TO
                           TAB-CAT-VALOR-UNIT(WRK-QT-CATALOGO)
                       MOVE REG-NOME-EVENTO-TCT TO
                           TAB-CAT-NOME(WRK-QT-CATALOGO)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 100 LINHAS NO CATALOGO "
                           "-- EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0131-LE-CATALOGO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0140-LE-GERACAO                         SECTION.
      *-----------------------------------------------------------------

               READ GERACOES
                   AT END
                       MOVE '10' TO FS-GERACOES
               END-READ.

       0140-LE-GERACAO-FIM.                    EXIT.
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
       0200-CONTA-EVENTOS                      SECTION.
      *-----------------------------------------------------------------

               IF REG-DATA-GER(1:6) EQUAL WRK-PARM-MES AND
                  REG-TIPO-GER EQUAL "RELSAIDA"
                   ADD 1 TO ACU-GERACOES-LIDAS
                   PERFORM 0210-VARRE-GERACAO
               END-IF.
               PERFORM 0140-LE-GERACAO.

       0200-CONTA-EVENTOS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0210-VARRE-GERACAO                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-GER TO WRK-DATA-GER-ED.
               MOVE SPACES TO WRK-NOME-RELSAIDA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-GER-ED   DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               PERFORM 0209-VERIFICA-MANIFESTO.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                EQUAL '00'
                   PERFORM 0211-LE-MOVIMENTO
                           UNTIL FS-RELSAIDA NOT EQUAL '00'
                   CLOSE RELSAIDA
               ELSE
                   DISPLAY "ATENCAO: GERACAO RELSAIDA.D"
                       WRK-DATA-GER-ED " NAO ABRIU (FS " FS-RELSAIDA
                       ") -- EVENTOS DA DATA FORA DA CONTAGEM"
               END-IF.

       0210-VARRE-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0209-VERIFICA-MANIFESTO                 SECTION.
      *-----------------------------------------------------------------

               MOVE "V"                TO WRK-FUNCAO-VGR.
               MOVE WRK-PROGRAMA-EXEC  TO WRK-PROGRAMA-VGR.
               CALL WRK-MODULO-VERGER USING WRK-VERGER.
               IF WRK-VGR-SEM-MANIFESTO
                   DISPLAY "ATENCAO: GERACAO " WRK-TIPO-VGR " "
                       WRK-DATA-VGR " SEM MANIFESTO DE INTEGRIDADE"
               END-IF.
               IF WRK-VGR-DIVERGE
                   DISPLAY "ERRO: GERACAO " WRK-TIPO-VGR " "
                       WRK-DATA-VGR " NAO CONFERE COM O MANIFESTO"
                   DISPLAY "REGISTROS..: " WRK-QT-REG-CALC-VGR
                       " MANIFESTO: " WRK-QT-REG-MAN-VGR
                   DISPLAY "DEBITOS....: " WRK-TOTAL-DEB-CALC-VGR
                       " MANIFESTO: " WRK-TOTAL-DEB-MAN-VGR
                   DISPLAY "CREDITOS...: " WRK-TOTAL-CRED-CALC-VGR
                       " MANIFESTO: " WRK-TOTAL-CRED-MAN-VGR
                   DISPLAY "CONFERENCIA: " WRK-HASH-CALC-VGR
                       " MANIFESTO: " WRK-HASH-MAN-VGR
                   DISPLAY "EXECUCAO ABORTADA -- GERACAO ALTERADA OU "
                       "TRUNCADA DEPOIS DE GRAVADA"
                   MOVE "GERACAO DIVERGE DO MANIFESTO" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0209-VERIFICA-MANIFESTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0211-LE-MOVIMENTO                       SECTION.
      *-----------------------------------------------------------------

               READ RELSAIDA
                   AT END
                       MOVE '10' TO FS-RELSAIDA
                   NOT AT END
                       ADD 1 TO ACU-MOVTOS-LIDOS
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999 AND
                          REG-RELSAIDA-DEBITO
                           MOVE REG-TIPO-RELSAIDA TO WRK-TIPO-ALVO
                           PERFORM 0220-TIPO-NO-CATALOGO
                           IF WRK-POS-CAT GREATER ZEROS
                               PERFORM 0230-SOMA-EVENTO
                           END-IF
                       END-IF
               END-READ.

       0211-LE-MOVIMENTO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0220-TIPO-NO-CATALOGO                   SECTION.
      *-----------------------------------------------------------------
      *    SO OS TIPOS QUE APARECEM NO CATALOGO (EM QUALQUER PACOTE)
      *    SAO CONTADOS
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-POS-CAT.
               PERFORM 0221-COMPARA-TIPO
                       VARYING WRK-IDX-CAT FROM 1 BY 1
                       UNTIL WRK-IDX-CAT GREATER WRK-QT-CATALOGO
                          OR WRK-POS-CAT GREATER ZEROS.

       0220-TIPO-NO-CATALOGO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0221-COMPARA-TIPO                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-CAT-TIPO(WRK-IDX-CAT) EQUAL WRK-TIPO-ALVO
                   MOVE WRK-IDX-CAT TO WRK-POS-CAT
               END-IF.

       0221-COMPARA-TIPO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0230-SOMA-EVENTO                        SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA TO REG-AGENCIA-CEV.
               MOVE REG-CONTA-RELSAIDA   TO REG-CONTA-CEV.
               MOVE REG-TIPO-RELSAIDA    TO REG-TIPO-CEV.
               READ CONTEVEN
                   INVALID KEY
                       MOVE 1 TO REG-QT-CEV
                       WRITE REG-CONTEVEN
                   NOT INVALID KEY
                       ADD 1 TO REG-QT-CEV
                       REWRITE REG-CONTEVEN
               END-READ.
               IF FS-CONTEVEN                NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-CONTEVEN          TO WRK-STATUS-ERRO
                   MOVE '0230-GRAVA-CONTEVEN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-EVENTOS-MES.

       0230-SOMA-EVENTO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0250-PREPARA-COBRANCA                   SECTION.
      *-----------------------------------------------------------------
      *    CONTAGEM ENCERRADA: O ARQUIVO DE TRABALHO E RELIDO NA ORDEM
      *    DA CHAVE (AGENCIA + CONTA + TIPO)
      *-----------------------------------------------------------------

               CLOSE GERACOES.
               MOVE 'N'         TO WRK-FIM-CONTEVEN.
               MOVE LOW-VALUES  TO REG-CHAVE-CEV.
               START CONTEVEN KEY NOT LESS REG-CHAVE-CEV
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CONTEVEN
               END-START.
               IF WRK-FIM-CONTEVEN EQUAL 'N'
                   PERFORM 0251-LE-CONTEVEN
               END-IF.

       0250-PREPARA-COBRANCA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0251-LE-CONTEVEN                        SECTION.
      *-----------------------------------------------------------------

               READ CONTEVEN NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-CONTEVEN
               END-READ.

       0251-LE-CONTEVEN-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0260-COBRA-EVENTOS                      SECTION.
      *-----------------------------------------------------------------

               PERFORM 0265-LOCALIZA-CONTA.
               IF WRK-CONTA-COBRAVEL EQUAL 'N'
                   ADD REG-QT-CEV TO ACU-EVENTOS-SEM-CONTA
                   GO TO 0260-LE-PROXIMO
               END-IF.
               PERFORM 0270-LOCALIZA-TARIFA.
               IF REG-QT-CEV GREATER WRK-QT-GRATIS
                   MOVE WRK-QT-GRATIS TO WRK-QT-ISENTOS
               ELSE
                   MOVE REG-QT-CEV    TO WRK-QT-ISENTOS
               END-IF.
               COMPUTE WRK-QT-COBRADOS = REG-QT-CEV - WRK-QT-ISENTOS.
               COMPUTE WRK-VALOR-COBRADO =
                   WRK-QT-COBRADOS * WRK-VALOR-UNIT.
               ADD WRK-QT-ISENTOS  TO ACU-EVENTOS-ISENTOS.
               ADD WRK-QT-COBRADOS TO ACU-EVENTOS-COBRADOS.
               IF WRK-VALOR-COBRADO GREATER ZEROS
                   PERFORM 0280-GRAVA-TARIFA
               END-IF.
               PERFORM 0290-IMPRIME-DETALHE.

       0260-LE-PROXIMO.
               PERFORM 0251-LE-CONTEVEN.

       0260-COBRA-EVENTOS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0265-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-COBRAVEL.
               MOVE REG-AGENCIA-CEV TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-CEV   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-CONTA-ABERTA
                           MOVE 'S' TO WRK-CONTA-COBRAVEL
                       END-IF
               END-READ.

       0265-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0270-LOCALIZA-TARIFA                    SECTION.
      *-----------------------------------------------------------------
      *    LINHA DO PACOTE DA CONTA PARA O TIPO; SEM ELA, A DO PACOTE
      *    PADRAO "00"; SEM NENHUMA DAS DUAS O EVENTO NAO E TARIFADO
      *    NO PACOTE (TODOS ISENTOS)
      *-----------------------------------------------------------------

               MOVE REG-PACOTE-MTR  TO WRK-PACOTE-ALVO.
               IF REG-PACOTE-PADRAO
                   MOVE "00"        TO WRK-PACOTE-ALVO
               END-IF.
               MOVE REG-TIPO-CEV    TO WRK-TIPO-ALVO.
               PERFORM 0275-PROCURA-PACOTE.
               IF WRK-POS-CAT EQUAL ZEROS AND
                  WRK-PACOTE-ALVO NOT EQUAL "00"
                   MOVE "00"        TO WRK-PACOTE-ALVO
                   PERFORM 0275-PROCURA-PACOTE
               END-IF.
               IF WRK-POS-CAT GREATER ZEROS
                   MOVE TAB-CAT-QT-GRATIS(WRK-POS-CAT)  TO
                       WRK-QT-GRATIS
                   MOVE TAB-CAT-VALOR-UNIT(WRK-POS-CAT) TO
                       WRK-VALOR-UNIT
                   MOVE TAB-CAT-NOME(WRK-POS-CAT)       TO
                       WRK-NOME-EVENTO
               ELSE
                   MOVE REG-QT-CEV  TO WRK-QT-GRATIS
                   MOVE ZEROS       TO WRK-VALOR-UNIT
                   MOVE SPACES      TO WRK-NOME-EVENTO
                   STRING "TIPO " REG-TIPO-CEV DELIMITED BY SIZE
                       INTO WRK-NOME-EVENTO
                   END-STRING
               END-IF.

       0270-LOCALIZA-TARIFA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0275-PROCURA-PACOTE                     SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-POS-CAT.
               PERFORM 0276-COMPARA-PACOTE
                       VARYING WRK-IDX-CAT FROM 1 BY 1
                       UNTIL WRK-IDX-CAT GREATER WRK-QT-CATALOGO
                          OR WRK-POS-CAT GREATER ZEROS.

       0275-PROCURA-PACOTE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0276-COMPARA-PACOTE                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-CAT-PACOTE(WRK-IDX-CAT) EQUAL WRK-PACOTE-ALVO AND
                  TAB-CAT-TIPO(WRK-IDX-CAT)   EQUAL WRK-TIPO-ALVO
                   MOVE WRK-IDX-CAT TO WRK-POS-CAT
               END-IF.

       0276-COMPARA-PACOTE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0280-GRAVA-TARIFA                       SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-MTR        TO REG-AGENCIA.
               MOVE REG-CONTA-MTR          TO REG-CONTA.
               MOVE WRK-VALOR-COBRADO      TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE REG-GERENTE-MTR        TO REG-GERENTE.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-LANC          TO REG-DATA-LANCAM.
               MOVE "D"                    TO REG-SINAL-LANCAM.
               MOVE "F"                    TO REG-TIPO-LANCAM.
               MOVE ZEROS                  TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE WRK-NOME-EVENTO        TO WRK-HIST-EVENTO.
               MOVE WRK-QT-COBRADOS        TO WRK-HIST-QT.
               MOVE WRK-HISTORICO-LANC     TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-TARIFEV               NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-TARIFEV           TO WRK-STATUS-ERRO
                   MOVE '0280-WRITE-TARIFEV' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1                 TO ACU-TARIFAS-GERADAS.
               ADD WRK-VALOR-COBRADO TO ACU-GRANA-COBRADA.

       0280-GRAVA-TARIFA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0290-IMPRIME-DETALHE                    SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-CEV    TO WRK-DET-AGENCIA.
               MOVE REG-CONTA-CEV      TO WRK-DET-CONTA.
               MOVE WRK-PACOTE-ALVO    TO WRK-DET-PACOTE.
               MOVE WRK-NOME-EVENTO    TO WRK-DET-EVENTO.
               MOVE REG-QT-CEV         TO WRK-DET-QT-MES.
               IF WRK-POS-CAT GREATER ZEROS
                   MOVE WRK-QT-GRATIS  TO WRK-DET-GRATIS
               ELSE
                   MOVE ZEROS          TO WRK-DET-GRATIS
               END-IF.
               MOVE WRK-QT-ISENTOS     TO WRK-DET-ISENTOS.
               MOVE WRK-QT-COBRADOS    TO WRK-DET-COBRADOS.
               MOVE WRK-VALOR-UNIT     TO WRK-DET-UNIT.
               MOVE WRK-VALOR-COBRADO  TO WRK-DET-TOTAL.
               WRITE REG-RELTREV FROM WRK-LIN-DETALHE.

       0290-IMPRIME-DETALHE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-GRAVA-TRAILER.
               MOVE 9999                TO REG-AGENCIA.
               MOVE ACU-TARIFAS-GERADAS TO REG-CONTA.
               MOVE ZEROS               TO REG-LANCAMENTO.
               MOVE "BRL"               TO REG-MOEDA-LANCAM.
               MOVE SPACES              TO REG-GERENTE.
               MOVE SPACES              TO REG-TIPO-CLI.
               MOVE WRK-DATA-LANC       TO REG-DATA-LANCAM.
               MOVE "C"                 TO REG-SINAL-LANCAM.
               MOVE "D"                 TO REG-TIPO-LANCAM.
               MOVE ZEROS               TO REG-DATA-REF-LANCAM.
               MOVE ZEROS               TO REG-AGENCIA-DEST.
               MOVE ZEROS               TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE TARIFEV.
               CLOSE CONTEVEN.
               CLOSE CONTAS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O TARIFEV.
               IF FS-TARIFEV EQUAL '00'
                   READ TARIFEV
                   IF FS-TARIFEV EQUAL '00'
                       MOVE ACU-TARIFAS-GERADAS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE TARIFEV
               END-IF.

       0307-TOTAL-RELATORIO.
               MOVE ACU-EVENTOS-MES      TO WRK-TOT-QT-MES.
               MOVE ACU-EVENTOS-ISENTOS  TO WRK-TOT-ISENTOS.
               MOVE ACU-EVENTOS-COBRADOS TO WRK-TOT-COBRADOS.
               MOVE ACU-GRANA-COBRADA    TO WRK-TOT-VALOR.
               MOVE SPACES TO REG-RELTREV.
               WRITE REG-RELTREV.
               WRITE REG-RELTREV FROM WRK-LIN-TOTAL.
               CLOSE RELTREV.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>> TARIFAS POR EVENTO DO MES "
                   WRK-PARM-MES " <<<<<<< "
               DISPLAY "GERACOES DO MES VARRIDAS.:"
                   ACU-GERACOES-LIDAS.
               DISPLAY "MOVIMENTOS LIDOS.........:"
                   ACU-MOVTOS-LIDOS.
               DISPLAY "EVENTOS TARIFAVEIS.......:"
                   ACU-EVENTOS-MES.
               DISPLAY "EVENTOS ISENTOS (FRANQUIA):"
                   ACU-EVENTOS-ISENTOS.
               DISPLAY "EVENTOS COBRADOS.........:"
                   ACU-EVENTOS-COBRADOS.
               DISPLAY "EVENTOS SEM CONTA ABERTA.:"
                   ACU-EVENTOS-SEM-CONTA.
               MOVE ACU-GRANA-COBRADA TO WRK-VALOR-ED.
               DISPLAY "TARIFAS GERADAS..........:"
                   ACU-TARIFAS-GERADAS " R$" WRK-VALOR-ED.

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
               MOVE ACU-TARIFAS-GERADAS  TO REG-QT-PROC-AUD.
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

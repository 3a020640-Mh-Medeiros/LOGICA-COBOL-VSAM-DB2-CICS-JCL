       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGJUDA.
      *=================================================================
      * PROGRAMA   : PROGJUDA
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: APLICACAO NOTURNA DAS ORDENS JUDICIAIS DE
      *              BLOQUEIO DE SALDO (JUDICIAL.TXT, CADASTRADAS NO
      *              PROGJUDIC). PARA CADA ORDEM ATIVA:
      *              - ACAO "P" (LIBERACAO PARCIAL) OU "L" (LIBERACAO
      *                TOTAL): SOLTA O VALOR DAS CONTAS BLOQUEADAS
      *                (JUDCTA.TXT), A ULTIMA CONTA PRIMEIRO NA ORDEM
      *                DA CHAVE; A TOTAL ENCERRA A ORDEM
      *              - ACAO "T" (TRANSFERENCIA): GERA, POR CONTA, O
      *                DEBITO TIPO "K" DO VALOR BLOQUEADO E O CREDITO
      *                NA CONTA DE DEPOSITO JUDICIAL (JUDLAN.TXT, ENTRA
      *                NO PROGCALL DA PROXIMA NOITE); O BLOQUEIO DA
      *                CONTA FICA "EM TRANSFERENCIA" ATE O DEBITO SER
      *                CONFERIDO NO RELSAIDA
      *              - SEM ACAO: BLOQUEIA O RESTANTE DA ORDEM NO SALDO
      *                DISPONIVEL DAS CONTAS EM QUE O CPF E TITULAR
      *                ATIVO (SALDO DO MASTER MENOS O QUE JA ESTA
      *                BLOQUEADO NA CONTA POR QUALQUER ORDEM)
      *              CADA ORDEM COM MOVIMENTO NA NOITE, OU RECEBIDA
      *              PELA PRIMEIRA VEZ, GERA UM REGISTRO NO ARQUIVO DE
      *              RESPOSTA AO JUDICIARIO (RESPJUD.TXT).
      *-----------------------------------------------------------------
      * OBSERVACAO.: RODA DEPOIS DO PROGSALDO (SALDO DA DATA). A ORDEM
      *              QUE TEVE LIBERACAO OU TRANSFERENCIA NA NOITE SO
      *              VOLTA A BLOQUEAR O RESTANTE NA NOITE SEGUINTE --
      *              O SALDO DO MASTER AINDA NAO REFLETE O DEBITO DA
      *              TRANSFERENCIA. O BLOQUEIO "EM TRANSFERENCIA" SO
      *              E EXCLUIDO QUANDO O DEBITO "K" DA ORDEM + CONTA
      *              APARECE NUMA GERACAO DO RELSAIDA POSTERIOR A ELE
      *              (CATALOGO GERACOES.TXT, CONFERIDA CONTRA O
      *              MANIFESTO PELO VERGER); COM O DEBITO PENDENTE NO
      *              SUSPENSO ELE CONTINUA EM TRANSFERENCIA; SEM O
      *              DEBITO (REJEITADO, NEGADO OU NAO PROCESSADO) ELE
      *              VOLTA A BLOQUEADO, O VALOR SAI DO TRANSFERIDO DA
      *              ORDEM E O JUDICIARIO RECEBE A RESPOSTA "F".
      *              TRANSFERENCIA SEM CONTA DE DEPOSITO VALIDA E
      *              RECUSADA E TERMINA COM RETURN-CODE 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  JUDICIAL               I-O                  #BOOKJUDIC
      *  JUDCTA                 I-O                  #BOOKJUDCTA
      *  CONTAS                 I                    #BOOKCTAS
      *  SALDOS                 I                    #BOOKSALDO
      *  TITULARES              I                    #BOOKTITU
      *  GERACOES               I
      *  RELSAIDA (GERACAO)     I                    #BOOKRELSAIDA
      *  SUSPENSO               I                    #BOOKSUSP
      *  JUDLAN                 O                    #BOOKLANCAM
      *  RESPJUD                O                    #BOOKRESPJ
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              CALDIA
      *              VERGER
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: O BLOQUEIO "EM TRANSFERENCIA" SO SAI DO JUDCTA
      *              COM O DEBITO "K" CONFERIDO NO RELSAIDA (GERACOES
      *              + VERGER); PENDENTE NO SUSPENSO ESPERA; SEM O
      *              DEBITO VOLTA A BLOQUEADO COM A RESPOSTA "F". A
      *              ORDEM JA TRANSFERIDA TAMBEM E CONFERIDA
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
           SELECT JUDICIAL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\JUDICIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUM-ORDEM-JUD
               FILE STATUS IS FS-JUDICIAL.
           SELECT JUDCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\JUDCTA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-JCT
               FILE STATUS IS FS-JUDCTA.
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
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT GERACOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERACOES.TXT"
               FILE STATUS IS FS-GERACOES.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT SUSPENSO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SUSPENSO.TXT"
               FILE STATUS IS FS-SUSPENSO.
           SELECT JUDLAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\JUDLAN.TXT"
               FILE STATUS IS FS-JUDLAN.
           SELECT RESPJUD ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RESPJUD.TXT"
               FILE STATUS IS FS-RESPJUD.
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
      *      I-O -  ORDENS JUDICIAIS DE BLOQUEIO (PROGJUDIC)
      *                               LRECL = 240
      *-----------------------------------------------------------------
       FD  JUDICIAL.
       COPY "#BOOKJUDIC".
      *-----------------------------------------------------------------
      *      I-O -  BLOQUEIO JUDICIAL POR CONTA
      *                               LRECL = 090
      *-----------------------------------------------------------------
       FD  JUDCTA.
       COPY "#BOOKJUDCTA".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 061
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
      *        INPUT -  TITULARES DAS CONTAS (PROGCTAS)
      *                               LRECL = 074
      *-----------------------------------------------------------------
       FD  TITULARES.
       COPY "#BOOKTITU".
      *-----------------------------------------------------------------
      *        INPUT -  CATALOGO DAS GERACOES DATADAS (PROGCALL)
      *                               LRECL = 017
      *-----------------------------------------------------------------
       FD  GERACOES.
       01  REG-GERACOES.
           05 REG-TIPO-GER             PIC X(008).
           05 FILLER                  PIC X(001).
           05 REG-DATA-GER             PIC 9(008).
      *-----------------------------------------------------------------
      *        INPUT -  GERACAO DATADA DOS ACEITOS (RELSAIDA.DAAAAMMDD)
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS EM SUSPENSO (PROGCALL / PROGAPROV)
      *                               LRECL = 223
      *-----------------------------------------------------------------
       FD  SUSPENSO.
       COPY "#BOOKSUSP".
      *-----------------------------------------------------------------
      *     OUTPUT-  DEBITO/CREDITO DAS TRANSFERENCIAS (LANCAM)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  JUDLAN.
       COPY "#BOOKLANCAM".
      *-----------------------------------------------------------------
      *     OUTPUT-  RESPOSTA AO JUDICIARIO
      *                               LRECL = 170
      *-----------------------------------------------------------------
       FD  RESPJUD.
       COPY "#BOOKRESPJ".
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
       01  FS-JUDICIAL                 PIC X(002)          VALUE SPACES.
       01  FS-JUDCTA                   PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-TITULARES                PIC X(002)          VALUE SPACES.
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-SUSPENSO                 PIC X(002)          VALUE SPACES.
       01  FS-JUDLAN                   PIC X(002)          VALUE SPACES.
       01  FS-RESPJUD                  PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  ACU-ORDENS-LIDAS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ORDENS-ATIVAS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ORDENS-BLOQUEIO         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ORDENS-SEM-SALDO        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LIBERACOES              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TRANSFERENCIAS          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ORDENS-RECUSADAS        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-BLOQUEADAS       PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TRANSF-EFETIVADAS       PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TRANSF-AGUARDANDO       PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TRANSF-DESFEITAS        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-RESPOSTAS               PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LANCAMENTOS-GERADOS     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-BLOQUEADA         PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-LIBERADA          PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-TRANSFERIDA       PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-DESFEITA          PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== ORDEM EM PROCESSO =====".
      *-----------------------------------------------------------------
       01  WRK-FIM-JUDICIAL            PIC X(001)          VALUE "N".
       01  WRK-JUDICIAL-ABERTO         PIC X(001)          VALUE "N".
       01  WRK-FIM-JCT                 PIC X(001)          VALUE "N".
       01  WRK-FIM-TIT                 PIC X(001)          VALUE "N".
       01  WRK-JCT-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-PRIMEIRA-VEZ            PIC X(001)          VALUE "N".
       01  WRK-TIPO-RESP               PIC X(001)          VALUE SPACES.
       01  WRK-GERENTE-DEP             PIC X(001)          VALUE SPACES.
       01  WRK-QT-CONTAS-MOV           PIC 9(003)          VALUE ZEROS.
       01  WRK-VALOR-MOV               PIC 9(009)V99       VALUE ZEROS.
       01  WRK-VALOR-CTA               PIC 9(009)V99       VALUE ZEROS.
       01  WRK-A-LIBERAR               PIC 9(009)V99       VALUE ZEROS.
       01  WRK-RESTANTE                PIC S9(009)V99      VALUE ZEROS.
       01  WRK-DISPONIVEL              PIC S9(011)V99      VALUE ZEROS.
      *    MAIOR VALOR QUE CABE NO REG-LANCAMENTO DO DEBITO "K" --
      *    O BLOQUEIO DE UMA CONTA POR UMA ORDEM NAO PASSA DISSO
       01  WRK-TETO-LANC               PIC 9(009)V99       VALUE
               9999999,99.
       01  WRK-ORDEM-ALTERADA          PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "===== CONTAS DO CPF DA ORDEM =====".
      *-----------------------------------------------------------------
       01  WRK-QT-CTA-CPF              PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-CPF                 PIC 9(003)          VALUE ZEROS.
       01  TAB-CONTAS-CPF.
           05 TAB-CPF-ITEM             OCCURS 50 TIMES.
               10 TAB-CPF-AGENCIA          PIC 9(004).
               10 TAB-CPF-CONTA            PIC 9(006).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "===== BLOQUEADO POR CONTA (TODAS AS ORDENS) =====".
      *-----------------------------------------------------------------
      *    SOMA DO JUDCTA POR CONTA, ATUALIZADA A CADA BLOQUEIO E
      *    LIBERACAO DO RUN -- DUAS ORDENS DO MESMO CPF NAO PRENDEM
      *    O MESMO DINHEIRO
      *-----------------------------------------------------------------
       01  WRK-QT-BLQ                  PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-BLQ                 PIC 9(004)          VALUE ZEROS.
       01  WRK-POS-BLQ                 PIC 9(004)          VALUE ZEROS.
       01  WRK-AG-BUSCA                PIC 9(004)          VALUE ZEROS.
       01  WRK-CT-BUSCA                PIC 9(006)          VALUE ZEROS.
       01  WRK-VALOR-SOMA              PIC S9(009)V99      VALUE ZEROS.
       01  TAB-BLOQ-CONTAS.
           05 TAB-BLQ-ITEM             OCCURS 2000 TIMES.
               10 TAB-BLQ-AGENCIA          PIC 9(004).
               10 TAB-BLQ-CONTA            PIC 9(006).
               10 TAB-BLQ-VALOR            PIC S9(009)V99 COMP-3.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "===== DEBITOS K DAS TRANSFERENCIAS =====".
      *-----------------------------------------------------------------
      *    DEBITOS "K" ACEITOS NAS GERACOES DO RELSAIDA POSTERIORES AO
      *    BLOQUEIO "EM TRANSFERENCIA" MAIS ANTIGO (ORIGEM "R") E OS
      *    QUE AINDA ESTAO PENDENTES NO SUSPENSO (ORIGEM "S"). SEM O
      *    CATALOGO OU COM GERACAO FALTANDO NAO HA COMO CONFERIR E
      *    NENHUM BLOQUEIO E DESFEITO (WRK-CONFERE-TRANSF = "N")
      *-----------------------------------------------------------------
       01  WRK-TEM-TRANSF              PIC X(001)          VALUE "N".
       01  WRK-CONFERE-TRANSF          PIC X(001)          VALUE "S".
       01  WRK-FIM-GERACOES            PIC X(001)          VALUE "N".
       01  WRK-MENOR-DATA-TRANSF       PIC 9(008)          VALUE
               99999999.
       01  WRK-DATA-GER-ANT            PIC 9(008)          VALUE ZEROS.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GER-ED             PIC 9(008)          VALUE ZEROS.
       01  WRK-SIT-TRANSF              PIC X(001)          VALUE SPACES.
           88 WRK-TRANSF-EFETIVADA              VALUE "E".
           88 WRK-TRANSF-SUSPENSA               VALUE "S".
           88 WRK-TRANSF-NAO-EFETIVADA          VALUE "N".
       01  WRK-QT-DBK                  PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-DBK                 PIC 9(004)          VALUE ZEROS.
       01  TAB-DEBITOS-K.
           05 TAB-DBK-ITEM             OCCURS 2000 TIMES.
               10 TAB-DBK-ORIGEM           PIC X(001).
               10 TAB-DBK-ORDEM            PIC X(020).
               10 TAB-DBK-AGENCIA          PIC 9(004).
               10 TAB-DBK-CONTA            PIC 9(006).
               10 TAB-DBK-VALOR            PIC 9(007)V99.
               10 TAB-DBK-DATA             PIC 9(008).
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-LANC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-CALC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGJUDA".
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
               PERFORM 0200-PROCESSAR
                       UNTIL WRK-FIM-JUDICIAL EQUAL 'S'.
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
               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT SALDOS.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-SALDOS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT TITULARES.
               IF FS-TITULARES               NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-TITULARES         TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-TITULARES' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN I-O JUDCTA.
               IF FS-JUDCTA                  EQUAL '35'
                   OPEN OUTPUT JUDCTA
                   CLOSE JUDCTA
                   OPEN I-O JUDCTA
               END-IF.
               IF FS-JUDCTA                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-JUDCTA            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-JUDCTA'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0130-CARREGA-BLOQUEIOS.
               IF WRK-TEM-TRANSF EQUAL 'S'
                   PERFORM 0160-CARREGA-DEBITOS-K
                   PERFORM 0135-CARREGA-TRANSFERINDO
               END-IF.
               OPEN OUTPUT JUDLAN.
               IF FS-JUDLAN                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-JUDLAN            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-JUDLAN'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT RESPJUD.
               IF FS-RESPJUD                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RESPJUD           TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-RESPJUD'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0150-GRAVA-CABECALHO.

               MOVE 'S' TO WRK-FIM-JUDICIAL.
               OPEN I-O JUDICIAL.
               IF FS-JUDICIAL                EQUAL '35'
                   DISPLAY "SEM ORDENS JUDICIAIS CADASTRADAS"
                   GO TO 0100-INICIAR-FIM
               END-IF.
               IF FS-JUDICIAL                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-JUDICIAL          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-JUDICIAL' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE 'S' TO WRK-JUDICIAL-ABERTO.
               MOVE 'N' TO WRK-FIM-JUDICIAL.
               PERFORM 0120-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------
      *    O BLOQUEIO E DA DATA DE MOVIMENTO; O DEBITO DA
      *    TRANSFERENCIA SAI DATADO NO DIA UTIL
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
               MOVE WRK-DATA-CALC  TO WRK-DATA-LANC.
               DISPLAY "ORDENS JUDICIAIS NA DATA...........:"
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

               READ JUDICIAL NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-JUDICIAL
                   NOT AT END
                       ADD 1 TO ACU-ORDENS-LIDAS
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0130-CARREGA-BLOQUEIOS                  SECTION.
      *-----------------------------------------------------------------
      *    BLOQUEIO "EM TRANSFERENCIA" SO CONTA SE O DEBITO "K" NAO
      *    SAIU DA CONTA (0135); AQUI GUARDA A DATA DO MAIS ANTIGO
      *-----------------------------------------------------------------

               MOVE LOW-VALUES TO REG-CHAVE-JCT.
               START JUDCTA KEY NOT LESS REG-CHAVE-JCT
                   INVALID KEY
                       GO TO 0130-CARREGA-BLOQUEIOS-FIM
               END-START.
               MOVE 'N' TO WRK-FIM-JCT.
               PERFORM 0131-LE-BLOQUEIO
                       UNTIL WRK-FIM-JCT EQUAL 'S'.
               DISPLAY "CONTAS COM BLOQUEIO JUDICIAL.......:"
                   WRK-QT-BLQ.

       0130-CARREGA-BLOQUEIOS-FIM.             EXIT.
      *-----------------------------------------------------------------
       0131-LE-BLOQUEIO                        SECTION.
      *-----------------------------------------------------------------

               READ JUDCTA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-JCT
                   NOT AT END
                       IF REG-JCT-BLOQUEADO
                           MOVE REG-AGENCIA-JCT    TO WRK-AG-BUSCA
                           MOVE REG-CONTA-JCT      TO WRK-CT-BUSCA
                           MOVE REG-VALOR-BLOQ-JCT TO WRK-VALOR-SOMA
                           PERFORM 0132-SOMA-BLOQUEIO
                       END-IF
                       IF REG-JCT-TRANSFERINDO
                           MOVE 'S' TO WRK-TEM-TRANSF
                           IF REG-DATA-ULT-JCT LESS
                              WRK-MENOR-DATA-TRANSF
                               MOVE REG-DATA-ULT-JCT TO
                                   WRK-MENOR-DATA-TRANSF
                           END-IF
                       END-IF
               END-READ.

       0131-LE-BLOQUEIO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0132-SOMA-BLOQUEIO                      SECTION.
      *-----------------------------------------------------------------
      *    SOMA WRK-VALOR-SOMA (NEGATIVO NA LIBERACAO) NO BLOQUEADO DA
      *    CONTA WRK-AG-BUSCA/WRK-CT-BUSCA
      *-----------------------------------------------------------------

               PERFORM 0133-LOCALIZA-BLOQUEIO.
               IF WRK-POS-BLQ EQUAL ZEROS
                   IF WRK-QT-BLQ LESS 2000
                       ADD 1 TO WRK-QT-BLQ
                       MOVE WRK-QT-BLQ   TO WRK-POS-BLQ
                       MOVE WRK-AG-BUSCA TO TAB-BLQ-AGENCIA(WRK-POS-BLQ)
                       MOVE WRK-CT-BUSCA TO TAB-BLQ-CONTA(WRK-POS-BLQ)
                       MOVE ZEROS        TO TAB-BLQ-VALOR(WRK-POS-BLQ)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 2000 CONTAS COM BLOQUEIO "
                           "JUDICIAL -- EXECUCAO ABORTADA PARA NAO "
                           "PRENDER O MESMO SALDO DUAS VEZES (AUMENTAR "
                           "A TABELA)"
                       MOVE "TABELA DE BLOQUEIOS CHEIA" TO
                           WRK-MSG-ERROS
                       MOVE "0132-SOMA-BLOQUEIO" TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               END-IF.
               ADD WRK-VALOR-SOMA TO TAB-BLQ-VALOR(WRK-POS-BLQ).

       0132-SOMA-BLOQUEIO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0133-LOCALIZA-BLOQUEIO                  SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-POS-BLQ.
               PERFORM 0134-COMPARA-BLOQUEIO
                       VARYING WRK-IDX-BLQ FROM 1 BY 1
                       UNTIL WRK-IDX-BLQ GREATER WRK-QT-BLQ
                          OR WRK-POS-BLQ GREATER ZEROS.

       0133-LOCALIZA-BLOQUEIO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0134-COMPARA-BLOQUEIO                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-BLQ-AGENCIA(WRK-IDX-BLQ) EQUAL WRK-AG-BUSCA AND
                  TAB-BLQ-CONTA(WRK-IDX-BLQ)   EQUAL WRK-CT-BUSCA
                   MOVE WRK-IDX-BLQ TO WRK-POS-BLQ
               END-IF.

       0134-COMPARA-BLOQUEIO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0135-CARREGA-TRANSFERINDO               SECTION.
      *-----------------------------------------------------------------
      *    BLOQUEIO "EM TRANSFERENCIA" CUJO DEBITO NAO FOI ACEITO AINDA
      *    ESTA NO SALDO DO MASTER E CONTINUA PRESO PARA AS OUTRAS
      *    ORDENS (A 0216 DESFAZ OU ESPERA, SEM MEXER NA TABELA)
      *-----------------------------------------------------------------

               MOVE LOW-VALUES TO REG-CHAVE-JCT.
               START JUDCTA KEY NOT LESS REG-CHAVE-JCT
                   INVALID KEY
                       GO TO 0135-CARREGA-TRANSFERINDO-FIM
               END-START.
               MOVE 'N' TO WRK-FIM-JCT.
               PERFORM 0136-LE-TRANSFERINDO
                       UNTIL WRK-FIM-JCT EQUAL 'S'.

       0135-CARREGA-TRANSFERINDO-FIM.          EXIT.
      *-----------------------------------------------------------------
       0136-LE-TRANSFERINDO                    SECTION.
      *-----------------------------------------------------------------

               READ JUDCTA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-JCT
                   NOT AT END
                       IF REG-JCT-TRANSFERINDO
                           PERFORM 0170-CONFERE-TRANSFERENCIA
                           IF NOT WRK-TRANSF-EFETIVADA
                               MOVE REG-AGENCIA-JCT TO WRK-AG-BUSCA
                               MOVE REG-CONTA-JCT   TO WRK-CT-BUSCA
                               MOVE REG-VALOR-BLOQ-JCT TO
                                   WRK-VALOR-SOMA
                               PERFORM 0132-SOMA-BLOQUEIO
                           END-IF
                       END-IF
               END-READ.

       0136-LE-TRANSFERINDO-FIM.               EXIT.
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
       0160-CARREGA-DEBITOS-K                  SECTION.
      *-----------------------------------------------------------------
      *    GERACOES "RELSAIDA" DO CATALOGO ENTRE O BLOQUEIO "EM
      *    TRANSFERENCIA" MAIS ANTIGO (EXCLUSIVE) E A DATA DE MOVIMENTO
      *    E, DEPOIS, OS DEBITOS "K" AINDA PENDENTES NO SUSPENSO
      *-----------------------------------------------------------------

               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "ATENCAO: CATALOGO DE GERACOES AUSENTE -- "
                       "TRANSFERENCIAS JUDICIAIS NAO CONFERIDAS"
                   MOVE 'N' TO WRK-CONFERE-TRANSF
                   GO TO 0160-CARREGA-DEBITOS-K-FIM
               END-IF.
               MOVE 'N' TO WRK-FIM-GERACOES.
               PERFORM 0161-TRATA-GERACAO
                       UNTIL WRK-FIM-GERACOES EQUAL 'S'.
               CLOSE GERACOES.

               OPEN INPUT SUSPENSO.
               IF FS-SUSPENSO                EQUAL '00'
                   PERFORM 0165-LE-SUSPENSO
                           UNTIL FS-SUSPENSO NOT EQUAL '00'
                   CLOSE SUSPENSO
               END-IF.
               DISPLAY "DEBITOS K CONFERIDOS (RELSAIDA/SUSP):"
                   WRK-QT-DBK.

       0160-CARREGA-DEBITOS-K-FIM.             EXIT.
      *-----------------------------------------------------------------
       0161-TRATA-GERACAO                      SECTION.
      *-----------------------------------------------------------------

               READ GERACOES
                   AT END
                       MOVE 'S' TO WRK-FIM-GERACOES
                   NOT AT END
                       IF REG-TIPO-GER EQUAL "RELSAIDA"          AND
                          REG-DATA-GER GREATER WRK-MENOR-DATA-TRANSF AND
                          REG-DATA-GER NOT GREATER WRK-DATA-MOVTO   AND
                          REG-DATA-GER NOT EQUAL WRK-DATA-GER-ANT
                           MOVE REG-DATA-GER TO WRK-DATA-GER-ANT
                           PERFORM 0162-VARRE-GERACAO
                       END-IF
               END-READ.

       0161-TRATA-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0162-VARRE-GERACAO                      SECTION.
      *-----------------------------------------------------------------
      *    GERACAO QUE NAO CONFERE COM O MANIFESTO ABORTA (NAO SE
      *    DESFAZ BLOQUEIO COM BASE EM ARQUIVO ALTERADO)
      *-----------------------------------------------------------------

               MOVE REG-DATA-GER TO WRK-DATA-GER-ED.
               MOVE SPACES TO WRK-NOME-RELSAIDA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-GER-ED   DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "V"                TO WRK-FUNCAO-VGR.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               MOVE WRK-PROGRAMA-EXEC  TO WRK-PROGRAMA-VGR.
               CALL WRK-MODULO-VERGER USING WRK-VERGER.
               IF WRK-VGR-SEM-MANIFESTO
                   DISPLAY "ATENCAO: GERACAO RELSAIDA "
                       WRK-DATA-GER-ED " SEM MANIFESTO DE INTEGRIDADE"
               END-IF.
               IF WRK-VGR-DIVERGE
                   DISPLAY "ERRO: GERACAO RELSAIDA " WRK-DATA-GER-ED
                       " NAO CONFERE COM O MANIFESTO"
                   DISPLAY "REGISTROS..: " WRK-QT-REG-CALC-VGR
                       " MANIFESTO: " WRK-QT-REG-MAN-VGR
                   DISPLAY "DEBITOS....: " WRK-TOTAL-DEB-CALC-VGR
                       " MANIFESTO: " WRK-TOTAL-DEB-MAN-VGR
                   DISPLAY "CONFERENCIA: " WRK-HASH-CALC-VGR
                       " MANIFESTO: " WRK-HASH-MAN-VGR
                   MOVE "GERACAO RELSAIDA DIVERGE DO MANIFESTO" TO
                       WRK-MSG-ERROS
                   MOVE "0162-VARRE-GERACAO" TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                EQUAL '00'
                   PERFORM 0163-LE-RELSAIDA
                           UNTIL FS-RELSAIDA NOT EQUAL '00'
                   CLOSE RELSAIDA
               ELSE
                   DISPLAY "ATENCAO: GERACAO RELSAIDA " WRK-DATA-GER-ED
                       " DO CATALOGO NAO ENCONTRADA -- TRANSFERENCIAS "
                       "JUDICIAIS NAO CONFERIDAS"
                   MOVE 'N' TO WRK-CONFERE-TRANSF
               END-IF.

       0162-VARRE-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0163-LE-RELSAIDA                        SECTION.
      *-----------------------------------------------------------------

               READ RELSAIDA
                   AT END
                       MOVE '10' TO FS-RELSAIDA
                   NOT AT END
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999 AND
                          REG-TIPO-RELSAIDA EQUAL "K"         AND
                          REG-RELSAIDA-DEBITO
                           PERFORM 0164-GUARDA-DEBITO-K
                           MOVE "R" TO TAB-DBK-ORIGEM(WRK-QT-DBK)
                           MOVE REG-HISTORICO-RELSAIDA TO
                               TAB-DBK-ORDEM(WRK-QT-DBK)
                           MOVE REG-AGENCIA-RELSAIDA   TO
                               TAB-DBK-AGENCIA(WRK-QT-DBK)
                           MOVE REG-CONTA-RELSAIDA     TO
                               TAB-DBK-CONTA(WRK-QT-DBK)
                           MOVE REG-LANCAMENTO-RELSAIDA TO
                               TAB-DBK-VALOR(WRK-QT-DBK)
                           MOVE WRK-DATA-GER-ED        TO
                               TAB-DBK-DATA(WRK-QT-DBK)
                       END-IF
               END-READ.

       0163-LE-RELSAIDA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0164-GUARDA-DEBITO-K                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-DBK LESS 2000
                   ADD 1 TO WRK-QT-DBK
               ELSE
                   DISPLAY "ERRO: MAIS DE 2000 DEBITOS K A CONFERIR "
                       "-- EXECUCAO ABORTADA PARA NAO DESFAZER "
                       "TRANSFERENCIA JA DEBITADA (AUMENTAR A TABELA)"
                   MOVE "TABELA DE DEBITOS K CHEIA" TO WRK-MSG-ERROS
                   MOVE "0164-GUARDA-DEBITO-K" TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0164-GUARDA-DEBITO-K-FIM.               EXIT.
      *-----------------------------------------------------------------
       0165-LE-SUSPENSO                        SECTION.
      *-----------------------------------------------------------------
      *    DEBITO "K" PENDENTE OU LIBERADO (AINDA NAO NO RELSAIDA)
      *    SEGURA O BLOQUEIO EM TRANSFERENCIA; O NEGADO NAO
      *-----------------------------------------------------------------

               READ SUSPENSO
                   AT END
                       MOVE '10' TO FS-SUSPENSO
                   NOT AT END
                       IF REG-TIPO-SUSP EQUAL "K" AND
                          REG-SINAL-SUSP EQUAL "D" AND
                          (REG-SUSP-PENDENTE OR REG-SUSP-LIBERADO)
                           PERFORM 0164-GUARDA-DEBITO-K
                           MOVE "S" TO TAB-DBK-ORIGEM(WRK-QT-DBK)
                           MOVE REG-HISTORICO-SUSP  TO
                               TAB-DBK-ORDEM(WRK-QT-DBK)
                           MOVE REG-AGENCIA-SUSP    TO
                               TAB-DBK-AGENCIA(WRK-QT-DBK)
                           MOVE REG-CONTA-SUSP      TO
                               TAB-DBK-CONTA(WRK-QT-DBK)
                           MOVE REG-LANCAMENTO-SUSP TO
                               TAB-DBK-VALOR(WRK-QT-DBK)
                           MOVE REG-DATA-SUSP       TO
                               TAB-DBK-DATA(WRK-QT-DBK)
                       END-IF
               END-READ.

       0165-LE-SUSPENSO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0170-CONFERE-TRANSFERENCIA              SECTION.
      *-----------------------------------------------------------------
      *    SITUACAO DO DEBITO "K" DO BLOQUEIO EM TRANSFERENCIA DA AREA
      *    DO JUDCTA: ACEITO NO RELSAIDA DEPOIS DO BLOQUEIO (E), NO
      *    SUSPENSO (S) OU NAO EFETIVADO (N). SEM CONFERENCIA POSSIVEL
      *    FICA COMO SUSPENSO
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-SIT-TRANSF.
               PERFORM 0171-COMPARA-DEBITO-K
                       VARYING WRK-IDX-DBK FROM 1 BY 1
                       UNTIL WRK-IDX-DBK GREATER WRK-QT-DBK
                          OR WRK-TRANSF-EFETIVADA.
               IF WRK-TRANSF-NAO-EFETIVADA AND
                  WRK-CONFERE-TRANSF NOT EQUAL 'S'
                   MOVE "S" TO WRK-SIT-TRANSF
               END-IF.

       0170-CONFERE-TRANSFERENCIA-FIM.         EXIT.
      *-----------------------------------------------------------------
       0171-COMPARA-DEBITO-K                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-DBK-ORDEM(WRK-IDX-DBK)   EQUAL REG-NUM-ORDEM-JCT
                  AND TAB-DBK-AGENCIA(WRK-IDX-DBK) EQUAL REG-AGENCIA-JCT
                  AND TAB-DBK-CONTA(WRK-IDX-DBK)   EQUAL REG-CONTA-JCT
                  AND TAB-DBK-VALOR(WRK-IDX-DBK)   EQUAL
                      REG-VALOR-TRANSF-JCT
                   IF TAB-DBK-ORIGEM(WRK-IDX-DBK) EQUAL "R"
                       IF TAB-DBK-DATA(WRK-IDX-DBK) GREATER
                          REG-DATA-ULT-JCT
                           MOVE "E" TO WRK-SIT-TRANSF
                       END-IF
                   ELSE
                       MOVE "S" TO WRK-SIT-TRANSF
                   END-IF
               END-IF.

       0171-COMPARA-DEBITO-K-FIM.              EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-JUD-ATIVA
                   PERFORM 0210-PROCESSAR-ORDEM
               ELSE
                   IF REG-JUD-TRANSFERIDA
                       PERFORM 0211-CONFERE-ORDEM-TRANSFERIDA
                   END-IF
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-PROCESSAR-ORDEM                    SECTION.
      *-----------------------------------------------------------------
      *    ACAO PEDIDA NO PROGJUDIC TEM PRECEDENCIA SOBRE O BLOQUEIO
      *    DO RESTANTE; A ACAO E LIMPA DEPOIS DE EXECUTADA (OU
      *    RECUSADA) E A ORDEM E REGRAVADA
      *-----------------------------------------------------------------

               ADD 1 TO ACU-ORDENS-ATIVAS.
               MOVE ZEROS  TO WRK-VALOR-MOV.
               MOVE ZEROS  TO WRK-QT-CONTAS-MOV.
               MOVE SPACES TO WRK-TIPO-RESP.
               IF REG-DATA-ULT-MOV-JUD EQUAL ZEROS
                   MOVE 'S' TO WRK-PRIMEIRA-VEZ
               ELSE
                   MOVE 'N' TO WRK-PRIMEIRA-VEZ
               END-IF.
               PERFORM 0215-LIMPA-TRANSFERIDAS.

               EVALUATE TRUE
                   WHEN REG-JUD-LIBERA-PARCIAL
                       PERFORM 0230-LIBERA-PARCIAL
                   WHEN REG-JUD-LIBERA-TOTAL
                       PERFORM 0240-LIBERA-TOTAL
                   WHEN REG-JUD-TRANSFERE
                       PERFORM 0250-TRANSFERE
                   WHEN OTHER
                       PERFORM 0220-BLOQUEIA
               END-EVALUATE.

               IF WRK-TIPO-RESP EQUAL SPACES AND
                  WRK-PRIMEIRA-VEZ EQUAL 'S'
                   MOVE "S" TO WRK-TIPO-RESP
                   ADD 1 TO ACU-ORDENS-SEM-SALDO
               END-IF.
               IF WRK-TIPO-RESP NOT EQUAL SPACES
                   MOVE WRK-DATA-MOVTO TO REG-DATA-ULT-MOV-JUD
                   PERFORM 0260-GRAVA-RESPOSTA
               END-IF.
               MOVE SPACES TO REG-ACAO-JUD.
               MOVE ZEROS  TO REG-VALOR-ACAO-JUD.
               REWRITE REG-JUDICIAL.
               IF FS-JUDICIAL                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-JUDICIAL          TO WRK-STATUS-ERRO
                   MOVE '0210-REWRITE-JUDIC' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0210-PROCESSAR-ORDEM-FIM.               EXIT.
      *-----------------------------------------------------------------
       0211-CONFERE-ORDEM-TRANSFERIDA          SECTION.
      *-----------------------------------------------------------------
      *    ORDEM JA TRANSFERIDA SO TEM A CONFERENCIA DOS DEBITOS "K";
      *    TRANSFERENCIA DESFEITA VOLTA A ORDEM PARA ATIVA
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-ORDEM-ALTERADA.
               PERFORM 0215-LIMPA-TRANSFERIDAS.
               IF WRK-ORDEM-ALTERADA EQUAL 'S'
                   REWRITE REG-JUDICIAL
                   IF FS-JUDICIAL            NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-JUDICIAL          TO WRK-STATUS-ERRO
                       MOVE '0211-REWRITE-JUDIC' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               END-IF.

       0211-CONFERE-ORDEM-TRANSFERIDA-FIM.     EXIT.
      *-----------------------------------------------------------------
       0215-LIMPA-TRANSFERIDAS                 SECTION.
      *-----------------------------------------------------------------
      *    BLOQUEIO "EM TRANSFERENCIA" COM O DEBITO "K" ACEITO SAI DO
      *    JUDCTA; SEM O DEBITO VOLTA A BLOQUEADO E O JUDICIARIO
      *    RECEBE NA HORA A RESPOSTA "F" DO QUE FOI DESFEITO
      *-----------------------------------------------------------------

               MOVE ZEROS  TO WRK-VALOR-MOV.
               MOVE ZEROS  TO WRK-QT-CONTAS-MOV.
               PERFORM 0217-POSICIONA-ORDEM.
               IF WRK-FIM-JCT EQUAL 'N'
                   PERFORM 0218-LE-CONTA-ORDEM
               END-IF.
               PERFORM 0216-EXCLUI-TRANSFERIDA
                       UNTIL WRK-FIM-JCT EQUAL 'S'.
               IF WRK-VALOR-MOV GREATER ZEROS
                   SUBTRACT WRK-VALOR-MOV FROM REG-VALOR-TRANSF-JUD
                   ADD WRK-VALOR-MOV      TO REG-VALOR-BLOQ-JUD
                   SET REG-JUD-ATIVA      TO TRUE
                   MOVE "F"               TO WRK-TIPO-RESP
                   MOVE WRK-DATA-MOVTO    TO REG-DATA-ULT-MOV-JUD
                   PERFORM 0260-GRAVA-RESPOSTA
                   ADD WRK-VALOR-MOV      TO ACU-GRANA-DESFEITA
                   MOVE 'S'               TO WRK-ORDEM-ALTERADA
               END-IF.
               MOVE ZEROS  TO WRK-VALOR-MOV.
               MOVE ZEROS  TO WRK-QT-CONTAS-MOV.
               MOVE SPACES TO WRK-TIPO-RESP.

       0215-LIMPA-TRANSFERIDAS-FIM.            EXIT.
      *-----------------------------------------------------------------
       0216-EXCLUI-TRANSFERIDA                 SECTION.
      *-----------------------------------------------------------------
      *    O VALOR DESFEITO JA ESTA NA TAB-BLQ (0135)
      *-----------------------------------------------------------------

               IF REG-JCT-TRANSFERINDO
                   PERFORM 0170-CONFERE-TRANSFERENCIA
                   EVALUATE TRUE
                       WHEN WRK-TRANSF-EFETIVADA
                           DELETE JUDCTA RECORD
                           ADD 1 TO ACU-TRANSF-EFETIVADAS
                       WHEN WRK-TRANSF-SUSPENSA
                           ADD 1 TO ACU-TRANSF-AGUARDANDO
                       WHEN OTHER
                           MOVE REG-VALOR-TRANSF-JCT TO WRK-VALOR-CTA
                           MOVE WRK-VALOR-CTA TO WRK-VALOR-ED
                           DISPLAY "TRANSFERENCIA DESFEITA ORDEM "
                               REG-NUM-ORDEM-JCT ": " REG-AGENCIA-JCT
                               "/" REG-CONTA-JCT " R$" WRK-VALOR-ED
                               " -- DEBITO K NAO EFETIVADO"
                           SET REG-JCT-BLOQUEADO TO TRUE
                           MOVE ZEROS          TO REG-VALOR-TRANSF-JCT
                           MOVE WRK-DATA-MOVTO TO REG-DATA-ULT-JCT
                           REWRITE REG-JUDCTA
                           ADD WRK-VALOR-CTA   TO WRK-VALOR-MOV
                           ADD 1 TO WRK-QT-CONTAS-MOV
                           ADD 1 TO ACU-TRANSF-DESFEITAS
                   END-EVALUATE
                   IF FS-JUDCTA              NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-JUDCTA            TO WRK-STATUS-ERRO
                       MOVE '0216-GRAVA-JUDCTA'  TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               END-IF.
               PERFORM 0218-LE-CONTA-ORDEM.

       0216-EXCLUI-TRANSFERIDA-FIM.            EXIT.
      *-----------------------------------------------------------------
       0217-POSICIONA-ORDEM                    SECTION.
      *-----------------------------------------------------------------
      *    POSICIONA NO PRIMEIRO BLOQUEIO POR CONTA DA ORDEM
      *    (WRK-FIM-JCT = "S" SE NAO HA NENHUM)
      *-----------------------------------------------------------------

               MOVE 'S'               TO WRK-FIM-JCT.
               MOVE REG-NUM-ORDEM-JUD TO REG-NUM-ORDEM-JCT.
               MOVE ZEROS             TO REG-AGENCIA-JCT.
               MOVE ZEROS             TO REG-CONTA-JCT.
               START JUDCTA KEY NOT LESS REG-CHAVE-JCT
                   INVALID KEY
                       GO TO 0217-POSICIONA-ORDEM-FIM
               END-START.
               MOVE 'N' TO WRK-FIM-JCT.

       0217-POSICIONA-ORDEM-FIM.               EXIT.
      *-----------------------------------------------------------------
       0218-LE-CONTA-ORDEM                     SECTION.
      *-----------------------------------------------------------------

               READ JUDCTA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-JCT
                   NOT AT END
                       IF REG-NUM-ORDEM-JCT NOT EQUAL REG-NUM-ORDEM-JUD
                           MOVE 'S' TO WRK-FIM-JCT
                       END-IF
               END-READ.

       0218-LE-CONTA-ORDEM-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-BLOQUEIA                           SECTION.
      *-----------------------------------------------------------------
      *    RESTANTE = ORDENADO - BLOQUEADO - LIBERADO - TRANSFERIDO,
      *    PRESO CONTA A CONTA NA ORDEM DO CADASTRO DE TITULARES
      *-----------------------------------------------------------------

               COMPUTE WRK-RESTANTE = REG-VALOR-ORDEM-JUD -
                                      REG-VALOR-BLOQ-JUD -
                                      REG-VALOR-LIBER-JUD -
                                      REG-VALOR-TRANSF-JUD.
               IF WRK-RESTANTE NOT GREATER ZEROS
                   GO TO 0220-BLOQUEIA-FIM
               END-IF.
               PERFORM 0221-CONTAS-DO-CPF.
               IF WRK-QT-CTA-CPF EQUAL ZEROS
                   DISPLAY "ORDEM " REG-NUM-ORDEM-JUD
                       " - CPF " REG-CPF-JUD
                       " NAO E TITULAR ATIVO DE NENHUMA CONTA"
                   GO TO 0220-BLOQUEIA-FIM
               END-IF.
               PERFORM 0225-BLOQUEIA-CONTA
                       VARYING WRK-IDX-CPF FROM 1 BY 1
                       UNTIL WRK-IDX-CPF GREATER WRK-QT-CTA-CPF
                          OR WRK-RESTANTE NOT GREATER ZEROS.
               IF WRK-VALOR-MOV GREATER ZEROS
                   MOVE "B" TO WRK-TIPO-RESP
                   ADD 1 TO ACU-ORDENS-BLOQUEIO
                   ADD WRK-VALOR-MOV TO ACU-GRANA-BLOQUEADA
               END-IF.

       0220-BLOQUEIA-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0221-CONTAS-DO-CPF                      SECTION.
      *-----------------------------------------------------------------
      *    VARREDURA DO TITULARES (O CPF NAO ESTA NA CHAVE)
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-QT-CTA-CPF.
               MOVE ZEROS TO REG-CHAVE-TIT.
               START TITULARES KEY NOT LESS REG-CHAVE-TIT
                   INVALID KEY
                       GO TO 0221-CONTAS-DO-CPF-FIM
               END-START.
               MOVE 'N' TO WRK-FIM-TIT.
               PERFORM 0222-LE-TITULAR
                       UNTIL WRK-FIM-TIT EQUAL 'S'.

       0221-CONTAS-DO-CPF-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0222-LE-TITULAR                         SECTION.
      *-----------------------------------------------------------------

               READ TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TIT
                   NOT AT END
                       IF REG-CPF-TIT EQUAL REG-CPF-JUD AND
                          REG-TIT-ATIVO
                           IF WRK-QT-CTA-CPF LESS 50
                               ADD 1 TO WRK-QT-CTA-CPF
                               MOVE REG-AGENCIA-TIT TO
                                   TAB-CPF-AGENCIA(WRK-QT-CTA-CPF)
                               MOVE REG-CONTA-TIT   TO
                                   TAB-CPF-CONTA(WRK-QT-CTA-CPF)
                           ELSE
                               DISPLAY "ATENCAO: CPF " REG-CPF-JUD
                                   " COM MAIS DE 50 CONTAS -- SO AS "
                                   "50 PRIMEIRAS ENTRAM NO BLOQUEIO"
                           END-IF
                       END-IF
               END-READ.

       0222-LE-TITULAR-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0225-BLOQUEIA-CONTA                     SECTION.
      *-----------------------------------------------------------------
      *    DISPONIVEL = SALDO DO MASTER - JA BLOQUEADO NA CONTA POR
      *    QUALQUER ORDEM (O LIMITE DE CREDITO NAO E SALDO DO CLIENTE
      *    E NAO ENTRA). CONTA ENCERRADA OU SEM SALDO FICA DE FORA
      *-----------------------------------------------------------------

               MOVE TAB-CPF-AGENCIA(WRK-IDX-CPF) TO REG-AGENCIA-MTR.
               MOVE TAB-CPF-CONTA(WRK-IDX-CPF)   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       GO TO 0225-BLOQUEIA-CONTA-FIM
               END-READ.
               IF REG-CONTA-ENCERRADA
                   GO TO 0225-BLOQUEIA-CONTA-FIM
               END-IF.

               MOVE ZEROS TO WRK-DISPONIVEL.
               MOVE REG-AGENCIA-MTR TO REG-AGENCIA-SALDO.
               MOVE REG-CONTA-MTR   TO REG-CONTA-SALDO.
               READ SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SALDO-ATUAL TO WRK-DISPONIVEL
               END-READ.
               MOVE REG-AGENCIA-MTR TO WRK-AG-BUSCA.
               MOVE REG-CONTA-MTR   TO WRK-CT-BUSCA.
               PERFORM 0133-LOCALIZA-BLOQUEIO.
               IF WRK-POS-BLQ GREATER ZEROS
                   SUBTRACT TAB-BLQ-VALOR(WRK-POS-BLQ)
                       FROM WRK-DISPONIVEL
               END-IF.
               IF WRK-DISPONIVEL NOT GREATER ZEROS
                   GO TO 0225-BLOQUEIA-CONTA-FIM
               END-IF.
               IF WRK-DISPONIVEL GREATER WRK-RESTANTE
                   MOVE WRK-RESTANTE   TO WRK-VALOR-CTA
               ELSE
                   MOVE WRK-DISPONIVEL TO WRK-VALOR-CTA
               END-IF.

               MOVE REG-NUM-ORDEM-JUD TO REG-NUM-ORDEM-JCT.
               MOVE REG-AGENCIA-MTR   TO REG-AGENCIA-JCT.
               MOVE REG-CONTA-MTR     TO REG-CONTA-JCT.
               READ JUDCTA
                   INVALID KEY
                       MOVE 'N' TO WRK-JCT-ACHOU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-JCT-ACHOU
               END-READ.
               IF WRK-JCT-ACHOU EQUAL 'S' AND REG-JCT-TRANSFERINDO
                   GO TO 0225-BLOQUEIA-CONTA-FIM
               END-IF.
               IF WRK-JCT-ACHOU EQUAL 'S'
                   COMPUTE WRK-DISPONIVEL =
                       WRK-TETO-LANC - REG-VALOR-BLOQ-JCT
               ELSE
                   MOVE WRK-TETO-LANC TO WRK-DISPONIVEL
               END-IF.
               IF WRK-VALOR-CTA GREATER WRK-DISPONIVEL
                   MOVE WRK-DISPONIVEL TO WRK-VALOR-CTA
               END-IF.
               IF WRK-VALOR-CTA NOT GREATER ZEROS
                   GO TO 0225-BLOQUEIA-CONTA-FIM
               END-IF.

               IF WRK-JCT-ACHOU EQUAL 'S'
                   ADD WRK-VALOR-CTA      TO REG-VALOR-BLOQ-JCT
                   MOVE WRK-DATA-MOVTO    TO REG-DATA-ULT-JCT
                   REWRITE REG-JUDCTA
               ELSE
                   MOVE REG-CPF-JUD       TO REG-CPF-JCT
                   MOVE WRK-VALOR-CTA     TO REG-VALOR-BLOQ-JCT
                   MOVE WRK-DATA-MOVTO    TO REG-DATA-BLOQ-JCT
                   MOVE WRK-DATA-MOVTO    TO REG-DATA-ULT-JCT
                   SET REG-JCT-BLOQUEADO  TO TRUE
                   MOVE ZEROS             TO REG-VALOR-TRANSF-JCT
                   WRITE REG-JUDCTA
               END-IF.
               IF FS-JUDCTA                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-JUDCTA            TO WRK-STATUS-ERRO
                   MOVE '0225-GRAVA-JUDCTA'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE WRK-VALOR-CTA TO WRK-VALOR-SOMA.
               PERFORM 0132-SOMA-BLOQUEIO.
               ADD WRK-VALOR-CTA      TO REG-VALOR-BLOQ-JUD.
               ADD WRK-VALOR-CTA      TO WRK-VALOR-MOV.
               SUBTRACT WRK-VALOR-CTA FROM WRK-RESTANTE.
               ADD 1 TO WRK-QT-CONTAS-MOV.
               ADD 1 TO ACU-CONTAS-BLOQUEADAS.
               MOVE WRK-VALOR-CTA TO WRK-VALOR-ED.
               DISPLAY "BLOQUEIO ORDEM " REG-NUM-ORDEM-JUD ": "
                   REG-AGENCIA-MTR "/" REG-CONTA-MTR " R$"
                   WRK-VALOR-ED.

       0225-BLOQUEIA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0230-LIBERA-PARCIAL                     SECTION.
      *-----------------------------------------------------------------
      *    LIBERACAO MAIOR QUE O BLOQUEADO SOLTA SO O BLOQUEADO. O
      *    LIBERADO DEIXA DE CONTAR NO RESTANTE DA ORDEM; ORDEM SEM
      *    NADA BLOQUEADO E SEM RESTANTE FICA LIBERADA
      *-----------------------------------------------------------------

               MOVE REG-VALOR-ACAO-JUD TO WRK-A-LIBERAR.
               IF WRK-A-LIBERAR GREATER REG-VALOR-BLOQ-JUD
                   DISPLAY "ORDEM " REG-NUM-ORDEM-JUD
                       " - LIBERACAO MAIOR QUE O BLOQUEADO -- "
                       "LIBERADO O BLOQUEADO"
                   MOVE REG-VALOR-BLOQ-JUD TO WRK-A-LIBERAR
               END-IF.
               IF WRK-A-LIBERAR EQUAL ZEROS
                   DISPLAY "ORDEM " REG-NUM-ORDEM-JUD
                       " - NADA BLOQUEADO A LIBERAR"
                   GO TO 0230-LIBERA-PARCIAL-FIM
               END-IF.
               PERFORM 0217-POSICIONA-ORDEM.
               IF WRK-FIM-JCT EQUAL 'N'
                   PERFORM 0218-LE-CONTA-ORDEM
               END-IF.
               PERFORM 0231-LIBERA-CONTA
                       UNTIL WRK-FIM-JCT EQUAL 'S'
                          OR WRK-A-LIBERAR EQUAL ZEROS.
               ADD WRK-VALOR-MOV      TO REG-VALOR-LIBER-JUD.
               SUBTRACT WRK-VALOR-MOV FROM REG-VALOR-BLOQ-JUD.
               IF REG-VALOR-BLOQ-JUD EQUAL ZEROS AND
                  REG-VALOR-LIBER-JUD + REG-VALOR-TRANSF-JUD
                      NOT LESS REG-VALOR-ORDEM-JUD
                   SET REG-JUD-LIBERADA TO TRUE
               END-IF.
               MOVE "L" TO WRK-TIPO-RESP.
               ADD 1 TO ACU-LIBERACOES.
               ADD WRK-VALOR-MOV TO ACU-GRANA-LIBERADA.

       0230-LIBERA-PARCIAL-FIM.                EXIT.
      *-----------------------------------------------------------------
       0231-LIBERA-CONTA                       SECTION.
      *-----------------------------------------------------------------
      *    CONTA LIBERADA POR INTEIRO SAI DO JUDCTA; PARCIAL E
      *    REGRAVADA COM O QUE SOBROU
      *-----------------------------------------------------------------

               IF REG-JCT-BLOQUEADO
                   IF REG-VALOR-BLOQ-JCT NOT GREATER WRK-A-LIBERAR
                       MOVE REG-VALOR-BLOQ-JCT TO WRK-VALOR-CTA
                   ELSE
                       MOVE WRK-A-LIBERAR      TO WRK-VALOR-CTA
                   END-IF
                   MOVE REG-AGENCIA-JCT TO WRK-AG-BUSCA
                   MOVE REG-CONTA-JCT   TO WRK-CT-BUSCA
                   COMPUTE WRK-VALOR-SOMA = ZEROS - WRK-VALOR-CTA
                   PERFORM 0132-SOMA-BLOQUEIO
                   MOVE WRK-VALOR-CTA TO WRK-VALOR-ED
                   DISPLAY "LIBERACAO ORDEM " REG-NUM-ORDEM-JUD ": "
                       REG-AGENCIA-JCT "/" REG-CONTA-JCT " R$"
                       WRK-VALOR-ED
                   IF WRK-VALOR-CTA EQUAL REG-VALOR-BLOQ-JCT
                       DELETE JUDCTA RECORD
                   ELSE
                       SUBTRACT WRK-VALOR-CTA FROM REG-VALOR-BLOQ-JCT
                       MOVE WRK-DATA-MOVTO TO REG-DATA-ULT-JCT
                       REWRITE REG-JUDCTA
                   END-IF
                   IF FS-JUDCTA              NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-JUDCTA            TO WRK-STATUS-ERRO
                       MOVE '0231-GRAVA-JUDCTA'  TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   SUBTRACT WRK-VALOR-CTA FROM WRK-A-LIBERAR
                   ADD WRK-VALOR-CTA TO WRK-VALOR-MOV
                   ADD 1 TO WRK-QT-CONTAS-MOV
               END-IF.
               PERFORM 0218-LE-CONTA-ORDEM.

       0231-LIBERA-CONTA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0240-LIBERA-TOTAL                       SECTION.
      *-----------------------------------------------------------------
      *    SOLTA TODAS AS CONTAS DA ORDEM E ENCERRA A ORDEM
      *-----------------------------------------------------------------

               MOVE 999999999,99 TO WRK-A-LIBERAR.
               PERFORM 0217-POSICIONA-ORDEM.
               IF WRK-FIM-JCT EQUAL 'N'
                   PERFORM 0218-LE-CONTA-ORDEM
               END-IF.
               PERFORM 0231-LIBERA-CONTA
                       UNTIL WRK-FIM-JCT EQUAL 'S'.
               ADD WRK-VALOR-MOV TO REG-VALOR-LIBER-JUD.
               MOVE ZEROS        TO REG-VALOR-BLOQ-JUD.
               SET REG-JUD-LIBERADA TO TRUE.
               MOVE "L" TO WRK-TIPO-RESP.
               ADD 1 TO ACU-LIBERACOES.
               ADD WRK-VALOR-MOV TO ACU-GRANA-LIBERADA.

       0240-LIBERA-TOTAL-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0250-TRANSFERE                          SECTION.
      *-----------------------------------------------------------------
      *    O BLOQUEADO DE CADA CONTA VAI PARA A CONTA DE DEPOSITO
      *    JUDICIAL. ORDEM COM O ORDENADO TODO TRANSFERIDO (OU
      *    LIBERADO) FICA TRANSFERIDA; SENAO CONTINUA ATIVA E O
      *    RESTANTE VOLTA A SER BLOQUEADO NAS PROXIMAS NOITES
      *-----------------------------------------------------------------

               IF REG-AGENCIA-DEP-JUD EQUAL ZEROS OR
                  REG-CONTA-DEP-JUD   EQUAL ZEROS
                   DISPLAY "ORDEM " REG-NUM-ORDEM-JUD
                       " - TRANSFERENCIA SEM CONTA DE DEPOSITO "
                       "JUDICIAL -- RECUSADA"
                   ADD 1 TO ACU-ORDENS-RECUSADAS
                   GO TO 0250-TRANSFERE-FIM
               END-IF.
               MOVE REG-AGENCIA-DEP-JUD TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-DEP-JUD   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       MOVE "E" TO REG-SITUACAO-MTR
               END-READ.
               IF REG-CONTA-ENCERRADA
                   DISPLAY "ORDEM " REG-NUM-ORDEM-JUD
                       " - CONTA DE DEPOSITO JUDICIAL "
                       REG-AGENCIA-DEP-JUD "/" REG-CONTA-DEP-JUD
                       " INEXISTENTE OU ENCERRADA -- RECUSADA"
                   ADD 1 TO ACU-ORDENS-RECUSADAS
                   GO TO 0250-TRANSFERE-FIM
               END-IF.
               MOVE REG-GERENTE-MTR TO WRK-GERENTE-DEP.
               IF REG-VALOR-BLOQ-JUD EQUAL ZEROS
                   DISPLAY "ORDEM " REG-NUM-ORDEM-JUD
                       " - NADA BLOQUEADO A TRANSFERIR"
                   GO TO 0250-TRANSFERE-FIM
               END-IF.

               PERFORM 0217-POSICIONA-ORDEM.
               IF WRK-FIM-JCT EQUAL 'N'
                   PERFORM 0218-LE-CONTA-ORDEM
               END-IF.
               PERFORM 0251-TRANSFERE-CONTA
                       UNTIL WRK-FIM-JCT EQUAL 'S'.
               ADD WRK-VALOR-MOV      TO REG-VALOR-TRANSF-JUD.
               SUBTRACT WRK-VALOR-MOV FROM REG-VALOR-BLOQ-JUD.
               IF REG-VALOR-LIBER-JUD + REG-VALOR-TRANSF-JUD
                      NOT LESS REG-VALOR-ORDEM-JUD
                   SET REG-JUD-TRANSFERIDA TO TRUE
               END-IF.
               MOVE "T" TO WRK-TIPO-RESP.
               ADD 1 TO ACU-TRANSFERENCIAS.
               ADD WRK-VALOR-MOV TO ACU-GRANA-TRANSFERIDA.

       0250-TRANSFERE-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0251-TRANSFERE-CONTA                    SECTION.
      *-----------------------------------------------------------------
      *    O BLOQUEIO FICA "EM TRANSFERENCIA" (E CONTINUA PRESO NO
      *    PROGCALL) ATE O DEBITO "K" SER ACEITO
      *-----------------------------------------------------------------

               IF REG-JCT-BLOQUEADO AND REG-VALOR-BLOQ-JCT GREATER ZEROS
                   MOVE REG-VALOR-BLOQ-JCT TO WRK-VALOR-CTA
                   MOVE REG-AGENCIA-JCT    TO REG-AGENCIA-MTR
                   MOVE REG-CONTA-JCT      TO REG-CONTA-MTR
                   READ CONTAS
                       INVALID KEY
                           MOVE SPACES TO REG-GERENTE-MTR
                   END-READ
                   PERFORM 0255-GRAVA-LANCAMENTOS
                   SET REG-JCT-TRANSFERINDO TO TRUE
                   MOVE WRK-VALOR-CTA       TO REG-VALOR-TRANSF-JCT
                   MOVE WRK-DATA-MOVTO      TO REG-DATA-ULT-JCT
                   REWRITE REG-JUDCTA
                   IF FS-JUDCTA              NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-JUDCTA            TO WRK-STATUS-ERRO
                       MOVE '0251-REWRITE-JUDCTA' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD WRK-VALOR-CTA TO WRK-VALOR-MOV
                   ADD 1 TO WRK-QT-CONTAS-MOV
                   MOVE WRK-VALOR-CTA TO WRK-VALOR-ED
                   DISPLAY "TRANSFERENCIA ORDEM " REG-NUM-ORDEM-JUD
                       ": " REG-AGENCIA-JCT "/" REG-CONTA-JCT " R$"
                       WRK-VALOR-ED
               END-IF.
               PERFORM 0218-LE-CONTA-ORDEM.

       0251-TRANSFERE-CONTA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0255-GRAVA-LANCAMENTOS                  SECTION.
      *-----------------------------------------------------------------
      *    DEBITO "K" NA CONTA BLOQUEADA E CREDITO "K" NA CONTA DE
      *    DEPOSITO JUDICIAL, UM SENDO A CONTRAPARTE DO OUTRO; O
      *    NUMERO DA ORDEM VAI NO HISTORICO
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-JCT        TO REG-AGENCIA.
               MOVE REG-CONTA-JCT          TO REG-CONTA.
               MOVE REG-GERENTE-MTR        TO REG-GERENTE.
               MOVE "D"                    TO REG-SINAL-LANCAM.
               MOVE WRK-VALOR-CTA          TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-LANC          TO REG-DATA-LANCAM.
               MOVE "K"                    TO REG-TIPO-LANCAM.
               MOVE ZEROS                  TO REG-DATA-REF-LANCAM.
               MOVE REG-AGENCIA-DEP-JUD    TO REG-AGENCIA-DEST.
               MOVE REG-CONTA-DEP-JUD      TO REG-CONTA-DEST.
               MOVE REG-NUM-ORDEM-JUD      TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-JUDLAN                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-JUDLAN            TO WRK-STATUS-ERRO
                   MOVE '0255-WRITE-JUDLAN'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-LANCAMENTOS-GERADOS.

               MOVE REG-AGENCIA-DEP-JUD    TO REG-AGENCIA.
               MOVE REG-CONTA-DEP-JUD      TO REG-CONTA.
               MOVE WRK-GERENTE-DEP        TO REG-GERENTE.
               MOVE "C"                    TO REG-SINAL-LANCAM.
               MOVE REG-AGENCIA-JCT        TO REG-AGENCIA-DEST.
               MOVE REG-CONTA-JCT          TO REG-CONTA-DEST.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               WRITE REG-LANCAM.
               IF FS-JUDLAN                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-JUDLAN            TO WRK-STATUS-ERRO
                   MOVE '0255-WRITE-JUDLAN'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-LANCAMENTOS-GERADOS.

       0255-GRAVA-LANCAMENTOS-FIM.             EXIT.
      *-----------------------------------------------------------------
       0260-GRAVA-RESPOSTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE REG-NUM-ORDEM-JUD      TO REG-NUM-ORDEM-RESP.
               MOVE REG-PROCESSO-JUD       TO REG-PROCESSO-RESP.
               MOVE REG-TRIBUNAL-JUD       TO REG-TRIBUNAL-RESP.
               MOVE REG-CPF-JUD            TO REG-CPF-RESP.
               MOVE WRK-TIPO-RESP          TO REG-TIPO-RESP.
               MOVE REG-VALOR-ORDEM-JUD    TO REG-VALOR-ORDEM-RESP.
               MOVE WRK-VALOR-MOV          TO REG-VALOR-MOV-RESP.
               MOVE REG-VALOR-BLOQ-JUD     TO REG-VALOR-BLOQ-RESP.
               MOVE REG-VALOR-LIBER-JUD    TO REG-VALOR-LIBER-RESP.
               MOVE REG-VALOR-TRANSF-JUD   TO REG-VALOR-TRANSF-RESP.
               MOVE WRK-QT-CONTAS-MOV      TO REG-QT-CONTAS-RESP.
               MOVE REG-SITUACAO-JUD       TO REG-SITUACAO-RESP.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-RESP.
               MOVE REG-AGENCIA-DEP-JUD    TO REG-AGENCIA-DEP-RESP.
               MOVE REG-CONTA-DEP-JUD      TO REG-CONTA-DEP-RESP.
               WRITE REG-RESPJUD.
               IF FS-RESPJUD               NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RESPJUD           TO WRK-STATUS-ERRO
                   MOVE '0260-WRITE-RESPJUD' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-RESPOSTAS.

       0260-GRAVA-RESPOSTA-FIM.                EXIT.
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
               CLOSE JUDLAN.
               CLOSE RESPJUD.
               CLOSE JUDCTA.
               IF WRK-JUDICIAL-ABERTO EQUAL 'S'
                   CLOSE JUDICIAL
               END-IF.
               CLOSE TITULARES.
               CLOSE SALDOS.
               CLOSE CONTAS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O JUDLAN.
               IF FS-JUDLAN EQUAL '00'
                   READ JUDLAN
                   IF FS-JUDLAN EQUAL '00'
                       MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE JUDLAN
               END-IF.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>> BLOQUEIO JUDICIAL <<<<<<< "
               DISPLAY "ORDENS LIDAS.............:"
                   ACU-ORDENS-LIDAS.
               DISPLAY "ORDENS ATIVAS TRATADAS...:"
                   ACU-ORDENS-ATIVAS.
               MOVE ACU-GRANA-BLOQUEADA TO WRK-VALOR-ED.
               DISPLAY "ORDENS COM BLOQUEIO......:"
                   ACU-ORDENS-BLOQUEIO " R$" WRK-VALOR-ED.
               DISPLAY "CONTAS BLOQUEADAS........:"
                   ACU-CONTAS-BLOQUEADAS.
               DISPLAY "ORDENS NOVAS SEM SALDO...:"
                   ACU-ORDENS-SEM-SALDO.
               MOVE ACU-GRANA-LIBERADA TO WRK-VALOR-ED.
               DISPLAY "LIBERACOES...............:"
                   ACU-LIBERACOES " R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-TRANSFERIDA TO WRK-VALOR-ED.
               DISPLAY "TRANSFERENCIAS...........:"
                   ACU-TRANSFERENCIAS " R$" WRK-VALOR-ED.
               DISPLAY "TRANSF. JA EFETIVADAS....:"
                   ACU-TRANSF-EFETIVADAS.
               DISPLAY "TRANSF. NO SUSPENSO......:"
                   ACU-TRANSF-AGUARDANDO.
               MOVE ACU-GRANA-DESFEITA TO WRK-VALOR-ED.
               DISPLAY "TRANSF. DESFEITAS........:"
                   ACU-TRANSF-DESFEITAS " R$" WRK-VALOR-ED.
               DISPLAY "ACOES RECUSADAS..........:"
                   ACU-ORDENS-RECUSADAS.
               DISPLAY "LANCAMENTOS GERADOS......:"
                   ACU-LANCAMENTOS-GERADOS.
               DISPLAY "RESPOSTAS AO JUDICIARIO..:"
                   ACU-RESPOSTAS.

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
               MOVE ACU-ORDENS-ATIVAS    TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0330-DEFINE-RETORNO.
               IF ACU-ORDENS-RECUSADAS GREATER ZEROS
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

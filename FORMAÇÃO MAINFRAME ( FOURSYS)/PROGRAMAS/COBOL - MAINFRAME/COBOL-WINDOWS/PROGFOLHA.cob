       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGFOLHA.
      *=================================================================
      * PROGRAMA   : PROGFOLHA
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ENTRADA DA FOLHA DE PAGAMENTO DAS EMPRESAS
      *              CONVENIADAS: O CADASTRO DE CONVENIOS E LIDO DO
      *              COMECO AO FIM E CADA EMPRESA TEM O SEU ARQUIVO
      *              (FOLHA<EMPRESA>.TXT). CADA FUNCIONARIO DO
      *              ARQUIVO E CONFERIDO, NESTA ORDEM:
      *              - CAMPOS NAO NUMERICOS / VALOR OU CPF
      *                ZERADOS ..................... DADOS INVALIDOS
      *              - CONTA FORA DO MASTER ........ CONTA INEXISTENTE
      *              - CONTA ENCERRADA ............. CONTA ENCERRADA
      *              - CPF SEM TITULARIDADE ATIVA
      *                NA CONTA (TITULARES.TXT) .... CPF NAO E TITULAR
      *              - CONTA JA CREDITADA NO
      *                MESMO ARQUIVO ............... CONTA REPETIDA
      *              O ARQUIVO INTEIRO E RECUSADO QUANDO FALTA HEADER
      *              OU TRAILER, O TRAILER NAO CONFERE, O HEADER TRAZ
      *              OUTRA EMPRESA, O CONVENIO ESTA SUSPENSO
      *              (CONVFOLHA.TXT), A DATA DE PAGAMENTO E
      *              POSTERIOR A DATA DE MOVIMENTO, O TOTAL A PAGAR
      *              PASSA DO MAIOR VALOR DO LANCAM (9.999.999,99), A
      *              CONTA DA EMPRESA E INVALIDA, ESTA BLOQUEADA
      *              (BLOQUEADOS.TXT) OU TEM
      *              TITULAR COM OBITO ATIVO (OBITOS.TXT), O SALDO
      *              DELA MENOS O BLOQUEIO JUDICIAL (JUDCTA.TXT -- O
      *              LIMITE NAO COBRE BLOQUEIO) NAO COBRE OS CREDITOS
      *              OU O SALDO DISPONIVEL DELA (SALDO DO MASTER +
      *              LIMITE DE CREDITO) NAO COBRE OS CREDITOS.
      *              ACEITO O ARQUIVO, A CONTA DA EMPRESA RECEBE UM
      *              UNICO DEBITO "H" DO TOTAL A PAGAR, GRAVADO ANTES
      *              DOS CREDITOS, E CADA FUNCIONARIO VALIDO GERA O
      *              CREDITO TIPO "H" NO LAYOUT DO LANCAM, COM A CONTA
      *              DA EMPRESA NO DESTINO (FOLHALAN.TXT, COM
      *              CABECALHO E TRAILER DE CONTROLE, ENTRA NO CICLO
      *              NORMAL DO PROGCALL DA PROXIMA NOITE, QUE RECUSA
      *              OS CREDITOS COM "SEM DEBITO" SE RECUSAR O DEBITO
      *              DA MESMA FOLHA). CADA EMPRESA RECEBE O SEU
      *              ARQUIVO DE RETORNO (RETFOLHA<EMPRESA>.TXT) COM
      *              HEADER, CADA FUNCIONARIO ACEITO PARA CREDITO OU
      *              RECUSADO COM O MOTIVO, E TRAILER.
      *-----------------------------------------------------------------
      * OBSERVACAO.: RODA DEPOIS DO PROGSALDO (SALDO DA DATA). EMPRESA
      *              SEM FOLHA<EMPRESA>.TXT NAO TEM FOLHA NA DATA;
      *              SEM O CADASTRO DE CONVENIOS NAO HA FOLHA A
      *              PROCESSAR E O RUN TERMINA NORMAL. O ARQUIVO JA
      *              ACEITO (MESMA DATA DE PAGAMENTO, QUANTIDADE E
      *              VALOR DO ULTIMO ACEITO NO CONVENIO) QUE AINDA
      *              ESTA NO DISCO E IGNORADO, SEM NOVO RETORNO -- O
      *              RETORNO DA EMPRESA CONTINUA O DO ACEITE. ARQUIVO
      *              RECUSADO POR INTEIRO TERMINA COM RETURN-CODE 4.
      *              O RETORNO E SO A CONFIRMACAO DA ENTRADA: "A"
      *              QUER DIZER QUE O CREDITO FOI ACEITO E GERADO,
      *              NAO QUE FOI EFETIVADO -- O CREDITO AINDA PASSA
      *              PELO PROGCALL DA PROXIMA NOITE, E O RESULTADO
      *              FINAL SAI NO EXTRATO DO FUNCIONARIO E NOS
      *              REJEITADOS DO DIA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  FOLHA                  I (DINAMICO)         #BOOKFOLHA
      *  CONVFOLHA              I-O                  #BOOKCONVFO
      *  CONTAS                 I                    #BOOKCTAS
      *  SALDOS                 I                    #BOOKSALDO
      *  TITULARES              I                    #BOOKTITU
      *  BLOQUEADOS             I                    #BOOKBLOQ
      *  OBITOS                 I                    #BOOKOBITO
      *  JUDCTA                 I                    #BOOKJUDCTA
      *  FOLHALAN               O                    #BOOKLANCAM
      *  RETFOLHA               O (DINAMICO)         #BOOKRETFOL
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              CALDIA
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: CONTA DA EMPRESA BLOQUEADA, COM TITULAR FALECIDO
      *              OU SEM SALDO ALEM DO BLOQUEIO JUDICIAL RECUSA O
      *              ARQUIVO; DEBITO DA EMPRESA ANTES DOS CREDITOS E
      *              CREDITO COM A CONTA DA EMPRESA NO DESTINO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: UM ARQUIVO DE FOLHA E UM RETORNO POR EMPRESA
      *              (FOLHA<EMPRESA>.TXT / RETFOLHA<EMPRESA>.TXT),
      *              PERCORRENDO O CADASTRO DE CONVENIOS; TOTAL ACIMA
      *              DO MAIOR VALOR DO LANCAM RECUSA O ARQUIVO (UM SO
      *              DEBITO DA EMPRESA); FUNCIONARIO VALIDO SAI NO
      *              RETORNO COMO "A" (ACEITO PARA CREDITO)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: FOLHA JA ACEITA QUE CONTINUA NO DISCO E IGNORADA
      *              (LOGS) EM VEZ DE RECUSADA -- A RECUSA REGRAVAVA O
      *              RETFOLHA<EMPRESA>.TXT DO ACEITE TODA NOITE
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
           SELECT FOLHA ASSIGN TO DYNAMIC WRK-NOME-FOLHA
               FILE STATUS IS FS-FOLHA.
           SELECT CONVFOLHA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONVFOLHA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID-EMPRESA-CNV
               FILE STATUS IS FS-CONVFOLHA.
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
           SELECT BLOQUEADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQUEADOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CONTA-BLOQ
               FILE STATUS IS FS-BLOQUEADOS.
           SELECT OBITOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\OBITOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CPF-OBT
               FILE STATUS IS FS-OBITOS.
           SELECT JUDCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\JUDCTA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-JCT
               FILE STATUS IS FS-JUDCTA.
           SELECT FOLHALAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\FOLHALAN.TXT"
               FILE STATUS IS FS-FOLHALAN.
           SELECT RETFOLHA ASSIGN TO DYNAMIC WRK-NOME-RETFOLHA
               FILE STATUS IS FS-RETFOLHA.
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
      *        INPUT -  FOLHA DE PAGAMENTO DA EMPRESA CONVENIADA
      *                 (FOLHA<EMPRESA>.TXT)
      *                               LRECL = 060
      *-----------------------------------------------------------------
       FD  FOLHA.
       COPY "#BOOKFOLHA".
      *-----------------------------------------------------------------
      *      I-O -  CONVENIOS DE FOLHA DE PAGAMENTO
      *                               LRECL = 100
      *-----------------------------------------------------------------
       FD  CONVFOLHA.
       COPY "#BOOKCONVFO".
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
      *        INPUT -  CONTAS BLOQUEADAS (PROGBLOQ)
      *                               LRECL = 042
      *-----------------------------------------------------------------
       FD  BLOQUEADOS.
       COPY "#BOOKBLOQ".
      *-----------------------------------------------------------------
      *        INPUT -  CADASTRO DE OBITOS (PROGOBITO)
      *                               LRECL = 130
      *-----------------------------------------------------------------
       FD  OBITOS.
       COPY "#BOOKOBITO".
      *-----------------------------------------------------------------
      *        INPUT -  BLOQUEIO JUDICIAL POR CONTA (PROGJUDA)
      *                               LRECL = 090
      *-----------------------------------------------------------------
       FD  JUDCTA.
       COPY "#BOOKJUDCTA".
      *-----------------------------------------------------------------
      *     OUTPUT-  CREDITOS DOS FUNCIONARIOS E DEBITO DA EMPRESA
      *              (LANCAM)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  FOLHALAN.
       COPY "#BOOKLANCAM".
      *-----------------------------------------------------------------
      *     OUTPUT-  RETORNO DA FOLHA PARA A EMPRESA
      *              (RETFOLHA<EMPRESA>.TXT)
      *                               LRECL = 080
      *-----------------------------------------------------------------
       FD  RETFOLHA.
       COPY "#BOOKRETFOL".
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
       01  FS-FOLHA                    PIC X(002)          VALUE SPACES.
       01  FS-CONVFOLHA                PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-TITULARES                PIC X(002)          VALUE SPACES.
       01  FS-BLOQUEADOS               PIC X(002)          VALUE SPACES.
       01  FS-OBITOS                   PIC X(002)          VALUE SPACES.
       01  FS-JUDCTA                   PIC X(002)          VALUE SPACES.
       01  FS-FOLHALAN                 PIC X(002)          VALUE SPACES.
       01  FS-RETFOLHA                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  ACU-REGISTROS-LIDOS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-DETALHES-LIDOS          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-REG-INVALIDOS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-QT-PAGOS                PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-QT-RECUSADOS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LANCAMENTOS-GERADOS     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-DEBITOS-EMPRESA         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-LIDA              PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-VALIDA            PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-PAGA              PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-RECUSADA          PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DO RUN (OS DE CIMA SAO ZERADOS A CADA EMPRESA)
      *-----------------------------------------------------------------
       01  ACU-CONVENIOS-LIDOS         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FOLHAS-LIDAS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FOLHAS-IGNORADAS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FOLHAS-RECUSADAS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOT-REGISTROS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TOT-INVALIDOS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TOT-DETALHES            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TOT-QT-PAGOS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TOT-QT-RECUSADOS        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TOT-GRANA-LIDA          PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOT-GRANA-PAGA          PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TOT-GRANA-RECUSADA      PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== FOLHA EM PROCESSO =====".
      *-----------------------------------------------------------------
       01  WRK-FIM-FOLHA               PIC X(001)          VALUE "N".
       01  WRK-FIM-TIT                 PIC X(001)          VALUE "N".
       01  WRK-FIM-CONV                PIC X(001)          VALUE "N".
       01  WRK-CONVFOLHA-ABERTO        PIC X(001)          VALUE "N".
       01  WRK-NOME-FOLHA              PIC X(060)          VALUE SPACES.
       01  WRK-NOME-RETFOLHA           PIC X(060)          VALUE SPACES.
       01  WRK-TITULARES-ABERTO        PIC X(001)          VALUE "N".
       01  WRK-TEM-HEADER              PIC X(001)          VALUE "N".
       01  WRK-TEM-TRAILER             PIC X(001)          VALUE "N".
       01  WRK-ESTOUROU-TAB            PIC X(001)          VALUE "N".
       01  WRK-CONTA-ACHOU-MTR         PIC X(001)          VALUE "N".
       01  WRK-CPF-TITULAR             PIC X(001)          VALUE "N".
       01  WRK-CONTA-REPETIDA          PIC X(001)          VALUE "N".
       01  WRK-MOTIVO-DET              PIC X(020)          VALUE SPACES.
       01  WRK-MOTIVO-ARQ              PIC X(020)          VALUE SPACES.
       01  WRK-ID-EMPRESA              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-PAGTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-TRAILER-QT              PIC 9(006)          VALUE ZEROS.
       01  WRK-TRAILER-VALOR           PIC 9(011)V99       VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL        PIC S9(011)V99      VALUE ZEROS.
       01  WRK-SALDO-EMPRESA           PIC S9(011)V99      VALUE ZEROS.
       01  WRK-BLOQ-JUDIC-EMPRESA      PIC S9(011)V99      VALUE ZEROS.
       01  WRK-FIM-JCT                 PIC X(001)          VALUE "N".
       01  WRK-OBITO-EMPRESA           PIC X(001)          VALUE "N".
       01  WRK-GERENTE-EMPRESA         PIC X(001)          VALUE SPACES.
       01  WRK-MAIOR-LANCAM            PIC 9(007)V99       VALUE
               9999999,99.
      *-----------------------------------------------------------------
      *    HISTORICO DO CREDITO E DO DEBITO: "FOLHA EMP NNNNNNNN"
      *-----------------------------------------------------------------
       01  WRK-HISTORICO-LANC.
           05 WRK-HIST-TEXTO           PIC X(010)          VALUE
               "FOLHA EMP".
           05 WRK-HIST-EMPRESA         PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "===== FUNCIONARIOS DO ARQUIVO =====".
      *-----------------------------------------------------------------
      *    O ARQUIVO SO E ACEITO OU RECUSADO DEPOIS DO TRAILER: OS
      *    FUNCIONARIOS FICAM NA TABELA COM O MOTIVO DA CONFERENCIA
      *    (BRANCO = VALIDO) ATE A GRAVACAO DO RETORNO
      *-----------------------------------------------------------------
       01  WRK-QT-FUNC                 PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-FUNC                PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-DUP                 PIC 9(004)          VALUE ZEROS.
       01  TAB-FOLHA.
           05 TAB-FUNC-ITEM            OCCURS 5000 TIMES.
               10 TAB-AGENCIA-FUNC         PIC 9(004).
               10 TAB-CONTA-FUNC           PIC 9(006).
               10 TAB-CPF-FUNC             PIC 9(011).
               10 TAB-VALOR-FUNC           PIC 9(007)V99.
               10 TAB-SEQ-FUNC             PIC 9(006).
               10 TAB-GERENTE-FUNC         PIC X(001).
               10 TAB-MOTIVO-FUNC          PIC X(020).
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-LANC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-CALC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGFOLH".
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
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* FIM DA WORKING *".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0160-PROCESSA-EMPRESA
                       UNTIL WRK-FIM-CONV EQUAL 'S'.
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
      *        SEM CADASTRO DE TITULARES NENHUM CPF E CONFIRMADO NA
      *        CONTA -- O RETORNO MOSTRA O MOTIVO; SEM CADASTRO DE
      *        CONVENIOS NAO HA EMPRESA PARA PROCESSAR
               OPEN INPUT TITULARES.
               IF FS-TITULARES               NOT EQUAL '00' AND '35'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-TITULARES         TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-TITULARES' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF FS-TITULARES               EQUAL '00'
                   MOVE 'S' TO WRK-TITULARES-ABERTO
               END-IF.
               OPEN I-O CONVFOLHA.
               IF FS-CONVFOLHA               NOT EQUAL '00' AND '35'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONVFOLHA         TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CONVFOLHA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF FS-CONVFOLHA               EQUAL '00'
                   MOVE 'S' TO WRK-CONVFOLHA-ABERTO
               END-IF.
               OPEN OUTPUT FOLHALAN.
               IF FS-FOLHALAN                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-FOLHALAN          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-FOLHALAN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0150-GRAVA-CABECALHO.

               MOVE 'S' TO WRK-FIM-CONV.
               IF WRK-CONVFOLHA-ABERTO       NOT EQUAL 'S'
                   DISPLAY "SEM CADASTRO DE CONVENIOS DE FOLHA -- "
                       "NENHUMA FOLHA A PROCESSAR"
                   GO TO 0100-INICIAR-FIM
               END-IF.
               MOVE 'N' TO WRK-FIM-CONV.
               PERFORM 0170-LE-CONVENIO.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------
      *    A FOLHA E PROCESSADA NA DATA DE MOVIMENTO; OS LANCAMENTOS
      *    SAEM DATADOS NO DIA UTIL
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
               IF WRK-DATA-LANC NOT EQUAL WRK-DATA-MOVTO
                   DISPLAY "DATA DE MOVIMENTO NAO E DIA UTIL -- "
                       "LANCAMENTOS DATADOS NO PROXIMO DIA UTIL"
               END-IF.
               DISPLAY "PROCESSANDO FOLHA COM A DATA.......:"
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

               READ FOLHA
                   AT END
                       MOVE 'S' TO WRK-FIM-FOLHA
                   NOT AT END
                       ADD 1 TO ACU-REGISTROS-LIDOS
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
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
       0160-PROCESSA-EMPRESA                   SECTION.
      *-----------------------------------------------------------------

               PERFORM 0180-TRATA-FOLHA-EMPRESA.
               PERFORM 0170-LE-CONVENIO.

       0160-PROCESSA-EMPRESA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0165-ZERA-EMPRESA                       SECTION.
      *-----------------------------------------------------------------
      *    CADA ARQUIVO DE FOLHA COMECA DO ZERO; OS TOTAIS DO RUN
      *    FICAM NOS ACU-TOT / ACU-FOLHAS
      *-----------------------------------------------------------------

               MOVE 'N'    TO WRK-TEM-HEADER.
               MOVE 'N'    TO WRK-TEM-TRAILER.
               MOVE 'N'    TO WRK-ESTOUROU-TAB.
               MOVE SPACES TO WRK-MOTIVO-ARQ.
               MOVE ZEROS  TO WRK-ID-EMPRESA.
               MOVE ZEROS  TO WRK-DATA-PAGTO.
               MOVE ZEROS  TO WRK-TRAILER-QT.
               MOVE ZEROS  TO WRK-TRAILER-VALOR.
               MOVE ZEROS  TO WRK-QT-FUNC.
               MOVE ZEROS  TO ACU-REGISTROS-LIDOS.
               MOVE ZEROS  TO ACU-REG-INVALIDOS.
               MOVE ZEROS  TO ACU-DETALHES-LIDOS.
               MOVE ZEROS  TO ACU-QT-PAGOS.
               MOVE ZEROS  TO ACU-QT-RECUSADOS.
               MOVE ZEROS  TO ACU-GRANA-LIDA.
               MOVE ZEROS  TO ACU-GRANA-VALIDA.
               MOVE ZEROS  TO ACU-GRANA-PAGA.
               MOVE ZEROS  TO ACU-GRANA-RECUSADA.

       0165-ZERA-EMPRESA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0170-LE-CONVENIO                        SECTION.
      *-----------------------------------------------------------------
      *    O CADASTRO E LIDO DO COMECO AO FIM; O CONVENIO SUSPENSO
      *    TAMBEM E LIDO PARA A EMPRESA QUE MANDOU FOLHA RECEBER A
      *    RECUSA NO RETORNO
      *-----------------------------------------------------------------

               READ CONVFOLHA NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CONV
                   NOT AT END
                       ADD 1 TO ACU-CONVENIOS-LIDOS
               END-READ.

       0170-LE-CONVENIO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0180-TRATA-FOLHA-EMPRESA                SECTION.
      *-----------------------------------------------------------------
      *    EMPRESA SEM O FOLHA<EMPRESA>.TXT NAO TEM FOLHA NA DATA; COM
      *    ELE, O ARQUIVO TODO E LIDO, APURADO E DEVOLVIDO A EMPRESA
      *    NO RETFOLHA<EMPRESA>.TXT
      *-----------------------------------------------------------------

               PERFORM 0165-ZERA-EMPRESA.
               MOVE SPACES TO WRK-NOME-FOLHA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\FOLHA"
                          DELIMITED BY SIZE
                      REG-ID-EMPRESA-CNV DELIMITED BY SIZE
                      ".TXT"             DELIMITED BY SIZE
                   INTO WRK-NOME-FOLHA
               END-STRING.
               OPEN INPUT FOLHA.
               IF FS-FOLHA                   EQUAL '35'
                   GO TO 0180-TRATA-FOLHA-EMPRESA-FIM
               END-IF.
               IF FS-FOLHA                   NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-FOLHA             TO WRK-STATUS-ERRO
                   MOVE '0180-ABRE-FOLHA'    TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE 'N' TO WRK-FIM-FOLHA.
               PERFORM 0120-LEITURA.
               PERFORM 0200-PROCESSAR
                       UNTIL WRK-FIM-FOLHA EQUAL 'S'.
               CLOSE FOLHA.

      *        O ARQUIVO ACEITO FICA NO DISCO ATE A EMPRESA MANDAR
      *        OUTRO: O MESMO ARQUIVO NAO E RECUSADO NEM GANHA RETORNO
      *        NOVO, PARA NAO SOBREPOR O RETORNO DO ACEITE
               IF WRK-TEM-HEADER    EQUAL 'S'                AND
                  WRK-TEM-TRAILER   EQUAL 'S'                AND
                  WRK-DATA-PAGTO    EQUAL REG-ULT-PAGTO-CNV  AND
                  WRK-TRAILER-QT    EQUAL REG-ULT-QT-CNV     AND
                  WRK-TRAILER-VALOR EQUAL REG-ULT-VALOR-CNV
                   DISPLAY "FOLHA DA EMPRESA " REG-ID-EMPRESA-CNV
                       " JA PROCESSADA EM " REG-DATA-ULT-PROC-CNV
                       " -- IGNORADA"
                   MOVE "FOLHA JA PROCESSADA - IGNORADA" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   ADD 1 TO ACU-FOLHAS-IGNORADAS
                   GO TO 0180-TRATA-FOLHA-EMPRESA-FIM
               END-IF.
               ADD 1 TO ACU-FOLHAS-LIDAS.

               MOVE SPACES TO WRK-NOME-RETFOLHA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RETFOLHA"
                          DELIMITED BY SIZE
                      REG-ID-EMPRESA-CNV DELIMITED BY SIZE
                      ".TXT"             DELIMITED BY SIZE
                   INTO WRK-NOME-RETFOLHA
               END-STRING.
               OPEN OUTPUT RETFOLHA.
               IF FS-RETFOLHA                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RETFOLHA          TO WRK-STATUS-ERRO
                   MOVE '0180-ABRE-RETFOLHA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0250-APURA-FOLHA.
               CLOSE RETFOLHA.
               PERFORM 0190-TOTALIZA-EMPRESA.

       0180-TRATA-FOLHA-EMPRESA-FIM.           EXIT.
      *-----------------------------------------------------------------
       0190-TOTALIZA-EMPRESA                   SECTION.
      *-----------------------------------------------------------------

               ADD ACU-REGISTROS-LIDOS TO ACU-TOT-REGISTROS.
               ADD ACU-REG-INVALIDOS   TO ACU-TOT-INVALIDOS.
               ADD ACU-DETALHES-LIDOS  TO ACU-TOT-DETALHES.
               ADD ACU-QT-PAGOS        TO ACU-TOT-QT-PAGOS.
               ADD ACU-QT-RECUSADOS    TO ACU-TOT-QT-RECUSADOS.
               ADD ACU-GRANA-LIDA      TO ACU-TOT-GRANA-LIDA.
               ADD ACU-GRANA-PAGA      TO ACU-TOT-GRANA-PAGA.
               ADD ACU-GRANA-RECUSADA  TO ACU-TOT-GRANA-RECUSADA.
               IF WRK-MOTIVO-ARQ NOT EQUAL SPACES
                   ADD 1 TO ACU-FOLHAS-RECUSADAS
               END-IF.
               DISPLAY "EMPRESA..................:" REG-ID-EMPRESA-CNV
                   " " REG-NOME-EMPRESA-CNV.
               DISPLAY "REGISTROS LIDOS..........:"
                   ACU-REGISTROS-LIDOS.
               MOVE ACU-GRANA-LIDA TO WRK-VALOR-ED.
               DISPLAY "FUNCIONARIOS NA FOLHA....:"
                   ACU-DETALHES-LIDOS " R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-PAGA TO WRK-VALOR-ED.
               DISPLAY "ACEITOS PARA CREDITO.....:"
                   ACU-QT-PAGOS " R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-RECUSADA TO WRK-VALOR-ED.
               DISPLAY "CREDITOS RECUSADOS.......:"
                   ACU-QT-RECUSADOS " R$" WRK-VALOR-ED.
               IF WRK-MOTIVO-ARQ NOT EQUAL SPACES
                   DISPLAY "ARQUIVO RECUSADO.........:" WRK-MOTIVO-ARQ
               END-IF.

       0190-TOTALIZA-EMPRESA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN REG-FOL-HEADER
                       IF WRK-TEM-HEADER EQUAL 'S'
                           DISPLAY "ATENCAO: SEGUNDO HEADER NO "
                               "REGISTRO " ACU-REGISTROS-LIDOS
                               " DA FOLHA -- IGNORADO"
                           ADD 1 TO ACU-REG-INVALIDOS
                       ELSE
                           MOVE 'S'                TO WRK-TEM-HEADER
                           MOVE REG-ID-EMPRESA-FOL TO WRK-ID-EMPRESA
                           MOVE REG-DATA-PAGTO-FOL TO WRK-DATA-PAGTO
                           DISPLAY "FOLHA DA EMPRESA " WRK-ID-EMPRESA
                               " PAGAMENTO EM " WRK-DATA-PAGTO
                       END-IF
                   WHEN REG-FOL-DETALHE
                       PERFORM 0210-PROCESSAR-FUNCIONARIO
                   WHEN REG-FOL-TRAILER
                       MOVE 'S'                 TO WRK-TEM-TRAILER
                       MOVE REG-QT-DETALHES-FOL TO WRK-TRAILER-QT
                       MOVE REG-VALOR-TOTAL-FOL TO WRK-TRAILER-VALOR
                   WHEN OTHER
                       DISPLAY "ATENCAO: REGISTRO " ACU-REGISTROS-LIDOS
                           " DA FOLHA COM TIPO INVALIDO -- IGNORADO"
                       ADD 1 TO ACU-REG-INVALIDOS
               END-EVALUATE.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-PROCESSAR-FUNCIONARIO              SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-DETALHES-LIDOS.
               IF REG-VALOR-FOL IS NUMERIC
                   ADD REG-VALOR-FOL TO ACU-GRANA-LIDA
               END-IF.
               IF WRK-QT-FUNC NOT LESS 5000
                   MOVE 'S' TO WRK-ESTOUROU-TAB
                   GO TO 0210-PROCESSAR-FUNCIONARIO-FIM
               END-IF.
               ADD 1 TO WRK-QT-FUNC.
               MOVE REG-AGENCIA-FOL  TO TAB-AGENCIA-FUNC(WRK-QT-FUNC).
               MOVE REG-CONTA-FOL    TO TAB-CONTA-FUNC(WRK-QT-FUNC).
               MOVE REG-CPF-FOL      TO TAB-CPF-FUNC(WRK-QT-FUNC).
               MOVE REG-VALOR-FOL    TO TAB-VALOR-FUNC(WRK-QT-FUNC).
               MOVE REG-SEQ-FOL      TO TAB-SEQ-FUNC(WRK-QT-FUNC).
               MOVE SPACES           TO TAB-GERENTE-FUNC(WRK-QT-FUNC).
               PERFORM 0220-CONFERE-FUNCIONARIO.
               MOVE WRK-MOTIVO-DET   TO TAB-MOTIVO-FUNC(WRK-QT-FUNC).
               IF WRK-MOTIVO-DET EQUAL SPACES
                   ADD REG-VALOR-FOL TO ACU-GRANA-VALIDA
               END-IF.

       0210-PROCESSAR-FUNCIONARIO-FIM.         EXIT.
      *-----------------------------------------------------------------
       0220-CONFERE-FUNCIONARIO                SECTION.
      *-----------------------------------------------------------------
      *    A PRIMEIRA REGRA QUE FALHA DA O MOTIVO DA RECUSA; PASSANDO
      *    POR TODAS (MOTIVO EM BRANCO) O FUNCIONARIO E PAGO SE O
      *    ARQUIVO FOR ACEITO
      *-----------------------------------------------------------------

               MOVE SPACES TO WRK-MOTIVO-DET.
               IF REG-AGENCIA-FOL IS NOT NUMERIC OR
                  REG-CONTA-FOL   IS NOT NUMERIC OR
                  REG-CPF-FOL     IS NOT NUMERIC OR
                  REG-VALOR-FOL   IS NOT NUMERIC OR
                  REG-VALOR-FOL   EQUAL ZEROS    OR
                  REG-CPF-FOL     EQUAL ZEROS
                   MOVE "DADOS INVALIDOS"   TO WRK-MOTIVO-DET
                   GO TO 0220-CONFERE-FUNCIONARIO-FIM
               END-IF.

               PERFORM 0225-LOCALIZA-CONTA.
               IF WRK-CONTA-ACHOU-MTR NOT EQUAL 'S'
                   MOVE "CONTA INEXISTENTE" TO WRK-MOTIVO-DET
                   GO TO 0220-CONFERE-FUNCIONARIO-FIM
               END-IF.
               IF REG-CONTA-ENCERRADA
                   MOVE "CONTA ENCERRADA"   TO WRK-MOTIVO-DET
                   GO TO 0220-CONFERE-FUNCIONARIO-FIM
               END-IF.
               MOVE REG-GERENTE-MTR TO TAB-GERENTE-FUNC(WRK-QT-FUNC).

               PERFORM 0230-VERIFICA-TITULAR.
               IF WRK-CPF-TITULAR NOT EQUAL 'S'
                   MOVE "CPF NAO E TITULAR" TO WRK-MOTIVO-DET
                   GO TO 0220-CONFERE-FUNCIONARIO-FIM
               END-IF.

               PERFORM 0240-VERIFICA-REPETIDA.
               IF WRK-CONTA-REPETIDA EQUAL 'S'
                   MOVE "CONTA REPETIDA"    TO WRK-MOTIVO-DET
               END-IF.

       0220-CONFERE-FUNCIONARIO-FIM.           EXIT.
      *-----------------------------------------------------------------
       0225-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-ACHOU-MTR.
               MOVE REG-AGENCIA-FOL TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-FOL   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONTA-ACHOU-MTR
               END-READ.

       0225-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0230-VERIFICA-TITULAR                   SECTION.
      *-----------------------------------------------------------------
      *    OS TITULARES DA CONTA SAO LIDOS DO START ATE MUDAR A CONTA,
      *    PROCURANDO O CPF DO FUNCIONARIO COMO TITULAR ATIVO
      *    (PRINCIPAL OU SECUNDARIO)
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CPF-TITULAR.
               IF WRK-TITULARES-ABERTO NOT EQUAL 'S'
                   GO TO 0230-VERIFICA-TITULAR-FIM
               END-IF.
               MOVE REG-AGENCIA-FOL TO REG-AGENCIA-TIT.
               MOVE REG-CONTA-FOL   TO REG-CONTA-TIT.
               MOVE ZEROS           TO REG-SEQ-TIT.
               START TITULARES KEY NOT LESS REG-CHAVE-TIT.
               IF FS-TITULARES EQUAL '00'
                   MOVE 'N' TO WRK-FIM-TIT
                   PERFORM 0231-LE-TITULAR
                       UNTIL WRK-FIM-TIT EQUAL 'S'
               END-IF.
               MOVE '00' TO FS-TITULARES.

       0230-VERIFICA-TITULAR-FIM.              EXIT.
      *-----------------------------------------------------------------
       0231-LE-TITULAR                         SECTION.
      *-----------------------------------------------------------------

               READ TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TIT
                   NOT AT END
                       IF REG-AGENCIA-TIT NOT EQUAL REG-AGENCIA-FOL OR
                          REG-CONTA-TIT   NOT EQUAL REG-CONTA-FOL
                           MOVE 'S' TO WRK-FIM-TIT
                       ELSE
                           IF REG-CPF-TIT EQUAL REG-CPF-FOL AND
                              REG-TIT-ATIVO
                               MOVE 'S' TO WRK-CPF-TITULAR
                               MOVE 'S' TO WRK-FIM-TIT
                           END-IF
                       END-IF
               END-READ.

       0231-LE-TITULAR-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0240-VERIFICA-REPETIDA                  SECTION.
      *-----------------------------------------------------------------
      *    SO UM CREDITO POR CONTA NO ARQUIVO: VALE O PRIMEIRO
      *    FUNCIONARIO VALIDO DA CONTA, OS SEGUINTES SAO RECUSADOS
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-REPETIDA.
               PERFORM 0241-COMPARA-REPETIDA
                       VARYING WRK-IDX-DUP FROM 1 BY 1
                       UNTIL WRK-IDX-DUP NOT LESS WRK-QT-FUNC
                          OR WRK-CONTA-REPETIDA EQUAL 'S'.

       0240-VERIFICA-REPETIDA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0241-COMPARA-REPETIDA                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-AGENCIA-FUNC(WRK-IDX-DUP) EQUAL REG-AGENCIA-FOL
                  AND
                  TAB-CONTA-FUNC(WRK-IDX-DUP)   EQUAL REG-CONTA-FOL
                  AND
                  TAB-MOTIVO-FUNC(WRK-IDX-DUP)  EQUAL SPACES
                   MOVE 'S' TO WRK-CONTA-REPETIDA
               END-IF.

       0241-COMPARA-REPETIDA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0250-APURA-FOLHA                        SECTION.
      *-----------------------------------------------------------------
      *    COM O ARQUIVO TODO LIDO: ACEITA OU RECUSA A FOLHA; ACEITA,
      *    GRAVA PRIMEIRO O DEBITO DA EMPRESA (TOTAL DOS VALIDOS, QUE
      *    E O QUE VAI SER PAGO) PARA O PROGCALL JA SABER SE ELE FOI
      *    RECUSADO QUANDO CHEGAR NOS CREDITOS; DEPOIS OS CREDITOS, O
      *    RETORNO E O CONTROLE DO CONVENIO
      *-----------------------------------------------------------------

               MOVE REG-ID-EMPRESA-CNV TO WRK-HIST-EMPRESA.
               PERFORM 0260-CONFERE-ARQUIVO.
               IF WRK-MOTIVO-ARQ EQUAL SPACES AND
                  ACU-GRANA-VALIDA GREATER ZEROS
                   PERFORM 0280-DEBITA-EMPRESA
               END-IF.
               PERFORM 0270-GRAVA-HEADER-RET.
               PERFORM 0275-TRATA-FUNCIONARIO
                       VARYING WRK-IDX-FUNC FROM 1 BY 1
                       UNTIL WRK-IDX-FUNC GREATER WRK-QT-FUNC.
               IF WRK-MOTIVO-ARQ EQUAL SPACES
                   PERFORM 0285-ATUALIZA-CONVENIO
               END-IF.
               PERFORM 0290-GRAVA-TRAILER-RET.

       0250-APURA-FOLHA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0260-CONFERE-ARQUIVO                    SECTION.
      *-----------------------------------------------------------------
      *    A PRIMEIRA REGRA QUE FALHA RECUSA O ARQUIVO INTEIRO; O
      *    CONVENIO DA EMPRESA ESTA NA AREA DO REGISTRO (LEITURA DO
      *    CADASTRO) E FICA LA PARA A ATUALIZACAO NO FIM
      *-----------------------------------------------------------------

               MOVE SPACES TO WRK-MOTIVO-ARQ.
               IF WRK-TEM-HEADER NOT EQUAL 'S'
                   MOVE "ARQUIVO SEM HEADER"   TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.
               IF WRK-TEM-TRAILER NOT EQUAL 'S'
                   MOVE "ARQUIVO SEM TRAILER"  TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.
               IF WRK-TRAILER-QT    NOT EQUAL ACU-DETALHES-LIDOS OR
                  WRK-TRAILER-VALOR NOT EQUAL ACU-GRANA-LIDA
                   MOVE WRK-TRAILER-VALOR TO WRK-VALOR-ED
                   DISPLAY "ATENCAO: TRAILER DA FOLHA NAO CONFERE "
                       "-- INFORMADO " WRK-TRAILER-QT " FUNCIONARIOS R$"
                       WRK-VALOR-ED
                   MOVE "TRAILER DIVERGENTE"   TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.
               IF WRK-ESTOUROU-TAB EQUAL 'S'
                   DISPLAY "ATENCAO: FOLHA COM MAIS DE 5000 "
                       "FUNCIONARIOS -- SO OS 5000 PRIMEIROS VAO NO "
                       "RETORNO"
                   MOVE "ACIMA DE 5000 FUNC"   TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.
      *        O DEBITO DA EMPRESA E UM SO LANCAMENTO: PARCELADO, O
      *        PROGCALL PODERIA ACEITAR UMA PARCELA E RECUSAR OUTRA
               IF ACU-GRANA-VALIDA GREATER WRK-MAIOR-LANCAM
                   MOVE ACU-GRANA-VALIDA TO WRK-VALOR-ED
                   DISPLAY "ATENCAO: TOTAL A PAGAR R$" WRK-VALOR-ED
                       " ACIMA DO MAIOR VALOR DO LANCAMENTO"
                   MOVE "TOTAL ACIMA DO MAX"   TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.

               IF WRK-ID-EMPRESA NOT EQUAL REG-ID-EMPRESA-CNV
                   DISPLAY "ATENCAO: HEADER DO FOLHA"
                       REG-ID-EMPRESA-CNV ".TXT COM A EMPRESA "
                       WRK-ID-EMPRESA
                   MOVE "EMPRESA DIVERGENTE"   TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.
               IF NOT REG-CNV-ATIVO
                   MOVE "CONVENIO SUSPENSO"    TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.

               IF WRK-DATA-PAGTO IS NOT NUMERIC OR
                  WRK-DATA-PAGTO EQUAL ZEROS
                   MOVE "DATA PAGTO INVALIDA"  TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.
               IF WRK-DATA-PAGTO GREATER WRK-DATA-MOVTO
                   MOVE "DATA PAGTO FUTURA"    TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.

               MOVE REG-AGENCIA-CNV TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-CNV   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       MOVE "CONTA EMPRESA INVAL"  TO WRK-MOTIVO-ARQ
                       GO TO 0260-CONFERE-ARQUIVO-FIM
               END-READ.
               IF REG-CONTA-ENCERRADA
                   MOVE "CONTA EMPRESA INVAL"  TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.
               MOVE REG-GERENTE-MTR TO WRK-GERENTE-EMPRESA.

      *        O PROGCALL RECUSARIA O DEBITO DA EMPRESA NA CONTA
      *        BLOQUEADA OU COM TITULAR FALECIDO -- A FOLHA NEM ENTRA
               MOVE REG-CONTA-CNV   TO REG-CONTA-BLOQ.
               OPEN INPUT BLOQUEADOS.
               IF FS-BLOQUEADOS              EQUAL '00'
                   READ BLOQUEADOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "CONTA DA EMPRESA BLOQUEADA: "
                               REG-MOTIVO-BLOQ
                           MOVE "CONTA EMPRESA BLOQ" TO WRK-MOTIVO-ARQ
                   END-READ
                   CLOSE BLOQUEADOS
               END-IF.
               IF WRK-MOTIVO-ARQ NOT EQUAL SPACES
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.
               PERFORM 0261-VERIFICA-OBITO-EMPRESA.
               IF WRK-OBITO-EMPRESA EQUAL 'S'
                   MOVE "OBITO TIT. EMPRESA"   TO WRK-MOTIVO-ARQ
                   GO TO 0260-CONFERE-ARQUIVO-FIM
               END-IF.

      *        CONTA SEM REGISTRO NO MASTER DE SALDOS AINDA NAO TEVE
      *        MOVIMENTO -- SALDO ZERO; O LIMITE DE CREDITO ENTRA NO
      *        DISPONIVEL COMO NO PROGCALL, MAS NAO COBRE O BLOQUEIO
      *        JUDICIAL (PROGCALL 0239)
               MOVE ZEROS           TO WRK-SALDO-EMPRESA.
               MOVE REG-AGENCIA-CNV TO REG-AGENCIA-SALDO.
               MOVE REG-CONTA-CNV   TO REG-CONTA-SALDO.
               READ SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SALDO-ATUAL TO WRK-SALDO-EMPRESA
               END-READ.
               PERFORM 0263-SOMA-JUDICIAL-EMPRESA.
               IF WRK-BLOQ-JUDIC-EMPRESA GREATER ZEROS
                   COMPUTE WRK-SALDO-DISPONIVEL =
                       WRK-SALDO-EMPRESA - WRK-BLOQ-JUDIC-EMPRESA
                   IF WRK-SALDO-DISPONIVEL LESS ACU-GRANA-VALIDA
                       MOVE WRK-BLOQ-JUDIC-EMPRESA TO WRK-VALOR-ED
                       DISPLAY "BLOQUEIO JUDICIAL NA CONTA DA EMPRESA "
                           "R$" WRK-VALOR-ED
                       MOVE "BLOQ JUDIC EMPRESA" TO WRK-MOTIVO-ARQ
                       GO TO 0260-CONFERE-ARQUIVO-FIM
                   END-IF
               END-IF.
               MOVE WRK-SALDO-EMPRESA TO WRK-SALDO-DISPONIVEL.
               ADD REG-LIMITE-CREDITO-MTR TO WRK-SALDO-DISPONIVEL.
               IF WRK-SALDO-DISPONIVEL LESS ACU-GRANA-VALIDA
                   MOVE WRK-SALDO-DISPONIVEL TO WRK-VALOR-ED
                   DISPLAY "SALDO DISPONIVEL DA EMPRESA R$"
                       WRK-VALOR-ED
                   MOVE "SEM SALDO EMPRESA"    TO WRK-MOTIVO-ARQ
               END-IF.

       0260-CONFERE-ARQUIVO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0261-VERIFICA-OBITO-EMPRESA             SECTION.
      *-----------------------------------------------------------------
      *    TITULARES ATIVOS DA CONTA DA EMPRESA, CADA CPF PROCURADO NO
      *    CADASTRO DE OBITOS. SEM TITULARES.TXT OU SEM OBITOS.TXT NAO
      *    HA RESTRICAO
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-OBITO-EMPRESA.
               IF WRK-TITULARES-ABERTO NOT EQUAL 'S'
                   GO TO 0261-VERIFICA-OBITO-EMPRESA-FIM
               END-IF.
               OPEN INPUT OBITOS.
               IF FS-OBITOS                  NOT EQUAL '00'
                   GO TO 0261-VERIFICA-OBITO-EMPRESA-FIM
               END-IF.
               MOVE REG-AGENCIA-CNV TO REG-AGENCIA-TIT.
               MOVE REG-CONTA-CNV   TO REG-CONTA-TIT.
               MOVE ZEROS           TO REG-SEQ-TIT.
               START TITULARES KEY NOT LESS REG-CHAVE-TIT.
               IF FS-TITULARES EQUAL '00'
                   MOVE 'N' TO WRK-FIM-TIT
                   PERFORM 0262-LE-TITULAR-EMPRESA
                       UNTIL WRK-FIM-TIT EQUAL 'S'
               END-IF.
               MOVE '00' TO FS-TITULARES.
               CLOSE OBITOS.

       0261-VERIFICA-OBITO-EMPRESA-FIM.        EXIT.
      *-----------------------------------------------------------------
       0262-LE-TITULAR-EMPRESA                 SECTION.
      *-----------------------------------------------------------------

               READ TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TIT
                   NOT AT END
                       IF REG-AGENCIA-TIT NOT EQUAL REG-AGENCIA-CNV OR
                          REG-CONTA-TIT   NOT EQUAL REG-CONTA-CNV
                           MOVE 'S' TO WRK-FIM-TIT
                       ELSE
                           IF REG-TIT-ATIVO
                               MOVE REG-CPF-TIT TO REG-CPF-OBT
                               READ OBITOS
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF REG-OBT-ATIVO
                                           MOVE 'S' TO
                                               WRK-OBITO-EMPRESA
                                           MOVE 'S' TO WRK-FIM-TIT
                                       END-IF
                               END-READ
                           END-IF
                       END-IF
               END-READ.

       0262-LE-TITULAR-EMPRESA-FIM.            EXIT.
      *-----------------------------------------------------------------
       0263-SOMA-JUDICIAL-EMPRESA              SECTION.
      *-----------------------------------------------------------------
      *    TODO BLOQUEIO JUDICIAL DA CONTA DA EMPRESA, DE QUALQUER
      *    ORDEM, BLOQUEADO OU EM TRANSFERENCIA (A CHAVE COMECA PELA
      *    ORDEM -- LEITURA DO ARQUIVO TODO). SEM JUDCTA.TXT NAO HA
      *    BLOQUEIO
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-BLOQ-JUDIC-EMPRESA.
               OPEN INPUT JUDCTA.
               IF FS-JUDCTA                  NOT EQUAL '00'
                   GO TO 0263-SOMA-JUDICIAL-EMPRESA-FIM
               END-IF.
               MOVE 'N' TO WRK-FIM-JCT.
               PERFORM 0264-LE-JUDCTA
                       UNTIL WRK-FIM-JCT EQUAL 'S'.
               CLOSE JUDCTA.

       0263-SOMA-JUDICIAL-EMPRESA-FIM.         EXIT.
      *-----------------------------------------------------------------
       0264-LE-JUDCTA                          SECTION.
      *-----------------------------------------------------------------

               READ JUDCTA
                   AT END
                       MOVE 'S' TO WRK-FIM-JCT
                   NOT AT END
                       IF REG-AGENCIA-JCT EQUAL REG-AGENCIA-CNV AND
                          REG-CONTA-JCT   EQUAL REG-CONTA-CNV
                           ADD REG-VALOR-BLOQ-JCT TO
                               WRK-BLOQ-JUDIC-EMPRESA
                       END-IF
               END-READ.

       0264-LE-JUDCTA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0270-GRAVA-HEADER-RET                   SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES            TO REG-RETFOLHA.
               MOVE "0"               TO REG-TIPO-REG-RFO.
               MOVE REG-ID-EMPRESA-CNV TO REG-ID-EMPRESA-RFO.
               MOVE WRK-DATA-PAGTO    TO REG-DATA-PAGTO-RFO.
               MOVE WRK-DATA-MOVTO    TO REG-DATA-PROC-RFO.
               IF WRK-MOTIVO-ARQ EQUAL SPACES
                   MOVE "A"           TO REG-SITUACAO-ARQ-RFO
               ELSE
                   MOVE "R"           TO REG-SITUACAO-ARQ-RFO
                   DISPLAY "FOLHA DA EMPRESA " REG-ID-EMPRESA-CNV
                       " RECUSADA: " WRK-MOTIVO-ARQ
               END-IF.
               MOVE WRK-MOTIVO-ARQ    TO REG-MOTIVO-ARQ-RFO.
               PERFORM 0295-GRAVA-RETFOLHA.

       0270-GRAVA-HEADER-RET-FIM.              EXIT.
      *-----------------------------------------------------------------
       0275-TRATA-FUNCIONARIO                  SECTION.
      *-----------------------------------------------------------------
      *    ARQUIVO RECUSADO: O FUNCIONARIO SEM MOTIVO PROPRIO VOLTA
      *    COM O MOTIVO DO ARQUIVO. O FUNCIONARIO VALIDO VOLTA COMO
      *    "A" -- CREDITO ACEITO E GERADO; A EFETIVACAO E DO PROGCALL
      *-----------------------------------------------------------------

               IF WRK-MOTIVO-ARQ NOT EQUAL SPACES AND
                  TAB-MOTIVO-FUNC(WRK-IDX-FUNC) EQUAL SPACES
                   MOVE WRK-MOTIVO-ARQ TO TAB-MOTIVO-FUNC(WRK-IDX-FUNC)
               END-IF.
               MOVE SPACES                      TO REG-RETFOLHA.
               MOVE "1"                         TO REG-TIPO-REG-RFO.
               MOVE TAB-AGENCIA-FUNC(WRK-IDX-FUNC) TO REG-AGENCIA-RFO.
               MOVE TAB-CONTA-FUNC(WRK-IDX-FUNC)   TO REG-CONTA-RFO.
               MOVE TAB-CPF-FUNC(WRK-IDX-FUNC)     TO REG-CPF-RFO.
               MOVE TAB-VALOR-FUNC(WRK-IDX-FUNC)   TO REG-VALOR-RFO.
               MOVE TAB-SEQ-FUNC(WRK-IDX-FUNC)     TO REG-SEQ-RFO.
               MOVE TAB-MOTIVO-FUNC(WRK-IDX-FUNC)  TO REG-MOTIVO-RFO.
               IF TAB-MOTIVO-FUNC(WRK-IDX-FUNC) EQUAL SPACES
                   MOVE "A" TO REG-SITUACAO-RFO
                   PERFORM 0276-CREDITA-FUNCIONARIO
               ELSE
                   MOVE "R" TO REG-SITUACAO-RFO
                   ADD 1 TO ACU-QT-RECUSADOS
                   IF TAB-VALOR-FUNC(WRK-IDX-FUNC) IS NUMERIC
                       ADD TAB-VALOR-FUNC(WRK-IDX-FUNC)
                           TO ACU-GRANA-RECUSADA
                   END-IF
               END-IF.
               PERFORM 0295-GRAVA-RETFOLHA.

       0275-TRATA-FUNCIONARIO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0276-CREDITA-FUNCIONARIO                SECTION.
      *-----------------------------------------------------------------
      *    CREDITO DO SALARIO NA CONTA DO FUNCIONARIO; A DATA DE
      *    REFERENCIA E A DATA DE PAGAMENTO DA FOLHA E O DESTINO E A
      *    CONTA DA EMPRESA (CONTRAPARTE DO DEBITO)
      *-----------------------------------------------------------------

               MOVE TAB-AGENCIA-FUNC(WRK-IDX-FUNC) TO REG-AGENCIA.
               MOVE TAB-CONTA-FUNC(WRK-IDX-FUNC)   TO REG-CONTA.
               MOVE TAB-GERENTE-FUNC(WRK-IDX-FUNC) TO REG-GERENTE.
               MOVE "C"                    TO REG-SINAL-LANCAM.
               MOVE TAB-VALOR-FUNC(WRK-IDX-FUNC)   TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-LANC          TO REG-DATA-LANCAM.
               MOVE "H"                    TO REG-TIPO-LANCAM.
               MOVE WRK-DATA-PAGTO         TO REG-DATA-REF-LANCAM.
               MOVE REG-AGENCIA-CNV        TO REG-AGENCIA-DEST.
               MOVE REG-CONTA-CNV          TO REG-CONTA-DEST.
               MOVE WRK-HISTORICO-LANC     TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-FOLHALAN              EQUAL '00'
                   ADD 1 TO ACU-LANCAMENTOS-GERADOS
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-FOLHALAN          TO WRK-STATUS-ERRO
                   MOVE '0276-WRITE-FOLHALAN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1                       TO ACU-QT-PAGOS.
               ADD TAB-VALOR-FUNC(WRK-IDX-FUNC) TO ACU-GRANA-PAGA.

       0276-CREDITA-FUNCIONARIO-FIM.           EXIT.
      *-----------------------------------------------------------------
       0280-DEBITA-EMPRESA                     SECTION.
      *-----------------------------------------------------------------
      *    DEBITO DO TOTAL A PAGAR NA CONTA DA EMPRESA, NUM REGISTRO
      *    SO (O 0260 RECUSA O TOTAL ACIMA DO MAIOR VALOR DO LANCAM)
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-CNV        TO REG-AGENCIA.
               MOVE REG-CONTA-CNV          TO REG-CONTA.
               MOVE WRK-GERENTE-EMPRESA    TO REG-GERENTE.
               MOVE "D"                    TO REG-SINAL-LANCAM.
               MOVE ACU-GRANA-VALIDA       TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-LANC          TO REG-DATA-LANCAM.
               MOVE "H"                    TO REG-TIPO-LANCAM.
               MOVE WRK-DATA-PAGTO         TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE WRK-HISTORICO-LANC     TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-FOLHALAN              EQUAL '00'
                   ADD 1 TO ACU-LANCAMENTOS-GERADOS
                   ADD 1 TO ACU-DEBITOS-EMPRESA
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-FOLHALAN          TO WRK-STATUS-ERRO
                   MOVE '0280-WRITE-FOLHALAN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0280-DEBITA-EMPRESA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0285-ATUALIZA-CONVENIO                  SECTION.
      *-----------------------------------------------------------------
      *    GUARDA O ARQUIVO ACEITO PARA IGNORAR A RELEITURA DELE (0180)
      *-----------------------------------------------------------------

               MOVE WRK-DATA-PAGTO    TO REG-ULT-PAGTO-CNV.
               MOVE WRK-TRAILER-QT    TO REG-ULT-QT-CNV.
               MOVE WRK-TRAILER-VALOR TO REG-ULT-VALOR-CNV.
               MOVE WRK-DATA-MOVTO    TO REG-DATA-ULT-PROC-CNV.
               REWRITE REG-CONVFOLHA.
               IF FS-CONVFOLHA             NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONVFOLHA         TO WRK-STATUS-ERRO
                   MOVE '0285-REWRITE-CONVFOLHA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0285-ATUALIZA-CONVENIO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0290-GRAVA-TRAILER-RET                  SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES              TO REG-RETFOLHA.
               MOVE "9"                 TO REG-TIPO-REG-RFO.
               MOVE ACU-QT-PAGOS        TO REG-QT-ACEITOS-RFO.
               MOVE ACU-GRANA-PAGA      TO REG-VALOR-ACEITO-RFO.
               MOVE ACU-QT-RECUSADOS    TO REG-QT-RECUSADOS-RFO.
               MOVE ACU-GRANA-RECUSADA  TO REG-VALOR-RECUSADO-RFO.
               PERFORM 0295-GRAVA-RETFOLHA.

       0290-GRAVA-TRAILER-RET-FIM.             EXIT.
      *-----------------------------------------------------------------
       0295-GRAVA-RETFOLHA                     SECTION.
      *-----------------------------------------------------------------

               WRITE REG-RETFOLHA.
               IF FS-RETFOLHA              NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RETFOLHA          TO WRK-STATUS-ERRO
                   MOVE '0295-WRITE-RETFOLHA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0295-GRAVA-RETFOLHA-FIM.                EXIT.
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
               CLOSE FOLHALAN.
               IF WRK-CONVFOLHA-ABERTO EQUAL 'S'
                   CLOSE CONVFOLHA
               END-IF.
               IF WRK-TITULARES-ABERTO EQUAL 'S'
                   CLOSE TITULARES
               END-IF.
               CLOSE SALDOS.
               CLOSE CONTAS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O FOLHALAN.
               IF FS-FOLHALAN EQUAL '00'
                   READ FOLHALAN
                   IF FS-FOLHALAN EQUAL '00'
                       MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE FOLHALAN
               END-IF.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>> FOLHA DE PAGAMENTO <<<<<<< "
               DISPLAY "CONVENIOS LIDOS..........:"
                   ACU-CONVENIOS-LIDOS.
               DISPLAY "FOLHAS RECEBIDAS.........:"
                   ACU-FOLHAS-LIDAS.
               DISPLAY "FOLHAS JA PROCESSADAS....:"
                   ACU-FOLHAS-IGNORADAS.
               DISPLAY "FOLHAS RECUSADAS.........:"
                   ACU-FOLHAS-RECUSADAS.
               DISPLAY "REGISTROS LIDOS..........:"
                   ACU-TOT-REGISTROS.
               DISPLAY "REGISTROS INVALIDOS......:"
                   ACU-TOT-INVALIDOS.
               MOVE ACU-TOT-GRANA-LIDA TO WRK-VALOR-ED.
               DISPLAY "FUNCIONARIOS NAS FOLHAS..:"
                   ACU-TOT-DETALHES " R$" WRK-VALOR-ED.
               MOVE ACU-TOT-GRANA-PAGA TO WRK-VALOR-ED.
               DISPLAY "ACEITOS PARA CREDITO.....:"
                   ACU-TOT-QT-PAGOS " R$" WRK-VALOR-ED.
               MOVE ACU-TOT-GRANA-RECUSADA TO WRK-VALOR-ED.
               DISPLAY "CREDITOS RECUSADOS.......:"
                   ACU-TOT-QT-RECUSADOS " R$" WRK-VALOR-ED.
               DISPLAY "DEBITOS DA EMPRESA.......:"
                   ACU-DEBITOS-EMPRESA.
               DISPLAY "LANCAMENTOS GERADOS......:"
                   ACU-LANCAMENTOS-GERADOS.

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
               MOVE ACU-TOT-DETALHES     TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0330-DEFINE-RETORNO.
               IF ACU-FOLHAS-RECUSADAS GREATER ZEROS
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

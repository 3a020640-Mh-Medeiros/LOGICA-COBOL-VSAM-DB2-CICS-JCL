       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGEMLC.
      *=================================================================
      * PROGRAMA   : PROGEMLC
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 27/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MOVIMENTACAO NOTURNA DOS EMPRESTIMOS PESSOAIS
      *              (KSDS EMPREST.TXT / PRESTACAO.TXT):
      *              - BAIXA DAS PARCELAS: O DEBITO DE PARCELA ENVIADO
      *                NA NOITE ANTERIOR QUE O PROGCALL DE HOJE
      *                EFETIVOU (GERACAO RELSAIDA DA DATA) DEIXA A
      *                PARCELA PAGA E ABATE A AMORTIZACAO DO SALDO
      *                DEVEDOR (CONTRATO QUITADO NA ULTIMA); O DEBITO
      *                REJEITADO (GERACAO REJEITADOS DA DATA) DEIXA A
      *                PARCELA VENCIDA E COBRA A MULTA UMA UNICA VEZ;
      *              - LIBERACAO: CONTRATO SOLICITADO (PROGEMPR) GERA O
      *                CREDITO DO PRINCIPAL NA CONTA E FICA ATIVO;
      *              - COBRANCA: PARCELA ABERTA COM VENCIMENTO ATE A
      *                DATA DE MOVIMENTO GERA O DEBITO DO VALOR DA
      *                PARCELA; PARCELA VENCIDA GERA NOVO DEBITO COM A
      *                MULTA E A MORA PRO RATA DIE DOS DIAS EM ATRASO.
      *              OS LANCAMENTOS SAO TIPO "L", NO LAYOUT DO LANCAM,
      *              COM CABECALHO E TRAILER DE CONTROLE (EMPRLAN.TXT),
      *              E ENTRAM NO CICLO NORMAL DO PROGCALL DA PROXIMA
      *              NOITE. O HISTORICO LEVA O CONTRATO E A PARCELA
      *              ("PARCELA EMPR SSS/NNN"), QUE LIGAM O RETORNO DO
      *              PROGCALL A PARCELA.
      *-----------------------------------------------------------------
      * OBSERVACAO.: RODA DEPOIS DO PROGCALL. SEM A GERACAO RELSAIDA OU
      *              REJEITADOS DA DATA AS PARCELAS ENVIADAS FICAM
      *              AGUARDANDO E O RUN TERMINA COM RETURN-CODE 4. CONTA
      *              FORA DO MASTER OU NAO ABERTA NAO GERA LANCAMENTO,
      *              FICA PARA A PROXIMA NOITE E TAMBEM DEIXA RC 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  EMPREST                I-O                  #BOOKEMPR
      *  PRESTACAO              I-O                  #BOOKPREST
      *  CONTAS                 I                    #BOOKCTAS
      *  RELSAIDA.D<DATA>       I                    #BOOKRELSAIDA
      *  REJEITADOS.D<DATA>     I                    #BOOKREJEIT
      *  EMPRLAN                O                    #BOOKLANCAM
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
           SELECT EMPREST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\EMPREST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-EMP
               FILE STATUS IS FS-EMPREST.
           SELECT PRESTACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PRESTACAO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-PRE
               FILE STATUS IS FS-PRESTACAO.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT REJEITADOS ASSIGN TO DYNAMIC WRK-NOME-REJEITADOS
               FILE STATUS IS FS-REJEITADOS.
           SELECT EMPRLAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\EMPRLAN.TXT"
               FILE STATUS IS FS-EMPRLAN.
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
      *      I-O -  CONTRATOS DE EMPRESTIMO PESSOAL (PROGEMPR)
      *                               LRECL = 096
      *-----------------------------------------------------------------
       FD  EMPREST.
       COPY "#BOOKEMPR".
      *-----------------------------------------------------------------
      *      I-O -  CRONOGRAMA DE PARCELAS DOS CONTRATOS (PROGEMPR)
      *                               LRECL = 117
      *-----------------------------------------------------------------
       FD  PRESTACAO.
       COPY "#BOOKPREST".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 059
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS EFETIVADOS DA DATA (PROGCALL)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS REJEITADOS DA DATA (PROGCALL)
      *                               LRECL = 195
      *-----------------------------------------------------------------
       FD  REJEITADOS.
       COPY "#BOOKREJEIT".
      *-----------------------------------------------------------------
      *     OUTPUT-  LANCAMENTOS DE LIBERACAO / PARCELA (LANCAM)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  EMPRLAN.
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
       01  FS-EMPREST                  PIC X(002)          VALUE SPACES.
       01  FS-PRESTACAO                PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-REJEITADOS               PIC X(002)          VALUE SPACES.
       01  FS-EMPRLAN                  PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
       01  WRK-PARM-MULTA              PIC 9(002)V9(002)   VALUE 2,00.
       01  WRK-PARM-MORA-MES           PIC 9(002)V9(002)   VALUE 1,00.
      *-----------------------------------------------------------------
       01  ACU-CONTRATOS-LIDOS         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PARCELAS-LIDAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PULADOS                 PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-GERACAO             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-LANCAMENTOS-GERADOS     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-LIBERADOS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-COBRADAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-RECOBRADAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-PAGAS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-DEVOLVIDAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-QUITADOS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-LIBERADA          PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-COBRADA           PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-PAGA              PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-ENCARGOS          PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CONTRATO / PARCELA EM PROCESSO =====".
      *-----------------------------------------------------------------
       01  WRK-EMPREST-ABERTO          PIC X(001)          VALUE "N".
       01  WRK-FIM-EMP                 PIC X(001)          VALUE "N".
       01  WRK-FIM-PRE                 PIC X(001)          VALUE "N".
       01  WRK-CONTA-ACHOU-MTR         PIC X(001)          VALUE "N".
       01  WRK-EMP-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-PRE-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-CHAVE-EMP-ANT           PIC X(013)          VALUE SPACES.
       01  WRK-DIAS-ATRASO             PIC S9(005)         VALUE ZEROS.
       01  WRK-VALOR-COBRAR            PIC 9(009)V99       VALUE ZEROS.
       01  WRK-VALOR-MAXIMO            PIC 9(007)V99       VALUE
               9999999,99.
      *-----------------------------------------------------------------
      *    HISTORICO DO LANCAMENTO: "PARCELA EMPR SSS/NNN" OU
      *    "CREDITO EMPR SSS/000" -- O RETORNO DO PROGCALL E LIGADO A
      *    PARCELA PELO CONTRATO (SSS) E PELO NUMERO DA PARCELA (NNN)
      *-----------------------------------------------------------------
       01  WRK-HISTORICO-LANC.
           05 WRK-HIST-TEXTO           PIC X(012)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACE.
           05 WRK-HIST-SEQ             PIC 9(003)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-HIST-PARCELA         PIC 9(003)          VALUE ZEROS.
       01  WRK-HISTORICO-RET.
           05 WRK-RET-TEXTO            PIC X(012)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACE.
           05 WRK-RET-SEQ              PIC X(003)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACE.
           05 WRK-RET-PARCELA          PIC X(003)          VALUE SPACES.
       01  WRK-RET-SEQ-NUM             PIC 9(003)          VALUE ZEROS.
       01  WRK-RET-PARCELA-NUM         PIC 9(003)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== LANCAMENTO DA CONTA CORRENTE =====".
      *-----------------------------------------------------------------
       01  WRK-VALOR-LANC              PIC 9(007)V99       VALUE ZEROS.
       01  WRK-SINAL-LANC              PIC X(001)          VALUE SPACES.
       01  WRK-AGENCIA-LANC            PIC 9(004)          VALUE ZEROS.
       01  WRK-CONTA-LANC              PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-NOME-REJEITADOS         PIC X(060)          VALUE SPACES.
       01  WRK-DATA-MOVTO-ED           PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-LANC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-CALC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGEMLC".
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
               PERFORM 0200-PROCESSAR-CONTRATO
                       UNTIL WRK-FIM-EMP EQUAL 'S'.
               PERFORM 0240-POSICIONA-PARCELAS.
               PERFORM 0250-PROCESSAR-PARCELA
                       UNTIL WRK-FIM-PRE EQUAL 'S'.
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
               OPEN OUTPUT EMPRLAN.
               IF FS-EMPRLAN                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-EMPRLAN           TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-EMPRLAN'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0150-GRAVA-CABECALHO.
               MOVE 'S' TO WRK-FIM-EMP.
               MOVE 'S' TO WRK-FIM-PRE.
               OPEN I-O EMPREST.
               IF FS-EMPREST                 EQUAL '35'
                   DISPLAY "SEM CONTRATOS DE EMPRESTIMO CADASTRADOS"
                   GO TO 0100-INICIAR-FIM
               END-IF.
               IF FS-EMPREST                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-EMPREST           TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-EMPREST'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN I-O PRESTACAO.
               IF FS-PRESTACAO               NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-PRESTACAO         TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-PRESTACAO' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE 'S' TO WRK-EMPREST-ABERTO.

               PERFORM 0160-RETORNO-PAGAS.
               PERFORM 0170-RETORNO-REJEITADAS.

               MOVE ZEROS TO REG-CHAVE-EMP.
               START EMPREST KEY NOT LESS REG-CHAVE-EMP.
               IF FS-EMPREST EQUAL '00'
                   MOVE 'N' TO WRK-FIM-EMP
                   PERFORM 0120-LEITURA
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------
      *    AS GERACOES DO PROGCALL SAO LIDAS PELA DATA DE MOVIMENTO;
      *    OS LANCAMENTOS SAEM DATADOS NO DIA UTIL
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
               DISPLAY "MOVIMENTANDO EMPRESTIMOS COM A DATA.:"
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

               READ EMPREST NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-EMP
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
       0160-RETORNO-PAGAS                      SECTION.
      *-----------------------------------------------------------------
      *    DEBITOS DE PARCELA EFETIVADOS PELO PROGCALL NA DATA
      *-----------------------------------------------------------------

               MOVE WRK-DATA-MOVTO TO WRK-DATA-MOVTO-ED.
               MOVE SPACES TO WRK-NOME-RELSAIDA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-MOVTO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE WRK-DATA-MOVTO     TO WRK-DATA-VGR.
               PERFORM 0165-VERIFICA-MANIFESTO.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                NOT EQUAL '00'
                   DISPLAY "ATENCAO: GERACAO RELSAIDA DA DATA NAO "
                       "ENCONTRADA -- PARCELAS ENVIADAS SEM BAIXA"
                   ADD 1 TO ACU-SEM-GERACAO
                   GO TO 0160-RETORNO-PAGAS-FIM
               END-IF.
               PERFORM 0161-LE-RELSAIDA
                       UNTIL FS-RELSAIDA NOT EQUAL '00'.
               CLOSE RELSAIDA.

       0160-RETORNO-PAGAS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0165-VERIFICA-MANIFESTO                 SECTION.
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

       0165-VERIFICA-MANIFESTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0161-LE-RELSAIDA                        SECTION.
      *-----------------------------------------------------------------

               READ RELSAIDA
               IF FS-RELSAIDA                EQUAL '00'
                   IF REG-TIPO-RELSAIDA      EQUAL "L" AND
                      REG-RELSAIDA-DEBITO
                       MOVE REG-HISTORICO-RELSAIDA TO
                            WRK-HISTORICO-RET
                       MOVE REG-AGENCIA-RELSAIDA   TO REG-AGENCIA-PRE
                       MOVE REG-CONTA-RELSAIDA     TO REG-CONTA-PRE
                       PERFORM 0180-LOCALIZA-PARCELA
                       IF WRK-PRE-ACHOU EQUAL 'S'
                           PERFORM 0162-BAIXA-PARCELA
                       END-IF
                   END-IF
               END-IF.

       0161-LE-RELSAIDA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0162-BAIXA-PARCELA                      SECTION.
      *-----------------------------------------------------------------
      *    PARCELA PAGA ABATE A AMORTIZACAO DO SALDO DEVEDOR; PAGA A
      *    ULTIMA, O CONTRATO ESTA QUITADO
      *-----------------------------------------------------------------

               IF NOT REG-PRE-AGUARDANDO
                   GO TO 0162-BAIXA-PARCELA-FIM
               END-IF.
               MOVE "P"                    TO REG-SITUACAO-PRE.
               MOVE REG-DATA-RELSAIDA      TO REG-DATA-PAGTO-PRE.
               PERFORM 0185-REGRAVA-PARCELA.
               ADD 1                       TO ACU-QT-PAGAS.
               ADD REG-LANCAMENTO-RELSAIDA TO ACU-GRANA-PAGA.

               PERFORM 0190-LOCALIZA-CONTRATO.
               IF WRK-EMP-ACHOU NOT EQUAL 'S'
                   GO TO 0162-BAIXA-PARCELA-FIM
               END-IF.
               ADD 1 TO REG-QT-PAGAS-EMP.
               IF REG-AMORTIZACAO-PRE LESS REG-SALDO-DEVEDOR-EMP
                   SUBTRACT REG-AMORTIZACAO-PRE
                       FROM REG-SALDO-DEVEDOR-EMP
               ELSE
                   MOVE ZEROS TO REG-SALDO-DEVEDOR-EMP
               END-IF.
               IF REG-QT-PAGAS-EMP NOT LESS REG-QT-PARCELAS-EMP
                   MOVE ZEROS TO REG-SALDO-DEVEDOR-EMP
                   MOVE "Q"   TO REG-SITUACAO-EMP
                   ADD 1      TO ACU-QT-QUITADOS
               END-IF.
               PERFORM 0195-REGRAVA-CONTRATO.

       0162-BAIXA-PARCELA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0170-RETORNO-REJEITADAS                 SECTION.
      *-----------------------------------------------------------------
      *    DEBITOS DE PARCELA QUE O PROGCALL REJEITOU NA DATA (SEM
      *    SALDO, CONTA BLOQUEADA...)
      *-----------------------------------------------------------------

               MOVE SPACES TO WRK-NOME-REJEITADOS.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\REJEITADOS.D"
                          DELIMITED BY SIZE
                      WRK-DATA-MOVTO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-REJEITADOS
               END-STRING.
               MOVE "REJEITAD"         TO WRK-TIPO-VGR.
               MOVE WRK-DATA-MOVTO     TO WRK-DATA-VGR.
               PERFORM 0165-VERIFICA-MANIFESTO.
               OPEN INPUT REJEITADOS.
               IF FS-REJEITADOS              NOT EQUAL '00'
                   DISPLAY "ATENCAO: GERACAO REJEITADOS DA DATA NAO "
                       "ENCONTRADA -- PARCELAS ENVIADAS SEM RETORNO"
                   ADD 1 TO ACU-SEM-GERACAO
                   GO TO 0170-RETORNO-REJEITADAS-FIM
               END-IF.
               PERFORM 0171-LE-REJEITADOS
                       UNTIL FS-REJEITADOS NOT EQUAL '00'.
               CLOSE REJEITADOS.

       0170-RETORNO-REJEITADAS-FIM.            EXIT.
      *-----------------------------------------------------------------
       0171-LE-REJEITADOS                      SECTION.
      *-----------------------------------------------------------------

               READ REJEITADOS
               IF FS-REJEITADOS              EQUAL '00'
                   IF REG-TIPO-LANCAM-REJ    EQUAL "L" AND
                      REG-SINAL-REJ          EQUAL "D"
                       MOVE REG-HISTORICO-REJ TO WRK-HISTORICO-RET
                       MOVE REG-AGENCIA-REJ   TO REG-AGENCIA-PRE
                       MOVE REG-CONTA-REJ     TO REG-CONTA-PRE
                       PERFORM 0180-LOCALIZA-PARCELA
                       IF WRK-PRE-ACHOU EQUAL 'S'
                           PERFORM 0172-DEVOLVE-PARCELA
                       END-IF
                   END-IF
               END-IF.

       0171-LE-REJEITADOS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0172-DEVOLVE-PARCELA                    SECTION.
      *-----------------------------------------------------------------
      *    DEBITO REJEITADO: A PARCELA FICA VENCIDA PARA NOVA COBRANCA
      *    E A MULTA E LANCADA NA PRIMEIRA DEVOLUCAO
      *-----------------------------------------------------------------

               IF NOT REG-PRE-AGUARDANDO
                   GO TO 0172-DEVOLVE-PARCELA-FIM
               END-IF.
               MOVE "V" TO REG-SITUACAO-PRE.
               ADD 1    TO REG-QT-TENTATIVAS-PRE.
               IF REG-MULTA-PRE EQUAL ZEROS
                   COMPUTE REG-MULTA-PRE ROUNDED =
                       REG-VALOR-PRE * WRK-PARM-MULTA / 100
               END-IF.
               PERFORM 0185-REGRAVA-PARCELA.
               ADD 1    TO ACU-QT-DEVOLVIDAS.

       0172-DEVOLVE-PARCELA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0180-LOCALIZA-PARCELA                   SECTION.
      *-----------------------------------------------------------------
      *    SO O HISTORICO "PARCELA EMPR SSS/NNN" E DEBITO DE PARCELA
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-PRE-ACHOU.
               IF WRK-RET-TEXTO NOT EQUAL "PARCELA EMPR" OR
                  WRK-RET-SEQ     IS NOT NUMERIC OR
                  WRK-RET-PARCELA IS NOT NUMERIC
                   GO TO 0180-LOCALIZA-PARCELA-FIM
               END-IF.
               MOVE WRK-RET-SEQ     TO WRK-RET-SEQ-NUM.
               MOVE WRK-RET-PARCELA TO WRK-RET-PARCELA-NUM.
               MOVE WRK-RET-SEQ-NUM     TO REG-SEQ-PRE.
               MOVE WRK-RET-PARCELA-NUM TO REG-NUM-PRE.
               READ PRESTACAO
                   INVALID KEY
                       DISPLAY "ATENCAO: PARCELA " REG-AGENCIA-PRE "/"
                           REG-CONTA-PRE "-" REG-SEQ-PRE "/"
                           REG-NUM-PRE " DO RETORNO NAO CADASTRADA"
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PRE-ACHOU
               END-READ.

       0180-LOCALIZA-PARCELA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0185-REGRAVA-PARCELA                    SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-PRESTACAO.
               IF FS-PRESTACAO             NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-PRESTACAO         TO WRK-STATUS-ERRO
                   MOVE '0185-REWRITE-PREST' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0185-REGRAVA-PARCELA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0190-LOCALIZA-CONTRATO                  SECTION.
      *-----------------------------------------------------------------
      *    CONTRATO DA PARCELA EM MAOS; SO RELE QUANDO MUDA A CHAVE
      *-----------------------------------------------------------------

               IF WRK-EMP-ACHOU EQUAL 'S' AND
                  REG-AGENCIA-EMP EQUAL REG-AGENCIA-PRE AND
                  REG-CONTA-EMP   EQUAL REG-CONTA-PRE   AND
                  REG-SEQ-EMP     EQUAL REG-SEQ-PRE
                   GO TO 0190-LOCALIZA-CONTRATO-FIM
               END-IF.
               MOVE 'N' TO WRK-EMP-ACHOU.
               MOVE REG-AGENCIA-PRE TO REG-AGENCIA-EMP.
               MOVE REG-CONTA-PRE   TO REG-CONTA-EMP.
               MOVE REG-SEQ-PRE     TO REG-SEQ-EMP.
               READ EMPREST
                   INVALID KEY
                       DISPLAY "ATENCAO: CONTRATO " REG-AGENCIA-EMP "/"
                           REG-CONTA-EMP "-" REG-SEQ-EMP
                           " DA PARCELA NAO CADASTRADO"
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-EMP-ACHOU
               END-READ.

       0190-LOCALIZA-CONTRATO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0195-REGRAVA-CONTRATO                   SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-EMPREST.
               IF FS-EMPREST               NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-EMPREST           TO WRK-STATUS-ERRO
                   MOVE '0195-REWRITE-EMPR'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0195-REGRAVA-CONTRATO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR-CONTRATO                 SECTION.
      *-----------------------------------------------------------------
      *    CONTRATO SOLICITADO: CREDITO DO PRINCIPAL NA CONTA
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CONTRATOS-LIDOS.
               IF REG-EMP-SOLICITADO
                   PERFORM 0210-LIBERA-CONTRATO
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-CONTRATO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0210-LIBERA-CONTRATO                    SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-EMP TO WRK-AGENCIA-LANC.
               MOVE REG-CONTA-EMP   TO WRK-CONTA-LANC.
               PERFORM 0215-LOCALIZA-CONTA.
               IF WRK-CONTA-ACHOU-MTR NOT EQUAL 'S' OR
                  NOT REG-CONTA-ABERTA
                   DISPLAY "ATENCAO: CONTRATO " REG-AGENCIA-EMP "/"
                       REG-CONTA-EMP "-" REG-SEQ-EMP " -- CONTA FORA "
                       "DO MASTER OU NAO ABERTA, LIBERACAO ADIADA"
                   ADD 1 TO ACU-PULADOS
                   GO TO 0210-LIBERA-CONTRATO-FIM
               END-IF.

               MOVE REG-PRINCIPAL-EMP      TO WRK-VALOR-LANC.
               MOVE "C"                    TO WRK-SINAL-LANC.
               MOVE "CREDITO EMPR"         TO WRK-HIST-TEXTO.
               MOVE REG-SEQ-EMP            TO WRK-HIST-SEQ.
               MOVE ZEROS                  TO WRK-HIST-PARCELA.
               PERFORM 0255-GRAVA-LANCAMENTO.

               MOVE "A"                    TO REG-SITUACAO-EMP.
               MOVE WRK-DATA-LANC          TO REG-DATA-LIBERACAO-EMP.
               PERFORM 0195-REGRAVA-CONTRATO.
               ADD 1                       TO ACU-QT-LIBERADOS.
               ADD REG-PRINCIPAL-EMP       TO ACU-GRANA-LIBERADA.

       0210-LIBERA-CONTRATO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0215-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-ACHOU-MTR.
               MOVE WRK-AGENCIA-LANC TO REG-AGENCIA-MTR.
               MOVE WRK-CONTA-LANC   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONTA-ACHOU-MTR
               END-READ.

       0215-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0240-POSICIONA-PARCELAS                 SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-EMP-ACHOU.
               IF WRK-EMPREST-ABERTO NOT EQUAL 'S'
                   GO TO 0240-POSICIONA-PARCELAS-FIM
               END-IF.
               MOVE ZEROS TO REG-CHAVE-PRE.
               START PRESTACAO KEY NOT LESS REG-CHAVE-PRE.
               IF FS-PRESTACAO EQUAL '00'
                   MOVE 'N' TO WRK-FIM-PRE
                   PERFORM 0245-LEITURA-PARCELA
               END-IF.

       0240-POSICIONA-PARCELAS-FIM.            EXIT.
      *-----------------------------------------------------------------
       0245-LEITURA-PARCELA                    SECTION.
      *-----------------------------------------------------------------

               READ PRESTACAO NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-PRE
               END-READ.

       0245-LEITURA-PARCELA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0250-PROCESSAR-PARCELA                  SECTION.
      *-----------------------------------------------------------------
      *    SO PARCELA DE CONTRATO ATIVO E COBRADA: ABERTA NO
      *    VENCIMENTO OU VENCIDA (DEVOLVIDA PELO PROGCALL)
      *-----------------------------------------------------------------

               ADD 1 TO ACU-PARCELAS-LIDAS.
               IF REG-PRE-VENCIDA OR
                  (REG-PRE-ABERTA AND
                   REG-DATA-VENCTO-PRE NOT GREATER WRK-DATA-MOVTO)
                   PERFORM 0190-LOCALIZA-CONTRATO
                   IF WRK-EMP-ACHOU EQUAL 'S' AND REG-EMP-ATIVO
                       PERFORM 0260-COBRA-PARCELA
                   END-IF
               END-IF.
               PERFORM 0245-LEITURA-PARCELA.

       0250-PROCESSAR-PARCELA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0255-GRAVA-LANCAMENTO                   SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-AGENCIA-LANC       TO REG-AGENCIA.
               MOVE WRK-CONTA-LANC         TO REG-CONTA.
               MOVE REG-GERENTE-MTR        TO REG-GERENTE.
               MOVE WRK-SINAL-LANC         TO REG-SINAL-LANCAM.
               MOVE WRK-VALOR-LANC         TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-LANC          TO REG-DATA-LANCAM.
               MOVE "L"                    TO REG-TIPO-LANCAM.
               MOVE ZEROS                  TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE WRK-HISTORICO-LANC     TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-EMPRLAN               EQUAL '00'
                   ADD 1 TO ACU-LANCAMENTOS-GERADOS
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-EMPRLAN           TO WRK-STATUS-ERRO
                   MOVE '0255-WRITE-EMPRLAN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0255-GRAVA-LANCAMENTO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0260-COBRA-PARCELA                      SECTION.
      *-----------------------------------------------------------------
      *    PARCELA VENCIDA: VALOR + MULTA + MORA DE 1% AO MES PRO RATA
      *    DIE (DIAS CORRIDOS DO VENCIMENTO ATE A DATA DE MOVIMENTO),
      *    RECALCULADA A CADA NOVA COBRANCA
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-PRE TO WRK-AGENCIA-LANC.
               MOVE REG-CONTA-PRE   TO WRK-CONTA-LANC.
               PERFORM 0215-LOCALIZA-CONTA.
               IF WRK-CONTA-ACHOU-MTR NOT EQUAL 'S' OR
                  NOT REG-CONTA-ABERTA
                   DISPLAY "ATENCAO: PARCELA " REG-AGENCIA-PRE "/"
                       REG-CONTA-PRE "-" REG-SEQ-PRE "/" REG-NUM-PRE
                       " -- CONTA FORA DO MASTER OU NAO ABERTA"
                   ADD 1 TO ACU-PULADOS
                   GO TO 0260-COBRA-PARCELA-FIM
               END-IF.

               IF REG-PRE-VENCIDA
                   COMPUTE WRK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO) -
                       FUNCTION INTEGER-OF-DATE(REG-DATA-VENCTO-PRE)
                   IF WRK-DIAS-ATRASO LESS ZEROS
                       MOVE ZEROS TO WRK-DIAS-ATRASO
                   END-IF
                   COMPUTE REG-MORA-PRE ROUNDED =
                       REG-VALOR-PRE * WRK-PARM-MORA-MES / 100 / 30 *
                       WRK-DIAS-ATRASO
                   COMPUTE WRK-VALOR-COBRAR =
                       REG-VALOR-PRE + REG-MULTA-PRE + REG-MORA-PRE
                   MOVE "R" TO REG-SITUACAO-PRE
                   ADD 1    TO ACU-QT-RECOBRADAS
                   COMPUTE ACU-GRANA-ENCARGOS =
                       ACU-GRANA-ENCARGOS + REG-MULTA-PRE +
                       REG-MORA-PRE
               ELSE
                   MOVE REG-VALOR-PRE TO WRK-VALOR-COBRAR
                   MOVE "E" TO REG-SITUACAO-PRE
                   ADD 1    TO ACU-QT-COBRADAS
               END-IF.
               IF WRK-VALOR-COBRAR GREATER WRK-VALOR-MAXIMO
                   MOVE WRK-VALOR-MAXIMO TO WRK-VALOR-COBRAR
               END-IF.

               MOVE WRK-VALOR-COBRAR       TO WRK-VALOR-LANC.
               MOVE "D"                    TO WRK-SINAL-LANC.
               MOVE "PARCELA EMPR"         TO WRK-HIST-TEXTO.
               MOVE REG-SEQ-PRE            TO WRK-HIST-SEQ.
               MOVE REG-NUM-PRE            TO WRK-HIST-PARCELA.
               PERFORM 0255-GRAVA-LANCAMENTO.

               MOVE WRK-DATA-LANC          TO REG-DATA-ENVIO-PRE.
               MOVE WRK-VALOR-COBRAR       TO REG-VALOR-ENVIADO-PRE.
               PERFORM 0185-REGRAVA-PARCELA.
               ADD WRK-VALOR-COBRAR        TO ACU-GRANA-COBRADA.

       0260-COBRA-PARCELA-FIM.                 EXIT.
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
               CLOSE EMPRLAN.
               IF WRK-EMPREST-ABERTO EQUAL 'S'
                   CLOSE EMPREST
                         PRESTACAO
               END-IF.
               CLOSE CONTAS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O EMPRLAN.
               IF FS-EMPRLAN EQUAL '00'
                   READ EMPRLAN
                   IF FS-EMPRLAN EQUAL '00'
                       MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE EMPRLAN
               END-IF.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>> MOVIMENTACAO DE EMPRESTIMOS <<<<<<< "
               DISPLAY "CONTRATOS LIDOS..........:"
                   ACU-CONTRATOS-LIDOS.
               DISPLAY "PARCELAS LIDAS...........:"
                   ACU-PARCELAS-LIDAS.
               DISPLAY "CONTA INVALIDA (ADIADOS).:"
                   ACU-PULADOS.
               DISPLAY "GERACOES NAO ENCONTRADAS.:"
                   ACU-SEM-GERACAO.
               DISPLAY "LANCAMENTOS GERADOS......:"
                   ACU-LANCAMENTOS-GERADOS.
               MOVE ACU-GRANA-PAGA TO WRK-VALOR-ED.
               DISPLAY "PARCELAS PAGAS (RETORNO).:"
                   ACU-QT-PAGAS " R$" WRK-VALOR-ED.
               DISPLAY "PARCELAS DEVOLVIDAS......:"
                   ACU-QT-DEVOLVIDAS.
               DISPLAY "CONTRATOS QUITADOS.......:"
                   ACU-QT-QUITADOS.
               MOVE ACU-GRANA-LIBERADA TO WRK-VALOR-ED.
               DISPLAY "CONTRATOS LIBERADOS......:"
                   ACU-QT-LIBERADOS " R$" WRK-VALOR-ED.
               DISPLAY "PARCELAS COBRADAS........:"
                   ACU-QT-COBRADAS.
               DISPLAY "PARCELAS RECOBRADAS......:"
                   ACU-QT-RECOBRADAS.
               MOVE ACU-GRANA-ENCARGOS TO WRK-VALOR-ED.
               DISPLAY "MULTA E MORA COBRADAS....:    R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-COBRADA TO WRK-VALOR-ED.
               DISPLAY "DEBITADO NAS CONTAS......:    R$" WRK-VALOR-ED.

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
               IF ACU-PULADOS + ACU-SEM-GERACAO GREATER ZEROS
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

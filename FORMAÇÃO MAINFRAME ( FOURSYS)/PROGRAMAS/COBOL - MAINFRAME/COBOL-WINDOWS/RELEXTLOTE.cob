      *              DO MASTER DE SALDOS (SALDO ATUAL MENOS O LIQUIDO
      *              DO MES) -- O FECHAMENTO DEIXA DE EXIGIR CENTENAS
      *              DE RODADAS MANUAIS DO RELEXTRATO.
      *              QUANDO O MOVIMENTO CONSOLIDADO DO MES (PROGMOVM)
      *              EXISTE E CONFERE (MODULO VERMVM), LE SO ELE.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  MOVMES                 I (DINAMICO)         #BOOKMOVMES
      *  SALDOS                 I                    #BOOKSALDO
      *  ACRCHESP               I                    #BOOKACRCE
      *  TITULARES              I                    #BOOKTITU
      *  EXTLOTE                O                    #BOOKEXTCAB
      *  AUDITORIA              O                    #BOOKAUDIT
      *  SORTWK01               SORT
      *  EXTMOV                 O / I (TRABALHO)
      *  EXTCTA                 O / I (TRABALHO)
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VERGER
      *              VERMVM
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 14 / 09 / 2026
      * OBJETIVO...: CADA EXTRATO FECHA COM O QUADRO DE PROVISAO DE
      *              JUROS DE CHEQUE ESPECIAL DA CONTA NO MES
      *              (ACRCHESP, GRAVADO PELO PROGCHESP)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 24 / 09 / 2026
      * OBJETIVO...: ABAIXO DO CABECALHO DE CADA EXTRATO, UMA LINHA
      *              PARA CADA TITULAR ATIVO DA CONTA (TITULARES.TXT,
      *              MANTIDO PELO PROGCTAS) COM NOME, CPF MASCARADO,
      *              PAPEL E REGRA DE ASSINATURA
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: ANTES DE LER CADA GERACAO DATADA CONFERE O
      *              MANIFESTO DE INTEGRIDADE (GERMANIF.TXT, MODULO
      *              VERGER): GERACAO QUE NAO CONFERE ABORTA A
      *              EXECUCAO; GERACAO ANTERIOR AO MANIFESTO SO E
      *              AVISADA
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: FIM DAS TABELAS DE 5000 MOVIMENTOS E 1000 CONTAS
      *              EM MEMORIA: OS MOVIMENTOS DO MES PASSAM POR UM
      *              SORT INTERNO (AGENCIA + CONTA + DATA) QUE GRAVA O
      *              ARQUIVO DE TRABALHO EXTMOV.TMP E UM RESUMO POR
      *              CONTA EM EXTCTA.TMP; O EXTRATO E EMITIDO LENDO OS
      *              DOIS EM SEQUENCIA, SEM LIMITE DE VOLUME. O SALDO
      *              ATUAL E LIDO DIRETO NO MASTER DE SALDOS PELA
      *              CHAVE. A PAGINA DE CONTROLE PASSA A CONFERIR OS
      *              MOVIMENTOS E TOTAIS LIDOS DAS GERACOES CONTRA OS
      *              IMPRESSOS (CONDITION CODE 8 SE DIVERGIREM)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: LE O MOVIMENTO CONSOLIDADO DO MES (MOVMES.M<MES>,
      *              GRAVADO PELO PROGMOVM) NO LUGAR DAS GERACOES
      *              DIARIAS QUANDO O MODULO VERMVM O DA COMO VALIDO;
      *              AUSENTE, DESATUALIZADO OU DIVERGENTE, VOLTA A
      *              VARRER AS GERACOES DO CATALOGO COMO ANTES
      *=================================================================


               FILE STATUS IS FS-GERACOES.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT MOVMES ASSIGN TO DYNAMIC WRK-NOME-VMV
               FILE STATUS IS FS-MOVMES.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT ACRCHESP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ACRCHESP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ACRCE
               FILE STATUS IS FS-ACRCHESP.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT EXTLOTE ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\EXTLOTE.TXT"
               FILE STATUS IS FS-EXTLOTE.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".
           SELECT EXTMOV ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\EXTMOV.TMP"
               FILE STATUS IS FS-EXTMOV.
           SELECT EXTCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\EXTCTA.TMP"
               FILE STATUS IS FS-EXTCTA.

      *=================================================================
       DATA                                    DIVISION.
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
       FD  MOVMES.
       COPY "#BOOKMOVMES".
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
       FD  ACRCHESP.
       COPY "#BOOKACRCE".
      *-----------------------------------------------------------------
       FD  TITULARES.
       COPY "#BOOKTITU".
      *-----------------------------------------------------------------
       FD  EXTLOTE.
       01  REG-EXTLOTE                 PIC X(100).
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
      *-----------------------------------------------------------------
      *    SORT WORK - MOVIMENTOS DO MES POR AGENCIA + CONTA + DATA
      *    (SEQUENCIA DE LEITURA PRESERVA A ORDEM DENTRO DO DIA)
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-AGENCIA-SRT          PIC 9(004).
           05 REG-CONTA-SRT            PIC 9(006).
           05 REG-DATA-SRT             PIC 9(008).
           05 REG-SEQ-SRT              PIC 9(009).
           05 REG-TIPO-SRT             PIC X(001).
           05 REG-SINAL-SRT            PIC X(001).
           05 REG-VALOR-SRT            PIC 9(007)V99.
           05 REG-HISTORICO-SRT        PIC X(020).
      *-----------------------------------------------------------------
      *    TRABALHO - MOVIMENTOS ORDENADOS          LRECL = 058
      *-----------------------------------------------------------------
       FD  EXTMOV.
       01  REG-EXTMOV.
           05 REG-AGENCIA-EXTM         PIC 9(004).
           05 REG-CONTA-EXTM           PIC 9(006).
           05 REG-DATA-EXTM            PIC 9(008).
           05 REG-SEQ-EXTM             PIC 9(009).
           05 REG-TIPO-EXTM            PIC X(001).
           05 REG-SINAL-EXTM           PIC X(001).
           05 REG-VALOR-EXTM           PIC 9(007)V99.
           05 REG-HISTORICO-EXTM       PIC X(020).
      *-----------------------------------------------------------------
      *    TRABALHO - RESUMO POR CONTA, NA MESMA ORDEM DO EXTMOV
      *                                             LRECL = 041
      *-----------------------------------------------------------------
       FD  EXTCTA.
       01  REG-EXTCTA.
           05 REG-AGENCIA-EXTC         PIC 9(004).
           05 REG-CONTA-EXTC           PIC 9(006).
           05 REG-DEBITOS-EXTC         PIC 9(010)V99.
           05 REG-CREDITOS-EXTC        PIC 9(010)V99.
           05 REG-QT-MOV-EXTC          PIC 9(007).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-MOVMES                   PIC X(002)          VALUE SPACES.
       01  WRK-USA-CONSOLIDADO         PIC X(001)          VALUE "N".
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-EXTLOTE                  PIC X(002)          VALUE SPACES.
       01  FS-ACRCHESP                 PIC X(002)          VALUE SPACES.
       01  WRK-TEM-PROVISAO            PIC X(001)          VALUE "N".
       01  FS-TITULARES                PIC X(002)          VALUE SPACES.
       01  WRK-TEM-TITULARES           PIC X(001)          VALUE "N".
       01  WRK-QT-TIT-CONTA            PIC 9(003)    COMP-3 VALUE ZEROS.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-EXTMOV                   PIC X(002)          VALUE SPACES.
       01  FS-EXTCTA                   PIC X(002)          VALUE SPACES.
       01  WRK-TEM-SALDOS              PIC X(001)          VALUE "N".
       01  WRK-FIM-SORT                PIC X(001)          VALUE "N".
       01  WRK-GERACAO-DIVERGE         PIC X(001)          VALUE "N".
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GER-ED             PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-GERACOES-LIDAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-IMPRESSAS        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-MES              PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-TOT-DEBITOS             PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOT-CREDITOS            PIC 9(012)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DE CONTROLE: O QUE SAIU DO SORT E O QUE FOI IMPRESSO
      *    PRECISAM BATER COM O QUE FOI LIDO DAS GERACOES
      *-----------------------------------------------------------------
       01  ACU-MOVTOS-ORDENADOS        PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-IMPRESSOS        PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-DEB-IMPRESSOS           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-CRED-IMPRESSOS          PIC 9(012)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    QUEBRA POR CONTA NA SAIDA DO SORT
      *-----------------------------------------------------------------
       01  WRK-CHAVE-ANT.
           05 WRK-AGENCIA-ANT          PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-ANT            PIC 9(006)          VALUE ZEROS.
       01  WRK-CHAVE-SRT.
           05 WRK-AGENCIA-CHV-SRT      PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-CHV-SRT        PIC 9(006)          VALUE ZEROS.
       01  WRK-DEB-CONTA               PIC 9(010)V99 COMP-3 VALUE ZEROS.
       01  WRK-CRED-CONTA              PIC 9(010)V99 COMP-3 VALUE ZEROS.
       01  WRK-QT-SRT-CONTA            PIC 9(007)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-SALDO-ATUAL             PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-SALDO-ANTERIOR          PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-SALDO-CORRENTE          PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-QT-MOV-CONTA            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  WRK-TOT-CONTA               PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-TOT-PROVISAO            PIC 9(009)V9(006) COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DET-EXTRATO.
           05 WRK-DET-DATA             PIC 9(008)          VALUE ZEROS.
       01  WRK-LIN-CONTROLE2.
           05 FILLER                   PIC X(020)          VALUE
               "CONTAS IMPRESSAS...:".
           05 WRK-CTL-CONTAS-ED        PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(051)          VALUE SPACES.
       01  WRK-LIN-CONTROLE3.
           05 FILLER                   PIC X(020)          VALUE
               "MOVIMENTOS DO MES..:".
           05 WRK-CTL-MOVTOS-ED        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(049)          VALUE SPACES.
       01  WRK-LIN-CONTROLE4.
           05 FILLER                   PIC X(020)          VALUE
               "TOTAL DE DEBITOS...:".
               "TOTAL DE CREDITOS..:".
           05 WRK-CTL-CRED-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(043)          VALUE SPACES.
       01  WRK-LIN-CONTROLE6.
           05 FILLER                   PIC X(020)          VALUE
               "MOVTOS IMPRESSOS...:".
           05 WRK-CTL-IMPRESSOS-ED     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(049)          VALUE SPACES.
       01  WRK-LIN-CONTROLE7.
           05 FILLER                   PIC X(020)          VALUE
               "CONFERENCIA........:".
           05 WRK-CTL-CONFERENCIA      PIC X(060)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       COPY "#BOOKEXTCAB".
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       COPY "#BOOKVERGER".
       COPY "#BOOKVERMVM".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "* FIM DA WORKING *".
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-ORDENA-MOVIMENTOS.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

               IF WRK-PARM-MES EQUAL ZEROS
                   MOVE WRK-DATA-EXEC(1:6) TO WRK-PARM-MES
               END-IF.
               PERFORM 0105-VERIFICA-CONSOLIDADO.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    MOVIMENTO CONSOLIDADO DO MES: SO E USADO SE O VERMVM
      *    CONFIRMAR QUE ELE AINDA REPRESENTA AS GERACOES DO CATALOGO
      *-----------------------------------------------------------------
       0105-VERIFICA-CONSOLIDADO               SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-PARM-MES       TO WRK-MES-VMV.
               MOVE WRK-PROGRAMA-EXEC  TO WRK-PROGRAMA-VMV.
               CALL WRK-MODULO-VERMVM USING WRK-VERMVM.
               EVALUATE TRUE
                   WHEN WRK-VMV-OK
                       OPEN INPUT MOVMES
                       IF FS-MOVMES          EQUAL '00'
                           MOVE "S" TO WRK-USA-CONSOLIDADO
                           MOVE WRK-QT-GER-ACEITO-VMV TO
                               ACU-GERACOES-LIDAS
                           DISPLAY "LENDO O MOVIMENTO CONSOLIDADO: "
                               WRK-NOME-VMV
                       END-IF
                   WHEN WRK-VMV-AUSENTE
                       DISPLAY "MOVIMENTO CONSOLIDADO DO MES AUSENTE "
                           "-- LENDO AS GERACOES DIARIAS"
                   WHEN WRK-VMV-DESATUALIZADO
                       DISPLAY "ATENCAO: MOVIMENTO CONSOLIDADO DO MES "
                           "DESATUALIZADO (RODAR O PROGMOVM) -- LENDO "
                           "AS GERACOES DIARIAS"
                   WHEN OTHER
                       DISPLAY "ATENCAO: MOVIMENTO CONSOLIDADO DO MES "
                           "NAO CONFERE COM O TRAILER -- LENDO AS "
                           "GERACOES DIARIAS"
               END-EVALUATE.
               IF WRK-USA-CONSOLIDADO EQUAL "N"
                   MOVE '10' TO FS-MOVMES
               END-IF.

       0105-VERIFICA-CONSOLIDADO-FIM.          EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    ORDENA OS MOVIMENTOS DO MES POR AGENCIA + CONTA + DATA E
      *    GRAVA OS ARQUIVOS DE TRABALHO DO EXTRATO
      *-----------------------------------------------------------------
       0200-ORDENA-MOVIMENTOS                  SECTION.
      *-----------------------------------------------------------------

               SORT SORTWK01
                   ON ASCENDING KEY REG-AGENCIA-SRT
                                    REG-CONTA-SRT
                                    REG-DATA-SRT
                                    REG-SEQ-SRT
                   INPUT PROCEDURE  0210-SELECIONA-MOVIMENTOS
                   OUTPUT PROCEDURE 0250-GRAVA-TRABALHO.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   DISPLAY "EXECUCAO ABORTADA -- GERACAO ALTERADA OU "
                       "TRUNCADA DEPOIS DE GRAVADA"
                   MOVE "GERACAO DIVERGE DO MANIFESTO" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF SORT-RETURN NOT EQUAL ZEROS
                   MOVE "ERRO NO SORT DOS MOVIMENTOS DO MES" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0200-ORDENA-MOVIMENTOS-FIM.             EXIT.
      *-----------------------------------------------------------------
       0210-SELECIONA-MOVIMENTOS               SECTION.
      *-----------------------------------------------------------------

               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   PERFORM 0240-LE-CONSOLIDADO
                           UNTIL FS-MOVMES NOT EQUAL '00'
                   CLOSE MOVMES
                   GO TO 0210-SELECIONA-MOVIMENTOS-FIM
               END-IF.
               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "CATALOGO DE GERACOES AUSENTE -- NADA A "
                       "IMPRIMIR"
                   GO TO 0210-SELECIONA-MOVIMENTOS-FIM
               END-IF.
               PERFORM 0120-LEITURA.
               PERFORM 0215-TRATA-GERACAO
                       UNTIL FS-GERACOES NOT EQUAL '00'.
               CLOSE GERACOES.

       0210-SELECIONA-MOVIMENTOS-FIM.          EXIT.
      *-----------------------------------------------------------------
       0215-TRATA-GERACAO                      SECTION.
      *-----------------------------------------------------------------

               IF REG-TIPO-GER EQUAL "RELSAIDA" AND
                  REG-DATA-GER(1:6) EQUAL WRK-PARM-MES
                   ADD 1 TO ACU-GERACOES-LIDAS
                   PERFORM 0220-VARRE-GERACAO
               END-IF.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   MOVE '10' TO FS-GERACOES
               ELSE
                   PERFORM 0120-LEITURA
               END-IF.

       0215-TRATA-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0220-VARRE-GERACAO                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-GER TO WRK-DATA-GER-ED.
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               PERFORM 0225-VERIFICA-MANIFESTO.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   GO TO 0220-VARRE-GERACAO-FIM
               END-IF.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                EQUAL '00'
                   PERFORM 0230-LE-MOVIMENTO
                           UNTIL FS-RELSAIDA NOT EQUAL '00'
                   CLOSE RELSAIDA
               ELSE
                       " DO CATALOGO NAO ENCONTRADA (EXPURGADA?)"
               END-IF.

       0220-VARRE-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0225-VERIFICA-MANIFESTO                 SECTION.
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
                   MOVE "S" TO WRK-GERACAO-DIVERGE
               END-IF.

       0225-VERIFICA-MANIFESTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0230-LE-MOVIMENTO                       SECTION.
      *-----------------------------------------------------------------

               READ RELSAIDA
                       MOVE '10' TO FS-RELSAIDA
                   NOT AT END
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                           PERFORM 0235-LIBERA-MOVIMENTO
                       END-IF
               END-READ.

       0230-LE-MOVIMENTO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0235-LIBERA-MOVIMENTO                   SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-MOVTOS-MES.
               MOVE REG-AGENCIA-RELSAIDA    TO REG-AGENCIA-SRT.
               MOVE REG-CONTA-RELSAIDA      TO REG-CONTA-SRT.
               MOVE REG-DATA-RELSAIDA       TO REG-DATA-SRT.
               MOVE ACU-MOVTOS-MES          TO REG-SEQ-SRT.
               MOVE REG-TIPO-RELSAIDA       TO REG-TIPO-SRT.
               MOVE REG-SINAL-RELSAIDA      TO REG-SINAL-SRT.
               MOVE REG-LANCAMENTO-RELSAIDA TO REG-VALOR-SRT.
               MOVE REG-HISTORICO-RELSAIDA  TO REG-HISTORICO-SRT.
               RELEASE REG-SORTWK01.
               IF REG-RELSAIDA-DEBITO
                   ADD REG-LANCAMENTO-RELSAIDA TO ACU-TOT-DEBITOS
               ELSE
                   ADD REG-LANCAMENTO-RELSAIDA TO ACU-TOT-CREDITOS
               END-IF.

       0235-LIBERA-MOVIMENTO-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    CONSOLIDADO: CABECALHO, TRAILER E REJEITADOS SAO IGNORADOS;
      *    CADA ACEITO VOLTA AO LAYOUT DO RELSAIDA
      *-----------------------------------------------------------------
       0240-LE-CONSOLIDADO                     SECTION.
      *-----------------------------------------------------------------

               READ MOVMES
                   AT END
                       MOVE '10' TO FS-MOVMES
                   NOT AT END
                       IF REG-MVM-ACEITO
                           MOVE REG-DADOS-MVM TO REG-RELSAIDA
                           PERFORM 0235-LIBERA-MOVIMENTO
                       END-IF
               END-READ.

       0240-LE-CONSOLIDADO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    SAIDA DO SORT: CADA MOVIMENTO VAI PARA O EXTMOV E, A CADA
      *    QUEBRA DE AGENCIA + CONTA, O RESUMO DA CONTA VAI PARA O
      *    EXTCTA (O SALDO ANTERIOR DEPENDE DO LIQUIDO DO MES INTEIRO
      *    DA CONTA ANTES DE O PRIMEIRO MOVIMENTO SER IMPRESSO)
      *-----------------------------------------------------------------
       0250-GRAVA-TRABALHO                     SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT EXTMOV.
               IF FS-EXTMOV                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-EXTMOV            TO WRK-STATUS-ERRO
                   MOVE '0250-ABRE-EXTMOV'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT EXTCTA.
               IF FS-EXTCTA                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-EXTCTA            TO WRK-STATUS-ERRO
                   MOVE '0250-ABRE-EXTCTA'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0255-RETORNA-MOVIMENTO.
               IF WRK-FIM-SORT EQUAL "N"
                   PERFORM 0260-INICIA-CONTA
               END-IF.
               PERFORM 0265-GRAVA-MOVIMENTO
                       UNTIL WRK-FIM-SORT EQUAL "S".
               IF ACU-MOVTOS-ORDENADOS GREATER ZEROS
                   PERFORM 0270-GRAVA-RESUMO-CONTA
               END-IF.
               CLOSE EXTMOV.
               CLOSE EXTCTA.

       0250-GRAVA-TRABALHO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0255-RETORNA-MOVIMENTO                  SECTION.
      *-----------------------------------------------------------------

               RETURN SORTWK01
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       MOVE REG-AGENCIA-SRT TO WRK-AGENCIA-CHV-SRT
                       MOVE REG-CONTA-SRT   TO WRK-CONTA-CHV-SRT
               END-RETURN.

       0255-RETORNA-MOVIMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0260-INICIA-CONTA                       SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-CHAVE-SRT TO WRK-CHAVE-ANT.
               MOVE ZEROS         TO WRK-DEB-CONTA.
               MOVE ZEROS         TO WRK-CRED-CONTA.
               MOVE ZEROS         TO WRK-QT-SRT-CONTA.

       0260-INICIA-CONTA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0265-GRAVA-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-CHAVE-SRT NOT EQUAL WRK-CHAVE-ANT
                   PERFORM 0270-GRAVA-RESUMO-CONTA
                   PERFORM 0260-INICIA-CONTA
               END-IF.
               MOVE REG-SORTWK01 TO REG-EXTMOV.
               WRITE REG-EXTMOV.
               ADD 1 TO ACU-MOVTOS-ORDENADOS.
               ADD 1 TO WRK-QT-SRT-CONTA.
               IF REG-SINAL-SRT EQUAL 'D'
                   ADD REG-VALOR-SRT TO WRK-DEB-CONTA
               ELSE
                   ADD REG-VALOR-SRT TO WRK-CRED-CONTA
               END-IF.
               PERFORM 0255-RETORNA-MOVIMENTO.

       0265-GRAVA-MOVIMENTO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0270-GRAVA-RESUMO-CONTA                 SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-AGENCIA-ANT  TO REG-AGENCIA-EXTC.
               MOVE WRK-CONTA-ANT    TO REG-CONTA-EXTC.
               MOVE WRK-DEB-CONTA    TO REG-DEBITOS-EXTC.
               MOVE WRK-CRED-CONTA   TO REG-CREDITOS-EXTC.
               MOVE WRK-QT-SRT-CONTA TO REG-QT-MOV-EXTC.
               WRITE REG-EXTCTA.

       0270-GRAVA-RESUMO-CONTA-FIM.            EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-ABRE-ARQUIVOS.
               OPEN INPUT SALDOS.
               IF FS-SALDOS                  EQUAL '00'
                   MOVE "S" TO WRK-TEM-SALDOS
               ELSE
                   DISPLAY "ATENCAO: MASTER DE SALDOS AUSENTE -- "
                       "SALDO ANTERIOR ASSUMIDO ZERO"
               END-IF.
               OPEN INPUT EXTCTA.
               IF FS-EXTCTA                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-EXTCTA            TO WRK-STATUS-ERRO
                   MOVE '0305-ABRE-EXTCTA'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT EXTMOV.
               IF FS-EXTMOV                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-EXTMOV            TO WRK-STATUS-ERRO
                   MOVE '0305-ABRE-EXTMOV'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0310-IMPRIME-EXTRATOS.
               OPEN OUTPUT EXTLOTE.
                   MOVE '0310-ABRE-EXTLOTE'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT ACRCHESP.
               IF FS-ACRCHESP EQUAL '00'
                   MOVE "S" TO WRK-TEM-PROVISAO
               END-IF.
               OPEN INPUT TITULARES.
               IF FS-TITULARES EQUAL '00'
                   MOVE "S" TO WRK-TEM-TITULARES
               END-IF.
               PERFORM 0341-LE-EXTMOV.
               PERFORM 0340-LE-EXTCTA.
               PERFORM 0350-EXTRATO-DA-CONTA
                       UNTIL FS-EXTCTA NOT EQUAL '00'.
               IF WRK-TEM-PROVISAO EQUAL "S"
                   CLOSE ACRCHESP
               END-IF.
               IF WRK-TEM-TITULARES EQUAL "S"
                   CLOSE TITULARES
               END-IF.
               IF WRK-TEM-SALDOS EQUAL "S"
                   CLOSE SALDOS
               END-IF.
               CLOSE EXTCTA.
               CLOSE EXTMOV.

       0315-PAGINA-CONTROLE.
               MOVE WRK-LIN-CONTROLE1 TO REG-EXTLOTE.
               MOVE ACU-TOT-CREDITOS TO WRK-CTL-CRED-ED.
               MOVE WRK-LIN-CONTROLE5 TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               MOVE ACU-MOVTOS-IMPRESSOS TO WRK-CTL-IMPRESSOS-ED.
               MOVE WRK-LIN-CONTROLE6 TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               IF ACU-MOVTOS-ORDENADOS EQUAL ACU-MOVTOS-MES AND
                  ACU-MOVTOS-IMPRESSOS EQUAL ACU-MOVTOS-MES AND
                  ACU-DEB-IMPRESSOS    EQUAL ACU-TOT-DEBITOS AND
                  ACU-CRED-IMPRESSOS   EQUAL ACU-TOT-CREDITOS
                   MOVE "OK - LIDOS = ORDENADOS = IMPRESSOS"
                       TO WRK-CTL-CONFERENCIA
               ELSE
                   MOVE "DIVERGENTE - MOVIMENTOS PERDIDOS NO LOTE"
                       TO WRK-CTL-CONFERENCIA
                   MOVE 8 TO RETURN-CODE
               END-IF.
               MOVE WRK-LIN-CONTROLE7 TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               CLOSE EXTLOTE.

       0320-ESTATISTICA.
               DISPLAY " >>>>>>>> EXTRATO EM LOTE <<<<<<<<< "
               DISPLAY "GERACOES DO MES VARRIDAS....:"
                   ACU-GERACOES-LIDAS.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:CONSOLIDADO"
               ELSE
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:GERACOES"
               END-IF.
               DISPLAY "MOVIMENTOS DO MES...........:" ACU-MOVTOS-MES.
               DISPLAY "MOVIMENTOS ORDENADOS........:"
                   ACU-MOVTOS-ORDENADOS.
               DISPLAY "MOVIMENTOS IMPRESSOS........:"
                   ACU-MOVTOS-IMPRESSOS.
               DISPLAY "CONTAS IMPRESSAS............:"
                   ACU-CONTAS-IMPRESSAS.
               DISPLAY "CONFERENCIA.................:"
                   WRK-CTL-CONFERENCIA.

       0325-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0340-LE-EXTCTA                          SECTION.
      *-----------------------------------------------------------------

               READ EXTCTA
                   AT END
                       MOVE '10' TO FS-EXTCTA
               END-READ.

       0340-LE-EXTCTA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0341-LE-EXTMOV                          SECTION.
      *-----------------------------------------------------------------

               READ EXTMOV
                   AT END
                       MOVE '10' TO FS-EXTMOV
               END-READ.

       0341-LE-EXTMOV-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0345-LE-SALDO-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-SALDO-ATUAL.
               IF WRK-TEM-SALDOS EQUAL "S"
                   MOVE REG-AGENCIA-EXTC TO REG-AGENCIA-SALDO
                   MOVE REG-CONTA-EXTC   TO REG-CONTA-SALDO
                   READ SALDOS
                       INVALID KEY
                           MOVE ZEROS TO WRK-SALDO-ATUAL
                       NOT INVALID KEY
                           MOVE REG-SALDO-ATUAL TO WRK-SALDO-ATUAL
                   END-READ
               END-IF.

       0345-LE-SALDO-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0350-EXTRATO-DA-CONTA                   SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CONTAS-IMPRESSAS.
               PERFORM 0345-LE-SALDO-CONTA.
               COMPUTE WRK-SALDO-ANTERIOR =
                   WRK-SALDO-ATUAL -
                   REG-CREDITOS-EXTC +
                   REG-DEBITOS-EXTC.
               MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-CORRENTE.
               MOVE ZEROS TO WRK-QT-MOV-CONTA.
               MOVE ZEROS TO WRK-TOT-CONTA.

               MOVE REG-AGENCIA-EXTC TO WRK-EXT-CAB-AGENCIA.
               MOVE REG-CONTA-EXTC   TO WRK-EXT-CAB-CONTA.
               MOVE WRK-PARM-MES TO WRK-EXT-CAB-DATA-INI(1:6).
               MOVE 01           TO WRK-EXT-CAB-DATA-INI(7:2).
               MOVE WRK-PARM-MES TO WRK-EXT-CAB-DATA-FIM(1:6).
               WRITE REG-EXTLOTE.
               MOVE WRK-EXT-CABEC4 TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               PERFORM 0355-IMP-TITULARES.

               MOVE "SALDO ANTERIOR...." TO WRK-EXT-SALDO-TITULO.
               MOVE WRK-SALDO-ANTERIOR  TO WRK-EXT-SALDO-ED.
               WRITE REG-EXTLOTE.

               PERFORM 0360-IMPRIME-MOVIMENTO
                       UNTIL FS-EXTMOV NOT EQUAL '00'
                          OR REG-AGENCIA-EXTM NOT EQUAL
                                 REG-AGENCIA-EXTC
                          OR REG-CONTA-EXTM NOT EQUAL REG-CONTA-EXTC.

               MOVE WRK-QT-MOV-CONTA TO WRK-EXT-QT-PAG-ED.
               MOVE WRK-TOT-CONTA    TO WRK-EXT-TOT-PAG-ED.
               MOVE WRK-SALDO-CORRENTE  TO WRK-EXT-SALDO-ED.
               MOVE WRK-EXT-LINHA-SALDO TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               IF WRK-TEM-PROVISAO EQUAL "S"
                   PERFORM 0370-IMP-PROVISOES
               END-IF.
               MOVE SPACES TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               PERFORM 0340-LE-EXTCTA.

       0350-EXTRATO-DA-CONTA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0355-IMP-TITULARES                      SECTION.
      *-----------------------------------------------------------------
      *    TITULARES ATIVOS DA CONTA, PELA CHAVE AGENCIA + CONTA
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-QT-TIT-CONTA.
               IF WRK-TEM-TITULARES EQUAL "S"
                   MOVE REG-AGENCIA-EXTC TO REG-AGENCIA-TIT
                   MOVE REG-CONTA-EXTC   TO REG-CONTA-TIT
                   MOVE ZEROS            TO REG-SEQ-TIT
                   MOVE '00' TO FS-TITULARES
                   START TITULARES KEY IS NOT LESS REG-CHAVE-TIT
                       INVALID KEY
                           MOVE '10' TO FS-TITULARES
                   END-START
                   IF FS-TITULARES EQUAL '00'
                       PERFORM 0356-LE-TITULAR
                       PERFORM 0357-IMP-TITULAR
                               UNTIL FS-TITULARES NOT EQUAL '00'
                   END-IF
               END-IF.
               IF WRK-QT-TIT-CONTA EQUAL ZEROS
                   MOVE WRK-EXT-SEM-TITULAR TO REG-EXTLOTE
                   WRITE REG-EXTLOTE
               END-IF.

       0355-IMP-TITULARES-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0356-LE-TITULAR                         SECTION.
      *-----------------------------------------------------------------

               READ TITULARES NEXT
                   AT END
                       MOVE '10' TO FS-TITULARES
               END-READ.
               IF FS-TITULARES EQUAL '00'
                   IF REG-AGENCIA-TIT NOT EQUAL REG-AGENCIA-EXTC OR
                      REG-CONTA-TIT NOT EQUAL REG-CONTA-EXTC
                       MOVE '10' TO FS-TITULARES
                   END-IF
               END-IF.

       0356-LE-TITULAR-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0357-IMP-TITULAR                        SECTION.
      *-----------------------------------------------------------------

               IF REG-TIT-ATIVO
                   MOVE REG-NOME-TIT TO WRK-EXT-TIT-NOME
                   MOVE REG-CPF-TIT  TO WRK-EXT-TIT-CPF-NUM
                   MOVE WRK-EXT-TIT-CPF-MEIO1 TO WRK-EXT-TIT-CPF-ED1
                   MOVE WRK-EXT-TIT-CPF-MEIO2 TO WRK-EXT-TIT-CPF-ED2
                   IF REG-TIT-PRINCIPAL
                       MOVE "PRINCIPAL"  TO WRK-EXT-TIT-PAPEL
                   ELSE
                       MOVE "SECUNDARIO" TO WRK-EXT-TIT-PAPEL
                   END-IF
                   IF REG-TIT-ASSIN-CONJUNTA
                       MOVE "ASSINA EM CONJUNTO" TO WRK-EXT-TIT-REGRA
                   ELSE
                       MOVE "ASSINA ISOLADO"     TO WRK-EXT-TIT-REGRA
                   END-IF
                   MOVE WRK-EXT-LINHA-TITULAR TO REG-EXTLOTE
                   WRITE REG-EXTLOTE
                   ADD 1 TO WRK-QT-TIT-CONTA
               END-IF.
               PERFORM 0356-LE-TITULAR.

       0357-IMP-TITULAR-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0360-IMPRIME-MOVIMENTO                  SECTION.
      *-----------------------------------------------------------------

               IF REG-SINAL-EXTM EQUAL 'D'
                   SUBTRACT REG-VALOR-EXTM FROM WRK-SALDO-CORRENTE
                   SUBTRACT REG-VALOR-EXTM FROM WRK-TOT-CONTA
                   ADD REG-VALOR-EXTM TO ACU-DEB-IMPRESSOS
               ELSE
                   ADD REG-VALOR-EXTM TO WRK-SALDO-CORRENTE
                   ADD REG-VALOR-EXTM TO WRK-TOT-CONTA
                   ADD REG-VALOR-EXTM TO ACU-CRED-IMPRESSOS
               END-IF.
               MOVE REG-DATA-EXTM      TO WRK-DET-DATA.
               MOVE REG-TIPO-EXTM      TO WRK-DET-TIPO.
               MOVE REG-SINAL-EXTM     TO WRK-DET-SINAL.
               MOVE REG-VALOR-EXTM     TO WRK-DET-VALOR-ED.
               MOVE WRK-SALDO-CORRENTE TO WRK-DET-SALDO-ED.
               MOVE REG-HISTORICO-EXTM TO WRK-DET-HISTORICO.
               MOVE WRK-DET-EXTRATO TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               ADD 1 TO WRK-QT-MOV-CONTA.
               ADD 1 TO ACU-MOVTOS-IMPRESSOS.
               PERFORM 0341-LE-EXTMOV.

       0360-IMPRIME-MOVIMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0370-IMP-PROVISOES                      SECTION.
      *-----------------------------------------------------------------
      *    PROVISOES DE CHEQUE ESPECIAL DA CONTA NO MES DO LOTE, PELA
      *    CHAVE AGENCIA + CONTA + DATA
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-TOT-PROVISAO.
               MOVE REG-AGENCIA-EXTC             TO REG-AGENCIA-ACRCE.
               MOVE REG-CONTA-EXTC               TO REG-CONTA-ACRCE.
               MOVE WRK-EXT-CAB-DATA-INI         TO REG-DATA-ACRCE.
               START ACRCHESP KEY IS NOT LESS REG-CHAVE-ACRCE
                   INVALID KEY
                       GO TO 0370-IMP-PROVISOES-FIM
               END-START.
               MOVE '00' TO FS-ACRCHESP.
               PERFORM 0371-LE-PROVISAO.
               IF FS-ACRCHESP NOT EQUAL '00'
                   GO TO 0370-IMP-PROVISOES-FIM
               END-IF.
               MOVE WRK-EXT-TIT-PROVISAO TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               MOVE WRK-EXT-CAB-PROVISAO TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               PERFORM 0372-IMP-PROVISAO
                       UNTIL FS-ACRCHESP NOT EQUAL '00'.
               MOVE "TOTAL PROVISIONADO" TO WRK-EXT-SALDO-TITULO.
               COMPUTE WRK-EXT-SALDO-ED ROUNDED = WRK-TOT-PROVISAO.
               MOVE WRK-EXT-LINHA-SALDO TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.

       0370-IMP-PROVISOES-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0371-LE-PROVISAO                        SECTION.
      *-----------------------------------------------------------------

               READ ACRCHESP NEXT
                   AT END
                       MOVE '10' TO FS-ACRCHESP
               END-READ.
               IF FS-ACRCHESP EQUAL '00'
                   IF REG-AGENCIA-ACRCE NOT EQUAL REG-AGENCIA-EXTC OR
                      REG-CONTA-ACRCE NOT EQUAL REG-CONTA-EXTC OR
                      REG-DATA-ACRCE GREATER WRK-EXT-CAB-DATA-FIM
                       MOVE '10' TO FS-ACRCHESP
                   END-IF
               END-IF.

       0371-LE-PROVISAO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0372-IMP-PROVISAO                       SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-ACRCE          TO WRK-EXT-PRV-DATA.
               MOVE REG-SALDO-DEVEDOR-ACRCE TO WRK-EXT-PRV-DEVEDOR-ED.
               MOVE REG-QT-DIAS-ACRCE       TO WRK-EXT-PRV-DIAS-ED.
               MOVE REG-TAXA-MENSAL-ACRCE   TO WRK-EXT-PRV-TAXA-ED.
               MOVE REG-VALOR-ACRCE         TO WRK-EXT-PRV-VALOR-ED.
               IF REG-ACRCE-COBRADA
                   MOVE "COBRADA "              TO WRK-EXT-PRV-SITUACAO
                   MOVE REG-DATA-COBRANCA-ACRCE TO WRK-EXT-PRV-DATA-COBR
               ELSE
                   MOVE "ABERTA  "              TO WRK-EXT-PRV-SITUACAO
                   MOVE SPACES                  TO WRK-EXT-PRV-DATA-COBR
               END-IF.
               MOVE WRK-EXT-DET-PROVISAO TO REG-EXTLOTE.
               WRITE REG-EXTLOTE.
               ADD REG-VALOR-ACRCE TO WRK-TOT-PROVISAO.
               PERFORM 0371-LE-PROVISAO.

       0372-IMP-PROVISAO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGMOVM.
      *=================================================================
      * PROGRAMA   : PROGMOVM
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: MOVIMENTO CONSOLIDADO DO MES: LE UMA UNICA VEZ
      *              TODAS AS GERACOES DATADAS RELSAIDA.D<DATA> E
      *              REJEITADOS.D<DATA> DO MES (CATALOGO GERACOES.TXT,
      *              CADA UMA CONFERIDA NO MANIFESTO PELO VERGER),
      *              ORDENA POR AGENCIA + CONTA + DATA DO MOVIMENTO E
      *              GRAVA O MOVMES.M<AAAAMM>.TXT (#BOOKMOVMES) COM
      *              CABECALHO E TRAILER DE QUANTIDADES E TOTAIS. OS
      *              RELATORIOS MENSAIS (RELEXTLOTE, RELGEREN,
      *              RELPOSAG, PROGCOMISSAO, PROGDORMEN E RELMOEDA)
      *              LEEM O CONSOLIDADO NO LUGAR DE REFAZER A VARREDURA
      *              DAS GERACOES DIARIAS, DEPOIS DE CONFERI-LO PELO
      *              MODULO VERMVM.
      *              RODA NO FECHAMENTO (PGMENSAL, MES ANTERIOR: O
      *              CABECALHO SAI COM SITUACAO "F") OU SOB DEMANDA
      *              PARA O MES CORRENTE (SITUACAO "P" -- O VERMVM
      *              RECUSA O PARCIAL ASSIM QUE UMA NOVA GERACAO DO MES
      *              ENTRA NO CATALOGO).
      *              SE O QUE FOI GRAVADO NAO BATER COM O QUE FOI LIDO
      *              DAS GERACOES, OU SE ALGUMA GERACAO DO CATALOGO
      *              ESTIVER AUSENTE OU NAO CONFERIR COM O MANIFESTO, O
      *              CONSOLIDADO E ESVAZIADO E O PROGRAMA TERMINA COM
      *              CONDITION CODE 12 -- OS RELATORIOS VOLTAM A LER AS
      *              GERACOES DIARIAS.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  GERREJ                 I (DINAMICO)         #BOOKREJEIT
      *  MOVMES                 O (DINAMICO)         #BOOKMOVMES
      *  AUDITORIA              O                    #BOOKAUDIT
      *  SORTWK01               SORT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VERGER
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
           SELECT GERACOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERACOES.TXT"
               FILE STATUS IS FS-GERACOES.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT GERREJ ASSIGN TO DYNAMIC WRK-NOME-GERREJ
               FILE STATUS IS FS-GERREJ.
           SELECT MOVMES ASSIGN TO DYNAMIC WRK-NOME-MOVMES
               FILE STATUS IS FS-MOVMES.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
       FD  GERACOES.
       01  REG-GERACOES.
           05 REG-TIPO-GER             PIC X(008).
           05 FILLER                  PIC X(001).
           05 REG-DATA-GER             PIC 9(008).
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
       FD  GERREJ.
       COPY "#BOOKREJEIT".
      *-----------------------------------------------------------------
       FD  MOVMES.
       COPY "#BOOKMOVMES".
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
      *-----------------------------------------------------------------
      *    SORT WORK - MOVIMENTOS DO MES POR AGENCIA + CONTA + DATA
      *    (GERACAO E SEQUENCIA DE LEITURA PRESERVAM A ORDEM DENTRO
      *    DO DIA)
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-AGENCIA-SRT          PIC 9(004).
           05 REG-CONTA-SRT            PIC 9(006).
           05 REG-DATA-MOV-SRT         PIC 9(008).
           05 REG-DATA-GER-SRT         PIC 9(008).
           05 REG-SEQ-SRT              PIC 9(009).
           05 REG-TIPO-SRT             PIC X(001).
           05 REG-DADOS-SRT            PIC X(195).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-GERREJ                   PIC X(002)          VALUE SPACES.
       01  FS-MOVMES                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-FIM-SORT                PIC X(001)          VALUE "N".
       01  WRK-GERACAO-DIVERGE         PIC X(001)          VALUE "N".
       01  WRK-GERACAO-AUSENTE         PIC X(001)          VALUE "N".
       01  WRK-CONFERE                 PIC X(001)          VALUE "N".
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-NOME-GERREJ             PIC X(060)          VALUE SPACES.
       01  WRK-NOME-MOVMES             PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GER-ED             PIC 9(008)          VALUE ZEROS.
       01  WRK-CHAVE-CONTA             PIC 9(010)          VALUE ZEROS.
       01  WRK-SITUACAO-MES            PIC X(001)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    LIDO DAS GERACOES (ENTRADA DO SORT)
      *-----------------------------------------------------------------
       01  ACU-GER-ACEITO              PIC 9(003)          VALUE ZEROS.
       01  ACU-GER-REJ                 PIC 9(003)          VALUE ZEROS.
       01  WRK-ULT-GERACAO             PIC 9(008)          VALUE ZEROS.
       01  ACU-SEQ-LIDOS               PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-ACEITOS-LIDOS           PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-REJ-LIDOS               PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-DEB-LIDOS               PIC 9(015)V99 COMP-3 VALUE ZEROS.
       01  ACU-CRED-LIDOS              PIC 9(015)V99 COMP-3 VALUE ZEROS.
       01  ACU-VAL-REJ-LIDOS           PIC 9(015)V99 COMP-3 VALUE ZEROS.
       01  ACU-HASH-LIDOS              PIC 9(018)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    GRAVADO NO CONSOLIDADO (SAIDA DO SORT)
      *-----------------------------------------------------------------
       01  ACU-ACEITOS-GRAV            PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-REJ-GRAV                PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-DEB-GRAV                PIC 9(015)V99 COMP-3 VALUE ZEROS.
       01  ACU-CRED-GRAV               PIC 9(015)V99 COMP-3 VALUE ZEROS.
       01  ACU-VAL-REJ-GRAV            PIC 9(015)V99 COMP-3 VALUE ZEROS.
       01  ACU-HASH-GRAV               PIC 9(018)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGMOVM".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
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
               PERFORM 0200-CONSOLIDA-MES.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "MES A CONSOLIDAR (AAAAMM), ZEROS = MES "
                   "CORRENTE: "
               ACCEPT WRK-PARM-MES.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               IF WRK-PARM-MES EQUAL ZEROS
                   MOVE WRK-DATA-EXEC(1:6) TO WRK-PARM-MES
               END-IF.
               IF WRK-PARM-MES LESS WRK-DATA-EXEC(1:6)
                   MOVE "F" TO WRK-SITUACAO-MES
               ELSE
                   MOVE "P" TO WRK-SITUACAO-MES
               END-IF.
               MOVE SPACES TO WRK-NOME-MOVMES.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\MOVMES.M"
                          DELIMITED BY SIZE
                      WRK-PARM-MES      DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-MOVMES
               END-STRING.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ GERACOES
                   AT END
                       MOVE '10' TO FS-GERACOES
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    ORDENA OS MOVIMENTOS DO MES E GRAVA O CONSOLIDADO; QUALQUER
      *    FALHA DEIXA O CONSOLIDADO VAZIO (O VERMVM O DA COMO AUSENTE)
      *-----------------------------------------------------------------
       0200-CONSOLIDA-MES                      SECTION.
      *-----------------------------------------------------------------

               SORT SORTWK01
                   ON ASCENDING KEY REG-AGENCIA-SRT
                                    REG-CONTA-SRT
                                    REG-DATA-MOV-SRT
                                    REG-DATA-GER-SRT
                                    REG-SEQ-SRT
                   INPUT PROCEDURE  0210-SELECIONA-MOVIMENTOS
                   OUTPUT PROCEDURE 0250-GRAVA-CONSOLIDADO.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   PERFORM 0290-DESCARTA-CONSOLIDADO
                   DISPLAY "EXECUCAO ABORTADA -- GERACAO ALTERADA OU "
                       "TRUNCADA DEPOIS DE GRAVADA"
                   MOVE "GERACAO DIVERGE DO MANIFESTO" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF WRK-GERACAO-AUSENTE EQUAL "S"
                   PERFORM 0290-DESCARTA-CONSOLIDADO
                   DISPLAY "EXECUCAO ABORTADA -- GERACAO DO CATALOGO "
                       "AUSENTE, CONSOLIDADO FICARIA INCOMPLETO"
                   MOVE "GERACAO DO CATALOGO AUSENTE" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF SORT-RETURN NOT EQUAL ZEROS
                   PERFORM 0290-DESCARTA-CONSOLIDADO
                   MOVE "ERRO NO SORT DOS MOVIMENTOS DO MES" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF WRK-CONFERE EQUAL "N"
                   PERFORM 0290-DESCARTA-CONSOLIDADO
                   PERFORM 0320-ESTATISTICA
                   DISPLAY "EXECUCAO ABORTADA -- GRAVADOS NAO BATEM "
                       "COM OS LIDOS DAS GERACOES"
                   MOVE "CONSOLIDADO NAO CONFERE" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0200-CONSOLIDA-MES-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0210-SELECIONA-MOVIMENTOS               SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "CATALOGO DE GERACOES AUSENTE -- "
                       "CONSOLIDADO SAI SEM MOVIMENTOS"
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

               IF REG-DATA-GER(1:6) EQUAL WRK-PARM-MES
                   EVALUATE REG-TIPO-GER
                       WHEN "RELSAIDA"
                           ADD 1 TO ACU-GER-ACEITO
                           PERFORM 0216-ULTIMA-GERACAO
                           PERFORM 0220-VARRE-ACEITOS
                       WHEN "REJEITAD"
                           ADD 1 TO ACU-GER-REJ
                           PERFORM 0216-ULTIMA-GERACAO
                           PERFORM 0230-VARRE-REJEITADOS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.
               IF WRK-GERACAO-DIVERGE EQUAL "S" OR
                  WRK-GERACAO-AUSENTE EQUAL "S"
                   MOVE '10' TO FS-GERACOES
               ELSE
                   PERFORM 0120-LEITURA
               END-IF.

       0215-TRATA-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0216-ULTIMA-GERACAO                     SECTION.
      *-----------------------------------------------------------------

               IF REG-DATA-GER GREATER WRK-ULT-GERACAO
                   MOVE REG-DATA-GER TO WRK-ULT-GERACAO
               END-IF.

       0216-ULTIMA-GERACAO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-VARRE-ACEITOS                      SECTION.
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
               PERFORM 0225-VERIFICA-MANIFESTO.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   GO TO 0220-VARRE-ACEITOS-FIM
               END-IF.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                EQUAL '00'
                   PERFORM 0221-LE-ACEITO
                           UNTIL FS-RELSAIDA NOT EQUAL '00'
                   CLOSE RELSAIDA
               ELSE
                   DISPLAY "ERRO: GERACAO RELSAIDA " WRK-DATA-GER-ED
                       " DO CATALOGO NAO ENCONTRADA (EXPURGADA?)"
                   MOVE "S" TO WRK-GERACAO-AUSENTE
               END-IF.

       0220-VARRE-ACEITOS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0221-LE-ACEITO                          SECTION.
      *-----------------------------------------------------------------

               READ RELSAIDA
                   AT END
                       MOVE '10' TO FS-RELSAIDA
                   NOT AT END
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                           PERFORM 0222-LIBERA-ACEITO
                       END-IF
               END-READ.

       0221-LE-ACEITO-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0222-LIBERA-ACEITO                      SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-SEQ-LIDOS.
               ADD 1 TO ACU-ACEITOS-LIDOS.
               MOVE REG-AGENCIA-RELSAIDA    TO REG-AGENCIA-SRT.
               MOVE REG-CONTA-RELSAIDA      TO REG-CONTA-SRT.
               MOVE REG-DATA-RELSAIDA       TO REG-DATA-MOV-SRT.
               MOVE REG-DATA-GER            TO REG-DATA-GER-SRT.
               MOVE ACU-SEQ-LIDOS           TO REG-SEQ-SRT.
               MOVE "D"                     TO REG-TIPO-SRT.
               MOVE REG-RELSAIDA            TO REG-DADOS-SRT.
               RELEASE REG-SORTWK01.
               IF REG-RELSAIDA-DEBITO
                   ADD REG-LANCAMENTO-RELSAIDA TO ACU-DEB-LIDOS
               END-IF.
               IF REG-RELSAIDA-CREDITO
                   ADD REG-LANCAMENTO-RELSAIDA TO ACU-CRED-LIDOS
               END-IF.
               COMPUTE WRK-CHAVE-CONTA =
                   REG-AGENCIA-RELSAIDA * 1000000 + REG-CONTA-RELSAIDA.
               ADD WRK-CHAVE-CONTA TO ACU-HASH-LIDOS.

       0222-LIBERA-ACEITO-FIM.                 EXIT.
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
       0230-VARRE-REJEITADOS                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-GER TO WRK-DATA-GER-ED.
               MOVE SPACES TO WRK-NOME-GERREJ.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\REJEITADOS.D"
                          DELIMITED BY SIZE
                      WRK-DATA-GER-ED   DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-GERREJ
               END-STRING.
               MOVE "REJEITAD"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               PERFORM 0225-VERIFICA-MANIFESTO.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   GO TO 0230-VARRE-REJEITADOS-FIM
               END-IF.
               OPEN INPUT GERREJ.
               IF FS-GERREJ                  EQUAL '00'
                   PERFORM 0231-LE-REJEITADO
                           UNTIL FS-GERREJ NOT EQUAL '00'
                   CLOSE GERREJ
               ELSE
                   DISPLAY "ERRO: GERACAO REJEITAD " WRK-DATA-GER-ED
                       " DO CATALOGO NAO ENCONTRADA (EXPURGADA?)"
                   MOVE "S" TO WRK-GERACAO-AUSENTE
               END-IF.

       0230-VARRE-REJEITADOS-FIM.              EXIT.
      *-----------------------------------------------------------------
       0231-LE-REJEITADO                       SECTION.
      *-----------------------------------------------------------------

               READ GERREJ
                   AT END
                       MOVE '10' TO FS-GERREJ
                   NOT AT END
                       PERFORM 0232-LIBERA-REJEITADO
               END-READ.

       0231-LE-REJEITADO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0232-LIBERA-REJEITADO                   SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-SEQ-LIDOS.
               ADD 1 TO ACU-REJ-LIDOS.
               MOVE REG-AGENCIA-REJ         TO REG-AGENCIA-SRT.
               MOVE REG-CONTA-REJ           TO REG-CONTA-SRT.
               MOVE REG-DATA-REJ            TO REG-DATA-MOV-SRT.
               MOVE REG-DATA-GER            TO REG-DATA-GER-SRT.
               MOVE ACU-SEQ-LIDOS           TO REG-SEQ-SRT.
               MOVE "R"                     TO REG-TIPO-SRT.
               MOVE REG-REJEITADOS          TO REG-DADOS-SRT.
               RELEASE REG-SORTWK01.
               ADD REG-LANCAMENTO-REJ TO ACU-VAL-REJ-LIDOS.
               COMPUTE WRK-CHAVE-CONTA =
                   REG-AGENCIA-REJ * 1000000 + REG-CONTA-REJ.
               ADD WRK-CHAVE-CONTA TO ACU-HASH-LIDOS.

       0232-LIBERA-REJEITADO-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    SAIDA DO SORT: CABECALHO, UM DETALHE POR MOVIMENTO E, SE OS
      *    GRAVADOS BATEREM COM OS LIDOS, O TRAILER
      *-----------------------------------------------------------------
       0250-GRAVA-CONSOLIDADO                  SECTION.
      *-----------------------------------------------------------------

               IF WRK-GERACAO-DIVERGE EQUAL "S" OR
                  WRK-GERACAO-AUSENTE EQUAL "S"
                   GO TO 0250-GRAVA-CONSOLIDADO-FIM
               END-IF.
               OPEN OUTPUT MOVMES.
               IF FS-MOVMES                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-MOVMES            TO WRK-STATUS-ERRO
                   MOVE '0250-ABRE-MOVMES'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE SPACES             TO REG-MOVMES.
               MOVE "H"                TO REG-TIPO-MVM.
               MOVE ZEROS              TO REG-DATA-GER-MVM
                                          REG-DATA-MOV-MVM.
               MOVE WRK-PARM-MES       TO REG-MES-REF-MVM.
               MOVE WRK-SITUACAO-MES   TO REG-SITUACAO-MVM.
               MOVE WRK-DATA-EXEC      TO REG-DATA-GRAV-MVM.
               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-HORA-EXEC      TO REG-HORA-GRAV-MVM.
               MOVE ACU-GER-ACEITO     TO REG-QT-GER-ACEITO-MVM.
               MOVE ACU-GER-REJ        TO REG-QT-GER-REJ-MVM.
               MOVE WRK-ULT-GERACAO    TO REG-ULT-GERACAO-MVM.
               MOVE WRK-PROGRAMA-EXEC  TO REG-PROGRAMA-MVM.
               MOVE WRK-USUARIO-EXEC   TO REG-USUARIO-MVM.
               PERFORM 0265-GRAVA-MOVMES.

               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0255-RETORNA-MOVIMENTO
                       UNTIL WRK-FIM-SORT EQUAL "S".

               IF ACU-ACEITOS-GRAV EQUAL ACU-ACEITOS-LIDOS AND
                  ACU-REJ-GRAV     EQUAL ACU-REJ-LIDOS     AND
                  ACU-DEB-GRAV     EQUAL ACU-DEB-LIDOS     AND
                  ACU-CRED-GRAV    EQUAL ACU-CRED-LIDOS    AND
                  ACU-VAL-REJ-GRAV EQUAL ACU-VAL-REJ-LIDOS AND
                  ACU-HASH-GRAV    EQUAL ACU-HASH-LIDOS
                   MOVE "S" TO WRK-CONFERE
                   PERFORM 0270-GRAVA-TRAILER
               END-IF.
               CLOSE MOVMES.

       0250-GRAVA-CONSOLIDADO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0255-RETORNA-MOVIMENTO                  SECTION.
      *-----------------------------------------------------------------

               RETURN SORTWK01
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       PERFORM 0260-GRAVA-DETALHE
               END-RETURN.

       0255-RETORNA-MOVIMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0260-GRAVA-DETALHE                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-TIPO-SRT       TO REG-TIPO-MVM.
               MOVE REG-DATA-GER-SRT   TO REG-DATA-GER-MVM.
               MOVE REG-DATA-MOV-SRT   TO REG-DATA-MOV-MVM.
               MOVE REG-DADOS-SRT      TO REG-DADOS-MVM.
               PERFORM 0265-GRAVA-MOVMES.

               COMPUTE WRK-CHAVE-CONTA =
                   REG-AGENCIA-MVM * 1000000 + REG-CONTA-MVM.
               ADD WRK-CHAVE-CONTA TO ACU-HASH-GRAV.
               IF REG-MVM-ACEITO
                   ADD 1 TO ACU-ACEITOS-GRAV
                   MOVE REG-DADOS-MVM TO REG-RELSAIDA
                   IF REG-RELSAIDA-DEBITO
                       ADD REG-LANCAMENTO-MVM TO ACU-DEB-GRAV
                   END-IF
                   IF REG-RELSAIDA-CREDITO
                       ADD REG-LANCAMENTO-MVM TO ACU-CRED-GRAV
                   END-IF
               ELSE
                   ADD 1 TO ACU-REJ-GRAV
                   ADD REG-LANCAMENTO-MVM TO ACU-VAL-REJ-GRAV
               END-IF.

       0260-GRAVA-DETALHE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0265-GRAVA-MOVMES                       SECTION.
      *-----------------------------------------------------------------

               WRITE REG-MOVMES.
               IF FS-MOVMES                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-MOVMES            TO WRK-STATUS-ERRO
                   MOVE '0265-GRAVA-MOVMES'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0265-GRAVA-MOVMES-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0270-GRAVA-TRAILER                      SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES             TO REG-MOVMES.
               MOVE "T"                TO REG-TIPO-MVM.
               MOVE ZEROS              TO REG-DATA-GER-MVM
                                          REG-DATA-MOV-MVM.
               MOVE ACU-ACEITOS-GRAV   TO REG-QT-ACEITOS-MVM.
               MOVE ACU-REJ-GRAV       TO REG-QT-REJEITADOS-MVM.
               MOVE ACU-DEB-GRAV       TO REG-TOTAL-DEB-MVM.
               MOVE ACU-CRED-GRAV      TO REG-TOTAL-CRED-MVM.
               MOVE ACU-VAL-REJ-GRAV   TO REG-TOTAL-REJ-MVM.
               MOVE ACU-HASH-GRAV      TO REG-HASH-MVM.
               PERFORM 0265-GRAVA-MOVMES.

       0270-GRAVA-TRAILER-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    CONSOLIDADO QUE NAO PODE SER USADO FICA VAZIO -- OS
      *    RELATORIOS VOLTAM A LER AS GERACOES DIARIAS
      *-----------------------------------------------------------------
       0290-DESCARTA-CONSOLIDADO               SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT MOVMES.
               IF FS-MOVMES                  EQUAL '00'
                   CLOSE MOVMES
               END-IF.

       0290-DESCARTA-CONSOLIDADO-FIM.          EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

               PERFORM 0320-ESTATISTICA.

       0325-GRAVA-AUDITORIA.
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
               COMPUTE REG-QT-PROC-AUD =
                   ACU-ACEITOS-GRAV + ACU-REJ-GRAV.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0320-ESTATISTICA                        SECTION.
      *-----------------------------------------------------------------

               DISPLAY " >>>>>>>> MOVIMENTO CONSOLIDADO <<<<<<<<< "
               DISPLAY "MES CONSOLIDADO.............:" WRK-PARM-MES
                   " SITUACAO " WRK-SITUACAO-MES.
               DISPLAY "ARQUIVO.....................:" WRK-NOME-MOVMES.
               DISPLAY "GERACOES RELSAIDA DO MES....:" ACU-GER-ACEITO.
               DISPLAY "GERACOES REJEITAD DO MES....:" ACU-GER-REJ.
               DISPLAY "ULTIMA GERACAO..............:" WRK-ULT-GERACAO.
               DISPLAY "ACEITOS LIDOS / GRAVADOS....:"
                   ACU-ACEITOS-LIDOS " / " ACU-ACEITOS-GRAV.
               DISPLAY "REJEITADOS LIDOS / GRAVADOS.:"
                   ACU-REJ-LIDOS " / " ACU-REJ-GRAV.
               DISPLAY "DEBITOS LIDOS / GRAVADOS....:"
                   ACU-DEB-LIDOS " / " ACU-DEB-GRAV.
               DISPLAY "CREDITOS LIDOS / GRAVADOS...:"
                   ACU-CRED-LIDOS " / " ACU-CRED-GRAV.
               IF WRK-CONFERE EQUAL "S"
                   DISPLAY "CONFERENCIA.................:OK"
               ELSE
                   DISPLAY "CONFERENCIA.................:DIVERGENTE"
               END-IF.

       0320-ESTATISTICA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELINFORME.
      *=================================================================
      * PROGRAMA   : RELINFORME
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: INFORME ANUAL DE RENDIMENTOS POR CONTA, PARA A
      *              DECLARACAO DE IMPOSTO DO TITULAR: VARRE AS
      *              GERACOES DATADAS DO RELSAIDA DO ANO-BASE
      *              (CATALOGO GERACOES.TXT) E ACUMULA POR AGENCIA +
      *              CONTA OS RENDIMENTOS CREDITADOS (TIPO "J", SINAL
      *              "C"), AS TARIFAS COBRADAS (TIPO "F") E O IOF DOS
      *              SAQUES E TRANSFERENCIAS (TIPOS "S"/"T") -- O IOF
      *              DA CONTA E A BASE DELA NO DIA VEZES A ALIQUOTA
      *              EFETIVA DO DIA NO SUMARIO IOFDIA.TXT (VALOR /
      *              BASE). EMITE UM INFORME POR CONTA DO MASTER DE
      *              CONTAS (CONTAS.TXT) EM INFORME.TXT, COM O SALDO
      *              EM 31/12 DO ANO-BASE E DO ANO ANTERIOR, LIDOS DO
      *              HISTORICO ANUAL DE SALDOS (SLDANUAL.DAT).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  IOFDIA                 I
      *  CONTAS                 I                    #BOOKCTAS
      *  SLDANUAL               I                    #BOOKSLDAN
      *  INFORME                O
      *  AUDITORIA              O                    #BOOKAUDIT
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
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: ANTES DE LER CADA GERACAO DATADA CONFERE O
      *              MANIFESTO DE INTEGRIDADE (GERMANIF.TXT, MODULO
      *              VERGER): GERACAO QUE NAO CONFERE ABORTA A
      *              EXECUCAO; GERACAO ANTERIOR AO MANIFESTO SO E
      *              AVISADA
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
           SELECT IOFDIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\IOFDIA.TXT"
               FILE STATUS IS FS-IOFDIA.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT SLDANUAL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDANUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SLDAN
               FILE STATUS IS FS-SLDANUAL.
           SELECT INFORME ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\INFORME.TXT"
               FILE STATUS IS FS-INFORME.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
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
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA.D<DATA>)
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  SUMARIO DIARIO DE IOF (PROGCALL)
      *                               LRECL = 035
      *-----------------------------------------------------------------
       FD  IOFDIA.
       01  REG-IOFDIA.
           05 REG-DATA-IOF             PIC 9(008).
           05 REG-QT-IOF               PIC 9(007).
           05 REG-BASE-IOF             PIC 9(012)V99.
           05 REG-VALOR-IOF            PIC 9(010)V99.
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 059
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  HISTORICO ANUAL DE SALDOS (PROGSALDO)
      *                               LRECL = 035
      *-----------------------------------------------------------------
       FD  SLDANUAL.
       COPY "#BOOKSLDAN".
      *-----------------------------------------------------------------
      *     OUTPUT-  INFORMES DE RENDIMENTOS (UM POR CONTA)
      *-----------------------------------------------------------------
       FD  INFORME.
       01  REG-INFORME                 PIC X(080).
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
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-IOFDIA                   PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-SLDANUAL                 PIC X(002)          VALUE SPACES.
       01  FS-INFORME                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GER-ED             PIC 9(008)          VALUE ZEROS.
       01  WRK-TEM-SLDANUAL            PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-PARM-ANO                PIC 9(004)          VALUE ZEROS.
       01  WRK-ANO-ANTERIOR            PIC 9(004)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-GERACOES-LIDAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-ANO              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-INFORMES                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-HISTORICO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOT-RENDIMENTOS         PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOT-IOF                 PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOT-TARIFAS             PIC 9(012)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== ALIQUOTA EFETIVA DE IOF POR DIA =====".
      *-----------------------------------------------------------------
       01  WRK-QT-DIAS-IOF             PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-IOF                 PIC 9(003)          VALUE ZEROS.
       01  WRK-IOF-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-ALIQ-DIA                PIC 9(001)V9(008)   VALUE ZEROS.
       01  WRK-VALOR-IOF-MOV           PIC 9(007)V99       VALUE ZEROS.
       01  TAB-IOF.
           05 TAB-IOF-ITEM             OCCURS 400 TIMES.
               10 TAB-IOF-DATA             PIC 9(008).
               10 TAB-IOF-BASE             PIC 9(012)V99 COMP-3.
               10 TAB-IOF-VALOR            PIC 9(010)V99 COMP-3.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== GERACOES JA VARRIDAS =====".
      *-----------------------------------------------------------------
       01  WRK-QT-GER-VISTAS           PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-GER                 PIC 9(003)          VALUE ZEROS.
       01  WRK-GER-REPETIDA            PIC X(001)          VALUE "N".
       01  TAB-GER-VISTAS.
           05 TAB-GER-DATA             PIC 9(008) OCCURS 400 TIMES.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== ACUMULADOS DO ANO POR CONTA =====".
      *-----------------------------------------------------------------
       01  WRK-QT-CONTAS               PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-CTA                 PIC 9(004)          VALUE ZEROS.
       01  WRK-CTA-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-CHAVE-PROCURA.
           05 WRK-AGENCIA-PROCURA      PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-PROCURA        PIC 9(006)          VALUE ZEROS.
       01  TAB-CONTAS.
           05 TAB-CTA-ITEM             OCCURS 2000 TIMES.
               10 TAB-CTA-AGENCIA          PIC 9(004).
               10 TAB-CTA-CONTA            PIC 9(006).
               10 TAB-CTA-RENDIMENTOS      PIC 9(010)V99 COMP-3.
               10 TAB-CTA-IOF              PIC 9(010)V99 COMP-3.
               10 TAB-CTA-TARIFAS          PIC 9(010)V99 COMP-3.
      *-----------------------------------------------------------------
       01  WRK-RENDIMENTOS             PIC 9(010)V99       VALUE ZEROS.
       01  WRK-IOF                     PIC 9(010)V99       VALUE ZEROS.
       01  WRK-TARIFAS                 PIC 9(010)V99       VALUE ZEROS.
       01  WRK-SALDO-ANO               PIC S9(010)V99      VALUE ZEROS.
       01  WRK-SALDO-BASE              PIC S9(010)V99      VALUE ZEROS.
       01  WRK-ACHOU-ANO               PIC X(001)          VALUE "N".
       01  WRK-ACHOU-BASE              PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== LINHAS DO INFORME =====".
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(045)          VALUE
               "INFORME DE RENDIMENTOS FINANCEIROS - ANO-BASE".
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-TIT-ANO              PIC 9(004).
           05 FILLER                   PIC X(012)          VALUE
               " EMITIDO EM ".
           05 WRK-TIT-DATA             PIC 9(008).
           05 FILLER                   PIC X(010)          VALUE SPACES.
       01  WRK-LIN-CONTA.
           05 FILLER                   PIC X(009)          VALUE
               "AGENCIA: ".
           05 WRK-INF-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(009)          VALUE
               "  CONTA: ".
           05 WRK-INF-CONTA            PIC 9(006).
           05 FILLER                   PIC X(012)          VALUE
               "  TITULAR: ".
           05 WRK-INF-TITULAR          PIC X(020).
           05 FILLER                   PIC X(020)          VALUE SPACES.
       01  WRK-LIN-SALDO.
           05 FILLER                   PIC X(015)          VALUE
               "SALDO EM 31/12/".
           05 WRK-SLD-ANO              PIC 9(004).
           05 FILLER                   PIC X(021)          VALUE
               "...............: R$ ".
           05 WRK-SLD-VALOR-ED         PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-SLD-OBS              PIC X(023)          VALUE SPACES.
       01  WRK-LIN-VALOR.
           05 WRK-VAL-TITULO           PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(003)          VALUE "R$ ".
           05 WRK-VAL-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(023)          VALUE SPACES.
       01  WRK-LIN-SEPARA              PIC X(080)          VALUE
               ALL "-".
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "RELINFOR".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       01  WRK-TOTAL-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
               PERFORM 0200-PROCESSAR UNTIL FS-GERACOES NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "ANO-BASE DO INFORME (AAAA, ENTER = ANO "
                   "ANTERIOR): "
               ACCEPT WRK-PARM-ANO.
               IF WRK-PARM-ANO EQUAL ZEROS
                   MOVE WRK-DATA-EXEC(1:4) TO WRK-PARM-ANO
                   SUBTRACT 1 FROM WRK-PARM-ANO
               END-IF.
               COMPUTE WRK-ANO-ANTERIOR = WRK-PARM-ANO - 1.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               DISPLAY "EMITINDO INFORME DO ANO-BASE....:" WRK-PARM-ANO.
               PERFORM 0110-CARREGA-IOF.
               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "ATENCAO: CATALOGO DE GERACOES AUSENTE -- "
                       "INFORMES SAIRAO SEM MOVIMENTO DO ANO"
                   MOVE '10' TO FS-GERACOES
               END-IF.
               PERFORM 0120-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-CARREGA-IOF                        SECTION.
      *-----------------------------------------------------------------
      *    SUMARIO CUMULATIVO -- MAIS DE UM REGISTRO NO MESMO DIA
      *    (RE-RUN, PROGMERGE) SOMA BASE E VALOR NA MESMA POSICAO
      *-----------------------------------------------------------------

               OPEN INPUT IOFDIA.
               IF FS-IOFDIA                  EQUAL '00'
                   PERFORM 0111-LE-IOF
                           UNTIL FS-IOFDIA NOT EQUAL '00'
                   CLOSE IOFDIA
               ELSE
                   DISPLAY "ATENCAO: SUMARIO DE IOF (IOFDIA) AUSENTE "
                       "-- IOF DO ANO INFORMADO COMO ZERO"
               END-IF.

       0110-CARREGA-IOF-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0111-LE-IOF                             SECTION.
      *-----------------------------------------------------------------

               READ IOFDIA
               IF FS-IOFDIA                  EQUAL '00'
                   IF REG-DATA-IOF(1:4) EQUAL WRK-PARM-ANO
                       PERFORM 0112-GUARDA-IOF
                   END-IF
               END-IF.

       0111-LE-IOF-FIM.                        EXIT.
      *-----------------------------------------------------------------
       0112-GUARDA-IOF                         SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-IOF-ACHOU.
               PERFORM 0113-COMPARA-IOF
                       VARYING WRK-IDX-IOF FROM 1 BY 1
                       UNTIL WRK-IDX-IOF GREATER WRK-QT-DIAS-IOF
                          OR WRK-IOF-ACHOU EQUAL 'S'.
               IF WRK-IOF-ACHOU EQUAL 'N'
                   IF WRK-QT-DIAS-IOF LESS THAN 400
                       ADD 1 TO WRK-QT-DIAS-IOF
                       MOVE WRK-QT-DIAS-IOF TO WRK-IDX-IOF
                       MOVE REG-DATA-IOF TO TAB-IOF-DATA(WRK-IDX-IOF)
                       MOVE ZEROS TO TAB-IOF-BASE(WRK-IDX-IOF)
                       MOVE ZEROS TO TAB-IOF-VALOR(WRK-IDX-IOF)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 400 DIAS DE IOF NO ANO "
                           "-- EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.
               ADD REG-BASE-IOF  TO TAB-IOF-BASE(WRK-IDX-IOF).
               ADD REG-VALOR-IOF TO TAB-IOF-VALOR(WRK-IDX-IOF).

       0112-GUARDA-IOF-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0113-COMPARA-IOF                        SECTION.
      *-----------------------------------------------------------------

               IF TAB-IOF-DATA(WRK-IDX-IOF) EQUAL REG-DATA-IOF
                   MOVE 'S' TO WRK-IOF-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-IOF
               END-IF.

       0113-COMPARA-IOF-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ GERACOES
                   AT END
                       MOVE '10' TO FS-GERACOES
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-TIPO-GER EQUAL "RELSAIDA" AND
                  REG-DATA-GER(1:4) EQUAL WRK-PARM-ANO
                   PERFORM 0205-CONFERE-REPETIDA
                   IF WRK-GER-REPETIDA EQUAL 'N'
                       ADD 1 TO ACU-GERACOES-LIDAS
                       PERFORM 0210-VARRE-GERACAO
                   END-IF
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0205-CONFERE-REPETIDA                   SECTION.
      *-----------------------------------------------------------------
      *    O CATALOGO RECEBE UMA LINHA POR RUN -- A GERACAO DE UMA
      *    DATA REPROCESSADA E VARRIDA UMA VEZ SO
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-GER-REPETIDA.
               PERFORM 0206-COMPARA-GERACAO
                       VARYING WRK-IDX-GER FROM 1 BY 1
                       UNTIL WRK-IDX-GER GREATER WRK-QT-GER-VISTAS
                          OR WRK-GER-REPETIDA EQUAL 'S'.
               IF WRK-GER-REPETIDA EQUAL 'N'
                   IF WRK-QT-GER-VISTAS LESS THAN 400
                       ADD 1 TO WRK-QT-GER-VISTAS
                       MOVE REG-DATA-GER TO
                           TAB-GER-DATA(WRK-QT-GER-VISTAS)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 400 GERACOES NO ANO -- "
                           "EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0205-CONFERE-REPETIDA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0206-COMPARA-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-GER-DATA(WRK-IDX-GER) EQUAL REG-DATA-GER
                   MOVE 'S' TO WRK-GER-REPETIDA
               END-IF.

       0206-COMPARA-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0210-VARRE-GERACAO                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-GER TO WRK-DATA-GER-ED.
               PERFORM 0215-ALIQUOTA-DO-DIA.
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
                   DISPLAY "ATENCAO: GERACAO " WRK-DATA-GER-ED
                       " DO CATALOGO NAO ENCONTRADA (EXPURGADA?)"
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
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                           PERFORM 0220-ACUMULA-MOVIMENTO
                       END-IF
               END-READ.

       0211-LE-MOVIMENTO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0215-ALIQUOTA-DO-DIA                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-ALIQ-DIA.
               MOVE 'N' TO WRK-IOF-ACHOU.
               PERFORM 0216-COMPARA-DIA-IOF
                       VARYING WRK-IDX-IOF FROM 1 BY 1
                       UNTIL WRK-IDX-IOF GREATER WRK-QT-DIAS-IOF
                          OR WRK-IOF-ACHOU EQUAL 'S'.
               IF WRK-IOF-ACHOU EQUAL 'S'
                   IF TAB-IOF-BASE(WRK-IDX-IOF) GREATER ZEROS
                       COMPUTE WRK-ALIQ-DIA ROUNDED =
                           TAB-IOF-VALOR(WRK-IDX-IOF) /
                           TAB-IOF-BASE(WRK-IDX-IOF)
                   END-IF
               END-IF.

       0215-ALIQUOTA-DO-DIA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0216-COMPARA-DIA-IOF                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-IOF-DATA(WRK-IDX-IOF) EQUAL WRK-DATA-GER-ED
                   MOVE 'S' TO WRK-IOF-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-IOF
               END-IF.

       0216-COMPARA-DIA-IOF-FIM.               EXIT.
      *-----------------------------------------------------------------
       0220-ACUMULA-MOVIMENTO                  SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-MOVTOS-ANO.
               IF (REG-TIPO-RELSAIDA EQUAL 'J' AND
                   REG-RELSAIDA-CREDITO) OR
                  (REG-TIPO-RELSAIDA EQUAL 'F' AND
                   REG-RELSAIDA-DEBITO) OR
                  (WRK-ALIQ-DIA GREATER ZEROS AND
                   (REG-TIPO-RELSAIDA EQUAL 'S' OR
                    REG-TIPO-RELSAIDA EQUAL 'T'))
                   MOVE REG-AGENCIA-RELSAIDA TO WRK-AGENCIA-PROCURA
                   MOVE REG-CONTA-RELSAIDA   TO WRK-CONTA-PROCURA
                   PERFORM 0230-LOCALIZA-CONTA
                   IF WRK-CTA-ACHOU EQUAL 'N'
                       PERFORM 0235-INCLUI-CONTA
                   END-IF
                   EVALUATE REG-TIPO-RELSAIDA
                       WHEN 'J'
                           ADD REG-LANCAMENTO-RELSAIDA TO
                               TAB-CTA-RENDIMENTOS(WRK-IDX-CTA)
                       WHEN 'F'
                           ADD REG-LANCAMENTO-RELSAIDA TO
                               TAB-CTA-TARIFAS(WRK-IDX-CTA)
                       WHEN OTHER
                           COMPUTE WRK-VALOR-IOF-MOV ROUNDED =
                               REG-LANCAMENTO-RELSAIDA * WRK-ALIQ-DIA
                           ADD WRK-VALOR-IOF-MOV TO
                               TAB-CTA-IOF(WRK-IDX-CTA)
                   END-EVALUATE
               END-IF.

       0220-ACUMULA-MOVIMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0230-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CTA-ACHOU.
               PERFORM 0231-COMPARA-CONTA
                       VARYING WRK-IDX-CTA FROM 1 BY 1
                       UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS
                          OR WRK-CTA-ACHOU EQUAL 'S'.

       0230-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0231-COMPARA-CONTA                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-CTA-AGENCIA(WRK-IDX-CTA) EQUAL
                      WRK-AGENCIA-PROCURA AND
                  TAB-CTA-CONTA(WRK-IDX-CTA) EQUAL WRK-CONTA-PROCURA
                   MOVE 'S' TO WRK-CTA-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-CTA
               END-IF.

       0231-COMPARA-CONTA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0235-INCLUI-CONTA                       SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-CONTAS LESS THAN 2000
                   ADD 1 TO WRK-QT-CONTAS
                   MOVE WRK-QT-CONTAS TO WRK-IDX-CTA
                   MOVE WRK-AGENCIA-PROCURA TO
                       TAB-CTA-AGENCIA(WRK-IDX-CTA)
                   MOVE WRK-CONTA-PROCURA TO TAB-CTA-CONTA(WRK-IDX-CTA)
                   MOVE ZEROS TO TAB-CTA-RENDIMENTOS(WRK-IDX-CTA)
                   MOVE ZEROS TO TAB-CTA-IOF(WRK-IDX-CTA)
                   MOVE ZEROS TO TAB-CTA-TARIFAS(WRK-IDX-CTA)
               ELSE
                   DISPLAY "ERRO: MAIS DE 2000 CONTAS COM MOVIMENTO NO "
                       "ANO -- EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0235-INCLUI-CONTA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-ABRE-SAIDAS.
               CLOSE GERACOES.
               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0305-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT SLDANUAL.
               IF FS-SLDANUAL                EQUAL '00'
                   MOVE 'S' TO WRK-TEM-SLDANUAL
               ELSE
                   DISPLAY "ATENCAO: HISTORICO ANUAL DE SALDOS "
                       "(SLDANUAL) AUSENTE -- SALDOS EM 31/12 SEM "
                       "HISTORICO"
               END-IF.
               OPEN OUTPUT INFORME.
               IF FS-INFORME                 NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-INFORME           TO WRK-STATUS-ERRO
                   MOVE '0305-ABRE-INFORME'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0310-EMITE-INFORMES.
               PERFORM 0340-LE-CONTA.
               PERFORM 0350-INFORME-DA-CONTA
                       UNTIL FS-CONTAS NOT EQUAL '00'.
               CLOSE CONTAS
                     INFORME.
               IF WRK-TEM-SLDANUAL EQUAL 'S'
                   CLOSE SLDANUAL
               END-IF.

       0320-ESTATISTICA.
               DISPLAY " >>>>>>>> INFORME DE RENDIMENTOS <<<<<<<<< "
               DISPLAY "GERACOES DO ANO VARRIDAS....:"
                   ACU-GERACOES-LIDAS.
               DISPLAY "MOVIMENTOS DO ANO...........:" ACU-MOVTOS-ANO.
               DISPLAY "INFORMES EMITIDOS...........:" ACU-INFORMES.
               DISPLAY "CONTAS SEM SALDO HISTORICO..:"
                   ACU-SEM-HISTORICO.
               MOVE ACU-TOT-RENDIMENTOS TO WRK-TOTAL-ED.
               DISPLAY "TOTAL DE RENDIMENTOS........:R$" WRK-TOTAL-ED.
               MOVE ACU-TOT-IOF         TO WRK-TOTAL-ED.
               DISPLAY "TOTAL DE IOF................:R$" WRK-TOTAL-ED.
               MOVE ACU-TOT-TARIFAS     TO WRK-TOTAL-ED.
               DISPLAY "TOTAL DE TARIFAS............:R$" WRK-TOTAL-ED.

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
               MOVE ACU-INFORMES         TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0330-DEFINE-RETORNO.
               IF ACU-SEM-HISTORICO GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0340-LE-CONTA                           SECTION.
      *-----------------------------------------------------------------

               READ CONTAS NEXT
                   AT END
                       MOVE '10' TO FS-CONTAS
               END-READ.

       0340-LE-CONTA-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0350-INFORME-DA-CONTA                   SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-INFORMES.
               MOVE ZEROS TO WRK-RENDIMENTOS.
               MOVE ZEROS TO WRK-IOF.
               MOVE ZEROS TO WRK-TARIFAS.
               MOVE REG-AGENCIA-MTR TO WRK-AGENCIA-PROCURA.
               MOVE REG-CONTA-MTR   TO WRK-CONTA-PROCURA.
               PERFORM 0230-LOCALIZA-CONTA.
               IF WRK-CTA-ACHOU EQUAL 'S'
                   MOVE TAB-CTA-RENDIMENTOS(WRK-IDX-CTA) TO
                       WRK-RENDIMENTOS
                   MOVE TAB-CTA-IOF(WRK-IDX-CTA)     TO WRK-IOF
                   MOVE TAB-CTA-TARIFAS(WRK-IDX-CTA) TO WRK-TARIFAS
               END-IF.
               ADD WRK-RENDIMENTOS TO ACU-TOT-RENDIMENTOS.
               ADD WRK-IOF         TO ACU-TOT-IOF.
               ADD WRK-TARIFAS     TO ACU-TOT-TARIFAS.

               MOVE WRK-PARM-ANO TO REG-ANO-SLDAN.
               PERFORM 0360-LE-SALDO-ANO.
               MOVE WRK-ACHOU-ANO  TO WRK-ACHOU-BASE.
               MOVE WRK-SALDO-ANO  TO WRK-SALDO-BASE.
               MOVE WRK-ANO-ANTERIOR TO REG-ANO-SLDAN.
               PERFORM 0360-LE-SALDO-ANO.
               IF WRK-ACHOU-BASE     EQUAL 'N' OR
                  WRK-ACHOU-ANO      EQUAL 'N'
                   ADD 1 TO ACU-SEM-HISTORICO
               END-IF.

               MOVE WRK-PARM-ANO  TO WRK-TIT-ANO.
               MOVE WRK-DATA-EXEC TO WRK-TIT-DATA.
               MOVE WRK-LIN-TITULO TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE REG-AGENCIA-MTR      TO WRK-INF-AGENCIA.
               MOVE REG-CONTA-MTR        TO WRK-INF-CONTA.
               MOVE REG-NOME-TITULAR-MTR TO WRK-INF-TITULAR.
               MOVE WRK-LIN-CONTA TO REG-INFORME.
               WRITE REG-INFORME.

               MOVE WRK-ANO-ANTERIOR TO WRK-SLD-ANO.
               MOVE WRK-SALDO-ANO    TO WRK-SLD-VALOR-ED.
               IF WRK-ACHOU-ANO EQUAL 'S'
                   MOVE SPACES TO WRK-SLD-OBS
               ELSE
                   MOVE "(SEM HISTORICO NO ANO)" TO WRK-SLD-OBS
               END-IF.
               MOVE WRK-LIN-SALDO TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WRK-PARM-ANO       TO WRK-SLD-ANO.
               MOVE WRK-SALDO-BASE     TO WRK-SLD-VALOR-ED.
               IF WRK-ACHOU-BASE     EQUAL 'S'
                   MOVE SPACES TO WRK-SLD-OBS
               ELSE
                   MOVE "(SEM HISTORICO NO ANO)" TO WRK-SLD-OBS
               END-IF.
               MOVE WRK-LIN-SALDO TO REG-INFORME.
               WRITE REG-INFORME.

               MOVE "RENDIMENTOS CREDITADOS NO ANO.........:"
                   TO WRK-VAL-TITULO.
               MOVE WRK-RENDIMENTOS TO WRK-VAL-VALOR-ED.
               MOVE WRK-LIN-VALOR TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE "IOF COBRADO NO ANO....................:"
                   TO WRK-VAL-TITULO.
               MOVE WRK-IOF TO WRK-VAL-VALOR-ED.
               MOVE WRK-LIN-VALOR TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE "TARIFAS COBRADAS NO ANO...............:"
                   TO WRK-VAL-TITULO.
               MOVE WRK-TARIFAS TO WRK-VAL-VALOR-ED.
               MOVE WRK-LIN-VALOR TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WRK-LIN-SEPARA TO REG-INFORME.
               WRITE REG-INFORME.

               PERFORM 0340-LE-CONTA.

       0350-INFORME-DA-CONTA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0360-LE-SALDO-ANO                       SECTION.
      *-----------------------------------------------------------------
      *    ANO EM REG-ANO-SLDAN; DEVOLVE WRK-SALDO-ANO / WRK-ACHOU-ANO
      *-----------------------------------------------------------------

               MOVE 'N'   TO WRK-ACHOU-ANO.
               MOVE ZEROS TO WRK-SALDO-ANO.
               IF WRK-TEM-SLDANUAL EQUAL 'S'
                   MOVE REG-AGENCIA-MTR TO REG-AGENCIA-SLDAN
                   MOVE REG-CONTA-MTR   TO REG-CONTA-SLDAN
                   READ SLDANUAL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-ACHOU-ANO
                           MOVE REG-SALDO-SLDAN TO WRK-SALDO-ANO
                   END-READ
               END-IF.

       0360-LE-SALDO-ANO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

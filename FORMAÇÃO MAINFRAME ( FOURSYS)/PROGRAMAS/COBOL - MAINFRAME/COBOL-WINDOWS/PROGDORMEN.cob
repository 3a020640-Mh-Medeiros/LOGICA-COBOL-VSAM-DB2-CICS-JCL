      *              MUDANCAS SAEM NO RELATORIO RELDORME.TXT -- A
      *              REVISAO DE CONTAS DORMENTES DEIXA DE DEPENDER DE
      *              ALGUEM LEMBRAR DE MARCAR NO PROGCTAS.
      *              MES COM MOVIMENTO CONSOLIDADO (PROGMOVM) VALIDO
      *              (MODULO VERMVM) E LIDO DO CONSOLIDADO, SEM ABRIR
      *              AS GERACOES DIARIAS DAQUELE MES.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CONTAS                 I-O                  #BOOKCTAS
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  MOVMES                 I (DINAMICO)         #BOOKMOVMES
      *  RELDORME               O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *  SORTWK01               SORT
      *  DORATV                 O / I (TRABALHO)
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
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: ANTES DE LER CADA GERACAO DATADA CONFERE O
      *              MANIFESTO DE INTEGRIDADE (GERMANIF.TXT, MODULO
      *              VERGER): GERACAO QUE NAO CONFERE ABORTA A
      *              EXECUCAO; GERACAO ANTERIOR AO MANIFESTO SO E
      *              AVISADA
      *=================================================================


      *              A CARGA DO MASTER EM TABELA DE 500 POSICOES NEM
      *              A REGRAVACAO INTEIRA DO ARQUIVO, O MESMO ESTOURO
      *              QUE O KSDS VEIO ELIMINAR
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: FIM DA TABELA DE ATIVIDADE DE 2000 CONTAS: OS
      *              MOVIMENTOS DAS GERACOES PASSAM POR UM SORT
      *              INTERNO (AGENCIA + CONTA) QUE GRAVA O ULTIMO MES
      *              DE CADA CONTA MOVIMENTADA EM DORATV.TMP, CASADO
      *              COM O MASTER NA ORDEM DA CHAVE. TOTAIS DE
      *              CONTROLE NO FIM DO RELDORME (MOVIMENTOS LIDOS X
      *              ORDENADOS, CONTAS GRAVADAS X AVALIADAS); LIDOS
      *              DIFERENTE DE ORDENADOS ABORTA ANTES DE MEXER NO
      *              MASTER
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: A CADA MES DO CATALOGO PERGUNTA AO MODULO VERMVM
      *              SE O MOVIMENTO CONSOLIDADO DO MES (MOVMES.M<MES>,
      *              PROGMOVM) PODE SER USADO; SE PODE, OS MOVIMENTOS
      *              DO MES VEM DELE E AS GERACOES DIARIAS DO MES NAO
      *              SAO ABERTAS
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
               FILE STATUS IS FS-GERACOES.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT MOVMES ASSIGN TO DYNAMIC WRK-NOME-VMV
               FILE STATUS IS FS-MOVMES.
           SELECT RELDORME ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELDORME.TXT"
               FILE STATUS IS FS-RELDORME.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".
           SELECT DORATV ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\DORATV.TMP"
               FILE STATUS IS FS-DORATV.

      *=================================================================
       DATA                                    DIVISION.
           05 REG-DATA-GER             PIC 9(008).
      *-----------------------------------------------------------------
      *        INPUT -  GERACAO DATADA DO RELSAIDA (UMA POR VEZ)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  MOVIMENTO CONSOLIDADO DE UM MES (PROGMOVM)
      *                               LRECL = 212
      *-----------------------------------------------------------------
       FD  MOVMES.
       COPY "#BOOKMOVMES".
      *-----------------------------------------------------------------
      *     OUTPUT-  RELATORIO DAS MUDANCAS DE SITUACAO
      *                               LRECL = 080
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
      *-----------------------------------------------------------------
      *     SORT  -  MOVIMENTOS POR AGENCIA + CONTA
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-AGENCIA-SRT          PIC 9(004).
           05 REG-CONTA-SRT            PIC 9(006).
           05 REG-MES-SRT              PIC 9(006).
      *-----------------------------------------------------------------
      *     TRABALHO - ULTIMO MES DE MOVIMENTO POR CONTA, NA ORDEM DA
      *                CHAVE DO MASTER        LRECL = 023
      *-----------------------------------------------------------------
       FD  DORATV.
       01  REG-DORATV.
           05 REG-CHAVE-DATV.
               10 REG-AGENCIA-DATV     PIC 9(004).
               10 REG-CONTA-DATV       PIC 9(006).
           05 REG-ULT-MES-DATV         PIC 9(006).
           05 REG-QT-MOV-DATV          PIC 9(007).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-MOVMES                   PIC X(002)          VALUE SPACES.
       01  WRK-USA-CONSOLIDADO         PIC X(001)          VALUE "N".
       01  WRK-MES-VERIFICADO          PIC 9(006)          VALUE ZEROS.
       01  FS-RELDORME                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-DORATV                   PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GER-ED             PIC 9(008)          VALUE ZEROS.
       01  WRK-GERACAO-DIVERGE         PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-PARM-MESES              PIC 9(002)          VALUE ZEROS.
       01  WRK-MES-CORTE               PIC 9(006)          VALUE ZEROS.
       01  WRK-MM-CORTE                PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-GERACOES-LIDAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-MESES-CONSOLIDADOS      PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-LIDOS            PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-MARCADAS-DORMENTES      PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REATIVADAS              PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DE CONTROLE: MOVIMENTOS LIDOS X ORDENADOS E CONTAS
      *    COM MOVIMENTO GRAVADAS X LIDAS NA AVALIACAO DO MASTER
      *-----------------------------------------------------------------
       01  ACU-MOVTOS-ORDENADOS        PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-ATIV-GRAVADAS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ATIV-LIDAS              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ATIV-SEM-MASTER         PIC 9(007)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== ULTIMO MES DE MOVIMENTO POR CONTA =====".
      *-----------------------------------------------------------------
       01  WRK-FIM-SORT                PIC X(001)          VALUE "N".
       01  WRK-CHAVE-SRT.
           05 WRK-AGENCIA-CHV-SRT      PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-CHV-SRT        PIC 9(006)          VALUE ZEROS.
       01  WRK-CHAVE-ANT.
           05 WRK-AGENCIA-ANT          PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-ANT            PIC 9(006)          VALUE ZEROS.
       01  WRK-ULT-MES-ANT             PIC 9(006)          VALUE ZEROS.
       01  WRK-QT-MOV-ANT              PIC 9(007)          VALUE ZEROS.
       01  WRK-CHAVE-ATV               PIC X(010)          VALUE SPACES.
       01  WRK-ULT-MES-CTA             PIC 9(006)          VALUE ZEROS.
       01  WRK-FIM-CONTAS              PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(042)          VALUE
               " ULT MOVTO: ".
           05 WRK-MUD-ULT-MES          PIC 9(006).
           05 FILLER                   PIC X(016)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-LIN-CONTROLE1           PIC X(080)          VALUE
               "===== TOTAIS DE CONTROLE =====".
       01  WRK-LIN-CONTROLE2.
           05 FILLER                   PIC X(036)          VALUE
               "MOVIMENTOS LIDOS DAS GERACOES......:".
           05 WRK-CTL-LIDOS-ED         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(033)          VALUE SPACES.
       01  WRK-LIN-CONTROLE3.
           05 FILLER                   PIC X(036)          VALUE
               "MOVIMENTOS ORDENADOS...............:".
           05 WRK-CTL-ORDENADOS-ED     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(033)          VALUE SPACES.
       01  WRK-LIN-CONTROLE4.
           05 FILLER                   PIC X(036)          VALUE
               "CONTAS COM MOVIMENTO GRAVADAS......:".
           05 WRK-CTL-GRAVADAS-ED      PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(033)          VALUE SPACES.
       01  WRK-LIN-CONTROLE5.
           05 FILLER                   PIC X(036)          VALUE
               "CONTAS COM MOVIMENTO AVALIADAS.....:".
           05 WRK-CTL-AVALIADAS-ED     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(033)          VALUE SPACES.
       01  WRK-LIN-CONTROLE6.
           05 FILLER                   PIC X(036)          VALUE
               "  DAS QUAIS FORA DO MASTER.........:".
           05 WRK-CTL-SEM-MASTER-ED    PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(033)          VALUE SPACES.
       01  WRK-LIN-CONTROLE7.
           05 FILLER                   PIC X(036)          VALUE
               "CONFERENCIA........................:".
           05 WRK-CTL-CONFERENCIA      PIC X(044)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-MES-MOVTO               PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
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

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0115-CALCULA-CORTE.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    OS MOVIMENTOS DE TODAS AS GERACOES SAO ORDENADOS POR
      *    AGENCIA + CONTA; A SAIDA DO SORT GRAVA UM REGISTRO POR CONTA
      *    MOVIMENTADA COM O MAIOR MES VISTO (DORATV.TMP), NA MESMA
      *    ORDEM DA CHAVE DO MASTER -- SEM LIMITE DE CONTAS
      *-----------------------------------------------------------------
       0200-ORDENA-MOVIMENTOS                  SECTION.
      *-----------------------------------------------------------------

               SORT SORTWK01
                   ON ASCENDING KEY REG-AGENCIA-SRT
                                    REG-CONTA-SRT
                   INPUT PROCEDURE  0201-SELECIONA-MOVIMENTOS
                   OUTPUT PROCEDURE 0220-GRAVA-ATIVIDADE.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   DISPLAY "EXECUCAO ABORTADA -- GERACAO ALTERADA OU "
                       "TRUNCADA DEPOIS DE GRAVADA"
                   MOVE "GERACAO DIVERGE DO MANIFESTO" TO
                       WRK-MSG-ERROS
                   MOVE '0209-VERIFICA-MANIF' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF SORT-RETURN NOT EQUAL ZEROS
                   DISPLAY "ERRO NO SORT DOS MOVIMENTOS (SORT-RETURN "
                       SORT-RETURN ")"
                   MOVE "ERRO NO SORT DA DORMENCIA" TO WRK-MSG-ERROS
                   MOVE '0200-ORDENA-MOVTOS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF ACU-MOVTOS-ORDENADOS NOT EQUAL ACU-MOVTOS-LIDOS
                   DISPLAY "ERRO: MOVIMENTOS LIDOS " ACU-MOVTOS-LIDOS
                       " DIFERENTE DOS ORDENADOS " ACU-MOVTOS-ORDENADOS
                       " -- EXECUCAO ABORTADA PARA NAO MARCAR "
                       "DORMENCIA ERRADA"
                   MOVE "SORT PERDEU MOVIMENTOS" TO WRK-MSG-ERROS
                   MOVE '0200-ORDENA-MOVTOS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0200-ORDENA-MOVIMENTOS-FIM.             EXIT.
      *-----------------------------------------------------------------
       0201-SELECIONA-MOVIMENTOS               SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "ATENCAO: CATALOGO DE GERACOES AUSENTE -- "
                       "NENHUM MOVIMENTO PARA AVALIAR"
                   GO TO 0201-SELECIONA-MOVIMENTOS-FIM
               END-IF.
               PERFORM 0120-LEITURA.
               PERFORM 0202-PROCESSAR
                   UNTIL FS-GERACOES NOT EQUAL '00'.
               CLOSE GERACOES.

       0201-SELECIONA-MOVIMENTOS-FIM.          EXIT.
      *-----------------------------------------------------------------
       0202-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-TIPO-GER EQUAL "RELSAIDA"
                   IF REG-DATA-GER(1:6) NOT EQUAL WRK-MES-VERIFICADO
                       PERFORM 0205-VERIFICA-CONSOLIDADO
                   END-IF
                   IF WRK-USA-CONSOLIDADO EQUAL "N"
                       ADD 1 TO ACU-GERACOES-LIDAS
                       PERFORM 0210-VARRE-GERACAO
                   END-IF
               END-IF.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   MOVE '10' TO FS-GERACOES
               ELSE
                   PERFORM 0120-LEITURA
               END-IF.

       0202-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    PRIMEIRA GERACAO DE UM MES: SE O VERMVM CONFIRMAR O
      *    CONSOLIDADO DO MES, ELE E LIDO INTEIRO AQUI E AS GERACOES
      *    DIARIAS DO MES SAO PULADAS
      *-----------------------------------------------------------------
       0205-VERIFICA-CONSOLIDADO               SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-USA-CONSOLIDADO.
               MOVE REG-DATA-GER(1:6)  TO WRK-MES-VERIFICADO.
               MOVE WRK-MES-VERIFICADO TO WRK-MES-VMV.
               MOVE WRK-PROGRAMA-EXEC  TO WRK-PROGRAMA-VMV.
               CALL WRK-MODULO-VERMVM USING WRK-VERMVM.
               IF WRK-VMV-DESATUALIZADO
                   DISPLAY "ATENCAO: MOVIMENTO CONSOLIDADO DE "
                       WRK-MES-VMV " DESATUALIZADO (RODAR O "
                       "PROGMOVM) -- LENDO AS GERACOES DIARIAS"
               END-IF.
               IF WRK-VMV-DIVERGE
                   DISPLAY "ATENCAO: MOVIMENTO CONSOLIDADO DE "
                       WRK-MES-VMV " NAO CONFERE COM O TRAILER -- "
                       "LENDO AS GERACOES DIARIAS"
               END-IF.
               IF NOT WRK-VMV-OK
                   GO TO 0205-VERIFICA-CONSOLIDADO-FIM
               END-IF.
               OPEN INPUT MOVMES.
               IF FS-MOVMES                  NOT EQUAL '00'
                   GO TO 0205-VERIFICA-CONSOLIDADO-FIM
               END-IF.
               MOVE "S" TO WRK-USA-CONSOLIDADO.
               ADD 1 TO ACU-MESES-CONSOLIDADOS.
               ADD WRK-QT-GER-ACEITO-VMV TO ACU-GERACOES-LIDAS.
               DISPLAY "LENDO O MOVIMENTO CONSOLIDADO: " WRK-NOME-VMV.
               PERFORM 0206-LE-CONSOLIDADO
                       UNTIL FS-MOVMES NOT EQUAL '00'.
               CLOSE MOVMES.

       0205-VERIFICA-CONSOLIDADO-FIM.          EXIT.
      *-----------------------------------------------------------------
       0206-LE-CONSOLIDADO                     SECTION.
      *-----------------------------------------------------------------

               READ MOVMES
                   AT END
                       MOVE '10' TO FS-MOVMES
                   NOT AT END
                       IF REG-MVM-ACEITO
                           MOVE REG-DADOS-MVM TO REG-RELSAIDA
                           ADD 1 TO ACU-MOVTOS-LIDOS
                           PERFORM 0215-LIBERA-MOVIMENTO
                       END-IF
               END-READ.

       0206-LE-CONSOLIDADO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0210-VARRE-GERACAO                      SECTION.
      *-----------------------------------------------------------------
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               PERFORM 0209-VERIFICA-MANIFESTO.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   GO TO 0210-VARRE-GERACAO-FIM
               END-IF.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                EQUAL '00'
                   PERFORM 0211-LE-MOVIMENTO
               END-IF.

       0210-VARRE-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0209-VERIFICA-MANIFESTO                 SECTION.
      *-----------------------------------------------------------------
      *    DENTRO DO SORT NAO SE ABORTA: A DIVERGENCIA SO E MARCADA E
      *    A EXECUCAO E ENCERRADA LOGO DEPOIS DO SORT, ANTES DE TOCAR
      *    NO MASTER
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

       0209-VERIFICA-MANIFESTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0211-LE-MOVIMENTO                       SECTION.
      *-----------------------------------------------------------------
                   NOT AT END
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                           ADD 1 TO ACU-MOVTOS-LIDOS
                           PERFORM 0215-LIBERA-MOVIMENTO
                       END-IF
               END-READ.

       0211-LE-MOVIMENTO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0215-LIBERA-MOVIMENTO                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA    TO REG-AGENCIA-SRT.
               MOVE REG-CONTA-RELSAIDA      TO REG-CONTA-SRT.
               MOVE REG-DATA-RELSAIDA(1:6)  TO REG-MES-SRT.
               RELEASE REG-SORTWK01.

       0215-LIBERA-MOVIMENTO-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    SAIDA DO SORT: QUEBRA POR CONTA, GUARDANDO O MAIOR MES
      *-----------------------------------------------------------------
       0220-GRAVA-ATIVIDADE                    SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT DORATV.
               IF FS-DORATV                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-DORATV            TO WRK-STATUS-ERRO
                   MOVE '0220-ABRE-DORATV'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0221-RETORNA-MOVIMENTO.
               IF WRK-FIM-SORT EQUAL "N"
                   PERFORM 0222-INICIA-CONTA
               END-IF.
               PERFORM 0223-ACUMULA-MOVIMENTO
                   UNTIL WRK-FIM-SORT EQUAL "S".
               IF ACU-MOVTOS-ORDENADOS GREATER ZEROS
                   PERFORM 0224-GRAVA-CONTA
               END-IF.
               CLOSE DORATV.

       0220-GRAVA-ATIVIDADE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0221-RETORNA-MOVIMENTO                  SECTION.
      *-----------------------------------------------------------------

               RETURN SORTWK01
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       MOVE REG-AGENCIA-SRT TO WRK-AGENCIA-CHV-SRT
                       MOVE REG-CONTA-SRT   TO WRK-CONTA-CHV-SRT
               END-RETURN.

       0221-RETORNA-MOVIMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0222-INICIA-CONTA                       SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-CHAVE-SRT TO WRK-CHAVE-ANT.
               MOVE ZEROS         TO WRK-ULT-MES-ANT.
               MOVE ZEROS         TO WRK-QT-MOV-ANT.

       0222-INICIA-CONTA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0223-ACUMULA-MOVIMENTO                  SECTION.
      *-----------------------------------------------------------------

               IF WRK-CHAVE-SRT NOT EQUAL WRK-CHAVE-ANT
                   PERFORM 0224-GRAVA-CONTA
                   PERFORM 0222-INICIA-CONTA
               END-IF.
               ADD 1 TO ACU-MOVTOS-ORDENADOS.
               ADD 1 TO WRK-QT-MOV-ANT.
               IF REG-MES-SRT GREATER WRK-ULT-MES-ANT
                   MOVE REG-MES-SRT TO WRK-ULT-MES-ANT
               END-IF.
               PERFORM 0221-RETORNA-MOVIMENTO.

       0223-ACUMULA-MOVIMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0224-GRAVA-CONTA                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-AGENCIA-ANT  TO REG-AGENCIA-DATV.
               MOVE WRK-CONTA-ANT    TO REG-CONTA-DATV.
               MOVE WRK-ULT-MES-ANT  TO REG-ULT-MES-DATV.
               MOVE WRK-QT-MOV-ANT   TO REG-QT-MOV-DATV.
               WRITE REG-DORATV.
               ADD 1 TO ACU-ATIV-GRAVADAS.

       0224-GRAVA-CONTA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-ABRE-RELATORIO.
               OPEN OUTPUT RELDORME.
               MOVE WRK-MES-CORTE TO WRK-CAB-MES-CORTE.
               MOVE WRK-LIN-CABEC TO REG-RELDORME.
                   MOVE '0310-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT DORATV.
               IF FS-DORATV                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-DORATV            TO WRK-STATUS-ERRO
                   MOVE '0310-ABRE-DORATV'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0334-LE-ATIVIDADE.
               MOVE ZEROS TO REG-AGENCIA-MTR.
               MOVE ZEROS TO REG-CONTA-MTR.
               START CONTAS KEY NOT LESS REG-CHAVE-MTR.
                   PERFORM 0330-AVALIA-UMA
                       UNTIL WRK-FIM-CONTAS EQUAL "S"
               END-IF.
               PERFORM 0336-SOBRA-ATIVIDADE
                   UNTIL WRK-CHAVE-ATV EQUAL HIGH-VALUES.
               CLOSE CONTAS.
               CLOSE DORATV.
               PERFORM 0340-GRAVA-CONTROLE.
               CLOSE RELDORME.

       0320-ESTATISTICA.
               DISPLAY " >>>>>>>> CONTAS DORMENTES <<<<<<<<< "
               DISPLAY "GERACOES VARRIDAS............:"
                   ACU-GERACOES-LIDAS.
               DISPLAY "  MESES LIDOS DO CONSOLIDADO.:"
                   ACU-MESES-CONSOLIDADOS.
               DISPLAY "MOVIMENTOS LIDOS.............:"
                   ACU-MOVTOS-LIDOS.
               DISPLAY "MOVIMENTOS ORDENADOS.........:"
                   ACU-MOVTOS-ORDENADOS.
               DISPLAY "CONTAS COM MOVIMENTO.........:"
                   ACU-ATIV-GRAVADAS.
               DISPLAY "CONTAS MARCADAS DORMENTES....:"
                   ACU-MARCADAS-DORMENTES.
               DISPLAY "CONTAS REATIVADAS............:"
                   ACU-REATIVADAS.
               DISPLAY "CONFERENCIA..................:"
                   WRK-CTL-CONFERENCIA.

       0325-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.
               IF ACU-ATIV-LIDAS NOT EQUAL ACU-ATIV-GRAVADAS
                   MOVE "CONTAS COM MOVTO PERDIDAS" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0330-AVALIA-UMA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0332-BUSCA-ATIVIDADE                    SECTION.
      *-----------------------------------------------------------------
      *    DORATV E MASTER ESTAO NA MESMA ORDEM: AVANCA O DORATV ATE A
      *    CHAVE DA CONTA DO MASTER (CONTA MOVIMENTADA QUE NAO ESTA NO
      *    MASTER FICA PARA TRAS E E SO CONTADA)
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-ULT-MES-CTA.
               PERFORM 0333-PULA-ATIVIDADE
                   UNTIL WRK-CHAVE-ATV NOT LESS REG-CHAVE-MTR.
               IF WRK-CHAVE-ATV EQUAL REG-CHAVE-MTR
                   MOVE REG-ULT-MES-DATV TO WRK-ULT-MES-CTA
                   PERFORM 0334-LE-ATIVIDADE
               END-IF.

       0332-BUSCA-ATIVIDADE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0333-PULA-ATIVIDADE                     SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-ATIV-SEM-MASTER.
               PERFORM 0334-LE-ATIVIDADE.

       0333-PULA-ATIVIDADE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0334-LE-ATIVIDADE                       SECTION.
      *-----------------------------------------------------------------

               READ DORATV
                   AT END
                       MOVE HIGH-VALUES TO WRK-CHAVE-ATV
                   NOT AT END
                       ADD 1 TO ACU-ATIV-LIDAS
                       MOVE REG-CHAVE-DATV TO WRK-CHAVE-ATV
               END-READ.

       0334-LE-ATIVIDADE-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0336-SOBRA-ATIVIDADE                    SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-ATIV-SEM-MASTER.
               PERFORM 0334-LE-ATIVIDADE.

       0336-SOBRA-ATIVIDADE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0335-GRAVA-MUDANCA                      SECTION.
      *-----------------------------------------------------------------
               WRITE REG-RELDORME.

       0335-GRAVA-MUDANCA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0340-GRAVA-CONTROLE                     SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-CONTROLE1 TO REG-RELDORME.
               WRITE REG-RELDORME.
               MOVE ACU-MOVTOS-LIDOS TO WRK-CTL-LIDOS-ED.
               MOVE WRK-LIN-CONTROLE2 TO REG-RELDORME.
               WRITE REG-RELDORME.
               MOVE ACU-MOVTOS-ORDENADOS TO WRK-CTL-ORDENADOS-ED.
               MOVE WRK-LIN-CONTROLE3 TO REG-RELDORME.
               WRITE REG-RELDORME.
               MOVE ACU-ATIV-GRAVADAS TO WRK-CTL-GRAVADAS-ED.
               MOVE WRK-LIN-CONTROLE4 TO REG-RELDORME.
               WRITE REG-RELDORME.
               MOVE ACU-ATIV-LIDAS TO WRK-CTL-AVALIADAS-ED.
               MOVE WRK-LIN-CONTROLE5 TO REG-RELDORME.
               WRITE REG-RELDORME.
               MOVE ACU-ATIV-SEM-MASTER TO WRK-CTL-SEM-MASTER-ED.
               MOVE WRK-LIN-CONTROLE6 TO REG-RELDORME.
               WRITE REG-RELDORME.
               IF ACU-MOVTOS-ORDENADOS EQUAL ACU-MOVTOS-LIDOS AND
                  ACU-ATIV-LIDAS EQUAL ACU-ATIV-GRAVADAS
                   MOVE "OK - NENHUM MOVIMENTO PERDIDO"
                       TO WRK-CTL-CONFERENCIA
               ELSE
                   MOVE "DIVERGENTE - CONTAS COM MOVIMENTO PERDIDAS"
                       TO WRK-CTL-CONFERENCIA
               END-IF.
               MOVE WRK-LIN-CONTROLE7 TO REG-RELDORME.
               WRITE REG-RELDORME.

       0340-GRAVA-CONTROLE-FIM.                EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

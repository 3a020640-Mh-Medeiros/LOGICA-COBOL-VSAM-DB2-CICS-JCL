       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGARQREL.
      *=================================================================
      * PROGRAMA   : PROGARQREL
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ARQUIVAMENTO DOS RELATORIOS PRODUZIDOS PELAS
      *              CADEIAS. ULTIMO PASSO DO PGNOITE (CICLO "D") E DO
      *              PGMENSAL (CICLO "M"):
      *              - CADA RELATORIO DO CATALOGO (RELCATAL.TXT) DO
      *                CICLO E COPIADO PARA UMA GERACAO DATADA
      *                ARQUIVO\<RELATORIO>.D<DATA>.G<NN>.TXT (NN = 01,
      *                02... A CADA REEXECUCAO NA MESMA DATA DE
      *                NEGOCIO), COM PAGINA E LINHA EM CADA REGISTRO;
      *              - A PAGINA QUEBRA NO TEXTO DO CABECALHO DE PAGINA
      *                DO CATALOGO OU A CADA N LINHAS;
      *              - O INDICE (RELINDEX.TXT) RECEBE UMA LINHA POR
      *                GERACAO COM A DATA, HORA E USUARIO DA ULTIMA
      *                EXECUCAO DO PROGRAMA GERADOR NA AUDITORIA.TXT,
      *                A QTDE DE PAGINAS E DE LINHAS. A MESMA EXECUCAO
      *                NAO E ARQUIVADA DUAS VEZES;
      *              - EXPURGO: GERACAO MAIS ANTIGA QUE A RETENCAO DO
      *                CATALOGO (OU A PADRAO DO PARAMETRO) TEM O
      *                ARQUIVO EXCLUIDO E RECEBE LINHA "E" NO INDICE;
      *                SE A EXCLUSAO FALHAR, FICA PARA A PROXIMA
      *                EXECUCAO (CONDITION CODE 4).
      *              A CONSULTA E A REIMPRESSAO SAO FEITAS PELO
      *              RELARQUIV. RELATORIO NAO PRODUZIDO NO CICLO SO E
      *              AVISADO; CONDITION CODE 4 EM ERRO DE LEITURA DE UM
      *              RELATORIO, 12 SEM CATALOGO OU EM ESTOURO DE TABELA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  RELCATAL               I                    #BOOKRELCAT
      *  RELORIG                I
      *  ARQREL                 O / DELETE           #BOOKARQREL
      *  RELINDEX               I / O (EXTEND)       #BOOKRELIDX
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              I / O (EXTEND)       #BOOKAUDIT
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
           SELECT RELCATAL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RELCATAL.TXT"
               FILE STATUS IS FS-RELCATAL.
           SELECT RELORIG ASSIGN TO DYNAMIC WRK-NOME-RELORIG
               FILE STATUS IS FS-RELORIG.
           SELECT ARQREL ASSIGN TO DYNAMIC WRK-NOME-ARQREL
               FILE STATUS IS FS-ARQREL.
           SELECT RELINDEX ASSIGN TO
               "C:\CURSOLOGICA\COBOL\ARQUIVO\RELINDEX.TXT"
               FILE STATUS IS FS-RELINDEX.
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
      *        INPUT -  CATALOGO DE RELATORIOS ARQUIVADOS
      *                               LRECL = 104
      *-----------------------------------------------------------------
       FD  RELCATAL.
       COPY "#BOOKRELCAT".
      *-----------------------------------------------------------------
      *        INPUT -  RELATORIO PRODUZIDO (NOME DO CATALOGO)
      *                               LRECL = 200
      *-----------------------------------------------------------------
       FD  RELORIG.
       01  REG-RELORIG                 PIC X(200).
      *-----------------------------------------------------------------
      *     OUTPUT-  GERACAO ARQUIVADA DO RELATORIO
      *                               LRECL = 208
      *-----------------------------------------------------------------
       FD  ARQREL.
       COPY "#BOOKARQREL".
      *-----------------------------------------------------------------
      *  INPUT/OUTPUT-  INDICE DO ARQUIVO DE RELATORIOS
      *                               LRECL = 080
      *-----------------------------------------------------------------
       FD  RELINDEX.
       COPY "#BOOKRELIDX".
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *  INPUT/OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-RELCATAL                 PIC X(002)          VALUE SPACES.
       01  FS-RELORIG                  PIC X(002)          VALUE SPACES.
       01  FS-ARQREL                   PIC X(002)          VALUE SPACES.
       01  FS-RELINDEX                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELORIG            PIC X(060)          VALUE SPACES.
       01  WRK-NOME-ARQREL             PIC X(080)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-CICLO              PIC X(001)          VALUE SPACES.
       01  WRK-PARM-DATA               PIC 9(008)          VALUE ZEROS.
       01  WRK-PARM-RETENCAO           PIC 9(004)          VALUE ZEROS.
       01  WRK-DATA-NEGOCIO            PIC 9(008)          VALUE ZEROS.
       01  WRK-DIAS-NEGOCIO            PIC 9(008)          VALUE ZEROS.
       01  WRK-DIAS-GERACAO            PIC 9(008)          VALUE ZEROS.
       01  WRK-RETENCAO                PIC 9(004)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CATALOGO, COM A ULTIMA EXECUCAO DO PROGRAMA GERADOR NA
      *    AUDITORIA
      *-----------------------------------------------------------------
       01  WRK-QT-CATALOGO             PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-CAT                 PIC 9(003)          VALUE ZEROS.
       01  WRK-CAT-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-CATALOGO.
           05 TAB-CAT-ITEM             OCCURS 100 TIMES.
               10 TAB-CAT-RELATORIO        PIC X(008).
               10 TAB-CAT-PROGRAMA         PIC X(008).
               10 TAB-CAT-CICLO            PIC X(001).
               10 TAB-CAT-LINHAS-PAG       PIC 9(003).
               10 TAB-CAT-MARCA-PAG        PIC X(020).
               10 TAB-CAT-TAM-MARCA        PIC 9(002).
               10 TAB-CAT-RETENCAO         PIC 9(004).
               10 TAB-CAT-ARQUIVO          PIC X(060).
               10 TAB-CAT-DATA-EXEC        PIC 9(008).
               10 TAB-CAT-HORA-EXEC        PIC 9(006).
               10 TAB-CAT-USUARIO-EXEC     PIC X(008).
      *-----------------------------------------------------------------
      *    GERACOES DO INDICE (SITUACAO A = ARQUIVADA, E = EXPURGADA)
      *-----------------------------------------------------------------
       01  WRK-QT-INDICE               PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-IND                 PIC 9(004)          VALUE ZEROS.
       01  WRK-IND-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-JA-ARQUIVADO            PIC X(001)          VALUE "N".
       01  WRK-GERACAO                 PIC 9(002)          VALUE ZEROS.
       01  TAB-INDICE.
           05 TAB-IND-ITEM             OCCURS 9999 TIMES.
               10 TAB-IND-RELATORIO        PIC X(008).
               10 TAB-IND-DATA-NEG         PIC 9(008).
               10 TAB-IND-GERACAO          PIC 9(002).
               10 TAB-IND-DATA-EXEC        PIC 9(008).
               10 TAB-IND-HORA-EXEC        PIC 9(006).
               10 TAB-IND-SITUACAO         PIC X(001).
      *-----------------------------------------------------------------
      *    PAGINACAO DO RELATORIO EM COPIA
      *-----------------------------------------------------------------
       01  WRK-PAGINA                  PIC 9(005)          VALUE ZEROS.
       01  WRK-LINHA-PAG               PIC 9(003)          VALUE ZEROS.
       01  WRK-QT-LINHAS               PIC 9(007)          VALUE ZEROS.
       01  WRK-QT-MARCA                PIC 9(003)          VALUE ZEROS.
       01  WRK-MARCA                   PIC X(020)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-CATALOGO-CICLO          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ARQUIVADOS              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-NAO-PRODUZIDOS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JA-ARQUIVADOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ERROS-LEITURA           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EXPURGADOS              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ERROS-EXPURGO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PAGINAS                 PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LINHAS                  PIC 9(009)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGARQR".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
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
               PERFORM 0200-ARQUIVA-RELATORIO
                   VARYING WRK-IDX-CAT FROM 1 BY 1
                   UNTIL WRK-IDX-CAT GREATER WRK-QT-CATALOGO.
               PERFORM 0400-EXPURGA-GERACAO
                   VARYING WRK-IDX-IND FROM 1 BY 1
                   UNTIL WRK-IDX-IND GREATER WRK-QT-INDICE.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "CICLO A ARQUIVAR (D = NOTURNO, M = MENSAL, "
                   "ENTER = D): "
               ACCEPT WRK-PARM-CICLO.
               IF WRK-PARM-CICLO EQUAL SPACES
                   MOVE "D" TO WRK-PARM-CICLO
               END-IF.
               DISPLAY "DATA DE NEGOCIO (AAAAMMDD, ZEROS = CTLDATA): "
               ACCEPT WRK-PARM-DATA.
               DISPLAY "RETENCAO PADRAO EM DIAS (ENTER = 365): "
               ACCEPT WRK-PARM-RETENCAO.
               IF WRK-PARM-RETENCAO EQUAL ZEROS
                   MOVE 365 TO WRK-PARM-RETENCAO
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

               IF WRK-PARM-CICLO NOT EQUAL "D" AND
                  WRK-PARM-CICLO NOT EQUAL "M"
                   DISPLAY "ERRO: CICLO INVALIDO -- INFORMAR D OU M"
                   MOVE "CICLO DE ARQUIVAMENTO INVALIDO" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF WRK-PARM-DATA EQUAL ZEROS
                   PERFORM 0110-LE-DATA-MOVTO
               ELSE
                   MOVE WRK-PARM-DATA TO WRK-DATA-NEGOCIO
               END-IF.
               COMPUTE WRK-DIAS-NEGOCIO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-NEGOCIO).
               DISPLAY "ARQUIVANDO O CICLO " WRK-PARM-CICLO
                   " DA DATA DE NEGOCIO " WRK-DATA-NEGOCIO.

               PERFORM 0120-CARREGA-CATALOGO.
               PERFORM 0130-CARREGA-INDICE.
               PERFORM 0140-CARREGA-AUDITORIA.

               OPEN EXTEND RELINDEX.
               IF FS-RELINDEX EQUAL '35'
                   OPEN OUTPUT RELINDEX
                   CLOSE RELINDEX
                   OPEN EXTEND RELINDEX
               END-IF.
               IF FS-RELINDEX                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-EXEC TO WRK-DATA-NEGOCIO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.

       0110-LE-DATA-MOVTO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0111-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
               IF FS-CTLDATA                 EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-NEGOCIO
                   END-IF
               END-IF.

       0111-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0120-CARREGA-CATALOGO                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT RELCATAL.
               IF FS-RELCATAL                NOT EQUAL '00'
                   DISPLAY "ERRO: CATALOGO DE RELATORIOS (RELCATAL) "
                       "NAO ENCONTRADO"
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0121-LE-CATALOGO
                   UNTIL FS-RELCATAL NOT EQUAL '00'.
               CLOSE RELCATAL.

       0120-CARREGA-CATALOGO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0121-LE-CATALOGO                        SECTION.
      *-----------------------------------------------------------------

               READ RELCATAL
               IF FS-RELCATAL EQUAL '00'
                   IF WRK-QT-CATALOGO NOT LESS 100
                       DISPLAY "ERRO: CATALOGO COM MAIS DE 100 "
                           "RELATORIOS"
                       MOVE "ESTOURO DA TABELA DE CATALOGO" TO
                           WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-CATALOGO
                   MOVE REG-RELATORIO-CAT  TO
                       TAB-CAT-RELATORIO(WRK-QT-CATALOGO)
                   MOVE REG-PROGRAMA-CAT   TO
                       TAB-CAT-PROGRAMA(WRK-QT-CATALOGO)
                   MOVE REG-CICLO-CAT      TO
                       TAB-CAT-CICLO(WRK-QT-CATALOGO)
                   MOVE REG-LINHAS-PAG-CAT TO
                       TAB-CAT-LINHAS-PAG(WRK-QT-CATALOGO)
                   MOVE REG-MARCA-PAG-CAT  TO
                       TAB-CAT-MARCA-PAG(WRK-QT-CATALOGO)
                   MOVE ZEROS TO TAB-CAT-TAM-MARCA(WRK-QT-CATALOGO)
                   INSPECT REG-MARCA-PAG-CAT TALLYING
                       TAB-CAT-TAM-MARCA(WRK-QT-CATALOGO)
                       FOR CHARACTERS BEFORE INITIAL "  "
                   MOVE REG-RETENCAO-CAT   TO
                       TAB-CAT-RETENCAO(WRK-QT-CATALOGO)
                   MOVE REG-ARQUIVO-CAT    TO
                       TAB-CAT-ARQUIVO(WRK-QT-CATALOGO)
                   MOVE ZEROS  TO TAB-CAT-DATA-EXEC(WRK-QT-CATALOGO)
                   MOVE ZEROS  TO TAB-CAT-HORA-EXEC(WRK-QT-CATALOGO)
                   MOVE SPACES TO
                       TAB-CAT-USUARIO-EXEC(WRK-QT-CATALOGO)
               END-IF.

       0121-LE-CATALOGO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    GERACOES JA ARQUIVADAS; A LINHA "E" MARCA A EXPURGADA
      *-----------------------------------------------------------------
       0130-CARREGA-INDICE                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT RELINDEX.
               IF FS-RELINDEX EQUAL '00'
                   PERFORM 0131-LE-INDICE
                       UNTIL FS-RELINDEX NOT EQUAL '00'
                   CLOSE RELINDEX
               END-IF.
               MOVE SPACES TO FS-RELINDEX.

       0130-CARREGA-INDICE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0131-LE-INDICE                          SECTION.
      *-----------------------------------------------------------------

               READ RELINDEX
               IF FS-RELINDEX EQUAL '00'
                   IF REG-IDX-ARQUIVADO
                       PERFORM 0132-INCLUI-GERACAO
                   ELSE
                       PERFORM 0133-PROCURA-GERACAO
                       IF WRK-IND-ACHOU EQUAL "S"
                           MOVE "E" TO TAB-IND-SITUACAO(WRK-IDX-IND)
                       END-IF
                   END-IF
               END-IF.

       0131-LE-INDICE-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0132-INCLUI-GERACAO                     SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-INDICE NOT LESS 9999
                   DISPLAY "ERRO: INDICE COM MAIS DE 9999 GERACOES"
                   MOVE "ESTOURO DA TABELA DO INDICE" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO WRK-QT-INDICE.
               MOVE REG-RELATORIO-IDX TO
                   TAB-IND-RELATORIO(WRK-QT-INDICE).
               MOVE REG-DATA-NEG-IDX  TO
                   TAB-IND-DATA-NEG(WRK-QT-INDICE).
               MOVE REG-GERACAO-IDX   TO
                   TAB-IND-GERACAO(WRK-QT-INDICE).
               MOVE REG-DATA-EXEC-IDX TO
                   TAB-IND-DATA-EXEC(WRK-QT-INDICE).
               MOVE REG-HORA-EXEC-IDX TO
                   TAB-IND-HORA-EXEC(WRK-QT-INDICE).
               MOVE "A"               TO
                   TAB-IND-SITUACAO(WRK-QT-INDICE).

       0132-INCLUI-GERACAO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0133-PROCURA-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-IND-ACHOU.
               PERFORM 0134-COMPARA-GERACAO
                   VARYING WRK-IDX-IND FROM 1 BY 1
                   UNTIL WRK-IDX-IND GREATER WRK-QT-INDICE
                      OR WRK-IND-ACHOU EQUAL "S".
               IF WRK-IND-ACHOU EQUAL "S"
                   SUBTRACT 1 FROM WRK-IDX-IND
               END-IF.

       0133-PROCURA-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0134-COMPARA-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-IND-RELATORIO(WRK-IDX-IND) EQUAL
                      REG-RELATORIO-IDX AND
                  TAB-IND-DATA-NEG(WRK-IDX-IND) EQUAL
                      REG-DATA-NEG-IDX AND
                  TAB-IND-GERACAO(WRK-IDX-IND) EQUAL REG-GERACAO-IDX
                   MOVE "S" TO WRK-IND-ACHOU
               END-IF.

       0134-COMPARA-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    ULTIMA EXECUCAO DE CADA PROGRAMA GERADOR NA AUDITORIA
      *-----------------------------------------------------------------
       0140-CARREGA-AUDITORIA                  SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT AUDITORIA.
               IF FS-AUDITORIA EQUAL '00'
                   PERFORM 0141-LE-AUDITORIA
                       UNTIL FS-AUDITORIA NOT EQUAL '00'
                   CLOSE AUDITORIA
               END-IF.
               MOVE SPACES TO FS-AUDITORIA.

       0140-CARREGA-AUDITORIA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0141-LE-AUDITORIA                       SECTION.
      *-----------------------------------------------------------------

               READ AUDITORIA
               IF FS-AUDITORIA EQUAL '00'
                   PERFORM 0142-ATUALIZA-EXECUCAO
                       VARYING WRK-IDX-CAT FROM 1 BY 1
                       UNTIL WRK-IDX-CAT GREATER WRK-QT-CATALOGO
               END-IF.

       0141-LE-AUDITORIA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0142-ATUALIZA-EXECUCAO                  SECTION.
      *-----------------------------------------------------------------

               IF TAB-CAT-PROGRAMA(WRK-IDX-CAT) EQUAL REG-PROGRAMA-AUD
                   MOVE REG-DATA-AUD    TO
                       TAB-CAT-DATA-EXEC(WRK-IDX-CAT)
                   MOVE REG-HORA-AUD    TO
                       TAB-CAT-HORA-EXEC(WRK-IDX-CAT)
                   MOVE REG-USUARIO-AUD TO
                       TAB-CAT-USUARIO-EXEC(WRK-IDX-CAT)
               END-IF.

       0142-ATUALIZA-EXECUCAO-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    ARQUIVA O RELATORIO WRK-IDX-CAT DO CATALOGO, SE FOR DO
      *    CICLO, FOI PRODUZIDO E A EXECUCAO AINDA NAO FOI ARQUIVADA
      *-----------------------------------------------------------------
       0200-ARQUIVA-RELATORIO                  SECTION.
      *-----------------------------------------------------------------

               IF TAB-CAT-CICLO(WRK-IDX-CAT) NOT EQUAL WRK-PARM-CICLO
                   GO TO 0200-ARQUIVA-RELATORIO-FIM
               END-IF.
               ADD 1 TO ACU-CATALOGO-CICLO.

               PERFORM 0210-CONFERE-JA-ARQUIVADO.
               IF WRK-JA-ARQUIVADO EQUAL "S"
                   ADD 1 TO ACU-JA-ARQUIVADOS
                   DISPLAY "JA ARQUIVADO........: "
                       TAB-CAT-RELATORIO(WRK-IDX-CAT)
                   GO TO 0200-ARQUIVA-RELATORIO-FIM
               END-IF.

               MOVE TAB-CAT-ARQUIVO(WRK-IDX-CAT) TO WRK-NOME-RELORIG.
               OPEN INPUT RELORIG.
               IF FS-RELORIG EQUAL '35'
                   ADD 1 TO ACU-NAO-PRODUZIDOS
                   DISPLAY "NAO PRODUZIDO.......: "
                       TAB-CAT-RELATORIO(WRK-IDX-CAT)
                   GO TO 0200-ARQUIVA-RELATORIO-FIM
               END-IF.
               IF FS-RELORIG NOT EQUAL '00'
                   ADD 1 TO ACU-ERROS-LEITURA
                   DISPLAY "ERRO NA ABERTURA DO RELATORIO "
                       TAB-CAT-RELATORIO(WRK-IDX-CAT)
                       " (FS " FS-RELORIG ")"
                   GO TO 0200-ARQUIVA-RELATORIO-FIM
               END-IF.

               PERFORM 0220-PROXIMA-GERACAO.
               MOVE SPACES TO WRK-NOME-ARQREL.
               STRING "C:\CURSOLOGICA\COBOL\ARQUIVO\"
                                           DELIMITED BY SIZE
                      TAB-CAT-RELATORIO(WRK-IDX-CAT)
                                           DELIMITED BY SPACE
                      ".D"                 DELIMITED BY SIZE
                      WRK-DATA-NEGOCIO     DELIMITED BY SIZE
                      ".G"                 DELIMITED BY SIZE
                      WRK-GERACAO          DELIMITED BY SIZE
                      ".TXT"               DELIMITED BY SIZE
                   INTO WRK-NOME-ARQREL
               END-STRING.
               OPEN OUTPUT ARQREL.
               IF FS-ARQREL NOT EQUAL '00'
                   CLOSE RELORIG
                   DISPLAY "ERRO NA ABERTURA DA GERACAO "
                       WRK-NOME-ARQREL
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE ZEROS TO WRK-PAGINA.
               MOVE ZEROS TO WRK-LINHA-PAG.
               MOVE ZEROS TO WRK-QT-LINHAS.
               PERFORM 0230-COPIA-LINHA
                   UNTIL FS-RELORIG NOT EQUAL '00'.
               IF FS-RELORIG NOT EQUAL '10'
                   ADD 1 TO ACU-ERROS-LEITURA
                   DISPLAY "ERRO NA LEITURA DO RELATORIO "
                       TAB-CAT-RELATORIO(WRK-IDX-CAT)
                       " (FS " FS-RELORIG ") -- GERACAO INCOMPLETA"
               END-IF.
               CLOSE RELORIG
                     ARQREL.

               PERFORM 0240-GRAVA-INDICE.

       0200-ARQUIVA-RELATORIO-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    A MESMA EXECUCAO (DATA + HORA DA AUDITORIA) JA TEM GERACAO
      *    ATIVA NA DATA DE NEGOCIO
      *-----------------------------------------------------------------
       0210-CONFERE-JA-ARQUIVADO               SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-JA-ARQUIVADO.
               IF TAB-CAT-HORA-EXEC(WRK-IDX-CAT) NOT EQUAL ZEROS
                   PERFORM 0211-COMPARA-EXECUCAO
                       VARYING WRK-IDX-IND FROM 1 BY 1
                       UNTIL WRK-IDX-IND GREATER WRK-QT-INDICE
                          OR WRK-JA-ARQUIVADO EQUAL "S"
               END-IF.

       0210-CONFERE-JA-ARQUIVADO-FIM.          EXIT.
      *-----------------------------------------------------------------
       0211-COMPARA-EXECUCAO                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-IND-RELATORIO(WRK-IDX-IND) EQUAL
                      TAB-CAT-RELATORIO(WRK-IDX-CAT) AND
                  TAB-IND-DATA-NEG(WRK-IDX-IND) EQUAL
                      WRK-DATA-NEGOCIO AND
                  TAB-IND-DATA-EXEC(WRK-IDX-IND) EQUAL
                      TAB-CAT-DATA-EXEC(WRK-IDX-CAT) AND
                  TAB-IND-HORA-EXEC(WRK-IDX-IND) EQUAL
                      TAB-CAT-HORA-EXEC(WRK-IDX-CAT) AND
                  TAB-IND-SITUACAO(WRK-IDX-IND) EQUAL "A"
                   MOVE "S" TO WRK-JA-ARQUIVADO
               END-IF.

       0211-COMPARA-EXECUCAO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0220-PROXIMA-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-GERACAO.
               PERFORM 0221-MAIOR-GERACAO
                   VARYING WRK-IDX-IND FROM 1 BY 1
                   UNTIL WRK-IDX-IND GREATER WRK-QT-INDICE.
               IF WRK-GERACAO NOT LESS 99
                   DISPLAY "ERRO: MAIS DE 99 GERACOES DO RELATORIO "
                       TAB-CAT-RELATORIO(WRK-IDX-CAT) " NA DATA"
                   MOVE "ESTOURO DE GERACOES NA DATA" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO WRK-GERACAO.

       0220-PROXIMA-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0221-MAIOR-GERACAO                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-IND-RELATORIO(WRK-IDX-IND) EQUAL
                      TAB-CAT-RELATORIO(WRK-IDX-CAT) AND
                  TAB-IND-DATA-NEG(WRK-IDX-IND) EQUAL
                      WRK-DATA-NEGOCIO AND
                  TAB-IND-GERACAO(WRK-IDX-IND) GREATER WRK-GERACAO
                   MOVE TAB-IND-GERACAO(WRK-IDX-IND) TO WRK-GERACAO
               END-IF.

       0221-MAIOR-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    NOVA PAGINA NO TEXTO DO CABECALHO DE PAGINA DO CATALOGO OU
      *    QUANDO A PAGINA ATINGE O NUMERO DE LINHAS DO CATALOGO
      *-----------------------------------------------------------------
       0230-COPIA-LINHA                        SECTION.
      *-----------------------------------------------------------------

               READ RELORIG
               IF FS-RELORIG NOT EQUAL '00'
                   GO TO 0230-COPIA-LINHA-FIM
               END-IF.

               MOVE ZEROS TO WRK-QT-MARCA.
               IF TAB-CAT-TAM-MARCA(WRK-IDX-CAT) GREATER ZEROS
                   MOVE TAB-CAT-MARCA-PAG(WRK-IDX-CAT) TO WRK-MARCA
                   INSPECT REG-RELORIG TALLYING WRK-QT-MARCA
                       FOR ALL
                       WRK-MARCA(1:TAB-CAT-TAM-MARCA(WRK-IDX-CAT))
               END-IF.
               EVALUATE TRUE
                   WHEN WRK-PAGINA EQUAL ZEROS
                       MOVE 1 TO WRK-PAGINA
                       MOVE ZEROS TO WRK-LINHA-PAG
                   WHEN WRK-QT-MARCA GREATER ZEROS AND
                        WRK-LINHA-PAG GREATER ZEROS
                       ADD 1 TO WRK-PAGINA
                       MOVE ZEROS TO WRK-LINHA-PAG
                   WHEN TAB-CAT-LINHAS-PAG(WRK-IDX-CAT) GREATER ZEROS
                        AND WRK-LINHA-PAG NOT LESS
                            TAB-CAT-LINHAS-PAG(WRK-IDX-CAT)
                       ADD 1 TO WRK-PAGINA
                       MOVE ZEROS TO WRK-LINHA-PAG
               END-EVALUATE.
               ADD 1 TO WRK-LINHA-PAG.
               ADD 1 TO WRK-QT-LINHAS.

               MOVE WRK-PAGINA    TO REG-PAGINA-ARQ.
               MOVE WRK-LINHA-PAG TO REG-LINHA-ARQ.
               MOVE REG-RELORIG   TO REG-TEXTO-ARQ.
               WRITE REG-ARQREL.
               IF FS-ARQREL NOT EQUAL '00'
                   DISPLAY "ERRO NA GRAVACAO DA GERACAO "
                       WRK-NOME-ARQREL
                   MOVE WRK-NAO-GRAVOU TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0230-COPIA-LINHA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0240-GRAVA-INDICE                       SECTION.
      *-----------------------------------------------------------------

               INITIALIZE REG-RELINDEX.
               SET REG-IDX-ARQUIVADO TO TRUE.
               MOVE TAB-CAT-RELATORIO(WRK-IDX-CAT) TO
                   REG-RELATORIO-IDX.
               MOVE WRK-DATA-NEGOCIO  TO REG-DATA-NEG-IDX.
               MOVE WRK-GERACAO       TO REG-GERACAO-IDX.
               MOVE TAB-CAT-DATA-EXEC(WRK-IDX-CAT) TO
                   REG-DATA-EXEC-IDX.
               MOVE TAB-CAT-HORA-EXEC(WRK-IDX-CAT) TO
                   REG-HORA-EXEC-IDX.
               MOVE TAB-CAT-USUARIO-EXEC(WRK-IDX-CAT) TO
                   REG-USUARIO-EXEC-IDX.
               MOVE WRK-PAGINA        TO REG-QT-PAGINAS-IDX.
               MOVE WRK-QT-LINHAS     TO REG-QT-LINHAS-IDX.
               MOVE WRK-DATA-EXEC     TO REG-DATA-ARQ-IDX.
               MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-ARQ-IDX.
               WRITE REG-RELINDEX.
               PERFORM 0132-INCLUI-GERACAO.

               ADD 1 TO ACU-ARQUIVADOS.
               ADD WRK-PAGINA    TO ACU-PAGINAS.
               ADD WRK-QT-LINHAS TO ACU-LINHAS.
               DISPLAY "ARQUIVADO...........: "
                   TAB-CAT-RELATORIO(WRK-IDX-CAT)
                   " G" WRK-GERACAO
                   " PAGINAS:" WRK-PAGINA
                   " LINHAS:" WRK-QT-LINHAS.

       0240-GRAVA-INDICE-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    GERACAO ATIVA MAIS ANTIGA QUE A RETENCAO DO RELATORIO: O
      *    CONTEUDO E ELIMINADO E O INDICE RECEBE A LINHA "E"
      *-----------------------------------------------------------------
       0400-EXPURGA-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-IND-SITUACAO(WRK-IDX-IND) NOT EQUAL "A"
                   GO TO 0400-EXPURGA-GERACAO-FIM
               END-IF.

               MOVE WRK-PARM-RETENCAO TO WRK-RETENCAO.
               MOVE "N" TO WRK-CAT-ACHOU.
               PERFORM 0401-RETENCAO-CATALOGO
                   VARYING WRK-IDX-CAT FROM 1 BY 1
                   UNTIL WRK-IDX-CAT GREATER WRK-QT-CATALOGO
                      OR WRK-CAT-ACHOU EQUAL "S".
               COMPUTE WRK-DIAS-GERACAO = FUNCTION INTEGER-OF-DATE(
                   TAB-IND-DATA-NEG(WRK-IDX-IND)).
               IF WRK-DIAS-GERACAO + WRK-RETENCAO NOT LESS
                  WRK-DIAS-NEGOCIO
                   GO TO 0400-EXPURGA-GERACAO-FIM
               END-IF.

               MOVE SPACES TO WRK-NOME-ARQREL.
               STRING "C:\CURSOLOGICA\COBOL\ARQUIVO\"
                                           DELIMITED BY SIZE
                      TAB-IND-RELATORIO(WRK-IDX-IND)
                                           DELIMITED BY SPACE
                      ".D"                 DELIMITED BY SIZE
                      TAB-IND-DATA-NEG(WRK-IDX-IND)
                                           DELIMITED BY SIZE
                      ".G"                 DELIMITED BY SIZE
                      TAB-IND-GERACAO(WRK-IDX-IND)
                                           DELIMITED BY SIZE
                      ".TXT"               DELIMITED BY SIZE
                   INTO WRK-NOME-ARQREL
               END-STRING.
               DELETE FILE ARQREL.
               IF FS-ARQREL NOT EQUAL '00' AND
                  FS-ARQREL NOT EQUAL '35'
                   DISPLAY "ERRO AO EXCLUIR " WRK-NOME-ARQREL
                   DISPLAY "STATUS: " FS-ARQREL
                   ADD 1 TO ACU-ERROS-EXPURGO
                   GO TO 0400-EXPURGA-GERACAO-FIM
               END-IF.

               INITIALIZE REG-RELINDEX.
               SET REG-IDX-EXPURGADO TO TRUE.
               MOVE TAB-IND-RELATORIO(WRK-IDX-IND) TO
                   REG-RELATORIO-IDX.
               MOVE TAB-IND-DATA-NEG(WRK-IDX-IND)  TO REG-DATA-NEG-IDX.
               MOVE TAB-IND-GERACAO(WRK-IDX-IND)   TO REG-GERACAO-IDX.
               MOVE WRK-DATA-EXEC     TO REG-DATA-ARQ-IDX.
               MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-ARQ-IDX.
               WRITE REG-RELINDEX.
               MOVE "E" TO TAB-IND-SITUACAO(WRK-IDX-IND).
               ADD 1 TO ACU-EXPURGADOS.

       0400-EXPURGA-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0401-RETENCAO-CATALOGO                  SECTION.
      *-----------------------------------------------------------------

               IF TAB-CAT-RELATORIO(WRK-IDX-CAT) EQUAL
                  TAB-IND-RELATORIO(WRK-IDX-IND)
                   MOVE "S" TO WRK-CAT-ACHOU
                   IF TAB-CAT-RETENCAO(WRK-IDX-CAT) GREATER ZEROS
                       MOVE TAB-CAT-RETENCAO(WRK-IDX-CAT) TO
                           WRK-RETENCAO
                   END-IF
               END-IF.

       0401-RETENCAO-CATALOGO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-ESTATISTICAS.
               CLOSE RELINDEX.
               DISPLAY "RELATORIOS DO CICLO NO CATALOGO:"
                   ACU-CATALOGO-CICLO.
               DISPLAY "RELATORIOS ARQUIVADOS..........:"
                   ACU-ARQUIVADOS.
               DISPLAY "PAGINAS ARQUIVADAS.............:" ACU-PAGINAS.
               DISPLAY "LINHAS ARQUIVADAS..............:" ACU-LINHAS.
               DISPLAY "EXECUCOES JA ARQUIVADAS........:"
                   ACU-JA-ARQUIVADOS.
               DISPLAY "RELATORIOS NAO PRODUZIDOS......:"
                   ACU-NAO-PRODUZIDOS.
               DISPLAY "RELATORIOS COM ERRO DE LEITURA.:"
                   ACU-ERROS-LEITURA.
               DISPLAY "GERACOES EXPURGADAS............:"
                   ACU-EXPURGADOS.
               DISPLAY "GERACOES COM ERRO NA EXCLUSAO..:"
                   ACU-ERROS-EXPURGO.
               IF ACU-ERROS-LEITURA GREATER ZEROS
                   MOVE "RELATORIO NAO ARQUIVADO POR ERRO" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF ACU-ERROS-EXPURGO GREATER ZEROS
                   MOVE "GERACAO VENCIDA NAO EXCLUIDA" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

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
               MOVE ACU-ARQUIVADOS    TO REG-QT-PROC-AUD.
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

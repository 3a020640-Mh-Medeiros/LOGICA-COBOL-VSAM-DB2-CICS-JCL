       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELARQUIV.
      *=================================================================
      * PROGRAMA   : RELARQUIV
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CONSULTA AO ARQUIVO DE RELATORIOS GRAVADO PELO
      *              PROGARQREL. EXECUCAO SOB DEMANDA, EM TRES MODOS:
      *              L - LISTA AS GERACOES DO INDICE (RELINDEX.TXT) DO
      *                  RELATORIO E/OU DATA DE NEGOCIO INFORMADOS, COM
      *                  EXECUCAO, USUARIO, PAGINAS E SITUACAO;
      *              R - REIMPRIME O RELATORIO DA DATA INFORMADA (A
      *                  GERACAO PEDIDA OU A ULTIMA ATIVA) NO
      *                  RELARQUIV.TXT, COM O TEXTO ORIGINAL;
      *              B - PROCURA UMA CHAVE (CONTA, CPF/CNPJ, CODIGO DE
      *                  CLIENTE) NAS GERACOES ATIVAS DO FILTRO E LISTA
      *                  RELATORIO, DATA, GERACAO, PAGINA E A LINHA
      *                  ONDE A CHAVE APARECE.
      *              CONDITION CODE 4 QUANDO NADA E ENCONTRADO (L/B) E
      *              8 QUANDO A GERACAO PEDIDA NAO EXISTE OU FOI
      *              EXPURGADA (R).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  RELINDEX               I                    #BOOKRELIDX
      *  ARQREL                 I                    #BOOKARQREL
      *  RELARQUIV              O
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
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
           SELECT RELINDEX ASSIGN TO
               "C:\CURSOLOGICA\COBOL\ARQUIVO\RELINDEX.TXT"
               FILE STATUS IS FS-RELINDEX.
           SELECT ARQREL ASSIGN TO DYNAMIC WRK-NOME-ARQREL
               FILE STATUS IS FS-ARQREL.
           SELECT RELARQUIV ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELARQUIV.TXT"
               FILE STATUS IS FS-RELARQUIV.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  INDICE DO ARQUIVO DE RELATORIOS
      *                               LRECL = 080
      *-----------------------------------------------------------------
       FD  RELINDEX.
       COPY "#BOOKRELIDX".
      *-----------------------------------------------------------------
      *        INPUT -  GERACAO ARQUIVADA DO RELATORIO
      *                               LRECL = 208
      *-----------------------------------------------------------------
       FD  ARQREL.
       COPY "#BOOKARQREL".
      *-----------------------------------------------------------------
      *       OUTPUT -  LISTA / REIMPRESSAO / BUSCA
      *                               LRECL = 232
      *-----------------------------------------------------------------
       FD  RELARQUIV.
       01  REG-RELARQUIV               PIC X(232).
      *-----------------------------------------------------------------
      *       OUTPUT -  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-RELINDEX                 PIC X(002)          VALUE SPACES.
       01  FS-ARQREL                   PIC X(002)          VALUE SPACES.
       01  FS-RELARQUIV                PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-ARQREL             PIC X(080)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-MODO               PIC X(001)          VALUE SPACES.
           88 WRK-MODO-LISTA                               VALUE "L".
           88 WRK-MODO-REIMPRIME                           VALUE "R".
           88 WRK-MODO-BUSCA                               VALUE "B".
       01  WRK-PARM-RELATORIO          PIC X(008)          VALUE SPACES.
       01  WRK-PARM-DATA               PIC 9(008)          VALUE ZEROS.
       01  WRK-PARM-GERACAO            PIC 9(002)          VALUE ZEROS.
       01  WRK-PARM-CHAVE              PIC X(030)          VALUE SPACES.
       01  WRK-TAM-CHAVE               PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    GERACOES DO INDICE (SITUACAO A = ATIVA, E = EXPURGADA)
      *-----------------------------------------------------------------
       01  WRK-QT-INDICE               PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-IND                 PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-ESCOLHIDA           PIC 9(004)          VALUE ZEROS.
       01  WRK-IND-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-INDICE.
           05 TAB-IND-ITEM             OCCURS 9999 TIMES.
               10 TAB-IND-RELATORIO        PIC X(008).
               10 TAB-IND-DATA-NEG         PIC 9(008).
               10 TAB-IND-GERACAO          PIC 9(002).
               10 TAB-IND-DATA-EXEC        PIC 9(008).
               10 TAB-IND-HORA-EXEC        PIC 9(006).
               10 TAB-IND-USUARIO-EXEC     PIC X(008).
               10 TAB-IND-QT-PAGINAS       PIC 9(005).
               10 TAB-IND-QT-LINHAS        PIC 9(007).
               10 TAB-IND-SITUACAO         PIC X(001).
               10 TAB-IND-DATA-EXPURGO     PIC 9(008).
      *-----------------------------------------------------------------
       01  WRK-QT-OCORR                PIC 9(003)          VALUE ZEROS.
       01  WRK-ULTIMA-PAGINA           PIC 9(005)          VALUE ZEROS.
       01  ACU-GERACOES                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-LINHAS                  PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-PAGINAS                 PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-ARQUIVO             PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(037)          VALUE
               "ARQUIVO DE RELATORIOS -- CONSULTA".
           05 FILLER                   PIC X(006)          VALUE
               "MODO: ".
           05 WRK-CAB-MODO             PIC X(001).
           05 FILLER                   PIC X(014)          VALUE
               "  RELATORIO: ".
           05 WRK-CAB-RELATORIO        PIC X(008).
           05 FILLER                   PIC X(009)          VALUE
               "  DATA: ".
           05 WRK-CAB-DATA             PIC 9(008).
           05 FILLER                   PIC X(012)          VALUE
               "  GERACAO: ".
           05 WRK-CAB-GERACAO          PIC 9(002).
           05 FILLER                   PIC X(010)          VALUE
               "  CHAVE: ".
           05 WRK-CAB-CHAVE            PIC X(030).
           05 FILLER                   PIC X(095)          VALUE SPACES.
       01  WRK-LIN-TIT-LISTA.
           05 FILLER                   PIC X(010)          VALUE
               "RELATORIO".
           05 FILLER                   PIC X(010)          VALUE
               "DATA NEG".
           05 FILLER                   PIC X(004)          VALUE
               "GER".
           05 FILLER                   PIC X(017)          VALUE
               "EXECUCAO".
           05 FILLER                   PIC X(010)          VALUE
               "USUARIO".
           05 FILLER                   PIC X(008)          VALUE
               "PAGINAS".
           05 FILLER                   PIC X(010)          VALUE
               "LINHAS".
           05 FILLER                   PIC X(163)          VALUE
               "SITUACAO".
       01  WRK-LIN-LISTA.
           05 WRK-LIS-RELATORIO        PIC X(008).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-LIS-DATA-NEG         PIC 9(008).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-LIS-GERACAO          PIC 9(002).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-LIS-DATA-EXEC        PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-LIS-HORA-EXEC        PIC 9(006).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-LIS-USUARIO          PIC X(008).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-LIS-PAGINAS          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-LIS-LINHAS           PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-LIS-SITUACAO         PIC X(013).
           05 WRK-LIS-DATA-EXPURGO     PIC X(008).
           05 FILLER                   PIC X(142)          VALUE SPACES.
       01  WRK-LIN-TIT-BUSCA.
           05 FILLER                   PIC X(010)          VALUE
               "RELATORIO".
           05 FILLER                   PIC X(010)          VALUE
               "DATA NEG".
           05 FILLER                   PIC X(004)          VALUE
               "GER".
           05 FILLER                   PIC X(007)          VALUE
               "PAGINA".
           05 FILLER                   PIC X(005)          VALUE
               "LIN".
           05 FILLER                   PIC X(196)          VALUE
               "TEXTO DA LINHA".
       01  WRK-LIN-BUSCA.
           05 WRK-BUS-RELATORIO        PIC X(008).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-BUS-DATA-NEG         PIC 9(008).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-BUS-GERACAO          PIC 9(002).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-BUS-PAGINA           PIC ZZZZ9.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-BUS-LINHA            PIC ZZ9.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-BUS-TEXTO            PIC X(196).
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-DESCRICAO        PIC X(040).
           05 WRK-TOT-QTDE             PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(183)          VALUE SPACES.
       01  WRK-LIN-BRANCO              PIC X(232)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "RELARQUI".
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
               EVALUATE TRUE
                   WHEN WRK-MODO-LISTA
                       PERFORM 0200-LISTA-GERACAO
                           VARYING WRK-IDX-IND FROM 1 BY 1
                           UNTIL WRK-IDX-IND GREATER WRK-QT-INDICE
                   WHEN WRK-MODO-REIMPRIME
                       PERFORM 0210-REIMPRIME
                   WHEN WRK-MODO-BUSCA
                       PERFORM 0220-BUSCA-GERACAO
                           VARYING WRK-IDX-IND FROM 1 BY 1
                           UNTIL WRK-IDX-IND GREATER WRK-QT-INDICE
               END-EVALUATE.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "MODO (L = LISTA, R = REIMPRESSAO, B = BUSCA): "
               ACCEPT WRK-PARM-MODO.
               DISPLAY "RELATORIO (ENTER = TODOS, OBRIGATORIO EM R): "
               ACCEPT WRK-PARM-RELATORIO.
               DISPLAY "DATA DE NEGOCIO (AAAAMMDD, ZEROS = TODAS, "
                   "OBRIGATORIA EM R): "
               ACCEPT WRK-PARM-DATA.
               IF WRK-MODO-REIMPRIME
                   DISPLAY "GERACAO (ZEROS = ULTIMA ATIVA): "
                   ACCEPT WRK-PARM-GERACAO
               END-IF.
               IF WRK-MODO-BUSCA
                   DISPLAY "CHAVE A PROCURAR (CONTA, CPF/CNPJ OU "
                       "CLIENTE, SEM ESPACOS): "
                   ACCEPT WRK-PARM-CHAVE
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

               IF NOT WRK-MODO-LISTA AND
                  NOT WRK-MODO-REIMPRIME AND
                  NOT WRK-MODO-BUSCA
                   DISPLAY "ERRO: MODO INVALIDO -- INFORMAR L, R OU B"
                   MOVE "MODO DE CONSULTA INVALIDO" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF WRK-MODO-REIMPRIME AND
                  (WRK-PARM-RELATORIO EQUAL SPACES OR
                   WRK-PARM-DATA EQUAL ZEROS)
                   DISPLAY "ERRO: REIMPRESSAO EXIGE RELATORIO E DATA"
                   MOVE "REIMPRESSAO SEM RELATORIO/DATA" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF WRK-MODO-BUSCA
                   INSPECT WRK-PARM-CHAVE TALLYING WRK-TAM-CHAVE
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WRK-TAM-CHAVE EQUAL ZEROS
                       DISPLAY "ERRO: BUSCA SEM CHAVE INFORMADA"
                       MOVE "BUSCA SEM CHAVE" TO WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               END-IF.

               PERFORM 0120-CARREGA-INDICE.

               OPEN OUTPUT RELARQUIV.
               IF FS-RELARQUIV               NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               IF NOT WRK-MODO-REIMPRIME
                   MOVE WRK-PARM-MODO      TO WRK-CAB-MODO
                   MOVE WRK-PARM-RELATORIO TO WRK-CAB-RELATORIO
                   MOVE WRK-PARM-DATA      TO WRK-CAB-DATA
                   MOVE WRK-PARM-GERACAO   TO WRK-CAB-GERACAO
                   MOVE WRK-PARM-CHAVE     TO WRK-CAB-CHAVE
                   MOVE WRK-LIN-CABEC  TO REG-RELARQUIV
                   WRITE REG-RELARQUIV
                   MOVE WRK-LIN-BRANCO TO REG-RELARQUIV
                   WRITE REG-RELARQUIV
               END-IF.
               IF WRK-MODO-LISTA
                   MOVE WRK-LIN-TIT-LISTA TO REG-RELARQUIV
                   WRITE REG-RELARQUIV
               END-IF.
               IF WRK-MODO-BUSCA
                   MOVE WRK-LIN-TIT-BUSCA TO REG-RELARQUIV
                   WRITE REG-RELARQUIV
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    GERACOES ARQUIVADAS; A LINHA "E" MARCA A EXPURGADA
      *-----------------------------------------------------------------
       0120-CARREGA-INDICE                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT RELINDEX.
               IF FS-RELINDEX EQUAL '35'
                   DISPLAY "AVISO: INDICE DO ARQUIVO DE RELATORIOS "
                       "AINDA NAO EXISTE"
                   GO TO 0120-CARREGA-INDICE-FIM
               END-IF.
               IF FS-RELINDEX                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0121-LE-INDICE
                   UNTIL FS-RELINDEX NOT EQUAL '00'.
               CLOSE RELINDEX.

       0120-CARREGA-INDICE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0121-LE-INDICE                          SECTION.
      *-----------------------------------------------------------------

               READ RELINDEX
               IF FS-RELINDEX EQUAL '00'
                   IF REG-IDX-ARQUIVADO
                       PERFORM 0122-INCLUI-GERACAO
                   ELSE
                       PERFORM 0123-PROCURA-GERACAO
                       IF WRK-IND-ACHOU EQUAL "S"
                           MOVE "E" TO TAB-IND-SITUACAO(WRK-IDX-IND)
                           MOVE REG-DATA-ARQ-IDX TO
                               TAB-IND-DATA-EXPURGO(WRK-IDX-IND)
                       END-IF
                   END-IF
               END-IF.

       0121-LE-INDICE-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0122-INCLUI-GERACAO                     SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-INDICE NOT LESS 9999
                   DISPLAY "ERRO: INDICE COM MAIS DE 9999 GERACOES"
                   MOVE "ESTOURO DA TABELA DO INDICE" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO WRK-QT-INDICE.
               MOVE REG-RELATORIO-IDX    TO
                   TAB-IND-RELATORIO(WRK-QT-INDICE).
               MOVE REG-DATA-NEG-IDX     TO
                   TAB-IND-DATA-NEG(WRK-QT-INDICE).
               MOVE REG-GERACAO-IDX      TO
                   TAB-IND-GERACAO(WRK-QT-INDICE).
               MOVE REG-DATA-EXEC-IDX    TO
                   TAB-IND-DATA-EXEC(WRK-QT-INDICE).
               MOVE REG-HORA-EXEC-IDX    TO
                   TAB-IND-HORA-EXEC(WRK-QT-INDICE).
               MOVE REG-USUARIO-EXEC-IDX TO
                   TAB-IND-USUARIO-EXEC(WRK-QT-INDICE).
               MOVE REG-QT-PAGINAS-IDX   TO
                   TAB-IND-QT-PAGINAS(WRK-QT-INDICE).
               MOVE REG-QT-LINHAS-IDX    TO
                   TAB-IND-QT-LINHAS(WRK-QT-INDICE).
               MOVE "A"                  TO
                   TAB-IND-SITUACAO(WRK-QT-INDICE).
               MOVE ZEROS                TO
                   TAB-IND-DATA-EXPURGO(WRK-QT-INDICE).

       0122-INCLUI-GERACAO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0123-PROCURA-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-IND-ACHOU.
               PERFORM 0124-COMPARA-GERACAO
                   VARYING WRK-IDX-IND FROM 1 BY 1
                   UNTIL WRK-IDX-IND GREATER WRK-QT-INDICE
                      OR WRK-IND-ACHOU EQUAL "S".
               IF WRK-IND-ACHOU EQUAL "S"
                   SUBTRACT 1 FROM WRK-IDX-IND
               END-IF.

       0123-PROCURA-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0124-COMPARA-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-IND-RELATORIO(WRK-IDX-IND) EQUAL
                      REG-RELATORIO-IDX AND
                  TAB-IND-DATA-NEG(WRK-IDX-IND) EQUAL
                      REG-DATA-NEG-IDX AND
                  TAB-IND-GERACAO(WRK-IDX-IND) EQUAL REG-GERACAO-IDX
                   MOVE "S" TO WRK-IND-ACHOU
               END-IF.

       0124-COMPARA-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    FILTRO DE RELATORIO / DATA DE NEGOCIO DOS MODOS L E B
      *-----------------------------------------------------------------
       0130-CONFERE-FILTRO                     SECTION.
      *-----------------------------------------------------------------

               MOVE "S" TO WRK-IND-ACHOU.
               IF WRK-PARM-RELATORIO NOT EQUAL SPACES AND
                  WRK-PARM-RELATORIO NOT EQUAL
                      TAB-IND-RELATORIO(WRK-IDX-IND)
                   MOVE "N" TO WRK-IND-ACHOU
               END-IF.
               IF WRK-PARM-DATA NOT EQUAL ZEROS AND
                  WRK-PARM-DATA NOT EQUAL TAB-IND-DATA-NEG(WRK-IDX-IND)
                   MOVE "N" TO WRK-IND-ACHOU
               END-IF.

       0130-CONFERE-FILTRO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0140-MONTA-NOME-GERACAO                 SECTION.
      *-----------------------------------------------------------------

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

       0140-MONTA-NOME-GERACAO-FIM.            EXIT.
      *-----------------------------------------------------------------
      *    MODO L: UMA LINHA POR GERACAO DO FILTRO
      *-----------------------------------------------------------------
       0200-LISTA-GERACAO                      SECTION.
      *-----------------------------------------------------------------

               PERFORM 0130-CONFERE-FILTRO.
               IF WRK-IND-ACHOU NOT EQUAL "S"
                   GO TO 0200-LISTA-GERACAO-FIM
               END-IF.

               MOVE TAB-IND-RELATORIO(WRK-IDX-IND)   TO
                   WRK-LIS-RELATORIO.
               MOVE TAB-IND-DATA-NEG(WRK-IDX-IND)    TO
                   WRK-LIS-DATA-NEG.
               MOVE TAB-IND-GERACAO(WRK-IDX-IND)     TO WRK-LIS-GERACAO.
               MOVE TAB-IND-DATA-EXEC(WRK-IDX-IND)   TO
                   WRK-LIS-DATA-EXEC.
               MOVE TAB-IND-HORA-EXEC(WRK-IDX-IND)   TO
                   WRK-LIS-HORA-EXEC.
               MOVE TAB-IND-USUARIO-EXEC(WRK-IDX-IND) TO
                   WRK-LIS-USUARIO.
               MOVE TAB-IND-QT-PAGINAS(WRK-IDX-IND)  TO WRK-LIS-PAGINAS.
               MOVE TAB-IND-QT-LINHAS(WRK-IDX-IND)   TO WRK-LIS-LINHAS.
               IF TAB-IND-SITUACAO(WRK-IDX-IND) EQUAL "A"
                   MOVE "ATIVO"        TO WRK-LIS-SITUACAO
                   MOVE SPACES         TO WRK-LIS-DATA-EXPURGO
               ELSE
                   MOVE "EXPURGADO EM " TO WRK-LIS-SITUACAO
                   MOVE TAB-IND-DATA-EXPURGO(WRK-IDX-IND) TO
                       WRK-LIS-DATA-EXPURGO
               END-IF.
               MOVE WRK-LIN-LISTA TO REG-RELARQUIV.
               WRITE REG-RELARQUIV.
               ADD 1 TO ACU-GERACOES.
               ADD TAB-IND-QT-PAGINAS(WRK-IDX-IND) TO ACU-PAGINAS.

       0200-LISTA-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    MODO R: GERACAO PEDIDA OU A ULTIMA ATIVA DA DATA
      *-----------------------------------------------------------------
       0210-REIMPRIME                          SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-IDX-ESCOLHIDA.
               PERFORM 0211-ESCOLHE-GERACAO
                   VARYING WRK-IDX-IND FROM 1 BY 1
                   UNTIL WRK-IDX-IND GREATER WRK-QT-INDICE.
               IF WRK-IDX-ESCOLHIDA EQUAL ZEROS
                   DISPLAY "GERACAO NAO ENCONTRADA NO INDICE: "
                       WRK-PARM-RELATORIO " " WRK-PARM-DATA
                       " G" WRK-PARM-GERACAO
                   MOVE 8 TO RETURN-CODE
                   GO TO 0210-REIMPRIME-FIM
               END-IF.
               MOVE WRK-IDX-ESCOLHIDA TO WRK-IDX-IND.
               IF TAB-IND-SITUACAO(WRK-IDX-IND) NOT EQUAL "A"
                   DISPLAY "GERACAO EXPURGADA EM "
                       TAB-IND-DATA-EXPURGO(WRK-IDX-IND) ": "
                       WRK-PARM-RELATORIO " " WRK-PARM-DATA
                       " G" TAB-IND-GERACAO(WRK-IDX-IND)
                   MOVE 8 TO RETURN-CODE
                   GO TO 0210-REIMPRIME-FIM
               END-IF.

               PERFORM 0140-MONTA-NOME-GERACAO.
               OPEN INPUT ARQREL.
               IF FS-ARQREL NOT EQUAL '00'
                   DISPLAY "GERACAO SEM ARQUIVO: " WRK-NOME-ARQREL
                       " (FS " FS-ARQREL ")"
                   MOVE 8 TO RETURN-CODE
                   GO TO 0210-REIMPRIME-FIM
               END-IF.
               DISPLAY "REIMPRIMINDO " WRK-NOME-ARQREL.
               PERFORM 0212-COPIA-LINHA
                   UNTIL FS-ARQREL NOT EQUAL '00'.
               CLOSE ARQREL.
               ADD 1 TO ACU-GERACOES.
               MOVE TAB-IND-QT-PAGINAS(WRK-IDX-IND) TO ACU-PAGINAS.

       0210-REIMPRIME-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0211-ESCOLHE-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-IND-RELATORIO(WRK-IDX-IND) EQUAL
                      WRK-PARM-RELATORIO AND
                  TAB-IND-DATA-NEG(WRK-IDX-IND) EQUAL WRK-PARM-DATA
                   IF WRK-PARM-GERACAO EQUAL ZEROS
                       IF TAB-IND-SITUACAO(WRK-IDX-IND) EQUAL "A"
                           MOVE WRK-IDX-IND TO WRK-IDX-ESCOLHIDA
                       END-IF
                   ELSE
                       IF TAB-IND-GERACAO(WRK-IDX-IND) EQUAL
                          WRK-PARM-GERACAO
                           MOVE WRK-IDX-IND TO WRK-IDX-ESCOLHIDA
                       END-IF
                   END-IF
               END-IF.

       0211-ESCOLHE-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0212-COPIA-LINHA                        SECTION.
      *-----------------------------------------------------------------

               READ ARQREL
               IF FS-ARQREL EQUAL '00'
                   MOVE REG-TEXTO-ARQ TO REG-RELARQUIV
                   WRITE REG-RELARQUIV
                   ADD 1 TO ACU-LINHAS
               END-IF.

       0212-COPIA-LINHA-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    MODO B: LINHAS DAS GERACOES ATIVAS DO FILTRO QUE CONTEM A
      *    CHAVE; CADA PAGINA E CONTADA UMA VEZ
      *-----------------------------------------------------------------
       0220-BUSCA-GERACAO                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-IND-SITUACAO(WRK-IDX-IND) NOT EQUAL "A"
                   GO TO 0220-BUSCA-GERACAO-FIM
               END-IF.
               PERFORM 0130-CONFERE-FILTRO.
               IF WRK-IND-ACHOU NOT EQUAL "S"
                   GO TO 0220-BUSCA-GERACAO-FIM
               END-IF.

               PERFORM 0140-MONTA-NOME-GERACAO.
               OPEN INPUT ARQREL.
               IF FS-ARQREL NOT EQUAL '00'
                   DISPLAY "AVISO: GERACAO SEM ARQUIVO: "
                       WRK-NOME-ARQREL " (FS " FS-ARQREL ")"
                   ADD 1 TO ACU-SEM-ARQUIVO
                   GO TO 0220-BUSCA-GERACAO-FIM
               END-IF.
               ADD 1 TO ACU-GERACOES.
               MOVE ZEROS TO WRK-ULTIMA-PAGINA.
               PERFORM 0221-PROCURA-CHAVE
                   UNTIL FS-ARQREL NOT EQUAL '00'.
               CLOSE ARQREL.

       0220-BUSCA-GERACAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0221-PROCURA-CHAVE                      SECTION.
      *-----------------------------------------------------------------

               READ ARQREL
               IF FS-ARQREL NOT EQUAL '00'
                   GO TO 0221-PROCURA-CHAVE-FIM
               END-IF.

               MOVE ZEROS TO WRK-QT-OCORR.
               INSPECT REG-TEXTO-ARQ TALLYING WRK-QT-OCORR
                   FOR ALL WRK-PARM-CHAVE(1:WRK-TAM-CHAVE).
               IF WRK-QT-OCORR EQUAL ZEROS
                   GO TO 0221-PROCURA-CHAVE-FIM
               END-IF.

               MOVE TAB-IND-RELATORIO(WRK-IDX-IND) TO WRK-BUS-RELATORIO.
               MOVE TAB-IND-DATA-NEG(WRK-IDX-IND)  TO WRK-BUS-DATA-NEG.
               MOVE TAB-IND-GERACAO(WRK-IDX-IND)   TO WRK-BUS-GERACAO.
               MOVE REG-PAGINA-ARQ TO WRK-BUS-PAGINA.
               MOVE REG-LINHA-ARQ  TO WRK-BUS-LINHA.
               MOVE REG-TEXTO-ARQ  TO WRK-BUS-TEXTO.
               MOVE WRK-LIN-BUSCA  TO REG-RELARQUIV.
               WRITE REG-RELARQUIV.
               ADD 1 TO ACU-LINHAS.
               IF REG-PAGINA-ARQ NOT EQUAL WRK-ULTIMA-PAGINA
                   ADD 1 TO ACU-PAGINAS
                   MOVE REG-PAGINA-ARQ TO WRK-ULTIMA-PAGINA
               END-IF.

       0221-PROCURA-CHAVE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-TOTAIS.
               IF NOT WRK-MODO-REIMPRIME
                   MOVE WRK-LIN-BRANCO TO REG-RELARQUIV
                   WRITE REG-RELARQUIV
                   MOVE "GERACOES LIDAS........................:" TO
                       WRK-TOT-DESCRICAO
                   MOVE ACU-GERACOES TO WRK-TOT-QTDE
                   PERFORM 0330-GRAVA-TOTAL
                   MOVE "PAGINAS...............................:" TO
                       WRK-TOT-DESCRICAO
                   MOVE ACU-PAGINAS TO WRK-TOT-QTDE
                   PERFORM 0330-GRAVA-TOTAL
               END-IF.
               IF WRK-MODO-BUSCA
                   MOVE "LINHAS COM A CHAVE....................:" TO
                       WRK-TOT-DESCRICAO
                   MOVE ACU-LINHAS TO WRK-TOT-QTDE
                   PERFORM 0330-GRAVA-TOTAL
                   MOVE "GERACOES SEM ARQUIVO..................:" TO
                       WRK-TOT-DESCRICAO
                   MOVE ACU-SEM-ARQUIVO TO WRK-TOT-QTDE
                   PERFORM 0330-GRAVA-TOTAL
               END-IF.
               IF WRK-MODO-REIMPRIME
                   DISPLAY "LINHAS REIMPRESSAS:" ACU-LINHAS
               END-IF.
               IF WRK-MODO-LISTA AND ACU-GERACOES EQUAL ZEROS
                   DISPLAY "NENHUMA GERACAO ARQUIVADA NO FILTRO"
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF WRK-MODO-BUSCA AND ACU-LINHAS EQUAL ZEROS
                   DISPLAY "CHAVE NAO ENCONTRADA NAS GERACOES ATIVAS"
                   MOVE 4 TO RETURN-CODE
               END-IF.
               CLOSE RELARQUIV.

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
               MOVE ACU-LINHAS        TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0330-GRAVA-TOTAL                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-TOTAL TO REG-RELARQUIV.
               WRITE REG-RELARQUIV.
               DISPLAY WRK-LIN-TOTAL(1:49).

       0330-GRAVA-TOTAL-FIM.                   EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGDESF.
      *=================================================================
      * PROGRAMA   : PROGDESF
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 29/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: DESFAZIMENTO DE UMA DATA DE MOVIMENTO JA
      *              PROCESSADA, PARA REPROCESSAR A CADEIA A PARTIR DO
      *              PROGCALL:
      *              - ESTORNA NO MASTER DE SALDOS (E NO SALDO DO ANO
      *                GRAVADO NA DATA) OS LANCAMENTOS DA GERACAO
      *                RELSAIDA.D<DATA> QUE O PROGSALDO JA TINHA
      *                CONTABILIZADO (POSICAO DO CTLSALDO) E ZERA A
      *                POSICAO DA DATA NO CTLSALDO;
      *              - RETIRA DO RAZAO.TXT AS PARTIDAS DA DATA;
      *              - RETIRA DO CATALOGO GERACOES.TXT AS GERACOES
      *                RELSAIDA / REJEITADOS DA DATA E APAGA OS
      *                ARQUIVOS DAS GERACOES;
      *              - REABRE A DATA NO CTLDATA.TXT (SO O REGISTRO DA
      *                DATA, SEM AS CONCLUSOES) E LIMPA OS STATUS DA
      *                DATA NO STATUSREL, COMO O PROGDATA;
      *              - GRAVA O RELATORIO DE DESFAZIMENTO (RELDESF.TXT)
      *                COM OS TOTAIS ANTES E DEPOIS PARA O SUPERVISOR.
      *              AS LINHAS DA DATA NA TABELA DB2 FOURSYS.LANCAMENTO
      *              SAO APAGADAS PELO PROGDB2D, NO STEP SEGUINTE DO
      *              JOB PGDESFAZ, QUE COMPLEMENTA O RELATORIO.
      *-----------------------------------------------------------------
      * OBSERVACAO.: EXIGE SIGN-ON DE SUPERVISOR (NIVEL 2 DO
      *              USUARIOS.TXT) E CONFIRMACAO. RECUSA, COM
      *              RETURN-CODE 8 E SEM ALTERAR NADA, DATA DE MES JA
      *              FECHADO NO FECHADOS.TXT (PROGFECHA) E DATA QUE NAO
      *              SEJA A ULTIMA ABERTA NO CTLDATA (OU UMA DATA
      *              ANTERIOR, QUANDO A DATA ABERTA DEPOIS DELA AINDA
      *              NAO TEM NENHUMA CONCLUSAO) -- AS DATAS SE DESFAZEM
      *              DA MAIS RECENTE PARA A MAIS ANTIGA.
      *              O ESTORNO DOS SALDOS NAO E REPETIVEL: SE O RUN
      *              CAIR NO MEIO DO ESTORNO (RETURN-CODE 12), VOLTAR O
      *              SALDOS E O SLDANUAL DO BACKUP ANTES DE RODAR DE
      *              NOVO. CONTA DA GERACAO AUSENTE DO MASTER DE SALDOS
      *              E LISTADA E TERMINA COM RETURN-CODE 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  USUARIOS               I                    #BOOKUSER
      *  CTLDATA                I-O                  #BOOKCTLDAT
      *  FECHADOS               I                    #BOOKFECHA
      *  CTLSALDO               I-O
      *  RELSAIDA (GERACAO)     I                    #BOOKRELSAIDA
      *  REJEITADOS (GERACAO)   -
      *  SALDOS                 I-O                  #BOOKSALDO
      *  SLDANUAL               I-O                  #BOOKSLDAN
      *  SLDDIARIO              I-O                  #BOOKSLDDIA
      *  RAZAO / RAZAOTMP       I-O
      *  GERACOES / GERACTMP    I-O
      *  STATUSREL / STATTMP    I-O                  #BOOKSTATUS
      *  RELDESF                O                    #BOOKDESF
      *  AUDITORIA              O                    #BOOKAUDIT
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
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 30 / 09 / 2026
      * OBJETIVO...: APAGA DO HISTORICO DE SALDOS DIARIOS (SLDDIARIO,
      *              GRAVADO PELO PROGSALDO) OS SALDOS DA DATA
      *              DESFEITA, PARA O SALDO MEDIO NAO USAR O FIM DE DIA
      *              ESTORNADO ANTES DO REPROCESSAMENTO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 10 / 10 / 2026
      * OBJETIVO...: MANTER NO RAZAO.TXT AS PARTIDAS DE LANCAMENTO
      *              CONTABIL MANUAL (ORIGEM "M", GRAVADAS PELO
      *              PROGLCRAZ) AO RETIRAR AS PARTIDAS DA DATA DESFEITA
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
           SELECT USUARIOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\USUARIOS.TXT"
               FILE STATUS IS FS-USUARIOS.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT FECHADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\FECHADOS.TXT"
               FILE STATUS IS FS-FECHADOS.
           SELECT CTLSALDO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLSALDO.TXT"
               FILE STATUS IS FS-CTLSALDO.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT GERREJ ASSIGN TO DYNAMIC WRK-NOME-GERREJ
               FILE STATUS IS FS-GERREJ.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT SLDANUAL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDANUAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SLDAN
               FILE STATUS IS FS-SLDANUAL.
           SELECT SLDDIARIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDDIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SLDDIA
               FILE STATUS IS FS-SLDDIARIO.
           SELECT RAZAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RAZAO.TXT"
               FILE STATUS IS FS-RAZAO.
           SELECT RAZAOTMP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RAZAO.TMP"
               FILE STATUS IS FS-RAZAOTMP.
           SELECT GERACOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERACOES.TXT"
               FILE STATUS IS FS-GERACOES.
           SELECT GERACTMP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERACOES.TMP"
               FILE STATUS IS FS-GERACTMP.
           SELECT STATUSREL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\STATUSREL.TXT"
               FILE STATUS IS FS-STATUSREL.
           SELECT STATTMP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\STATUSREL.TMP"
               FILE STATUS IS FS-STATTMP.
           SELECT RELDESF ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELDESF.TXT"
               FILE STATUS IS FS-RELDESF.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  USUARIOS (SIGN-ON DO SUPERVISOR)
      *-----------------------------------------------------------------
       FD  USUARIOS.
       COPY "#BOOKUSER".
      *-----------------------------------------------------------------
      *      I-O -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *                               LRECL = 017
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *        INPUT -  MESES FECHADOS (PROGFECHA)
      *                               LRECL = 022
      *-----------------------------------------------------------------
       FD  FECHADOS.
       COPY "#BOOKFECHA".
      *-----------------------------------------------------------------
      *      I-O -  POSICAO JA CONTABILIZADA DO RELSAIDA (PROGSALDO)
      *                               LRECL = 016
      *-----------------------------------------------------------------
       FD  CTLSALDO.
       01  REG-CTLSALDO.
           05 REG-QT-PROCESSADA-CTL    PIC 9(007).
           05 FILLER                  PIC X(001).
           05 REG-DATA-CTL             PIC 9(008).
      *-----------------------------------------------------------------
      *        INPUT -  GERACAO DATADA DOS LANCAMENTOS ACEITOS
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *          -   GERACAO DATADA DOS REJEITADOS (SO E APAGADA)
      *-----------------------------------------------------------------
       FD  GERREJ.
       01  REG-GERREJ                  PIC X(080).
      *-----------------------------------------------------------------
      *      I-O -  MASTER DE SALDOS POR AGENCIA + CONTA
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *      I-O -  HISTORICO ANUAL DE SALDOS
      *                               LRECL = 035
      *-----------------------------------------------------------------
       FD  SLDANUAL.
       COPY "#BOOKSLDAN".
      *-----------------------------------------------------------------
      *      I-O -  HISTORICO DE SALDOS DE FIM DE DIA (PROGSALDO)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SLDDIARIO.
       COPY "#BOOKSLDDIA".
      *-----------------------------------------------------------------
      *      I-O -  PARTIDAS DO DIARIO CONTABIL (PROGRAZAO) E COPIA DE
      *             TRABALHO SEM AS PARTIDAS DA DATA
      *                               LRECL = 030
      *-----------------------------------------------------------------
       FD  RAZAO.
       01  REG-RAZAO.
           05 REG-DATA-RZ              PIC 9(008).
           05 REG-CONTA-RAZAO-RZ       PIC 9(008).
           05 REG-SINAL-RZ             PIC X(001).
           05 REG-VALOR-RZ             PIC 9(010)V99.
           05 REG-ORIGEM-RZ            PIC X(001).
               88 REG-RZ-MANUAL            VALUE "M".
       FD  RAZAOTMP.
       01  REG-RAZAOTMP                PIC X(030).
      *-----------------------------------------------------------------
      *      I-O -  CATALOGO DE GERACOES (PROGCALL) E COPIA DE TRABALHO
      *                               LRECL = 017
      *-----------------------------------------------------------------
       FD  GERACOES.
       01  REG-GERACOES.
           05 REG-TIPO-GER             PIC X(008).
           05 FILLER                  PIC X(001).
           05 REG-DATA-GER             PIC 9(008).
       FD  GERACTMP.
       01  REG-GERACTMP                PIC X(017).
      *-----------------------------------------------------------------
      *      I-O -  STATUS DE CONCLUSAO DOS RUNS E COPIA DE TRABALHO
      *                               LRECL = 036
      *-----------------------------------------------------------------
       FD  STATUSREL.
       COPY "#BOOKSTATUS".
       FD  STATTMP.
       01  REG-STATTMP                 PIC X(036).
      *-----------------------------------------------------------------
      *     OUTPUT-  RELATORIO DE DESFAZIMENTO PARA O SUPERVISOR
      *                               LRECL = 080
      *-----------------------------------------------------------------
       FD  RELDESF.
       01  REG-RELDESF                 PIC X(080).
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
       01  FS-USUARIOS                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-FECHADOS                 PIC X(002)          VALUE SPACES.
       01  FS-CTLSALDO                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-GERREJ                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-SLDANUAL                 PIC X(002)          VALUE SPACES.
       01  FS-SLDDIARIO                PIC X(002)          VALUE SPACES.
       01  FS-RAZAO                    PIC X(002)          VALUE SPACES.
       01  FS-RAZAOTMP                 PIC X(002)          VALUE SPACES.
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-GERACTMP                 PIC X(002)          VALUE SPACES.
       01  FS-STATUSREL                PIC X(002)          VALUE SPACES.
       01  FS-STATTMP                  PIC X(002)          VALUE SPACES.
       01  FS-RELDESF                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-NOME-GERREJ             PIC X(060)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== PARAMETROS E CONFERENCIAS =====".
      *-----------------------------------------------------------------
       01  WRK-PARM-DATA               PIC X(008)          VALUE SPACES.
       01  WRK-DATA-DESFAZ             PIC 9(008)          VALUE ZEROS.
       01  WRK-MES-DESFAZ              PIC 9(006)          VALUE ZEROS.
       01  WRK-CONFIRMA                PIC X(001)          VALUE SPACES.
       01  WRK-SIGNON-OK               PIC X(001)          VALUE "N".
       01  WRK-NIVEL-SIGNON            PIC 9(001)          VALUE ZEROS.
       01  WRK-MES-FECHADO             PIC X(001)          VALUE "N".
       01  WRK-DATA-ABERTA             PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-CTLSALDO           PIC 9(008)          VALUE ZEROS.
       01  WRK-QT-POSTADA              PIC 9(007)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== SITUACAO DO PROCESSAMENTO =====".
      *-----------------------------------------------------------------
       01  WRK-FIM-RELSAIDA            PIC X(001)          VALUE "N".
       01  WRK-RELSAIDA-ABERTO         PIC X(001)          VALUE "N".
       01  WRK-SLDANUAL-ABERTO         PIC X(001)          VALUE "N".
       01  WRK-GER-SAIDA-APAGADA       PIC X(001)          VALUE "N".
       01  WRK-GER-REJ-APAGADA         PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "========== VARIAVEIS ACUMULADORAS ========== ".
      *-----------------------------------------------------------------
       01  ACU-CONCLUSOES-DATA         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-POSICAO-RELSAIDA        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ESTORNADOS              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ESTORN-DEBITO           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ESTORN-CREDITO          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-AUSENTES         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SLDANUAL-CORRIGIDOS     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SLDDIA-APAGADOS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-DEBITO            PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-CREDITO           PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-SOMA-SALDOS             PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-SALDOS-ANTES            PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-SALDOS-DEPOIS           PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-RZ-QT-ANTES             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-RZ-QT-DEPOIS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-RZ-DEB-ANTES            PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-RZ-DEB-DEPOIS           PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-RZ-CRED-ANTES           PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-RZ-CRED-DEPOIS          PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GER-ANTES               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GER-DEPOIS              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-STAT-ANTES              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-STAT-DEPOIS             PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGDESF".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== LINHAS DO RELATORIO =====".
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(034)          VALUE
               "DESFAZIMENTO DA DATA DE MOVIMENTO ".
           05 WRK-TIT-DATA             PIC 9(008).
           05 FILLER                   PIC X(015)          VALUE
               " -- SUPERVISOR ".
           05 WRK-TIT-USUARIO          PIC X(008).
           05 FILLER                   PIC X(004)          VALUE
               " EM ".
           05 WRK-TIT-EXEC             PIC 9(008).
           05 FILLER                   PIC X(003)          VALUE SPACES.
       01  WRK-LIN-TEXTO               PIC X(080)          VALUE SPACES.
       01  WRK-LIN-DETALHE.
           05 WRK-DET-ROTULO           PIC X(040)          VALUE SPACES.
           05 WRK-DET-QT               PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(005)          VALUE
               "  R$ ".
           05 WRK-DET-VALOR            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)          VALUE SPACES.
       COPY "#BOOKDESF".
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
               PERFORM 0200-PROCESSAR
                       UNTIL WRK-FIM-RELSAIDA EQUAL 'S'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------
      *    TODAS AS CONFERENCIAS SAO FEITAS ANTES DE QUALQUER
      *    ALTERACAO: A RECUSA SAI COM RETURN-CODE 8 E NADA MUDA
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "SUPERVISOR RESPONSAVEL PELO DESFAZIMENTO: "
               ACCEPT WRK-USUARIO-EXEC.
               DISPLAY "DATA DE MOVIMENTO A DESFAZER (AAAAMMDD): "
               ACCEPT WRK-PARM-DATA.
               IF WRK-PARM-DATA EQUAL SPACES OR
                  WRK-PARM-DATA IS NOT NUMERIC
                   DISPLAY "DATA DE MOVIMENTO INVALIDA: " WRK-PARM-DATA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE WRK-PARM-DATA       TO WRK-DATA-DESFAZ.
               MOVE WRK-DATA-DESFAZ(1:6) TO WRK-MES-DESFAZ.

               PERFORM 0110-CONFERE-SUPERVISOR.
               IF WRK-SIGNON-OK NOT EQUAL "S" OR
                  WRK-NIVEL-SIGNON LESS 2
                   DISPLAY "SUPERVISOR NAO AUTENTICADO: "
                       WRK-USUARIO-EXEC
                       " -- DESFAZIMENTO EXIGE NIVEL 2 NO USUARIOS"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               PERFORM 0120-CONFERE-MES-FECHADO.
               IF WRK-MES-FECHADO EQUAL "S"
                   DISPLAY "** MES " WRK-MES-DESFAZ " FECHADO PELO "
                       "FECHAMENTO CONTABIL (PROGFECHA) **"
                   DISPLAY "DESFAZIMENTO RECUSADO -- A DATA SO PODE "
                       "SER DESFEITA DEPOIS DA REABERTURA DO MES"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               PERFORM 0130-CONFERE-CTLDATA.
               IF WRK-DATA-ABERTA EQUAL WRK-DATA-DESFAZ
                   CONTINUE
               ELSE
                   IF WRK-DATA-ABERTA GREATER WRK-DATA-DESFAZ AND
                      ACU-CONCLUSOES-DATA EQUAL ZEROS
                       DISPLAY "DATA ABERTA NO CTLDATA ("
                           WRK-DATA-ABERTA ") AINDA SEM CONCLUSOES -- "
                           "VOLTA PARA " WRK-DATA-DESFAZ
                   ELSE
                       DISPLAY "DESFAZIMENTO RECUSADO -- A DATA ABERTA "
                           "NO CTLDATA E " WRK-DATA-ABERTA
                       DISPLAY "DESFAZER PRIMEIRO AS DATAS POSTERIORES "
                           "A " WRK-DATA-DESFAZ
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

               DISPLAY "CONFIRMA O DESFAZIMENTO DA DATA "
                   WRK-DATA-DESFAZ " ? [S/N]: "
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   DISPLAY "DESFAZIMENTO CANCELADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               PERFORM 0140-LE-CTLSALDO.
               PERFORM 0150-SOMA-SALDOS.
               MOVE ACU-SOMA-SALDOS TO ACU-SALDOS-ANTES.

               OPEN I-O SALDOS.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-SALDOS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN I-O SLDANUAL.
               IF FS-SLDANUAL                EQUAL '00'
                   MOVE 'S' TO WRK-SLDANUAL-ABERTO
               ELSE
                   DISPLAY "ATENCAO: HISTORICO ANUAL (SLDANUAL) NAO "
                       "ABRIU (FS " FS-SLDANUAL ") -- SALDO DO ANO "
                       "NAO CORRIGIDO"
               END-IF.

               PERFORM 0160-MONTA-NOMES.
               MOVE 'S' TO WRK-FIM-RELSAIDA.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                EQUAL '35'
                   DISPLAY "GERACAO RELSAIDA DA DATA AUSENTE -- NADA "
                       "A ESTORNAR NOS SALDOS"
                   GO TO 0100-INICIAR-FIM
               END-IF.
               IF FS-RELSAIDA                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RELSAIDA          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-RELSAIDA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE 'S' TO WRK-RELSAIDA-ABERTO.
               IF WRK-QT-POSTADA EQUAL ZEROS
                   DISPLAY "PROGSALDO NAO CONTABILIZOU A DATA -- NADA "
                       "A ESTORNAR NOS SALDOS"
                   GO TO 0100-INICIAR-FIM
               END-IF.
               MOVE 'N' TO WRK-FIM-RELSAIDA.
               PERFORM 0210-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-CONFERE-SUPERVISOR                 SECTION.
      *-----------------------------------------------------------------

               MOVE "N"   TO WRK-SIGNON-OK.
               MOVE ZEROS TO WRK-NIVEL-SIGNON.
               OPEN INPUT USUARIOS.
               IF FS-USUARIOS                NOT EQUAL '00'
                   DISPLAY "MASTER DE USUARIOS AUSENTE -- PROCURE O "
                       "SUPERVISOR (PROGUSR)"
               ELSE
                   PERFORM 0111-LE-USUARIO
                           UNTIL FS-USUARIOS NOT EQUAL '00'
                   CLOSE USUARIOS
               END-IF.

       0110-CONFERE-SUPERVISOR-FIM.            EXIT.
      *-----------------------------------------------------------------
       0111-LE-USUARIO                         SECTION.
      *-----------------------------------------------------------------

               READ USUARIOS
               IF FS-USUARIOS                EQUAL '00'
                   IF REG-ID-USER EQUAL WRK-USUARIO-EXEC AND
                      REG-USER-ATIVO
                       MOVE "S"            TO WRK-SIGNON-OK
                       MOVE REG-NIVEL-USER TO WRK-NIVEL-SIGNON
                       MOVE '10'           TO FS-USUARIOS
                   END-IF
               END-IF.

       0111-LE-USUARIO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0120-CONFERE-MES-FECHADO                SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-MES-FECHADO.
               OPEN INPUT FECHADOS.
               IF FS-FECHADOS                EQUAL '00'
                   PERFORM 0121-LE-FECHADO
                           UNTIL FS-FECHADOS NOT EQUAL '00'
                   CLOSE FECHADOS
               END-IF.

       0120-CONFERE-MES-FECHADO-FIM.           EXIT.
      *-----------------------------------------------------------------
       0121-LE-FECHADO                         SECTION.
      *-----------------------------------------------------------------

               READ FECHADOS
               IF FS-FECHADOS                EQUAL '00'
                   IF REG-MES-FECHADO EQUAL WRK-MES-DESFAZ
                       MOVE 'S'  TO WRK-MES-FECHADO
                       MOVE '10' TO FS-FECHADOS
                   END-IF
               END-IF.

       0121-LE-FECHADO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0130-CONFERE-CTLDATA                    SECTION.
      *-----------------------------------------------------------------
      *    GUARDA A DATA ABERTA (REGISTRO "D") E CONTA AS CONCLUSOES
      *    GRAVADAS PELOS STEPS DA CADEIA DESDE A ABERTURA
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-DATA-ABERTA.
               MOVE ZEROS TO ACU-CONCLUSOES-DATA.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0131-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               ELSE
                   DISPLAY "ATENCAO: CONTROLE DE DATA (CTLDATA) "
                       "AUSENTE"
               END-IF.

       0130-CONFERE-CTLDATA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0131-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
               IF FS-CTLDATA                 EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-ABERTA
                   ELSE
                       ADD 1 TO ACU-CONCLUSOES-DATA
                   END-IF
               END-IF.

       0131-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0140-LE-CTLSALDO                        SECTION.
      *-----------------------------------------------------------------
      *    SO A POSICAO GRAVADA PELO PROGSALDO PARA A DATA FOI
      *    CONTABILIZADA; OUTRA DATA NO CONTROLE = NADA CONTABILIZADO
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-QT-POSTADA.
               MOVE ZEROS TO WRK-DATA-CTLSALDO.
               OPEN INPUT CTLSALDO.
               IF FS-CTLSALDO                EQUAL '00'
                   READ CTLSALDO
                   IF FS-CTLSALDO            EQUAL '00'
                       MOVE REG-DATA-CTL     TO WRK-DATA-CTLSALDO
                       IF REG-DATA-CTL       EQUAL WRK-DATA-DESFAZ
                           MOVE REG-QT-PROCESSADA-CTL TO
                               WRK-QT-POSTADA
                       END-IF
                   END-IF
                   CLOSE CTLSALDO
               END-IF.

       0140-LE-CTLSALDO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0150-SOMA-SALDOS                        SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO ACU-SOMA-SALDOS.
               OPEN INPUT SALDOS.
               IF FS-SALDOS                  EQUAL '00'
                   PERFORM 0151-LE-SALDO
                           UNTIL FS-SALDOS NOT EQUAL '00'
                   CLOSE SALDOS
               END-IF.

       0150-SOMA-SALDOS-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0151-LE-SALDO                           SECTION.
      *-----------------------------------------------------------------

               READ SALDOS NEXT
               IF FS-SALDOS                  EQUAL '00'
                   ADD REG-SALDO-ATUAL TO ACU-SOMA-SALDOS
               END-IF.

       0151-LE-SALDO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0160-MONTA-NOMES                        SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES TO WRK-NOME-RELSAIDA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-DESFAZ   DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE SPACES TO WRK-NOME-GERREJ.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\REJEITADOS.D"
                          DELIMITED BY SIZE
                      WRK-DATA-DESFAZ   DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-GERREJ
               END-STRING.

       0160-MONTA-NOMES-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                   PERFORM 0220-ESTORNA-SALDO
               END-IF.
               PERFORM 0210-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LEITURA                            SECTION.
      *-----------------------------------------------------------------
      *    LE SO ATE A POSICAO QUE O PROGSALDO CONTABILIZOU (OS
      *    TRAILERS DE AGENCIA 9999 CONTAM NA POSICAO)
      *-----------------------------------------------------------------

               IF ACU-POSICAO-RELSAIDA NOT LESS WRK-QT-POSTADA
                   MOVE 'S' TO WRK-FIM-RELSAIDA
                   GO TO 0210-LEITURA-FIM
               END-IF.
               READ RELSAIDA
                   AT END
                       MOVE 'S' TO WRK-FIM-RELSAIDA
                   NOT AT END
                       ADD 1 TO ACU-POSICAO-RELSAIDA
               END-READ.

       0210-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0220-ESTORNA-SALDO                      SECTION.
      *-----------------------------------------------------------------
      *    DEBITO CONTABILIZADO VOLTA A CREDITO E VICE-VERSA
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA TO REG-AGENCIA-SALDO.
               MOVE REG-CONTA-RELSAIDA   TO REG-CONTA-SALDO.
               READ SALDOS
                   INVALID KEY
                       ADD 1 TO ACU-CONTAS-AUSENTES
                       DISPLAY "ATENCAO: CONTA " REG-AGENCIA-RELSAIDA
                           "/" REG-CONTA-RELSAIDA " FORA DO MASTER DE "
                           "SALDOS -- LANCAMENTO NAO ESTORNADO"
                       GO TO 0220-ESTORNA-SALDO-FIM
               END-READ.
               IF REG-RELSAIDA-DEBITO
                   ADD REG-LANCAMENTO-RELSAIDA TO REG-SALDO-ATUAL
                   ADD REG-LANCAMENTO-RELSAIDA TO ACU-GRANA-DEBITO
                   ADD 1 TO ACU-ESTORN-DEBITO
               ELSE
                   SUBTRACT REG-LANCAMENTO-RELSAIDA FROM
                       REG-SALDO-ATUAL
                   ADD REG-LANCAMENTO-RELSAIDA TO ACU-GRANA-CREDITO
                   ADD 1 TO ACU-ESTORN-CREDITO
               END-IF.
               REWRITE REG-SALDOS.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0220-ESTORNA-SALDO' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-ESTORNADOS.
               IF WRK-SLDANUAL-ABERTO EQUAL 'S'
                   PERFORM 0230-ESTORNA-SLDANUAL
               END-IF.

       0220-ESTORNA-SALDO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0230-ESTORNA-SLDANUAL                   SECTION.
      *-----------------------------------------------------------------
      *    SO O SALDO DO ANO GRAVADO NA PROPRIA DATA E CORRIGIDO; SE
      *    JA HOUVER DATA POSTERIOR GRAVADA, ELE NAO E DESTA DATA
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA TO REG-AGENCIA-SLDAN.
               MOVE REG-CONTA-RELSAIDA   TO REG-CONTA-SLDAN.
               MOVE WRK-DATA-DESFAZ(1:4) TO REG-ANO-SLDAN.
               READ SLDANUAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-DATA-SLDAN EQUAL WRK-DATA-DESFAZ
                           IF REG-RELSAIDA-DEBITO
                               ADD REG-LANCAMENTO-RELSAIDA TO
                                   REG-SALDO-SLDAN
                           ELSE
                               SUBTRACT REG-LANCAMENTO-RELSAIDA FROM
                                   REG-SALDO-SLDAN
                           END-IF
                           REWRITE REG-SLDANUAL
                           ADD 1 TO ACU-SLDANUAL-CORRIGIDOS
                       END-IF
               END-READ.

       0230-ESTORNA-SLDANUAL-FIM.              EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0301-ENCERRA-SALDOS.
               IF WRK-RELSAIDA-ABERTO EQUAL 'S'
                   CLOSE RELSAIDA
               END-IF.
               IF WRK-SLDANUAL-ABERTO EQUAL 'S'
                   CLOSE SLDANUAL
               END-IF.
               CLOSE SALDOS.
               PERFORM 0150-SOMA-SALDOS.
               MOVE ACU-SOMA-SALDOS TO ACU-SALDOS-DEPOIS.

       0302-ZERA-CTLSALDO.
               IF WRK-DATA-CTLSALDO EQUAL WRK-DATA-DESFAZ
                   OPEN OUTPUT CTLSALDO
                   MOVE ZEROS           TO REG-QT-PROCESSADA-CTL
                   MOVE SPACES          TO REG-CTLSALDO(8:1)
                   MOVE WRK-DATA-DESFAZ TO REG-DATA-CTL
                   WRITE REG-CTLSALDO
                   CLOSE CTLSALDO
               END-IF.
               PERFORM 0350-RETIRA-SLDDIARIO.

       0303-RETIRA-RAZAO.
               PERFORM 0310-FILTRA-RAZAO.

       0304-RETIRA-GERACOES.
               PERFORM 0320-FILTRA-GERACOES.
               DELETE FILE RELSAIDA.
               IF FS-RELSAIDA EQUAL '00'
                   MOVE 'S' TO WRK-GER-SAIDA-APAGADA
               END-IF.
               DELETE FILE GERREJ.
               IF FS-GERREJ EQUAL '00'
                   MOVE 'S' TO WRK-GER-REJ-APAGADA
               END-IF.

       0305-REABRE-DATA.
               PERFORM 0330-FILTRA-STATUSREL.
               OPEN OUTPUT CTLDATA.
               IF FS-CTLDATA                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CTLDATA           TO WRK-STATUS-ERRO
                   MOVE '0305-REABRE-DATA'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               SET REG-CTL-DATA-MOVTO TO TRUE.
               MOVE SPACES            TO REG-PROGRAMA-CTLDATA.
               MOVE WRK-DATA-DESFAZ   TO REG-DATA-MOVTO-CTLDATA.
               WRITE REG-CTLDATA.
               CLOSE CTLDATA.

       0306-RELATORIO.
               PERFORM 0340-IMPRIME-RELATORIO.

       0307-ESTATISTICA.
               DISPLAY " >>>>>>> DESFAZIMENTO DA DATA " WRK-DATA-DESFAZ
                   " <<<<<<< "
               DISPLAY "LANCAMENTOS ESTORNADOS...:" ACU-ESTORNADOS.
               DISPLAY "CONTAS FORA DO MASTER....:" ACU-CONTAS-AUSENTES.
               DISPLAY "SALDOS DO ANO CORRIGIDOS.:"
                   ACU-SLDANUAL-CORRIGIDOS.
               DISPLAY "SALDOS DIARIOS APAGADOS..:"
                   ACU-SLDDIA-APAGADOS.
               MOVE ACU-SALDOS-ANTES TO WRK-VALOR-ED.
               DISPLAY "SOMA DOS SALDOS ANTES....:R$" WRK-VALOR-ED.
               MOVE ACU-SALDOS-DEPOIS TO WRK-VALOR-ED.
               DISPLAY "SOMA DOS SALDOS DEPOIS...:R$" WRK-VALOR-ED.
               DISPLAY "PARTIDAS RETIRADAS DO RAZAO:"
                   ACU-RZ-QT-ANTES " -> " ACU-RZ-QT-DEPOIS.
               DISPLAY "GERACOES NO CATALOGO.....:"
                   ACU-GER-ANTES " -> " ACU-GER-DEPOIS.
               DISPLAY "CONCLUSOES REMOVIDAS.....:" ACU-CONCLUSOES-DATA.
               DISPLAY "DATA REABERTA NO CTLDATA -- REPROCESSAR A "
                   "CADEIA A PARTIR DO PROGCALL".

       0308-GRAVA-AUDITORIA.
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
               MOVE ACU-ESTORNADOS       TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0309-DEFINE-RETORNO.
               IF ACU-CONTAS-AUSENTES GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0310-FILTRA-RAZAO                       SECTION.
      *-----------------------------------------------------------------
      *    COPIA O RAZAO SEM AS PARTIDAS DA DATA PARA O ARQUIVO DE
      *    TRABALHO E DEVOLVE A COPIA AO RAZAO.TXT. AS PARTIDAS DE
      *    LANCAMENTO MANUAL (ORIGEM "M", PROGLCRAZ) FICAM: O
      *    LANCAMENTO JA ESTA "L" NO LCTOMAN E NAO VOLTA NO
      *    REPROCESSAMENTO
      *-----------------------------------------------------------------

               OPEN INPUT RAZAO.
               IF FS-RAZAO                   NOT EQUAL '00'
                   DISPLAY "RAZAO.TXT AUSENTE -- SEM PARTIDAS A RETIRAR"
                   GO TO 0310-FILTRA-RAZAO-FIM
               END-IF.
               OPEN OUTPUT RAZAOTMP.
               IF FS-RAZAOTMP                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RAZAOTMP          TO WRK-STATUS-ERRO
                   MOVE '0310-ABRE-RAZAOTMP' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0311-SEPARA-PARTIDA
                       UNTIL FS-RAZAO NOT EQUAL '00'.
               CLOSE RAZAO RAZAOTMP.
               OPEN INPUT RAZAOTMP.
               OPEN OUTPUT RAZAO.
               PERFORM 0312-DEVOLVE-PARTIDA
                       UNTIL FS-RAZAOTMP NOT EQUAL '00'.
               CLOSE RAZAO RAZAOTMP.

       0310-FILTRA-RAZAO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0311-SEPARA-PARTIDA                     SECTION.
      *-----------------------------------------------------------------

               READ RAZAO
               IF FS-RAZAO                   EQUAL '00'
                   ADD 1 TO ACU-RZ-QT-ANTES
                   IF REG-SINAL-RZ EQUAL "D"
                       ADD REG-VALOR-RZ TO ACU-RZ-DEB-ANTES
                   ELSE
                       ADD REG-VALOR-RZ TO ACU-RZ-CRED-ANTES
                   END-IF
                   IF REG-DATA-RZ NOT EQUAL WRK-DATA-DESFAZ OR
                      REG-RZ-MANUAL
                       ADD 1 TO ACU-RZ-QT-DEPOIS
                       IF REG-SINAL-RZ EQUAL "D"
                           ADD REG-VALOR-RZ TO ACU-RZ-DEB-DEPOIS
                       ELSE
                           ADD REG-VALOR-RZ TO ACU-RZ-CRED-DEPOIS
                       END-IF
                       MOVE REG-RAZAO TO REG-RAZAOTMP
                       WRITE REG-RAZAOTMP
                   END-IF
               END-IF.

       0311-SEPARA-PARTIDA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0312-DEVOLVE-PARTIDA                    SECTION.
      *-----------------------------------------------------------------

               READ RAZAOTMP
               IF FS-RAZAOTMP                EQUAL '00'
                   MOVE REG-RAZAOTMP TO REG-RAZAO
                   WRITE REG-RAZAO
               END-IF.

       0312-DEVOLVE-PARTIDA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0320-FILTRA-GERACOES                    SECTION.
      *-----------------------------------------------------------------
      *    RETIRA DO CATALOGO AS GERACOES RELSAIDA / REJEITADOS DA
      *    DATA -- AS DEMAIS ENTRADAS FICAM COMO ESTAO
      *-----------------------------------------------------------------

               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "CATALOGO DE GERACOES AUSENTE"
                   GO TO 0320-FILTRA-GERACOES-FIM
               END-IF.
               OPEN OUTPUT GERACTMP.
               IF FS-GERACTMP                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-GERACTMP          TO WRK-STATUS-ERRO
                   MOVE '0320-ABRE-GERACTMP' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0321-SEPARA-GERACAO
                       UNTIL FS-GERACOES NOT EQUAL '00'.
               CLOSE GERACOES GERACTMP.
               OPEN INPUT GERACTMP.
               OPEN OUTPUT GERACOES.
               PERFORM 0322-DEVOLVE-GERACAO
                       UNTIL FS-GERACTMP NOT EQUAL '00'.
               CLOSE GERACOES GERACTMP.

       0320-FILTRA-GERACOES-FIM.               EXIT.
      *-----------------------------------------------------------------
       0321-SEPARA-GERACAO                     SECTION.
      *-----------------------------------------------------------------

               READ GERACOES
               IF FS-GERACOES                EQUAL '00'
                   ADD 1 TO ACU-GER-ANTES
                   IF REG-DATA-GER EQUAL WRK-DATA-DESFAZ AND
                      (REG-TIPO-GER EQUAL "RELSAIDA" OR
                       REG-TIPO-GER EQUAL "REJEITAD")
                       DISPLAY "GERACAO RETIRADA DO CATALOGO: "
                           REG-TIPO-GER " " REG-DATA-GER
                   ELSE
                       ADD 1 TO ACU-GER-DEPOIS
                       MOVE REG-GERACOES TO REG-GERACTMP
                       WRITE REG-GERACTMP
                   END-IF
               END-IF.

       0321-SEPARA-GERACAO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0322-DEVOLVE-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               READ GERACTMP
               IF FS-GERACTMP                EQUAL '00'
                   MOVE REG-GERACTMP TO REG-GERACOES
                   WRITE REG-GERACOES
               END-IF.

       0322-DEVOLVE-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0330-FILTRA-STATUSREL                   SECTION.
      *-----------------------------------------------------------------
      *    OS STATUS DE CONCLUSAO DA DATA SAEM DO STATUSREL, PARA QUE
      *    O RESTART DOS STEPS NAO PULE O REPROCESSAMENTO (COMO O
      *    PROGDATA FAZ AO ABRIR UMA DATA)
      *-----------------------------------------------------------------

               OPEN INPUT STATUSREL.
               IF FS-STATUSREL               NOT EQUAL '00'
                   GO TO 0330-FILTRA-STATUSREL-FIM
               END-IF.
               OPEN OUTPUT STATTMP.
               IF FS-STATTMP                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-STATTMP           TO WRK-STATUS-ERRO
                   MOVE '0330-ABRE-STATTMP'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0331-SEPARA-STATUS
                       UNTIL FS-STATUSREL NOT EQUAL '00'.
               CLOSE STATUSREL STATTMP.
               OPEN INPUT STATTMP.
               OPEN OUTPUT STATUSREL.
               PERFORM 0332-DEVOLVE-STATUS
                       UNTIL FS-STATTMP NOT EQUAL '00'.
               CLOSE STATUSREL STATTMP.

       0330-FILTRA-STATUSREL-FIM.              EXIT.
      *-----------------------------------------------------------------
       0331-SEPARA-STATUS                      SECTION.
      *-----------------------------------------------------------------

               READ STATUSREL
               IF FS-STATUSREL               EQUAL '00'
                   ADD 1 TO ACU-STAT-ANTES
                   IF REG-DATA-STAT NOT EQUAL WRK-DATA-DESFAZ
                       ADD 1 TO ACU-STAT-DEPOIS
                       MOVE REG-STATUS-EXEC TO REG-STATTMP
                       WRITE REG-STATTMP
                   END-IF
               END-IF.

       0331-SEPARA-STATUS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0332-DEVOLVE-STATUS                     SECTION.
      *-----------------------------------------------------------------

               READ STATTMP
               IF FS-STATTMP                 EQUAL '00'
                   MOVE REG-STATTMP TO REG-STATUS-EXEC
                   WRITE REG-STATUS-EXEC
               END-IF.

       0332-DEVOLVE-STATUS-FIM.                EXIT.
      *-----------------------------------------------------------------
       0340-IMPRIME-RELATORIO                  SECTION.
      *-----------------------------------------------------------------
      *    O PROGDB2D ACRESCENTA DEPOIS AS LINHAS DO DB2 (EXTEND)
      *-----------------------------------------------------------------

               OPEN OUTPUT RELDESF.
               IF FS-RELDESF                 NOT EQUAL '00'
                   DISPLAY "ATENCAO: RELDESF NAO ABRIU (FS " FS-RELDESF
                       ") -- TOTAIS SO NO SYSOUT"
                   GO TO 0340-IMPRIME-RELATORIO-FIM
               END-IF.
               MOVE WRK-DATA-DESFAZ  TO WRK-TIT-DATA.
               MOVE WRK-USUARIO-EXEC TO WRK-TIT-USUARIO.
               MOVE WRK-DATA-EXEC    TO WRK-TIT-EXEC.
               WRITE REG-RELDESF FROM WRK-LIN-TITULO.
               MOVE SPACES TO REG-RELDESF.
               WRITE REG-RELDESF.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-CABEC.

               MOVE "SALDOS - SOMA DOS SALDOS"  TO WRK-DSV-ROTULO.
               MOVE ACU-SALDOS-ANTES            TO WRK-DSV-ANTES.
               MOVE ACU-SALDOS-DEPOIS           TO WRK-DSV-DEPOIS.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-VALOR.
               MOVE "RAZAO - PARTIDAS"          TO WRK-DSQ-ROTULO.
               MOVE ACU-RZ-QT-ANTES             TO WRK-DSQ-ANTES.
               MOVE ACU-RZ-QT-DEPOIS            TO WRK-DSQ-DEPOIS.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-QTDE.
               MOVE "RAZAO - TOTAL A DEBITO"    TO WRK-DSV-ROTULO.
               MOVE ACU-RZ-DEB-ANTES            TO WRK-DSV-ANTES.
               MOVE ACU-RZ-DEB-DEPOIS           TO WRK-DSV-DEPOIS.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-VALOR.
               MOVE "RAZAO - TOTAL A CREDITO"   TO WRK-DSV-ROTULO.
               MOVE ACU-RZ-CRED-ANTES           TO WRK-DSV-ANTES.
               MOVE ACU-RZ-CRED-DEPOIS          TO WRK-DSV-DEPOIS.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-VALOR.
               MOVE "GERACOES - ENTRADAS"       TO WRK-DSQ-ROTULO.
               MOVE ACU-GER-ANTES               TO WRK-DSQ-ANTES.
               MOVE ACU-GER-DEPOIS              TO WRK-DSQ-DEPOIS.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-QTDE.
               MOVE "CTLDATA - CONCLUSOES"      TO WRK-DSQ-ROTULO.
               MOVE ACU-CONCLUSOES-DATA         TO WRK-DSQ-ANTES.
               MOVE ZEROS                       TO WRK-DSQ-DEPOIS.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-QTDE.
               MOVE "STATUSREL - STATUS DE RUNS" TO WRK-DSQ-ROTULO.
               MOVE ACU-STAT-ANTES              TO WRK-DSQ-ANTES.
               MOVE ACU-STAT-DEPOIS             TO WRK-DSQ-DEPOIS.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-QTDE.

               MOVE SPACES TO REG-RELDESF.
               WRITE REG-RELDESF.
               MOVE "DEBITOS ESTORNADOS NOS SALDOS" TO WRK-DET-ROTULO.
               MOVE ACU-ESTORN-DEBITO           TO WRK-DET-QT.
               MOVE ACU-GRANA-DEBITO            TO WRK-DET-VALOR.
               WRITE REG-RELDESF FROM WRK-LIN-DETALHE.
               MOVE "CREDITOS ESTORNADOS NOS SALDOS" TO WRK-DET-ROTULO.
               MOVE ACU-ESTORN-CREDITO          TO WRK-DET-QT.
               MOVE ACU-GRANA-CREDITO           TO WRK-DET-VALOR.
               WRITE REG-RELDESF FROM WRK-LIN-DETALHE.
               MOVE "CONTAS FORA DO MASTER (NAO ESTORNADAS)" TO
                   WRK-DET-ROTULO.
               MOVE ACU-CONTAS-AUSENTES         TO WRK-DET-QT.
               MOVE ZEROS                       TO WRK-DET-VALOR.
               WRITE REG-RELDESF FROM WRK-LIN-DETALHE.
               MOVE "SALDOS DO ANO (SLDANUAL) CORRIGIDOS" TO
                   WRK-DET-ROTULO.
               MOVE ACU-SLDANUAL-CORRIGIDOS     TO WRK-DET-QT.
               MOVE ZEROS                       TO WRK-DET-VALOR.
               WRITE REG-RELDESF FROM WRK-LIN-DETALHE.
               MOVE "SALDOS DIARIOS (SLDDIARIO) APAGADOS" TO
                   WRK-DET-ROTULO.
               MOVE ACU-SLDDIA-APAGADOS         TO WRK-DET-QT.
               MOVE ZEROS                       TO WRK-DET-VALOR.
               WRITE REG-RELDESF FROM WRK-LIN-DETALHE.

               MOVE SPACES TO WRK-LIN-TEXTO.
               IF WRK-GER-SAIDA-APAGADA EQUAL 'S'
                   STRING "GERACAO RELSAIDA.D" WRK-DATA-DESFAZ
                          " APAGADA" DELIMITED BY SIZE
                       INTO WRK-LIN-TEXTO
                   END-STRING
               ELSE
                   STRING "GERACAO RELSAIDA.D" WRK-DATA-DESFAZ
                          " AUSENTE" DELIMITED BY SIZE
                       INTO WRK-LIN-TEXTO
                   END-STRING
               END-IF.
               WRITE REG-RELDESF FROM WRK-LIN-TEXTO.
               MOVE SPACES TO WRK-LIN-TEXTO.
               IF WRK-GER-REJ-APAGADA EQUAL 'S'
                   STRING "GERACAO REJEITADOS.D" WRK-DATA-DESFAZ
                          " APAGADA" DELIMITED BY SIZE
                       INTO WRK-LIN-TEXTO
                   END-STRING
               ELSE
                   STRING "GERACAO REJEITADOS.D" WRK-DATA-DESFAZ
                          " AUSENTE" DELIMITED BY SIZE
                       INTO WRK-LIN-TEXTO
                   END-STRING
               END-IF.
               WRITE REG-RELDESF FROM WRK-LIN-TEXTO.
               MOVE SPACES TO WRK-LIN-TEXTO.
               STRING "DATA " WRK-DATA-DESFAZ " REABERTA NO CTLDATA"
                      " -- REPROCESSAR A PARTIR DO PROGCALL"
                      DELIMITED BY SIZE
                   INTO WRK-LIN-TEXTO
               END-STRING.
               WRITE REG-RELDESF FROM WRK-LIN-TEXTO.
               CLOSE RELDESF.

       0340-IMPRIME-RELATORIO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0350-RETIRA-SLDDIARIO                   SECTION.
      *-----------------------------------------------------------------
      *    APAGA OS SALDOS DE FIM DE DIA DA DATA DESFEITA; O
      *    PROGSALDO GRAVA DE NOVO NO REPROCESSAMENTO
      *-----------------------------------------------------------------

               OPEN I-O SLDDIARIO.
               IF FS-SLDDIARIO               NOT EQUAL '00'
                   DISPLAY "SLDDIARIO AUSENTE -- SEM SALDOS DIARIOS A "
                       "APAGAR"
                   GO TO 0350-RETIRA-SLDDIARIO-FIM
               END-IF.
               MOVE LOW-VALUES TO REG-CHAVE-SLDDIA.
               START SLDDIARIO KEY NOT LESS REG-CHAVE-SLDDIA.
               PERFORM 0351-APAGA-SLDDIA
                       UNTIL FS-SLDDIARIO NOT EQUAL '00'.
               CLOSE SLDDIARIO.

       0350-RETIRA-SLDDIARIO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0351-APAGA-SLDDIA                       SECTION.
      *-----------------------------------------------------------------

               READ SLDDIARIO NEXT
               IF FS-SLDDIARIO               EQUAL '00'
                   IF REG-DATA-SLDDIA EQUAL WRK-DATA-DESFAZ
                       DELETE SLDDIARIO
                       IF FS-SLDDIARIO       NOT EQUAL '00'
                           MOVE WRK-NAO-GRAVOU    TO WRK-MSG-ERROS
                           MOVE FS-SLDDIARIO      TO WRK-STATUS-ERRO
                           MOVE '0351-APAGA-SLDDIA' TO WRK-AREA-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       ADD 1 TO ACU-SLDDIA-APAGADOS
                   END-IF
               END-IF.

       0351-APAGA-SLDDIA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

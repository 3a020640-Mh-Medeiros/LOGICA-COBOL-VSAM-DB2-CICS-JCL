       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCOAF.
      *=================================================================
      * PROGRAMA   : PROGCOAF
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 23/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: COMUNICACAO AO COAF DAS OPERACOES EM ESPECIE.
      *              LE OS DEPOSITOS ("D") E SAQUES ("S") ACEITOS NAS
      *              GERACOES DATADAS DO RELSAIDA DOS ULTIMOS N DIAS
      *              UTEIS ATE A DATA DE MOVIMENTO (JANELA MOVEL
      *              TIRADA DO CALENDARIO.TXT) E GERA:
      *              - COMUNICACAO INDIVIDUAL ("I") PARA CADA
      *                OPERACAO DA DATA DE MOVIMENTO IGUAL OU ACIMA DO
      *                LIMIAR LEGAL;
      *              - COMUNICACAO DE FRACIONAMENTO ("F") PARA A CONTA
      *                CUJAS OPERACOES MENORES DO MESMO TIPO SOMAM O
      *                LIMIAR NA JANELA, QUANDO AO MENOS UMA DELAS E DA
      *                DATA DE MOVIMENTO (JANELA JA COMUNICADA NAO SAI
      *                DE NOVO SEM OPERACAO NOVA).
      *              O ARQUIVO DE COMUNICACAO (COAF.D<DATA>.TXT,
      *              LAYOUT FIXO #BOOKCOAF) SO E TRANSMITIDO DEPOIS DO
      *              VISTO DO COMPLIANCE NO RELATORIO DE CONTROLE
      *              (RELCOAF.D<DATA>.TXT). GERACAO DO RELSAIDA
      *              AUSENTE NA JANELA SAI NO RELATORIO E TERMINA COM
      *              RETURN-CODE 4. REPROCESSAR A DATA REGRAVA OS DOIS
      *              ARQUIVOS.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  RELSAIDA               I (GERACOES)         #BOOKRELSAIDA
      *  CALENDARIO             I
      *  CONTAS                 I                    #BOOKCTAS
      *  CTLDATA                I                    #BOOKCTLDAT
      *  COAF                   O (GERACAO)          #BOOKCOAF
      *  RELCOAF                O (GERACAO)
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
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT CALENDARIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CALENDARIO.TXT"
               FILE STATUS IS FS-CALENDARIO.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT COAF ASSIGN TO DYNAMIC WRK-NOME-COAF
               FILE STATUS IS FS-COAF.
           SELECT RELCOAF ASSIGN TO DYNAMIC WRK-NOME-RELCOAF
               FILE STATUS IS FS-RELCOAF.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA.D<DATA>)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  CALENDARIO DE DIAS UTEIS (PROGCALEND)
      *-----------------------------------------------------------------
       FD  CALENDARIO.
       01  REG-CALENDARIO.
           05 REG-DATA-CAL             PIC 9(008).
           05 REG-TIPO-CAL             PIC X(001).
               88 REG-DIA-UTIL              VALUE "U".
               88 REG-DIA-SABADO            VALUE "S".
               88 REG-DIA-DOMINGO           VALUE "D".
               88 REG-DIA-FERIADO           VALUE "F".
           05 REG-DESCRICAO-CAL        PIC X(020).
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (TITULAR)
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *     OUTPUT-  COMUNICACAO AO COAF (LAYOUT FIXO)
      *                               LRECL = 100
      *-----------------------------------------------------------------
       FD  COAF.
       COPY "#BOOKCOAF".
      *-----------------------------------------------------------------
      *     OUTPUT-  RELATORIO DE CONTROLE PARA O VISTO DO COMPLIANCE
      *                               LRECL = 100
      *-----------------------------------------------------------------
       FD  RELCOAF.
       01  REG-RELCOAF                 PIC X(100).
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
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-CALENDARIO               PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-COAF                     PIC X(002)          VALUE SPACES.
       01  FS-RELCOAF                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-NOME-COAF               PIC X(060)          VALUE SPACES.
       01  WRK-NOME-RELCOAF            PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GERACAO-ED         PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-PARM-LIMIAR             PIC 9(009)V99       VALUE ZEROS.
       01  WRK-LIMIAR-PADRAO           PIC 9(009)V99       VALUE
               50000,00.
       01  WRK-PARM-JANELA             PIC 9(002)          VALUE ZEROS.
       01  WRK-JANELA-PADRAO           PIC 9(002)          VALUE 5.
       01  WRK-JANELA-MAXIMA           PIC 9(002)          VALUE 30.
      *-----------------------------------------------------------------
      *    DIAS UTEIS DA JANELA, DO MAIS ANTIGO PARA A DATA DE MOVTO
      *-----------------------------------------------------------------
       01  WRK-QT-DIAS                 PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-DIA                 PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-DESLOCA             PIC 9(002)          VALUE ZEROS.
       01  TAB-JANELA.
           05 TAB-DIA-ITEM             OCCURS 30 TIMES.
               10 TAB-DIA-DATA             PIC 9(008).
               10 TAB-DIA-SITUACAO         PIC X(001).
                   88 TAB-DIA-LIDO              VALUE "L".
                   88 TAB-DIA-AUSENTE           VALUE "A".
      *-----------------------------------------------------------------
      *    OPERACOES ABAIXO DO LIMIAR POR CONTA E TIPO NA JANELA
      *-----------------------------------------------------------------
       01  WRK-QT-CONTAS               PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-CTA                 PIC 9(004)          VALUE ZEROS.
       01  WRK-CTA-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-CONTAS-JANELA.
           05 TAB-CTA-ITEM             OCCURS 2000 TIMES.
               10 TAB-CTA-AGENCIA          PIC 9(004).
               10 TAB-CTA-CONTA            PIC 9(006).
               10 TAB-CTA-TIPO             PIC X(001).
               10 TAB-CTA-QT               PIC 9(005)    COMP-3.
               10 TAB-CTA-QT-NO-DIA        PIC 9(005)    COMP-3.
               10 TAB-CTA-VALOR            PIC 9(011)V99 COMP-3.
               10 TAB-CTA-DATA-INI         PIC 9(008).
               10 TAB-CTA-DATA-FIM         PIC 9(008).
      *-----------------------------------------------------------------
       01  ACU-LIDOS-RELSAIDA          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ESPECIE                 PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-GERACOES-AUSENTES       PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-COMUN-INDIVIDUAL        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-COMUN-FRACION           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-VALOR-COMUNICADO        PIC 9(013)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-TITULAR                 PIC X(020)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCOAF".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-VALOR-ED                PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO DE CONTROLE
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(052)          VALUE
               "COMUNICACAO COAF - OPERACOES EM ESPECIE - MOVIMENTO ".
           05 WRK-TIT-DATA             PIC 9(008).
           05 FILLER                   PIC X(040)          VALUE SPACES.
       01  WRK-LIN-PARAMETROS.
           05 FILLER                   PIC X(016)          VALUE
               "LIMIAR LEGAL R$".
           05 WRK-PAR-LIMIAR-ED        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)          VALUE
               "  JANELA ".
           05 WRK-PAR-JANELA-ED        PIC Z9.
           05 FILLER                   PIC X(017)          VALUE
               " DIAS UTEIS: DE ".
           05 WRK-PAR-DATA-INI         PIC 9(008).
           05 FILLER                   PIC X(003)          VALUE
               " A ".
           05 WRK-PAR-DATA-FIM         PIC 9(008).
           05 FILLER                   PIC X(022)          VALUE SPACES.
       01  WRK-LIN-AUSENTE.
           05 FILLER                   PIC X(038)          VALUE
               "*** GERACAO DO RELSAIDA AUSENTE: DATA ".
           05 WRK-AUS-DATA             PIC 9(008).
           05 FILLER                   PIC X(054)          VALUE
               " -- JANELA INCOMPLETA, REPROCESSAR ***".
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(006)          VALUE
               "TIPO".
           05 FILLER                   PIC X(013)          VALUE
               "AG/CONTA".
           05 FILLER                   PIC X(022)          VALUE
               "TITULAR".
           05 FILLER                   PIC X(010)          VALUE
               "OPERACAO".
           05 FILLER                   PIC X(005)          VALUE
               "QTDE".
           05 FILLER                   PIC X(018)          VALUE
               "           VALOR".
           05 FILLER                   PIC X(026)          VALUE
               "PERIODO".
       01  WRK-LIN-DETALHE.
           05 WRK-DET-TIPO             PIC X(004).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-CONTA            PIC 9(006).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-TITULAR          PIC X(020).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-OPERACAO         PIC X(008).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-QT-ED            PIC ZZ9.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-DATA-INI         PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE "-".
           05 WRK-DET-DATA-FIM         PIC 9(008).
           05 FILLER                   PIC X(009)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 FILLER                   PIC X(026)          VALUE
               "COMUNICACOES INDIVIDUAIS: ".
           05 WRK-TOT-IND-ED           PIC ZZ.ZZ9.
           05 FILLER                   PIC X(020)          VALUE
               "  FRACIONAMENTOS: ".
           05 WRK-TOT-FRAC-ED          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(012)          VALUE
               "  TOTAL R$".
           05 WRK-TOT-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(014)          VALUE SPACES.
       01  WRK-LIN-NADA                PIC X(100)          VALUE
           "NENHUMA OPERACAO A COMUNICAR NA DATA.".
       01  WRK-LIN-VISTO1              PIC X(100)          VALUE
           "CONFERIDO E APROVADO PARA ENVIO AO COAF:".
       01  WRK-LIN-VISTO2              PIC X(100)          VALUE
           "RESPONSAVEL COMPLIANCE: ______________________________  DATA
      -    ": ___/___/______".
       01  WRK-LIN-VISTO3              PIC X(100)          VALUE
           "ASSINATURA............: ______________________________".
       01  WRK-LIN-TRACO               PIC X(100)          VALUE ALL
           "-".
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
                       VARYING WRK-IDX-DIA FROM 1 BY 1
                       UNTIL WRK-IDX-DIA GREATER WRK-QT-DIAS.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "LIMIAR LEGAL DE OPERACAO EM ESPECIE 9(9)V99 "
                   "(ZEROS = 50.000,00): "
               ACCEPT WRK-PARM-LIMIAR.
               IF WRK-PARM-LIMIAR EQUAL ZEROS
                   MOVE WRK-LIMIAR-PADRAO TO WRK-PARM-LIMIAR
               END-IF.
               DISPLAY "JANELA DE FRACIONAMENTO EM DIAS UTEIS "
                   "(ZEROS = 5, MAXIMO 30): "
               ACCEPT WRK-PARM-JANELA.
               IF WRK-PARM-JANELA EQUAL ZEROS
                   MOVE WRK-JANELA-PADRAO TO WRK-PARM-JANELA
               END-IF.
               IF WRK-PARM-JANELA GREATER WRK-JANELA-MAXIMA
                   MOVE WRK-JANELA-MAXIMA TO WRK-PARM-JANELA
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO A COMUNICACAO: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0120-MONTA-JANELA.

               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE WRK-DATA-MOVTO TO WRK-DATA-GERACAO-ED.
               MOVE SPACES TO WRK-NOME-COAF.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\COAF.D"
                          DELIMITED BY SIZE
                      WRK-DATA-GERACAO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-COAF
               END-STRING.
               OPEN OUTPUT COAF.
               IF FS-COAF                    NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE SPACES TO WRK-NOME-RELCOAF.
               STRING "C:\CURSOLOGICA\COBOL\RELATORIOS\RELCOAF.D"
                          DELIMITED BY SIZE
                      WRK-DATA-GERACAO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELCOAF
               END-STRING.
               OPEN OUTPUT RELCOAF.
               IF FS-RELCOAF                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE WRK-DATA-MOVTO  TO WRK-TIT-DATA.
               WRITE REG-RELCOAF FROM WRK-LIN-TITULO.
               MOVE WRK-PARM-LIMIAR TO WRK-PAR-LIMIAR-ED.
               MOVE WRK-QT-DIAS     TO WRK-PAR-JANELA-ED.
               MOVE TAB-DIA-DATA(1) TO WRK-PAR-DATA-INI.
               MOVE TAB-DIA-DATA(WRK-QT-DIAS) TO WRK-PAR-DATA-FIM.
               WRITE REG-RELCOAF FROM WRK-LIN-PARAMETROS.
               WRITE REG-RELCOAF FROM WRK-LIN-TRACO.
               WRITE REG-RELCOAF FROM WRK-LIN-CABEC.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.
               DISPLAY "COMUNICACAO COAF DA DATA:" WRK-DATA-MOVTO.

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
      *    JANELA MOVEL: OS N ULTIMOS DIAS UTEIS DO CALENDARIO ATE A
      *    DATA DE MOVIMENTO (O CALENDARIO E ASCENDENTE). A DATA DE
      *    MOVIMENTO SEMPRE FECHA A JANELA, MESMO QUE NAO SEJA UTIL
      *-----------------------------------------------------------------
       0120-MONTA-JANELA                       SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CALENDARIO.
               IF FS-CALENDARIO              NOT EQUAL '00'
                   DISPLAY "CALENDARIO.TXT AUSENTE -- SEM JANELA DE "
                       "DIAS UTEIS, COMUNICACAO NAO GERADA"
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0121-LE-CALENDARIO
                       UNTIL FS-CALENDARIO NOT EQUAL '00'.
               CLOSE CALENDARIO.

               IF WRK-QT-DIAS EQUAL ZEROS
                   MOVE WRK-DATA-MOVTO TO REG-DATA-CAL
                   PERFORM 0122-ENTRA-NA-JANELA
               ELSE
                   IF TAB-DIA-DATA(WRK-QT-DIAS) NOT EQUAL
                          WRK-DATA-MOVTO
                       MOVE WRK-DATA-MOVTO TO REG-DATA-CAL
                       PERFORM 0122-ENTRA-NA-JANELA
                   END-IF
               END-IF.

       0120-MONTA-JANELA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0121-LE-CALENDARIO                      SECTION.
      *-----------------------------------------------------------------

               READ CALENDARIO
                   AT END
                       MOVE '10' TO FS-CALENDARIO
                   NOT AT END
                       IF REG-DATA-CAL GREATER WRK-DATA-MOVTO
                           MOVE '10' TO FS-CALENDARIO
                       ELSE
                           IF REG-DIA-UTIL
                               PERFORM 0122-ENTRA-NA-JANELA
                           END-IF
                       END-IF
               END-READ.

       0121-LE-CALENDARIO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0122-ENTRA-NA-JANELA                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-DIAS NOT LESS WRK-PARM-JANELA
                   PERFORM 0123-DESLOCA-DIA
                           VARYING WRK-IDX-DESLOCA FROM 1 BY 1
                           UNTIL WRK-IDX-DESLOCA NOT LESS WRK-QT-DIAS
               ELSE
                   ADD 1 TO WRK-QT-DIAS
               END-IF.
               MOVE REG-DATA-CAL TO TAB-DIA-DATA(WRK-QT-DIAS).
               MOVE SPACES       TO TAB-DIA-SITUACAO(WRK-QT-DIAS).

       0122-ENTRA-NA-JANELA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0123-DESLOCA-DIA                        SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-DIA-ITEM(WRK-IDX-DESLOCA + 1) TO
                   TAB-DIA-ITEM(WRK-IDX-DESLOCA).

       0123-DESLOCA-DIA-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    UMA GERACAO DO RELSAIDA POR DIA DA JANELA
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-DIA-DATA(WRK-IDX-DIA) TO WRK-DATA-GERACAO-ED.
               MOVE SPACES TO WRK-NOME-RELSAIDA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-GERACAO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE TAB-DIA-DATA(WRK-IDX-DIA) TO WRK-DATA-VGR.
               PERFORM 0205-VERIFICA-MANIFESTO.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA NOT EQUAL '00'
                   SET TAB-DIA-AUSENTE(WRK-IDX-DIA) TO TRUE
                   ADD 1 TO ACU-GERACOES-AUSENTES
                   DISPLAY "ATENCAO: GERACAO AUSENTE " WRK-NOME-RELSAIDA
                   GO TO 0200-PROCESSAR-FIM
               END-IF.
               SET TAB-DIA-LIDO(WRK-IDX-DIA) TO TRUE.
               PERFORM 0210-LE-LANCAMENTO
                       UNTIL FS-RELSAIDA NOT EQUAL '00'.
               CLOSE RELSAIDA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0205-VERIFICA-MANIFESTO                 SECTION.
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

       0205-VERIFICA-MANIFESTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0210-LE-LANCAMENTO                      SECTION.
      *-----------------------------------------------------------------

               READ RELSAIDA
               IF FS-RELSAIDA EQUAL '00'
                   ADD 1 TO ACU-LIDOS-RELSAIDA
                   IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999 AND
                      (REG-TIPO-RELSAIDA EQUAL "D" OR
                       REG-TIPO-RELSAIDA EQUAL "S")
                       ADD 1 TO ACU-ESPECIE
                       PERFORM 0220-AVALIA-OPERACAO
                   END-IF
               END-IF.

       0210-LE-LANCAMENTO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    OPERACAO NO LIMIAR OU ACIMA: COMUNICACAO INDIVIDUAL SE FOR
      *    DA DATA DE MOVIMENTO (AS DOS DIAS ANTERIORES JA SAIRAM NA
      *    COMUNICACAO DO SEU DIA). ABAIXO DO LIMIAR: ACUMULA PARA O
      *    TESTE DE FRACIONAMENTO
      *-----------------------------------------------------------------
       0220-AVALIA-OPERACAO                    SECTION.
      *-----------------------------------------------------------------

               IF REG-LANCAMENTO-RELSAIDA NOT LESS WRK-PARM-LIMIAR
                   IF TAB-DIA-DATA(WRK-IDX-DIA) EQUAL WRK-DATA-MOVTO
                       PERFORM 0230-COMUNICA-INDIVIDUAL
                   END-IF
                   GO TO 0220-AVALIA-OPERACAO-FIM
               END-IF.

               MOVE 'N' TO WRK-CTA-ACHOU.
               PERFORM 0221-PROCURA-CONTA
                       VARYING WRK-IDX-CTA FROM 1 BY 1
                       UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS
                          OR WRK-CTA-ACHOU EQUAL 'S'.
               IF WRK-CTA-ACHOU EQUAL 'N'
                   IF WRK-QT-CONTAS NOT LESS 2000
                       DISPLAY "ATENCAO: MAIS DE 2000 CONTAS NA "
                           "JANELA -- FRACIONAMENTO INCOMPLETO"
                       GO TO 0220-AVALIA-OPERACAO-FIM
                   END-IF
                   ADD 1 TO WRK-QT-CONTAS
                   MOVE WRK-QT-CONTAS TO WRK-IDX-CTA
                   MOVE REG-AGENCIA-RELSAIDA TO
                       TAB-CTA-AGENCIA(WRK-IDX-CTA)
                   MOVE REG-CONTA-RELSAIDA   TO
                       TAB-CTA-CONTA(WRK-IDX-CTA)
                   MOVE REG-TIPO-RELSAIDA    TO
                       TAB-CTA-TIPO(WRK-IDX-CTA)
                   MOVE ZEROS TO TAB-CTA-QT(WRK-IDX-CTA)
                                 TAB-CTA-QT-NO-DIA(WRK-IDX-CTA)
                                 TAB-CTA-VALOR(WRK-IDX-CTA)
                   MOVE TAB-DIA-DATA(WRK-IDX-DIA) TO
                       TAB-CTA-DATA-INI(WRK-IDX-CTA)
               END-IF.

               ADD 1 TO TAB-CTA-QT(WRK-IDX-CTA).
               ADD REG-LANCAMENTO-RELSAIDA TO
                   TAB-CTA-VALOR(WRK-IDX-CTA).
               MOVE TAB-DIA-DATA(WRK-IDX-DIA) TO
                   TAB-CTA-DATA-FIM(WRK-IDX-CTA).
               IF TAB-DIA-DATA(WRK-IDX-DIA) EQUAL WRK-DATA-MOVTO
                   ADD 1 TO TAB-CTA-QT-NO-DIA(WRK-IDX-CTA)
               END-IF.

       0220-AVALIA-OPERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0221-PROCURA-CONTA                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-CTA-AGENCIA(WRK-IDX-CTA) EQUAL
                      REG-AGENCIA-RELSAIDA AND
                  TAB-CTA-CONTA(WRK-IDX-CTA)   EQUAL
                      REG-CONTA-RELSAIDA AND
                  TAB-CTA-TIPO(WRK-IDX-CTA)    EQUAL
                      REG-TIPO-RELSAIDA
                   MOVE 'S' TO WRK-CTA-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-CTA
               END-IF.

       0221-PROCURA-CONTA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0230-COMUNICA-INDIVIDUAL                SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-RELSAIDA   TO REG-CONTA-MTR.
               PERFORM 0250-BUSCA-TITULAR.

               MOVE SPACES                  TO REG-COAF.
               MOVE WRK-DATA-MOVTO          TO REG-DATA-MOVTO-COAF.
               SET REG-COAF-INDIVIDUAL      TO TRUE.
               MOVE REG-AGENCIA-RELSAIDA    TO REG-AGENCIA-COAF.
               MOVE REG-CONTA-RELSAIDA      TO REG-CONTA-COAF.
               MOVE WRK-TITULAR             TO REG-TITULAR-COAF.
               MOVE REG-TIPO-RELSAIDA       TO REG-TIPO-OPER-COAF.
               MOVE WRK-DATA-MOVTO          TO REG-DATA-INI-COAF
                                               REG-DATA-FIM-COAF.
               MOVE 1                       TO REG-QT-OPER-COAF.
               MOVE REG-LANCAMENTO-RELSAIDA TO REG-VALOR-COAF.
               MOVE WRK-PARM-LIMIAR         TO REG-LIMIAR-COAF.
               MOVE WRK-QT-DIAS             TO REG-JANELA-COAF.
               PERFORM 0260-GRAVA-COMUNICACAO.
               ADD 1 TO ACU-COMUN-INDIVIDUAL.

       0230-COMUNICA-INDIVIDUAL-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    FRACIONAMENTO: DUAS OU MAIS OPERACOES MENORES QUE, SOMADAS
      *    NA JANELA, ATINGEM O LIMIAR, COM OPERACAO NA DATA DE MOVTO
      *-----------------------------------------------------------------
       0240-AVALIA-FRACIONAMENTO               SECTION.
      *-----------------------------------------------------------------

               IF TAB-CTA-QT(WRK-IDX-CTA) LESS 2 OR
                  TAB-CTA-QT-NO-DIA(WRK-IDX-CTA) EQUAL ZEROS OR
                  TAB-CTA-VALOR(WRK-IDX-CTA) LESS WRK-PARM-LIMIAR
                   GO TO 0240-AVALIA-FRACIONAMENTO-FIM
               END-IF.

               MOVE TAB-CTA-AGENCIA(WRK-IDX-CTA) TO REG-AGENCIA-MTR.
               MOVE TAB-CTA-CONTA(WRK-IDX-CTA)   TO REG-CONTA-MTR.
               PERFORM 0250-BUSCA-TITULAR.

               MOVE SPACES                       TO REG-COAF.
               MOVE WRK-DATA-MOVTO               TO REG-DATA-MOVTO-COAF.
               SET REG-COAF-FRACIONADA           TO TRUE.
               MOVE TAB-CTA-AGENCIA(WRK-IDX-CTA) TO REG-AGENCIA-COAF.
               MOVE TAB-CTA-CONTA(WRK-IDX-CTA)   TO REG-CONTA-COAF.
               MOVE WRK-TITULAR                  TO REG-TITULAR-COAF.
               MOVE TAB-CTA-TIPO(WRK-IDX-CTA)    TO REG-TIPO-OPER-COAF.
               MOVE TAB-CTA-DATA-INI(WRK-IDX-CTA) TO REG-DATA-INI-COAF.
               MOVE TAB-CTA-DATA-FIM(WRK-IDX-CTA) TO REG-DATA-FIM-COAF.
               MOVE TAB-CTA-QT(WRK-IDX-CTA)      TO REG-QT-OPER-COAF.
               MOVE TAB-CTA-VALOR(WRK-IDX-CTA)   TO REG-VALOR-COAF.
               MOVE WRK-PARM-LIMIAR              TO REG-LIMIAR-COAF.
               MOVE WRK-QT-DIAS                  TO REG-JANELA-COAF.
               PERFORM 0260-GRAVA-COMUNICACAO.
               ADD 1 TO ACU-COMUN-FRACION.

       0240-AVALIA-FRACIONAMENTO-FIM.          EXIT.
      *-----------------------------------------------------------------
       0250-BUSCA-TITULAR                      SECTION.
      *-----------------------------------------------------------------

               READ CONTAS
                   INVALID KEY
                       MOVE "CONTA FORA DO MASTER" TO WRK-TITULAR
                   NOT INVALID KEY
                       MOVE REG-NOME-TITULAR-MTR TO WRK-TITULAR
               END-READ.

       0250-BUSCA-TITULAR-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0260-GRAVA-COMUNICACAO                  SECTION.
      *-----------------------------------------------------------------

               WRITE REG-COAF.
               ADD REG-VALOR-COAF TO ACU-VALOR-COMUNICADO.

               IF REG-COAF-INDIVIDUAL
                   MOVE "IND"  TO WRK-DET-TIPO
               ELSE
                   MOVE "FRAC" TO WRK-DET-TIPO
               END-IF.
               MOVE REG-AGENCIA-COAF  TO WRK-DET-AGENCIA.
               MOVE REG-CONTA-COAF    TO WRK-DET-CONTA.
               MOVE REG-TITULAR-COAF  TO WRK-DET-TITULAR.
               IF REG-COAF-DEPOSITO
                   MOVE "DEPOSITO" TO WRK-DET-OPERACAO
               ELSE
                   MOVE "SAQUE"    TO WRK-DET-OPERACAO
               END-IF.
               MOVE REG-QT-OPER-COAF  TO WRK-DET-QT-ED.
               MOVE REG-VALOR-COAF    TO WRK-DET-VALOR-ED.
               MOVE REG-DATA-INI-COAF TO WRK-DET-DATA-INI.
               MOVE REG-DATA-FIM-COAF TO WRK-DET-DATA-FIM.
               WRITE REG-RELCOAF FROM WRK-LIN-DETALHE.

       0260-GRAVA-COMUNICACAO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0270-LISTA-AUSENTE                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-DIA-AUSENTE(WRK-IDX-DIA)
                   MOVE TAB-DIA-DATA(WRK-IDX-DIA) TO WRK-AUS-DATA
                   WRITE REG-RELCOAF FROM WRK-LIN-AUSENTE
               END-IF.

       0270-LISTA-AUSENTE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-FRACIONAMENTO.
               PERFORM 0240-AVALIA-FRACIONAMENTO
                       VARYING WRK-IDX-CTA FROM 1 BY 1
                       UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS.

       0306-FECHA-RELATORIO.
               IF ACU-COMUN-INDIVIDUAL EQUAL ZEROS AND
                  ACU-COMUN-FRACION    EQUAL ZEROS
                   WRITE REG-RELCOAF FROM WRK-LIN-NADA
               END-IF.
               WRITE REG-RELCOAF FROM WRK-LIN-TRACO.
               MOVE ACU-COMUN-INDIVIDUAL TO WRK-TOT-IND-ED.
               MOVE ACU-COMUN-FRACION    TO WRK-TOT-FRAC-ED.
               MOVE ACU-VALOR-COMUNICADO TO WRK-TOT-VALOR-ED.
               WRITE REG-RELCOAF FROM WRK-LIN-TOTAL.
               PERFORM 0270-LISTA-AUSENTE
                       VARYING WRK-IDX-DIA FROM 1 BY 1
                       UNTIL WRK-IDX-DIA GREATER WRK-QT-DIAS.
               WRITE REG-RELCOAF FROM WRK-LIN-TRACO.
               WRITE REG-RELCOAF FROM WRK-LIN-VISTO1.
               WRITE REG-RELCOAF FROM WRK-LIN-VISTO2.
               WRITE REG-RELCOAF FROM WRK-LIN-VISTO3.

               DISPLAY "LANCAMENTOS LIDOS NA JANELA..:"
                   ACU-LIDOS-RELSAIDA.
               DISPLAY "OPERACOES EM ESPECIE.........:" ACU-ESPECIE.
               DISPLAY "COMUNICACOES INDIVIDUAIS.....:"
                   ACU-COMUN-INDIVIDUAL.
               DISPLAY "COMUNICACOES DE FRACIONAMENTO:"
                   ACU-COMUN-FRACION.
               MOVE ACU-VALOR-COMUNICADO TO WRK-VALOR-ED.
               DISPLAY "VALOR COMUNICADO.............:R$" WRK-VALOR-ED.
               DISPLAY "GERACOES AUSENTES NA JANELA..:"
                   ACU-GERACOES-AUSENTES.
               IF ACU-COMUN-INDIVIDUAL GREATER ZEROS OR
                  ACU-COMUN-FRACION    GREATER ZEROS
                   DISPLAY "** COMUNICACAO COAF AGUARDANDO VISTO DO "
                       "COMPLIANCE: " WRK-NOME-RELCOAF
                   MOVE "COMUNICACAO COAF AGUARDANDO VISTO" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.
               IF ACU-GERACOES-AUSENTES GREATER ZEROS
                   MOVE "JANELA COAF COM GERACAO AUSENTE" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0310-FECHA-ARQUIVOS.
               CLOSE CONTAS
                     COAF
                     RELCOAF.

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
               COMPUTE REG-QT-PROC-AUD =
                   ACU-COMUN-INDIVIDUAL + ACU-COMUN-FRACION.
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

      *              AUDITORIA E STATUSREL COMO OS DEMAIS JOBS DE
      *              FECHAMENTO -- A FOLHA DEIXA DE CALCULAR COMISSAO
      *              NA MAO EM CIMA DO RANKING DO RELGEREN.
      *              QUANDO O MOVIMENTO CONSOLIDADO DO MES (PROGMOVM)
      *              EXISTE E CONFERE (MODULO VERMVM), LE SO ELE.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  MOVMES                 I (DINAMICO)         #BOOKMOVMES
      *  COMISSAO               I
      *  TRFGER                 I                    #BOOKTRFGER
      *  COMISPAG               O
      *  COMISEXT               O
      *  STATUSREL              O                    #BOOKSTATUS
      *  AUDITORIA              O                    #BOOKAUDIT
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
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: LE O MOVIMENTO CONSOLIDADO DO MES (MOVMES.M<MES>,
      *              GRAVADO PELO PROGMOVM) NO LUGAR DAS GERACOES
      *              DIARIAS QUANDO O MODULO VERMVM O DA COMO VALIDO;
      *              AUSENTE, DESATUALIZADO OU DIVERGENTE, VOLTA A
      *              VARRER AS GERACOES DO CATALOGO COMO ANTES
      *=================================================================


      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 02/10/2026
      * OBJETIVO...: CARTEIRA TRANSFERIDA NO MES (HISTORICO TRFGER.TXT
      *              DO PROGCART): O MOVIMENTO DA CONTA TRANSFERIDA E
      *              ATRIBUIDO AO GERENTE DE ORIGEM ATE A VESPERA DA
      *              DATA EFETIVA E AO DE DESTINO A PARTIR DELA, E NAO
      *              AO GERENTE GRAVADO NO MOVIMENTO
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
               FILE STATUS IS FS-GERACOES.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT MOVMES ASSIGN TO DYNAMIC WRK-NOME-VMV
               FILE STATUS IS FS-MOVMES.
           SELECT COMISSAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\COMISSAO.TXT"
               FILE STATUS IS FS-COMISSAO.
           SELECT TRFGER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TRFGER.TXT"
               FILE STATUS IS FS-TRFGER.
           SELECT COMISPAG ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\COMISPAG.TXT"
               FILE STATUS IS FS-COMISPAG.
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  MOVIMENTO CONSOLIDADO DO MES (PROGMOVM)
      *-----------------------------------------------------------------
       FD  MOVMES.
       COPY "#BOOKMOVMES".
      *-----------------------------------------------------------------
      *        INPUT -  TABELA DE COMISSAO (GERENTE + TIPO + PCT)
      *                               LRECL = 007
      *-----------------------------------------------------------------
           05 REG-TIPO-COM             PIC X(001).
           05 REG-PCT-COM              PIC 9(003)V99.
      *-----------------------------------------------------------------
      *        INPUT -  HISTORICO DE TRANSFERENCIAS DE CARTEIRA
      *                               LRECL = 036
      *-----------------------------------------------------------------
       FD  TRFGER.
       COPY "#BOOKTRFGER".
      *-----------------------------------------------------------------
      *     OUTPUT-  COMISSOES A PAGAR DO MES
      *                               LRECL = 032
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-MOVMES                   PIC X(002)          VALUE SPACES.
       01  WRK-USA-CONSOLIDADO         PIC X(001)          VALUE "N".
       01  FS-COMISSAO                 PIC X(002)          VALUE SPACES.
       01  FS-TRFGER                   PIC X(002)          VALUE SPACES.
       01  FS-COMISPAG                 PIC X(002)          VALUE SPACES.
       01  FS-COMISEXT                 PIC X(002)          VALUE SPACES.
       01  FS-STATUSREL                PIC X(002)          VALUE SPACES.
       01  ACU-GERACOES-LIDAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-MES              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-COMISSAO          PIC 9(010)V99 COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-REATRIBUIDOS     PIC 9(007)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== TABELA DE COMISSAO (COMISSAO.TXT) =====".
               10 TAB-TAXA-GERENTE         PIC X(001).
               10 TAB-TAXA-TIPO            PIC X(001).
               10 TAB-TAXA-PCT             PIC 9(003)V99.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== TRANSFERENCIAS DE CARTEIRA (TRFGER) =====".
      *-----------------------------------------------------------------
       01  WRK-QT-TRANSF               PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-TRANSF              PIC 9(003)          VALUE ZEROS.
       01  WRK-DATA-ANTES-TRF          PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-DEPOIS-TRF         PIC 9(008)          VALUE ZEROS.
       01  WRK-GER-ANTES-TRF           PIC X(001)          VALUE SPACES.
       01  WRK-GER-DEPOIS-TRF          PIC X(001)          VALUE SPACES.
       01  TAB-TRANSF.
           05 TAB-TRF-ITEM             OCCURS 500 TIMES.
               10 TAB-TRF-AGENCIA          PIC 9(004).
               10 TAB-TRF-CONTA            PIC 9(006).
               10 TAB-TRF-GER-DE           PIC X(001).
               10 TAB-TRF-GER-PARA         PIC X(001).
               10 TAB-TRF-DATA             PIC 9(008).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== VOLUME ACEITO POR GERENTE X TIPO =====".
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
               PERFORM 0240-LE-CONSOLIDADO
                       UNTIL FS-MOVMES NOT EQUAL '00'.
               PERFORM 0200-PROCESSAR UNTIL FS-GERACOES NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
                   MOVE WRK-DATA-EXEC(1:6) TO WRK-PARM-MES
               END-IF.
               PERFORM 0110-CARREGA-TAXAS.
               PERFORM 0115-CARREGA-TRANSF.
               PERFORM 0105-VERIFICA-CONSOLIDADO.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   MOVE '10' TO FS-GERACOES
                   GO TO 0100-INICIAR-FIM
               END-IF.
               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "CATALOGO DE GERACOES AUSENTE -- NADA A "
               PERFORM 0120-LEITURA.

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
       0110-CARREGA-TAXAS                      SECTION.
      *-----------------------------------------------------------------
               END-READ.

       0111-LE-TAXA-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    SO AS TRANSFERENCIAS EFETIVAS DO MES EM DIANTE INTERESSAM:
      *    AS ANTERIORES JA ESTAO NO GERENTE GRAVADO NO MOVIMENTO
      *-----------------------------------------------------------------
       0115-CARREGA-TRANSF                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT TRFGER.
               IF FS-TRFGER                  EQUAL '00'
                   PERFORM 0116-LE-TRANSF
                           UNTIL FS-TRFGER NOT EQUAL '00'
                   CLOSE TRFGER
               ELSE
                   DISPLAY "SEM HISTORICO DE TRANSFERENCIAS DE "
                       "CARTEIRA (TRFGER AUSENTE)"
               END-IF.
               DISPLAY "TRANSFERENCIAS DE CARTEIRA DO MES:"
                   WRK-QT-TRANSF.

       0115-CARREGA-TRANSF-FIM.                EXIT.
      *-----------------------------------------------------------------
       0116-LE-TRANSF                          SECTION.
      *-----------------------------------------------------------------

               READ TRFGER
                   AT END
                       MOVE '10' TO FS-TRFGER
                   NOT AT END
                       IF REG-DATA-EFETIVA-TRF(1:6) NOT LESS
                              WRK-PARM-MES
                           IF WRK-QT-TRANSF LESS THAN 500
                               ADD 1 TO WRK-QT-TRANSF
                               MOVE REG-AGENCIA-TRF      TO
                                   TAB-TRF-AGENCIA(WRK-QT-TRANSF)
                               MOVE REG-CONTA-TRF        TO
                                   TAB-TRF-CONTA(WRK-QT-TRANSF)
                               MOVE REG-GERENTE-DE-TRF   TO
                                   TAB-TRF-GER-DE(WRK-QT-TRANSF)
                               MOVE REG-GERENTE-PARA-TRF TO
                                   TAB-TRF-GER-PARA(WRK-QT-TRANSF)
                               MOVE REG-DATA-EFETIVA-TRF TO
                                   TAB-TRF-DATA(WRK-QT-TRANSF)
                           ELSE
                               DISPLAY "ERRO: MAIS DE 500 "
                                   "TRANSFERENCIAS DE CARTEIRA -- "
                                   "EXECUCAO ABORTADA (AUMENTAR A "
                                   "TABELA)"
                               CLOSE TRFGER
                               MOVE 12 TO RETURN-CODE
                               GOBACK
                           END-IF
                       END-IF
               END-READ.

       0116-LE-TRANSF-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               PERFORM 0209-VERIFICA-MANIFESTO.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                EQUAL '00'
                   PERFORM 0211-LE-MOVIMENTO
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
                   AT END
                       MOVE '10' TO FS-RELSAIDA
                   NOT AT END
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                           PERFORM 0212-TRATA-MOVIMENTO
                       END-IF
               END-READ.

       0211-LE-MOVIMENTO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0212-TRATA-MOVIMENTO                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-TRANSF GREATER ZEROS
                   PERFORM 0215-GERENTE-DA-DATA
               END-IF.
               IF REG-GERENTE-RELSAIDA NOT EQUAL SPACES
                   ADD 1 TO ACU-MOVTOS-MES
                   PERFORM 0220-ACUMULA-PAR
               END-IF.

       0212-TRATA-MOVIMENTO-FIM.               EXIT.
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
                           PERFORM 0212-TRATA-MOVIMENTO
                       END-IF
               END-READ.

       0240-LE-CONSOLIDADO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    CONTA TRANSFERIDA: VALE O DESTINO DA ULTIMA TRANSFERENCIA
      *    EFETIVA ATE A DATA DO MOVIMENTO; SEM ELA, A ORIGEM DA
      *    PRIMEIRA TRANSFERENCIA POSTERIOR. O GERENTE APURADO SUBSTITUI
      *    O GRAVADO NO MOVIMENTO
      *-----------------------------------------------------------------
       0215-GERENTE-DA-DATA                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS    TO WRK-DATA-ANTES-TRF.
               MOVE 99999999 TO WRK-DATA-DEPOIS-TRF.
               MOVE SPACES   TO WRK-GER-ANTES-TRF.
               MOVE SPACES   TO WRK-GER-DEPOIS-TRF.
               PERFORM 0216-COMPARA-TRANSF
                       VARYING WRK-IDX-TRANSF FROM 1 BY 1
                       UNTIL WRK-IDX-TRANSF GREATER WRK-QT-TRANSF.
               IF WRK-GER-ANTES-TRF NOT EQUAL SPACES
                   IF WRK-GER-ANTES-TRF NOT EQUAL REG-GERENTE-RELSAIDA
                       ADD 1 TO ACU-MOVTOS-REATRIBUIDOS
                   END-IF
                   MOVE WRK-GER-ANTES-TRF  TO REG-GERENTE-RELSAIDA
               ELSE
                   IF WRK-GER-DEPOIS-TRF NOT EQUAL SPACES
                       IF WRK-GER-DEPOIS-TRF NOT EQUAL
                              REG-GERENTE-RELSAIDA
                           ADD 1 TO ACU-MOVTOS-REATRIBUIDOS
                       END-IF
                       MOVE WRK-GER-DEPOIS-TRF TO REG-GERENTE-RELSAIDA
                   END-IF
               END-IF.

       0215-GERENTE-DA-DATA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0216-COMPARA-TRANSF                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-TRF-AGENCIA(WRK-IDX-TRANSF) EQUAL
                      REG-AGENCIA-RELSAIDA AND
                  TAB-TRF-CONTA(WRK-IDX-TRANSF) EQUAL
                      REG-CONTA-RELSAIDA
                   IF TAB-TRF-DATA(WRK-IDX-TRANSF) NOT GREATER
                          REG-DATA-RELSAIDA
                       IF TAB-TRF-DATA(WRK-IDX-TRANSF) NOT LESS
                              WRK-DATA-ANTES-TRF
                           MOVE TAB-TRF-DATA(WRK-IDX-TRANSF) TO
                               WRK-DATA-ANTES-TRF
                           MOVE TAB-TRF-GER-PARA(WRK-IDX-TRANSF) TO
                               WRK-GER-ANTES-TRF
                       END-IF
                   ELSE
                       IF TAB-TRF-DATA(WRK-IDX-TRANSF) LESS
                              WRK-DATA-DEPOIS-TRF
                           MOVE TAB-TRF-DATA(WRK-IDX-TRANSF) TO
                               WRK-DATA-DEPOIS-TRF
                           MOVE TAB-TRF-GER-DE(WRK-IDX-TRANSF) TO
                               WRK-GER-DEPOIS-TRF
                       END-IF
                   END-IF
               END-IF.

       0216-COMPARA-TRANSF-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-ACUMULA-PAR                        SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

       0305-APLICA-TAXAS.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   CLOSE MOVMES
               ELSE
                   CLOSE GERACOES
               END-IF.
               PERFORM 0330-APLICA-UMA
                       VARYING WRK-IDX-PAR FROM 1 BY 1
                       UNTIL WRK-IDX-PAR GREATER WRK-QT-PARES.
               DISPLAY " >>>>>>>> COMISSAO DOS GERENTES <<<<<<<<< "
               DISPLAY "GERACOES DO MES VARRIDAS....:"
                   ACU-GERACOES-LIDAS.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:CONSOLIDADO"
               ELSE
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:GERACOES"
               END-IF.
               DISPLAY "MOVIMENTOS ACEITOS NO MES...:" ACU-MOVTOS-MES.
               DISPLAY "GERENTES COM PRODUCAO.......:" WRK-QT-GERENTES.
               DISPLAY "REATRIBUIDOS POR TRANSFER...:"
                   ACU-MOVTOS-REATRIBUIDOS.
               DISPLAY "TOTAL DE COMISSAO DO MES....:R$" WRK-TOTAL-ED.

       0320-GRAVA-STATUSREL.

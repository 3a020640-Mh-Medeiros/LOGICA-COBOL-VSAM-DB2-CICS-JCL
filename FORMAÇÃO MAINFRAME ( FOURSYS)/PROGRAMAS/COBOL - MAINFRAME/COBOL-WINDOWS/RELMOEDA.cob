      *              ACEITOS, MAIS A QUANTIDADE E O VALOR ORIGINAL DOS
      *              REJEITADOS -- OS NUMEROS QUE A TESOURARIA PEDIA A
      *              CADA FECHAMENTO E ERAM RECONSTRUIDOS NA MAO.
      *              QUANDO O MOVIMENTO CONSOLIDADO DO MES (PROGMOVM)
      *              EXISTE E CONFERE (MODULO VERMVM), LE SO ELE.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  GERREJ                 I (DINAMICO)         #BOOKREJEIT
      *  MOVMES                 I (DINAMICO)         #BOOKMOVMES
      *  RELMOEDA               O
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


               FILE STATUS IS FS-RELSAIDA.
           SELECT GERREJ ASSIGN TO DYNAMIC WRK-NOME-GERREJ
               FILE STATUS IS FS-GERREJ.
           SELECT MOVMES ASSIGN TO DYNAMIC WRK-NOME-VMV
               FILE STATUS IS FS-MOVMES.
           SELECT RELMOEDA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELMOEDA.TXT"
               FILE STATUS IS FS-RELMOEDA.
      *-----------------------------------------------------------------
       FD  GERREJ.
       COPY "#BOOKREJEIT".
      *-----------------------------------------------------------------
       FD  MOVMES.
       COPY "#BOOKMOVMES".
      *-----------------------------------------------------------------
       FD  RELMOEDA.
       01  REG-RELMOEDA                PIC X(132).
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-GERREJ                   PIC X(002)          VALUE SPACES.
       01  FS-RELMOEDA                 PIC X(002)          VALUE SPACES.
       01  FS-MOVMES                   PIC X(002)          VALUE SPACES.
       01  WRK-USA-CONSOLIDADO         PIC X(001)          VALUE "N".
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-NOME-GERREJ             PIC X(060)          VALUE SPACES.
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
               IF WRK-PARM-MES EQUAL ZEROS
                   MOVE WRK-DATA-EXEC(1:6) TO WRK-PARM-MES
               END-IF.
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
                   PERFORM 0211-LE-ACEITO
               END-IF.

       0210-VARRE-ACEITOS-FIM.                 EXIT.
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
       0211-LE-ACEITO                          SECTION.
      *-----------------------------------------------------------------
                   AT END
                       MOVE '10' TO FS-RELSAIDA
                   NOT AT END
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                           PERFORM 0212-ACUMULA-ACEITO
                       END-IF
               END-READ.

       0211-LE-ACEITO-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0212-ACUMULA-ACEITO                     SECTION.
      *-----------------------------------------------------------------

               IF REG-MOEDA-RELSAIDA NOT EQUAL "BRL" AND
                  REG-MOEDA-RELSAIDA NOT EQUAL SPACES
                   ADD 1 TO ACU-MOVTOS-MOEDA
                   MOVE REG-MOEDA-RELSAIDA TO WRK-MOEDA-ALVO
                   PERFORM 0220-LOCALIZA-MOEDA
                   ADD 1 TO TAB-MOE-QT-ACEITO(WRK-IDX-MOE)
                   ADD REG-VALOR-ORIG-RELSAIDA TO
                       TAB-MOE-VAL-ORIG(WRK-IDX-MOE)
                   ADD REG-LANCAMENTO-RELSAIDA TO
                       TAB-MOE-VAL-BRL(WRK-IDX-MOE)
               END-IF.

       0212-ACUMULA-ACEITO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-LOCALIZA-MOEDA                     SECTION.
      *-----------------------------------------------------------------
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-GERREJ
               END-STRING.
               MOVE "REJEITAD"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               PERFORM 0209-VERIFICA-MANIFESTO.
               OPEN INPUT GERREJ.
               IF FS-GERREJ                  EQUAL '00'
                   PERFORM 0231-LE-REJEITADO
                   AT END
                       MOVE '10' TO FS-GERREJ
                   NOT AT END
                       PERFORM 0232-ACUMULA-REJEITADO
               END-READ.

       0231-LE-REJEITADO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0232-ACUMULA-REJEITADO                  SECTION.
      *-----------------------------------------------------------------

               IF REG-MOEDA-REJ NOT EQUAL "BRL" AND
                  REG-MOEDA-REJ NOT EQUAL SPACES
                   MOVE REG-MOEDA-REJ TO WRK-MOEDA-ALVO
                   PERFORM 0220-LOCALIZA-MOEDA
                   ADD 1 TO TAB-MOE-QT-REJ(WRK-IDX-MOE)
                   ADD REG-LANCAMENTO-REJ TO
                       TAB-MOE-VAL-REJ(WRK-IDX-MOE)
               END-IF.

       0232-ACUMULA-REJEITADO-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    CONSOLIDADO: CABECALHO E TRAILER SAO IGNORADOS; CADA
      *    DETALHE VOLTA AO LAYOUT DA GERACAO DE ORIGEM
      *-----------------------------------------------------------------
       0240-LE-CONSOLIDADO                     SECTION.
      *-----------------------------------------------------------------

               READ MOVMES
                   AT END
                       MOVE '10' TO FS-MOVMES
                   NOT AT END
                       EVALUATE TRUE
                           WHEN REG-MVM-ACEITO
                               MOVE REG-DADOS-MVM TO REG-RELSAIDA
                               PERFORM 0212-ACUMULA-ACEITO
                           WHEN REG-MVM-REJEITADO
                               MOVE REG-DADOS-MVM TO REG-REJEITADOS
                               PERFORM 0232-ACUMULA-REJEITADO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ.

       0240-LE-CONSOLIDADO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-GRAVA-RELATORIO.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   CLOSE MOVMES
               ELSE
                   CLOSE GERACOES
               END-IF.
               OPEN OUTPUT RELMOEDA.
               MOVE WRK-PARM-MES TO WRK-CAB-MES.
               MOVE WRK-LIN-CABEC1 TO REG-RELMOEDA.
               DISPLAY " >>>>>>>> MOEDA ESTRANGEIRA DO MES <<<<<<<<< "
               DISPLAY "GERACOES DO MES VARRIDAS....:"
                   ACU-GERACOES-LIDAS.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:CONSOLIDADO"
               ELSE
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:GERACOES"
               END-IF.
               DISPLAY "MOVTOS ACEITOS EM MOEDA.....:"
                   ACU-MOVTOS-MOEDA.
               DISPLAY "MOEDAS NO RESUMO............:" WRK-QT-MOEDAS.

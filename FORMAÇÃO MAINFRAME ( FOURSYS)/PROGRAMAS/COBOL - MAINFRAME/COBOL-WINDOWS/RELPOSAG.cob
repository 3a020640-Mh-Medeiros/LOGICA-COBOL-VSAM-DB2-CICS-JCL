      *              O RELGEREN COBRE A DIMENSAO GERENTE; AQUI OS
      *              GESTORES REGIONAIS ENXERGAM QUAL AGENCIA DRENA E
      *              QUAL ACUMULA CAIXA. SAIDA EM RELPOSAG.TXT.
      *              QUANDO O MOVIMENTO CONSOLIDADO DO MES (PROGMOVM)
      *              EXISTE E CONFERE (MODULO VERMVM), LE SO ELE.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  MOVMES                 I (DINAMICO)         #BOOKMOVMES
      *  RELPOSAG               O
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


               FILE STATUS IS FS-GERACOES.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT MOVMES ASSIGN TO DYNAMIC WRK-NOME-VMV
               FILE STATUS IS FS-MOVMES.
           SELECT RELPOSAG ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELPOSAG.TXT"
               FILE STATUS IS FS-RELPOSAG.
           05 REG-DATA-GER             PIC 9(008).
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
       FD  MOVMES.
       COPY "#BOOKMOVMES".
      *-----------------------------------------------------------------
       FD  RELPOSAG.
       01  REG-RELPOSAG                PIC X(100).
       FD  AUDITORIA.
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-RELPOSAG                 PIC X(002)          VALUE SPACES.
       01  FS-MOVMES                   PIC X(002)          VALUE SPACES.
       01  WRK-USA-CONSOLIDADO         PIC X(001)          VALUE "N".
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GER-ED             PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       COPY "#BOOKVERGER".
       COPY "#BOOKVERMVM".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
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
               END-READ.

       0211-LE-MOVIMENTO-FIM.                  EXIT.
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
                           ADD 1 TO ACU-MOVTOS-MES
                           PERFORM 0220-ACUMULA-PAR
                       END-IF
               END-READ.

       0240-LE-CONSOLIDADO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-ACUMULA-PAR                        SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

       0305-GRAVA-RELATORIO.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   CLOSE MOVMES
               ELSE
                   CLOSE GERACOES
               END-IF.
               OPEN OUTPUT RELPOSAG.
               MOVE WRK-PARM-MES TO WRK-CAB-MES.
               MOVE WRK-LIN-CABEC1 TO REG-RELPOSAG.
               DISPLAY " >>>>>>>> POSICAO POR AGENCIA <<<<<<<<< "
               DISPLAY "GERACOES DO MES VARRIDAS....:"
                   ACU-GERACOES-LIDAS.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:CONSOLIDADO"
               ELSE
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:GERACOES"
               END-IF.
               DISPLAY "MOVIMENTOS DO MES...........:" ACU-MOVTOS-MES.
               DISPLAY "AGENCIAS NO RELATORIO.......:" WRK-QT-AGENCIAS.


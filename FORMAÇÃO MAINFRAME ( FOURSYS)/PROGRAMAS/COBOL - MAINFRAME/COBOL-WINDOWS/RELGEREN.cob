      *              TRANSFERENCIA), E LISTA O RANKING EM ORDEM
      *              DECRESCENTE DE VALOR TOTAL MOVIMENTADO -- COMO O
      *              RELV6 FAZ PARA ASSINANTES, AQUI PARA GERENTES.
      *              INFORMADO O MES, LE O MOVIMENTO CONSOLIDADO DO
      *              MES (PROGMOVM) NO LUGAR DO RELSAIDA DO DIA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  RELSAIDA               I                    #BOOKRELSAIDA
      *  MOVMES                 I (DINAMICO)         #BOOKMOVMES
      *  IMPRESSO               O
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VERMVM
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * OBJETIVO...: 9999-TRATA-ERRO PASSA A SAIR COM CONDITION CODE
      *              12 -- O ERRO DE FILE STATUS TERMINAVA COM RC 0 E
      *              O COND=(4,LT) DO PGNOITE DEIXAVA A CADEIA SEGUIR
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: NOVO PARAMETRO MES (AAAAMM), O ULTIMO: INFORMADO,
      *              O RANKING SAI DO MOVIMENTO CONSOLIDADO DO MES
      *              (MOVMES.M<MES>, CONFERIDO PELO MODULO VERMVM),
      *              AINDA FILTRADO PELO PERIODO; CONSOLIDADO AUSENTE,
      *              DESATUALIZADO OU DIVERGENTE ENCERRA COM RC 8
      *              PEDINDO O PROGMOVM. ZEROS: RELSAIDA DO DIA
      *=================================================================


           SELECT RELSAIDA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.TXT"
               FILE STATUS IS FS-RELSAIDA.
           SELECT MOVMES ASSIGN TO DYNAMIC WRK-NOME-VMV
               FILE STATUS IS FS-MOVMES.
           SELECT IMPRESSO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELGEREN.LST"
               FILE STATUS IS FS-IMPRESSO.
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  MOVIMENTO CONSOLIDADO DO MES (PROGMOVM)
      *                               LRECL = 212
      *-----------------------------------------------------------------
       FD  MOVMES.
       COPY "#BOOKMOVMES".
      *-----------------------------------------------------------------
      *     OUTPUT-  ARQUIVO DE IMPRESSAO, USADO QUANDO A SAIDA
      *              ESCOLHIDA NAO FOR A TELA
      *-----------------------------------------------------------------
             "========== VARIAVEL DE STATUS ========== ".
      *-----------------------------------------------------------------
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-MOVMES                   PIC X(002)          VALUE SPACES.
       01  FS-IMPRESSO                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
               99999999.
       01  WRK-OPCAO-SAIDA             PIC X(001)          VALUE "1".
       01  WRK-SAIDA                   PIC X(001)          VALUE "T".
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
       01  WRK-USA-CONSOLIDADO         PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "========== VARIAVEIS ACUMULADORAS ========== ".
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       COPY "#BOOKVERMVM".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "* FIM DA WORKING *".

               PERFORM 0101-ACEITA-PARMS.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               IF WRK-PARM-MES NOT EQUAL ZEROS
                   PERFORM 0102-VERIFICA-CONSOLIDADO
               ELSE
                   OPEN INPUT RELSAIDA
               END-IF.
               IF WRK-SAIDA EQUAL "I"
                   OPEN OUTPUT IMPRESSO
               END-IF.
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: "
               ACCEPT WRK-USUARIO-EXEC.
               DISPLAY "MES CONSOLIDADO (AAAAMM), ZEROS P/ RELSAIDA "
                   "DO DIA: "
               ACCEPT WRK-PARM-MES.

       0101-ACEITA-PARMS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0102-VERIFICA-CONSOLIDADO               SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-PARM-MES       TO WRK-MES-VMV.
               MOVE WRK-PROGRAMA-EXEC  TO WRK-PROGRAMA-VMV.
               CALL WRK-MODULO-VERMVM USING WRK-VERMVM.
               EVALUATE TRUE
                   WHEN WRK-VMV-OK
                       CONTINUE
                   WHEN WRK-VMV-AUSENTE
                       DISPLAY "MOVIMENTO CONSOLIDADO DO MES "
                           WRK-PARM-MES " AUSENTE"
                   WHEN WRK-VMV-DESATUALIZADO
                       DISPLAY "MOVIMENTO CONSOLIDADO DO MES "
                           WRK-PARM-MES " DESATUALIZADO"
                   WHEN OTHER
                       DISPLAY "MOVIMENTO CONSOLIDADO DO MES "
                           WRK-PARM-MES " NAO CONFERE COM O TRAILER"
               END-EVALUATE.
               IF NOT WRK-VMV-OK
                   DISPLAY "RODAR O PROGMOVM PARA O MES E REPETIR -- "
                       "RELATORIO NAO EMITIDO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               OPEN INPUT MOVMES.
               MOVE "S"       TO WRK-USA-CONSOLIDADO.
               MOVE FS-MOVMES TO FS-RELSAIDA.
               DISPLAY "LENDO O MOVIMENTO CONSOLIDADO: " WRK-NOME-VMV.

       0102-VERIFICA-CONSOLIDADO-FIM.          EXIT.
      *-----------------------------------------------------------------
       0105-TESTAR-STATUS                      SECTION.
      *-----------------------------------------------------------------
       0121-LE-UM                              SECTION.
      *-----------------------------------------------------------------

               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   PERFORM 0122-LE-CONSOLIDADO
                   GO TO 0121-LE-UM-FIM
               END-IF.
               READ RELSAIDA
               IF FS-RELSAIDA EQUAL '00'
                   IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
               END-IF.

       0121-LE-UM-FIM.                         EXIT.
      *-----------------------------------------------------------------
       0122-LE-CONSOLIDADO                     SECTION.
      *-----------------------------------------------------------------

               READ MOVMES.
               MOVE FS-MOVMES TO FS-RELSAIDA.
               IF FS-MOVMES EQUAL '00'
                   IF REG-MVM-ACEITO
                       MOVE REG-DADOS-MVM TO REG-RELSAIDA
                       MOVE 'S' TO WRK-REG-DADO
                   END-IF
               END-IF.

       0122-LE-CONSOLIDADO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------
       0305-IMPRIME.
               PERFORM 0250-ORDENA-RANKING.
               PERFORM 0260-IMP-RANKING.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   DISPLAY "ORIGEM DOS MOVIMENTOS.......:CONSOLIDADO "
                       WRK-PARM-MES
                   DISPLAY "REGISTROS LIDOS DO MOVMES...:"
                       ACU-LIDOS-RELSAIDA
               ELSE
                   DISPLAY "REGISTROS LIDOS DO RELSAIDA.:"
                       ACU-LIDOS-RELSAIDA
               END-IF.
               DISPLAY "LANCAMENTOS NO PERIODO......:"
                   ACU-NO-PERIODO.

       0310-FECHA-ARQUIVOS.
               IF WRK-USA-CONSOLIDADO EQUAL "S"
                   CLOSE MOVMES
               ELSE
                   CLOSE RELSAIDA
               END-IF.
               IF WRK-SAIDA EQUAL "I"
                   CLOSE IMPRESSO
               END-IF.

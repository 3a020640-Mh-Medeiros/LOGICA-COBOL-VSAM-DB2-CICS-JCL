      *  SALDOS                 I (KSDS)             #BOOKSALDO
      *  STATUSREL              I                    #BOOKSTATUS
      *  RELRECALC              O
      *  SORTWK01               SORT
      *  RECDIA                 O / I (TRABALHO)
      *  RECCTA                 O / I (TRABALHO)
      *  RECDIV                 O / I (TRABALHO)
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VERGER
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
      * OBJETIVO...: FIM DA TABELA DE 2000 CONTAS EM MEMORIA: OS
      *              MOVIMENTOS DE TODAS AS GERACOES PASSAM POR UM
      *              SORT INTERNO (AGENCIA + CONTA + DATA DA GERACAO)
      *              QUE GRAVA O LIQUIDO POR CONTA E DIA (RECDIA.TMP)
      *              E O SALDO RECALCULADO POR CONTA (RECCTA.TMP). O
      *              RECCTA E CASADO COM O MASTER DE SALDOS NA ORDEM DA
      *              CHAVE E AS DIVERGENTES (RECDIV.TMP) SAO CASADAS
      *              COM O RECDIA PARA APONTAR A PROVAVEL DATA -- SEM
      *              SEGUNDA VARREDURA DAS GERACOES E SEM LIMITE DE
      *              CONTAS. TOTAL DE CONTROLE NO FIM DO RELATORIO:
      *              MOVIMENTOS LIDOS X ORDENADOS X SOMADOS NAS CONTAS
      *              (CONDITION CODE 8 SE DIVERGIREM)
      *=================================================================


           SELECT RELRECALC ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELRECALC.TXT"
               FILE STATUS IS FS-RELRECALC.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".
           SELECT RECDIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RECDIA.TMP"
               FILE STATUS IS FS-RECDIA.
           SELECT RECCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RECCTA.TMP"
               FILE STATUS IS FS-RECCTA.
           SELECT RECDIV ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RECDIV.TMP"
               FILE STATUS IS FS-RECDIV.

      *=================================================================
       DATA                                    DIVISION.
       COPY "#BOOKSTATUS".
       FD  RELRECALC.
       01  REG-RELRECALC               PIC X(110).
      *-----------------------------------------------------------------
      *    SORT WORK - MOVIMENTOS POR AGENCIA + CONTA + DATA DA GERACAO
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-AGENCIA-SRT          PIC 9(004).
           05 REG-CONTA-SRT            PIC 9(006).
           05 REG-DATA-SRT             PIC 9(008).
           05 REG-SINAL-SRT            PIC X(001).
               88 REG-SRT-DEBITO            VALUE "D".
           05 REG-VALOR-SRT            PIC 9(007)V99.
      *-----------------------------------------------------------------
      *    TRABALHO - LIQUIDO POR CONTA E DIA           LRECL = 039
      *-----------------------------------------------------------------
       FD  RECDIA.
       01  REG-RECDIA.
           05 REG-CHAVE-RDIA.
               10 REG-AGENCIA-RDIA     PIC 9(004).
               10 REG-CONTA-RDIA       PIC 9(006).
           05 REG-DATA-RDIA            PIC 9(008).
           05 REG-NET-RDIA             PIC S9(011)V99
                                       SIGN LEADING SEPARATE.
           05 REG-QT-MOV-RDIA          PIC 9(007).
      *-----------------------------------------------------------------
      *    TRABALHO - SALDO RECALCULADO POR CONTA       LRECL = 024
      *-----------------------------------------------------------------
       FD  RECCTA.
       01  REG-RECCTA.
           05 REG-CHAVE-RCTA.
               10 REG-AGENCIA-RCTA     PIC 9(004).
               10 REG-CONTA-RCTA       PIC 9(006).
           05 REG-SALDO-RCTA           PIC S9(011)V99
                                       SIGN LEADING SEPARATE.
      *-----------------------------------------------------------------
      *    TRABALHO - CONTAS DIVERGENTES, NA ORDEM DA CHAVE
      *                                                LRECL = 038
      *-----------------------------------------------------------------
       FD  RECDIV.
       01  REG-RECDIV.
           05 REG-CHAVE-RDIV.
               10 REG-AGENCIA-RDIV     PIC 9(004).
               10 REG-CONTA-RDIV       PIC 9(006).
           05 REG-SALDO-RDIV           PIC S9(011)V99
                                       SIGN LEADING SEPARATE.
           05 REG-DIFERENCA-RDIV       PIC S9(011)V99
                                       SIGN LEADING SEPARATE.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-STATUSREL                PIC 9(002)          VALUE ZEROS.
       01  FS-RELRECALC                PIC X(002)          VALUE SPACES.
       01  FS-RECDIA                   PIC X(002)          VALUE SPACES.
       01  FS-RECCTA                   PIC X(002)          VALUE SPACES.
       01  FS-RECDIV                   PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-DATA-MOVTO-ED           PIC 9(008)          VALUE ZEROS.
       01  WRK-SEM-CATALOGO            PIC X(001)          VALUE "N".
       01  WRK-GERACAO-DIVERGE         PIC X(001)          VALUE "N".
       01  WRK-FIM-SORT                PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  ACU-GERACOES                PIC 9(004)    COMP-3 VALUE ZEROS.
       01  ACU-MOVTOS-LIDOS            PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-DIVERGENTES             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-CONCLUSAO           PIC 9(004)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-APURAR           PIC 9(007)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DE CONTROLE: MOVIMENTOS E LIQUIDO LIDOS DAS GERACOES
      *    CONTRA O QUE SAIU DO SORT E FOI SOMADO NAS CONTAS
      *-----------------------------------------------------------------
       01  ACU-MOVTOS-ORDENADOS        PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-LIQ-LIDO                PIC S9(013)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-LIQ-CONTAS              PIC S9(013)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-QT-CONTAS               PIC 9(007)          VALUE ZEROS.
       01  WRK-CHAVE-ANT.
           05 WRK-AGENCIA-ANT          PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-ANT            PIC 9(006)          VALUE ZEROS.
       01  WRK-DATA-ANT                PIC 9(008)          VALUE ZEROS.
       01  WRK-CHAVE-SRT.
           05 WRK-AGENCIA-CHV-SRT      PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-CHV-SRT        PIC 9(006)          VALUE ZEROS.
       01  WRK-SALDO-CONTA             PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-NET-DIA                 PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-QT-MOV-DIA              PIC 9(007)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CHAVES DO CASAMENTO (HIGH-VALUES NO FIM DE CADA ARQUIVO)
      *-----------------------------------------------------------------
       01  WRK-CHAVE-REC               PIC X(010)          VALUE SPACES.
       01  WRK-CHAVE-MST               PIC X(010)          VALUE SPACES.
       01  WRK-CHAVE-DIV               PIC X(010)          VALUE SPACES.
       01  WRK-CHAVE-DIA               PIC X(010)          VALUE SPACES.
       01  WRK-DATA-ACHADA             PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-FIM-SALDOS              PIC X(001)          VALUE "N".
       01  WRK-SALDO-MASTER            PIC S9(011)V99      VALUE ZEROS.
       01  WRK-DIFERENCA               PIC S9(011)V99      VALUE ZEROS.
       01  WRK-DIF-OPOSTA              PIC S9(011)V99      VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-DIVERGE.
           05 FILLER                   PIC X(002)          VALUE ": ".
           05 WRK-SEM-DATA             PIC 9(008).
           05 FILLER                   PIC X(066)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-LIN-CONTROLE1           PIC X(110)          VALUE
               "===== TOTAIS DE CONTROLE DO RECALCULO =====".
       01  WRK-LIN-CONTROLE2.
           05 FILLER                   PIC X(034)          VALUE
               "MOVIMENTOS LIDOS DAS GERACOES....:".
           05 WRK-CTL-LIDOS-ED         PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(065)          VALUE SPACES.
       01  WRK-LIN-CONTROLE3.
           05 FILLER                   PIC X(034)          VALUE
               "MOVIMENTOS ORDENADOS E SOMADOS...:".
           05 WRK-CTL-ORDENADOS-ED     PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(065)          VALUE SPACES.
       01  WRK-LIN-CONTROLE4.
           05 FILLER                   PIC X(034)          VALUE
               "LIQUIDO DOS MOVIMENTOS LIDOS.....:".
           05 WRK-CTL-LIQ-LIDO-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(058)          VALUE SPACES.
       01  WRK-LIN-CONTROLE5.
           05 FILLER                   PIC X(034)          VALUE
               "SOMA DOS SALDOS RECALCULADOS.....:".
           05 WRK-CTL-LIQ-CONTAS-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(058)          VALUE SPACES.
       01  WRK-LIN-CONTROLE6.
           05 FILLER                   PIC X(034)          VALUE
               "CONFERENCIA......................:".
           05 WRK-CTL-CONFERENCIA      PIC X(076)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-QT-CONCLUIDAS           PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-CONC                PIC 9(003)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       COPY "#BOOKERRO".
       COPY "#BOOKVERGER".

      *=================================================================
       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-ORDENA-MOVIMENTOS.
               PERFORM 0230-COMPARA-COM-MASTER.
               IF ACU-CONTAS-APURAR GREATER ZEROS
                   PERFORM 0250-APURA-DATAS
               END-IF.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0111-LE-STATUS-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0112-CONFERE-CONCLUSAO                  SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-CONC-ACHOU.
               PERFORM 0113-PROCURA-CONCLUSAO
                   VARYING WRK-IDX-CONC FROM 1 BY 1
                   UNTIL WRK-IDX-CONC GREATER WRK-QT-CONCLUIDAS OR
                         WRK-CONC-ACHOU EQUAL "S".
               IF WRK-CONC-ACHOU EQUAL "N"
                   ADD 1 TO ACU-SEM-CONCLUSAO
                   MOVE REG-DATA-GER TO WRK-SEM-DATA
                   MOVE WRK-LIN-SEM-CONCLUSAO TO REG-RELRECALC
                   WRITE REG-RELRECALC
               END-IF.

       0112-CONFERE-CONCLUSAO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0113-PROCURA-CONCLUSAO                  SECTION.
      *-----------------------------------------------------------------

               IF TAB-CONC-DATA(WRK-IDX-CONC) EQUAL REG-DATA-GER
                   MOVE "S" TO WRK-CONC-ACHOU
               END-IF.

       0113-PROCURA-CONCLUSAO-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    ORDENA TODOS OS MOVIMENTOS DO HISTORICO POR AGENCIA + CONTA
      *    + DATA DA GERACAO E GRAVA OS ARQUIVOS DE TRABALHO
      *-----------------------------------------------------------------
       0200-ORDENA-MOVIMENTOS                  SECTION.
      *-----------------------------------------------------------------

               SORT SORTWK01
                   ON ASCENDING KEY REG-AGENCIA-SRT
                                    REG-CONTA-SRT
                                    REG-DATA-SRT
                   INPUT PROCEDURE  0205-SELECIONA-MOVIMENTOS
                   OUTPUT PROCEDURE 0220-ACUMULA-CONTAS.
               IF WRK-SEM-CATALOGO EQUAL "S"
                   DISPLAY "CATALOGO DE GERACOES AUSENTE -- NADA A "
                       "RECALCULAR"
                   MOVE "CATALOGO GERACOES AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   DISPLAY "EXECUCAO ABORTADA -- GERACAO ALTERADA OU "
                       "TRUNCADA DEPOIS DE GRAVADA"
                   MOVE "GERACAO DIVERGE DO MANIFESTO" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF SORT-RETURN NOT EQUAL ZEROS
                   DISPLAY "ERRO NO SORT DOS MOVIMENTOS (SORT-RETURN "
                       SORT-RETURN ")"
                   MOVE "ERRO NO SORT DO RECALCULO" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0200-ORDENA-MOVIMENTOS-FIM.             EXIT.
      *-----------------------------------------------------------------
       0205-SELECIONA-MOVIMENTOS               SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO ACU-GERACOES.
               OPEN INPUT GERACOES.
               IF FS-GERACOES NOT EQUAL '00'
                   MOVE "S" TO WRK-SEM-CATALOGO
                   GO TO 0205-SELECIONA-MOVIMENTOS-FIM
               END-IF.
               PERFORM 0210-LE-GERACAO
                   UNTIL FS-GERACOES NOT EQUAL '00'.
               CLOSE GERACOES.

       0205-SELECIONA-MOVIMENTOS-FIM.          EXIT.
      *-----------------------------------------------------------------
       0210-LE-GERACAO                         SECTION.
      *-----------------------------------------------------------------
                           PERFORM 0211-VARRE-UMA-GERACAO
                       END-IF
               END-READ.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   MOVE '10' TO FS-GERACOES
               END-IF.

       0210-LE-GERACAO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0211-VARRE-UMA-GERACAO                  SECTION.
      *-----------------------------------------------------------------

               PERFORM 0112-CONFERE-CONCLUSAO.
               MOVE REG-DATA-GER TO WRK-DATA-MOVTO-ED.
               MOVE SPACES TO WRK-NOME-RELSAIDA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               PERFORM 0214-VERIFICA-MANIFESTO.
               IF WRK-GERACAO-DIVERGE EQUAL "S"
                   GO TO 0211-VARRE-UMA-GERACAO-FIM
               END-IF.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA EQUAL '00'
                   PERFORM 0212-LE-MOVIMENTO
                       UNTIL FS-RELSAIDA NOT EQUAL '00'
                   CLOSE RELSAIDA
               END-IF.

       0211-VARRE-UMA-GERACAO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0214-VERIFICA-MANIFESTO                 SECTION.
      *-----------------------------------------------------------------

               MOVE "V"                TO WRK-FUNCAO-VGR.
               MOVE "RELRECAL"         TO WRK-PROGRAMA-VGR.
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

       0214-VERIFICA-MANIFESTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0212-LE-MOVIMENTO                       SECTION.
      *-----------------------------------------------------------------
                   NOT AT END
                       IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                           ADD 1 TO ACU-MOVTOS-LIDOS
                           PERFORM 0213-LIBERA-MOVIMENTO
                       END-IF
               END-READ.

       0212-LE-MOVIMENTO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0213-LIBERA-MOVIMENTO                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA    TO REG-AGENCIA-SRT.
               MOVE REG-CONTA-RELSAIDA      TO REG-CONTA-SRT.
               MOVE REG-DATA-GER            TO REG-DATA-SRT.
               MOVE REG-SINAL-RELSAIDA      TO REG-SINAL-SRT.
               MOVE REG-LANCAMENTO-RELSAIDA TO REG-VALOR-SRT.
               RELEASE REG-SORTWK01.
               IF REG-RELSAIDA-DEBITO
                   SUBTRACT REG-LANCAMENTO-RELSAIDA FROM ACU-LIQ-LIDO
               ELSE
                   ADD REG-LANCAMENTO-RELSAIDA TO ACU-LIQ-LIDO
               END-IF.

       0213-LIBERA-MOVIMENTO-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    SAIDA DO SORT: MESMA REGRA DO PROGSALDO (DEBITO SUBTRAI,
      *    CREDITO SOMA). QUEBRA DE DIA GRAVA O LIQUIDO DO DIA NO
      *    RECDIA; QUEBRA DE CONTA GRAVA O SALDO RECALCULADO NO RECCTA
      *-----------------------------------------------------------------
       0220-ACUMULA-CONTAS                     SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT RECDIA.
               OPEN OUTPUT RECCTA.
               IF FS-RECDIA NOT EQUAL '00' OR
                  FS-RECCTA NOT EQUAL '00'
                   DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE TRABALHO "
                       "(RECDIA " FS-RECDIA " RECCTA " FS-RECCTA ")"
                   MOVE "ERRO ABERTURA RECDIA/RECCTA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0221-RETORNA-MOVIMENTO.
               IF WRK-FIM-SORT EQUAL "N"
                   PERFORM 0222-INICIA-CONTA
                   PERFORM 0223-INICIA-DIA
               END-IF.
               PERFORM 0224-ACUMULA-MOVIMENTO
                   UNTIL WRK-FIM-SORT EQUAL "S".
               IF ACU-MOVTOS-ORDENADOS GREATER ZEROS
                   PERFORM 0225-GRAVA-DIA
                   PERFORM 0226-GRAVA-CONTA
               END-IF.
               CLOSE RECDIA.
               CLOSE RECCTA.

       0220-ACUMULA-CONTAS-FIM.                EXIT.
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
               MOVE ZEROS         TO WRK-SALDO-CONTA.

       0222-INICIA-CONTA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0223-INICIA-DIA                         SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-SRT  TO WRK-DATA-ANT.
               MOVE ZEROS         TO WRK-NET-DIA.
               MOVE ZEROS         TO WRK-QT-MOV-DIA.

       0223-INICIA-DIA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0224-ACUMULA-MOVIMENTO                  SECTION.
      *-----------------------------------------------------------------

               IF WRK-CHAVE-SRT NOT EQUAL WRK-CHAVE-ANT
                   PERFORM 0225-GRAVA-DIA
                   PERFORM 0226-GRAVA-CONTA
                   PERFORM 0222-INICIA-CONTA
                   PERFORM 0223-INICIA-DIA
               ELSE
                   IF REG-DATA-SRT NOT EQUAL WRK-DATA-ANT
                       PERFORM 0225-GRAVA-DIA
                       PERFORM 0223-INICIA-DIA
                   END-IF
               END-IF.
               ADD 1 TO ACU-MOVTOS-ORDENADOS.
               ADD 1 TO WRK-QT-MOV-DIA.
               IF REG-SRT-DEBITO
                   SUBTRACT REG-VALOR-SRT FROM WRK-SALDO-CONTA
                   SUBTRACT REG-VALOR-SRT FROM WRK-NET-DIA
               ELSE
                   ADD REG-VALOR-SRT TO WRK-SALDO-CONTA
                   ADD REG-VALOR-SRT TO WRK-NET-DIA
               END-IF.
               PERFORM 0221-RETORNA-MOVIMENTO.

       0224-ACUMULA-MOVIMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0225-GRAVA-DIA                          SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-AGENCIA-ANT  TO REG-AGENCIA-RDIA.
               MOVE WRK-CONTA-ANT    TO REG-CONTA-RDIA.
               MOVE WRK-DATA-ANT     TO REG-DATA-RDIA.
               MOVE WRK-NET-DIA      TO REG-NET-RDIA.
               MOVE WRK-QT-MOV-DIA   TO REG-QT-MOV-RDIA.
               WRITE REG-RECDIA.

       0225-GRAVA-DIA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0226-GRAVA-CONTA                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-AGENCIA-ANT  TO REG-AGENCIA-RCTA.
               MOVE WRK-CONTA-ANT    TO REG-CONTA-RCTA.
               MOVE WRK-SALDO-CONTA  TO REG-SALDO-RCTA.
               WRITE REG-RECCTA.
               ADD 1 TO WRK-QT-CONTAS.
               ADD WRK-SALDO-CONTA TO ACU-LIQ-CONTAS.

       0226-GRAVA-CONTA-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    CASA O SALDO RECALCULADO (RECCTA) COM O MASTER, OS DOIS NA
      *    ORDEM DE AGENCIA + CONTA
      *-----------------------------------------------------------------
       0230-COMPARA-COM-MASTER                 SECTION.
      *-----------------------------------------------------------------
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT RECCTA.
               OPEN OUTPUT RECDIV.
               MOVE ZEROS TO REG-AGENCIA-SALDO.
               MOVE ZEROS TO REG-CONTA-SALDO.
               MOVE "N" TO WRK-FIM-SALDOS.
               START SALDOS KEY NOT LESS REG-CHAVE-SALDO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-SALDOS
               END-START.
               PERFORM 0231-LE-SALDO-MASTER.
               PERFORM 0236-LE-RECCTA.
               PERFORM 0232-CASA-CONTA
                   UNTIL WRK-CHAVE-REC EQUAL HIGH-VALUES AND
                         WRK-CHAVE-MST EQUAL HIGH-VALUES.
               CLOSE SALDOS.
               CLOSE RECCTA.
               CLOSE RECDIV.

       0230-COMPARA-COM-MASTER-FIM.            EXIT.
      *-----------------------------------------------------------------
       0231-LE-SALDO-MASTER                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-FIM-SALDOS EQUAL "N"
                   READ SALDOS NEXT RECORD
                       AT END
                           MOVE "S" TO WRK-FIM-SALDOS
                   END-READ
               END-IF.
               IF WRK-FIM-SALDOS EQUAL "S"
                   MOVE HIGH-VALUES TO WRK-CHAVE-MST
               ELSE
                   MOVE REG-CHAVE-SALDO TO WRK-CHAVE-MST
                   MOVE REG-SALDO-ATUAL TO WRK-SALDO-MASTER
               END-IF.

       0231-LE-SALDO-MASTER-FIM.               EXIT.
      *-----------------------------------------------------------------
       0236-LE-RECCTA                          SECTION.
      *-----------------------------------------------------------------

               READ RECCTA
                   AT END
                       MOVE HIGH-VALUES TO WRK-CHAVE-REC
                   NOT AT END
                       MOVE REG-CHAVE-RCTA TO WRK-CHAVE-REC
               END-READ.

       0236-LE-RECCTA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0232-CASA-CONTA                         SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN WRK-CHAVE-REC EQUAL WRK-CHAVE-MST
                       IF WRK-SALDO-MASTER NOT EQUAL REG-SALDO-RCTA
                           COMPUTE WRK-DIFERENCA =
                               WRK-SALDO-MASTER - REG-SALDO-RCTA
                           ADD 1 TO ACU-DIVERGENTES
                           PERFORM 0234-GRAVA-DIVERGENCIA
                           PERFORM 0237-GRAVA-RECDIV
                       END-IF
                       PERFORM 0231-LE-SALDO-MASTER
                       PERFORM 0236-LE-RECCTA
                   WHEN WRK-CHAVE-MST LESS WRK-CHAVE-REC
                       PERFORM 0233-CONFERE-SEM-MOVIMENTO
                       PERFORM 0231-LE-SALDO-MASTER
                   WHEN OTHER
                       PERFORM 0235-CONFERE-SEM-MASTER
                       PERFORM 0236-LE-RECCTA
               END-EVALUATE.

       0232-CASA-CONTA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    CONTA NO MASTER SEM NENHUM MOVIMENTO NO HISTORICO
      *-----------------------------------------------------------------
       0233-CONFERE-SEM-MOVIMENTO              SECTION.
      *-----------------------------------------------------------------

               IF WRK-SALDO-MASTER NOT EQUAL ZEROS
                   ADD 1 TO ACU-DIVERGENTES
                   MOVE REG-AGENCIA-SALDO TO WRK-DIV-AGENCIA
                   MOVE REG-CONTA-SALDO   TO WRK-DIV-CONTA
                   MOVE WRK-SALDO-MASTER  TO WRK-DIV-MASTER
                   MOVE ZEROS             TO WRK-DIV-RECALC
                   MOVE WRK-SALDO-MASTER  TO WRK-DIV-DIFERENCA
                   MOVE " SEM MOVIMENTO " TO WRK-DIV-DATA-ROT
                   MOVE SPACES            TO WRK-DIV-DATA
                   MOVE WRK-LIN-DIVERGE   TO REG-RELRECALC
                   WRITE REG-RELRECALC
               END-IF.

       0233-CONFERE-SEM-MOVIMENTO-FIM.         EXIT.
      *-----------------------------------------------------------------
       0234-GRAVA-DIVERGENCIA                  SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RCTA               TO WRK-DIV-AGENCIA.
               MOVE REG-CONTA-RCTA                 TO WRK-DIV-CONTA.
               MOVE WRK-SALDO-MASTER               TO WRK-DIV-MASTER.
               MOVE REG-SALDO-RCTA                 TO WRK-DIV-RECALC.
               MOVE WRK-DIFERENCA                  TO
                   WRK-DIV-DIFERENCA.
               MOVE " PROVAVEL DATA "              TO WRK-DIV-DATA-ROT.
               MOVE "A APURAR"                     TO WRK-DIV-DATA.
       0235-CONFERE-SEM-MASTER                 SECTION.
      *-----------------------------------------------------------------

               IF REG-SALDO-RCTA NOT EQUAL ZEROS
                   COMPUTE WRK-DIFERENCA = 0 - REG-SALDO-RCTA
                   ADD 1 TO ACU-DIVERGENTES
                   MOVE REG-AGENCIA-RCTA             TO
                       WRK-DIV-AGENCIA
                   MOVE REG-CONTA-RCTA               TO WRK-DIV-CONTA
                   MOVE ZEROS                        TO WRK-DIV-MASTER
                   MOVE REG-SALDO-RCTA               TO WRK-DIV-RECALC
                   MOVE WRK-DIFERENCA                TO
                       WRK-DIV-DIFERENCA
                   MOVE " FALTA NO MSTR "            TO
                       WRK-DIV-DATA-ROT
                   MOVE SPACES                       TO WRK-DIV-DATA
                   MOVE WRK-LIN-DIVERGE              TO REG-RELRECALC
                   WRITE REG-RELRECALC
                   PERFORM 0237-GRAVA-RECDIV
               END-IF.

       0235-CONFERE-SEM-MASTER-FIM.            EXIT.
      *-----------------------------------------------------------------
       0237-GRAVA-RECDIV                       SECTION.
      *-----------------------------------------------------------------

               MOVE REG-CHAVE-RCTA  TO REG-CHAVE-RDIV.
               MOVE REG-SALDO-RCTA  TO REG-SALDO-RDIV.
               MOVE WRK-DIFERENCA   TO REG-DIFERENCA-RDIV.
               WRITE REG-RECDIV.
               ADD 1 TO ACU-CONTAS-APURAR.

       0237-GRAVA-RECDIV-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    PARA CADA CONTA DIVERGENTE, O PRIMEIRO DIA CUJO LIQUIDO
      *    BATE COM A DIFERENCA (OU COM O SEU OPOSTO) APONTA A
      *    PROVAVEL NOITE APLICADA EM DOBRO OU PULADA. RECDIV E RECDIA
      *    ESTAO NA ORDEM DE AGENCIA + CONTA (RECDIA TAMBEM POR DATA)
      *-----------------------------------------------------------------
       0250-APURA-DATAS                        SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT RECDIV.
               OPEN INPUT RECDIA.
               PERFORM 0251-LE-RECDIV.
               PERFORM 0252-LE-RECDIA.
               PERFORM 0253-APURA-CONTA
                   UNTIL WRK-CHAVE-DIV EQUAL HIGH-VALUES.
               CLOSE RECDIV.
               CLOSE RECDIA.

       0250-APURA-DATAS-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0251-LE-RECDIV                          SECTION.
      *-----------------------------------------------------------------

               READ RECDIV
                   AT END
                       MOVE HIGH-VALUES TO WRK-CHAVE-DIV
                   NOT AT END
                       MOVE REG-CHAVE-RDIV TO WRK-CHAVE-DIV
               END-READ.

       0251-LE-RECDIV-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0252-LE-RECDIA                          SECTION.
      *-----------------------------------------------------------------

               READ RECDIA
                   AT END
                       MOVE HIGH-VALUES TO WRK-CHAVE-DIA
                   NOT AT END
                       MOVE REG-CHAVE-RDIA TO WRK-CHAVE-DIA
               END-READ.

       0252-LE-RECDIA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0253-APURA-CONTA                        SECTION.
      *-----------------------------------------------------------------

               PERFORM 0252-LE-RECDIA
                   UNTIL WRK-CHAVE-DIA NOT LESS WRK-CHAVE-DIV.
               MOVE "N" TO WRK-DATA-ACHADA.
               COMPUTE WRK-DIF-OPOSTA = 0 - REG-DIFERENCA-RDIV.
               PERFORM 0255-FECHA-DIA
                   UNTIL WRK-CHAVE-DIA NOT EQUAL WRK-CHAVE-DIV.
               PERFORM 0251-LE-RECDIV.

       0253-APURA-CONTA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0255-FECHA-DIA                          SECTION.
      *-----------------------------------------------------------------

               IF WRK-DATA-ACHADA EQUAL "N" AND
                  REG-NET-RDIA NOT EQUAL ZEROS
                   IF REG-NET-RDIA EQUAL REG-DIFERENCA-RDIV OR
                      REG-NET-RDIA EQUAL WRK-DIF-OPOSTA
                       MOVE "S" TO WRK-DATA-ACHADA
                       MOVE REG-AGENCIA-RDIV             TO
                           WRK-DIV-AGENCIA
                       MOVE REG-CONTA-RDIV               TO
                           WRK-DIV-CONTA
                       COMPUTE WRK-DIV-MASTER =
                           REG-SALDO-RDIV + REG-DIFERENCA-RDIV
                       MOVE REG-SALDO-RDIV               TO
                           WRK-DIV-RECALC
                       MOVE REG-DIFERENCA-RDIV           TO
                           WRK-DIV-DIFERENCA
                       MOVE " PROVAVEL DATA "            TO
                           WRK-DIV-DATA-ROT
                       MOVE REG-DATA-RDIA                TO
                           WRK-DIV-DATA
                       MOVE WRK-LIN-DIVERGE              TO
                           REG-RELRECALC
                       WRITE REG-RELRECALC
                   END-IF
               END-IF.
               PERFORM 0252-LE-RECDIA.

       0255-FECHA-DIA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-CONTROLE1 TO REG-RELRECALC.
               WRITE REG-RELRECALC.
               MOVE ACU-MOVTOS-LIDOS TO WRK-CTL-LIDOS-ED.
               MOVE WRK-LIN-CONTROLE2 TO REG-RELRECALC.
               WRITE REG-RELRECALC.
               MOVE ACU-MOVTOS-ORDENADOS TO WRK-CTL-ORDENADOS-ED.
               MOVE WRK-LIN-CONTROLE3 TO REG-RELRECALC.
               WRITE REG-RELRECALC.
               MOVE ACU-LIQ-LIDO TO WRK-CTL-LIQ-LIDO-ED.
               MOVE WRK-LIN-CONTROLE4 TO REG-RELRECALC.
               WRITE REG-RELRECALC.
               MOVE ACU-LIQ-CONTAS TO WRK-CTL-LIQ-CONTAS-ED.
               MOVE WRK-LIN-CONTROLE5 TO REG-RELRECALC.
               WRITE REG-RELRECALC.
               IF ACU-MOVTOS-ORDENADOS EQUAL ACU-MOVTOS-LIDOS AND
                  ACU-LIQ-CONTAS EQUAL ACU-LIQ-LIDO
                   MOVE "OK - NENHUM MOVIMENTO PERDIDO NO RECALCULO"
                       TO WRK-CTL-CONFERENCIA
               ELSE
                   MOVE "DIVERGENTE - MOVIMENTOS PERDIDOS NO RECALCULO"
                       TO WRK-CTL-CONFERENCIA
               END-IF.
               MOVE WRK-LIN-CONTROLE6 TO REG-RELRECALC.
               WRITE REG-RELRECALC.
               CLOSE RELRECALC.
               DISPLAY "GERACOES VARRIDAS...........:" ACU-GERACOES.
               DISPLAY "MOVIMENTOS LIDOS............:"
                   ACU-MOVTOS-LIDOS.
               DISPLAY "MOVIMENTOS ORDENADOS........:"
                   ACU-MOVTOS-ORDENADOS.
               DISPLAY "CONTAS RECALCULADAS.........:" WRK-QT-CONTAS.
               DISPLAY "CONTAS DIVERGENTES..........:"
                   ACU-DIVERGENTES.
               DISPLAY "GERACOES SEM CONCLUSAO......:"
                   ACU-SEM-CONCLUSAO.
               DISPLAY "CONFERENCIA.................:"
                   WRK-CTL-CONFERENCIA.
               IF ACU-DIVERGENTES GREATER ZEROS
                   MOVE "SALDOS DIVERGE DO RECALCULO" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF ACU-MOVTOS-ORDENADOS NOT EQUAL ACU-MOVTOS-LIDOS OR
                  ACU-LIQ-CONTAS NOT EQUAL ACU-LIQ-LIDO
                   MOVE "RECALCULO PERDEU MOVIMENTOS" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.

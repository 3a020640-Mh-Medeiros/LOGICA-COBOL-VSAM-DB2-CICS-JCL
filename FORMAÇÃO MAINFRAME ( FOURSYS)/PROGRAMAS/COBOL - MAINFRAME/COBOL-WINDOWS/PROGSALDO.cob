      *  RELSAIDA               I                    #BOOKRELSAIDA
      *  SALDOS                 I-O                  #BOOKSALDO
      *  CTLSALDO               I-O
      *  SLDANUAL               I-O                  #BOOKSLDAN
      *  SLDDIARIO              I-O                  #BOOKSLDDIA
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *                 FECHAMENTO CONTABIL (FECHADOS.TXT, PROGFECHA)
      *                 -- SEM OVERRIDE DE OPERADOR; A REABERTURA E
      *                 SOMENTE PELO PROGDATA COM SUPERVISOR
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 09 / 2026
      *    OBJETIVO...: HISTORICO ANUAL DE SALDOS (SLDANUAL.DAT, KSDS
      *                 CHAVE AGENCIA + CONTA + ANO): A CADA RUN O
      *                 SALDO DE CADA CONTA E REGRAVADO NO ANO DA DATA
      *                 DE MOVIMENTO, FICANDO O DE 31/12 QUANDO O ANO
      *                 VIRA -- INSUMO DO INFORME DE RENDIMENTOS
      *                 (RELINFORME). RE-RUN DE DATA ANTIGA NAO
      *                 SOBREPOE SALDO DE DATA MAIS RECENTE
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 30 / 09 / 2026
      *    OBJETIVO...: HISTORICO DIARIO DE SALDOS (SLDDIARIO.DAT, KSDS
      *                 CHAVE AGENCIA + CONTA + DATA): A CADA RUN O
      *                 SALDO DE FIM DE DIA DE TODA CONTA DO MASTER E
      *                 GRAVADO NA DATA DE MOVIMENTO (RE-RUN REGRAVA) --
      *                 BASE DO SALDO MEDIO MENSAL (PROGSMED)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           SELECT CTLSALDO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLSALDO.TXT"
               FILE STATUS IS FS-CTLSALDO.
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
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           05 FILLER                  PIC X(001)       VALUE SPACES.
           05 REG-DATA-CTL             PIC 9(008).
      *-----------------------------------------------------------------
      *     I-O   -  HISTORICO ANUAL DE SALDOS (SALDO DE 31/12)
      *                               LRECL = 035
      *-----------------------------------------------------------------
       FD  SLDANUAL.
       COPY "#BOOKSLDAN".
      *-----------------------------------------------------------------
      *     I-O   -  HISTORICO DIARIO DE SALDOS (SALDO DE FIM DE DIA)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SLDDIARIO.
       COPY "#BOOKSLDDIA".
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-ULTMOVS                  PIC X(002)          VALUE SPACES.
       01  FS-CTLSALDO                 PIC X(002)          VALUE SPACES.
       01  FS-SLDANUAL                 PIC X(002)          VALUE SPACES.
       01  FS-SLDDIARIO                PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-FECHADOS                 PIC X(002)          VALUE SPACES.
       01  ACU-POSICAO-RELSAIDA        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-APLICADOS               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-NOVAS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRAVA-SLDANUAL          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRAVA-SLDDIA            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-DEBITO            PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-CREDITO           PIC S9(010)V99 COMP-3
       01  WRK-IDX-PULAR               PIC 9(007)          VALUE ZEROS.
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-JA-PROCESSOU            PIC X(001)          VALUE "N".
       01  WRK-SALDO-ANUAL             PIC S9(010)V99      VALUE ZEROS.
       01  WRK-PARM-OVERRIDE           PIC X(001)          VALUE "N".
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
                       UNTIL WRK-IDX-SALDO GREATER WRK-QT-SALDOS.
               CLOSE SALDOS.

       0311-REGRAVA-SLDANUAL.
               OPEN I-O SLDANUAL.
               IF FS-SLDANUAL EQUAL '35'
                   OPEN OUTPUT SLDANUAL
                   CLOSE SLDANUAL
                   OPEN I-O SLDANUAL
               END-IF.
               IF FS-SLDANUAL                EQUAL '00'
                   PERFORM 0322-GRAVA-SLDANUAL
                           VARYING WRK-IDX-SALDO FROM 1 BY 1
                           UNTIL WRK-IDX-SALDO GREATER WRK-QT-SALDOS
                   CLOSE SLDANUAL
               ELSE
                   DISPLAY "ATENCAO: HISTORICO ANUAL (SLDANUAL) NAO "
                       "ABRIU (FS " FS-SLDANUAL ") -- SALDO DO ANO "
                       "NAO ATUALIZADO"
               END-IF.

       0312-REGRAVA-CONTROLE.
               OPEN OUTPUT CTLSALDO.
               MOVE ACU-POSICAO-RELSAIDA     TO REG-QT-PROCESSADA-CTL.
               WRITE REG-CTLSALDO.
               CLOSE CTLSALDO.

       0313-GRAVA-SLDDIARIO.
               OPEN I-O SLDDIARIO.
               IF FS-SLDDIARIO EQUAL '35'
                   OPEN OUTPUT SLDDIARIO
                   CLOSE SLDDIARIO
                   OPEN I-O SLDDIARIO
               END-IF.
               IF FS-SLDDIARIO               EQUAL '00'
                   PERFORM 0323-GRAVA-SLDDIA
                           VARYING WRK-IDX-SALDO FROM 1 BY 1
                           UNTIL WRK-IDX-SALDO GREATER WRK-QT-SALDOS
                   CLOSE SLDDIARIO
               ELSE
                   DISPLAY "ATENCAO: HISTORICO DIARIO (SLDDIARIO) NAO "
                       "ABRIU (FS " FS-SLDDIARIO ") -- SALDO DO DIA "
                       "NAO GRAVADO"
               END-IF.

       0315-ESTATISTICA.
               MOVE ACU-GRANA-DEBITO         TO WRK-DEBITO-ED.
               MOVE ACU-GRANA-CREDITO        TO WRK-CREDITO-ED.
               DISPLAY "LANCAMENTOS CONTABILIZADOS..:" ACU-APLICADOS.
               DISPLAY "CONTAS NOVAS NO MASTER......:" ACU-CONTAS-NOVAS.
               DISPLAY "CONTAS NO MASTER DE SALDOS..:" WRK-QT-SALDOS.
               DISPLAY "SALDOS DO ANO ATUALIZADOS...:"
                   ACU-GRAVA-SLDANUAL.
               DISPLAY "SALDOS DO DIA GRAVADOS......:"
                   ACU-GRAVA-SLDDIA.
               DISPLAY "TOTAL DEBITADO..............:R$" WRK-DEBITO-ED.
               DISPLAY "TOTAL CREDITADO.............:R$" WRK-CREDITO-ED.

               WRITE REG-SALDOS.

       0320-GRAVA-SALDO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0322-GRAVA-SLDANUAL                     SECTION.
      *-----------------------------------------------------------------
      *    REGISTRO DO ANO JA EXISTE: SO E REGRAVADO SE A DATA GUARDADA
      *    NAO FOR POSTERIOR A DATA DE MOVIMENTO DESTE RUN
      *-----------------------------------------------------------------

               MOVE TAB-SALDO-VALOR(WRK-IDX-SALDO) TO WRK-SALDO-ANUAL.
               MOVE TAB-SALDO-AGENCIA(WRK-IDX-SALDO) TO
                   REG-AGENCIA-SLDAN.
               MOVE TAB-SALDO-CONTA(WRK-IDX-SALDO)   TO
                   REG-CONTA-SLDAN.
               MOVE WRK-DATA-MOVTO(1:4)              TO REG-ANO-SLDAN.
               READ SLDANUAL
                   INVALID KEY
                       MOVE WRK-SALDO-ANUAL TO REG-SALDO-SLDAN
                       MOVE WRK-DATA-MOVTO  TO REG-DATA-SLDAN
                       WRITE REG-SLDANUAL
                       ADD 1 TO ACU-GRAVA-SLDANUAL
                   NOT INVALID KEY
                       IF REG-DATA-SLDAN NOT GREATER WRK-DATA-MOVTO
                           MOVE WRK-SALDO-ANUAL TO REG-SALDO-SLDAN
                           MOVE WRK-DATA-MOVTO  TO REG-DATA-SLDAN
                           REWRITE REG-SLDANUAL
                           ADD 1 TO ACU-GRAVA-SLDANUAL
                       END-IF
               END-READ.

       0322-GRAVA-SLDANUAL-FIM.                EXIT.
      *-----------------------------------------------------------------
       0323-GRAVA-SLDDIA                       SECTION.
      *-----------------------------------------------------------------
      *    SALDO DE FIM DE DIA NA DATA DE MOVIMENTO; RE-RUN DA MESMA
      *    DATA REGRAVA O REGISTRO
      *-----------------------------------------------------------------

               MOVE TAB-SALDO-AGENCIA(WRK-IDX-SALDO) TO
                   REG-AGENCIA-SLDDIA.
               MOVE TAB-SALDO-CONTA(WRK-IDX-SALDO)   TO
                   REG-CONTA-SLDDIA.
               MOVE WRK-DATA-MOVTO                   TO
                   REG-DATA-SLDDIA.
               MOVE TAB-SALDO-VALOR(WRK-IDX-SALDO)   TO
                   REG-SALDO-SLDDIA.
               WRITE REG-SLDDIARIO
                   INVALID KEY
                       REWRITE REG-SLDDIARIO
               END-WRITE.
               ADD 1 TO ACU-GRAVA-SLDDIA.

       0323-GRAVA-SLDDIA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       0060-VERIFICA-CONCLUSAO                 SECTION.

      *  FATURA                 I                    #BOOKFATURA
      *  CLIMASTER              I
      *  CONTAS                 I                    #BOOKCTAS
      *  OBITOS                 I (KSDS)             #BOOKOBITO
      *  DEBAUTO                O                    #BOOKLANCAM
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *              O DEBITO SO DO PRINCIPAL CAIA NO BAIXAEXC COMO
      *              "ENCARGO A MENOR" COM A CONTA DO CLIENTE JA
      *              DEBITADA, E ERA REGERADO TODA NOITE
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX DO #BOOKLANCAM (LRECL 185) GRAVADO
      *              EM BRANCO NOS LANCAMENTOS GERADOS
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: CLIENTE CUJO CPF TEM OBITO ATIVO NO CADASTRO DE
      *              OBITOS (OBITOS.TXT, PROGOBITO) NAO RECEBE DEBITO
      *              AUTOMATICO -- O PROGCALL RECUSARIA O DEBITO E A
      *              FATURA FICA PARA O ESPOLIO (RELESPOLIO)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT OBITOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\OBITOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CPF-OBT
               FILE STATUS IS FS-OBITOS.
           SELECT DEBAUTO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\DEBAUTO.TXT"
               FILE STATUS IS FS-DEBAUTO.
           05 REG-SIT-COBRANCA-MASTER   PIC X(01).
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  OBITOS.
       COPY "#BOOKOBITO".
       FD  DEBAUTO.
       COPY "#BOOKLANCAM".
       FD  CTLDATA.
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-CLIMASTER                PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-OBITOS                   PIC X(002)          VALUE SPACES.
       01  FS-DEBAUTO                  PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  ACU-DEBITOS-GERADOS         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-CONTA-BCO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTA-FORA-MTR          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-OBITO                   PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-QT-CLIENTES             PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-CLI                 PIC 9(004)          VALUE ZEROS.
           05 TAB-CLI-ITEM             OCCURS 2000 TIMES.
               10 TAB-CLI-ID               PIC 9(004).
               10 TAB-CLI-CONTA-BCO        PIC 9(006).
               10 TAB-CLI-OBITO            PIC X(001).
      *-----------------------------------------------------------------
       01  WRK-OBITOS-OK               PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-CTA-ACHOU-MTR           PIC X(001)          VALUE "N".
       01  WRK-CONTAS-OK               PIC X(001)          VALUE "N".
       0120-CARREGA-CLIENTES                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT OBITOS.
               IF FS-OBITOS EQUAL '00'
                   MOVE "S" TO WRK-OBITOS-OK
               END-IF.
               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER EQUAL '00'
                   PERFORM 0121-LE-CLIENTE
                       UNTIL FS-CLIMASTER NOT EQUAL '00'
                   CLOSE CLIMASTER
               END-IF.
               IF WRK-OBITOS-OK EQUAL "S"
                   CLOSE OBITOS
               END-IF.
               DISPLAY "CLIENTES COM CONTA BANCARIA:" WRK-QT-CLIENTES.

       0120-CARREGA-CLIENTES-FIM.              EXIT.
                           TAB-CLI-ID(WRK-QT-CLIENTES)
                       MOVE REG-CONTA-BCO-MASTER TO
                           TAB-CLI-CONTA-BCO(WRK-QT-CLIENTES)
                       PERFORM 0122-VERIFICA-OBITO
                   END-IF
               END-IF.

       0121-LE-CLIENTE-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    CPF COM OBITO ATIVO FICA MARCADO NA TABELA -- A FATURA
      *    DESSE CLIENTE NAO VIRA DEBITO
      *-----------------------------------------------------------------
       0122-VERIFICA-OBITO                     SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO TAB-CLI-OBITO(WRK-QT-CLIENTES).
               IF WRK-OBITOS-OK NOT EQUAL "S"
                   GO TO 0122-VERIFICA-OBITO-FIM
               END-IF.
               MOVE REG-CPF-MASTER TO REG-CPF-OBT.
               READ OBITOS
                   INVALID KEY
                       GO TO 0122-VERIFICA-OBITO-FIM
               END-READ.
               IF REG-OBT-ATIVO
                   MOVE "S" TO TAB-CLI-OBITO(WRK-QT-CLIENTES)
               END-IF.

       0122-VERIFICA-OBITO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0125-ABRE-CONTAS-MASTER                 SECTION.
      *-----------------------------------------------------------------
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

       0130-GRAVA-CABECALHO-FIM.               EXIT.
                          OR WRK-CLI-ACHOU EQUAL 'S'.
               IF WRK-CLI-ACHOU EQUAL 'N'
                   ADD 1 TO ACU-SEM-CONTA-BCO
                   GO TO 0210-GERA-DEBITO-FIM
               END-IF.
               IF TAB-CLI-OBITO(WRK-IDX-CLI) EQUAL 'S'
                   ADD 1 TO ACU-OBITO
               ELSE
                   PERFORM 0215-PROCURA-CONTA-MTR
                   IF WRK-CTA-ACHOU-MTR EQUAL 'N'
               MOVE "DEBITO AUTOM FATURA"
                   TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-DEBAUTO               EQUAL '00'
                   ADD 1 TO ACU-DEBITOS-GERADOS
               MOVE ZEROS               TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE DEBAUTO.
               CLOSE FATURA.
                   ACU-SEM-CONTA-BCO.
               DISPLAY "CONTAS FORA DO MASTER........:"
                   ACU-CONTA-FORA-MTR.
               DISPLAY "FATURAS DE TITULAR COM OBITO.:"
                   ACU-OBITO.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.

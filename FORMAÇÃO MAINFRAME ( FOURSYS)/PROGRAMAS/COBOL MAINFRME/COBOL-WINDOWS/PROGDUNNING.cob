      *              PARA A CORRESPONDENCIA. CLIENTE QUE SAIU DA FAIXA
      *              90+ TEM O CONTADOR ZERADO. A REINTEGRACAO QUANDO
      *              AS FATURAS SAO PAGAS E FEITA PELO PROGBAIXA.
      *              O AVISO SO SAI NO DUNNOTICE PARA O CLIENTE COM
      *              CONSENTIMENTO LGPD DE NOTIFICACAO (CONSENT, TIPO
      *              "C" + ID + FINALIDADE "N", OPT-IN) -- SEM ELE O
      *              CLIENTE E SUSPENSO DO MESMO JEITO, SEM AVISO.
      *-----------------------------------------------------------------
      * OBSERVACAO.: A DIFERENCA DE DIAS USA FUNCTION INTEGER-OF-DATE,
      *              COMO NO RELAGING. O PROTOCOLO DE USO DO NEWCLI
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  FATURA                 I                    #BOOKFATURA
      *  NEWCLI                 I-O
      *  OBITOS                 I (KSDS)             #BOOKOBITO
      *  DUNCTL                 I-O
      *  DUNNOTICE              O
      *  CONSENT                I (KSDS)             #BOOKCONSENT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *=================================================================


      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: CLIENTE CUJO CPF TEM OBITO ATIVO NO CADASTRO DE
      *              OBITOS (OBITOS.TXT, PROGOBITO) NAO CONTA CICLO NEM
      *              RECEBE AVISO DE COBRANCA -- O CONTADOR E ZERADO E
      *              A DIVIDA FICA PARA O ESPOLIO (RELESPOLIO)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: AVISO DE SUSPENSAO NO DUNNOTICE SO PARA CLIENTE
      *              COM CONSENTIMENTO LGPD DE NOTIFICACAO (CONSENT);
      *              A SUSPENSAO NO NEWCLI NAO MUDA
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-STREAM WITH DUPLICATES
               FILE STATUS IS FS-NEWCLI.
           SELECT OBITOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\OBITOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CPF-OBT
               FILE STATUS IS FS-OBITOS.
           SELECT DUNCTL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\DUNCTL.TXT"
               FILE STATUS IS FS-DUNCTL.
           SELECT DUNNOTICE ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\DUNNOTICE.TXT"
               FILE STATUS IS FS-DUNNOTICE.
           SELECT CONSENT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-CNS
               FILE STATUS IS FS-CONSENT.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           05 REG-MOEDA-ASSIN          PIC X(03).
           05 REG-CONTA-BCO            PIC 9(06).
           05 REG-SIT-COBRANCA         PIC X(01).
       FD  OBITOS.
       COPY "#BOOKOBITO".
      *----------------- CONTROLE DE CICLOS DE COBRANCA POR CLIENTE
       FD  DUNCTL.
       01  REG-DUNCTL.
           05 REG-CICLOS-NOT           PIC 9(002).
           05 REG-DATA-NOT             PIC 9(008).
           05 FILLER                  PIC X(006)       VALUE SPACES.
      *----------------- CONSENTIMENTOS LGPD (PROGARQ05 / CCL2)
       FD  CONSENT.
       COPY "#BOOKCONSENT".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       01  FS-NEWCLIUSO                PIC 9(002)          VALUE ZEROS.
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-NEWCLI                   PIC 9(002)          VALUE ZEROS.
       01  FS-OBITOS                   PIC X(002)          VALUE SPACES.
       01  FS-DUNCTL                   PIC X(002)          VALUE SPACES.
       01  FS-DUNNOTICE                PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-CONSENT                  PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-CICLOS             PIC 9(002)          VALUE 3.
      *-----------------------------------------------------------------
       01  ACU-SUSPENSOS               PIC 9(004)    COMP-3 VALUE ZEROS.
       01  ACU-EM-CICLO                PIC 9(004)    COMP-3 VALUE ZEROS.
       01  ACU-ZERADOS                 PIC 9(004)    COMP-3 VALUE ZEROS.
       01  ACU-OBITO                   PIC 9(004)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-CONSENT             PIC 9(004)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DIAS-REF                PIC 9(008)    COMP-3 VALUE ZEROS.
       01  WRK-DIAS-VENCTO             PIC 9(008)    COMP-3 VALUE ZEROS.
               10 TAB-CTL-CICLOS           PIC 9(002).
      *-----------------------------------------------------------------
       01  WRK-FIM-NEWCLI              PIC X(001)          VALUE "N".
       01  WRK-OBITOS-OK               PIC X(001)          VALUE "N".
       01  WRK-CPF-OBITO               PIC X(001)          VALUE "N".
       01  WRK-CONSENT-OK              PIC X(001)          VALUE "N".
       01  WRK-TEM-CONSENT             PIC X(001)          VALUE "N".
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
                   GOBACK
               END-IF.
               OPEN OUTPUT DUNNOTICE.
               OPEN INPUT OBITOS.
               IF FS-OBITOS EQUAL '00'
                   MOVE "S" TO WRK-OBITOS-OK
               END-IF.
               OPEN INPUT CONSENT.
               IF FS-CONSENT EQUAL '00'
                   MOVE "S" TO WRK-CONSENT-OK
               ELSE
                   DISPLAY "CONSENT INDISPONIVEL -- NENHUM AVISO DE "
                       "COBRANCA SAI NO DUNNOTICE"
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
                   AT END
                       MOVE "S" TO WRK-FIM-NEWCLI
                   NOT AT END
                       PERFORM 0215-VERIFICA-OBITO
                       IF WRK-CPF-OBITO EQUAL "S"
                           IF REG-SIT-COBRANCA EQUAL "D"
                               ADD 1 TO ACU-OBITO
                           END-IF
                           PERFORM 0240-ZERA-CICLOS
                       ELSE
                           IF REG-SIT-COBRANCA EQUAL "D"
                               PERFORM 0220-TRATA-DEVEDOR
                           ELSE
                               PERFORM 0240-ZERA-CICLOS
                           END-IF
                       END-IF
               END-READ.

       0210-VARRE-NEWCLI-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    TITULAR FALECIDO NAO E COBRADO NEM SUSPENSO
      *-----------------------------------------------------------------
       0215-VERIFICA-OBITO                     SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-CPF-OBITO.
               IF WRK-OBITOS-OK NOT EQUAL "S"
                   GO TO 0215-VERIFICA-OBITO-FIM
               END-IF.
               MOVE REG-CPF TO REG-CPF-OBT.
               READ OBITOS
                   INVALID KEY
                       GO TO 0215-VERIFICA-OBITO-FIM
               END-READ.
               IF REG-OBT-ATIVO
                   MOVE "S" TO WRK-CPF-OBITO
               END-IF.

       0215-VERIFICA-OBITO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0220-TRATA-DEVEDOR                      SECTION.
      *-----------------------------------------------------------------
                   MOVE "S" TO REG-STATUS-CLI
                   REWRITE REG-CLIENTES
                   ADD 1 TO ACU-SUSPENSOS
                   PERFORM 0230-VERIFICA-CONSENT
                   IF WRK-TEM-CONSENT EQUAL "S"
                       MOVE REG-ID   TO REG-ID-NOT
                       MOVE REG-NOME TO REG-NOME-NOT
                       MOVE TAB-CTL-CICLOS(WRK-IDX-CTL) TO
                           REG-CICLOS-NOT
                       MOVE WRK-DATA-EXEC TO REG-DATA-NOT
                       WRITE REG-DUNNOTICE
                   ELSE
                       ADD 1 TO ACU-SEM-CONSENT
                   END-IF
                   DISPLAY "CLIENTE SUSPENSO POR INADIMPLENCIA: "
                       REG-ID
               END-IF.
               END-IF.

       0226-COMPARA-CTL-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    CONSENTIMENTO LGPD DE NOTIFICACAO DO CLIENTE: SEM REGISTRO
      *    (OU SEM O CONSENT) VALE COMO OPT-OUT
      *-----------------------------------------------------------------
       0230-VERIFICA-CONSENT                   SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-TEM-CONSENT.
               IF WRK-CONSENT-OK NOT EQUAL "S"
                   GO TO 0230-VERIFICA-CONSENT-FIM
               END-IF.
               MOVE "C"    TO REG-TIPO-PESSOA-CNS.
               MOVE REG-ID TO REG-ID-PESSOA-CNS.
               MOVE "N"    TO REG-FINALIDADE-CNS.
               READ CONSENT
                   INVALID KEY
                       GO TO 0230-VERIFICA-CONSENT-FIM
               END-READ.
               IF REG-CNS-OPT-IN
                   MOVE "S" TO WRK-TEM-CONSENT
               END-IF.

       0230-VERIFICA-CONSENT-FIM.              EXIT.
      *-----------------------------------------------------------------
       0240-ZERA-CICLOS                        SECTION.
      *-----------------------------------------------------------------
       0305-FECHA-ARQUIVOS.
               CLOSE NEWCLI
                     DUNNOTICE.
               IF WRK-OBITOS-OK EQUAL "S"
                   CLOSE OBITOS
               END-IF.
               IF WRK-CONSENT-OK EQUAL "S"
                   CLOSE CONSENT
               END-IF.
               PERFORM 0125-LIBERA-NEWCLI.

       0310-REGRAVA-DUNCTL.
               DISPLAY "CLIENTES EM CICLO 90+.......:" ACU-EM-CICLO.
               DISPLAY "CLIENTES SUSPENSOS NO RUN...:" ACU-SUSPENSOS.
               DISPLAY "CONTADORES ZERADOS..........:" ACU-ZERADOS.
               DISPLAY "DEVEDORES COM OBITO.........:" ACU-OBITO.
               DISPLAY "SUSPENSOS SEM AVISO (LGPD)..:" ACU-SEM-CONSENT.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.

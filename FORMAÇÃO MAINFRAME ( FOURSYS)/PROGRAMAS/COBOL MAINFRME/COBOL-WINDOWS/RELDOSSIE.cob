      *              3) AS FATURAS DO CLIENTE NO FATURA.TXT;
      *              4) OS MOVIMENTOS DA CONTA BANCARIA DO CLIENTE
      *                 (REG-CONTA-BCO) NAS GERACOES DATADAS DO
      *                 RELSAIDA (CATALOGO GERACOES.TXT);
      *              5) A TITULARIDADE EM CONTAS (TITULARES.TXT): OS
      *                 TITULARES DA CONTA BANCARIA DO CLIENTE E AS
      *                 CONTAS EM QUE O CPF DO CLIENTE E TITULAR;
      *              6) O HISTORICO DE CONSENTIMENTOS LGPD (CONSHIST)
      *                 DO CLIENTE E DO CPF DELE COMO TITULAR DE CONTA.
      *              O CLIENTE PODE SER INFORMADO PELO ID OU PELO CPF.
      *-----------------------------------------------------------------
      * OBSERVACAO.: ACESSO COM SIGN-ON (USUARIOS.TXT) E TRILHA NA
      *  FATURA                 I                    #BOOKFATURA
      *  GERACOES               I
      *  RELSAIDA               I (DINAMICO)         #BOOKRELSAIDA
      *  TITULARES              I                    #BOOKTITU
      *  CONSHIST               I                    #BOOKCONSHIST
      *  DOSSIE                 O
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: VERGER
      *
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 24 / 09 / 2026
      * OBJETIVO...: SECAO 5 -- TITULARIDADE EM CONTAS (TITULARES.TXT,
      *              MANTIDO PELO PROGCTAS): TODOS OS TITULARES DA
      *              CONTA BANCARIA DO CLIENTE E AS CONTAS EM QUE O CPF
      *              DO CLIENTE APARECE COMO TITULAR. O CPF DE TERCEIRO
      *              SAI MASCARADO -- O DOSSIE E ENTREGUE AO CLIENTE
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: ANTES DE LER CADA GERACAO DATADA CONFERE O
      *              MANIFESTO DE INTEGRIDADE (GERMANIF.TXT, MODULO
      *              VERGER): GERACAO QUE NAO CONFERE ABORTA O DOSSIE;
      *              GERACAO ANTERIOR AO MANIFESTO SO E AVISADA
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: SECAO 6 -- HISTORICO DE CONSENTIMENTOS LGPD
      *              (CONSHIST.TXT, PROGARQ05 / CCL2): CADA OPT-IN E
      *              OPT-OUT DO CLIENTE (ID) E DO CPF COMO TITULAR, COM
      *              FINALIDADE, DATA, HORA, CANAL, ORIGEM E OPERADOR
      *=================================================================


               FILE STATUS IS FS-GERACOES.
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT CONSHIST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CONSHIST.TXT"
               FILE STATUS IS FS-CONSHIST.
           SELECT DOSSIE ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\DOSSIE.TXT"
               FILE STATUS IS FS-DOSSIE.
           05 REG-DATA-GER             PIC 9(008).
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
       FD  TITULARES.
       COPY "#BOOKTITU".
       FD  CONSHIST.
       COPY "#BOOKCONSHIST".
       FD  DOSSIE.
       01  REG-DOSSIE                  PIC X(132).
       FD  AUDITORIA.
       77  FS-FATURA                   PIC X(02)           VALUE SPACES.
       77  FS-GERACOES                 PIC X(02)           VALUE SPACES.
       77  FS-RELSAIDA                 PIC X(02)           VALUE SPACES.
       77  FS-TITULARES                PIC X(02)           VALUE SPACES.
       77  FS-CONSHIST                 PIC X(02)           VALUE SPACES.
       77  FS-DOSSIE                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       77  WRK-PARM-CPF                PIC 9(11)           VALUE ZEROS.
       77  WRK-CLI-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-CONTA-BCO               PIC 9(06)           VALUE ZEROS.
       77  WRK-CPF-CLIENTE             PIC 9(11)           VALUE ZEROS.
       COPY "#BOOKVERGER".
       01  WRK-CLIENTE-GUARDADO        PIC X(132)          VALUE SPACES.
      *-----------------------------------------------------------------
       77  ACU-ALTERACOES              PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-FATURAS                 PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-MOVIMENTOS              PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-GERACOES                PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-TITULARES               PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-CONSENT                 PIC 9(05)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(020)          VALUE
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-MOV-HISTORICO        PIC X(020).
           05 FILLER                   PIC X(066)          VALUE SPACES.
       01  WRK-CPF-TIT-NUM             PIC 9(011)          VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-CPF-TIT-NUM.
           05 WRK-CPF-TIT-P1           PIC 9(003).
           05 WRK-CPF-TIT-P2           PIC 9(003).
           05 WRK-CPF-TIT-P3           PIC 9(003).
           05 WRK-CPF-TIT-DV           PIC 9(002).
       01  WRK-LIN-TITULAR.
           05 FILLER                   PIC X(003)          VALUE "AG ".
           05 WRK-TTL-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(004)          VALUE " CT ".
           05 WRK-TTL-CONTA            PIC 9(006).
           05 FILLER                   PIC X(005)          VALUE
               " SEQ ".
           05 WRK-TTL-SEQ              PIC 9(002).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-TTL-NOME             PIC X(030).
           05 FILLER                   PIC X(005)          VALUE
               " CPF ".
           05 WRK-TTL-CPF              PIC X(014).
           05 FILLER                   PIC X(007)          VALUE
               " PAPEL ".
           05 WRK-TTL-PAPEL            PIC X(001).
           05 FILLER                   PIC X(007)          VALUE
               " ASSIN ".
           05 WRK-TTL-REGRA            PIC X(001).
           05 FILLER                   PIC X(005)          VALUE
               " SIT ".
           05 WRK-TTL-SITUACAO         PIC X(001).
           05 FILLER                   PIC X(007)          VALUE
               " DESDE ".
           05 WRK-TTL-DATA-INCL        PIC 9(008).
           05 FILLER                   PIC X(021)          VALUE SPACES.
       01  WRK-LIN-CONSENT.
           05 WRK-CNS-DATA             PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CNS-HORA             PIC 9(006).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CNS-PESSOA           PIC X(007).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CNS-FINALIDADE       PIC X(013).
           05 FILLER                   PIC X(004)          VALUE
               " DE ".
           05 WRK-CNS-ANTERIOR         PIC X(001).
           05 FILLER                   PIC X(006)          VALUE
               " PARA ".
           05 WRK-CNS-SITUACAO         PIC X(001).
           05 FILLER                   PIC X(007)          VALUE
               " CANAL ".
           05 WRK-CNS-CANAL            PIC X(001).
           05 FILLER                   PIC X(008)          VALUE
               " ORIGEM ".
           05 WRK-CNS-ORIGEM           PIC X(008).
           05 FILLER                   PIC X(010)          VALUE
               " OPERADOR ".
           05 WRK-CNS-OPERADOR         PIC X(008).
           05 FILLER                   PIC X(041)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO           PIC X(030).
           05 WRK-TOT-QT               PIC ZZ.ZZ9.
               PERFORM 0210-HISTORICO-JORNAL.
               PERFORM 0220-FATURAS.
               PERFORM 0230-MOVIMENTOS.
               PERFORM 0240-TITULARIDADE.
               PERFORM 0250-CONSENTIMENTOS.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.
                           MOVE "S" TO WRK-CLI-ACHOU
                           MOVE REG-ID-MASTER TO WRK-PARM-ID
                           MOVE REG-CONTA-BCO-MASTER TO WRK-CONTA-BCO
                           MOVE REG-CPF-MASTER TO WRK-CPF-CLIENTE
                           MOVE REG-CLIMASTER TO WRK-CLIENTE-GUARDADO
                           MOVE "10" TO FS-CLIMASTER
                       END-IF
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               MOVE "RELSAIDA"         TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER       TO WRK-DATA-VGR.
               PERFORM 0234-VERIFICA-MANIFESTO.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA EQUAL "00"
                   PERFORM 0233-LE-MOVIMENTO

       0232-VARRE-GERACAO-FIM.EXIT.

       0234-VERIFICA-MANIFESTO                 SECTION.

               MOVE "V"                TO WRK-FUNCAO-VGR.
               MOVE "RELDOSSI"         TO WRK-PROGRAMA-VGR.
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
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

       0234-VERIFICA-MANIFESTO-FIM.EXIT.

       0233-LE-MOVIMENTO                       SECTION.

               READ RELSAIDA

       0233-LE-MOVIMENTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    TITULARES DA CONTA BANCARIA DO CLIENTE (QUALQUER AGENCIA) E
      *    CONTAS EM QUE O CPF DO CLIENTE E TITULAR -- VARREDURA
      *    SEQUENCIAL DO KSDS, O CLIENTE NAO CARREGA A AGENCIA
      *-----------------------------------------------------------------
       0240-TITULARIDADE                       SECTION.

               MOVE "5. TITULARIDADE EM CONTAS (TITULARES)" TO
                   WRK-SECAO-TITULO.
               MOVE WRK-LIN-SECAO TO REG-DOSSIE.
               WRITE REG-DOSSIE.
               OPEN INPUT TITULARES.
               IF FS-TITULARES EQUAL "00"
                   PERFORM 0241-LE-TITULAR
                       UNTIL FS-TITULARES NOT EQUAL "00"
                   CLOSE TITULARES
               END-IF.
               MOVE "REGISTROS DE TITULARIDADE....:" TO WRK-TOT-ROTULO.
               MOVE ACU-TITULARES TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-DOSSIE.
               WRITE REG-DOSSIE.

       0240-TITULARIDADE-FIM.EXIT.

       0241-LE-TITULAR                         SECTION.

               READ TITULARES NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TITULARES
                   NOT AT END
                       IF (WRK-CONTA-BCO GREATER ZEROS AND
                           REG-CONTA-TIT EQUAL WRK-CONTA-BCO) OR
                          REG-CPF-TIT EQUAL WRK-CPF-CLIENTE
                           PERFORM 0242-GRAVA-TITULAR
                       END-IF
               END-READ.

       0241-LE-TITULAR-FIM.EXIT.

       0242-GRAVA-TITULAR                      SECTION.

               ADD 1 TO ACU-TITULARES.
               MOVE REG-AGENCIA-TIT     TO WRK-TTL-AGENCIA.
               MOVE REG-CONTA-TIT       TO WRK-TTL-CONTA.
               MOVE REG-SEQ-TIT         TO WRK-TTL-SEQ.
               MOVE REG-NOME-TIT        TO WRK-TTL-NOME.
               MOVE REG-CPF-TIT         TO WRK-CPF-TIT-NUM.
               MOVE SPACES              TO WRK-TTL-CPF.
               IF REG-CPF-TIT EQUAL WRK-CPF-CLIENTE
                   STRING WRK-CPF-TIT-P1 DELIMITED BY SIZE
                          "."            DELIMITED BY SIZE
                          WRK-CPF-TIT-P2 DELIMITED BY SIZE
                          "."            DELIMITED BY SIZE
                          WRK-CPF-TIT-P3 DELIMITED BY SIZE
                          "-"            DELIMITED BY SIZE
                          WRK-CPF-TIT-DV DELIMITED BY SIZE
                       INTO WRK-TTL-CPF
                   END-STRING
               ELSE
                   STRING "***."         DELIMITED BY SIZE
                          WRK-CPF-TIT-P2 DELIMITED BY SIZE
                          "."            DELIMITED BY SIZE
                          WRK-CPF-TIT-P3 DELIMITED BY SIZE
                          "-**"          DELIMITED BY SIZE
                       INTO WRK-TTL-CPF
                   END-STRING
               END-IF.
               MOVE REG-PAPEL-TIT       TO WRK-TTL-PAPEL.
               MOVE REG-REGRA-ASSIN-TIT TO WRK-TTL-REGRA.
               MOVE REG-SITUACAO-TIT    TO WRK-TTL-SITUACAO.
               MOVE REG-DATA-INCL-TIT   TO WRK-TTL-DATA-INCL.
               MOVE WRK-LIN-TITULAR TO REG-DOSSIE.
               WRITE REG-DOSSIE.

       0242-GRAVA-TITULAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    HISTORICO DE OPT-IN / OPT-OUT DO CLIENTE (TIPO "C" + ID) E
      *    DO CPF DO CLIENTE COMO TITULAR DE CONTA (TIPO "T" + CPF)
      *-----------------------------------------------------------------
       0250-CONSENTIMENTOS                     SECTION.

               MOVE "6. CONSENTIMENTOS LGPD (CONSHIST)" TO
                   WRK-SECAO-TITULO.
               MOVE WRK-LIN-SECAO TO REG-DOSSIE.
               WRITE REG-DOSSIE.
               OPEN INPUT CONSHIST.
               IF FS-CONSHIST EQUAL "00"
                   PERFORM 0251-LE-CONSHIST
                       UNTIL FS-CONSHIST NOT EQUAL "00"
                   CLOSE CONSHIST
               END-IF.
               MOVE "TROCAS DE CONSENTIMENTO......:" TO WRK-TOT-ROTULO.
               MOVE ACU-CONSENT TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-DOSSIE.
               WRITE REG-DOSSIE.

       0250-CONSENTIMENTOS-FIM.EXIT.

       0251-LE-CONSHIST                        SECTION.

               READ CONSHIST
                   AT END
                       MOVE "10" TO FS-CONSHIST
                   NOT AT END
                       IF (REG-CNH-CLIENTE AND
                           REG-ID-PESSOA-CNH EQUAL WRK-PARM-ID) OR
                          (REG-CNH-TITULAR AND
                           WRK-CPF-CLIENTE GREATER ZEROS AND
                           REG-ID-PESSOA-CNH EQUAL WRK-CPF-CLIENTE)
                           PERFORM 0252-GRAVA-CONSHIST
                       END-IF
               END-READ.

       0251-LE-CONSHIST-FIM.EXIT.

       0252-GRAVA-CONSHIST                     SECTION.

               ADD 1 TO ACU-CONSENT.
               MOVE REG-DATA-CNH        TO WRK-CNS-DATA.
               MOVE REG-HORA-CNH        TO WRK-CNS-HORA.
               IF REG-CNH-CLIENTE
                   MOVE "CLIENTE"       TO WRK-CNS-PESSOA
               ELSE
                   MOVE "TITULAR"       TO WRK-CNS-PESSOA
               END-IF.
               EVALUATE TRUE
                   WHEN REG-CNH-MARKETING
                       MOVE "MARKETING"     TO WRK-CNS-FINALIDADE
                   WHEN REG-CNH-PARCEIRO
                       MOVE "PARCEIRO"      TO WRK-CNS-FINALIDADE
                   WHEN REG-CNH-NOTIFICACAO
                       MOVE "NOTIFICACOES"  TO WRK-CNS-FINALIDADE
                   WHEN OTHER
                       MOVE REG-FINALIDADE-CNH TO WRK-CNS-FINALIDADE
               END-EVALUATE.
               MOVE REG-SITUACAO-ANT-CNH TO WRK-CNS-ANTERIOR.
               MOVE REG-SITUACAO-CNH    TO WRK-CNS-SITUACAO.
               MOVE REG-CANAL-CNH       TO WRK-CNS-CANAL.
               MOVE REG-ORIGEM-CNH      TO WRK-CNS-ORIGEM.
               MOVE REG-OPERADOR-CNH    TO WRK-CNS-OPERADOR.
               MOVE WRK-LIN-CONSENT TO REG-DOSSIE.
               WRITE REG-DOSSIE.

       0252-GRAVA-CONSHIST-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE DOSSIE.
                   "DOSSIE.TXT".
               DISPLAY "ALTERACOES:" ACU-ALTERACOES
                   " FATURAS:" ACU-FATURAS
                   " MOVIMENTOS:" ACU-MOVIMENTOS
                   " TITULARIDADES:" ACU-TITULARES
                   " CONSENTIMENTOS:" ACU-CONSENT.

       0300-FINALIZAR-FIM.EXIT.

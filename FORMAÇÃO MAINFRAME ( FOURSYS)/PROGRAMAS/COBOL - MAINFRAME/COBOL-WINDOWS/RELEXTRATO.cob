      *              (O RELSAIDA NAO E ORDENADO POR DATA) -- O MESMO
      *              HISTORICO QUE O PROGSALDO CONTABILIZA NO MASTER
      *              DE SALDOS. A SEGUNDA PASSADA IMPRIME O EXTRATO.
      *              DEPOIS DO SALDO FINAL, O QUADRO DE PROVISAO DE
      *              JUROS DE CHEQUE ESPECIAL DA CONTA NO PERIODO.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  RELSAIDA               I                    #BOOKRELSAIDA
      *  ACRCHESP               I                    #BOOKACRCE
      *  TITULARES              I                    #BOOKTITU
      *  IMPRESSO               O                    #BOOKEXTCAB
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      *              LANCAMENTO (REG-HISTORICO-RELSAIDA) -- O
      *              FORMULARIO DO EXTRATO PASSA DE 80 PARA 100
      *              COLUNAS
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 14 / 09 / 2026
      * OBJETIVO...: QUADRO DE PROVISAO DE JUROS DE CHEQUE ESPECIAL
      *              (ACRCHESP, GRAVADO PELO PROGCHESP) DEPOIS DO SALDO
      *              FINAL: DATA, SALDO DEVEDOR, DIAS, TAXA, JUROS E
      *              SITUACAO (EM ABERTO / COBRADA NO PROGCOBCE)
      *=================================================================


      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17 / 09 / 2026
      * OBJETIVO...: LANCAMENTO PIX (TIPO "P") MOSTRA A CONTA DA
      *              CONTRAPARTE NA REFERENCIA E GANHA UMA LINHA COM A
      *              CHAVE PIX DA CONTRAPARTE
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 24 / 09 / 2026
      * OBJETIVO...: ABAIXO DO CABECALHO, UMA LINHA PARA CADA TITULAR
      *              ATIVO DA CONTA (TITULARES.TXT, MANTIDO PELO
      *              PROGCTAS) COM NOME, CPF MASCARADO, PAPEL E REGRA
      *              DE ASSINATURA -- A CONTA CONJUNTA DEIXA DE SAIR
      *              SO COM O NOME DO PRIMEIRO TITULAR
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           SELECT RELSAIDA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.TXT"
               FILE STATUS IS FS-RELSAIDA.
           SELECT ACRCHESP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ACRCHESP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ACRCE
               FILE STATUS IS FS-ACRCHESP.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT IMPRESSO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\EXTRATO.LST"
               FILE STATUS IS FS-IMPRESSO.
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  PROVISAO DE JUROS DE CHEQUE ESPECIAL (PROGCHESP)
      *                               LRECL = 062
      *-----------------------------------------------------------------
       FD  ACRCHESP.
       COPY "#BOOKACRCE".
      *-----------------------------------------------------------------
      *        INPUT -  TITULARES DAS CONTAS (PROGCTAS)
      *                               LRECL = 074
      *-----------------------------------------------------------------
       FD  TITULARES.
       COPY "#BOOKTITU".
      *-----------------------------------------------------------------
      *     OUTPUT-  ARQUIVO DE IMPRESSAO, USADO QUANDO A SAIDA
      *              ESCOLHIDA NAO FOR A TELA
      *-----------------------------------------------------------------
             "========== VARIAVEL DE STATUS ========== ".
      *-----------------------------------------------------------------
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-ACRCHESP                 PIC X(002)          VALUE SPACES.
       01  FS-TITULARES                PIC X(002)          VALUE SPACES.
       01  FS-IMPRESSO                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
                                                           VALUE ZEROS.
       01  ACU-TOTAL-PAG               PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-TITULARES-CONTA         PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-PROVISOES-PERIODO       PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-PROVISAO          PIC 9(009)V9(006) COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "========== VARIAVEL DE APOIO ==========".
           05 WRK-DET-REF-INFO         PIC X(011)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-HISTORICO        PIC X(020)          VALUE SPACES.
       01  WRK-DET-PIX.
           05 FILLER                   PIC X(012)          VALUE SPACES.
           05 FILLER                   PIC X(011)          VALUE
               "CHAVE PIX: ".
           05 WRK-DET-CHAVE-PIX        PIC X(077)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  FILLER                      PIC x(050)           VALUE
               "========== BOOK'S  ==========".
               MOVE WRK-PARM-DATA-INI TO WRK-EXT-CAB-DATA-INI.
               MOVE WRK-PARM-DATA-FIM TO WRK-EXT-CAB-DATA-FIM.
               PERFORM 0210-IMP-CABECALHO.
               PERFORM 0211-IMP-TITULARES.
               MOVE ACU-SALDO-ABERTURA TO ACU-SALDO-CORRENTE.
               PERFORM 0215-IMP-SALDO-ABERTURA.
               PERFORM 0120-LEITURA.
               MOVE ZEROS TO ACU-TOTAL-PAG.

       0210-IMP-CABECALHO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0211-IMP-TITULARES                      SECTION.
      *-----------------------------------------------------------------
      *    TITULARES ATIVOS DA CONTA, PELA CHAVE AGENCIA + CONTA --
      *    SO NA PRIMEIRA PAGINA, ANTES DO SALDO ANTERIOR
      *-----------------------------------------------------------------

               MOVE ZEROS TO ACU-TITULARES-CONTA.
               OPEN INPUT TITULARES.
               IF FS-TITULARES EQUAL '00'
                   MOVE WRK-PARM-AGENCIA TO REG-AGENCIA-TIT
                   MOVE WRK-PARM-CONTA   TO REG-CONTA-TIT
                   MOVE ZEROS            TO REG-SEQ-TIT
                   START TITULARES KEY IS NOT LESS REG-CHAVE-TIT
                       INVALID KEY
                           MOVE '10' TO FS-TITULARES
                   END-START
                   IF FS-TITULARES EQUAL '00'
                       PERFORM 0212-LE-TITULAR
                       PERFORM 0213-IMP-TITULAR
                               UNTIL FS-TITULARES NOT EQUAL '00'
                   END-IF
                   CLOSE TITULARES
               END-IF.
               IF ACU-TITULARES-CONTA EQUAL ZEROS
                   MOVE WRK-EXT-SEM-TITULAR TO WRK-LINHA-REL
                   PERFORM 0295-EMITIR-LINHA
                   ADD 1 TO WRK-QT-LINHAS
               END-IF.

       0211-IMP-TITULARES-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0212-LE-TITULAR                         SECTION.
      *-----------------------------------------------------------------

               READ TITULARES NEXT
                   AT END
                       MOVE '10' TO FS-TITULARES
               END-READ.
               IF FS-TITULARES EQUAL '00'
                   IF REG-AGENCIA-TIT NOT EQUAL WRK-PARM-AGENCIA OR
                      REG-CONTA-TIT   NOT EQUAL WRK-PARM-CONTA
                       MOVE '10' TO FS-TITULARES
                   END-IF
               END-IF.

       0212-LE-TITULAR-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0213-IMP-TITULAR                        SECTION.
      *-----------------------------------------------------------------

               IF REG-TIT-ATIVO
                   MOVE REG-NOME-TIT TO WRK-EXT-TIT-NOME
                   MOVE REG-CPF-TIT  TO WRK-EXT-TIT-CPF-NUM
                   MOVE WRK-EXT-TIT-CPF-MEIO1 TO WRK-EXT-TIT-CPF-ED1
                   MOVE WRK-EXT-TIT-CPF-MEIO2 TO WRK-EXT-TIT-CPF-ED2
                   IF REG-TIT-PRINCIPAL
                       MOVE "PRINCIPAL"  TO WRK-EXT-TIT-PAPEL
                   ELSE
                       MOVE "SECUNDARIO" TO WRK-EXT-TIT-PAPEL
                   END-IF
                   IF REG-TIT-ASSIN-CONJUNTA
                       MOVE "ASSINA EM CONJUNTO" TO WRK-EXT-TIT-REGRA
                   ELSE
                       MOVE "ASSINA ISOLADO"     TO WRK-EXT-TIT-REGRA
                   END-IF
                   MOVE WRK-EXT-LINHA-TITULAR TO WRK-LINHA-REL
                   PERFORM 0295-EMITIR-LINHA
                   ADD 1 TO WRK-QT-LINHAS
                   ADD 1 TO ACU-TITULARES-CONTA
               END-IF.
               PERFORM 0212-LE-TITULAR.

       0213-IMP-TITULAR-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0215-IMP-SALDO-ABERTURA                 SECTION.
      *-----------------------------------------------------------------
                                  DELIMITED BY SIZE
                           INTO WRK-DET-REF-INFO
                       END-STRING
                   WHEN REG-TIPO-RELSAIDA EQUAL "P" AND
                        REG-CONTA-DEST-RELSAIDA GREATER ZEROS
                       MOVE "PIX " TO WRK-DET-REF-TITULO
                       MOVE SPACES TO WRK-DET-REF-INFO
                       STRING REG-AGENCIA-DEST-RELSAIDA
                                  DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              REG-CONTA-DEST-RELSAIDA
                                  DELIMITED BY SIZE
                           INTO WRK-DET-REF-INFO
                       END-STRING
                   WHEN OTHER
                       MOVE SPACES TO WRK-DET-REF-TITULO
                       MOVE SPACES TO WRK-DET-REF-INFO
               PERFORM 0295-EMITIR-LINHA.

               ADD 1 TO WRK-QT-LINHAS.
               IF REG-TIPO-RELSAIDA EQUAL "P" AND
                  REG-CHAVE-PIX-RELSAIDA NOT EQUAL SPACES
                   MOVE REG-CHAVE-PIX-RELSAIDA TO WRK-DET-CHAVE-PIX
                   MOVE WRK-DET-PIX             TO WRK-LINHA-REL
                   PERFORM 0295-EMITIR-LINHA
                   ADD 1 TO WRK-QT-LINHAS
               END-IF.
               ADD 1 TO ACU-MOVTOS-PAG.
               ADD 1 TO ACU-MOVTOS-PERIODO.

               END-IF.

       0295-EMITIR-LINHA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0250-IMP-PROVISOES                      SECTION.
      *-----------------------------------------------------------------
      *    PROVISOES DA CONTA NO PERIODO, PELA CHAVE AGENCIA + CONTA +
      *    DATA -- SEM O ARQUIVO (CHEQUE ESPECIAL AINDA NAO RODOU) O
      *    QUADRO NAO E IMPRESSO
      *-----------------------------------------------------------------

               OPEN INPUT ACRCHESP.
               IF FS-ACRCHESP NOT EQUAL '00'
                   GO TO 0250-IMP-PROVISOES-FIM
               END-IF.
               MOVE WRK-PARM-AGENCIA  TO REG-AGENCIA-ACRCE.
               MOVE WRK-PARM-CONTA    TO REG-CONTA-ACRCE.
               MOVE WRK-PARM-DATA-INI TO REG-DATA-ACRCE.
               START ACRCHESP KEY IS NOT LESS REG-CHAVE-ACRCE
                   INVALID KEY
                       MOVE '10' TO FS-ACRCHESP
               END-START.
               IF FS-ACRCHESP EQUAL '00'
                   PERFORM 0251-LE-PROVISAO
               END-IF.
               IF FS-ACRCHESP EQUAL '00'
                   MOVE WRK-EXT-CABEC4       TO WRK-LINHA-REL
                   PERFORM 0295-EMITIR-LINHA
                   MOVE WRK-EXT-TIT-PROVISAO TO WRK-LINHA-REL
                   PERFORM 0295-EMITIR-LINHA
                   MOVE WRK-EXT-CAB-PROVISAO TO WRK-LINHA-REL
                   PERFORM 0295-EMITIR-LINHA
                   PERFORM 0252-IMP-PROVISAO
                           UNTIL FS-ACRCHESP NOT EQUAL '00'
                   MOVE "TOTAL PROVISIONADO" TO WRK-EXT-SALDO-TITULO
                   COMPUTE WRK-EXT-SALDO-ED ROUNDED =
                       ACU-TOTAL-PROVISAO
                   MOVE WRK-EXT-LINHA-SALDO  TO WRK-LINHA-REL
                   PERFORM 0295-EMITIR-LINHA
               END-IF.
               CLOSE ACRCHESP.

       0250-IMP-PROVISOES-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0251-LE-PROVISAO                        SECTION.
      *-----------------------------------------------------------------

               READ ACRCHESP NEXT
                   AT END
                       MOVE '10' TO FS-ACRCHESP
               END-READ.
               IF FS-ACRCHESP EQUAL '00'
                   IF REG-AGENCIA-ACRCE NOT EQUAL WRK-PARM-AGENCIA OR
                      REG-CONTA-ACRCE   NOT EQUAL WRK-PARM-CONTA   OR
                      REG-DATA-ACRCE    GREATER   WRK-PARM-DATA-FIM
                       MOVE '10' TO FS-ACRCHESP
                   END-IF
               END-IF.

       0251-LE-PROVISAO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0252-IMP-PROVISAO                       SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-ACRCE          TO WRK-EXT-PRV-DATA.
               MOVE REG-SALDO-DEVEDOR-ACRCE TO WRK-EXT-PRV-DEVEDOR-ED.
               MOVE REG-QT-DIAS-ACRCE       TO WRK-EXT-PRV-DIAS-ED.
               MOVE REG-TAXA-MENSAL-ACRCE   TO WRK-EXT-PRV-TAXA-ED.
               MOVE REG-VALOR-ACRCE         TO WRK-EXT-PRV-VALOR-ED.
               IF REG-ACRCE-COBRADA
                   MOVE "COBRADA "              TO WRK-EXT-PRV-SITUACAO
                   MOVE REG-DATA-COBRANCA-ACRCE TO WRK-EXT-PRV-DATA-COBR
               ELSE
                   MOVE "ABERTA  "              TO WRK-EXT-PRV-SITUACAO
                   MOVE SPACES                  TO WRK-EXT-PRV-DATA-COBR
               END-IF.
               MOVE WRK-EXT-DET-PROVISAO TO WRK-LINHA-REL.
               PERFORM 0295-EMITIR-LINHA.
               ADD 1 TO ACU-PROVISOES-PERIODO.
               ADD REG-VALOR-ACRCE TO ACU-TOTAL-PROVISAO.
               PERFORM 0251-LE-PROVISAO.

       0252-IMP-PROVISAO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------
               MOVE ACU-SALDO-CORRENTE  TO WRK-EXT-SALDO-ED.
               MOVE WRK-EXT-LINHA-SALDO TO WRK-LINHA-REL.
               PERFORM 0295-EMITIR-LINHA.
               PERFORM 0250-IMP-PROVISOES.
               DISPLAY "MOVIMENTOS NO PERIODO.......:"
                   ACU-MOVTOS-PERIODO.
               DISPLAY "REGISTROS LIDOS DO RELSAIDA.:"
                   ACU-LIDOS-RELSAIDA.
               DISPLAY "PROVISOES DE CHEQUE ESPECIAL:"
                   ACU-PROVISOES-PERIODO.

       0310-FECHA-ARQUIVOS.
               CLOSE RELSAIDA.

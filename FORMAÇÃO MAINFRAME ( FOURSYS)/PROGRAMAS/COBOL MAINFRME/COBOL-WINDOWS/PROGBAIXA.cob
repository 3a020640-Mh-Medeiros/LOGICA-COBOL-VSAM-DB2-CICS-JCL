      *  BAIXAEXC               O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *  SALDOCLI               O (EXTEND)           #BOOKSALDOCLI
      *  PERDAS                 O (EXTEND)           #BOOKPERDA
      *  INDICACAO              I-O (VSAM)           #BOOKINDIC
      *  BXCLI                  I-O (TRABALHO)
      *  BXFAT                  I-O (TRABALHO)
      *  BXACD                  O / I (TRABALHO)
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *
      *              COMO BAIXADA, IMPRIMIA "FATURA BAIXADA" E ARMAVA
      *              A REINTEGRACAO DO SUSPENSO POR INADIMPLENCIA COM
      *              UMA FATURA QUE NAO FOI LIQUIDADA
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 19/09/2026
      * OBJETIVO...: SALDO A FAVOR DO CLIENTE (SALDOCLI.TXT) -- CREDITO
      *              MAIOR QUE A FATURA ABERTA BAIXA A FATURA E O
      *              EXCESSO VAI PARA O SALDO (TIPO "E"), E CREDITO DE
      *              CLIENTE SEM FATURA ABERTA NO VALOR DA ULTIMA FATURA
      *              PAGA VAI INTEIRO PARA O SALDO (TIPO "D",
      *              DUPLICIDADE); ANTES O EXCESSO SAIA NO BAIXAEXC OU
      *              SE PERDIA E ERA DEVOLVIDO A MAO. O CREDITO DE
      *              REEMBOLSO DO SALDO (TIPO "R", PROGREEMLC) NAO E
      *              TRATADO COMO PAGAMENTO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 21/09/2026
      * OBJETIVO...: ITEM DA TABELA DE FATURAS CRESCE PARA X(084) -- O
      *              BOOK DA FATURA GANHOU OS MESES COBERTOS PELA FATURA
      *              E O VALOR DE RECEITA (PLANOS TRIMESTRAL E ANUAL)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: CAMPANHA "INDIQUE UM AMIGO" -- INDICACAO PENDENTE
      *              ("P", INDICACAO.DAT) CUJA PRIMEIRA FATURA DO
      *              INDICADO (MENOR MES DE REFERENCIA NAO CANCELADA)
      *              ESTA PAGA PASSA A QUALIFICADA ("Q"), COM A DATA
      *              DO PAGAMENTO; PRIMEIRA FATURA EMITIDA ANTES DA
      *              INDICACAO (NAO ERA CLIENTE NOVO) VAI PARA NAO
      *              QUALIFICADA ("N"). O CREDITO E LANCADO PELO
      *              PROGFATURA
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: FIM DAS TABELAS DE 2000 CLIENTES, 2000 FATURAS E
      *              200 ACORDOS EM MEMORIA: OS CLIENTES COM CONTA
      *              BANCARIA VAO PARA UM ARQUIVO DE TRABALHO INDEXADO
      *              PELA CONTA (BXCLI.TMP) E AS FATURAS PARA OUTRO
      *              INDEXADO PELA SEQUENCIA DE LEITURA, COM CHAVES
      *              ALTERNATIVAS DE CLIENTE E DE ACORDO (BXFAT.TMP).
      *              O FATURA.TXT E REGRAVADO NA ORDEM ORIGINAL E OS
      *              ACORDOS PASSAM PELO BXACD.TMP. TOTAL DE CONTROLE
      *              NO FIM: FATURAS LIDAS X CARREGADAS X REGRAVADAS E
      *              ACORDOS LIDOS X REGRAVADOS (DIVERGENCIA ABORTA COM
      *              CONDITION CODE 12)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: RECUPERACAO DE FATURA BAIXADA COMO PERDA
      *              (PROGPERDA, STATUS "B") -- CREDITO DE CLIENTE SEM
      *              FATURA ABERTA QUE COBRE UMA FATURA BAIXADA PAGA A
      *              FATURA (STATUS "P") E GRAVA A RECUPERACAO ("R") NO
      *              PERDAS.TXT PARA O PROGPDD CONTABILIZAR; O EXCESSO
      *              VAI PARA O SALDO A FAVOR. PARCELA BAIXADA COMO
      *              PERDA NAO QUITA O ACORDO
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           SELECT ENCARGOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\ENCARGOS.TXT"
               FILE STATUS IS FS-ENCARGOS.
           SELECT SALDOCLI ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\SALDOCLI.TXT"
               FILE STATUS IS FS-SALDOCLI.
           SELECT PERDAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PERDAS.TXT"
               FILE STATUS IS FS-PERDAS.
           SELECT INDICACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\INDICACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID-INDICADO-IND
               FILE STATUS IS FS-INDICACAO.
           SELECT BXCLI ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BXCLI.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CONTA-BXC
               FILE STATUS IS FS-BXCLI.
           SELECT BXFAT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BXFAT.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SEQ-BXF
               ALTERNATE RECORD KEY IS REG-ID-BXF WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-ACORDO-BXF WITH DUPLICATES
               FILE STATUS IS FS-BXFAT.
           SELECT BXACD ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BXACD.TMP"
               FILE STATUS IS FS-BXACD.

      *=================================================================
       DATA                                    DIVISION.
           05 REG-MULTA-ENC            PIC 9(005)V99.
           05 REG-JUROS-ENC            PIC 9(005)V99.
           05 REG-TOTAL-ENC            PIC 9(005)V99.
       FD  SALDOCLI.
       COPY "#BOOKSALDOCLI".
       FD  PERDAS.
       COPY "#BOOKPERDA".
       FD  INDICACAO.
       COPY "#BOOKINDIC".
      *-----------------------------------------------------------------
      *    TRABALHO - CLIENTES POR CONTA BANCARIA       LRECL = 011
      *-----------------------------------------------------------------
       FD  BXCLI.
       01  REG-BXCLI.
           05 REG-CONTA-BXC            PIC 9(006).
           05 REG-ID-BXC               PIC 9(004).
           05 REG-BAIXOU-BXC           PIC X(001).
      *-----------------------------------------------------------------
      *    TRABALHO - FATURAS NA SEQUENCIA DE LEITURA DO FATURA.TXT,
      *    COM O CLIENTE E O ACORDO DA FATURA COMO CHAVES ALTERNATIVAS
      *                                                LRECL = 091
      *-----------------------------------------------------------------
       FD  BXFAT.
       01  REG-BXFAT.
           05 REG-SEQ-BXF              PIC 9(007).
           05 REG-ITEM-BXF.
               10 REG-ID-BXF           PIC 9(004).
               10 FILLER               PIC X(063).
               10 REG-ACORDO-BXF       PIC 9(004).
               10 FILLER               PIC X(013).
      *-----------------------------------------------------------------
      *    TRABALHO - ACORDOS JA AVALIADOS              LRECL = 040
      *-----------------------------------------------------------------
       FD  BXACD.
       01  REG-BXACD                   PIC X(040).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
       01  FS-BAIXAEXC                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-BXCLI                    PIC X(002)          VALUE SPACES.
       01  FS-BXFAT                    PIC X(002)          VALUE SPACES.
       01  FS-BXACD                    PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  FS-GERREJ                   PIC X(002)          VALUE SPACES.
       01  WRK-NOME-GERREJ             PIC X(060)          VALUE SPACES.
       01  ACU-FALTA-ENCARGO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  WRK-ENCARGOS-ED             PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       01  FS-SALDOCLI                 PIC X(002)          VALUE SPACES.
       01  WRK-SEQ-MAIOR               PIC 9(007)          VALUE ZEROS.
       01  WRK-PAGA-ACHOU              PIC X(001)          VALUE "N".
       01  WRK-FATURA-PAGA             PIC X(084)          VALUE SPACES.
       01  WRK-MES-REF-PAGA            PIC 9(006)          VALUE ZEROS.
       01  WRK-VALOR-EXCESSO           PIC 9(007)V99       VALUE ZEROS.
       01  WRK-TIPO-SALDO              PIC X(001)          VALUE SPACES.
       01  ACU-SALDO-EXCESSO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SALDO-DUPLICIDADE       PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SALDO-VALOR             PIC 9(007)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FS-PERDAS                   PIC X(002)          VALUE SPACES.
       01  WRK-RECUPEROU               PIC X(001)          VALUE "N".
       01  WRK-SEQ-PERDA               PIC 9(007)          VALUE ZEROS.
       01  ACU-RECUPERADAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-RECUPERADO-VALOR        PIC 9(007)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-QT-CLIENTES             PIC 9(007)          VALUE ZEROS.
       01  ACU-CONTAS-REPETIDAS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  WRK-ID-CLI                  PIC 9(004)          VALUE ZEROS.
       01  WRK-CLI-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-FIM-BXCLI               PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  FS-INDICACAO                PIC X(002)          VALUE SPACES.
       01  WRK-PRIMEIRA-ACHOU          PIC X(001)          VALUE "N".
       01  WRK-FATURA-PRIMEIRA         PIC X(084)          VALUE SPACES.
       01  WRK-MES-PRIMEIRA            PIC 9(006)          VALUE ZEROS.
       01  ACU-IND-QUALIFICADAS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-IND-NAO-QUALIF          PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-QT-FATURAS              PIC 9(007)          VALUE ZEROS.
       01  ACU-FATURAS-LIDAS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-REGRAVADAS      PIC 9(007)    COMP-3 VALUE ZEROS.
       01  WRK-FIM-FAT-CLI             PIC X(001)          VALUE "N".
       01  WRK-FAT-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-ENCARGO-CURTO           PIC X(001)          VALUE "N".
       01  WRK-TEM-ABERTA              PIC X(001)          VALUE "N".
       01  WRK-VALOR-ABERTA            PIC 9(005)V99       VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FS-ACORDOS                  PIC X(002)          VALUE SPACES.
       01  WRK-QT-ACORDOS              PIC 9(007)          VALUE ZEROS.
       01  ACU-ACORDOS-GRAVADOS        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ACORDOS-REGRAVADOS      PIC 9(007)    COMP-3 VALUE ZEROS.
       01  WRK-ACD-MUDOU               PIC X(001)          VALUE "N".
       01  WRK-ACD-TEM-ABERTA          PIC X(001)          VALUE "N".
       01  WRK-FIM-FAT-ACD             PIC X(001)          VALUE "N".
       01  ACU-ACORDOS-QUITADOS        PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-REG-DADO                PIC X(001)          VALUE "N".
                   CLOSE ENCARGOS
                   OPEN EXTEND ENCARGOS
               END-IF.
               OPEN EXTEND SALDOCLI.
               IF FS-SALDOCLI EQUAL '35'
                   OPEN OUTPUT SALDOCLI
                   CLOSE SALDOCLI
                   OPEN EXTEND SALDOCLI
               END-IF.
               OPEN EXTEND PERDAS.
               IF FS-PERDAS EQUAL '35'
                   OPEN OUTPUT PERDAS
                   CLOSE PERDAS
                   OPEN EXTEND PERDAS
               END-IF.
               PERFORM 0140-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
       0120-CARREGA-CLIENTES                   SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT BXCLI.
               IF FS-BXCLI NOT EQUAL '00'
                   MOVE "ERRO ABERTURA BXCLI" TO WRK-DESCRICAO-ERRO
                   MOVE "ERRO ABERTURA BXCLI" TO WRK-MSG-ERROS
                   MOVE FS-BXCLI TO WRK-STATUS-ERRO
                   MOVE '0120-CARREGA-CLIENTES' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER EQUAL '00'
                   PERFORM 0121-LE-CLIENTE
                       UNTIL FS-CLIMASTER NOT EQUAL '00'
                   CLOSE CLIMASTER
               END-IF.
               CLOSE BXCLI.
               OPEN I-O BXCLI.
               IF FS-BXCLI NOT EQUAL '00'
                   MOVE "ERRO ABERTURA BXCLI" TO WRK-DESCRICAO-ERRO
                   MOVE "ERRO ABERTURA BXCLI" TO WRK-MSG-ERROS
                   MOVE FS-BXCLI TO WRK-STATUS-ERRO
                   MOVE '0120-CARREGA-CLIENTES' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "CLIENTES COM CONTA BANCARIA:" WRK-QT-CLIENTES.
               IF ACU-CONTAS-REPETIDAS GREATER ZEROS
                   DISPLAY "CONTA BANCARIA REPETIDA....:"
                       ACU-CONTAS-REPETIDAS " (VALE O PRIMEIRO CLIENTE)"
               END-IF.

       0120-CARREGA-CLIENTES-FIM.              EXIT.
      *-----------------------------------------------------------------

               READ CLIMASTER
               IF FS-CLIMASTER EQUAL '00'
                   IF REG-CONTA-BCO-MASTER GREATER ZEROS
                       MOVE REG-CONTA-BCO-MASTER TO REG-CONTA-BXC
                       MOVE REG-ID-MASTER        TO REG-ID-BXC
                       MOVE "N"                  TO REG-BAIXOU-BXC
                       WRITE REG-BXCLI
                       EVALUATE FS-BXCLI
                           WHEN '00'
                               ADD 1 TO WRK-QT-CLIENTES
                           WHEN '22'
                               ADD 1 TO ACU-CONTAS-REPETIDAS
                           WHEN OTHER
                               MOVE "ERRO GRAVACAO BXCLI" TO
                                   WRK-DESCRICAO-ERRO
                               MOVE "ERRO GRAVACAO BXCLI" TO
                                   WRK-MSG-ERROS
                               MOVE FS-BXCLI TO WRK-STATUS-ERRO
                               MOVE '0121-LE-CLIENTE' TO WRK-AREA-ERRO
                               PERFORM 9999-TRATA-ERRO
                       END-EVALUATE
                   END-IF
               END-IF.

       0130-CARREGA-FATURAS                    SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT BXFAT.
               IF FS-BXFAT NOT EQUAL '00'
                   MOVE "ERRO ABERTURA BXFAT" TO WRK-DESCRICAO-ERRO
                   MOVE "ERRO ABERTURA BXFAT" TO WRK-MSG-ERROS
                   MOVE FS-BXFAT TO WRK-STATUS-ERRO
                   MOVE '0130-CARREGA-FATURAS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT FATURA.
               IF FS-FATURA EQUAL '00'
                   PERFORM 0131-LE-FATURA
                       UNTIL FS-FATURA NOT EQUAL '00'
                   CLOSE FATURA
               END-IF.
               CLOSE BXFAT.
               OPEN I-O BXFAT.
               IF FS-BXFAT NOT EQUAL '00'
                   MOVE "ERRO ABERTURA BXFAT" TO WRK-DESCRICAO-ERRO
                   MOVE "ERRO ABERTURA BXFAT" TO WRK-MSG-ERROS
                   MOVE FS-BXFAT TO WRK-STATUS-ERRO
                   MOVE '0130-CARREGA-FATURAS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "FATURAS CARREGADAS.........:" WRK-QT-FATURAS.

       0130-CARREGA-FATURAS-FIM.               EXIT.

               READ FATURA
               IF FS-FATURA EQUAL '00'
                   ADD 1 TO ACU-FATURAS-LIDAS
                   MOVE ACU-FATURAS-LIDAS TO REG-SEQ-BXF
                   MOVE REG-FATURA        TO REG-ITEM-BXF
                   WRITE REG-BXFAT
                   IF FS-BXFAT EQUAL '00'
                       ADD 1 TO WRK-QT-FATURAS
                   ELSE
                       DISPLAY "ERRO AO CARREGAR A FATURA "
                           ACU-FATURAS-LIDAS " DO FATURA.TXT -- "
                           "EXECUCAO ABORTADA ANTES DE REGRAVAR"
                       MOVE "ERRO GRAVACAO BXFAT" TO WRK-DESCRICAO-ERRO
                       MOVE "ERRO GRAVACAO BXFAT" TO WRK-MSG-ERROS
                       MOVE FS-BXFAT TO WRK-STATUS-ERRO
                       MOVE '0131-LE-FATURA' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               END-IF.


               EVALUATE TRUE
                   WHEN REG-SINAL-RELSAIDA EQUAL 'C' AND
                        REG-TIPO-RELSAIDA NOT EQUAL 'F' AND
                        REG-TIPO-RELSAIDA NOT EQUAL 'R'
                       ADD 1 TO ACU-CREDITOS-LIDOS
                       PERFORM 0210-CASA-CREDITO
                   WHEN REG-SINAL-RELSAIDA EQUAL 'D' AND
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CLI-ACHOU.
               MOVE REG-CONTA-RELSAIDA TO REG-CONTA-BXC.
               READ BXCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CLI-ACHOU
                       MOVE REG-ID-BXC TO WRK-ID-CLI
               END-READ.

               IF WRK-CLI-ACHOU EQUAL 'N'
                   ADD 1 TO ACU-SEM-CLIENTE
               END-IF.

       0210-CASA-CREDITO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0220-BAIXA-FATURA                       SECTION.
      *-----------------------------------------------------------------
               MOVE 'N'   TO WRK-FAT-ACHOU.
               MOVE 'N'   TO WRK-ENCARGO-CURTO.
               MOVE 'N'   TO WRK-TEM-ABERTA.
               MOVE 'N'   TO WRK-RECUPEROU.
               MOVE ZEROS TO WRK-VALOR-ABERTA.
               MOVE ZEROS TO WRK-SEQ-MAIOR.
               PERFORM 0228-POSICIONA-FATURAS.
               PERFORM 0221-PROCURA-FATURA
                       UNTIL WRK-FIM-FAT-CLI EQUAL 'S'
                          OR WRK-FAT-ACHOU EQUAL 'S'
                          OR WRK-ENCARGO-CURTO EQUAL 'S'.
               IF WRK-FAT-ACHOU EQUAL 'N' AND
                  WRK-ENCARGO-CURTO EQUAL 'N' AND
                  WRK-SEQ-MAIOR GREATER ZEROS
                   PERFORM 0224-BAIXA-A-MAIOR
               END-IF.
               IF WRK-FAT-ACHOU EQUAL 'N' AND
                  WRK-ENCARGO-CURTO EQUAL 'N' AND
                  WRK-TEM-ABERTA EQUAL 'N' AND
                  REG-SINAL-RELSAIDA EQUAL 'C'
                   PERFORM 0270-RECUPERA-PERDA
               END-IF.

               EVALUATE TRUE
                   WHEN WRK-FAT-ACHOU EQUAL 'S'
                       ADD 1 TO ACU-BAIXADAS
                       MOVE "S" TO REG-BAIXOU-BXC
                       REWRITE REG-BXCLI
                       DISPLAY "FATURA BAIXADA - CLIENTE "
                           WRK-ID-CLI
                       IF REG-SINAL-RELSAIDA EQUAL 'C' AND
                          REG-LANCAMENTO-RELSAIDA GREATER
                              WRK-TOTAL-DEVIDO
                           COMPUTE WRK-VALOR-EXCESSO =
                               REG-LANCAMENTO-RELSAIDA -
                               WRK-TOTAL-DEVIDO
                           MOVE "E" TO WRK-TIPO-SALDO
                           PERFORM 0226-GRAVA-SALDO
                       END-IF
                   WHEN WRK-ENCARGO-CURTO EQUAL 'S'
                       DISPLAY "FATURA MANTIDA ABERTA (ENCARGO A "
                           "MENOR) - CLIENTE "
                           WRK-ID-CLI
                   WHEN WRK-TEM-ABERTA EQUAL 'S'
                       ADD 1 TO ACU-EXCECOES
                       MOVE WRK-DATA-MOVTO TO REG-DATA-EXC
                       MOVE WRK-ID-CLI TO REG-ID-EXC
                       MOVE REG-CONTA-RELSAIDA TO REG-CONTA-EXC
                       MOVE REG-LANCAMENTO-RELSAIDA TO
                           REG-VALOR-CREDITO-EXC
                       MOVE WRK-VALOR-ABERTA TO REG-VALOR-FATURA-EXC
                       MOVE "VALOR DIFERE" TO REG-MOTIVO-EXC
                       WRITE REG-BAIXAEXC
                   WHEN WRK-RECUPEROU EQUAL 'S'
                       ADD 1 TO ACU-RECUPERADAS
                       ADD REG-VALOR-FAT TO ACU-RECUPERADO-VALOR
                       MOVE "S" TO REG-BAIXOU-BXC
                       REWRITE REG-BXCLI
                       DISPLAY "FATURA BAIXADA COMO PERDA RECUPERADA - "
                           "CLIENTE " WRK-ID-CLI " FATURA "
                           REG-MES-REF-FAT
                       IF REG-LANCAMENTO-RELSAIDA GREATER REG-VALOR-FAT
                           COMPUTE WRK-VALOR-EXCESSO =
                               REG-LANCAMENTO-RELSAIDA - REG-VALOR-FAT
                           MOVE "E" TO WRK-TIPO-SALDO
                           PERFORM 0226-GRAVA-SALDO
                       END-IF
                   WHEN REG-SINAL-RELSAIDA EQUAL 'C'
                       PERFORM 0225-VERIFICA-DUPLICIDADE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
       0221-PROCURA-FATURA                     SECTION.
      *-----------------------------------------------------------------

               IF REG-FAT-ABERTA
                   MOVE 'S' TO WRK-TEM-ABERTA
                   PERFORM 0222-CALCULA-ENCARGOS
                   MOVE WRK-TOTAL-DEVIDO TO WRK-VALOR-ABERTA
                              WRK-TOTAL-DEVIDO)
                       SET REG-FAT-PAGA TO TRUE
                       MOVE WRK-DATA-MOVTO TO REG-DATA-PGTO-FAT
                       PERFORM 0218-REGRAVA-BXFAT
                       MOVE 'S' TO WRK-FAT-ACHOU
                       IF WRK-DIAS-ATRASO-BX GREATER ZEROS
                           ADD 1 TO ACU-BAIXADAS-ATRASO
                           PERFORM 0223-GRAVA-ENCARGO
                       END-IF
                   ELSE
                       IF WRK-DIAS-ATRASO-BX GREATER ZEROS AND
                          REG-LANCAMENTO-RELSAIDA NOT LESS
                           ADD 1 TO ACU-FALTA-ENCARGO
                           ADD 1 TO ACU-EXCECOES
                           MOVE WRK-DATA-MOVTO TO REG-DATA-EXC
                           MOVE WRK-ID-CLI TO REG-ID-EXC
                           MOVE REG-CONTA-RELSAIDA TO REG-CONTA-EXC
                           MOVE REG-LANCAMENTO-RELSAIDA TO
                               REG-VALOR-CREDITO-EXC
                           MOVE "ENCARGO A MENOR" TO REG-MOTIVO-EXC
                           WRITE REG-BAIXAEXC
                           MOVE 'S' TO WRK-ENCARGO-CURTO
                       ELSE
                           IF REG-SINAL-RELSAIDA EQUAL 'C' AND
                              REG-LANCAMENTO-RELSAIDA GREATER
                                  WRK-TOTAL-DEVIDO AND
                              WRK-SEQ-MAIOR EQUAL ZEROS
                               MOVE REG-SEQ-BXF TO WRK-SEQ-MAIOR
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WRK-FAT-ACHOU EQUAL 'N' AND
                  WRK-ENCARGO-CURTO EQUAL 'N'
                   PERFORM 0229-PROXIMA-FATURA
               END-IF.

       0221-PROCURA-FATURA-FIM.                EXIT.
      *-----------------------------------------------------------------
               END-IF.

       0223-GRAVA-ENCARGO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    CREDITO MAIOR QUE A FATURA ABERTA (SEM FATURA DE VALOR
      *    EXATO): BAIXA A PRIMEIRA FATURA ABERTA QUE O CREDITO COBRE
      *    E O EXCESSO VAI PARA O SALDO A FAVOR DO CLIENTE
      *-----------------------------------------------------------------
       0224-BAIXA-A-MAIOR                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-SEQ-MAIOR TO REG-SEQ-BXF.
               READ BXFAT KEY IS REG-SEQ-BXF.
               IF FS-BXFAT NOT EQUAL '00'
                   MOVE "ERRO LEITURA BXFAT" TO WRK-DESCRICAO-ERRO
                   MOVE "ERRO LEITURA BXFAT" TO WRK-MSG-ERROS
                   MOVE FS-BXFAT TO WRK-STATUS-ERRO
                   MOVE '0224-BAIXA-A-MAIOR' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE REG-ITEM-BXF TO REG-FATURA.
               PERFORM 0222-CALCULA-ENCARGOS.
               SET REG-FAT-PAGA TO TRUE.
               MOVE WRK-DATA-MOVTO TO REG-DATA-PGTO-FAT.
               PERFORM 0218-REGRAVA-BXFAT.
               MOVE 'S' TO WRK-FAT-ACHOU.

       0224-BAIXA-A-MAIOR-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    CREDITO DE CLIENTE SEM FATURA ABERTA, DE VALOR IGUAL AO DA
      *    ULTIMA FATURA JA PAGA: PAGAMENTO EM DUPLICIDADE, O CREDITO
      *    INTEIRO VAI PARA O SALDO A FAVOR
      *-----------------------------------------------------------------
       0225-VERIFICA-DUPLICIDADE               SECTION.
      *-----------------------------------------------------------------

               MOVE 'N'   TO WRK-PAGA-ACHOU.
               MOVE ZEROS TO WRK-MES-REF-PAGA.
               PERFORM 0228-POSICIONA-FATURAS.
               PERFORM 0227-PROCURA-PAGA
                       UNTIL WRK-FIM-FAT-CLI EQUAL 'S'.
               IF WRK-PAGA-ACHOU EQUAL 'N'
                   GO TO 0225-VERIFICA-DUPLICIDADE-FIM
               END-IF.
               MOVE WRK-FATURA-PAGA TO REG-FATURA.
               IF REG-VALOR-FAT GREATER ZEROS AND
                  REG-LANCAMENTO-RELSAIDA EQUAL REG-VALOR-FAT
                   MOVE REG-LANCAMENTO-RELSAIDA TO WRK-VALOR-EXCESSO
                   MOVE "D" TO WRK-TIPO-SALDO
                   PERFORM 0226-GRAVA-SALDO
                   DISPLAY "PAGAMENTO EM DUPLICIDADE - CLIENTE "
                       WRK-ID-CLI " FATURA "
                       REG-MES-REF-FAT
               END-IF.

       0225-VERIFICA-DUPLICIDADE-FIM.          EXIT.
      *-----------------------------------------------------------------
       0227-PROCURA-PAGA                       SECTION.
      *-----------------------------------------------------------------

               IF REG-FAT-PAGA AND
                  REG-MES-REF-FAT NOT LESS WRK-MES-REF-PAGA
                   MOVE 'S'             TO WRK-PAGA-ACHOU
                   MOVE REG-FATURA      TO WRK-FATURA-PAGA
                   MOVE REG-MES-REF-FAT TO WRK-MES-REF-PAGA
               END-IF.
               PERFORM 0229-PROXIMA-FATURA.

       0227-PROCURA-PAGA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    POSICIONA NA PRIMEIRA FATURA DO CLIENTE WRK-ID-CLI PELA
      *    CHAVE ALTERNATIVA DO BXFAT (FATURAS DO CLIENTE NA ORDEM DO
      *    FATURA.TXT) E DEIXA A FATURA EM REG-FATURA
      *-----------------------------------------------------------------
       0228-POSICIONA-FATURAS                  SECTION.
      *-----------------------------------------------------------------

               MOVE 'N'        TO WRK-FIM-FAT-CLI.
               MOVE WRK-ID-CLI TO REG-ID-BXF.
               START BXFAT KEY IS EQUAL REG-ID-BXF
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-FAT-CLI
               END-START.
               IF WRK-FIM-FAT-CLI EQUAL 'N'
                   PERFORM 0229-PROXIMA-FATURA
               END-IF.

       0228-POSICIONA-FATURAS-FIM.             EXIT.
      *-----------------------------------------------------------------
       0229-PROXIMA-FATURA                     SECTION.
      *-----------------------------------------------------------------

               READ BXFAT NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT-CLI
                   NOT AT END
                       IF REG-ID-BXF EQUAL WRK-ID-CLI
                           MOVE REG-ITEM-BXF TO REG-FATURA
                       ELSE
                           MOVE 'S' TO WRK-FIM-FAT-CLI
                       END-IF
               END-READ.

       0229-PROXIMA-FATURA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0218-REGRAVA-BXFAT                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-FATURA TO REG-ITEM-BXF.
               REWRITE REG-BXFAT.
               IF FS-BXFAT NOT EQUAL '00'
                   DISPLAY "ERRO AO REGRAVAR FATURA NO BXFAT: CLIENTE "
                       REG-ID-FAT " MES " REG-MES-REF-FAT
                   MOVE "ERRO REGRAVACAO BXFAT" TO WRK-DESCRICAO-ERRO
                   MOVE "ERRO REGRAVACAO BXFAT" TO WRK-MSG-ERROS
                   MOVE FS-BXFAT TO WRK-STATUS-ERRO
                   MOVE '0218-REGRAVA-BXFAT' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0218-REGRAVA-BXFAT-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    CREDITO NO SALDO A FAVOR DO CLIENTE (SALDOCLI.TXT) -- O
      *    PROGFATURA ABATE O SALDO NA PROXIMA FATURA
      *-----------------------------------------------------------------
       0226-GRAVA-SALDO                        SECTION.
      *-----------------------------------------------------------------

               IF FS-SALDOCLI NOT EQUAL '00'
                   DISPLAY "SALDOCLI INDISPONIVEL -- CREDITO DE R$"
                       WRK-VALOR-EXCESSO " DO CLIENTE "
                       WRK-ID-CLI " NAO REGISTRADO"
                   GO TO 0226-GRAVA-SALDO-FIM
               END-IF.
               MOVE SPACES                  TO REG-SALDOCLI.
               MOVE WRK-ID-CLI              TO REG-ID-SCL.
               MOVE WRK-DATA-MOVTO          TO REG-DATA-SCL.
               MOVE WRK-TIPO-SALDO          TO REG-TIPO-SCL.
               SET REG-SCL-CREDITO          TO TRUE.
               MOVE WRK-VALOR-EXCESSO       TO REG-VALOR-SCL.
               MOVE REG-MES-REF-FAT         TO REG-MES-REF-SCL.
               MOVE REG-CONTA-RELSAIDA      TO REG-CONTA-BCO-SCL.
               SET REG-REEMB-NENHUM         TO TRUE.
               MOVE ZEROS                   TO REG-DATA-LANC-SCL.
               MOVE WRK-USUARIO-EXEC        TO REG-OPERADOR-SCL.
               WRITE REG-SALDOCLI.
               IF FS-SALDOCLI EQUAL '00'
                   IF REG-SCL-EXCESSO
                       ADD 1 TO ACU-SALDO-EXCESSO
                   ELSE
                       ADD 1 TO ACU-SALDO-DUPLICIDADE
                   END-IF
                   ADD WRK-VALOR-EXCESSO TO ACU-SALDO-VALOR
               END-IF.

       0226-GRAVA-SALDO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------
               PERFORM 0230-LE-REJEITADOS-DIA.

       0304-REINTEGRA-SUSPENSOS.
               IF ACU-BAIXADAS GREATER ZEROS OR
                  ACU-RECUPERADAS GREATER ZEROS
                   PERFORM 0240-REINTEGRA-CLIENTES
               END-IF.

       0304-QUITA-ACORDOS.
               IF ACU-BAIXADAS GREATER ZEROS OR
                  ACU-RECUPERADAS GREATER ZEROS
                   PERFORM 0250-ATUALIZA-ACORDOS
               END-IF.

       0305-REGRAVA-FATURAS.
               IF WRK-QT-FATURAS GREATER ZEROS
                   OPEN OUTPUT FATURA
                   MOVE ZEROS TO REG-SEQ-BXF
                   START BXFAT KEY IS NOT LESS REG-SEQ-BXF
                   PERFORM 0310-GRAVA-FATURA
                           UNTIL FS-BXFAT NOT EQUAL '00'
                   CLOSE FATURA
               END-IF.

       0305-CONFERE-FATURAS.
               DISPLAY "FATURAS LIDAS DO FATURA...:" ACU-FATURAS-LIDAS.
               DISPLAY "FATURAS NO ARQ. TRABALHO..:" WRK-QT-FATURAS.
               DISPLAY "FATURAS REGRAVADAS........:"
                   ACU-FATURAS-REGRAVADAS.
               IF ACU-FATURAS-REGRAVADAS NOT EQUAL WRK-QT-FATURAS OR
                  ACU-FATURAS-REGRAVADAS NOT EQUAL ACU-FATURAS-LIDAS
                   DISPLAY "CONFERENCIA DAS FATURAS...: DIVERGENTE"
                   MOVE "FATURAS REGRAVADAS DIVERGEM" TO
                       WRK-DESCRICAO-ERRO
                   MOVE "FATURAS REGRAVADAS DIVERGEM" TO WRK-MSG-ERROS
                   MOVE FS-BXFAT TO WRK-STATUS-ERRO
                   MOVE '0305-CONFERE-FATURAS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "CONFERENCIA DAS FATURAS...: OK".

       0306-QUALIFICA-INDICACOES.
               PERFORM 0260-QUALIFICA-INDICACOES.

       0315-ESTATISTICA.
               DISPLAY "CREDITOS LIDOS DA DATA....:"
                   ACU-CREDITOS-LIDOS.
                   WRK-ENCARGOS-ED.
               DISPLAY "ENCARGOS A MENOR..........:"
                   ACU-FALTA-ENCARGO.
               DISPLAY "PAGAMENTOS A MAIOR........:"
                   ACU-SALDO-EXCESSO.
               DISPLAY "PAGAMENTOS EM DUPLICIDADE.:"
                   ACU-SALDO-DUPLICIDADE.
               MOVE ACU-SALDO-VALOR TO WRK-ENCARGOS-ED.
               DISPLAY "CREDITADO NO SALDO A FAVOR:R$"
                   WRK-ENCARGOS-ED.
               DISPLAY "PERDAS RECUPERADAS........:"
                   ACU-RECUPERADAS.
               MOVE ACU-RECUPERADO-VALOR TO WRK-ENCARGOS-ED.
               DISPLAY "VALOR RECUPERADO..........:R$"
                   WRK-ENCARGOS-ED.
               DISPLAY "INDICACOES QUALIFICADAS...:"
                   ACU-IND-QUALIFICADAS.
               DISPLAY "INDICACOES NAO QUALIFIC...:"
                   ACU-IND-NAO-QUALIF.
               IF ACU-EXCECOES GREATER ZEROS
                   MOVE "BAIXA COM EXCECOES A REVISAR" TO
                       WRK-MSG-ERROS
               IF FS-ENCARGOS EQUAL '00'
                   CLOSE ENCARGOS
               END-IF.
               IF FS-SALDOCLI EQUAL '00'
                   CLOSE SALDOCLI
               END-IF.
               IF FS-PERDAS EQUAL '00'
                   CLOSE PERDAS
               END-IF.
               CLOSE BXCLI
                     BXFAT.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
       0310-GRAVA-FATURA                       SECTION.
      *-----------------------------------------------------------------

               READ BXFAT NEXT RECORD.
               IF FS-BXFAT EQUAL '00'
                   MOVE REG-ITEM-BXF TO REG-FATURA
                   WRITE REG-FATURA
                   ADD 1 TO ACU-FATURAS-REGRAVADAS
               END-IF.

       0310-GRAVA-FATURA-FIM.                  EXIT.
      *-----------------------------------------------------------------
                       "PULADA"
                   PERFORM 0246-LIBERA-NEWCLI
               ELSE
                   MOVE ZEROS TO REG-CONTA-BXC
                   MOVE 'N'   TO WRK-FIM-BXCLI
                   START BXCLI KEY IS NOT LESS REG-CONTA-BXC
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-BXCLI
                   END-START
                   PERFORM 0242-AVALIA-CLIENTE
                           UNTIL WRK-FIM-BXCLI EQUAL 'S'
                   CLOSE NEWCLI
                   PERFORM 0246-LIBERA-NEWCLI
               END-IF.
       0242-AVALIA-CLIENTE                     SECTION.
      *-----------------------------------------------------------------

               READ BXCLI NEXT RECORD.
               IF FS-BXCLI NOT EQUAL '00'
                   MOVE 'S' TO WRK-FIM-BXCLI
                   GO TO 0242-AVALIA-CLIENTE-FIM
               END-IF.
               IF REG-BAIXOU-BXC EQUAL "S"
                   MOVE REG-ID-BXC TO WRK-ID-CLI
                   MOVE "N" TO WRK-TEM-90-ABERTA
                   PERFORM 0228-POSICIONA-FATURAS
                   PERFORM 0243-PROCURA-90-ABERTA
                           UNTIL WRK-FIM-FAT-CLI EQUAL "S"
                              OR WRK-TEM-90-ABERTA EQUAL "S"
                   IF WRK-TEM-90-ABERTA EQUAL "N"
                       PERFORM 0244-REINTEGRA-UM
       0243-PROCURA-90-ABERTA                  SECTION.
      *-----------------------------------------------------------------

               IF REG-FAT-ABERTA
                   COMPUTE WRK-DIAS-VENCTO =
                       FUNCTION INTEGER-OF-DATE(REG-DATA-VENCTO-FAT)
                   COMPUTE WRK-DIAS-ATRASO =
                       MOVE "S" TO WRK-TEM-90-ABERTA
                   END-IF
               END-IF.
               IF WRK-TEM-90-ABERTA EQUAL "N"
                   PERFORM 0229-PROXIMA-FATURA
               END-IF.

       0243-PROCURA-90-ABERTA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0244-REINTEGRA-UM                       SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-ID-CLI TO REG-ID.
               READ NEWCLI
                   INVALID KEY
                       CONTINUE

               ADD 1 TO ACU-DEBAUTO-RECUSADOS.
               ADD 1 TO ACU-EXCECOES.
               MOVE REG-CONTA-REJ         TO REG-CONTA-BXC.
               MOVE WRK-DATA-MOVTO        TO REG-DATA-EXC.
               READ BXCLI
                   INVALID KEY
                       MOVE ZEROS         TO REG-ID-EXC
                   NOT INVALID KEY
                       MOVE REG-ID-BXC    TO REG-ID-EXC
               END-READ.
               MOVE REG-CONTA-REJ         TO REG-CONTA-EXC.
               MOVE REG-LANCAMENTO-REJ    TO REG-VALOR-CREDITO-EXC.
               MOVE REG-LANCAMENTO-REJ    TO REG-VALOR-FATURA-EXC.

       0232-GRAVA-EXC-RECUSADO-FIM.            EXIT.
      *-----------------------------------------------------------------
      *    ACORDO DE PARCELAMENTO ATIVO SEM NENHUMA PARCELA ABERTA NO
      *    BXFAT E QUITADO NO ACORDOS.TXT. OS ACORDOS AVALIADOS VAO
      *    PARA O BXACD.TMP, QUE SO VOLTA PARA O ACORDOS.TXT SE ALGUM
      *    FOI QUITADO E A QUANTIDADE GRAVADA CONFERE COM A LIDA
      *-----------------------------------------------------------------
       0250-ATUALIZA-ACORDOS                   SECTION.
      *-----------------------------------------------------------------
               IF FS-ACORDOS NOT EQUAL '00'
                   GO TO 0250-ATUALIZA-ACORDOS-FIM
               END-IF.
               OPEN OUTPUT BXACD.
               IF FS-BXACD NOT EQUAL '00'
                   DISPLAY "BXACD INDISPONIVEL -- QUITACAO AUTOMATICA "
                       "PULADA"
                   CLOSE ACORDOS
                   GO TO 0250-ATUALIZA-ACORDOS-FIM
               END-IF.
               MOVE 'N' TO WRK-ACD-MUDOU.
               PERFORM 0251-LE-ACORDO
                       UNTIL FS-ACORDOS NOT EQUAL '00'.
               CLOSE ACORDOS
                     BXACD.
               IF WRK-ACD-MUDOU EQUAL 'N'
                   GO TO 0250-ATUALIZA-ACORDOS-FIM
               END-IF.
               IF ACU-ACORDOS-GRAVADOS NOT EQUAL WRK-QT-ACORDOS
                   DISPLAY "ACORDOS LIDOS.............:" WRK-QT-ACORDOS
                   DISPLAY "ACORDOS GRAVADOS NO BXACD.:"
                       ACU-ACORDOS-GRAVADOS
                   DISPLAY "CONFERENCIA DOS ACORDOS...: DIVERGENTE"
                   MOVE "ACORDOS GRAVADOS DIVERGEM" TO
                       WRK-DESCRICAO-ERRO
                   MOVE "ACORDOS GRAVADOS DIVERGEM" TO WRK-MSG-ERROS
                   MOVE FS-BXACD TO WRK-STATUS-ERRO
                   MOVE '0250-ATUALIZA-ACORDOS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT BXACD.
               OPEN OUTPUT ACORDOS.
               PERFORM 0254-GRAVA-ACORDO
                       UNTIL FS-BXACD NOT EQUAL '00'.
               CLOSE BXACD
                     ACORDOS.
               DISPLAY "ACORDOS LIDOS.............:" WRK-QT-ACORDOS.
               DISPLAY "ACORDOS REGRAVADOS........:"
                   ACU-ACORDOS-REGRAVADOS.
               IF ACU-ACORDOS-REGRAVADOS NOT EQUAL WRK-QT-ACORDOS
                   DISPLAY "CONFERENCIA DOS ACORDOS...: DIVERGENTE"
                   MOVE "ACORDOS REGRAVADOS DIVERGEM" TO
                       WRK-DESCRICAO-ERRO
                   MOVE "ACORDOS REGRAVADOS DIVERGEM" TO WRK-MSG-ERROS
                   MOVE FS-ACORDOS TO WRK-STATUS-ERRO
                   MOVE '0250-ATUALIZA-ACORDOS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "CONFERENCIA DOS ACORDOS...: OK".

       0250-ATUALIZA-ACORDOS-FIM.              EXIT.
      *-----------------------------------------------------------------

               READ ACORDOS
               IF FS-ACORDOS EQUAL '00'
                   ADD 1 TO WRK-QT-ACORDOS
                   PERFORM 0252-AVALIA-ACORDO
                   MOVE REG-ACORDO TO REG-BXACD
                   WRITE REG-BXACD
                   IF FS-BXACD EQUAL '00'
                       ADD 1 TO ACU-ACORDOS-GRAVADOS
                   END-IF
               END-IF.

       0252-AVALIA-ACORDO                      SECTION.
      *-----------------------------------------------------------------

               IF REG-ACD-QUITADO
                   CONTINUE
               ELSE
                   MOVE 'N' TO WRK-ACD-TEM-ABERTA
                   MOVE 'N' TO WRK-FIM-FAT-ACD
                   MOVE REG-NUMERO-ACD TO REG-ACORDO-BXF
                   START BXFAT KEY IS EQUAL REG-ACORDO-BXF
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-FAT-ACD
                   END-START
                   PERFORM 0253-PROCURA-PARCELA
                           UNTIL WRK-FIM-FAT-ACD EQUAL 'S'
                              OR WRK-ACD-TEM-ABERTA EQUAL 'S'
                   IF WRK-ACD-TEM-ABERTA EQUAL 'N'
                       SET REG-ACD-QUITADO TO TRUE
                       MOVE 'S' TO WRK-ACD-MUDOU
                       ADD 1 TO ACU-ACORDOS-QUITADOS
                       DISPLAY "ACORDO QUITADO: " REG-NUMERO-ACD
       0253-PROCURA-PARCELA                    SECTION.
      *-----------------------------------------------------------------

               READ BXFAT NEXT RECORD.
               IF FS-BXFAT NOT EQUAL '00' OR
                  REG-ACORDO-BXF NOT EQUAL REG-NUMERO-ACD
                   MOVE 'S' TO WRK-FIM-FAT-ACD
               ELSE
                   MOVE REG-ITEM-BXF TO REG-FATURA
                   IF REG-FAT-ABERTA OR REG-FAT-BAIXADA-PERDA
                       MOVE 'S' TO WRK-ACD-TEM-ABERTA
                   END-IF
               END-IF.

       0253-PROCURA-PARCELA-FIM.               EXIT.
       0254-GRAVA-ACORDO                       SECTION.
      *-----------------------------------------------------------------

               READ BXACD.
               IF FS-BXACD EQUAL '00'
                   MOVE REG-BXACD TO REG-ACORDO
                   WRITE REG-ACORDO
                   ADD 1 TO ACU-ACORDOS-REGRAVADOS
               END-IF.

       0254-GRAVA-ACORDO-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    INDICACAO PENDENTE: A PRIMEIRA FATURA DO INDICADO (MENOR
      *    MES DE REFERENCIA NAO CANCELADA, NO BXFAT JA BAIXADO)
      *    PAGA QUALIFICA O CREDITO; EMITIDA ANTES DA DATA DA
      *    INDICACAO, O INDICADO NAO ERA CLIENTE NOVO
      *-----------------------------------------------------------------
       0260-QUALIFICA-INDICACOES               SECTION.
      *-----------------------------------------------------------------

               OPEN I-O INDICACAO.
               IF FS-INDICACAO NOT EQUAL '00'
                   GO TO 0260-QUALIFICA-INDICACOES-FIM
               END-IF.
               PERFORM 0261-LE-INDICACAO
                       UNTIL FS-INDICACAO NOT EQUAL '00'.
               CLOSE INDICACAO.

       0260-QUALIFICA-INDICACOES-FIM.          EXIT.
      *-----------------------------------------------------------------
       0261-LE-INDICACAO                       SECTION.
      *-----------------------------------------------------------------

               READ INDICACAO NEXT RECORD.
               IF FS-INDICACAO NOT EQUAL '00'
                   GO TO 0261-LE-INDICACAO-FIM
               END-IF.
               IF NOT REG-IND-PENDENTE
                   GO TO 0261-LE-INDICACAO-FIM
               END-IF.
               MOVE 'N'    TO WRK-PRIMEIRA-ACHOU.
               MOVE 999999 TO WRK-MES-PRIMEIRA.
               MOVE REG-ID-INDICADO-IND TO WRK-ID-CLI.
               PERFORM 0228-POSICIONA-FATURAS.
               PERFORM 0262-PROCURA-PRIMEIRA
                       UNTIL WRK-FIM-FAT-CLI EQUAL 'S'.
               IF WRK-PRIMEIRA-ACHOU EQUAL 'N'
                   GO TO 0261-LE-INDICACAO-FIM
               END-IF.
               MOVE WRK-FATURA-PRIMEIRA TO REG-FATURA.
               IF REG-DATA-EMISSAO-FAT LESS REG-DATA-IND
                   SET REG-IND-NAO-QUALIFICADA TO TRUE
                   ADD 1 TO ACU-IND-NAO-QUALIF
               ELSE
                   IF REG-FAT-PAGA
                       SET REG-IND-QUALIFICADA TO TRUE
                       MOVE REG-DATA-PGTO-FAT TO REG-DATA-QUALIF-IND
                       ADD 1 TO ACU-IND-QUALIFICADAS
                       DISPLAY "INDICACAO QUALIFICADA: CLIENTE "
                           REG-ID-INDICADO-IND " INDICADO POR "
                           REG-ID-INDICADOR-IND
                   ELSE
                       GO TO 0261-LE-INDICACAO-FIM
                   END-IF
               END-IF.
               REWRITE REG-INDICACAO.
               IF FS-INDICACAO NOT EQUAL '00'
                   DISPLAY "ERRO AO REGRAVAR INDICACAO: "
                       REG-ID-INDICADO-IND
                   MOVE "ERRO REGRAVACAO INDICACAO" TO
                       WRK-DESCRICAO-ERRO
                   MOVE "ERRO REGRAVACAO INDICACAO" TO WRK-MSG-ERROS
                   MOVE FS-INDICACAO TO WRK-STATUS-ERRO
                   MOVE '0261-LE-INDICACAO' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0261-LE-INDICACAO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0262-PROCURA-PRIMEIRA                   SECTION.
      *-----------------------------------------------------------------

               IF NOT REG-FAT-CANCELADA AND
                  REG-MES-REF-FAT LESS WRK-MES-PRIMEIRA
                   MOVE 'S'             TO WRK-PRIMEIRA-ACHOU
                   MOVE REG-MES-REF-FAT TO WRK-MES-PRIMEIRA
                   MOVE REG-FATURA      TO WRK-FATURA-PRIMEIRA
               END-IF.
               PERFORM 0229-PROXIMA-FATURA.

       0262-PROCURA-PRIMEIRA-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    CREDITO DE CLIENTE SEM FATURA ABERTA: A PRIMEIRA FATURA
      *    BAIXADA COMO PERDA QUE O CREDITO COBRE (PELO PRINCIPAL) E
      *    PAGA E A RECUPERACAO VAI PARA O PERDAS.TXT
      *-----------------------------------------------------------------
       0270-RECUPERA-PERDA                     SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-SEQ-PERDA.
               PERFORM 0228-POSICIONA-FATURAS.
               PERFORM 0271-PROCURA-PERDA
                       UNTIL WRK-FIM-FAT-CLI EQUAL 'S'
                          OR WRK-SEQ-PERDA GREATER ZEROS.
               IF WRK-SEQ-PERDA EQUAL ZEROS
                   GO TO 0270-RECUPERA-PERDA-FIM
               END-IF.

               MOVE WRK-SEQ-PERDA TO REG-SEQ-BXF.
               READ BXFAT KEY IS REG-SEQ-BXF.
               IF FS-BXFAT NOT EQUAL '00'
                   MOVE "ERRO LEITURA BXFAT" TO WRK-DESCRICAO-ERRO
                   MOVE "ERRO LEITURA BXFAT" TO WRK-MSG-ERROS
                   MOVE FS-BXFAT TO WRK-STATUS-ERRO
                   MOVE '0270-RECUPERA-PERDA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE REG-ITEM-BXF TO REG-FATURA.
               SET REG-FAT-PAGA TO TRUE.
               MOVE WRK-DATA-MOVTO TO REG-DATA-PGTO-FAT.
               PERFORM 0218-REGRAVA-BXFAT.
               PERFORM 0272-GRAVA-RECUPERACAO.
               MOVE 'S' TO WRK-RECUPEROU.

       0270-RECUPERA-PERDA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0271-PROCURA-PERDA                      SECTION.
      *-----------------------------------------------------------------

               IF REG-FAT-BAIXADA-PERDA AND
                  REG-VALOR-FAT GREATER ZEROS AND
                  REG-VALOR-FAT NOT GREATER REG-LANCAMENTO-RELSAIDA
                   MOVE REG-SEQ-BXF TO WRK-SEQ-PERDA
               ELSE
                   PERFORM 0229-PROXIMA-FATURA
               END-IF.

       0271-PROCURA-PERDA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0272-GRAVA-RECUPERACAO                  SECTION.
      *-----------------------------------------------------------------

               IF FS-PERDAS NOT EQUAL '00'
                   DISPLAY "PERDAS INDISPONIVEL -- RECUPERACAO DO "
                       "CLIENTE " WRK-ID-CLI " FATURA " REG-MES-REF-FAT
                       " NAO REGISTRADA"
                   GO TO 0272-GRAVA-RECUPERACAO-FIM
               END-IF.
               MOVE SPACES                  TO REG-PERDA.
               SET REG-PRD-RECUPERACAO      TO TRUE.
               MOVE REG-ID-FAT              TO REG-ID-PRD.
               MOVE REG-STREAM-FAT          TO REG-STREAM-PRD.
               MOVE REG-MES-REF-FAT         TO REG-MES-REF-PRD.
               MOVE REG-DATA-VENCTO-FAT     TO REG-VENCTO-PRD.
               MOVE REG-VALOR-FAT           TO REG-VALOR-PRD.
               MOVE REG-MOEDA-FAT           TO REG-MOEDA-PRD.
               MOVE WRK-DATA-MOVTO          TO REG-DATA-PRD.
               MOVE WRK-USUARIO-EXEC        TO REG-OPERADOR-PRD.
               SET REG-PRD-PAGAMENTO        TO TRUE.
               COMPUTE WRK-DIAS-VENCTO =
                   FUNCTION INTEGER-OF-DATE(REG-DATA-VENCTO-FAT).
               COMPUTE REG-DIAS-ATRASO-PRD =
                   WRK-DIAS-MOVTO - WRK-DIAS-VENCTO.
               WRITE REG-PERDA.

       0272-GRAVA-RECUPERACAO-FIM.             EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

      *    ARQUIVOS.... : CONTAS.TXT                     BOOK           *
      *                                                 #BOOKCTAS       *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *                   TITULARES.TXT                 #BOOKTITU       *
      *                   VARREDURA.TXT                 #BOOKVARRE      *
      *                   CDB.TXT                       #BOOKCDB        *
      *                   EMPREST.TXT                   #BOOKEMPR       *
      *                   PRESTACAO.TXT                 #BOOKPREST      *
      *                   TALOES.TXT                    #BOOKTALAO      *
      *                   SUSTACAO.TXT                  #BOOKSUSTA      *
      *                   SLDMEDIO.DAT                  #BOOKSLDMED     *
      *=================================================================
      *    MODULOS..... :                                               *
      *                                                                 *
      *                  PROPRIO ARQUIVO PELA CHAVE E A MANUTENCAO
      *                  TRABALHA SOBRE UM UNICO REGISTRO EM WORKING
      *                  -- SEM LIMITE DE CONTAS NO MASTER
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 24 / 09 / 2026
      *    OBJETIVO....: TITULARES DA CONTA (TITULARES.TXT, KSDS
      *                  #BOOKTITU): A ABERTURA EXIGE O CPF DO TITULAR
      *                  (VALIDADO NO VALCPF) E GRAVA O TITULAR
      *                  PRINCIPAL; A NOVA OPCAO [8] TITULARES DA CONTA
      *                  LISTA, INCLUI (CPF VALIDADO, SEM CPF REPETIDO
      *                  NA CONTA), EXCLUI (MENOS O PRINCIPAL), ALTERA A
      *                  REGRA DE ASSINATURA E TROCA O PRINCIPAL -- O
      *                  NOME DO PRINCIPAL CONTINUA REPLICADO NO
      *                  MASTER. A ALTERACAO DA CONTA LEVA OS TITULARES
      *                  JUNTO QUANDO A AGENCIA MUDA
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 25 / 09 / 2026
      *    OBJETIVO....: NOVA OPCAO [9] VARREDURA AUTOMATICA -- REGRA
      *                  DA CONTA CORRENTE (VARREDURA.TXT, KSDS
      *                  #BOOKVARRE) COM A POUPANCA DE DESTINO (ABERTA,
      *                  TIPO "P"), O SALDO MINIMO, O MULTIPLO DE
      *                  ARREDONDAMENTO E A COBERTURA DO SALDO NEGATIVO;
      *                  DESATIVACAO PELA MESMA OPCAO. O ENCERRAMENTO
      *                  DESATIVA A REGRA E A MUDANCA DE AGENCIA LEVA A
      *                  REGRA PARA A CHAVE NOVA. AS TRANSFERENCIAS SAO
      *                  GERADAS NA NOITE PELO PROGVARRE
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 26 / 09 / 2026
      *    OBJETIVO....: APLICACOES EM CDB (CDB.TXT, KSDS #BOOKCDB): O
      *                  ENCERRAMENTO E RECUSADO COM APLICACAO
      *                  SOLICITADA, ATIVA OU COM RESGATE PEDIDO E A
      *                  MUDANCA DE AGENCIA LEVA AS APLICACOES DA CONTA
      *                  PARA A CHAVE NOVA
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 27 / 09 / 2026
      *    OBJETIVO....: EMPRESTIMOS PESSOAIS (EMPREST.TXT / PRESTACAO.
      *                  TXT): O ENCERRAMENTO E RECUSADO COM CONTRATO
      *                  SOLICITADO OU ATIVO E A MUDANCA DE AGENCIA LEVA
      *                  OS CONTRATOS E AS PARCELAS DA CONTA PARA A
      *                  CHAVE NOVA
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 28 / 09 / 2026
      *    OBJETIVO....: TALOES DE CHEQUE (TALOES.TXT / SUSTACAO.TXT):
      *                  O ENCERRAMENTO CANCELA OS TALOES ATIVOS DA
      *                  CONTA E A MUDANCA DE AGENCIA LEVA OS TALOES E
      *                  AS SUSTACOES DA CONTA PARA A CHAVE NOVA
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 30 / 09 / 2026
      *    OBJETIVO....: REVISAO DE LIMITE DE CREDITO: NO AGENDAMENTO
      *                  DO CAMPO [C] A TELA MOSTRA O SALDO ATUAL E O
      *                  SALDO MEDIO DO MES ANTERIOR (SLDMEDIO.DAT,
      *                  CALCULADO PELO PROGSMED) ANTES DO NOVO VALOR
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 01 / 10 / 2026
      *    OBJETIVO....: ACEITAR E GRAVAR O PACOTE DE SERVICOS DA CONTA
      *                  (REG-PACOTE-MTR, BRANCO = PACOTE PADRAO "00"),
      *                  CHAVE DO CATALOGO DE TARIFAS POR EVENTO
      *                  (PROGTREV)
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT VARREDURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\VARREDURA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-VAR
               FILE STATUS IS FS-VARREDURA.
           SELECT CDB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDB.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-CDB
               FILE STATUS IS FS-CDB.
           SELECT EMPREST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\EMPREST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-EMP
               FILE STATUS IS FS-EMPREST.
           SELECT PRESTACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PRESTACAO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-PRE
               FILE STATUS IS FS-PRESTACAO.
           SELECT TALOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TALOES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TAL
               FILE STATUS IS FS-TALOES.
           SELECT SUSTACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SUSTACAO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SUS
               FILE STATUS IS FS-SUSTACAO.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT SLDMEDIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDMEDIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-SLDMED
               FILE STATUS IS FS-SLDMEDIO.
           SELECT SUSPENSO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SUSPENSO.TXT"
               FILE STATUS IS FS-SUSPENSO.
       FILE                                    SECTION.
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  TITULARES.
       COPY "#BOOKTITU".
       FD  VARREDURA.
       COPY "#BOOKVARRE".
       FD  CDB.
       COPY "#BOOKCDB".
       FD  EMPREST.
       COPY "#BOOKEMPR".
       FD  PRESTACAO.
       COPY "#BOOKPREST".
       FD  TALOES.
       COPY "#BOOKTALAO".
       FD  SUSTACAO.
       COPY "#BOOKSUSTA".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
       FD  CTASPEND.
       COPY "#BOOKCTAPEND".
       FD  SALDOS.
       COPY "#BOOKSALDO".
       FD  SLDMEDIO.
       COPY "#BOOKSLDMED".
       FD  SUSPENSO.
       COPY "#BOOKSUSP".
       FD  TRANSORF.
       77  WRK-ID-LIGADO               PIC 9(04)           VALUE ZEROS.
       77  WRK-SALDO-CONTA             PIC S9(10)V99       VALUE ZEROS.
       77  WRK-SALDO-ED                PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  FS-SLDMEDIO                 PIC X(02)           VALUE SPACES.
       77  WRK-MES-MEDIO               PIC 9(06)           VALUE ZEROS.
       77  WRK-ANO-MEDIO               PIC 9(04)           VALUE ZEROS.
       77  WRK-MM-MEDIO                PIC 9(02)           VALUE ZEROS.
       77  WRK-CAMPO-OK                PIC X(01)           VALUE "N".
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
               "PROGCTAS".
       77  WRK-MODULO-VALCONTA         PIC X(08)           VALUE
               "VALCONTA".
       77  WRK-MODULO-VALCPF           PIC X(08)           VALUE
               "VALCPF".
      *----------------- TITULARES DA CONTA EM MANUTENCAO
       77  FS-TITULARES                PIC 9(02)           VALUE ZEROS.
       77  WRK-OPCAO-TIT               PIC X(01)           VALUE SPACES.
       77  WRK-FIM-TITULARES           PIC X(01)           VALUE "N".
       77  WRK-FIM-TIT                 PIC X(01)           VALUE "N".
       77  WRK-AGENCIA-CARGA           PIC 9(04)           VALUE ZEROS.
       77  WRK-CPF-ENTRADA             PIC X(11)           VALUE SPACES.
       77  WRK-CPF-OK                  PIC X(01)           VALUE "N".
       77  WRK-SEQ-ENTRADA             PIC X(02)           VALUE SPACES.
       77  WRK-SEQ-ALVO                PIC 9(02)           VALUE ZEROS.
       77  WRK-SEQ-MAX                 PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-TIT                  PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-TIT-ATIVOS           PIC 9(02)           VALUE ZEROS.
       77  WRK-IDX-TIT                 PIC 9(02)           VALUE ZEROS.
       77  WRK-IDX-AUX                 PIC 9(02)           VALUE ZEROS.
       77  WRK-TIT-ACHOU               PIC X(01)           VALUE "N".
      *----------------- REGRA DE VARREDURA DA CONTA EM MANUTENCAO
       77  FS-VARREDURA                PIC 9(02)           VALUE ZEROS.
       77  WRK-OPCAO-VAR               PIC X(01)           VALUE SPACES.
       77  WRK-VAR-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-VAR-REVERSA             PIC X(01)           VALUE "N".
       77  WRK-VAR-MINIMO              PIC 9(07)V99        VALUE ZEROS.
       77  WRK-VAR-MULTIPLO            PIC 9(07)V99        VALUE ZEROS.
       77  WRK-VAR-AGENCIA-DEST        PIC 9(04)           VALUE ZEROS.
       77  WRK-VAR-CONTA-DEST          PIC 9(06)           VALUE ZEROS.
      *----------------- APLICACOES EM CDB DA CONTA EM MANUTENCAO
       77  FS-CDB                      PIC 9(02)           VALUE ZEROS.
       77  WRK-FIM-CDB                 PIC X(01)           VALUE "N".
      *----------------- EMPRESTIMOS PESSOAIS DA CONTA EM MANUTENCAO
       77  FS-EMPREST                  PIC 9(02)           VALUE ZEROS.
       77  FS-PRESTACAO                PIC 9(02)           VALUE ZEROS.
       77  WRK-FIM-EMP                 PIC X(01)           VALUE "N".
       77  WRK-FIM-PRE                 PIC X(01)           VALUE "N".
      *----------------- TALOES E SUSTACOES DA CONTA EM MANUTENCAO
       77  FS-TALOES                   PIC 9(02)           VALUE ZEROS.
       77  FS-SUSTACAO                 PIC 9(02)           VALUE ZEROS.
       77  WRK-FIM-TAL                 PIC X(01)           VALUE "N".
       77  WRK-FIM-SUS                 PIC X(01)           VALUE "N".
       01  WRK-VALCPF.
           05 WRK-CPF-VAL              PIC 9(11).
           05 WRK-RESP-CPF             PIC X(01).
       01  WRK-TIT-NOVO.
           05 WRK-TIT-NOME             PIC X(30).
           05 WRK-TIT-PAPEL            PIC X(01).
           05 WRK-TIT-REGRA            PIC X(01).
       01  TAB-TITULARES.
           05 TAB-TIT-REG              PIC X(74)    OCCURS 30 TIMES.
       01  WRK-VALCONTA.
           05 WRK-FUNCAO-VCT           PIC X(01).
           05 WRK-CONTA-VCT            PIC 9(06).
           05 WRK-CTA-LIMITE-SAQUE     PIC 9(07)V99.
           05 WRK-CTA-TIPO-REMUN       PIC X(01).
           05 WRK-CTA-LIMITE-CRED      PIC 9(07)V99.
           05 WRK-CTA-PACOTE           PIC X(02).
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-ABERTA           PIC X(30)           VALUE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O TITULARES.
               IF FS-TITULARES EQUAL 35
                   OPEN OUTPUT TITULARES
                   CLOSE TITULARES
                   OPEN I-O TITULARES
               END-IF.
               IF FS-TITULARES NOT EQUAL 0
                   DISPLAY "CADASTRO DE TITULARES INDISPONIVEL - "
                       "STATUS:" FS-TITULARES
                   CLOSE CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O VARREDURA.
               IF FS-VARREDURA EQUAL 35
                   OPEN OUTPUT VARREDURA
                   CLOSE VARREDURA
                   OPEN I-O VARREDURA
               END-IF.
               IF FS-VARREDURA NOT EQUAL 0
                   DISPLAY "REGRAS DE VARREDURA INDISPONIVEIS - "
                       "STATUS:" FS-VARREDURA
                   CLOSE CONTAS
                   CLOSE TITULARES
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O CDB.
               IF FS-CDB EQUAL 35
                   OPEN OUTPUT CDB
                   CLOSE CDB
                   OPEN I-O CDB
               END-IF.
               IF FS-CDB NOT EQUAL 0
                   DISPLAY "APLICACOES EM CDB INDISPONIVEIS - "
                       "STATUS:" FS-CDB
                   CLOSE CONTAS
                   CLOSE TITULARES
                   CLOSE VARREDURA
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O EMPREST.
               IF FS-EMPREST EQUAL 35
                   OPEN OUTPUT EMPREST
                   CLOSE EMPREST
                   OPEN I-O EMPREST
               END-IF.
               IF FS-EMPREST NOT EQUAL 0
                   DISPLAY "CONTRATOS DE EMPRESTIMO INDISPONIVEIS - "
                       "STATUS:" FS-EMPREST
                   CLOSE CONTAS
                   CLOSE TITULARES
                   CLOSE VARREDURA
                   CLOSE CDB
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O PRESTACAO.
               IF FS-PRESTACAO EQUAL 35
                   OPEN OUTPUT PRESTACAO
                   CLOSE PRESTACAO
                   OPEN I-O PRESTACAO
               END-IF.
               IF FS-PRESTACAO NOT EQUAL 0
                   DISPLAY "PARCELAS DE EMPRESTIMO INDISPONIVEIS - "
                       "STATUS:" FS-PRESTACAO
                   CLOSE CONTAS
                   CLOSE TITULARES
                   CLOSE VARREDURA
                   CLOSE CDB
                   CLOSE EMPREST
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O TALOES.
               IF FS-TALOES EQUAL 35
                   OPEN OUTPUT TALOES
                   CLOSE TALOES
                   OPEN I-O TALOES
               END-IF.
               IF FS-TALOES NOT EQUAL 0
                   DISPLAY "TALOES DE CHEQUE INDISPONIVEIS - "
                       "STATUS:" FS-TALOES
                   CLOSE CONTAS
                   CLOSE TITULARES
                   CLOSE VARREDURA
                   CLOSE CDB
                   CLOSE EMPREST
                   CLOSE PRESTACAO
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O SUSTACAO.
               IF FS-SUSTACAO EQUAL 35
                   OPEN OUTPUT SUSTACAO
                   CLOSE SUSTACAO
                   OPEN I-O SUSTACAO
               END-IF.
               IF FS-SUSTACAO NOT EQUAL 0
                   DISPLAY "SUSTACOES DE CHEQUE INDISPONIVEIS - "
                       "STATUS:" FS-SUSTACAO
                   CLOSE CONTAS
                   CLOSE TITULARES
                   CLOSE VARREDURA
                   CLOSE CDB
                   CLOSE EMPREST
                   CLOSE PRESTACAO
                   CLOSE TALOES
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

                   DISPLAY "[5] LISTAR CONTAS"
                   DISPLAY "[6] ENCERRAR PROGRAMA"
                   DISPLAY "[7] AGENDAR ALTERACAO"
                   DISPLAY "[8] TITULARES DA CONTA"
                   DISPLAY "[9] VARREDURA AUTOMATICA"
                   DISPLAY "OPCAO: "
                   ACCEPT WRK-OPCAO

                       WHEN "4" PERFORM 0240-REATIVAR
                       WHEN "5" PERFORM 0250-LISTAR
                       WHEN "7" PERFORM 0260-AGENDAR
                       WHEN "8" PERFORM 0270-TITULARES
                       WHEN "9" PERFORM 0290-VARREDURA
                       WHEN "6" MOVE "N" TO WRK-CONTINUA
                       WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
                   END-EVALUATE
                               WRK-CTA-TIPO-REMUN
                           MOVE REG-LIMITE-CREDITO-MTR TO
                               WRK-CTA-LIMITE-CRED
                           MOVE REG-PACOTE-MTR         TO
                               WRK-CTA-PACOTE
                       END-IF
               END-READ.

               ELSE
                   MOVE ZEROS TO WRK-CTA-LIMITE-CRED
               END-IF.
               DISPLAY "PACOTE DE SERVICOS (2 POSICOES, ",
                   "ESPACO = PADRAO 00): ".
               ACCEPT WRK-CTA-PACOTE.
               IF WRK-CTA-PACOTE EQUAL SPACES
                   MOVE "00" TO WRK-CTA-PACOTE
               END-IF.

       0208-ACEITA-DADOS-FIM.EXIT.

                   REG-TIPO-REMUN-MTR.
               MOVE WRK-CTA-LIMITE-CRED TO
                   REG-LIMITE-CREDITO-MTR.
               MOVE WRK-CTA-PACOTE     TO
                   REG-PACOTE-MTR.
               REWRITE REG-CONTAS-MTR
                   INVALID KEY
                       WRITE REG-CONTAS-MTR
               MOVE ZEROS          TO WRK-CTA-LIMITE-SAQUE.
               MOVE SPACES         TO WRK-CTA-TIPO-REMUN.
               MOVE ZEROS          TO WRK-CTA-LIMITE-CRED.
               MOVE "00"           TO WRK-CTA-PACOTE.
               PERFORM 0208-ACEITA-DADOS.
               PERFORM 0280-ACEITA-CPF.
               IF WRK-CPF-OK NOT EQUAL "S"
                   DISPLAY "CPF DO TITULAR E OBRIGATORIO -- ABERTURA "
                       "CANCELADA"
                   GO TO 0211-CRIA-CONTA-FIM
               END-IF.
               MOVE WRK-DATA-EXEC  TO WRK-CTA-DATA-ABERT.
               MOVE "A"            TO WRK-CTA-SITUACAO.
               PERFORM 0215-GRAVA-NO-MASTER.
               MOVE WRK-CTA-TITULAR TO WRK-TIT-NOME.
               MOVE "P"            TO WRK-TIT-PAPEL.
               MOVE "I"            TO WRK-TIT-REGRA.
               MOVE 01             TO WRK-SEQ-ALVO.
               PERFORM 0285-GRAVA-TITULAR.
               ADD 1 TO WRK-QT-ALTERACOES.
               DISPLAY WRK-MSG-ABERTA.

                           PERFORM 0216-REMOVE-CHAVE-ANTIGA
                       END-IF
                       PERFORM 0215-GRAVA-NO-MASTER
                       PERFORM 0287-ATUALIZA-TITULARES
                       IF WRK-CTA-AGENCIA NOT EQUAL
                              WRK-AGENCIA-ANTES
                           PERFORM 0297-MUDA-AGENCIA-REGRA
                           PERFORM 0298-MUDA-AGENCIA-CDB
                           PERFORM 0299-MUDA-AGENCIA-EMPR
                           PERFORM 0299-MUDA-AGENCIA-CHEQ
                       END-IF
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-ALTERADA
                   END-IF
                           MOVE "E" TO WRK-CTA-SITUACAO
                           PERFORM 0215-GRAVA-NO-MASTER
                           PERFORM 0237-GRAVA-ENCERRAMENTO
                           PERFORM 0296-INATIVA-REGRA
                           PERFORM 0296-CANCELA-TALOES
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY WRK-MSG-ENCERRADA
                       END-IF
      *-----------------------------------------------------------------
      *    O ENCERRAMENTO SO PASSA COM SALDO ZERO NO MASTER DE
      *    SALDOS, SEM PENDENCIA NO SUSPENSO, SEM PONTA ORFA NO
      *    TRANSORF, SEM FATURA ABERTA DO CLIENTE LIGADO PELA CONTA
      *    E SEM APLICACAO EM CDB AINDA NAO LIQUIDADA NEM EMPRESTIMO
      *    SOLICITADO OU ATIVO
      *-----------------------------------------------------------------
       0232-VALIDA-ENCERRAMENTO                SECTION.

               IF WRK-ENCERRA-OK EQUAL "S"
                   PERFORM 0236-CONFERE-FATURAS
               END-IF.
               IF WRK-ENCERRA-OK EQUAL "S"
                   PERFORM 0238-CONFERE-CDB
               END-IF.
               IF WRK-ENCERRA-OK EQUAL "S"
                   PERFORM 0239-CONFERE-EMPREST
               END-IF.

       0232-VALIDA-ENCERRAMENTO-FIM.EXIT.


       0236-LE-FATURA-FIM.EXIT.

       0238-CONFERE-CDB                        SECTION.

               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-CDB.
               MOVE WRK-CONTA-ALVO  TO REG-CONTA-CDB.
               MOVE ZEROS           TO REG-SEQ-CDB.
               START CDB KEY IS NOT LESS REG-CHAVE-CDB
                   INVALID KEY
                       GO TO 0238-CONFERE-CDB-FIM
               END-START.
               MOVE "N" TO WRK-FIM-CDB.
               PERFORM 0238-LE-CDB
                   UNTIL WRK-FIM-CDB EQUAL "S".

       0238-CONFERE-CDB-FIM.EXIT.

       0238-LE-CDB                             SECTION.

               READ CDB NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                   NOT AT END
                       IF REG-AGENCIA-CDB NOT EQUAL WRK-CTA-AGENCIA OR
                          REG-CONTA-CDB NOT EQUAL WRK-CONTA-ALVO
                           MOVE "S" TO WRK-FIM-CDB
                       ELSE
                           IF REG-CDB-SOLICITADA OR REG-CDB-ATIVA OR
                              REG-CDB-RESGATE-PEDIDO
                               DISPLAY "CONTA COM APLICACAO EM CDB "
                                   REG-SEQ-CDB " NAO LIQUIDADA -- "
                                   "ENCERRAMENTO RECUSADO"
                               MOVE "N" TO WRK-ENCERRA-OK
                               MOVE "S" TO WRK-FIM-CDB
                           END-IF
                       END-IF
               END-READ.

       0238-LE-CDB-FIM.EXIT.

       0239-CONFERE-EMPREST                    SECTION.

               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-EMP.
               MOVE WRK-CONTA-ALVO  TO REG-CONTA-EMP.
               MOVE ZEROS           TO REG-SEQ-EMP.
               START EMPREST KEY IS NOT LESS REG-CHAVE-EMP
                   INVALID KEY
                       GO TO 0239-CONFERE-EMPREST-FIM
               END-START.
               MOVE "N" TO WRK-FIM-EMP.
               PERFORM 0239-LE-EMPREST
                   UNTIL WRK-FIM-EMP EQUAL "S".

       0239-CONFERE-EMPREST-FIM.EXIT.

       0239-LE-EMPREST                         SECTION.

               READ EMPREST NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-EMP
                   NOT AT END
                       IF REG-AGENCIA-EMP NOT EQUAL WRK-CTA-AGENCIA OR
                          REG-CONTA-EMP NOT EQUAL WRK-CONTA-ALVO
                           MOVE "S" TO WRK-FIM-EMP
                       ELSE
                           IF REG-EMP-SOLICITADO OR REG-EMP-ATIVO
                               DISPLAY "CONTA COM EMPRESTIMO "
                                   REG-SEQ-EMP " NAO QUITADO -- "
                                   "ENCERRAMENTO RECUSADO"
                               MOVE "N" TO WRK-ENCERRA-OK
                               MOVE "S" TO WRK-FIM-EMP
                           END-IF
                       END-IF
               END-READ.

       0239-LE-EMPREST-FIM.EXIT.

       0237-GRAVA-ENCERRAMENTO                 SECTION.

               OPEN EXTEND ENCERRCTA.
                               REG-NOME-TITULAR-MTR " G:"
                               REG-GERENTE-MTR " "
                               REG-DATA-ABERTURA-MTR " SIT:"
                               REG-SITUACAO-MTR " PCT:"
                               REG-PACOTE-MTR
               END-READ.

       0251-LISTA-ITEM-FIM.EXIT.
                   DISPLAY "CAMPO INVALIDO - AGENDAMENTO DESCARTADO"
               ELSE
                   MOVE "000000000" TO WRK-LIMITE-ENTRADA
                   IF WRK-CAMPO-PEND EQUAL "C"
                       PERFORM 0263-MOSTRA-SALDO-MEDIO
                   END-IF
                   IF WRK-CAMPO-PEND EQUAL "S"
                       DISPLAY "NOVA SITUACAO (A/E/D): "
                   ELSE

       0261-ACEITA-AGENDAMENTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SUBSIDIO DA REVISAO DE LIMITE: SALDO ATUAL (SALDOS) E SALDO
      *    MEDIO DO MES ANTERIOR AO DA EXECUCAO (SLDMEDIO)
      *-----------------------------------------------------------------
       0263-MOSTRA-SALDO-MEDIO                 SECTION.

               MOVE WRK-CTA-LIMITE-CRED TO WRK-SALDO-ED.
               DISPLAY "LIMITE DE CREDITO ATUAL......: R$" WRK-SALDO-ED.
               OPEN INPUT SALDOS.
               IF FS-SALDOS EQUAL "00"
                   MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-SALDO
                   MOVE WRK-CONTA-ALVO  TO REG-CONTA-SALDO
                   READ SALDOS
                       INVALID KEY
                           DISPLAY "CONTA SEM SALDO NO MASTER DE SALDOS"
                       NOT INVALID KEY
                           MOVE REG-SALDO-ATUAL TO WRK-SALDO-ED
                           DISPLAY "SALDO ATUAL..................: R$"
                               WRK-SALDO-ED
                   END-READ
                   CLOSE SALDOS
               END-IF.
               MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-MEDIO.
               MOVE WRK-DATA-EXEC(5:2) TO WRK-MM-MEDIO.
               IF WRK-MM-MEDIO EQUAL 01
                   MOVE 12 TO WRK-MM-MEDIO
                   SUBTRACT 1 FROM WRK-ANO-MEDIO
               ELSE
                   SUBTRACT 1 FROM WRK-MM-MEDIO
               END-IF.
               MOVE WRK-ANO-MEDIO TO WRK-MES-MEDIO(1:4).
               MOVE WRK-MM-MEDIO  TO WRK-MES-MEDIO(5:2).
               OPEN INPUT SLDMEDIO.
               IF FS-SLDMEDIO NOT EQUAL "00"
                   DISPLAY "SALDO MEDIO INDISPONIVEL (SLDMEDIO FS "
                       FS-SLDMEDIO ")"
                   GO TO 0263-MOSTRA-SALDO-MEDIO-FIM
               END-IF.
               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-SLDMED.
               MOVE WRK-CONTA-ALVO  TO REG-CONTA-SLDMED.
               MOVE WRK-MES-MEDIO   TO REG-MES-SLDMED.
               READ SLDMEDIO
                   INVALID KEY
                       DISPLAY "CONTA SEM SALDO MEDIO NO MES "
                           WRK-MES-MEDIO
                   NOT INVALID KEY
                       MOVE REG-SALDO-MEDIO-SLDMED TO WRK-SALDO-ED
                       DISPLAY "SALDO MEDIO DO MES " WRK-MES-MEDIO
                           ".......: R$" WRK-SALDO-ED
                           " (" REG-QT-DIAS-SLDMED " DIAS)"
               END-READ.
               CLOSE SLDMEDIO.

       0263-MOSTRA-SALDO-MEDIO-FIM.EXIT.

       0262-GRAVA-AGENDAMENTO                  SECTION.

               OPEN EXTEND CTASPEND.

       0262-GRAVA-AGENDAMENTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    TITULARES DA CONTA: A CADA VOLTA DO SUBMENU OS TITULARES
      *    SAO RECARREGADOS DO KSDS (CHAVE AGENCIA + CONTA + SEQ)
      *-----------------------------------------------------------------
       0270-TITULARES                          SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CONTA-ALVO EQUAL ZEROS
                   CONTINUE
               ELSE
                   PERFORM 0206-PROCURA-CONTA
                   IF WRK-CTA-ACHOU EQUAL "N"
                       DISPLAY WRK-MSG-NAO-EXISTE
                   ELSE
                       MOVE "N" TO WRK-FIM-TITULARES
                       PERFORM 0271-MENU-TITULARES
                           UNTIL WRK-FIM-TITULARES EQUAL "S"
                   END-IF
               END-IF.

       0270-TITULARES-FIM.EXIT.

       0271-MENU-TITULARES                     SECTION.

               MOVE WRK-CTA-AGENCIA TO WRK-AGENCIA-CARGA.
               PERFORM 0272-CARREGA-TITULARES.
               DISPLAY "TITULARES DA CONTA " WRK-CTA-AGENCIA "/"
                   WRK-CTA-CONTA.
               DISPLAY "  [1] LISTAR TITULARES".
               DISPLAY "  [2] INCLUIR TITULAR".
               DISPLAY "  [3] EXCLUIR TITULAR".
               DISPLAY "  [4] ALTERAR REGRA DE ASSINATURA".
               DISPLAY "  [5] TORNAR TITULAR PRINCIPAL".
               DISPLAY "  [6] VOLTAR".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO-TIT.
               EVALUATE WRK-OPCAO-TIT
                   WHEN "1" PERFORM 0273-LISTA-TITULARES
                   WHEN "2" PERFORM 0275-INCLUI-TITULAR
                   WHEN "3" PERFORM 0277-EXCLUI-TITULAR
                   WHEN "4" PERFORM 0278-ALTERA-REGRA
                   WHEN "5" PERFORM 0286-TORNA-PRINCIPAL
                   WHEN "6" MOVE "S" TO WRK-FIM-TITULARES
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0271-MENU-TITULARES-FIM.EXIT.

       0272-CARREGA-TITULARES                  SECTION.

               MOVE ZEROS TO WRK-QT-TIT.
               MOVE ZEROS TO WRK-QT-TIT-ATIVOS.
               MOVE ZEROS TO WRK-SEQ-MAX.
               MOVE WRK-AGENCIA-CARGA TO REG-AGENCIA-TIT.
               MOVE WRK-CTA-CONTA     TO REG-CONTA-TIT.
               MOVE ZEROS             TO REG-SEQ-TIT.
               START TITULARES KEY NOT LESS REG-CHAVE-TIT.
               IF FS-TITULARES EQUAL 0
                   MOVE "N" TO WRK-FIM-TIT
                   PERFORM 0272-LE-TITULAR
                       UNTIL WRK-FIM-TIT EQUAL "S"
               END-IF.
               MOVE ZEROS TO FS-TITULARES.

       0272-CARREGA-TITULARES-FIM.EXIT.

       0272-LE-TITULAR                         SECTION.

               READ TITULARES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-TIT
                   NOT AT END
                       IF REG-AGENCIA-TIT NOT EQUAL WRK-AGENCIA-CARGA OR
                          REG-CONTA-TIT NOT EQUAL WRK-CTA-CONTA
                           MOVE "S" TO WRK-FIM-TIT
                       ELSE
                           IF WRK-QT-TIT LESS THAN 30
                               ADD 1 TO WRK-QT-TIT
                               MOVE REG-TITULARES TO
                                   TAB-TIT-REG(WRK-QT-TIT)
                               MOVE REG-SEQ-TIT TO WRK-SEQ-MAX
                               IF REG-TIT-ATIVO
                                   ADD 1 TO WRK-QT-TIT-ATIVOS
                               END-IF
                           ELSE
                               DISPLAY "CONTA COM MAIS DE 30 REGISTROS "
                                   "DE TITULAR -- LISTA TRUNCADA"
                               MOVE "S" TO WRK-FIM-TIT
                           END-IF
                       END-IF
               END-READ.

       0272-LE-TITULAR-FIM.EXIT.

       0273-LISTA-TITULARES                    SECTION.

               IF WRK-QT-TIT EQUAL ZEROS
                   DISPLAY "NENHUM TITULAR CADASTRADO PARA A CONTA"
               ELSE
                   PERFORM 0274-MOSTRA-TITULAR
                       VARYING WRK-IDX-TIT FROM 1 BY 1
                       UNTIL WRK-IDX-TIT GREATER WRK-QT-TIT
               END-IF.

       0273-LISTA-TITULARES-FIM.EXIT.

       0274-MOSTRA-TITULAR                     SECTION.

               MOVE TAB-TIT-REG(WRK-IDX-TIT) TO REG-TITULARES.
               DISPLAY REG-SEQ-TIT " "
                       REG-NOME-TIT " CPF:"
                       REG-CPF-TIT " PAPEL:"
                       REG-PAPEL-TIT " ASSIN:"
                       REG-REGRA-ASSIN-TIT " SIT:"
                       REG-SITUACAO-TIT.

       0274-MOSTRA-TITULAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    INCLUSAO: CPF VALIDO E AINDA NAO ATIVO NA CONTA; O PRIMEIRO
      *    TITULAR DA CONTA ENTRA SEMPRE COMO PRINCIPAL
      *-----------------------------------------------------------------
       0275-INCLUI-TITULAR                     SECTION.

               IF WRK-QT-TIT NOT LESS 30 OR WRK-SEQ-MAX EQUAL 99
                   DISPLAY "LIMITE DE TITULARES DA CONTA ATINGIDO"
                   GO TO 0275-INCLUI-TITULAR-FIM
               END-IF.
               PERFORM 0280-ACEITA-CPF.
               IF WRK-CPF-OK NOT EQUAL "S"
                   GO TO 0275-INCLUI-TITULAR-FIM
               END-IF.
               MOVE "N" TO WRK-TIT-ACHOU.
               PERFORM 0276-COMPARA-CPF
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT GREATER WRK-QT-TIT
                      OR WRK-TIT-ACHOU EQUAL "S".
               IF WRK-TIT-ACHOU EQUAL "S"
                   DISPLAY "CPF JA E TITULAR ATIVO DESTA CONTA"
                   GO TO 0275-INCLUI-TITULAR-FIM
               END-IF.
               MOVE "N" TO WRK-CAMPO-OK.
               PERFORM 0282-ACEITA-NOME
                   UNTIL WRK-CAMPO-OK EQUAL "S".
               IF WRK-QT-TIT-ATIVOS EQUAL ZEROS
                   MOVE "P" TO WRK-TIT-PAPEL
               ELSE
                   DISPLAY "PAPEL [P]RINCIPAL / [S]ECUNDARIO: "
                   ACCEPT WRK-TIT-PAPEL
                   IF WRK-TIT-PAPEL NOT EQUAL "P"
                       MOVE "S" TO WRK-TIT-PAPEL
                   END-IF
               END-IF.
               DISPLAY "REGRA DE ASSINATURA [I]SOLADA / [C]ONJUNTA: ".
               ACCEPT WRK-TIT-REGRA.
               IF WRK-TIT-REGRA NOT EQUAL "C"
                   MOVE "I" TO WRK-TIT-REGRA
               END-IF.
               IF WRK-TIT-PAPEL EQUAL "P"
                   PERFORM 0279-REBAIXA-PRINCIPAL
               END-IF.
               ADD 1 WRK-SEQ-MAX GIVING WRK-SEQ-ALVO.
               PERFORM 0285-GRAVA-TITULAR.
               IF WRK-TIT-PAPEL EQUAL "P"
                   MOVE WRK-TIT-NOME TO WRK-CTA-TITULAR
                   PERFORM 0215-GRAVA-NO-MASTER
               END-IF.
               ADD 1 TO WRK-QT-ALTERACOES.
               DISPLAY "TITULAR INCLUIDO - SEQUENCIA " WRK-SEQ-ALVO.

       0275-INCLUI-TITULAR-FIM.EXIT.

       0276-COMPARA-CPF                        SECTION.

               MOVE TAB-TIT-REG(WRK-IDX-TIT) TO REG-TITULARES.
               IF REG-CPF-TIT EQUAL WRK-CPF-VAL AND REG-TIT-ATIVO
                   MOVE "S" TO WRK-TIT-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-TIT
               END-IF.

       0276-COMPARA-CPF-FIM.EXIT.

       0277-EXCLUI-TITULAR                     SECTION.

               PERFORM 0283-ACEITA-SEQ.
               IF WRK-TIT-ACHOU NOT EQUAL "S"
                   GO TO 0277-EXCLUI-TITULAR-FIM
               END-IF.
               IF REG-TIT-EXCLUIDO
                   DISPLAY "TITULAR JA EXCLUIDO"
                   GO TO 0277-EXCLUI-TITULAR-FIM
               END-IF.
               IF REG-TIT-PRINCIPAL
                   DISPLAY "O TITULAR PRINCIPAL NAO PODE SER EXCLUIDO "
                       "-- TORNE OUTRO TITULAR PRINCIPAL ANTES"
                   GO TO 0277-EXCLUI-TITULAR-FIM
               END-IF.
               MOVE "E" TO REG-SITUACAO-TIT.
               PERFORM 0284-REGRAVA-TITULAR.
               ADD 1 TO WRK-QT-ALTERACOES.
               DISPLAY "TITULAR EXCLUIDO - SEQUENCIA " REG-SEQ-TIT.

       0277-EXCLUI-TITULAR-FIM.EXIT.

       0278-ALTERA-REGRA                       SECTION.

               PERFORM 0283-ACEITA-SEQ.
               IF WRK-TIT-ACHOU NOT EQUAL "S"
                   GO TO 0278-ALTERA-REGRA-FIM
               END-IF.
               IF REG-TIT-EXCLUIDO
                   DISPLAY "TITULAR EXCLUIDO -- REGRA NAO ALTERADA"
                   GO TO 0278-ALTERA-REGRA-FIM
               END-IF.
               DISPLAY "NOVA REGRA [I]SOLADA / [C]ONJUNTA: ".
               ACCEPT WRK-TIT-REGRA.
               IF WRK-TIT-REGRA NOT EQUAL "I" AND
                  WRK-TIT-REGRA NOT EQUAL "C"
                   DISPLAY WRK-OPCAO-INVALIDA
                   GO TO 0278-ALTERA-REGRA-FIM
               END-IF.
               MOVE WRK-TIT-REGRA TO REG-REGRA-ASSIN-TIT.
               PERFORM 0284-REGRAVA-TITULAR.
               ADD 1 TO WRK-QT-ALTERACOES.
               DISPLAY "REGRA DE ASSINATURA ALTERADA".

       0278-ALTERA-REGRA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SO UM PRINCIPAL ATIVO POR CONTA: O ATUAL PASSA A SECUNDARIO
      *-----------------------------------------------------------------
       0279-REBAIXA-PRINCIPAL                  SECTION.

               PERFORM 0279-REBAIXA-ITEM
                   VARYING WRK-IDX-AUX FROM 1 BY 1
                   UNTIL WRK-IDX-AUX GREATER WRK-QT-TIT.

       0279-REBAIXA-PRINCIPAL-FIM.EXIT.

       0279-REBAIXA-ITEM                       SECTION.

               MOVE TAB-TIT-REG(WRK-IDX-AUX) TO REG-TITULARES.
               IF REG-TIT-PRINCIPAL AND REG-TIT-ATIVO
                   MOVE "S" TO REG-PAPEL-TIT
                   PERFORM 0284-REGRAVA-TITULAR
                   MOVE REG-TITULARES TO TAB-TIT-REG(WRK-IDX-AUX)
               END-IF.

       0279-REBAIXA-ITEM-FIM.EXIT.

       0280-ACEITA-CPF                         SECTION.

               MOVE "N" TO WRK-CPF-OK.
               PERFORM 0281-DIGITA-CPF
                   UNTIL WRK-CPF-OK NOT EQUAL "N".

       0280-ACEITA-CPF-FIM.EXIT.

       0281-DIGITA-CPF                         SECTION.

               DISPLAY "CPF DO TITULAR (11 DIGITOS, ESPACO = "
                   "DESISTIR): ".
               MOVE SPACES TO WRK-CPF-ENTRADA.
               ACCEPT WRK-CPF-ENTRADA.
               IF WRK-CPF-ENTRADA EQUAL SPACES
                   MOVE "D" TO WRK-CPF-OK
                   GO TO 0281-DIGITA-CPF-FIM
               END-IF.
               IF WRK-CPF-ENTRADA IS NUMERIC
                   MOVE WRK-CPF-ENTRADA TO WRK-CPF-VAL
                   CALL WRK-MODULO-VALCPF USING WRK-VALCPF
                   IF WRK-RESP-CPF EQUAL "S"
                       MOVE "S" TO WRK-CPF-OK
                   END-IF
               END-IF.
               IF WRK-CPF-OK NOT EQUAL "S"
                   DISPLAY "CPF INVALIDO - REDIGITE"
               END-IF.

       0281-DIGITA-CPF-FIM.EXIT.

       0282-ACEITA-NOME                        SECTION.

               DISPLAY "NOME DO TITULAR: ".
               ACCEPT WRK-TIT-NOME.
               IF WRK-TIT-NOME NOT EQUAL SPACES
                   MOVE "S" TO WRK-CAMPO-OK
               END-IF.

       0282-ACEITA-NOME-FIM.EXIT.

       0283-ACEITA-SEQ                         SECTION.

               MOVE "N" TO WRK-TIT-ACHOU.
               DISPLAY "SEQUENCIA DO TITULAR (2 DIGITOS): ".
               ACCEPT WRK-SEQ-ENTRADA.
               IF WRK-SEQ-ENTRADA IS NUMERIC
                   MOVE WRK-SEQ-ENTRADA TO WRK-SEQ-ALVO
                   PERFORM 0283-COMPARA-SEQ
                       VARYING WRK-IDX-TIT FROM 1 BY 1
                       UNTIL WRK-IDX-TIT GREATER WRK-QT-TIT
                          OR WRK-TIT-ACHOU EQUAL "S"
               END-IF.
               IF WRK-TIT-ACHOU EQUAL "S"
                   MOVE TAB-TIT-REG(WRK-IDX-TIT) TO REG-TITULARES
               ELSE
                   DISPLAY "TITULAR NAO CADASTRADO NA CONTA"
               END-IF.

       0283-ACEITA-SEQ-FIM.EXIT.

       0283-COMPARA-SEQ                        SECTION.

               MOVE TAB-TIT-REG(WRK-IDX-TIT) TO REG-TITULARES.
               IF REG-SEQ-TIT EQUAL WRK-SEQ-ALVO
                   MOVE "S" TO WRK-TIT-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-TIT
               END-IF.

       0283-COMPARA-SEQ-FIM.EXIT.

       0284-REGRAVA-TITULAR                    SECTION.

               REWRITE REG-TITULARES
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR TITULAR - STATUS:"
                           FS-TITULARES
               END-REWRITE.

       0284-REGRAVA-TITULAR-FIM.EXIT.

       0285-GRAVA-TITULAR                      SECTION.

               MOVE SPACES           TO REG-TITULARES.
               MOVE WRK-CTA-AGENCIA  TO REG-AGENCIA-TIT.
               MOVE WRK-CTA-CONTA    TO REG-CONTA-TIT.
               MOVE WRK-SEQ-ALVO     TO REG-SEQ-TIT.
               MOVE WRK-CPF-VAL      TO REG-CPF-TIT.
               MOVE WRK-TIT-NOME     TO REG-NOME-TIT.
               MOVE WRK-TIT-PAPEL    TO REG-PAPEL-TIT.
               MOVE WRK-TIT-REGRA    TO REG-REGRA-ASSIN-TIT.
               MOVE "A"              TO REG-SITUACAO-TIT.
               MOVE WRK-DATA-EXEC    TO REG-DATA-INCL-TIT.
               MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-TIT.
               WRITE REG-TITULARES
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR TITULAR - STATUS:"
                           FS-TITULARES
               END-WRITE.

       0285-GRAVA-TITULAR-FIM.EXIT.

       0286-TORNA-PRINCIPAL                    SECTION.

               PERFORM 0283-ACEITA-SEQ.
               IF WRK-TIT-ACHOU NOT EQUAL "S"
                   GO TO 0286-TORNA-PRINCIPAL-FIM
               END-IF.
               IF REG-TIT-EXCLUIDO OR REG-TIT-PRINCIPAL
                   DISPLAY "TITULAR EXCLUIDO OU JA PRINCIPAL"
                   GO TO 0286-TORNA-PRINCIPAL-FIM
               END-IF.
               PERFORM 0279-REBAIXA-PRINCIPAL.
               MOVE TAB-TIT-REG(WRK-IDX-TIT) TO REG-TITULARES.
               MOVE "P" TO REG-PAPEL-TIT.
               PERFORM 0284-REGRAVA-TITULAR.
               MOVE REG-NOME-TIT TO WRK-CTA-TITULAR.
               PERFORM 0215-GRAVA-NO-MASTER.
               ADD 1 TO WRK-QT-ALTERACOES.
               DISPLAY "TITULAR PRINCIPAL ALTERADO - SEQUENCIA "
                   REG-SEQ-TIT.

       0286-TORNA-PRINCIPAL-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DEPOIS DA ALTERACAO DA CONTA: AGENCIA NOVA LEVA OS TITULARES
      *    PARA A CHAVE NOVA (DELETE + WRITE) E O NOME DIGITADO PARA O
      *    TITULAR VALE PARA O PRINCIPAL
      *-----------------------------------------------------------------
       0287-ATUALIZA-TITULARES                 SECTION.

               MOVE WRK-AGENCIA-ANTES TO WRK-AGENCIA-CARGA.
               PERFORM 0272-CARREGA-TITULARES.
               PERFORM 0288-ATUALIZA-ITEM
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT GREATER WRK-QT-TIT.

       0287-ATUALIZA-TITULARES-FIM.EXIT.

       0288-ATUALIZA-ITEM                      SECTION.

               MOVE TAB-TIT-REG(WRK-IDX-TIT) TO REG-TITULARES.
               IF REG-TIT-PRINCIPAL AND REG-TIT-ATIVO AND
                  REG-NOME-TIT(1:20) NOT EQUAL WRK-CTA-TITULAR
                   MOVE WRK-CTA-TITULAR TO REG-NOME-TIT
               END-IF.
               IF WRK-CTA-AGENCIA EQUAL WRK-AGENCIA-ANTES
                   PERFORM 0284-REGRAVA-TITULAR
               ELSE
                   DELETE TITULARES RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-TIT
                   WRITE REG-TITULARES
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR TITULAR - STATUS:"
                               FS-TITULARES
                   END-WRITE
               END-IF.

       0288-ATUALIZA-ITEM-FIM.EXIT.

      *-----------------------------------------------------------------
      *    VARREDURA AUTOMATICA: UMA REGRA POR CONTA CORRENTE (CHAVE
      *    AGENCIA + CONTA), DESTINO OBRIGATORIAMENTE POUPANCA ABERTA
      *-----------------------------------------------------------------
       0290-VARREDURA                          SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CONTA-ALVO EQUAL ZEROS
                   GO TO 0290-VARREDURA-FIM
               END-IF.
               PERFORM 0206-PROCURA-CONTA.
               IF WRK-CTA-ACHOU EQUAL "N"
                   DISPLAY WRK-MSG-NAO-EXISTE
                   GO TO 0290-VARREDURA-FIM
               END-IF.
               IF WRK-CTA-TIPO-REMUN EQUAL "P"
                   DISPLAY "CONTA POUPANCA NAO E ORIGEM DE VARREDURA"
                   GO TO 0290-VARREDURA-FIM
               END-IF.
               PERFORM 0291-LE-REGRA.
               IF WRK-VAR-ACHOU EQUAL "S"
                   PERFORM 0292-MOSTRA-REGRA
               ELSE
                   DISPLAY "CONTA SEM REGRA DE VARREDURA"
               END-IF.
               DISPLAY "[C]ADASTRAR/ALTERAR  [D]ESATIVAR  [V]OLTAR: ".
               ACCEPT WRK-OPCAO-VAR.
               EVALUATE WRK-OPCAO-VAR
                   WHEN "C" PERFORM 0293-CADASTRA-REGRA
                   WHEN "D" PERFORM 0295-DESATIVA-REGRA
                   WHEN "V" CONTINUE
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0290-VARREDURA-FIM.EXIT.

       0291-LE-REGRA                           SECTION.

               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-VAR.
               MOVE WRK-CTA-CONTA   TO REG-CONTA-VAR.
               READ VARREDURA
                   INVALID KEY
                       MOVE "N" TO WRK-VAR-ACHOU
                   NOT INVALID KEY
                       MOVE "S" TO WRK-VAR-ACHOU
               END-READ.

       0291-LE-REGRA-FIM.EXIT.

       0292-MOSTRA-REGRA                       SECTION.

               DISPLAY "POUPANCA DE DESTINO.....: " REG-AGENCIA-DEST-VAR
                   "/" REG-CONTA-DEST-VAR.
               MOVE REG-SALDO-MINIMO-VAR TO WRK-SALDO-ED.
               DISPLAY "SALDO MINIMO NA CORRENTE: " WRK-SALDO-ED.
               MOVE REG-MULTIPLO-VAR TO WRK-SALDO-ED.
               DISPLAY "MULTIPLO DE ARREDONDAM..: " WRK-SALDO-ED.
               DISPLAY "COBRE SALDO NEGATIVO....: " REG-REVERSA-VAR.
               DISPLAY "SITUACAO (A/I)..........: " REG-SITUACAO-VAR
                   "  DESDE " REG-DATA-ALTER-VAR
                   " POR " REG-OPERADOR-VAR.

       0292-MOSTRA-REGRA-FIM.EXIT.

       0293-CADASTRA-REGRA                     SECTION.

               DISPLAY "AGENCIA DA POUPANCA (4 DIGITOS): ".
               ACCEPT WRK-AGENCIA-ENTRADA.
               DISPLAY "CONTA DA POUPANCA (6 DIGITOS): ".
               ACCEPT WRK-CONTA-ENTRADA.
               IF WRK-AGENCIA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA EQUAL "000000"
                   DISPLAY WRK-MSG-CONTA-INVALIDA
                   GO TO 0293-CADASTRA-REGRA-FIM
               END-IF.
               MOVE WRK-AGENCIA-ENTRADA TO WRK-VAR-AGENCIA-DEST.
               MOVE WRK-CONTA-ENTRADA   TO WRK-VAR-CONTA-DEST.
               MOVE WRK-VAR-AGENCIA-DEST TO REG-AGENCIA-MTR.
               MOVE WRK-VAR-CONTA-DEST   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       DISPLAY "POUPANCA NAO CADASTRADA NO MASTER"
                       GO TO 0293-CADASTRA-REGRA-FIM
               END-READ.
               IF NOT REG-CONTA-POUPANCA OR NOT REG-CONTA-ABERTA
                   DISPLAY "DESTINO NAO E CONTA POUPANCA ABERTA"
                   GO TO 0293-CADASTRA-REGRA-FIM
               END-IF.
               DISPLAY "SALDO MINIMO NA CORRENTE 9(7)V99 SEM VIRGULA: ".
               MOVE "000000000" TO WRK-LIMITE-ENTRADA.
               ACCEPT WRK-LIMITE-ENTRADA.
               IF WRK-LIMITE-ENTRADA IS NUMERIC
                   MOVE WRK-LIMITE-NUM TO WRK-VAR-MINIMO
               ELSE
                   MOVE ZEROS TO WRK-VAR-MINIMO
               END-IF.
               DISPLAY "MULTIPLO DE ARREDONDAMENTO 9(7)V99 ",
                   "SEM VIRGULA (ZEROS = SEM ARREDONDAMENTO): ".
               MOVE "000000000" TO WRK-LIMITE-ENTRADA.
               ACCEPT WRK-LIMITE-ENTRADA.
               IF WRK-LIMITE-ENTRADA IS NUMERIC
                   MOVE WRK-LIMITE-NUM TO WRK-VAR-MULTIPLO
               ELSE
                   MOVE ZEROS TO WRK-VAR-MULTIPLO
               END-IF.
               DISPLAY "COBRIR SALDO NEGATIVO PELA POUPANCA [S/N]: ".
               ACCEPT WRK-VAR-REVERSA.
               IF WRK-VAR-REVERSA NOT EQUAL "S"
                   MOVE "N" TO WRK-VAR-REVERSA
               END-IF.
               MOVE SPACES               TO REG-VARREDURA.
               MOVE WRK-CTA-AGENCIA      TO REG-AGENCIA-VAR.
               MOVE WRK-CTA-CONTA        TO REG-CONTA-VAR.
               MOVE WRK-VAR-AGENCIA-DEST TO REG-AGENCIA-DEST-VAR.
               MOVE WRK-VAR-CONTA-DEST   TO REG-CONTA-DEST-VAR.
               MOVE WRK-VAR-MINIMO       TO REG-SALDO-MINIMO-VAR.
               MOVE WRK-VAR-MULTIPLO     TO REG-MULTIPLO-VAR.
               MOVE WRK-VAR-REVERSA      TO REG-REVERSA-VAR.
               MOVE "A"                  TO REG-SITUACAO-VAR.
               MOVE WRK-DATA-EXEC        TO REG-DATA-ALTER-VAR.
               MOVE WRK-USUARIO-EXEC     TO REG-OPERADOR-VAR.
               IF WRK-VAR-ACHOU EQUAL "S"
                   PERFORM 0294-REGRAVA-REGRA
               ELSE
                   WRITE REG-VARREDURA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR REGRA - STATUS:"
                               FS-VARREDURA
                   END-WRITE
               END-IF.
               ADD 1 TO WRK-QT-ALTERACOES.
               DISPLAY "REGRA DE VARREDURA GRAVADA!!".

       0293-CADASTRA-REGRA-FIM.EXIT.

       0294-REGRAVA-REGRA                      SECTION.

               REWRITE REG-VARREDURA
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR REGRA - STATUS:"
                           FS-VARREDURA
               END-REWRITE.

       0294-REGRAVA-REGRA-FIM.EXIT.

       0295-DESATIVA-REGRA                     SECTION.

               IF WRK-VAR-ACHOU NOT EQUAL "S" OR REG-VAR-INATIVA
                   DISPLAY "CONTA SEM REGRA ATIVA"
               ELSE
                   MOVE "I"              TO REG-SITUACAO-VAR
                   MOVE WRK-DATA-EXEC    TO REG-DATA-ALTER-VAR
                   MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-VAR
                   PERFORM 0294-REGRAVA-REGRA
                   ADD 1 TO WRK-QT-ALTERACOES
                   DISPLAY "REGRA DE VARREDURA DESATIVADA!!"
               END-IF.

       0295-DESATIVA-REGRA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CONTA ENCERRADA NAO VARRE MAIS -- A REGRA FICA INATIVA
      *-----------------------------------------------------------------
       0296-INATIVA-REGRA                      SECTION.

               PERFORM 0291-LE-REGRA.
               IF WRK-VAR-ACHOU EQUAL "S" AND REG-VAR-ATIVA
                   MOVE "I"              TO REG-SITUACAO-VAR
                   MOVE WRK-DATA-EXEC    TO REG-DATA-ALTER-VAR
                   MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-VAR
                   PERFORM 0294-REGRAVA-REGRA
                   DISPLAY "REGRA DE VARREDURA DA CONTA DESATIVADA"
               END-IF.

       0296-INATIVA-REGRA-FIM.EXIT.

      *    CONTA ENCERRADA NAO TEM MAIS TALAO ATIVO: AS FOLHAS AINDA
      *    NAO COMPENSADAS VOLTAM NA COMPENSACAO
       0296-CANCELA-TALOES                     SECTION.

               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-TAL.
               MOVE WRK-CONTA-ALVO  TO REG-CONTA-TAL.
               MOVE ZEROS           TO REG-NUM-INI-TAL.
               START TALOES KEY IS NOT LESS REG-CHAVE-TAL
                   INVALID KEY
                       GO TO 0296-CANCELA-TALOES-FIM
               END-START.
               MOVE "N" TO WRK-FIM-TAL.
               PERFORM 0296-LE-TALAO
                   UNTIL WRK-FIM-TAL EQUAL "S".

       0296-CANCELA-TALOES-FIM.EXIT.

       0296-LE-TALAO                           SECTION.

               READ TALOES NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-TAL
                   NOT AT END
                       IF REG-AGENCIA-TAL NOT EQUAL WRK-CTA-AGENCIA OR
                          REG-CONTA-TAL NOT EQUAL WRK-CONTA-ALVO
                           MOVE "S" TO WRK-FIM-TAL
                       ELSE
                           IF REG-TAL-ATIVO
                               MOVE "C"              TO
                                    REG-SITUACAO-TAL
                               MOVE WRK-DATA-EXEC    TO
                                    REG-DATA-CANCEL-TAL
                               MOVE WRK-USUARIO-EXEC TO
                                    REG-OPERADOR-TAL
                               REWRITE REG-TALAO
                                   INVALID KEY
                                       DISPLAY "ERRO AO CANCELAR TALAO "
                                           REG-NUM-INI-TAL " - STATUS:"
                                           FS-TALOES
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ.

       0296-LE-TALAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AGENCIA NOVA LEVA A REGRA PARA A CHAVE NOVA (DELETE + WRITE)
      *-----------------------------------------------------------------
       0297-MUDA-AGENCIA-REGRA                 SECTION.

               MOVE WRK-AGENCIA-ANTES TO REG-AGENCIA-VAR.
               MOVE WRK-CTA-CONTA     TO REG-CONTA-VAR.
               READ VARREDURA
                   INVALID KEY
                       GO TO 0297-MUDA-AGENCIA-REGRA-FIM
               END-READ.
               DELETE VARREDURA RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE.
               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-VAR.
               WRITE REG-VARREDURA
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR REGRA - STATUS:"
                           FS-VARREDURA
               END-WRITE.

       0297-MUDA-AGENCIA-REGRA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AGENCIA NOVA LEVA AS APLICACOES EM CDB DA CONTA PARA A CHAVE
      *    NOVA, UMA A UMA (DELETE + WRITE), ATE NAO SOBRAR NENHUMA NA
      *    AGENCIA ANTIGA
      *-----------------------------------------------------------------
       0298-MUDA-AGENCIA-CDB                   SECTION.

               MOVE "N" TO WRK-FIM-CDB.
               PERFORM 0298-MOVE-APLICACAO
                   UNTIL WRK-FIM-CDB EQUAL "S".

       0298-MUDA-AGENCIA-CDB-FIM.EXIT.

       0298-MOVE-APLICACAO                     SECTION.

               MOVE WRK-AGENCIA-ANTES TO REG-AGENCIA-CDB.
               MOVE WRK-CTA-CONTA     TO REG-CONTA-CDB.
               MOVE ZEROS             TO REG-SEQ-CDB.
               START CDB KEY IS NOT LESS REG-CHAVE-CDB
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CDB
                       GO TO 0298-MOVE-APLICACAO-FIM
               END-START.
               READ CDB NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                       GO TO 0298-MOVE-APLICACAO-FIM
               END-READ.
               IF REG-AGENCIA-CDB NOT EQUAL WRK-AGENCIA-ANTES OR
                  REG-CONTA-CDB NOT EQUAL WRK-CTA-CONTA
                   MOVE "S" TO WRK-FIM-CDB
                   GO TO 0298-MOVE-APLICACAO-FIM
               END-IF.
               DELETE CDB RECORD
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CDB
                       GO TO 0298-MOVE-APLICACAO-FIM
               END-DELETE.
               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-CDB.
               WRITE REG-CDB
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR APLICACAO CDB "
                           REG-SEQ-CDB " - STATUS:" FS-CDB
               END-WRITE.

       0298-MOVE-APLICACAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AGENCIA NOVA LEVA OS CONTRATOS DE EMPRESTIMO E AS PARCELAS
      *    DA CONTA PARA A CHAVE NOVA, DO MESMO JEITO DAS APLICACOES
      *-----------------------------------------------------------------
       0299-MUDA-AGENCIA-EMPR                  SECTION.

               MOVE "N" TO WRK-FIM-EMP.
               PERFORM 0299-MOVE-CONTRATO
                   UNTIL WRK-FIM-EMP EQUAL "S".
               MOVE "N" TO WRK-FIM-PRE.
               PERFORM 0299-MOVE-PARCELA
                   UNTIL WRK-FIM-PRE EQUAL "S".

       0299-MUDA-AGENCIA-EMPR-FIM.EXIT.

       0299-MOVE-CONTRATO                      SECTION.

               MOVE WRK-AGENCIA-ANTES TO REG-AGENCIA-EMP.
               MOVE WRK-CTA-CONTA     TO REG-CONTA-EMP.
               MOVE ZEROS             TO REG-SEQ-EMP.
               START EMPREST KEY IS NOT LESS REG-CHAVE-EMP
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-EMP
                       GO TO 0299-MOVE-CONTRATO-FIM
               END-START.
               READ EMPREST NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-EMP
                       GO TO 0299-MOVE-CONTRATO-FIM
               END-READ.
               IF REG-AGENCIA-EMP NOT EQUAL WRK-AGENCIA-ANTES OR
                  REG-CONTA-EMP NOT EQUAL WRK-CTA-CONTA
                   MOVE "S" TO WRK-FIM-EMP
                   GO TO 0299-MOVE-CONTRATO-FIM
               END-IF.
               DELETE EMPREST RECORD
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-EMP
                       GO TO 0299-MOVE-CONTRATO-FIM
               END-DELETE.
               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-EMP.
               WRITE REG-EMPREST
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CONTRATO "
                           REG-SEQ-EMP " - STATUS:" FS-EMPREST
               END-WRITE.

       0299-MOVE-CONTRATO-FIM.EXIT.

       0299-MOVE-PARCELA                       SECTION.

               MOVE WRK-AGENCIA-ANTES TO REG-AGENCIA-PRE.
               MOVE WRK-CTA-CONTA     TO REG-CONTA-PRE.
               MOVE ZEROS             TO REG-SEQ-PRE.
               MOVE ZEROS             TO REG-NUM-PRE.
               START PRESTACAO KEY IS NOT LESS REG-CHAVE-PRE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-PRE
                       GO TO 0299-MOVE-PARCELA-FIM
               END-START.
               READ PRESTACAO NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-PRE
                       GO TO 0299-MOVE-PARCELA-FIM
               END-READ.
               IF REG-AGENCIA-PRE NOT EQUAL WRK-AGENCIA-ANTES OR
                  REG-CONTA-PRE NOT EQUAL WRK-CTA-CONTA
                   MOVE "S" TO WRK-FIM-PRE
                   GO TO 0299-MOVE-PARCELA-FIM
               END-IF.
               DELETE PRESTACAO RECORD
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-PRE
                       GO TO 0299-MOVE-PARCELA-FIM
               END-DELETE.
               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-PRE.
               WRITE REG-PRESTACAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PARCELA " REG-SEQ-PRE
                           "/" REG-NUM-PRE " - STATUS:" FS-PRESTACAO
               END-WRITE.

       0299-MOVE-PARCELA-FIM.EXIT.

      *    TALOES E SUSTACOES DA CONTA SEGUEM A CONTA PARA A AGENCIA
      *    NOVA, COMO OS CONTRATOS DE EMPRESTIMO
       0299-MUDA-AGENCIA-CHEQ                  SECTION.

               MOVE "N" TO WRK-FIM-TAL.
               PERFORM 0299-MOVE-TALAO
                   UNTIL WRK-FIM-TAL EQUAL "S".
               MOVE "N" TO WRK-FIM-SUS.
               PERFORM 0299-MOVE-SUSTACAO
                   UNTIL WRK-FIM-SUS EQUAL "S".

       0299-MUDA-AGENCIA-CHEQ-FIM.EXIT.

       0299-MOVE-TALAO                         SECTION.

               MOVE WRK-AGENCIA-ANTES TO REG-AGENCIA-TAL.
               MOVE WRK-CTA-CONTA     TO REG-CONTA-TAL.
               MOVE ZEROS             TO REG-NUM-INI-TAL.
               START TALOES KEY IS NOT LESS REG-CHAVE-TAL
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-TAL
                       GO TO 0299-MOVE-TALAO-FIM
               END-START.
               READ TALOES NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-TAL
                       GO TO 0299-MOVE-TALAO-FIM
               END-READ.
               IF REG-AGENCIA-TAL NOT EQUAL WRK-AGENCIA-ANTES OR
                  REG-CONTA-TAL NOT EQUAL WRK-CTA-CONTA
                   MOVE "S" TO WRK-FIM-TAL
                   GO TO 0299-MOVE-TALAO-FIM
               END-IF.
               DELETE TALOES RECORD
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-TAL
                       GO TO 0299-MOVE-TALAO-FIM
               END-DELETE.
               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-TAL.
               WRITE REG-TALAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR TALAO "
                           REG-NUM-INI-TAL " - STATUS:" FS-TALOES
               END-WRITE.

       0299-MOVE-TALAO-FIM.EXIT.

       0299-MOVE-SUSTACAO                      SECTION.

               MOVE WRK-AGENCIA-ANTES TO REG-AGENCIA-SUS.
               MOVE WRK-CTA-CONTA     TO REG-CONTA-SUS.
               MOVE ZEROS             TO REG-NUM-CHEQUE-SUS.
               START SUSTACAO KEY IS NOT LESS REG-CHAVE-SUS
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-SUS
                       GO TO 0299-MOVE-SUSTACAO-FIM
               END-START.
               READ SUSTACAO NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-SUS
                       GO TO 0299-MOVE-SUSTACAO-FIM
               END-READ.
               IF REG-AGENCIA-SUS NOT EQUAL WRK-AGENCIA-ANTES OR
                  REG-CONTA-SUS NOT EQUAL WRK-CTA-CONTA
                   MOVE "S" TO WRK-FIM-SUS
                   GO TO 0299-MOVE-SUSTACAO-FIM
               END-IF.
               DELETE SUSTACAO RECORD
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-SUS
                       GO TO 0299-MOVE-SUSTACAO-FIM
               END-DELETE.
               MOVE WRK-CTA-AGENCIA TO REG-AGENCIA-SUS.
               WRITE REG-SUSTACAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR SUSTACAO "
                           REG-NUM-CHEQUE-SUS " - STATUS:" FS-SUSTACAO
               END-WRITE.

       0299-MOVE-SUSTACAO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE CONTAS.
               CLOSE TITULARES.
               CLOSE VARREDURA.
               CLOSE CDB.
               CLOSE EMPREST.
               CLOSE PRESTACAO.
               CLOSE TALOES.
               CLOSE SUSTACAO.
               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY WRK-FIM-ARQ.


       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGCDB.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGCDB                                       *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 26 / 09 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  MANUTENCAO DAS APLICACOES EM CDB (CDB.TXT):  *
      *                    NOVA APLICACAO (VALOR, TAXA PRE-FIXADA AO    *
      *                    ANO E PRAZO EM DIAS CORRIDOS), CONSULTA DAS  *
      *                    APLICACOES DA CONTA, PEDIDO DE RESGATE       *
      *                    ANTECIPADO E CANCELAMENTO DE APLICACAO       *
      *                    AINDA NAO DEBITADA                           *
      *                                                                 *
      *    OBSERVACOES. :  A APLICACAO NASCE "S" (SOLICITADA): O DEBITO *
      *                    NA CONTA, A DATA DE APLICACAO E O VENCIMENTO *
      *                    SAO DEFINIDOS NA NOITE PELO PROGCDBV, QUE    *
      *                    TAMBEM LIQUIDA O RESGATE PEDIDO AQUI. A      *
      *                    CONTA PRECISA ESTAR ABERTA E TER SALDO NO    *
      *                    MASTER DE SALDOS PARA O VALOR, DESCONTADAS   *
      *                    AS APLICACOES AINDA NAO DEBITADAS            *
      *=================================================================
      *    ARQUIVOS.... : CDB.TXT                        BOOK           *
      *                                                 #BOOKCDB        *
      *                   CONTAS.TXT                    #BOOKCTAS       *
      *                   SALDOS.TXT                    #BOOKSALDO      *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *=================================================================
      *    MODULOS..... :                                               *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *    PROGRAMADOR.:
      *    DATA........:
      *    OBJETIVO....:
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CDB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDB.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-CDB
               FILE STATUS IS FS-CDB.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  CDB.
       COPY "#BOOKCDB".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  SALDOS.
       COPY "#BOOKSALDO".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-CDB                      PIC X(02)           VALUE SPACES.
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-SALDOS                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-AGENCIA-ENTRADA         PIC X(04)           VALUE SPACES.
       77  WRK-CONTA-ENTRADA           PIC X(06)           VALUE SPACES.
       77  WRK-SEQ-ENTRADA             PIC X(03)           VALUE SPACES.
       77  WRK-PRAZO-ENTRADA           PIC X(04)           VALUE SPACES.
       77  WRK-AGENCIA-ALVO            PIC 9(04)           VALUE ZEROS.
       77  WRK-CONTA-ALVO              PIC 9(06)           VALUE ZEROS.
       77  WRK-SEQ-ALVO                PIC 9(03)           VALUE ZEROS.
       77  WRK-SEQ-MAX                 PIC 9(03)           VALUE ZEROS.
       77  WRK-CTA-OK                  PIC X(01)           VALUE "N".
       77  WRK-CDB-OK                  PIC X(01)           VALUE "N".
       77  WRK-FIM-CDB                 PIC X(01)           VALUE "N".
       77  WRK-QT-CDB-CTA              PIC 9(03)           VALUE ZEROS.
       77  WRK-VALOR-APLIC             PIC 9(07)V99        VALUE ZEROS.
       77  WRK-TAXA-ANUAL              PIC 9(03)V9(04)     VALUE ZEROS.
       77  WRK-PRAZO-DIAS              PIC 9(04)           VALUE ZEROS.
       77  WRK-PARM-PRAZO-MAX          PIC 9(04)           VALUE 3650.
       77  WRK-SALDO-CONTA             PIC S9(10)V99       VALUE ZEROS.
       77  WRK-SOLICITADO              PIC S9(10)V99       VALUE ZEROS.
       77  WRK-DISPONIVEL              PIC S9(10)V99       VALUE ZEROS.
       77  WRK-SALDO-ED                PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED                 PIC ZZ9,9999.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGCDB".
       01  WRK-VALOR-AREA.
           05 WRK-VALOR-ENTRADA        PIC X(09)           VALUE
               "000000000".
           05 WRK-VALOR-NUM REDEFINES WRK-VALOR-ENTRADA
                                       PIC 9(07)V99.
       01  WRK-TAXA-AREA.
           05 WRK-TAXA-ENTRADA         PIC X(07)           VALUE
               "0000000".
           05 WRK-TAXA-NUM REDEFINES WRK-TAXA-ENTRADA
                                       PIC 9(03)V9(04).
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-SOLICITADA       PIC X(30)           VALUE
               "APLICACAO SOLICITADA!!".
           05 WRK-MSG-RESGATE          PIC X(30)           VALUE
               "RESGATE ANTECIPADO PEDIDO!!".
           05 WRK-MSG-CANCELADA        PIC X(30)           VALUE
               "APLICACAO CANCELADA!!".
           05 WRK-MSG-NAO-EXISTE       PIC X(30)           VALUE
               "APLICACAO NAO CADASTRADA!".
           05 WRK-MSG-CONTA-INVALIDA   PIC X(30)           VALUE
               "CONTA INVALIDA - REDIGITE".
           05 WRK-MSG-VALOR-INVALIDO   PIC X(30)           VALUE
               "VALOR INVALIDO - REDIGITE".
           05 WRK-OPCAO-INVALIDA       PIC X(30)           VALUE
               "OPCAO INVALIDA!".
           05 WRK-FIM-ARQ              PIC X(30)           VALUE
               "FIM DE PROGRAMA".

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               DISPLAY "OPERADOR RESPONSAVEL PELA MANUTENCAO: ".
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL - STATUS:"
                       FS-CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O CDB.
               IF FS-CDB EQUAL "35"
                   OPEN OUTPUT CDB
                   CLOSE CDB
                   OPEN I-O CDB
               END-IF.
               IF FS-CDB NOT EQUAL "00"
                   DISPLAY "CADASTRO DE APLICACOES CDB INDISPONIVEL - "
                       "STATUS:" FS-CDB
                   CLOSE CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               DISPLAY "[1] NOVA APLICACAO CDB".
               DISPLAY "[2] APLICACOES DA CONTA".
               DISPLAY "[3] RESGATE ANTECIPADO".
               DISPLAY "[4] CANCELAR APLICACAO NAO DEBITADA".
               DISPLAY "[5] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-APLICAR
                   WHEN "2" PERFORM 0250-LISTAR-CONTA
                   WHEN "3" PERFORM 0230-RESGATAR
                   WHEN "4" PERFORM 0240-CANCELAR
                   WHEN "5" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AGENCIA + CONTA DA APLICACAO: LIDA DIRETO NO MASTER PELA
      *    CHAVE DO KSDS; CONTA ENCERRADA NAO APLICA
      *-----------------------------------------------------------------
       0205-ACEITA-CONTA                       SECTION.

               MOVE "N" TO WRK-CTA-OK.
               DISPLAY "AGENCIA (4 DIGITOS): ".
               ACCEPT WRK-AGENCIA-ENTRADA.
               DISPLAY "CONTA (6 DIGITOS): ".
               ACCEPT WRK-CONTA-ENTRADA.
               IF WRK-AGENCIA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA EQUAL "000000"
                   DISPLAY WRK-MSG-CONTA-INVALIDA
                   GO TO 0205-ACEITA-CONTA-FIM
               END-IF.
               MOVE WRK-AGENCIA-ENTRADA TO WRK-AGENCIA-ALVO.
               MOVE WRK-CONTA-ENTRADA   TO WRK-CONTA-ALVO.
               MOVE WRK-AGENCIA-ALVO    TO REG-AGENCIA-MTR.
               MOVE WRK-CONTA-ALVO      TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA NO MASTER!"
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CTA-OK
               END-READ.

       0205-ACEITA-CONTA-FIM.EXIT.

       0210-APLICAR                            SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0210-APLICAR-FIM
               END-IF.
               IF NOT REG-CONTA-ABERTA
                   DISPLAY "CONTA NAO ESTA ABERTA -- NAO APLICA EM CDB"
                   GO TO 0210-APLICAR-FIM
               END-IF.
               DISPLAY "VALOR A APLICAR 9(7)V99 SEM VIRGULA: ".
               MOVE "000000000" TO WRK-VALOR-ENTRADA.
               ACCEPT WRK-VALOR-ENTRADA.
               IF WRK-VALOR-ENTRADA IS NOT NUMERIC OR
                  WRK-VALOR-NUM EQUAL ZEROS
                   DISPLAY WRK-MSG-VALOR-INVALIDO
                   GO TO 0210-APLICAR-FIM
               END-IF.
               MOVE WRK-VALOR-NUM TO WRK-VALOR-APLIC.
               DISPLAY "TAXA PRE-FIXADA % AO ANO 9(3)V9(4) SEM ",
                   "VIRGULA (EX: 0125000 = 12,5%): ".
               MOVE "0000000" TO WRK-TAXA-ENTRADA.
               ACCEPT WRK-TAXA-ENTRADA.
               IF WRK-TAXA-ENTRADA IS NOT NUMERIC OR
                  WRK-TAXA-NUM EQUAL ZEROS
                   DISPLAY "TAXA INVALIDA - REDIGITE"
                   GO TO 0210-APLICAR-FIM
               END-IF.
               MOVE WRK-TAXA-NUM TO WRK-TAXA-ANUAL.
               DISPLAY "PRAZO EM DIAS CORRIDOS (ATE " WRK-PARM-PRAZO-MAX
                   "): ".
               MOVE SPACES TO WRK-PRAZO-ENTRADA.
               ACCEPT WRK-PRAZO-ENTRADA.
               IF WRK-PRAZO-ENTRADA IS NOT NUMERIC
                   DISPLAY "PRAZO INVALIDO - REDIGITE"
                   GO TO 0210-APLICAR-FIM
               END-IF.
               MOVE WRK-PRAZO-ENTRADA TO WRK-PRAZO-DIAS.
               IF WRK-PRAZO-DIAS EQUAL ZEROS OR
                  WRK-PRAZO-DIAS GREATER WRK-PARM-PRAZO-MAX
                   DISPLAY "PRAZO INVALIDO - REDIGITE"
                   GO TO 0210-APLICAR-FIM
               END-IF.
               PERFORM 0255-CONTA-APLICACOES.
               PERFORM 0215-CONFERE-SALDO.
               IF WRK-DISPONIVEL LESS WRK-VALOR-APLIC
                   MOVE WRK-DISPONIVEL TO WRK-SALDO-ED
                   DISPLAY "SALDO DISPONIVEL PARA APLICAR R$"
                       WRK-SALDO-ED " -- APLICACAO RECUSADA"
                   GO TO 0210-APLICAR-FIM
               END-IF.
               IF WRK-SEQ-MAX EQUAL 999
                   DISPLAY "CONTA SEM SEQUENCIA LIVRE DE APLICACAO"
                   GO TO 0210-APLICAR-FIM
               END-IF.
               PERFORM 0220-GRAVA-APLICACAO.

       0210-APLICAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DISPONIVEL = SALDO DO MASTER DE SALDOS MENOS AS APLICACOES
      *    SOLICITADAS QUE AINDA NAO FORAM DEBITADAS (O DEBITO SO SAI
      *    NA NOITE). MASTER DE SALDOS FORA DO AR RECUSA A APLICACAO
      *-----------------------------------------------------------------
       0215-CONFERE-SALDO                      SECTION.

               MOVE ZEROS TO WRK-SALDO-CONTA.
               MOVE ZEROS TO WRK-DISPONIVEL.
               OPEN INPUT SALDOS.
               IF FS-SALDOS NOT EQUAL "00"
                   DISPLAY "MASTER DE SALDOS INDISPONIVEL (FS "
                       FS-SALDOS ")"
                   GO TO 0215-CONFERE-SALDO-FIM
               END-IF.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-SALDO.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-SALDO.
               READ SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SALDO-ATUAL TO WRK-SALDO-CONTA
               END-READ.
               CLOSE SALDOS.
               COMPUTE WRK-DISPONIVEL =
                   WRK-SALDO-CONTA - WRK-SOLICITADO.

       0215-CONFERE-SALDO-FIM.EXIT.

       0220-GRAVA-APLICACAO                    SECTION.

               MOVE SPACES            TO REG-CDB.
               MOVE WRK-AGENCIA-ALVO  TO REG-AGENCIA-CDB.
               MOVE WRK-CONTA-ALVO    TO REG-CONTA-CDB.
               ADD 1 TO WRK-SEQ-MAX GIVING REG-SEQ-CDB.
               MOVE WRK-VALOR-APLIC   TO REG-VALOR-APLIC-CDB.
               MOVE WRK-TAXA-ANUAL    TO REG-TAXA-ANUAL-CDB.
               MOVE WRK-PRAZO-DIAS    TO REG-PRAZO-DIAS-CDB.
               MOVE WRK-DATA-EXEC     TO REG-DATA-SOLIC-CDB.
               MOVE ZEROS             TO REG-DATA-APLIC-CDB.
               MOVE ZEROS             TO REG-DATA-VENCTO-CDB.
               MOVE 1                 TO REG-FATOR-ACUM-CDB.
               MOVE ZEROS             TO REG-JUROS-PROV-CDB.
               MOVE ZEROS             TO REG-DATA-ULT-PROV-CDB.
               MOVE "S"               TO REG-SITUACAO-CDB.
               MOVE ZEROS             TO REG-DATA-RESGATE-CDB.
               MOVE ZEROS             TO REG-VALOR-IR-CDB.
               MOVE ZEROS             TO REG-VALOR-LIQ-CDB.
               MOVE WRK-USUARIO-EXEC  TO REG-OPERADOR-CDB.
               WRITE REG-CDB
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR APLICACAO - STATUS:"
                           FS-CDB
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-SOLICITADA
                       DISPLAY "APLICACAO " REG-AGENCIA-CDB "/"
                           REG-CONTA-CDB "-" REG-SEQ-CDB
                           " -- DEBITO E VENCIMENTO DEFINIDOS NO "
                           "PROCESSAMENTO DA NOITE"
               END-WRITE.

       0220-GRAVA-APLICACAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    APLICACAO DA CONTA PELA SEQUENCIA, LIDA DIRETO NO KSDS
      *-----------------------------------------------------------------
       0225-ACEITA-APLICACAO                   SECTION.

               MOVE "N" TO WRK-CDB-OK.
               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0225-ACEITA-APLICACAO-FIM
               END-IF.
               DISPLAY "SEQUENCIA DA APLICACAO (3 DIGITOS): ".
               ACCEPT WRK-SEQ-ENTRADA.
               IF WRK-SEQ-ENTRADA IS NOT NUMERIC
                   DISPLAY "SEQUENCIA INVALIDA - REDIGITE"
                   GO TO 0225-ACEITA-APLICACAO-FIM
               END-IF.
               MOVE WRK-SEQ-ENTRADA  TO WRK-SEQ-ALVO.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-CDB.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-CDB.
               MOVE WRK-SEQ-ALVO     TO REG-SEQ-CDB.
               READ CDB
                   INVALID KEY
                       DISPLAY WRK-MSG-NAO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CDB-OK
                       PERFORM 0245-MOSTRA-APLICACAO
               END-READ.

       0225-ACEITA-APLICACAO-FIM.EXIT.

       0230-RESGATAR                           SECTION.

               PERFORM 0225-ACEITA-APLICACAO.
               IF WRK-CDB-OK NOT EQUAL "S"
                   GO TO 0230-RESGATAR-FIM
               END-IF.
               IF NOT REG-CDB-ATIVA
                   DISPLAY "SO APLICACAO ATIVA PODE SER RESGATADA"
                   GO TO 0230-RESGATAR-FIM
               END-IF.
               DISPLAY "RESGATE ANTES DO VENCIMENTO PAGA OS JUROS "
                   "PROVISIONADOS ATE A DATA, COM O IRRF DO PRAZO".
               DISPLAY "CONFIRMA O RESGATE ANTECIPADO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA EQUAL "S"
                   MOVE "R"              TO REG-SITUACAO-CDB
                   MOVE WRK-DATA-EXEC    TO REG-DATA-RESGATE-CDB
                   MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-CDB
                   PERFORM 0235-REGRAVA-APLICACAO
                   DISPLAY WRK-MSG-RESGATE
               END-IF.

       0230-RESGATAR-FIM.EXIT.

       0235-REGRAVA-APLICACAO                  SECTION.

               REWRITE REG-CDB
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR APLICACAO - STATUS:"
                           FS-CDB
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
               END-REWRITE.

       0235-REGRAVA-APLICACAO-FIM.EXIT.

       0240-CANCELAR                           SECTION.

               PERFORM 0225-ACEITA-APLICACAO.
               IF WRK-CDB-OK NOT EQUAL "S"
                   GO TO 0240-CANCELAR-FIM
               END-IF.
               IF NOT REG-CDB-SOLICITADA
                   DISPLAY "APLICACAO JA DEBITADA -- USE O RESGATE "
                       "ANTECIPADO"
                   GO TO 0240-CANCELAR-FIM
               END-IF.
               DISPLAY "CONFIRMA O CANCELAMENTO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA EQUAL "S"
                   MOVE "C"              TO REG-SITUACAO-CDB
                   MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-CDB
                   PERFORM 0235-REGRAVA-APLICACAO
                   DISPLAY WRK-MSG-CANCELADA
               END-IF.

       0240-CANCELAR-FIM.EXIT.

       0245-MOSTRA-APLICACAO                   SECTION.

               MOVE REG-VALOR-APLIC-CDB TO WRK-SALDO-ED.
               MOVE REG-TAXA-ANUAL-CDB  TO WRK-TAXA-ED.
               DISPLAY REG-AGENCIA-CDB "/" REG-CONTA-CDB "-"
                       REG-SEQ-CDB " SITUACAO:" REG-SITUACAO-CDB
                       " APLICADO R$" WRK-SALDO-ED
                       " TAXA " WRK-TAXA-ED "% A.A.".
               MOVE REG-JUROS-PROV-CDB  TO WRK-SALDO-ED.
               DISPLAY "  PRAZO " REG-PRAZO-DIAS-CDB
                       " DIAS  APLICACAO " REG-DATA-APLIC-CDB
                       "  VENCIMENTO " REG-DATA-VENCTO-CDB
                       "  JUROS PROV. R$" WRK-SALDO-ED.
               IF REG-CDB-LIQUIDADA
                   MOVE REG-VALOR-IR-CDB  TO WRK-SALDO-ED
                   DISPLAY "  LIQUIDADA EM " REG-DATA-RESGATE-CDB
                       "  IRRF R$" WRK-SALDO-ED
                   MOVE REG-VALOR-LIQ-CDB TO WRK-SALDO-ED
                   DISPLAY "  CREDITO LIQUIDO R$" WRK-SALDO-ED
               END-IF.

       0245-MOSTRA-APLICACAO-FIM.EXIT.

       0250-LISTAR-CONTA                       SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK EQUAL "S"
                   PERFORM 0255-CONTA-APLICACOES
                   DISPLAY "APLICACOES CDB DA CONTA: " WRK-QT-CDB-CTA
               END-IF.

       0250-LISTAR-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    O KSDS E ORDENADO POR AGENCIA + CONTA + SEQUENCIA: AS
      *    APLICACOES DA CONTA SAO LIDAS DO START ATE MUDAR A CONTA,
      *    GUARDANDO A MAIOR SEQUENCIA E O TOTAL AINDA NAO DEBITADO
      *    (NA LISTAGEM CADA UMA E MOSTRADA)
      *-----------------------------------------------------------------
       0255-CONTA-APLICACOES                   SECTION.

               MOVE ZEROS TO WRK-QT-CDB-CTA.
               MOVE ZEROS TO WRK-SEQ-MAX.
               MOVE ZEROS TO WRK-SOLICITADO.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-CDB.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-CDB.
               MOVE ZEROS            TO REG-SEQ-CDB.
               START CDB KEY NOT LESS REG-CHAVE-CDB.
               IF FS-CDB EQUAL "00"
                   MOVE "N" TO WRK-FIM-CDB
                   PERFORM 0256-LE-APLICACAO
                       UNTIL WRK-FIM-CDB EQUAL "S"
               END-IF.
               MOVE "00" TO FS-CDB.

       0255-CONTA-APLICACOES-FIM.EXIT.

       0256-LE-APLICACAO                       SECTION.

               READ CDB NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                   NOT AT END
                       IF REG-AGENCIA-CDB EQUAL WRK-AGENCIA-ALVO AND
                          REG-CONTA-CDB   EQUAL WRK-CONTA-ALVO
                           ADD 1 TO WRK-QT-CDB-CTA
                           MOVE REG-SEQ-CDB TO WRK-SEQ-MAX
                           IF REG-CDB-SOLICITADA
                               ADD REG-VALOR-APLIC-CDB TO
                                   WRK-SOLICITADO
                           END-IF
                           IF WRK-OPCAO EQUAL "2"
                               PERFORM 0245-MOSTRA-APLICACAO
                           END-IF
                       ELSE
                           MOVE "S" TO WRK-FIM-CDB
                       END-IF
               END-READ.

       0256-LE-APLICACAO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE CDB.
               CLOSE CONTAS.
               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY WRK-FIM-ARQ.

       0300-FINALIZAR-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC     TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC     TO REG-HORA-AUD.
               MOVE WRK-QT-ALTERACOES TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGCHEQ.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGCHEQ                                      *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 28 / 09 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  TALOES DE CHEQUE E SUSTACOES DA CONTA:       *
      *                    EMISSAO DO TALAO (10 OU 20 FOLHAS, NUMERACAO *
      *                    CONTINUANDO A ULTIMA FOLHA EMITIDA NA CONTA),*
      *                    CONSULTA E CANCELAMENTO DO TALAO; SUSTACAO   *
      *                    DA FOLHA PELO OPERADOR (MOTIVOS 20, 21 E 28),*
      *                    REVOGACAO E CONSULTA DAS SUSTACOES           *
      *                                                                 *
      *    OBSERVACOES. :  O PROGCOMP CONFERE CADA CHEQUE APRESENTADO   *
      *                    NA COMPENSACAO CONTRA ESTES CADASTROS: FOLHA *
      *                    FORA DE TALAO EMITIDO VOLTA COM MOTIVO 35,   *
      *                    DE TALAO CANCELADO COM 25 E FOLHA SUSTADA COM*
      *                    O MOTIVO DA SUSTACAO. FOLHA JA COMPENSADA    *
      *                    (CHEQUES.TXT) NAO PODE MAIS SER SUSTADA      *
      *=================================================================
      *    ARQUIVOS.... : TALOES.TXT                     BOOK           *
      *                                                 #BOOKTALAO      *
      *                   SUSTACAO.TXT                  #BOOKSUSTA      *
      *                   CHEQUES.TXT                   #BOOKCHQ        *
      *                   CONTAS.TXT                    #BOOKCTAS       *
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
           SELECT CHEQUES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CHEQUES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-CHQ
               FILE STATUS IS FS-CHEQUES.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  TALOES.
       COPY "#BOOKTALAO".
       FD  SUSTACAO.
       COPY "#BOOKSUSTA".
       FD  CHEQUES.
       COPY "#BOOKCHQ".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-TALOES                   PIC X(02)           VALUE SPACES.
       77  FS-SUSTACAO                 PIC X(02)           VALUE SPACES.
       77  FS-CHEQUES                  PIC X(02)           VALUE SPACES.
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-AGENCIA-ENTRADA         PIC X(04)           VALUE SPACES.
       77  WRK-CONTA-ENTRADA           PIC X(06)           VALUE SPACES.
       77  WRK-FOLHA-ENTRADA           PIC X(06)           VALUE SPACES.
       77  WRK-FOLHAS-ENTRADA          PIC X(02)           VALUE SPACES.
       77  WRK-MOTIVO-ENTRADA          PIC X(02)           VALUE SPACES.
       77  WRK-AGENCIA-ALVO            PIC 9(04)           VALUE ZEROS.
       77  WRK-CONTA-ALVO              PIC 9(06)           VALUE ZEROS.
       77  WRK-NUM-FOLHA               PIC 9(06)           VALUE ZEROS.
       77  WRK-NUM-MAX                 PIC 9(06)           VALUE ZEROS.
       77  WRK-QT-FOLHAS               PIC 9(03)           VALUE ZEROS.
       77  WRK-QT-TAL-CTA              PIC 9(04)           VALUE ZEROS.
       77  WRK-QT-SUS-CTA              PIC 9(04)           VALUE ZEROS.
       77  WRK-CTA-OK                  PIC X(01)           VALUE "N".
       77  WRK-TAL-OK                  PIC X(01)           VALUE "N".
       77  WRK-FOLHA-ACHOU             PIC X(01)           VALUE "N".
       77  WRK-SIT-TAL-FOLHA           PIC X(01)           VALUE SPACES.
       77  WRK-FIM-TAL                 PIC X(01)           VALUE "N".
       77  WRK-FIM-SUS                 PIC X(01)           VALUE "N".
       77  WRK-CHEQUES-ABERTO          PIC X(01)           VALUE "N".
       77  WRK-LISTA-TALOES            PIC X(01)           VALUE "N".
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGCHEQ".
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-EMITIDO          PIC X(30)           VALUE
               "TALAO EMITIDO!!".
           05 WRK-MSG-CANCELADO        PIC X(30)           VALUE
               "TALAO CANCELADO!!".
           05 WRK-MSG-SUSTADO          PIC X(30)           VALUE
               "CHEQUE SUSTADO!!".
           05 WRK-MSG-REVOGADO         PIC X(30)           VALUE
               "SUSTACAO REVOGADA!!".
           05 WRK-MSG-NAO-EXISTE       PIC X(30)           VALUE
               "TALAO NAO CADASTRADO!".
           05 WRK-MSG-CONTA-INVALIDA   PIC X(30)           VALUE
               "CONTA INVALIDA - REDIGITE".
           05 WRK-MSG-FOLHA-INVALIDA   PIC X(30)           VALUE
               "FOLHA INVALIDA - REDIGITE".
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

               DISPLAY "OPERADOR RESPONSAVEL: ".
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL - STATUS:"
                       FS-CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O TALOES.
               IF FS-TALOES EQUAL "35"
                   OPEN OUTPUT TALOES
                   CLOSE TALOES
                   OPEN I-O TALOES
               END-IF.
               IF FS-TALOES NOT EQUAL "00"
                   DISPLAY "CADASTRO DE TALOES INDISPONIVEL - "
                       "STATUS:" FS-TALOES
                   CLOSE CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O SUSTACAO.
               IF FS-SUSTACAO EQUAL "35"
                   OPEN OUTPUT SUSTACAO
                   CLOSE SUSTACAO
                   OPEN I-O SUSTACAO
               END-IF.
               IF FS-SUSTACAO NOT EQUAL "00"
                   DISPLAY "CADASTRO DE SUSTACOES INDISPONIVEL - "
                       "STATUS:" FS-SUSTACAO
                   CLOSE CONTAS
                   CLOSE TALOES
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
      *        SEM O REGISTRO DE CHEQUES (NENHUMA COMPENSACAO AINDA)
      *        A SUSTACAO NAO CONFERE SE A FOLHA JA FOI PAGA
               OPEN INPUT CHEQUES.
               IF FS-CHEQUES EQUAL "00"
                   MOVE "S" TO WRK-CHEQUES-ABERTO
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               DISPLAY "[1] EMITIR TALAO DE CHEQUES".
               DISPLAY "[2] TALOES DA CONTA".
               DISPLAY "[3] CANCELAR TALAO".
               DISPLAY "[4] SUSTAR CHEQUE".
               DISPLAY "[5] REVOGAR SUSTACAO".
               DISPLAY "[6] SUSTACOES DA CONTA".
               DISPLAY "[7] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-EMITIR-TALAO
                   WHEN "2" PERFORM 0250-LISTAR-TALOES
                   WHEN "3" PERFORM 0230-CANCELAR-TALAO
                   WHEN "4" PERFORM 0240-SUSTAR-CHEQUE
                   WHEN "5" PERFORM 0245-REVOGAR-SUSTACAO
                   WHEN "6" PERFORM 0260-LISTAR-SUSTACOES
                   WHEN "7" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AGENCIA + CONTA: LIDA DIRETO NO MASTER PELA CHAVE DO KSDS
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

      *    NUMERO DA FOLHA (6 DIGITOS, DIFERENTE DE ZERO)
       0206-ACEITA-FOLHA                       SECTION.

               MOVE ZEROS TO WRK-NUM-FOLHA.
               DISPLAY "NUMERO DA FOLHA (6 DIGITOS): ".
               MOVE SPACES TO WRK-FOLHA-ENTRADA.
               ACCEPT WRK-FOLHA-ENTRADA.
               IF WRK-FOLHA-ENTRADA IS NOT NUMERIC OR
                  WRK-FOLHA-ENTRADA EQUAL "000000"
                   DISPLAY WRK-MSG-FOLHA-INVALIDA
               ELSE
                   MOVE WRK-FOLHA-ENTRADA TO WRK-NUM-FOLHA
               END-IF.

       0206-ACEITA-FOLHA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    TALAO NOVO: SO PARA CONTA ABERTA; A PRIMEIRA FOLHA E A
      *    SEGUINTE A MAIOR FOLHA JA EMITIDA NA CONTA (TALOES
      *    CANCELADOS INCLUSIVE -- NUMERO DE FOLHA NAO SE REPETE)
      *-----------------------------------------------------------------
       0210-EMITIR-TALAO                       SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0210-EMITIR-TALAO-FIM
               END-IF.
               IF NOT REG-CONTA-ABERTA
                   DISPLAY "CONTA NAO ESTA ABERTA -- NAO EMITE TALAO"
                   GO TO 0210-EMITIR-TALAO-FIM
               END-IF.
               DISPLAY "QUANTIDADE DE FOLHAS (10 OU 20, ENTER = 20): ".
               MOVE SPACES TO WRK-FOLHAS-ENTRADA.
               ACCEPT WRK-FOLHAS-ENTRADA.
               EVALUATE WRK-FOLHAS-ENTRADA
                   WHEN SPACES
                   WHEN "20"
                       MOVE 20 TO WRK-QT-FOLHAS
                   WHEN "10"
                       MOVE 10 TO WRK-QT-FOLHAS
                   WHEN OTHER
                       DISPLAY "QUANTIDADE INVALIDA - REDIGITE"
                       GO TO 0210-EMITIR-TALAO-FIM
               END-EVALUATE.

               MOVE "N" TO WRK-LISTA-TALOES.
               MOVE ZEROS TO WRK-NUM-FOLHA.
               PERFORM 0255-VARRE-TALOES.
               IF WRK-NUM-MAX + WRK-QT-FOLHAS GREATER 999999
                   DISPLAY "CONTA SEM NUMERACAO LIVRE DE FOLHAS"
                   GO TO 0210-EMITIR-TALAO-FIM
               END-IF.
               MOVE SPACES            TO REG-TALAO.
               MOVE WRK-AGENCIA-ALVO  TO REG-AGENCIA-TAL.
               MOVE WRK-CONTA-ALVO    TO REG-CONTA-TAL.
               ADD 1 TO WRK-NUM-MAX GIVING REG-NUM-INI-TAL.
               ADD WRK-QT-FOLHAS TO WRK-NUM-MAX GIVING REG-NUM-FIM-TAL.
               MOVE WRK-QT-FOLHAS     TO REG-QT-FOLHAS-TAL.
               MOVE WRK-DATA-EXEC     TO REG-DATA-EMISSAO-TAL.
               MOVE "A"               TO REG-SITUACAO-TAL.
               MOVE ZEROS             TO REG-DATA-CANCEL-TAL.
               MOVE WRK-USUARIO-EXEC  TO REG-OPERADOR-TAL.
               WRITE REG-TALAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR TALAO - STATUS:"
                           FS-TALOES
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-EMITIDO
                       PERFORM 0225-MOSTRA-TALAO
               END-WRITE.

       0210-EMITIR-TALAO-FIM.EXIT.

      *    TALAO DA CONTA PELA PRIMEIRA FOLHA, LIDO DIRETO NO KSDS
       0220-ACEITA-TALAO                       SECTION.

               MOVE "N" TO WRK-TAL-OK.
               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0220-ACEITA-TALAO-FIM
               END-IF.
               DISPLAY "PRIMEIRA FOLHA DO TALAO".
               PERFORM 0206-ACEITA-FOLHA.
               IF WRK-NUM-FOLHA EQUAL ZEROS
                   GO TO 0220-ACEITA-TALAO-FIM
               END-IF.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-TAL.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-TAL.
               MOVE WRK-NUM-FOLHA    TO REG-NUM-INI-TAL.
               READ TALOES
                   INVALID KEY
                       DISPLAY WRK-MSG-NAO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-TAL-OK
                       PERFORM 0225-MOSTRA-TALAO
               END-READ.

       0220-ACEITA-TALAO-FIM.EXIT.

       0225-MOSTRA-TALAO                       SECTION.

               DISPLAY REG-AGENCIA-TAL "/" REG-CONTA-TAL " FOLHAS "
                       REG-NUM-INI-TAL " A " REG-NUM-FIM-TAL
                       " SITUACAO:" REG-SITUACAO-TAL
                       " EMITIDO EM " REG-DATA-EMISSAO-TAL
                       " POR " REG-OPERADOR-TAL.
               IF REG-TAL-CANCELADO
                   DISPLAY "  CANCELADO EM " REG-DATA-CANCEL-TAL
               END-IF.

       0225-MOSTRA-TALAO-FIM.EXIT.

      *    TALAO CANCELADO (EXTRAVIO, ENCERRAMENTO...): AS FOLHAS AINDA
      *    NAO COMPENSADAS VOLTAM NA COMPENSACAO COM MOTIVO 25
       0230-CANCELAR-TALAO                     SECTION.

               PERFORM 0220-ACEITA-TALAO.
               IF WRK-TAL-OK NOT EQUAL "S"
                   GO TO 0230-CANCELAR-TALAO-FIM
               END-IF.
               IF NOT REG-TAL-ATIVO
                   DISPLAY "TALAO JA CANCELADO"
                   GO TO 0230-CANCELAR-TALAO-FIM
               END-IF.
               DISPLAY "CONFIRMA O CANCELAMENTO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA EQUAL "S"
                   MOVE "C"              TO REG-SITUACAO-TAL
                   MOVE WRK-DATA-EXEC    TO REG-DATA-CANCEL-TAL
                   MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-TAL
                   REWRITE REG-TALAO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR TALAO - "
                               "STATUS:" FS-TALOES
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY WRK-MSG-CANCELADO
                   END-REWRITE
               END-IF.

       0230-CANCELAR-TALAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SUSTACAO: A FOLHA TEM QUE ESTAR EM TALAO ATIVO DA CONTA E
      *    AINDA NAO PODE TER SIDO PAGA NA COMPENSACAO
      *-----------------------------------------------------------------
       0240-SUSTAR-CHEQUE                      SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0240-SUSTAR-CHEQUE-FIM
               END-IF.
               PERFORM 0206-ACEITA-FOLHA.
               IF WRK-NUM-FOLHA EQUAL ZEROS
                   GO TO 0240-SUSTAR-CHEQUE-FIM
               END-IF.
               MOVE "N" TO WRK-LISTA-TALOES.
               PERFORM 0255-VARRE-TALOES.
               IF WRK-FOLHA-ACHOU NOT EQUAL "S"
                   DISPLAY "FOLHA NAO EMITIDA PARA A CONTA"
                   GO TO 0240-SUSTAR-CHEQUE-FIM
               END-IF.
               IF WRK-SIT-TAL-FOLHA NOT EQUAL "A"
                   DISPLAY "FOLHA DE TALAO CANCELADO -- JA E DEVOLVIDA "
                       "NA COMPENSACAO"
                   GO TO 0240-SUSTAR-CHEQUE-FIM
               END-IF.
               IF WRK-CHEQUES-ABERTO EQUAL "S"
                   MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-CHQ
                   MOVE WRK-CONTA-ALVO   TO REG-CONTA-CHQ
                   MOVE WRK-NUM-FOLHA    TO REG-NUM-CHQ
                   READ CHEQUES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF REG-CHQ-PAGO
                               DISPLAY "CHEQUE JA COMPENSADO EM "
                                   REG-DATA-PAGTO-CHQ
                                   " -- NAO PODE SER SUSTADO"
                               GO TO 0240-SUSTAR-CHEQUE-FIM
                           END-IF
                   END-READ
               END-IF.
               DISPLAY "MOTIVO: 20 = FOLHA CANCELADA PELO CORRENTISTA".
               DISPLAY "        21 = CONTRA-ORDEM / OPOSICAO".
               DISPLAY "        28 = FURTO OU ROUBO".
               DISPLAY "MOTIVO: ".
               MOVE SPACES TO WRK-MOTIVO-ENTRADA.
               ACCEPT WRK-MOTIVO-ENTRADA.
               MOVE SPACES           TO REG-SUSTACAO.
               MOVE WRK-MOTIVO-ENTRADA TO REG-MOTIVO-SUS.
               IF NOT REG-SUS-MOTIVO-VALIDO
                   DISPLAY "MOTIVO INVALIDO - REDIGITE"
                   GO TO 0240-SUSTAR-CHEQUE-FIM
               END-IF.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-SUS.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-SUS.
               MOVE WRK-NUM-FOLHA    TO REG-NUM-CHEQUE-SUS.
               MOVE WRK-DATA-EXEC    TO REG-DATA-SUS.
               MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-SUS.
               WRITE REG-SUSTACAO
                   INVALID KEY
                       DISPLAY "FOLHA JA SUSTADA - STATUS:" FS-SUSTACAO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-SUSTADO
               END-WRITE.

       0240-SUSTAR-CHEQUE-FIM.EXIT.

      *    REVOGACAO: A SUSTACAO E EXCLUIDA E A FOLHA VOLTA A SER PAGA
       0245-REVOGAR-SUSTACAO                   SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0245-REVOGAR-SUSTACAO-FIM
               END-IF.
               PERFORM 0206-ACEITA-FOLHA.
               IF WRK-NUM-FOLHA EQUAL ZEROS
                   GO TO 0245-REVOGAR-SUSTACAO-FIM
               END-IF.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-SUS.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-SUS.
               MOVE WRK-NUM-FOLHA    TO REG-NUM-CHEQUE-SUS.
               READ SUSTACAO
                   INVALID KEY
                       DISPLAY "FOLHA NAO ESTA SUSTADA"
                       GO TO 0245-REVOGAR-SUSTACAO-FIM
               END-READ.
               PERFORM 0265-MOSTRA-SUSTACAO.
               DISPLAY "CONFIRMA A REVOGACAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA EQUAL "S"
                   DELETE SUSTACAO
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR SUSTACAO - "
                               "STATUS:" FS-SUSTACAO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY WRK-MSG-REVOGADO
                   END-DELETE
               END-IF.

       0245-REVOGAR-SUSTACAO-FIM.EXIT.

       0250-LISTAR-TALOES                      SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK EQUAL "S"
                   MOVE "S" TO WRK-LISTA-TALOES
                   MOVE ZEROS TO WRK-NUM-FOLHA
                   PERFORM 0255-VARRE-TALOES
                   DISPLAY "TALOES DA CONTA: " WRK-QT-TAL-CTA
                       "  ULTIMA FOLHA EMITIDA: " WRK-NUM-MAX
               END-IF.

       0250-LISTAR-TALOES-FIM.EXIT.

      *    O KSDS E ORDENADO POR AGENCIA + CONTA + PRIMEIRA FOLHA: OS
      *    TALOES DA CONTA SAO LIDOS DO START ATE MUDAR A CONTA,
      *    GUARDANDO A MAIOR FOLHA EMITIDA E O TALAO QUE CONTEM A
      *    FOLHA WRK-NUM-FOLHA (NA LISTAGEM CADA UM E MOSTRADO)
       0255-VARRE-TALOES                       SECTION.

               MOVE ZEROS  TO WRK-QT-TAL-CTA.
               MOVE ZEROS  TO WRK-NUM-MAX.
               MOVE "N"    TO WRK-FOLHA-ACHOU.
               MOVE SPACES TO WRK-SIT-TAL-FOLHA.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-TAL.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-TAL.
               MOVE ZEROS            TO REG-NUM-INI-TAL.
               START TALOES KEY NOT LESS REG-CHAVE-TAL.
               IF FS-TALOES EQUAL "00"
                   MOVE "N" TO WRK-FIM-TAL
                   PERFORM 0256-LE-TALAO
                       UNTIL WRK-FIM-TAL EQUAL "S"
               END-IF.
               MOVE "00" TO FS-TALOES.

       0255-VARRE-TALOES-FIM.EXIT.

       0256-LE-TALAO                           SECTION.

               READ TALOES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-TAL
                   NOT AT END
                       IF REG-AGENCIA-TAL EQUAL WRK-AGENCIA-ALVO AND
                          REG-CONTA-TAL   EQUAL WRK-CONTA-ALVO
                           ADD 1 TO WRK-QT-TAL-CTA
                           IF REG-NUM-FIM-TAL GREATER WRK-NUM-MAX
                               MOVE REG-NUM-FIM-TAL TO WRK-NUM-MAX
                           END-IF
                           IF WRK-NUM-FOLHA NOT LESS REG-NUM-INI-TAL
                              AND
                              WRK-NUM-FOLHA NOT GREATER REG-NUM-FIM-TAL
                               MOVE "S" TO WRK-FOLHA-ACHOU
                               MOVE REG-SITUACAO-TAL TO
                                    WRK-SIT-TAL-FOLHA
                           END-IF
                           IF WRK-LISTA-TALOES EQUAL "S"
                               PERFORM 0225-MOSTRA-TALAO
                           END-IF
                       ELSE
                           MOVE "S" TO WRK-FIM-TAL
                       END-IF
               END-READ.

       0256-LE-TALAO-FIM.EXIT.

       0260-LISTAR-SUSTACOES                   SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0260-LISTAR-SUSTACOES-FIM
               END-IF.
               MOVE ZEROS            TO WRK-QT-SUS-CTA.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-SUS.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-SUS.
               MOVE ZEROS            TO REG-NUM-CHEQUE-SUS.
               START SUSTACAO KEY NOT LESS REG-CHAVE-SUS.
               IF FS-SUSTACAO EQUAL "00"
                   MOVE "N" TO WRK-FIM-SUS
                   PERFORM 0261-LE-SUSTACAO
                       UNTIL WRK-FIM-SUS EQUAL "S"
               END-IF.
               MOVE "00" TO FS-SUSTACAO.
               DISPLAY "SUSTACOES DA CONTA: " WRK-QT-SUS-CTA.

       0260-LISTAR-SUSTACOES-FIM.EXIT.

       0261-LE-SUSTACAO                        SECTION.

               READ SUSTACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-SUS
                   NOT AT END
                       IF REG-AGENCIA-SUS EQUAL WRK-AGENCIA-ALVO AND
                          REG-CONTA-SUS   EQUAL WRK-CONTA-ALVO
                           ADD 1 TO WRK-QT-SUS-CTA
                           PERFORM 0265-MOSTRA-SUSTACAO
                       ELSE
                           MOVE "S" TO WRK-FIM-SUS
                       END-IF
               END-READ.

       0261-LE-SUSTACAO-FIM.EXIT.

       0265-MOSTRA-SUSTACAO                    SECTION.

               DISPLAY REG-AGENCIA-SUS "/" REG-CONTA-SUS " FOLHA "
                       REG-NUM-CHEQUE-SUS " MOTIVO " REG-MOTIVO-SUS
                       " SUSTADA EM " REG-DATA-SUS
                       " POR " REG-OPERADOR-SUS.

       0265-MOSTRA-SUSTACAO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE TALOES.
               CLOSE SUSTACAO.
               CLOSE CONTAS.
               IF WRK-CHEQUES-ABERTO EQUAL "S"
                   CLOSE CHEQUES
               END-IF.
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

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGREEMB.
      *=================================================================
      * PROGRAMA   : PROGREEMB
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 19/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: SOLICITACAO DE REEMBOLSO DO SALDO A FAVOR DO
      *              CLIENTE: O OPERADOR INFORMA O CLIENTE, O PROGRAMA
      *              MOSTRA O SALDO (CREDITOS MENOS DEBITOS DO
      *              SALDOCLI.TXT) E A CONTA BANCARIA DO CLIMASTER
      *              (REG-CONTA-BCO-MASTER), E PEDE O VALOR A
      *              REEMBOLSAR (ENTER = SALDO TODO). A SOLICITACAO
      *              ENTRA NO SALDOCLI COMO DEBITO "R" SOLICITADO --
      *              SAI DO SALDO NA HORA, PARA O FATURAMENTO NAO
      *              ABATER O MESMO VALOR -- E O PROGREEMLC LANCA O
      *              CREDITO NA CONTA DO CLIENTE NA PROXIMA NOITE.
      *              CLIENTE SEM CONTA BANCARIA NAO TEM REEMBOLSO
      *              AUTOMATICO.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  USUARIOS               I                    #BOOKUSER
      *  CLIMASTER              I
      *  SALDOCLI               I / O (EXTEND)       #BOOKSALDOCLI
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....:
      *
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: CREDITO DE INDICACAO (SALDOCLI TIPO "I",
      *              PROGFATURA) NAO E REEMBOLSAVEL -- ENQUANTO NAO FOR
      *              CONSUMIDO PELAS FATURAS (DEBITOS "U") ELE E
      *              DESCONTADO DO SALDO DISPONIVEL PARA REEMBOLSO
      *=================================================================


      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\USUARIOS.TXT"
               FILE STATUS IS FS-USUARIOS.
           SELECT CLIMASTER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CLIMASTER.DAT.TXT"
               FILE STATUS IS FS-CLIMASTER.
           SELECT SALDOCLI ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\SALDOCLI.TXT"
               FILE STATUS IS FS-SALDOCLI.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  CLIMASTER.
       01  REG-CLIMASTER.
           05 REG-ID-MASTER             PIC 9(04).
           05 REG-NOME-MASTER           PIC X(20).
           05 REG-TEL-MASTER            PIC X(11).
           05 REG-STREAM-MASTER          PIC X(10).
           05 REG-STATUS-CLI-MASTER      PIC X(01).
           05 REG-CPF-MASTER            PIC 9(11).
           05 REG-ENDERECO-MASTER       PIC X(30).
           05 REG-CIDADE-MASTER         PIC X(20).
           05 REG-UF-MASTER             PIC X(02).
           05 REG-CEP-MASTER            PIC 9(08).
           05 REG-ASSINATURA-MASTER     PIC 9(03)V99.
           05 REG-MOEDA-ASSIN-MASTER    PIC X(03).
           05 REG-CONTA-BCO-MASTER      PIC 9(06).
           05 REG-SIT-COBRANCA-MASTER   PIC X(01).
       FD  SALDOCLI.
       COPY "#BOOKSALDOCLI".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  FS-CLIMASTER                PIC X(02)           VALUE SPACES.
       77  FS-SALDOCLI                 PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-NIVEL-SIGNON            PIC 9(01)           VALUE ZEROS.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WRK-PARM-ID                 PIC 9(04)           VALUE ZEROS.
       77  WRK-PARM-VALOR              PIC 9(07)V99        VALUE ZEROS.
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-CLI-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-NOME-CLI                PIC X(20)           VALUE SPACES.
       77  WRK-CONTA-BCO-CLI           PIC 9(06)           VALUE ZEROS.
       77  WRK-SALDO-CLI               PIC S9(07)V99       VALUE ZEROS.
       77  WRK-QT-PENDENTES            PIC 9(03)           VALUE ZEROS.
       77  WRK-BONUS-IND               PIC S9(07)V99       VALUE ZEROS.
       77  WRK-UTILIZADO-CLI           PIC S9(07)V99       VALUE ZEROS.
       77  WRK-VALOR-ED                PIC Z.ZZZ.ZZ9,99.

      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.
               PERFORM 0090-SIGNON.
               PERFORM 0100-INICIAR.
               PERFORM 0200-SOLICITA-REEMBOLSO.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0090-SIGNON                             SECTION.

               DISPLAY "SIGN-ON - USUARIO: ".
               ACCEPT WRK-SIGNON-ID.
               MOVE "N"   TO WRK-SIGNON-OK.
               MOVE ZEROS TO WRK-NIVEL-SIGNON.
               OPEN INPUT USUARIOS.
               IF FS-USUARIOS NOT EQUAL 0
                   DISPLAY "MASTER DE USUARIOS AUSENTE -- PROCURE O "
                       "SUPERVISOR (PROGUSR)"
               ELSE
                   PERFORM 0091-LE-USUARIO
                       UNTIL FS-USUARIOS NOT EQUAL 0
                   CLOSE USUARIOS
               END-IF.
               IF WRK-SIGNON-OK NOT EQUAL "S"
                   DISPLAY "USUARIO NAO CADASTRADO OU INATIVO -- "
                       "ACESSO NEGADO"
                   GOBACK
               END-IF.

       0090-SIGNON-FIM.EXIT.

       0091-LE-USUARIO                         SECTION.

               READ USUARIOS
                   AT END
                       MOVE 10 TO FS-USUARIOS
                   NOT AT END
                       IF REG-ID-USER EQUAL WRK-SIGNON-ID AND
                          REG-USER-ATIVO
                           MOVE "S" TO WRK-SIGNON-OK
                           MOVE REG-NIVEL-USER TO WRK-NIVEL-SIGNON
                           MOVE 10 TO FS-USUARIOS
                       END-IF
               END-READ.

       0091-LE-USUARIO-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "CLIENTE (ID): ".
               ACCEPT WRK-PARM-ID.

               PERFORM 0110-LOCALIZA-CLIENTE.
               IF WRK-CLI-ACHOU NOT EQUAL "S"
                   DISPLAY "CLIENTE " WRK-PARM-ID
                       " NAO CADASTRADO NO CLIMASTER"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-CONTA-BCO-CLI EQUAL ZEROS
                   DISPLAY "CLIENTE SEM CONTA BANCARIA NO CADASTRO -- "
                       "REEMBOLSO DEVE SER FEITO PELA COBRANCA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               PERFORM 0120-CALCULA-SALDO.

       0100-INICIAR-FIM.EXIT.

       0110-LOCALIZA-CLIENTE                   SECTION.

               MOVE "N" TO WRK-CLI-ACHOU.
               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER NOT EQUAL "00"
                   DISPLAY "CLIMASTER AUSENTE -- RODE O PROGARQ07"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0111-LE-CLIENTE
                   UNTIL FS-CLIMASTER NOT EQUAL "00".
               CLOSE CLIMASTER.

       0110-LOCALIZA-CLIENTE-FIM.EXIT.

       0111-LE-CLIENTE                         SECTION.

               READ CLIMASTER
                   AT END
                       MOVE "10" TO FS-CLIMASTER
                   NOT AT END
                       IF REG-ID-MASTER EQUAL WRK-PARM-ID
                           MOVE "S" TO WRK-CLI-ACHOU
                           MOVE REG-NOME-MASTER      TO WRK-NOME-CLI
                           MOVE REG-CONTA-BCO-MASTER TO
                               WRK-CONTA-BCO-CLI
                           MOVE "10" TO FS-CLIMASTER
                       END-IF
               END-READ.

       0111-LE-CLIENTE-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SALDO A FAVOR = CREDITOS MENOS DEBITOS DO CLIENTE NO
      *    SALDOCLI (O REEMBOLSO AINDA NAO LANCADO JA FOI DESCONTADO).
      *    O CREDITO DE INDICACAO AINDA NAO CONSUMIDO PELAS FATURAS
      *    (CREDITOS "I" MENOS DEBITOS "U") NAO E REEMBOLSAVEL
      *-----------------------------------------------------------------
       0120-CALCULA-SALDO                      SECTION.

               MOVE ZEROS TO WRK-SALDO-CLI.
               MOVE ZEROS TO WRK-QT-PENDENTES.
               MOVE ZEROS TO WRK-BONUS-IND.
               MOVE ZEROS TO WRK-UTILIZADO-CLI.
               OPEN INPUT SALDOCLI.
               IF FS-SALDOCLI EQUAL "00"
                   PERFORM 0121-LE-SALDO
                       UNTIL FS-SALDOCLI NOT EQUAL "00"
                   CLOSE SALDOCLI
               END-IF.
               SUBTRACT WRK-UTILIZADO-CLI FROM WRK-BONUS-IND.
               IF WRK-BONUS-IND LESS ZEROS
                   MOVE ZEROS TO WRK-BONUS-IND
               END-IF.
               IF WRK-BONUS-IND GREATER WRK-SALDO-CLI
                   MOVE WRK-SALDO-CLI TO WRK-BONUS-IND
               END-IF.
               IF WRK-BONUS-IND GREATER ZEROS
                   SUBTRACT WRK-BONUS-IND FROM WRK-SALDO-CLI
               END-IF.

       0120-CALCULA-SALDO-FIM.EXIT.

       0121-LE-SALDO                           SECTION.

               READ SALDOCLI
                   AT END
                       MOVE "10" TO FS-SALDOCLI
                   NOT AT END
                       IF REG-ID-SCL EQUAL WRK-PARM-ID
                           IF REG-SCL-CREDITO
                               ADD REG-VALOR-SCL TO WRK-SALDO-CLI
                           ELSE
                               SUBTRACT REG-VALOR-SCL FROM
                                   WRK-SALDO-CLI
                           END-IF
                           IF REG-SCL-REEMBOLSO AND
                              REG-REEMB-SOLICITADO
                               ADD 1 TO WRK-QT-PENDENTES
                           END-IF
                           IF REG-SCL-INDICACAO
                               ADD REG-VALOR-SCL TO WRK-BONUS-IND
                           END-IF
                           IF REG-SCL-UTILIZADO
                               ADD REG-VALOR-SCL TO WRK-UTILIZADO-CLI
                           END-IF
                       END-IF
               END-READ.

       0121-LE-SALDO-FIM.EXIT.

       0200-SOLICITA-REEMBOLSO                 SECTION.

               DISPLAY "CLIENTE " WRK-PARM-ID " " WRK-NOME-CLI
                   " CONTA BANCARIA " WRK-CONTA-BCO-CLI.
               IF WRK-QT-PENDENTES GREATER ZEROS
                   DISPLAY "REEMBOLSOS JA SOLICITADOS E AINDA NAO "
                       "LANCADOS: " WRK-QT-PENDENTES
               END-IF.
               IF WRK-BONUS-IND GREATER ZEROS
                   MOVE WRK-BONUS-IND TO WRK-VALOR-ED
                   DISPLAY "CREDITO DE INDICACAO NAO REEMBOLSAVEL: R$"
                       WRK-VALOR-ED
               END-IF.
               IF WRK-SALDO-CLI NOT GREATER ZEROS
                   DISPLAY "CLIENTE SEM SALDO A FAVOR -- NADA A "
                       "REEMBOLSAR"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE WRK-SALDO-CLI TO WRK-VALOR-ED.
               DISPLAY "SALDO A FAVOR: R$" WRK-VALOR-ED.

               DISPLAY "VALOR A REEMBOLSAR (ENTER = SALDO TODO): ".
               ACCEPT WRK-PARM-VALOR.
               IF WRK-PARM-VALOR EQUAL ZEROS
                   MOVE WRK-SALDO-CLI TO WRK-PARM-VALOR
               END-IF.
               IF WRK-PARM-VALOR GREATER WRK-SALDO-CLI
                   DISPLAY "VALOR MAIOR QUE O SALDO A FAVOR -- "
                       "SOLICITACAO RECUSADA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               MOVE WRK-PARM-VALOR TO WRK-VALOR-ED.
               DISPLAY "CONFIRMA O REEMBOLSO DE R$" WRK-VALOR-ED
                   " NA CONTA " WRK-CONTA-BCO-CLI " (S/N)? ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   DISPLAY "SOLICITACAO CANCELADA PELO OPERADOR"
                   GOBACK
               END-IF.

       0200-SOLICITA-REEMBOLSO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               OPEN EXTEND SALDOCLI.
               IF FS-SALDOCLI EQUAL "35"
                   OPEN OUTPUT SALDOCLI
                   CLOSE SALDOCLI
                   OPEN EXTEND SALDOCLI
               END-IF.
               IF FS-SALDOCLI NOT EQUAL "00"
                   DISPLAY "SALDOCLI INDISPONIVEL -- SOLICITACAO NAO "
                       "GRAVADA"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE SPACES            TO REG-SALDOCLI.
               MOVE WRK-PARM-ID       TO REG-ID-SCL.
               MOVE WRK-DATA-EXEC     TO REG-DATA-SCL.
               SET REG-SCL-REEMBOLSO  TO TRUE.
               SET REG-SCL-DEBITO     TO TRUE.
               MOVE WRK-PARM-VALOR    TO REG-VALOR-SCL.
               MOVE ZEROS             TO REG-MES-REF-SCL.
               MOVE WRK-CONTA-BCO-CLI TO REG-CONTA-BCO-SCL.
               SET REG-REEMB-SOLICITADO TO TRUE.
               MOVE ZEROS             TO REG-DATA-LANC-SCL.
               MOVE WRK-SIGNON-ID     TO REG-OPERADOR-SCL.
               WRITE REG-SALDOCLI.
               CLOSE SALDOCLI.

               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY "REEMBOLSO SOLICITADO: R$" WRK-VALOR-ED
                   " -- CREDITO NA CONTA " WRK-CONTA-BCO-CLI
                   " NA PROXIMA NOITE".

       0300-FINALIZAR-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL "35"
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL "00"
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE "PROGREEM"        TO REG-PROGRAMA-AUD
                   MOVE WRK-SIGNON-ID     TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC     TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC     TO REG-HORA-AUD
                   MOVE 1                 TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

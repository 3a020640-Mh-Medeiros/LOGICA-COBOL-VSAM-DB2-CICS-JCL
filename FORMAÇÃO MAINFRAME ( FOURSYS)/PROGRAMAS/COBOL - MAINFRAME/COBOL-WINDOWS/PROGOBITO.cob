       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGOBITO.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGOBITO                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 15 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  REGISTRO UNICO DE OBITO DE TITULAR/CLIENTE   *
      *                    (OBITOS.TXT): REGISTRAR, CONSULTAR, LISTAR   *
      *                    E ESTORNAR, COM A DATA DO OBITO, O DOCUMENTO *
      *                    APRESENTADO PELA FAMILIA, A DATA E O         *
      *                    OPERADOR DO REGISTRO                         *
      *                                                                 *
      *    OBSERVACOES. :  O ARQUIVO E VSAM KSDS PELO CPF. NO REGISTRO  *
      *                    O PROGRAMA MOSTRA AS CONTAS EM QUE O CPF E   *
      *                    TITULAR (TITULARES.TXT) -- O BLOQUEIO DE     *
      *                    DEBITO NESSAS CONTAS E FEITO PELO PROGCALL,  *
      *                    NAO E PRECISO BLOQUEAR CONTA A CONTA NO      *
      *                    PROGBLOQ. O LADO DAS ASSINATURAS E APLICADO  *
      *                    NA NOITE PELO PROGOBITA. REGISTRO FEITO POR  *
      *                    ENGANO E ESTORNADO (RESTRITO A SUPERVISOR),  *
      *                    NUNCA EXCLUIDO                               *
      *=================================================================
      *    ARQUIVOS.... : OBITOS.TXT                     BOOK           *
      *                                                 #BOOKOBITO      *
      *                   TITULARES.TXT                 #BOOKTITU       *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *=================================================================
      *    MODULOS..... : VALCPF                                        *
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
           SELECT USUARIOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\USUARIOS.TXT"
               FILE STATUS IS FS-USUARIOS.
           SELECT OBITOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\OBITOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF-OBT
               FILE STATUS IS FS-OBITOS.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  OBITOS.
       COPY "#BOOKOBITO".
       FD  TITULARES.
       COPY "#BOOKTITU".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-NIVEL-SIGNON            PIC 9(01)           VALUE ZEROS.
       77  FS-OBITOS                   PIC 9(02)           VALUE ZEROS.
       77  FS-TITULARES                PIC 9(02)           VALUE ZEROS.
       77  FS-AUDITORIA                PIC X(02)           VALUE ZEROS.
       77  WRK-TITULARES-OK            PIC X(01)           VALUE "N".
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-CPF-ENTRADA             PIC X(11)           VALUE SPACES.
       77  WRK-CPF-ALVO                PIC 9(11)           VALUE ZEROS.
       77  WRK-DATA-ENTRADA            PIC X(08)           VALUE SPACES.
       77  WRK-DOC-ENTRADA             PIC X(30)           VALUE SPACES.
       77  WRK-NOME-ENTRADA            PIC X(30)           VALUE SPACES.
       77  WRK-NOME-TITULAR            PIC X(30)           VALUE SPACES.
       77  WRK-OBT-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-QT-CONTAS-CPF           PIC 9(03)           VALUE ZEROS.
       77  WRK-QT-OBITOS               PIC 9(06)           VALUE ZEROS.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGOBIT".
       77  WRK-MODULO-VALCPF           PIC X(08)           VALUE
               "VALCPF".
       01  WRK-VALCPF.
           05 WRK-CPF-VAL              PIC 9(11).
           05 WRK-RESP-CPF             PIC X(01).
       01  WRK-DATA-OBITO              PIC 9(08)           VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-OBITO.
           05 WRK-ANO-OBITO            PIC 9(04).
           05 WRK-MES-OBITO            PIC 9(02).
           05 WRK-DIA-OBITO            PIC 9(02).
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-REGISTRADO       PIC X(30)           VALUE
               "OBITO REGISTRADO!!".
           05 WRK-MSG-ESTORNADO        PIC X(30)           VALUE
               "REGISTRO DE OBITO ESTORNADO!!".
           05 WRK-MSG-JA-REGISTRADO    PIC X(30)           VALUE
               "CPF JA TEM OBITO REGISTRADO!".
           05 WRK-MSG-NAO-REGISTRADO   PIC X(30)           VALUE
               "CPF SEM OBITO REGISTRADO!".
           05 WRK-MSG-CPF-INVALIDO     PIC X(30)           VALUE
               "CPF INVALIDO - REDIGITE".
           05 WRK-MSG-DATA-INVALIDA    PIC X(30)           VALUE
               "DATA DO OBITO INVALIDA".
           05 WRK-MSG-DESISTIU         PIC X(30)           VALUE
               "OPERACAO NAO CONFIRMADA".
           05 WRK-OPCAO-INVALIDA       PIC X(30)           VALUE
               "OPCAO INVALIDA!".
           05 WRK-FIM-ARQ              PIC X(30)           VALUE
               "FIM DE PROGRAMA".

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR.
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

               PERFORM 0090-SIGNON.
               MOVE WRK-SIGNON-ID TO WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               OPEN I-O OBITOS.
               IF FS-OBITOS EQUAL 35
                   OPEN OUTPUT OBITOS
                   CLOSE OBITOS
                   OPEN I-O OBITOS
               END-IF.
               IF FS-OBITOS NOT EQUAL 0
                   DISPLAY "ERRO NA ABERTURA DO OBITOS - STATUS: "
                       FS-OBITOS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0110-CONTA-OBITOS
                   UNTIL FS-OBITOS NOT EQUAL 0.
               DISPLAY "OBITOS ATIVOS NO CADASTRO.....:" WRK-QT-OBITOS.

               OPEN INPUT TITULARES.
               IF FS-TITULARES EQUAL 0
                   MOVE "S" TO WRK-TITULARES-OK
               ELSE
                   DISPLAY "CADASTRO DE TITULARES INDISPONIVEL - "
                       "STATUS:" FS-TITULARES
                       " -- CONTAS DO CPF NAO SERAO MOSTRADAS"
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0110-CONTA-OBITOS                       SECTION.

               READ OBITOS NEXT
                   AT END
                       MOVE 10 TO FS-OBITOS
                   NOT AT END
                       IF REG-OBT-ATIVO
                           ADD 1 TO WRK-QT-OBITOS
                       END-IF
               END-READ.

       0110-CONTA-OBITOS-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               PERFORM 0201-MENU
                   UNTIL WRK-CONTINUA NOT EQUAL "S".

       0200-PROCESSAR-FIM.EXIT.

       0201-MENU                               SECTION.

               DISPLAY "[1] REGISTRAR OBITO".
               DISPLAY "[2] CONSULTAR CPF".
               DISPLAY "[3] LISTAR OBITOS".
               DISPLAY "[4] ENCERRAR".
               DISPLAY "[5] ESTORNAR REGISTRO FEITO POR ENGANO".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-REGISTRAR
                   WHEN "2" PERFORM 0220-CONSULTAR
                   WHEN "3" PERFORM 0230-LISTAR
                   WHEN "4" MOVE "N" TO WRK-CONTINUA
                   WHEN "5"
                       IF WRK-NIVEL-SIGNON LESS 2
                           DISPLAY "ESTORNO DE OBITO RESTRITO A "
                               "SUPERVISOR"
                       ELSE
                           PERFORM 0240-ESTORNAR
                       END-IF
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0201-MENU-FIM.EXIT.

       0205-ACEITA-CPF                         SECTION.

               DISPLAY "CPF (11 DIGITOS): ".
               MOVE SPACES TO WRK-CPF-ENTRADA.
               ACCEPT WRK-CPF-ENTRADA.
               MOVE ZEROS TO WRK-CPF-ALVO.
               IF WRK-CPF-ENTRADA IS NUMERIC
                   MOVE WRK-CPF-ENTRADA TO WRK-CPF-VAL
                   CALL WRK-MODULO-VALCPF USING WRK-VALCPF
                   IF WRK-RESP-CPF EQUAL "S"
                       MOVE WRK-CPF-VAL TO WRK-CPF-ALVO
                   END-IF
               END-IF.
               IF WRK-CPF-ALVO EQUAL ZEROS
                   DISPLAY WRK-MSG-CPF-INVALIDO
               END-IF.

       0205-ACEITA-CPF-FIM.EXIT.

       0206-PROCURA-OBITO                      SECTION.

               MOVE WRK-CPF-ALVO TO REG-CPF-OBT.
               READ OBITOS
                   INVALID KEY
                       MOVE "N" TO WRK-OBT-ACHOU
                   NOT INVALID KEY
                       MOVE "S" TO WRK-OBT-ACHOU
               END-READ.

       0206-PROCURA-OBITO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CONTAS EM QUE O CPF E TITULAR -- VARREDURA SEQUENCIAL DO
      *    KSDS (A CHAVE E AGENCIA + CONTA + SEQUENCIA, NAO O CPF)
      *-----------------------------------------------------------------
       0207-MOSTRA-CONTAS                      SECTION.

               MOVE ZEROS  TO WRK-QT-CONTAS-CPF.
               MOVE SPACES TO WRK-NOME-TITULAR.
               IF WRK-TITULARES-OK NOT EQUAL "S"
                   GO TO 0207-MOSTRA-CONTAS-FIM
               END-IF.
               MOVE ZEROS TO REG-CHAVE-TIT.
               START TITULARES KEY IS NOT LESS THAN REG-CHAVE-TIT
                   INVALID KEY
                       MOVE 10 TO FS-TITULARES
                   NOT INVALID KEY
                       MOVE 0  TO FS-TITULARES
               END-START.
               PERFORM 0208-LE-TITULAR
                   UNTIL FS-TITULARES NOT EQUAL 0.
               IF WRK-QT-CONTAS-CPF EQUAL ZEROS
                   DISPLAY "CPF NAO E TITULAR DE NENHUMA CONTA"
               ELSE
                   DISPLAY "CONTAS DO CPF (DEBITO BLOQUEADO NO "
                       "PROCESSAMENTO DA NOITE):" WRK-QT-CONTAS-CPF
               END-IF.

       0207-MOSTRA-CONTAS-FIM.EXIT.

       0208-LE-TITULAR                         SECTION.

               READ TITULARES NEXT
                   AT END
                       MOVE 10 TO FS-TITULARES
                   NOT AT END
                       IF REG-CPF-TIT EQUAL WRK-CPF-ALVO
                           ADD 1 TO WRK-QT-CONTAS-CPF
                           MOVE REG-NOME-TIT TO WRK-NOME-TITULAR
                           DISPLAY "  AG " REG-AGENCIA-TIT
                               " CT " REG-CONTA-TIT
                               " SEQ " REG-SEQ-TIT
                               " PAPEL " REG-PAPEL-TIT
                               " SIT " REG-SITUACAO-TIT
                       END-IF
               END-READ.

       0208-LE-TITULAR-FIM.EXIT.

       0210-REGISTRAR                          SECTION.

               PERFORM 0205-ACEITA-CPF.
               IF WRK-CPF-ALVO EQUAL ZEROS
                   GO TO 0210-REGISTRAR-FIM
               END-IF.
               PERFORM 0206-PROCURA-OBITO.
               IF WRK-OBT-ACHOU EQUAL "S"
                   IF REG-OBT-ATIVO
                       DISPLAY WRK-MSG-JA-REGISTRADO
                       PERFORM 0215-MOSTRA-OBITO
                       GO TO 0210-REGISTRAR-FIM
                   END-IF
                   DISPLAY "REGISTRO ANTERIOR ESTORNADO -- O NOVO "
                       "REGISTRO O SUBSTITUI"
               END-IF.

               PERFORM 0207-MOSTRA-CONTAS.
               IF WRK-NOME-TITULAR EQUAL SPACES
                   DISPLAY "NOME DO FALECIDO: "
                   MOVE SPACES TO WRK-NOME-ENTRADA
                   ACCEPT WRK-NOME-ENTRADA
                   IF WRK-NOME-ENTRADA EQUAL SPACES
                       DISPLAY "NOME OBRIGATORIO"
                       GO TO 0210-REGISTRAR-FIM
                   END-IF
               ELSE
                   MOVE WRK-NOME-TITULAR TO WRK-NOME-ENTRADA
                   DISPLAY "NOME (TITULARES): " WRK-NOME-ENTRADA
               END-IF.

               PERFORM 0211-ACEITA-DATA.
               IF WRK-DATA-OBITO EQUAL ZEROS
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               DISPLAY "DOCUMENTO (CERTIDAO DE OBITO / REFERENCIA): ".
               MOVE SPACES TO WRK-DOC-ENTRADA.
               ACCEPT WRK-DOC-ENTRADA.
               IF WRK-DOC-ENTRADA EQUAL SPACES
                   DISPLAY "DOCUMENTO OBRIGATORIO"
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               DISPLAY "CONFIRMA O REGISTRO DO OBITO (S/N)? ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   DISPLAY WRK-MSG-DESISTIU
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               MOVE WRK-CPF-ALVO       TO REG-CPF-OBT.
               MOVE WRK-NOME-ENTRADA   TO REG-NOME-OBT.
               MOVE WRK-DATA-OBITO     TO REG-DATA-OBITO-OBT.
               MOVE WRK-DOC-ENTRADA    TO REG-DOCUMENTO-OBT.
               MOVE WRK-DATA-EXEC      TO REG-DATA-REGISTRO-OBT.
               MOVE WRK-USUARIO-EXEC   TO REG-OPERADOR-OBT.
               SET REG-OBT-ATIVO       TO TRUE.
               MOVE ZEROS              TO REG-DATA-APLIC-OBT
                                          REG-DATA-ESTORNO-OBT.
               MOVE SPACES             TO REG-OPERADOR-ESTORNO-OBT.
               IF WRK-OBT-ACHOU EQUAL "S"
                   PERFORM 0217-REGRAVA-OBITO
               ELSE
                   PERFORM 0216-GRAVA-OBITO
               END-IF.

       0210-REGISTRAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DATA DO OBITO: AAAAMMDD VALIDA E NAO POSTERIOR A HOJE.
      *    INVALIDA DEVOLVE ZEROS
      *-----------------------------------------------------------------
       0211-ACEITA-DATA                        SECTION.

               DISPLAY "DATA DO OBITO (AAAAMMDD): ".
               MOVE SPACES TO WRK-DATA-ENTRADA.
               ACCEPT WRK-DATA-ENTRADA.
               MOVE ZEROS TO WRK-DATA-OBITO.
               IF WRK-DATA-ENTRADA IS NOT NUMERIC
                   DISPLAY WRK-MSG-DATA-INVALIDA
                   GO TO 0211-ACEITA-DATA-FIM
               END-IF.
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-OBITO.
               IF WRK-ANO-OBITO LESS 1900 OR
                  WRK-MES-OBITO LESS 1 OR WRK-MES-OBITO GREATER 12 OR
                  WRK-DIA-OBITO LESS 1 OR WRK-DIA-OBITO GREATER 31
                   DISPLAY WRK-MSG-DATA-INVALIDA
                   MOVE ZEROS TO WRK-DATA-OBITO
                   GO TO 0211-ACEITA-DATA-FIM
               END-IF.
               IF WRK-DATA-OBITO GREATER WRK-DATA-EXEC
                   DISPLAY WRK-MSG-DATA-INVALIDA
                       " -- POSTERIOR A HOJE"
                   MOVE ZEROS TO WRK-DATA-OBITO
               END-IF.

       0211-ACEITA-DATA-FIM.EXIT.

       0215-MOSTRA-OBITO                       SECTION.

               DISPLAY "CPF......:" REG-CPF-OBT.
               DISPLAY "NOME.....:" REG-NOME-OBT.
               DISPLAY "OBITO EM.:" REG-DATA-OBITO-OBT.
               DISPLAY "DOCUMENTO:" REG-DOCUMENTO-OBT.
               DISPLAY "REGISTRO.:" REG-DATA-REGISTRO-OBT
                   " POR " REG-OPERADOR-OBT.
               DISPLAY "SITUACAO.:" REG-SITUACAO-OBT.
               IF REG-DATA-APLIC-OBT GREATER ZEROS
                   DISPLAY "ASSINATURAS TRATADAS EM:" REG-DATA-APLIC-OBT
               ELSE
                   DISPLAY "ASSINATURAS: PENDENTE (PROCESSAMENTO DA "
                       "NOITE)"
               END-IF.
               IF REG-OBT-ESTORNADO
                   DISPLAY "ESTORNADO:" REG-DATA-ESTORNO-OBT
                       " POR " REG-OPERADOR-ESTORNO-OBT
               END-IF.

       0215-MOSTRA-OBITO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CHAVE DUPLICADA AQUI E REGISTRO FEITO POR OUTRO OPERADOR
      *    ENTRE A CONSULTA E A GRAVACAO
      *-----------------------------------------------------------------
       0216-GRAVA-OBITO                        SECTION.

               WRITE REG-OBITOS
                   INVALID KEY
                       DISPLAY WRK-MSG-JA-REGISTRADO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-OBITOS
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-REGISTRADO
               END-WRITE.

       0216-GRAVA-OBITO-FIM.EXIT.

       0217-REGRAVA-OBITO                      SECTION.

               REWRITE REG-OBITOS
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DO OBITOS - STATUS: "
                           FS-OBITOS
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       IF REG-OBT-ATIVO
                           ADD 1 TO WRK-QT-OBITOS
                           DISPLAY WRK-MSG-REGISTRADO
                       ELSE
                           SUBTRACT 1 FROM WRK-QT-OBITOS
                           DISPLAY WRK-MSG-ESTORNADO
                       END-IF
               END-REWRITE.

       0217-REGRAVA-OBITO-FIM.EXIT.

       0220-CONSULTAR                          SECTION.

               PERFORM 0205-ACEITA-CPF.
               IF WRK-CPF-ALVO EQUAL ZEROS
                   GO TO 0220-CONSULTAR-FIM
               END-IF.
               PERFORM 0206-PROCURA-OBITO.
               IF WRK-OBT-ACHOU EQUAL "S"
                   PERFORM 0215-MOSTRA-OBITO
               ELSE
                   DISPLAY WRK-MSG-NAO-REGISTRADO
               END-IF.
               PERFORM 0207-MOSTRA-CONTAS.

       0220-CONSULTAR-FIM.EXIT.

       0230-LISTAR                             SECTION.

               MOVE ZEROS TO REG-CPF-OBT.
               START OBITOS KEY IS NOT LESS THAN REG-CPF-OBT
                   INVALID KEY
                       DISPLAY "NENHUM OBITO REGISTRADO"
                       GO TO 0230-LISTAR-FIM
               END-START.
               MOVE 0 TO FS-OBITOS.
               PERFORM 0231-LISTA-ITEM
                   UNTIL FS-OBITOS NOT EQUAL 0.

       0230-LISTAR-FIM.EXIT.

       0231-LISTA-ITEM                         SECTION.

               READ OBITOS NEXT
                   AT END
                       MOVE 10 TO FS-OBITOS
                   NOT AT END
                       DISPLAY REG-CPF-OBT " "
                               REG-NOME-OBT " "
                               REG-DATA-OBITO-OBT " "
                               REG-SITUACAO-OBT " "
                               REG-DATA-APLIC-OBT " "
                               REG-OPERADOR-OBT
               END-READ.

       0231-LISTA-ITEM-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ESTORNO DE REGISTRO FEITO POR ENGANO: O PROGCALL VOLTA A
      *    ACEITAR DEBITO NA PROXIMA NOITE. ASSINATURA E FATURA JA
      *    CANCELADAS PELO PROGOBITA NAO VOLTAM SOZINHAS -- SAO
      *    REATIVADAS PELO CADASTRO DE ASSINATURAS
      *-----------------------------------------------------------------
       0240-ESTORNAR                           SECTION.

               PERFORM 0205-ACEITA-CPF.
               IF WRK-CPF-ALVO EQUAL ZEROS
                   GO TO 0240-ESTORNAR-FIM
               END-IF.
               PERFORM 0206-PROCURA-OBITO.
               IF WRK-OBT-ACHOU NOT EQUAL "S" OR
                  NOT REG-OBT-ATIVO
                   DISPLAY WRK-MSG-NAO-REGISTRADO
                   GO TO 0240-ESTORNAR-FIM
               END-IF.
               PERFORM 0215-MOSTRA-OBITO.
               IF REG-DATA-APLIC-OBT GREATER ZEROS
                   DISPLAY "ATENCAO: ASSINATURAS E FATURAS JA FORAM "
                       "CANCELADAS -- REATIVAR NO CADASTRO DE "
                       "ASSINATURAS"
               END-IF.
               DISPLAY "CONFIRMA O ESTORNO DO REGISTRO (S/N)? ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   DISPLAY WRK-MSG-DESISTIU
                   GO TO 0240-ESTORNAR-FIM
               END-IF.
               SET REG-OBT-ESTORNADO   TO TRUE.
               MOVE WRK-DATA-EXEC      TO REG-DATA-ESTORNO-OBT.
               MOVE WRK-USUARIO-EXEC   TO REG-OPERADOR-ESTORNO-OBT.
               PERFORM 0217-REGRAVA-OBITO.

       0240-ESTORNAR-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE OBITOS.
               IF WRK-TITULARES-OK EQUAL "S"
                   CLOSE TITULARES
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

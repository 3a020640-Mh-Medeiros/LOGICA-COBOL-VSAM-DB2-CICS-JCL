       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGJUDIC.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGJUDIC                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 15 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  CADASTRO DE ORDENS JUDICIAIS DE BLOQUEIO DE  *
      *                    SALDO (JUDICIAL.TXT): REGISTRAR A ORDEM      *
      *                    (NUMERO, TRIBUNAL, PROCESSO, CPF, VALOR E    *
      *                    CONTA DE DEPOSITO JUDICIAL), CONSULTAR COM O *
      *                    BLOQUEADO POR CONTA, LISTAR E PEDIR A        *
      *                    LIBERACAO PARCIAL / TOTAL OU A TRANSFERENCIA *
      *                    DO BLOQUEADO PARA A CONTA DE DEPOSITO        *
      *                                                                 *
      *    OBSERVACOES. :  O ARQUIVO E VSAM KSDS PELO NUMERO DA ORDEM.  *
      *                    O BLOQUEIO, A LIBERACAO E A TRANSFERENCIA    *
      *                    SAO FEITOS NA NOITE PELO PROGJUDA -- AQUI SO *
      *                    FICA REGISTRADA A ACAO PEDIDA (RESTRITA A    *
      *                    SUPERVISOR). ORDEM NAO E EXCLUIDA: TERMINA   *
      *                    LIBERADA OU TRANSFERIDA                      *
      *=================================================================
      *    ARQUIVOS.... : JUDICIAL.TXT                   BOOK           *
      *                                                 #BOOKJUDIC      *
      *                   JUDCTA.TXT                    #BOOKJUDCTA     *
      *                   CONTAS.TXT                    #BOOKCTAS       *
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
           SELECT JUDICIAL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\JUDICIAL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUM-ORDEM-JUD
               FILE STATUS IS FS-JUDICIAL.
           SELECT JUDCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\JUDCTA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-JCT
               FILE STATUS IS FS-JUDCTA.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
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
       FD  JUDICIAL.
       COPY "#BOOKJUDIC".
       FD  JUDCTA.
       COPY "#BOOKJUDCTA".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  TITULARES.
       COPY "#BOOKTITU".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-NIVEL-SIGNON            PIC 9(01)           VALUE ZEROS.
       77  FS-JUDICIAL                 PIC 9(02)           VALUE ZEROS.
       77  FS-JUDCTA                   PIC 9(02)           VALUE ZEROS.
       77  FS-CONTAS                   PIC 9(02)           VALUE ZEROS.
       77  FS-TITULARES                PIC 9(02)           VALUE ZEROS.
       77  FS-AUDITORIA                PIC X(02)           VALUE ZEROS.
       77  WRK-JUDCTA-OK               PIC X(01)           VALUE "N".
       77  WRK-CONTAS-OK               PIC X(01)           VALUE "N".
       77  WRK-TITULARES-OK            PIC X(01)           VALUE "N".
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-ACAO-ENTRADA            PIC X(01)           VALUE SPACES.
       77  WRK-ORDEM-ENTRADA           PIC X(20)           VALUE SPACES.
       77  WRK-TRIBUNAL-ENTRADA        PIC X(30)           VALUE SPACES.
       77  WRK-PROCESSO-ENTRADA        PIC X(25)           VALUE SPACES.
       77  WRK-CPF-ENTRADA             PIC X(11)           VALUE SPACES.
       77  WRK-CPF-ALVO                PIC 9(11)           VALUE ZEROS.
       77  WRK-DATA-ENTRADA            PIC X(08)           VALUE SPACES.
       77  WRK-NOME-ENTRADA            PIC X(30)           VALUE SPACES.
       77  WRK-NOME-TITULAR            PIC X(30)           VALUE SPACES.
       77  WRK-AGENCIA-ENTRADA         PIC X(04)           VALUE SPACES.
       77  WRK-CONTA-ENTRADA           PIC X(06)           VALUE SPACES.
       77  WRK-AGENCIA-DEP             PIC 9(04)           VALUE ZEROS.
       77  WRK-CONTA-DEP               PIC 9(06)           VALUE ZEROS.
       77  WRK-DEP-OK                  PIC X(01)           VALUE "N".
       77  WRK-JUD-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-QT-CONTAS-CPF           PIC 9(03)           VALUE ZEROS.
       77  WRK-QT-ORDENS               PIC 9(06)           VALUE ZEROS.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-RESTANTE                PIC S9(09)V99       VALUE ZEROS.
       77  WRK-VALOR-ED                PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-RESTANTE-ED             PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGJUDI".
       77  WRK-MODULO-VALCPF           PIC X(08)           VALUE
               "VALCPF".
       01  WRK-VALCPF.
           05 WRK-CPF-VAL              PIC 9(11).
           05 WRK-RESP-CPF             PIC X(01).
       01  WRK-DATA-ORDEM              PIC 9(08)           VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-ORDEM.
           05 WRK-ANO-ORDEM            PIC 9(04).
           05 WRK-MES-ORDEM            PIC 9(02).
           05 WRK-DIA-ORDEM            PIC 9(02).
       01  WRK-VALOR-AREA.
           05 WRK-VALOR-ENTRADA        PIC X(11)           VALUE
               "00000000000".
           05 WRK-VALOR-NUM REDEFINES WRK-VALOR-ENTRADA
                                       PIC 9(09)V99.
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-REGISTRADA       PIC X(30)           VALUE
               "ORDEM JUDICIAL REGISTRADA!!".
           05 WRK-MSG-ACAO-GRAVADA     PIC X(30)           VALUE
               "ACAO REGISTRADA PARA A NOITE!".
           05 WRK-MSG-JA-REGISTRADA    PIC X(30)           VALUE
               "ORDEM JA REGISTRADA!".
           05 WRK-MSG-NAO-REGISTRADA   PIC X(30)           VALUE
               "ORDEM NAO REGISTRADA!".
           05 WRK-MSG-ORDEM-INVALIDA   PIC X(30)           VALUE
               "NUMERO DA ORDEM OBRIGATORIO".
           05 WRK-MSG-CPF-INVALIDO     PIC X(30)           VALUE
               "CPF INVALIDO - REDIGITE".
           05 WRK-MSG-DATA-INVALIDA    PIC X(30)           VALUE
               "DATA DA ORDEM INVALIDA".
           05 WRK-MSG-VALOR-INVALIDO   PIC X(30)           VALUE
               "VALOR INVALIDO - REDIGITE".
           05 WRK-MSG-CONTA-INVALIDA   PIC X(30)           VALUE
               "AGENCIA/CONTA INVALIDA".
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
               OPEN I-O JUDICIAL.
               IF FS-JUDICIAL EQUAL 35
                   OPEN OUTPUT JUDICIAL
                   CLOSE JUDICIAL
                   OPEN I-O JUDICIAL
               END-IF.
               IF FS-JUDICIAL NOT EQUAL 0
                   DISPLAY "ERRO NA ABERTURA DO JUDICIAL - STATUS: "
                       FS-JUDICIAL
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0110-CONTA-ORDENS
                   UNTIL FS-JUDICIAL NOT EQUAL 0.
               DISPLAY "ORDENS JUDICIAIS ATIVAS.......:" WRK-QT-ORDENS.

               OPEN INPUT JUDCTA.
               IF FS-JUDCTA EQUAL 0
                   MOVE "S" TO WRK-JUDCTA-OK
               ELSE
                   DISPLAY "NENHUM BLOQUEIO POR CONTA APLICADO AINDA"
               END-IF.
               OPEN INPUT CONTAS.
               IF FS-CONTAS EQUAL 0
                   MOVE "S" TO WRK-CONTAS-OK
               ELSE
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL - STATUS:"
                       FS-CONTAS
                       " -- CONTA DE DEPOSITO NAO PODE SER INFORMADA"
               END-IF.
               OPEN INPUT TITULARES.
               IF FS-TITULARES EQUAL 0
                   MOVE "S" TO WRK-TITULARES-OK
               ELSE
                   DISPLAY "CADASTRO DE TITULARES INDISPONIVEL - "
                       "STATUS:" FS-TITULARES
                       " -- CONTAS DO CPF NAO SERAO MOSTRADAS"
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0110-CONTA-ORDENS                       SECTION.

               READ JUDICIAL NEXT
                   AT END
                       MOVE 10 TO FS-JUDICIAL
                   NOT AT END
                       IF REG-JUD-ATIVA
                           ADD 1 TO WRK-QT-ORDENS
                       END-IF
               END-READ.

       0110-CONTA-ORDENS-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               PERFORM 0201-MENU
                   UNTIL WRK-CONTINUA NOT EQUAL "S".

       0200-PROCESSAR-FIM.EXIT.

       0201-MENU                               SECTION.

               DISPLAY "[1] REGISTRAR ORDEM JUDICIAL".
               DISPLAY "[2] CONSULTAR ORDEM".
               DISPLAY "[3] LISTAR ORDENS".
               DISPLAY "[4] ENCERRAR".
               DISPLAY "[5] PEDIR LIBERACAO OU TRANSFERENCIA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-REGISTRAR
                   WHEN "2" PERFORM 0220-CONSULTAR
                   WHEN "3" PERFORM 0230-LISTAR
                   WHEN "4" MOVE "N" TO WRK-CONTINUA
                   WHEN "5"
                       IF WRK-NIVEL-SIGNON LESS 2
                           DISPLAY "LIBERACAO / TRANSFERENCIA "
                               "RESTRITA A SUPERVISOR"
                       ELSE
                           PERFORM 0240-PEDIR-ACAO
                       END-IF
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0201-MENU-FIM.EXIT.

       0203-ACEITA-ORDEM                       SECTION.

               DISPLAY "NUMERO DA ORDEM JUDICIAL: ".
               MOVE SPACES TO WRK-ORDEM-ENTRADA.
               ACCEPT WRK-ORDEM-ENTRADA.
               IF WRK-ORDEM-ENTRADA EQUAL SPACES
                   DISPLAY WRK-MSG-ORDEM-INVALIDA
               END-IF.

       0203-ACEITA-ORDEM-FIM.EXIT.

       0204-PROCURA-ORDEM                      SECTION.

               MOVE WRK-ORDEM-ENTRADA TO REG-NUM-ORDEM-JUD.
               READ JUDICIAL
                   INVALID KEY
                       MOVE "N" TO WRK-JUD-ACHOU
                   NOT INVALID KEY
                       MOVE "S" TO WRK-JUD-ACHOU
               END-READ.

       0204-PROCURA-ORDEM-FIM.EXIT.

       0205-ACEITA-CPF                         SECTION.

               DISPLAY "CPF DO EXECUTADO (11 DIGITOS): ".
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

      *-----------------------------------------------------------------
      *    CONTA DE DEPOSITO JUDICIAL: TEM QUE EXISTIR NO MASTER E NAO
      *    ESTAR ENCERRADA. ENTER NA AGENCIA = NAO INFORMADA
      *    (WRK-DEP-OK = "V")
      *-----------------------------------------------------------------
       0206-ACEITA-CONTA-DEP                   SECTION.

               MOVE "N"   TO WRK-DEP-OK.
               MOVE ZEROS TO WRK-AGENCIA-DEP WRK-CONTA-DEP.
               DISPLAY "AGENCIA DA CONTA DE DEPOSITO JUDICIAL "
                   "(ENTER = NAO INFORMADA): ".
               MOVE SPACES TO WRK-AGENCIA-ENTRADA.
               ACCEPT WRK-AGENCIA-ENTRADA.
               IF WRK-AGENCIA-ENTRADA EQUAL SPACES
                   MOVE "V" TO WRK-DEP-OK
                   GO TO 0206-ACEITA-CONTA-DEP-FIM
               END-IF.
               DISPLAY "CONTA (6 DIGITOS): ".
               MOVE SPACES TO WRK-CONTA-ENTRADA.
               ACCEPT WRK-CONTA-ENTRADA.
               IF WRK-AGENCIA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA EQUAL "000000"
                   DISPLAY WRK-MSG-CONTA-INVALIDA
                   GO TO 0206-ACEITA-CONTA-DEP-FIM
               END-IF.
               IF WRK-CONTAS-OK NOT EQUAL "S"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL -- CONTA "
                       "NAO CONFERIDA"
                   GO TO 0206-ACEITA-CONTA-DEP-FIM
               END-IF.
               MOVE WRK-AGENCIA-ENTRADA TO REG-AGENCIA-MTR.
               MOVE WRK-CONTA-ENTRADA   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA NO MASTER!"
                       GO TO 0206-ACEITA-CONTA-DEP-FIM
               END-READ.
               IF REG-CONTA-ENCERRADA
                   DISPLAY "CONTA DE DEPOSITO ENCERRADA!"
                   GO TO 0206-ACEITA-CONTA-DEP-FIM
               END-IF.
               DISPLAY "CONTA DE DEPOSITO: " REG-NOME-TITULAR-MTR.
               MOVE REG-AGENCIA-MTR TO WRK-AGENCIA-DEP.
               MOVE REG-CONTA-MTR   TO WRK-CONTA-DEP.
               MOVE "S" TO WRK-DEP-OK.

       0206-ACEITA-CONTA-DEP-FIM.EXIT.

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
                   DISPLAY "CPF NAO E TITULAR DE NENHUMA CONTA -- "
                       "A ORDEM FICA REGISTRADA SEM BLOQUEIO"
               ELSE
                   DISPLAY "CONTAS DO CPF (BLOQUEIO APLICADO NO "
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

               PERFORM 0203-ACEITA-ORDEM.
               IF WRK-ORDEM-ENTRADA EQUAL SPACES
                   GO TO 0210-REGISTRAR-FIM
               END-IF.
               PERFORM 0204-PROCURA-ORDEM.
               IF WRK-JUD-ACHOU EQUAL "S"
                   DISPLAY WRK-MSG-JA-REGISTRADA
                   PERFORM 0215-MOSTRA-ORDEM
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               DISPLAY "TRIBUNAL / VARA: ".
               MOVE SPACES TO WRK-TRIBUNAL-ENTRADA.
               ACCEPT WRK-TRIBUNAL-ENTRADA.
               DISPLAY "NUMERO DO PROCESSO: ".
               MOVE SPACES TO WRK-PROCESSO-ENTRADA.
               ACCEPT WRK-PROCESSO-ENTRADA.
               IF WRK-TRIBUNAL-ENTRADA EQUAL SPACES OR
                  WRK-PROCESSO-ENTRADA EQUAL SPACES
                   DISPLAY "TRIBUNAL E PROCESSO OBRIGATORIOS"
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               PERFORM 0205-ACEITA-CPF.
               IF WRK-CPF-ALVO EQUAL ZEROS
                   GO TO 0210-REGISTRAR-FIM
               END-IF.
               PERFORM 0207-MOSTRA-CONTAS.
               IF WRK-NOME-TITULAR EQUAL SPACES
                   DISPLAY "NOME DO EXECUTADO: "
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
               IF WRK-DATA-ORDEM EQUAL ZEROS
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               DISPLAY "VALOR A BLOQUEAR 9(9)V99 SEM VIRGULA: ".
               MOVE "00000000000" TO WRK-VALOR-ENTRADA.
               ACCEPT WRK-VALOR-ENTRADA.
               IF WRK-VALOR-ENTRADA IS NOT NUMERIC OR
                  WRK-VALOR-NUM EQUAL ZEROS
                   DISPLAY WRK-MSG-VALOR-INVALIDO
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               PERFORM 0206-ACEITA-CONTA-DEP.
               IF WRK-DEP-OK EQUAL "N"
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               MOVE WRK-VALOR-NUM TO WRK-VALOR-ED.
               DISPLAY "BLOQUEAR R$" WRK-VALOR-ED " DO CPF "
                   WRK-CPF-ALVO.
               DISPLAY "CONFIRMA O REGISTRO DA ORDEM (S/N)? ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   DISPLAY WRK-MSG-DESISTIU
                   GO TO 0210-REGISTRAR-FIM
               END-IF.

               MOVE WRK-ORDEM-ENTRADA    TO REG-NUM-ORDEM-JUD.
               MOVE WRK-TRIBUNAL-ENTRADA TO REG-TRIBUNAL-JUD.
               MOVE WRK-PROCESSO-ENTRADA TO REG-PROCESSO-JUD.
               MOVE WRK-CPF-ALVO         TO REG-CPF-JUD.
               MOVE WRK-NOME-ENTRADA     TO REG-NOME-JUD.
               MOVE WRK-DATA-ORDEM       TO REG-DATA-ORDEM-JUD.
               MOVE WRK-VALOR-NUM        TO REG-VALOR-ORDEM-JUD.
               MOVE ZEROS                TO REG-VALOR-BLOQ-JUD
                                            REG-VALOR-LIBER-JUD
                                            REG-VALOR-TRANSF-JUD.
               SET REG-JUD-ATIVA         TO TRUE.
               SET REG-JUD-SEM-ACAO      TO TRUE.
               MOVE ZEROS                TO REG-VALOR-ACAO-JUD
                                            REG-DATA-ACAO-JUD.
               MOVE SPACES               TO REG-OPERADOR-ACAO-JUD.
               MOVE WRK-AGENCIA-DEP      TO REG-AGENCIA-DEP-JUD.
               MOVE WRK-CONTA-DEP        TO REG-CONTA-DEP-JUD.
               MOVE WRK-DATA-EXEC        TO REG-DATA-REGISTRO-JUD.
               MOVE WRK-USUARIO-EXEC     TO REG-OPERADOR-JUD.
               MOVE ZEROS                TO REG-DATA-ULT-MOV-JUD.
               WRITE REG-JUDICIAL
                   INVALID KEY
                       DISPLAY WRK-MSG-JA-REGISTRADA
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ORDENS
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-REGISTRADA
               END-WRITE.

       0210-REGISTRAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DATA DA ORDEM: AAAAMMDD VALIDA E NAO POSTERIOR A HOJE.
      *    INVALIDA DEVOLVE ZEROS
      *-----------------------------------------------------------------
       0211-ACEITA-DATA                        SECTION.

               DISPLAY "DATA DA ORDEM (AAAAMMDD): ".
               MOVE SPACES TO WRK-DATA-ENTRADA.
               ACCEPT WRK-DATA-ENTRADA.
               MOVE ZEROS TO WRK-DATA-ORDEM.
               IF WRK-DATA-ENTRADA IS NOT NUMERIC
                   DISPLAY WRK-MSG-DATA-INVALIDA
                   GO TO 0211-ACEITA-DATA-FIM
               END-IF.
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-ORDEM.
               IF WRK-ANO-ORDEM LESS 1900 OR
                  WRK-MES-ORDEM LESS 1 OR WRK-MES-ORDEM GREATER 12 OR
                  WRK-DIA-ORDEM LESS 1 OR WRK-DIA-ORDEM GREATER 31
                   DISPLAY WRK-MSG-DATA-INVALIDA
                   MOVE ZEROS TO WRK-DATA-ORDEM
                   GO TO 0211-ACEITA-DATA-FIM
               END-IF.
               IF WRK-DATA-ORDEM GREATER WRK-DATA-EXEC
                   DISPLAY WRK-MSG-DATA-INVALIDA
                       " -- POSTERIOR A HOJE"
                   MOVE ZEROS TO WRK-DATA-ORDEM
               END-IF.

       0211-ACEITA-DATA-FIM.EXIT.

       0215-MOSTRA-ORDEM                       SECTION.

               DISPLAY "ORDEM....:" REG-NUM-ORDEM-JUD.
               DISPLAY "TRIBUNAL.:" REG-TRIBUNAL-JUD.
               DISPLAY "PROCESSO.:" REG-PROCESSO-JUD.
               DISPLAY "CPF......:" REG-CPF-JUD " " REG-NOME-JUD.
               DISPLAY "DATA.....:" REG-DATA-ORDEM-JUD.
               MOVE REG-VALOR-ORDEM-JUD  TO WRK-VALOR-ED.
               DISPLAY "ORDENADO.:" WRK-VALOR-ED.
               MOVE REG-VALOR-BLOQ-JUD   TO WRK-VALOR-ED.
               DISPLAY "BLOQUEADO:" WRK-VALOR-ED.
               MOVE REG-VALOR-LIBER-JUD  TO WRK-VALOR-ED.
               DISPLAY "LIBERADO.:" WRK-VALOR-ED.
               MOVE REG-VALOR-TRANSF-JUD TO WRK-VALOR-ED.
               DISPLAY "TRANSFER.:" WRK-VALOR-ED.
               COMPUTE WRK-RESTANTE = REG-VALOR-ORDEM-JUD -
                                      REG-VALOR-BLOQ-JUD -
                                      REG-VALOR-LIBER-JUD -
                                      REG-VALOR-TRANSF-JUD.
               MOVE WRK-RESTANTE TO WRK-RESTANTE-ED.
               DISPLAY "A BLOQUEAR:" WRK-RESTANTE-ED.
               DISPLAY "DEPOSITO.:" REG-AGENCIA-DEP-JUD "/"
                   REG-CONTA-DEP-JUD.
               DISPLAY "SITUACAO.:" REG-SITUACAO-JUD
                   "  ULTIMO MOVIMENTO:" REG-DATA-ULT-MOV-JUD.
               DISPLAY "REGISTRO.:" REG-DATA-REGISTRO-JUD
                   " POR " REG-OPERADOR-JUD.
               IF NOT REG-JUD-SEM-ACAO
                   MOVE REG-VALOR-ACAO-JUD TO WRK-VALOR-ED
                   DISPLAY "ACAO PENDENTE:" REG-ACAO-JUD " R$"
                       WRK-VALOR-ED " PEDIDA EM " REG-DATA-ACAO-JUD
                       " POR " REG-OPERADOR-ACAO-JUD
               END-IF.

       0215-MOSTRA-ORDEM-FIM.EXIT.

      *-----------------------------------------------------------------
      *    BLOQUEIO POR CONTA DA ORDEM (JUDCTA, CHAVE ORDEM + CONTA)
      *-----------------------------------------------------------------
       0216-MOSTRA-BLOQUEIOS                   SECTION.

               IF WRK-JUDCTA-OK NOT EQUAL "S"
                   GO TO 0216-MOSTRA-BLOQUEIOS-FIM
               END-IF.
               MOVE REG-NUM-ORDEM-JUD TO REG-NUM-ORDEM-JCT.
               MOVE ZEROS             TO REG-AGENCIA-JCT.
               MOVE ZEROS             TO REG-CONTA-JCT.
               START JUDCTA KEY IS NOT LESS THAN REG-CHAVE-JCT
                   INVALID KEY
                       MOVE 10 TO FS-JUDCTA
                   NOT INVALID KEY
                       MOVE 0  TO FS-JUDCTA
               END-START.
               PERFORM 0217-LE-BLOQUEIO
                   UNTIL FS-JUDCTA NOT EQUAL 0.

       0216-MOSTRA-BLOQUEIOS-FIM.EXIT.

       0217-LE-BLOQUEIO                        SECTION.

               READ JUDCTA NEXT
                   AT END
                       MOVE 10 TO FS-JUDCTA
                   NOT AT END
                       IF REG-NUM-ORDEM-JCT NOT EQUAL REG-NUM-ORDEM-JUD
                           MOVE 10 TO FS-JUDCTA
                       ELSE
                           MOVE REG-VALOR-BLOQ-JCT TO WRK-VALOR-ED
                           DISPLAY "  AG " REG-AGENCIA-JCT
                               " CT " REG-CONTA-JCT
                               " R$" WRK-VALOR-ED
                               " DESDE " REG-DATA-BLOQ-JCT
                               " SIT " REG-SITUACAO-JCT
                       END-IF
               END-READ.

       0217-LE-BLOQUEIO-FIM.EXIT.

       0220-CONSULTAR                          SECTION.

               PERFORM 0203-ACEITA-ORDEM.
               IF WRK-ORDEM-ENTRADA EQUAL SPACES
                   GO TO 0220-CONSULTAR-FIM
               END-IF.
               PERFORM 0204-PROCURA-ORDEM.
               IF WRK-JUD-ACHOU EQUAL "S"
                   PERFORM 0215-MOSTRA-ORDEM
                   PERFORM 0216-MOSTRA-BLOQUEIOS
               ELSE
                   DISPLAY WRK-MSG-NAO-REGISTRADA
               END-IF.

       0220-CONSULTAR-FIM.EXIT.

       0230-LISTAR                             SECTION.

               MOVE LOW-VALUES TO REG-NUM-ORDEM-JUD.
               START JUDICIAL KEY IS NOT LESS THAN REG-NUM-ORDEM-JUD
                   INVALID KEY
                       DISPLAY "NENHUMA ORDEM REGISTRADA"
                       GO TO 0230-LISTAR-FIM
               END-START.
               MOVE 0 TO FS-JUDICIAL.
               PERFORM 0231-LISTA-ITEM
                   UNTIL FS-JUDICIAL NOT EQUAL 0.

       0230-LISTAR-FIM.EXIT.

       0231-LISTA-ITEM                         SECTION.

               READ JUDICIAL NEXT
                   AT END
                       MOVE 10 TO FS-JUDICIAL
                   NOT AT END
                       MOVE REG-VALOR-BLOQ-JUD TO WRK-VALOR-ED
                       DISPLAY REG-NUM-ORDEM-JUD " "
                               REG-CPF-JUD " "
                               REG-DATA-ORDEM-JUD " "
                               REG-SITUACAO-JUD " "
                               REG-ACAO-JUD " BLOQ R$"
                               WRK-VALOR-ED
               END-READ.

       0231-LISTA-ITEM-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ACAO EXECUTADA NA NOITE PELO PROGJUDA:
      *      "P" LIBERACAO PARCIAL (VALOR)  "L" LIBERACAO TOTAL
      *      "T" TRANSFERENCIA DO BLOQUEADO PARA A CONTA DE DEPOSITO
      *      "C" CANCELA A ACAO AINDA NAO EXECUTADA
      *    NOVA ACAO SUBSTITUI A PENDENTE
      *-----------------------------------------------------------------
       0240-PEDIR-ACAO                         SECTION.

               PERFORM 0203-ACEITA-ORDEM.
               IF WRK-ORDEM-ENTRADA EQUAL SPACES
                   GO TO 0240-PEDIR-ACAO-FIM
               END-IF.
               PERFORM 0204-PROCURA-ORDEM.
               IF WRK-JUD-ACHOU NOT EQUAL "S"
                   DISPLAY WRK-MSG-NAO-REGISTRADA
                   GO TO 0240-PEDIR-ACAO-FIM
               END-IF.
               PERFORM 0215-MOSTRA-ORDEM.
               IF NOT REG-JUD-ATIVA
                   DISPLAY "ORDEM ENCERRADA -- NAO ACEITA ACAO"
                   GO TO 0240-PEDIR-ACAO-FIM
               END-IF.

               DISPLAY "ACAO: [P] LIBERACAO PARCIAL  [L] LIBERACAO "
                   "TOTAL  [T] TRANSFERENCIA  [C] CANCELAR PENDENTE: ".
               MOVE SPACES TO WRK-ACAO-ENTRADA.
               ACCEPT WRK-ACAO-ENTRADA.
               MOVE ZEROS TO WRK-VALOR-NUM.
               EVALUATE WRK-ACAO-ENTRADA
                   WHEN "P"
                       PERFORM 0241-ACEITA-VALOR-LIBERACAO
                       IF WRK-VALOR-NUM EQUAL ZEROS
                           GO TO 0240-PEDIR-ACAO-FIM
                       END-IF
                   WHEN "L"
                       CONTINUE
                   WHEN "T"
                       IF REG-AGENCIA-DEP-JUD EQUAL ZEROS OR
                          REG-CONTA-DEP-JUD EQUAL ZEROS
                           DISPLAY "ORDEM SEM CONTA DE DEPOSITO -- "
                               "INFORME AGORA"
                       ELSE
                           DISPLAY "INFORME DE NOVO A CONTA DE "
                               "DEPOSITO OU ENTER PARA MANTER A ATUAL"
                       END-IF
                       PERFORM 0206-ACEITA-CONTA-DEP
                       IF WRK-DEP-OK EQUAL "N"
                           GO TO 0240-PEDIR-ACAO-FIM
                       END-IF
                       IF WRK-DEP-OK EQUAL "V"
                           IF REG-AGENCIA-DEP-JUD EQUAL ZEROS OR
                              REG-CONTA-DEP-JUD EQUAL ZEROS
                               DISPLAY "TRANSFERENCIA EXIGE A CONTA "
                                   "DE DEPOSITO JUDICIAL"
                               GO TO 0240-PEDIR-ACAO-FIM
                           END-IF
                       ELSE
                           MOVE WRK-AGENCIA-DEP TO REG-AGENCIA-DEP-JUD
                           MOVE WRK-CONTA-DEP   TO REG-CONTA-DEP-JUD
                       END-IF
                   WHEN "C"
                       IF REG-JUD-SEM-ACAO
                           DISPLAY "ORDEM SEM ACAO PENDENTE"
                           GO TO 0240-PEDIR-ACAO-FIM
                       END-IF
                       MOVE SPACES TO WRK-ACAO-ENTRADA
                   WHEN OTHER
                       DISPLAY WRK-OPCAO-INVALIDA
                       GO TO 0240-PEDIR-ACAO-FIM
               END-EVALUATE.

               DISPLAY "CONFIRMA A ACAO (S/N)? ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   DISPLAY WRK-MSG-DESISTIU
                   GO TO 0240-PEDIR-ACAO-FIM
               END-IF.
               MOVE WRK-ACAO-ENTRADA   TO REG-ACAO-JUD.
               MOVE WRK-VALOR-NUM      TO REG-VALOR-ACAO-JUD.
               MOVE WRK-DATA-EXEC      TO REG-DATA-ACAO-JUD.
               MOVE WRK-USUARIO-EXEC   TO REG-OPERADOR-ACAO-JUD.
               REWRITE REG-JUDICIAL
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DO JUDICIAL - "
                           "STATUS: " FS-JUDICIAL
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-ACAO-GRAVADA
               END-REWRITE.

       0240-PEDIR-ACAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    LIBERACAO PARCIAL MAIOR QUE O BLOQUEADO E ACEITA -- NA NOITE
      *    O PROGJUDA LIBERA SO O QUE ESTIVER BLOQUEADO
      *-----------------------------------------------------------------
       0241-ACEITA-VALOR-LIBERACAO             SECTION.

               DISPLAY "VALOR A LIBERAR 9(9)V99 SEM VIRGULA: ".
               MOVE "00000000000" TO WRK-VALOR-ENTRADA.
               ACCEPT WRK-VALOR-ENTRADA.
               IF WRK-VALOR-ENTRADA IS NOT NUMERIC
                   MOVE ZEROS TO WRK-VALOR-NUM
               END-IF.
               IF WRK-VALOR-NUM EQUAL ZEROS
                   DISPLAY WRK-MSG-VALOR-INVALIDO
                   GO TO 0241-ACEITA-VALOR-LIBERACAO-FIM
               END-IF.
               IF WRK-VALOR-NUM GREATER REG-VALOR-BLOQ-JUD
                   DISPLAY "ATENCAO: VALOR MAIOR QUE O BLOQUEADO HOJE "
                       "-- SERA LIBERADO O QUE ESTIVER BLOQUEADO"
               END-IF.

       0241-ACEITA-VALOR-LIBERACAO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE JUDICIAL.
               IF WRK-JUDCTA-OK EQUAL "S"
                   CLOSE JUDCTA
               END-IF.
               IF WRK-CONTAS-OK EQUAL "S"
                   CLOSE CONTAS
               END-IF.
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

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGCONTEST.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGCONTEST                                   *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 18 / 09 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  CASOS DE CONTESTACAO DE MOVIMENTO            *
      *                    (CONTEST.TXT): ABERTURA DO CASO SOBRE UM     *
      *                    DEBITO DA GERACAO DATADA DO RELSAIDA,        *
      *                    CONCESSAO DE CREDITO PROVISORIO, RESOLUCAO   *
      *                    "PROCEDENTE" OU "IMPROCEDENTE", CONSULTA E   *
      *                    LISTAGEM DOS CASOS DA CONTA                  *
      *                                                                 *
      *    OBSERVACOES. :  O CASO SO E ABERTO SE O DEBITO EXISTE NA     *
      *                    GERACAO RELSAIDA.D<DATA>.TXT DA DATA         *
      *                    INFORMADA (AGENCIA, CONTA, VALOR) E SE NAO   *
      *                    HA OUTRO CASO PARA O MESMO MOVIMENTO. O      *
      *                    PRAZO REGULATORIO E CONTADO EM DIAS UTEIS    *
      *                    PELO CALDIA A PARTIR DA ABERTURA. CREDITO    *
      *                    PROVISORIO E RESOLUCAO SAO RESTRITOS A       *
      *                    SUPERVISOR (NIVEL 2) E SO MARCAM O CASO --   *
      *                    OS LANCAMENTOS SAO EMITIDOS NA NOITE PELO    *
      *                    PROGCONTLC. CREDITO PROVISORIO AINDA NAO     *
      *                    LANCADO E CANCELADO NA RESOLUCAO            *
      *=================================================================
      *    ARQUIVOS.... : CONTEST.TXT                    BOOK           *
      *                                                 #BOOKCONTEST    *
      *                   CONTAS.TXT                    #BOOKCTAS       *
      *                   RELSAIDA.D<DATA>.TXT          #BOOKRELSAIDA   *
      *                   USUARIOS.TXT                  #BOOKUSER       *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *=================================================================
      *    MODULOS..... :  CALDIA                                       *
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
           SELECT CONTEST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTEST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-CONTEST
               FILE STATUS IS FS-CONTEST.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT GERMOV ASSIGN TO DYNAMIC WRK-NOME-GERMOV
               FILE STATUS IS FS-GERMOV.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  CONTEST.
       COPY "#BOOKCONTEST".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  GERMOV.
       COPY "#BOOKRELSAIDA".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-NIVEL-SIGNON            PIC 9(01)           VALUE ZEROS.
       77  FS-CONTEST                  PIC X(02)           VALUE SPACES.
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-GERMOV                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-NOME-GERMOV             PIC X(60)           VALUE SPACES.
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-DECISAO                 PIC X(01)           VALUE SPACES.
       77  WRK-AGENCIA-ENTRADA         PIC X(04)           VALUE SPACES.
       77  WRK-CONTA-ENTRADA           PIC X(06)           VALUE SPACES.
       77  WRK-CAMPO-ENTRADA           PIC X(10)           VALUE SPACES.
       77  WRK-AGENCIA-ALVO            PIC 9(04)           VALUE ZEROS.
       77  WRK-CONTA-ALVO              PIC 9(06)           VALUE ZEROS.
       77  WRK-DATA-ALVO               PIC 9(08)           VALUE ZEROS.
       77  WRK-CTA-OK                  PIC X(01)           VALUE "N".
       77  WRK-CASO-OK                 PIC X(01)           VALUE "N".
       77  WRK-MOV-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-HISTORICO-MOV           PIC X(20)           VALUE SPACES.
       77  WRK-FIM-CASOS               PIC X(01)           VALUE "N".
       77  WRK-CASO-DUPLICADO          PIC 9(08)           VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO           PIC 9(08)           VALUE ZEROS.
       77  WRK-QT-CASOS-CTA            PIC 9(04)           VALUE ZEROS.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-PARM-PRAZO-UTEIS        PIC 9(03)           VALUE 10.
       77  WRK-PARM-PRAZO-CORRIDOS     PIC 9(03)           VALUE 14.
       77  WRK-DATA-PRAZO              PIC 9(08)           VALUE ZEROS.
       77  WRK-CAL-FALHOU              PIC X(01)           VALUE "N".
       77  WRK-VALOR-ED                PIC Z.ZZZ.ZZ9,99.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGCONT".
       77  WRK-MODULO-CALDIA           PIC X(08)           VALUE
               "CALDIA".
       01  WRK-CALDIA.
           05 WRK-FUNCAO-CAL           PIC X(01).
           05 WRK-DATA-IN-CAL          PIC 9(08).
           05 WRK-DATA-OUT-CAL         PIC 9(08).
           05 WRK-RESPOSTA-CAL         PIC X(01).
           05 WRK-SITUACAO-CAL         PIC X(01).
      *----------------- VALOR DIGITADO 9(7)V99 SEM VIRGULA
       01  WRK-VALOR-AREA.
           05 WRK-VALOR-DIGITOS        PIC X(09)           VALUE ZEROS.
       01  WRK-VALOR-NUM REDEFINES WRK-VALOR-AREA
                                       PIC 9(07)V99.
       77  WRK-VALOR-ALVO              PIC 9(07)V99        VALUE ZEROS.
      *----------------- NUMERO DO CASO DIGITADO
       01  WRK-NUMERO-AREA.
           05 WRK-NUMERO-DIGITOS       PIC X(08)           VALUE ZEROS.
       01  WRK-NUMERO-NUM REDEFINES WRK-NUMERO-AREA
                                       PIC 9(08).
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-ABERTO           PIC X(30)           VALUE
               "CASO DE CONTESTACAO ABERTO!!".
           05 WRK-MSG-NAO-EXISTE       PIC X(30)           VALUE
               "CASO NAO CADASTRADO!".
           05 WRK-MSG-CONTA-INVALIDA   PIC X(30)           VALUE
               "CONTA INVALIDA - REDIGITE".
           05 WRK-MSG-CAMPO-INVALIDO   PIC X(30)           VALUE
               "CAMPO INVALIDO - REDIGITE".
           05 WRK-MSG-RESTRITA         PIC X(30)           VALUE
               "OPCAO RESTRITA A SUPERVISOR!".
           05 WRK-MSG-JA-DECIDIDO      PIC X(30)           VALUE
               "CASO JA RESOLVIDO!".
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
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL - STATUS:"
                       FS-CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O CONTEST.
               IF FS-CONTEST EQUAL "35"
                   OPEN OUTPUT CONTEST
                   CLOSE CONTEST
                   OPEN I-O CONTEST
               END-IF.
               IF FS-CONTEST NOT EQUAL "00"
                   DISPLAY "ARQUIVO DE CONTESTACOES INDISPONIVEL - "
                       "STATUS:" FS-CONTEST
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               DISPLAY "[1] ABRIR CASO DE CONTESTACAO".
               DISPLAY "[2] CONCEDER CREDITO PROVISORIO (SUPERVISOR)".
               DISPLAY "[3] RESOLVER CASO (SUPERVISOR)".
               DISPLAY "[4] CONSULTAR CASO".
               DISPLAY "[5] LISTAR CASOS DA CONTA".
               DISPLAY "[6] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-ABRIR-CASO
                   WHEN "2" PERFORM 0220-CREDITO-PROVISORIO
                   WHEN "3" PERFORM 0230-RESOLVER-CASO
                   WHEN "4" PERFORM 0240-CONSULTAR
                   WHEN "5" PERFORM 0250-LISTAR-CONTA
                   WHEN "6" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0200-PROCESSAR-FIM.EXIT.

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
                       IF REG-CONTA-ENCERRADA
                           DISPLAY "CONTA ENCERRADA -- NAO RECEBE "
                               "CREDITO DE CONTESTACAO"
                       ELSE
                           MOVE "S" TO WRK-CTA-OK
                       END-IF
               END-READ.

       0205-ACEITA-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ABERTURA: O DEBITO CONTESTADO PRECISA ESTAR NA GERACAO
      *    DATADA DO RELSAIDA DA DATA INFORMADA; O HISTORICO DO
      *    MOVIMENTO VAI PARA O CASO
      *-----------------------------------------------------------------
       0210-ABRIR-CASO                         SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0210-ABRIR-CASO-FIM
               END-IF.
               DISPLAY "DATA DO MOVIMENTO CONTESTADO (AAAAMMDD): ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA(1:8) IS NOT NUMERIC OR
                  WRK-CAMPO-ENTRADA(9:2) NOT EQUAL SPACES
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0210-ABRIR-CASO-FIM
               END-IF.
               MOVE WRK-CAMPO-ENTRADA(1:8) TO WRK-DATA-ALVO.
               IF WRK-DATA-ALVO GREATER WRK-DATA-EXEC
                   DISPLAY "DATA DO MOVIMENTO NO FUTURO!"
                   GO TO 0210-ABRIR-CASO-FIM
               END-IF.
               DISPLAY "VALOR DO DEBITO 9(7)V99 SEM VIRGULA: ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA(1:9) IS NOT NUMERIC OR
                  WRK-CAMPO-ENTRADA(10:1) NOT EQUAL SPACES
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0210-ABRIR-CASO-FIM
               END-IF.
               MOVE WRK-CAMPO-ENTRADA(1:9) TO WRK-VALOR-DIGITOS.
               MOVE WRK-VALOR-NUM TO WRK-VALOR-ALVO.
               IF WRK-VALOR-ALVO EQUAL ZEROS
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0210-ABRIR-CASO-FIM
               END-IF.

               PERFORM 0211-PROCURA-MOVIMENTO.
               IF WRK-MOV-ACHOU NOT EQUAL "S"
                   DISPLAY "DEBITO NAO ENCONTRADO NO MOVIMENTO DE "
                       WRK-DATA-ALVO " -- CONFIRA DATA E VALOR"
                   GO TO 0210-ABRIR-CASO-FIM
               END-IF.
               PERFORM 0213-VARRE-CASOS.
               IF WRK-CASO-DUPLICADO NOT EQUAL ZEROS
                   DISPLAY "MOVIMENTO JA CONTESTADO NO CASO "
                       WRK-CASO-DUPLICADO
                   GO TO 0210-ABRIR-CASO-FIM
               END-IF.

               MOVE SPACES TO REG-CONTEST.
               DISPLAY "MOTIVO: NR-NAO RECONHECE  DU-DUPLICIDADE  "
                   "VD-VALOR DIVERGENTE".
               DISPLAY "        FR-FRAUDE/GOLPE   SN-SERVICO NAO "
                   "PRESTADO  OU-OUTROS: ".
               ACCEPT REG-MOTIVO-CONTEST.
               IF NOT REG-MOT-VALIDO
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0210-ABRIR-CASO-FIM
               END-IF.
               DISPLAY "DESCRICAO DO CLIENTE (ATE 40 POSICOES): ".
               ACCEPT REG-DESCRICAO-CONTEST.
               PERFORM 0215-CALCULA-PRAZO.

               ADD 1 TO WRK-ULTIMO-NUMERO.
               MOVE WRK-ULTIMO-NUMERO    TO REG-NUMERO-CONTEST.
               MOVE WRK-AGENCIA-ALVO     TO REG-AGENCIA-CONTEST.
               MOVE WRK-CONTA-ALVO       TO REG-CONTA-CONTEST.
               MOVE WRK-DATA-ALVO        TO REG-DATA-MOVTO-CONTEST.
               MOVE WRK-VALOR-ALVO       TO REG-VALOR-CONTEST.
               MOVE WRK-HISTORICO-MOV    TO REG-HISTORICO-CONTEST.
               MOVE WRK-DATA-EXEC        TO REG-DATA-ABERTURA-CONTEST.
               MOVE WRK-USUARIO-EXEC     TO REG-OPERADOR-ABERT-CONTEST.
               MOVE WRK-DATA-PRAZO       TO REG-PRAZO-CONTEST.
               SET REG-CONTEST-ABERTO    TO TRUE.
               MOVE ZEROS                TO REG-VALOR-PROV-CONTEST.
               SET REG-PROV-NENHUM       TO TRUE.
               MOVE ZEROS                TO REG-DATA-PROV-CONTEST.
               MOVE ZEROS                TO REG-DATA-RESOL-CONTEST.
               SET REG-RESOL-NENHUM      TO TRUE.
               MOVE ZEROS                TO REG-DATA-LANC-RESOL-CONTEST.
               WRITE REG-CONTEST
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O CASO - STATUS:"
                           FS-CONTEST
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-ABERTO
                       PERFORM 0245-MOSTRA-CASO
               END-WRITE.

       0210-ABRIR-CASO-FIM.EXIT.

       0211-PROCURA-MOVIMENTO                  SECTION.

               MOVE "N" TO WRK-MOV-ACHOU.
               MOVE SPACES TO WRK-HISTORICO-MOV.
               MOVE SPACES TO WRK-NOME-GERMOV.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-ALVO    DELIMITED BY SIZE
                      ".TXT"           DELIMITED BY SIZE
                   INTO WRK-NOME-GERMOV
               END-STRING.
               OPEN INPUT GERMOV.
               IF FS-GERMOV NOT EQUAL "00"
                   DISPLAY "GERACAO DO MOVIMENTO DE " WRK-DATA-ALVO
                       " INDISPONIVEL - STATUS:" FS-GERMOV
               ELSE
                   PERFORM 0212-LE-MOVIMENTO
                       UNTIL FS-GERMOV NOT EQUAL "00"
                   CLOSE GERMOV
               END-IF.

       0211-PROCURA-MOVIMENTO-FIM.EXIT.

       0212-LE-MOVIMENTO                       SECTION.

               READ GERMOV
                   AT END
                       MOVE "10" TO FS-GERMOV
                   NOT AT END
                       IF REG-AGENCIA-RELSAIDA    EQUAL WRK-AGENCIA-ALVO
                          AND
                          REG-CONTA-RELSAIDA      EQUAL WRK-CONTA-ALVO
                          AND
                          REG-LANCAMENTO-RELSAIDA EQUAL WRK-VALOR-ALVO
                          AND
                          REG-DATA-RELSAIDA       EQUAL WRK-DATA-ALVO
                          AND
                          REG-RELSAIDA-DEBITO AND
                          REG-TIPO-RELSAIDA NOT EQUAL "E"
                           MOVE "S" TO WRK-MOV-ACHOU
                           MOVE REG-HISTORICO-RELSAIDA TO
                               WRK-HISTORICO-MOV
                           MOVE "10" TO FS-GERMOV
                       END-IF
               END-READ.

       0212-LE-MOVIMENTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    UMA PASSADA NO ARQUIVO DE CASOS: ACHA O MAIOR NUMERO (O
      *    PROXIMO CASO E ELE + 1) E UM CASO JA ABERTO PARA O MESMO
      *    MOVIMENTO
      *-----------------------------------------------------------------
       0213-VARRE-CASOS                        SECTION.

               MOVE ZEROS TO WRK-ULTIMO-NUMERO.
               MOVE ZEROS TO WRK-CASO-DUPLICADO.
               MOVE "N"   TO WRK-FIM-CASOS.
               MOVE ZEROS TO REG-NUMERO-CONTEST.
               START CONTEST KEY IS NOT LESS THAN REG-NUMERO-CONTEST
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CASOS
               END-START.
               PERFORM 0214-LE-CASO
                   UNTIL WRK-FIM-CASOS EQUAL "S".

       0213-VARRE-CASOS-FIM.EXIT.

       0214-LE-CASO                            SECTION.

               READ CONTEST NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-CASOS
                   NOT AT END
                       MOVE REG-NUMERO-CONTEST TO WRK-ULTIMO-NUMERO
                       IF REG-AGENCIA-CONTEST    EQUAL WRK-AGENCIA-ALVO
                          AND
                          REG-CONTA-CONTEST      EQUAL WRK-CONTA-ALVO
                          AND
                          REG-DATA-MOVTO-CONTEST EQUAL WRK-DATA-ALVO
                          AND
                          REG-VALOR-CONTEST      EQUAL WRK-VALOR-ALVO
                           MOVE REG-NUMERO-CONTEST TO
                               WRK-CASO-DUPLICADO
                       END-IF
               END-READ.

       0214-LE-CASO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    PRAZO REGULATORIO: N DIAS UTEIS APOS A ABERTURA PELO
      *    CALENDARIO (CALDIA "P" REPETIDO); SEM CALENDARIO, VALE O
      *    PRAZO EM DIAS CORRIDOS
      *-----------------------------------------------------------------
       0215-CALCULA-PRAZO                      SECTION.

               MOVE "N" TO WRK-CAL-FALHOU.
               MOVE WRK-DATA-EXEC TO WRK-DATA-PRAZO.
               PERFORM 0216-PROXIMO-DIA-UTIL
                   WRK-PARM-PRAZO-UTEIS TIMES.
               IF WRK-CAL-FALHOU EQUAL "S"
                   DISPLAY "CALENDARIO INDISPONIVEL -- PRAZO EM "
                       WRK-PARM-PRAZO-CORRIDOS " DIAS CORRIDOS"
                   COMPUTE WRK-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC) +
                        WRK-PARM-PRAZO-CORRIDOS)
               END-IF.

       0215-CALCULA-PRAZO-FIM.EXIT.

       0216-PROXIMO-DIA-UTIL                   SECTION.

               IF WRK-CAL-FALHOU NOT EQUAL "S"
                   MOVE "P"            TO WRK-FUNCAO-CAL
                   MOVE WRK-DATA-PRAZO TO WRK-DATA-IN-CAL
                   CALL WRK-MODULO-CALDIA USING WRK-CALDIA
                   IF WRK-SITUACAO-CAL EQUAL "0"
                       MOVE WRK-DATA-OUT-CAL TO WRK-DATA-PRAZO
                   ELSE
                       MOVE "S" TO WRK-CAL-FALHOU
                   END-IF
               END-IF.

       0216-PROXIMO-DIA-UTIL-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CREDITO PROVISORIO: ATE O VALOR CONTESTADO, UMA VEZ POR
      *    CASO ABERTO; O PROGCONTLC LANCA NA PROXIMA NOITE
      *-----------------------------------------------------------------
       0220-CREDITO-PROVISORIO                 SECTION.

               IF WRK-NIVEL-SIGNON NOT EQUAL 2
                   DISPLAY WRK-MSG-RESTRITA
                   GO TO 0220-CREDITO-PROVISORIO-FIM
               END-IF.
               PERFORM 0225-ACEITA-CASO.
               IF WRK-CASO-OK NOT EQUAL "S"
                   GO TO 0220-CREDITO-PROVISORIO-FIM
               END-IF.
               IF NOT REG-CONTEST-ABERTO
                   DISPLAY WRK-MSG-JA-DECIDIDO
                   GO TO 0220-CREDITO-PROVISORIO-FIM
               END-IF.
               IF NOT REG-PROV-NENHUM
                   DISPLAY "CASO JA TEM CREDITO PROVISORIO!"
                   GO TO 0220-CREDITO-PROVISORIO-FIM
               END-IF.
               DISPLAY "VALOR DO CREDITO 9(7)V99 SEM VIRGULA (ENTER = "
                   "VALOR CONTESTADO): ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA EQUAL SPACES
                   MOVE REG-VALOR-CONTEST TO WRK-VALOR-ALVO
               ELSE
                   IF WRK-CAMPO-ENTRADA(1:9) IS NOT NUMERIC OR
                      WRK-CAMPO-ENTRADA(10:1) NOT EQUAL SPACES
                       DISPLAY WRK-MSG-CAMPO-INVALIDO
                       GO TO 0220-CREDITO-PROVISORIO-FIM
                   END-IF
                   MOVE WRK-CAMPO-ENTRADA(1:9) TO WRK-VALOR-DIGITOS
                   MOVE WRK-VALOR-NUM TO WRK-VALOR-ALVO
               END-IF.
               IF WRK-VALOR-ALVO EQUAL ZEROS OR
                  WRK-VALOR-ALVO GREATER REG-VALOR-CONTEST
                   DISPLAY "VALOR DEVE SER MAIOR QUE ZERO E ATE O "
                       "VALOR CONTESTADO"
                   GO TO 0220-CREDITO-PROVISORIO-FIM
               END-IF.
               MOVE WRK-VALOR-ALVO TO WRK-VALOR-ED.
               DISPLAY "CONFIRMA CREDITO PROVISORIO DE R$" WRK-VALOR-ED
                   " (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0220-CREDITO-PROVISORIO-FIM
               END-IF.
               MOVE WRK-VALOR-ALVO   TO REG-VALOR-PROV-CONTEST.
               SET REG-PROV-SOLICITADO TO TRUE.
               MOVE ZEROS            TO REG-DATA-PROV-CONTEST.
               MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-PROV-CONTEST.
               PERFORM 0235-REGRAVA-CASO.

       0220-CREDITO-PROVISORIO-FIM.EXIT.

       0225-ACEITA-CASO                        SECTION.

               MOVE "N" TO WRK-CASO-OK.
               DISPLAY "NUMERO DO CASO: ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA(1:8) IS NOT NUMERIC OR
                  WRK-CAMPO-ENTRADA(9:2) NOT EQUAL SPACES
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0225-ACEITA-CASO-FIM
               END-IF.
               MOVE WRK-CAMPO-ENTRADA(1:8) TO WRK-NUMERO-DIGITOS.
               MOVE WRK-NUMERO-NUM TO REG-NUMERO-CONTEST.
               READ CONTEST
                   INVALID KEY
                       DISPLAY WRK-MSG-NAO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CASO-OK
                       PERFORM 0245-MOSTRA-CASO
               END-READ.

       0225-ACEITA-CASO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    RESOLUCAO: PROCEDENTE GERA O ESTORNO "E" DO DEBITO (E A
      *    REVERSAO DO PROVISORIO JA LANCADO, PARA NAO CREDITAR DUAS
      *    VEZES); IMPROCEDENTE SO REVERTE O PROVISORIO JA LANCADO.
      *    PROVISORIO AINDA NAO LANCADO E CANCELADO AQUI
      *-----------------------------------------------------------------
       0230-RESOLVER-CASO                      SECTION.

               IF WRK-NIVEL-SIGNON NOT EQUAL 2
                   DISPLAY WRK-MSG-RESTRITA
                   GO TO 0230-RESOLVER-CASO-FIM
               END-IF.
               PERFORM 0225-ACEITA-CASO.
               IF WRK-CASO-OK NOT EQUAL "S"
                   GO TO 0230-RESOLVER-CASO-FIM
               END-IF.
               IF NOT REG-CONTEST-ABERTO
                   DISPLAY WRK-MSG-JA-DECIDIDO
                   GO TO 0230-RESOLVER-CASO-FIM
               END-IF.
               DISPLAY "DECISAO [P]ROCEDENTE / [I]MPROCEDENTE: ".
               ACCEPT WRK-DECISAO.
               IF WRK-DECISAO NOT EQUAL "P" AND
                  WRK-DECISAO NOT EQUAL "I"
                   DISPLAY WRK-OPCAO-INVALIDA
                   GO TO 0230-RESOLVER-CASO-FIM
               END-IF.
               DISPLAY "CONFIRMA A DECISAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0230-RESOLVER-CASO-FIM
               END-IF.

               IF REG-PROV-SOLICITADO
                   DISPLAY "CREDITO PROVISORIO AINDA NAO LANCADO -- "
                       "CANCELADO"
                   SET REG-PROV-NENHUM TO TRUE
                   MOVE ZEROS TO REG-VALOR-PROV-CONTEST
               END-IF.
               MOVE WRK-DECISAO      TO REG-SITUACAO-CONTEST.
               MOVE WRK-DATA-EXEC    TO REG-DATA-RESOL-CONTEST.
               MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-RESOL-CONTEST.
               IF REG-CONTEST-PROCEDENTE OR REG-PROV-LANCADO
                   SET REG-RESOL-SOLICITADO TO TRUE
               ELSE
                   SET REG-RESOL-NENHUM TO TRUE
               END-IF.
               PERFORM 0235-REGRAVA-CASO.

       0230-RESOLVER-CASO-FIM.EXIT.

       0235-REGRAVA-CASO                       SECTION.

               REWRITE REG-CONTEST
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O CASO - STATUS:"
                           FS-CONTEST
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY "CASO ATUALIZADO!!"
                       PERFORM 0245-MOSTRA-CASO
               END-REWRITE.

       0235-REGRAVA-CASO-FIM.EXIT.

       0240-CONSULTAR                          SECTION.

               PERFORM 0225-ACEITA-CASO.

       0240-CONSULTAR-FIM.EXIT.

       0245-MOSTRA-CASO                        SECTION.

               MOVE REG-VALOR-CONTEST TO WRK-VALOR-ED.
               DISPLAY "CASO " REG-NUMERO-CONTEST
                       " CONTA " REG-AGENCIA-CONTEST "/"
                       REG-CONTA-CONTEST
                       " MOVTO " REG-DATA-MOVTO-CONTEST
                       " R$" WRK-VALOR-ED
                       " " REG-HISTORICO-CONTEST.
               DISPLAY "  MOTIVO " REG-MOTIVO-CONTEST " "
                       REG-DESCRICAO-CONTEST.
               DISPLAY "  ABERTO EM " REG-DATA-ABERTURA-CONTEST
                       " POR " REG-OPERADOR-ABERT-CONTEST
                       " PRAZO " REG-PRAZO-CONTEST
                       " SITUACAO " REG-SITUACAO-CONTEST.
               IF NOT REG-PROV-NENHUM
                   MOVE REG-VALOR-PROV-CONTEST TO WRK-VALOR-ED
                   DISPLAY "  PROVISORIO R$" WRK-VALOR-ED
                           " SIT " REG-SIT-PROV-CONTEST
                           " LANCADO EM " REG-DATA-PROV-CONTEST
                           " POR " REG-OPERADOR-PROV-CONTEST
               END-IF.
               IF NOT REG-CONTEST-ABERTO
                   DISPLAY "  RESOLVIDO EM " REG-DATA-RESOL-CONTEST
                           " POR " REG-OPERADOR-RESOL-CONTEST
                           " LANCAMENTOS " REG-SIT-RESOL-CONTEST
                           " EM " REG-DATA-LANC-RESOL-CONTEST
               END-IF.

       0245-MOSTRA-CASO-FIM.EXIT.

       0250-LISTAR-CONTA                       SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0250-LISTAR-CONTA-FIM
               END-IF.
               MOVE ZEROS TO WRK-QT-CASOS-CTA.
               MOVE "N"   TO WRK-FIM-CASOS.
               MOVE ZEROS TO REG-NUMERO-CONTEST.
               START CONTEST KEY IS NOT LESS THAN REG-NUMERO-CONTEST
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CASOS
               END-START.
               PERFORM 0255-LISTA-CASO
                   UNTIL WRK-FIM-CASOS EQUAL "S".
               DISPLAY "CASOS DA CONTA: " WRK-QT-CASOS-CTA.

       0250-LISTAR-CONTA-FIM.EXIT.

       0255-LISTA-CASO                         SECTION.

               READ CONTEST NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-CASOS
                   NOT AT END
                       IF REG-AGENCIA-CONTEST EQUAL WRK-AGENCIA-ALVO AND
                          REG-CONTA-CONTEST   EQUAL WRK-CONTA-ALVO
                           ADD 1 TO WRK-QT-CASOS-CTA
                           PERFORM 0245-MOSTRA-CASO
                       END-IF
               END-READ.

       0255-LISTA-CASO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE CONTEST.
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

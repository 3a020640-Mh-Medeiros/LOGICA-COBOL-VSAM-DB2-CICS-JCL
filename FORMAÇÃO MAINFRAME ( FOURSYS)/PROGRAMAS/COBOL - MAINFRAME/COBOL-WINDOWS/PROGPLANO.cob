       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGPLANO.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGPLANO                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 11 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  MANUTENCAO DO PLANO DE CONTAS CONTABIL       *
      *                    (PLANOCTA.DAT): INCLUSAO E ALTERACAO DE      *
      *                    CONTA-RAZAO, CONSULTA E LISTAGEM DO PLANO    *
      *                                                                 *
      *    OBSERVACOES. :  INCLUSAO E ALTERACAO SAO RESTRITAS A         *
      *                    SUPERVISOR (NIVEL 2). A CONTA DE NIVEL 1 NAO *
      *                    TEM SUPERIOR E RECEBE A NATUREZA DIGITADA;   *
      *                    AS DEMAIS HERDAM NATUREZA E NIVEL + 1 DA     *
      *                    CONTA SUPERIOR, QUE PRECISA SER SINTETICA,   *
      *                    ATIVA E TER CODIGO MENOR. CONTA COM          *
      *                    INFERIORES NAO VIRA ANALITICA E NAO E        *
      *                    INATIVADA ENQUANTO HOUVER INFERIOR ATIVA.    *
      *                    NAO HA EXCLUSAO: CONTA FORA DE USO E         *
      *                    INATIVADA, PARA O RAZAO ANTIGO CONTINUAR     *
      *                    NOS RELATORIOS                               *
      *=================================================================
      *    ARQUIVOS.... : PLANOCTA.DAT                   BOOK           *
      *                                                 #BOOKPLANO      *
      *                   USUARIOS.TXT                  #BOOKUSER       *
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
           SELECT USUARIOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\USUARIOS.TXT"
               FILE STATUS IS FS-USUARIOS.
           SELECT PLANOCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PLANOCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CONTA-PLANO
               FILE STATUS IS FS-PLANOCTA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  PLANOCTA.
       COPY "#BOOKPLANO".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-NIVEL-SIGNON            PIC 9(01)           VALUE ZEROS.
       77  FS-PLANOCTA                 PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-CAMPO-ENTRADA           PIC X(10)           VALUE SPACES.
       77  WRK-CONTA-ALVO              PIC 9(08)           VALUE ZEROS.
       77  WRK-CONTA-SUPERIOR          PIC 9(08)           VALUE ZEROS.
       77  WRK-CTA-OK                  PIC X(01)           VALUE "N".
       77  WRK-CTA-EXISTE              PIC X(01)           VALUE "N".
       77  WRK-FIM-PLANO               PIC X(01)           VALUE "N".
       77  WRK-QT-INFERIORES           PIC 9(04)           VALUE ZEROS.
       77  WRK-QT-INF-ATIVAS           PIC 9(04)           VALUE ZEROS.
       77  WRK-QT-LISTADAS             PIC 9(04)           VALUE ZEROS.
       77  WRK-NATUREZA-NOVA           PIC X(01)           VALUE SPACES.
       77  WRK-NIVEL-NOVO              PIC 9(01)           VALUE ZEROS.
       77  WRK-DESCRICAO-NOVA          PIC X(40)           VALUE SPACES.
       77  WRK-ACEITA-NOVO             PIC X(01)           VALUE SPACES.
       77  WRK-SITUACAO-NOVA           PIC X(01)           VALUE SPACES.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGPLAN".
      *----------------- CONTA-RAZAO DIGITADA
       01  WRK-CONTA-AREA.
           05 WRK-CONTA-DIGITOS        PIC X(08)           VALUE ZEROS.
       01  WRK-CONTA-NUM REDEFINES WRK-CONTA-AREA
                                       PIC 9(08).
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-INCLUIDA         PIC X(30)           VALUE
               "CONTA INCLUIDA NO PLANO!!".
           05 WRK-MSG-NAO-EXISTE       PIC X(30)           VALUE
               "CONTA NAO CADASTRADA!".
           05 WRK-MSG-JA-EXISTE        PIC X(30)           VALUE
               "CONTA JA CADASTRADA!".
           05 WRK-MSG-CAMPO-INVALIDO   PIC X(30)           VALUE
               "CAMPO INVALIDO - REDIGITE".
           05 WRK-MSG-RESTRITA         PIC X(30)           VALUE
               "OPCAO RESTRITA A SUPERVISOR!".
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
               OPEN I-O PLANOCTA.
               IF FS-PLANOCTA EQUAL "35"
                   OPEN OUTPUT PLANOCTA
                   CLOSE PLANOCTA
                   OPEN I-O PLANOCTA
               END-IF.
               IF FS-PLANOCTA NOT EQUAL "00"
                   DISPLAY "PLANO DE CONTAS INDISPONIVEL - STATUS:"
                       FS-PLANOCTA
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               DISPLAY "[1] INCLUIR CONTA (SUPERVISOR)".
               DISPLAY "[2] ALTERAR CONTA (SUPERVISOR)".
               DISPLAY "[3] CONSULTAR CONTA".
               DISPLAY "[4] LISTAR PLANO DE CONTAS".
               DISPLAY "[5] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-INCLUIR
                   WHEN "2" PERFORM 0220-ALTERAR
                   WHEN "3" PERFORM 0240-CONSULTAR
                   WHEN "4" PERFORM 0250-LISTAR-PLANO
                   WHEN "5" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0200-PROCESSAR-FIM.EXIT.

       0205-ACEITA-CONTA                       SECTION.

               MOVE "N" TO WRK-CTA-OK.
               MOVE "N" TO WRK-CTA-EXISTE.
               DISPLAY "CONTA-RAZAO (8 DIGITOS): ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA(1:8) IS NOT NUMERIC OR
                  WRK-CAMPO-ENTRADA(9:2) NOT EQUAL SPACES OR
                  WRK-CAMPO-ENTRADA(1:8) EQUAL "00000000"
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0205-ACEITA-CONTA-FIM
               END-IF.
               MOVE WRK-CAMPO-ENTRADA(1:8) TO WRK-CONTA-DIGITOS.
               MOVE WRK-CONTA-NUM TO WRK-CONTA-ALVO.
               MOVE "S" TO WRK-CTA-OK.
               MOVE WRK-CONTA-ALVO TO REG-CONTA-PLANO.
               READ PLANOCTA
                   INVALID KEY
                       MOVE "N" TO WRK-CTA-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CTA-EXISTE
               END-READ.

       0205-ACEITA-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    INCLUSAO: NIVEL 1 SEM SUPERIOR, COM NATUREZA DIGITADA; AS
      *    DEMAIS HERDAM NATUREZA E NIVEL DA SUPERIOR SINTETICA
      *-----------------------------------------------------------------
       0210-INCLUIR                            SECTION.

               IF WRK-NIVEL-SIGNON NOT EQUAL 2
                   DISPLAY WRK-MSG-RESTRITA
                   GO TO 0210-INCLUIR-FIM
               END-IF.
               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0210-INCLUIR-FIM
               END-IF.
               IF WRK-CTA-EXISTE EQUAL "S"
                   DISPLAY WRK-MSG-JA-EXISTE
                   PERFORM 0245-MOSTRA-CONTA
                   GO TO 0210-INCLUIR-FIM
               END-IF.

               DISPLAY "CONTA SUPERIOR (8 DIGITOS, ENTER = NIVEL 1): ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA EQUAL SPACES
                   MOVE ZEROS TO WRK-CONTA-SUPERIOR
               ELSE
                   IF WRK-CAMPO-ENTRADA(1:8) IS NOT NUMERIC OR
                      WRK-CAMPO-ENTRADA(9:2) NOT EQUAL SPACES
                       DISPLAY WRK-MSG-CAMPO-INVALIDO
                       GO TO 0210-INCLUIR-FIM
                   END-IF
                   MOVE WRK-CAMPO-ENTRADA(1:8) TO WRK-CONTA-DIGITOS
                   MOVE WRK-CONTA-NUM TO WRK-CONTA-SUPERIOR
               END-IF.

               IF WRK-CONTA-SUPERIOR EQUAL ZEROS
                   DISPLAY "NATUREZA: A-ATIVO  P-PASSIVO  L-PATRIMONIO "
                       "LIQUIDO  R-RECEITA  D-DESPESA: "
                   ACCEPT WRK-NATUREZA-NOVA
                   MOVE WRK-NATUREZA-NOVA TO REG-NATUREZA-PLANO
                   IF NOT REG-PLANO-NATUREZA-VALIDA
                       DISPLAY WRK-MSG-CAMPO-INVALIDO
                       GO TO 0210-INCLUIR-FIM
                   END-IF
                   MOVE 1 TO WRK-NIVEL-NOVO
               ELSE
                   PERFORM 0211-CONFERE-SUPERIOR
                   IF WRK-CTA-OK NOT EQUAL "S"
                       GO TO 0210-INCLUIR-FIM
                   END-IF
               END-IF.

               DISPLAY "DESCRICAO (ATE 40 POSICOES): ".
               MOVE SPACES TO WRK-DESCRICAO-NOVA.
               ACCEPT WRK-DESCRICAO-NOVA.
               IF WRK-DESCRICAO-NOVA EQUAL SPACES
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0210-INCLUIR-FIM
               END-IF.
               DISPLAY "ACEITA LANCAMENTO - [S] ANALITICA / [N] "
                   "SINTETICA: ".
               ACCEPT WRK-ACEITA-NOVO.
               IF WRK-ACEITA-NOVO NOT EQUAL "S" AND
                  WRK-ACEITA-NOVO NOT EQUAL "N"
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0210-INCLUIR-FIM
               END-IF.
               DISPLAY "CONFIRMA A INCLUSAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0210-INCLUIR-FIM
               END-IF.

               MOVE SPACES              TO REG-PLANO.
               MOVE WRK-CONTA-ALVO      TO REG-CONTA-PLANO.
               MOVE WRK-DESCRICAO-NOVA  TO REG-DESCRICAO-PLANO.
               MOVE WRK-NATUREZA-NOVA   TO REG-NATUREZA-PLANO.
               MOVE WRK-NIVEL-NOVO      TO REG-NIVEL-PLANO.
               MOVE WRK-CONTA-SUPERIOR  TO REG-CONTA-SUPERIOR-PLANO.
               MOVE WRK-ACEITA-NOVO     TO REG-ACEITA-LCTO-PLANO.
               SET REG-PLANO-ATIVA      TO TRUE.
               MOVE WRK-DATA-EXEC       TO REG-DATA-ATUAL-PLANO.
               MOVE WRK-USUARIO-EXEC    TO REG-USUARIO-ATUAL-PLANO.
               WRITE REG-PLANO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A CONTA - STATUS:"
                           FS-PLANOCTA
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-INCLUIDA
                       PERFORM 0245-MOSTRA-CONTA
               END-WRITE.

       0210-INCLUIR-FIM.EXIT.

       0211-CONFERE-SUPERIOR                   SECTION.

               MOVE "N" TO WRK-CTA-OK.
               IF WRK-CONTA-SUPERIOR NOT LESS WRK-CONTA-ALVO
                   DISPLAY "CONTA SUPERIOR DEVE TER CODIGO MENOR QUE "
                       "A CONTA!"
                   GO TO 0211-CONFERE-SUPERIOR-FIM
               END-IF.
               MOVE WRK-CONTA-SUPERIOR TO REG-CONTA-PLANO.
               READ PLANOCTA
                   INVALID KEY
                       DISPLAY "CONTA SUPERIOR NAO CADASTRADA!"
                       GO TO 0211-CONFERE-SUPERIOR-FIM
               END-READ.
               IF REG-PLANO-ANALITICA OR REG-PLANO-INATIVA
                   DISPLAY "CONTA SUPERIOR PRECISA SER SINTETICA E "
                       "ATIVA!"
                   GO TO 0211-CONFERE-SUPERIOR-FIM
               END-IF.
               IF REG-NIVEL-PLANO EQUAL 9
                   DISPLAY "CONTA SUPERIOR JA ESTA NO ULTIMO NIVEL!"
                   GO TO 0211-CONFERE-SUPERIOR-FIM
               END-IF.
               MOVE REG-NATUREZA-PLANO TO WRK-NATUREZA-NOVA.
               COMPUTE WRK-NIVEL-NOVO = REG-NIVEL-PLANO + 1.
               DISPLAY "NATUREZA " WRK-NATUREZA-NOVA " NIVEL "
                   WRK-NIVEL-NOVO " (HERDADOS DE " WRK-CONTA-SUPERIOR
                   " " REG-DESCRICAO-PLANO ")".
               MOVE "S" TO WRK-CTA-OK.

       0211-CONFERE-SUPERIOR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ALTERACAO: DESCRICAO, INDICADOR DE ANALITICA E SITUACAO.
      *    NATUREZA, NIVEL E SUPERIOR NAO MUDAM (MUDARIAM O RAZAO JA
      *    LANCADO DE GRUPO)
      *-----------------------------------------------------------------
       0220-ALTERAR                            SECTION.

               IF WRK-NIVEL-SIGNON NOT EQUAL 2
                   DISPLAY WRK-MSG-RESTRITA
                   GO TO 0220-ALTERAR-FIM
               END-IF.
               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0220-ALTERAR-FIM
               END-IF.
               IF WRK-CTA-EXISTE NOT EQUAL "S"
                   DISPLAY WRK-MSG-NAO-EXISTE
                   GO TO 0220-ALTERAR-FIM
               END-IF.
               PERFORM 0245-MOSTRA-CONTA.
               MOVE REG-DESCRICAO-PLANO   TO WRK-DESCRICAO-NOVA.
               MOVE REG-ACEITA-LCTO-PLANO TO WRK-ACEITA-NOVO.
               MOVE REG-SITUACAO-PLANO    TO WRK-SITUACAO-NOVA.

               DISPLAY "NOVA DESCRICAO (ENTER = MANTEM): ".
               MOVE SPACES TO WRK-DESCRICAO-NOVA.
               ACCEPT WRK-DESCRICAO-NOVA.
               IF WRK-DESCRICAO-NOVA EQUAL SPACES
                   MOVE REG-DESCRICAO-PLANO TO WRK-DESCRICAO-NOVA
               END-IF.
               DISPLAY "ACEITA LANCAMENTO S/N (ENTER = MANTEM "
                   REG-ACEITA-LCTO-PLANO "): ".
               MOVE SPACES TO WRK-ACEITA-NOVO.
               ACCEPT WRK-ACEITA-NOVO.
               IF WRK-ACEITA-NOVO EQUAL SPACES
                   MOVE REG-ACEITA-LCTO-PLANO TO WRK-ACEITA-NOVO
               END-IF.
               DISPLAY "SITUACAO [A]TIVA / [I]NATIVA (ENTER = MANTEM "
                   REG-SITUACAO-PLANO "): ".
               MOVE SPACES TO WRK-SITUACAO-NOVA.
               ACCEPT WRK-SITUACAO-NOVA.
               IF WRK-SITUACAO-NOVA EQUAL SPACES
                   MOVE REG-SITUACAO-PLANO TO WRK-SITUACAO-NOVA
               END-IF.
               IF (WRK-ACEITA-NOVO NOT EQUAL "S" AND
                   WRK-ACEITA-NOVO NOT EQUAL "N") OR
                  (WRK-SITUACAO-NOVA NOT EQUAL "A" AND
                   WRK-SITUACAO-NOVA NOT EQUAL "I")
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0220-ALTERAR-FIM
               END-IF.

               PERFORM 0215-CONTA-INFERIORES.
               IF WRK-ACEITA-NOVO EQUAL "S" AND
                  WRK-QT-INFERIORES GREATER ZEROS
                   DISPLAY "CONTA TEM " WRK-QT-INFERIORES
                       " INFERIOR(ES) -- NAO PODE SER ANALITICA"
                   GO TO 0220-ALTERAR-FIM
               END-IF.
               IF WRK-SITUACAO-NOVA EQUAL "I" AND
                  WRK-QT-INF-ATIVAS GREATER ZEROS
                   DISPLAY "CONTA TEM " WRK-QT-INF-ATIVAS
                       " INFERIOR(ES) ATIVA(S) -- INATIVE-AS ANTES"
                   GO TO 0220-ALTERAR-FIM
               END-IF.
               DISPLAY "CONFIRMA A ALTERACAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0220-ALTERAR-FIM
               END-IF.

               MOVE WRK-CONTA-ALVO TO REG-CONTA-PLANO.
               READ PLANOCTA
                   INVALID KEY
                       DISPLAY WRK-MSG-NAO-EXISTE
                       GO TO 0220-ALTERAR-FIM
               END-READ.
               MOVE WRK-DESCRICAO-NOVA TO REG-DESCRICAO-PLANO.
               MOVE WRK-ACEITA-NOVO    TO REG-ACEITA-LCTO-PLANO.
               MOVE WRK-SITUACAO-NOVA  TO REG-SITUACAO-PLANO.
               MOVE WRK-DATA-EXEC      TO REG-DATA-ATUAL-PLANO.
               MOVE WRK-USUARIO-EXEC   TO REG-USUARIO-ATUAL-PLANO.
               REWRITE REG-PLANO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A CONTA - STATUS:"
                           FS-PLANOCTA
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY "CONTA ATUALIZADA!!"
                       PERFORM 0245-MOSTRA-CONTA
               END-REWRITE.

       0220-ALTERAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    UMA PASSADA NO PLANO CONTANDO AS CONTAS INFERIORES DIRETAS
      *    DA CONTA ALVO (TODAS E AS ATIVAS)
      *-----------------------------------------------------------------
       0215-CONTA-INFERIORES                   SECTION.

               MOVE ZEROS TO WRK-QT-INFERIORES.
               MOVE ZEROS TO WRK-QT-INF-ATIVAS.
               MOVE "N"   TO WRK-FIM-PLANO.
               MOVE WRK-CONTA-ALVO TO REG-CONTA-PLANO.
               START PLANOCTA KEY IS GREATER THAN REG-CONTA-PLANO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-PLANO
               END-START.
               PERFORM 0216-LE-INFERIOR
                   UNTIL WRK-FIM-PLANO EQUAL "S".

       0215-CONTA-INFERIORES-FIM.EXIT.

       0216-LE-INFERIOR                        SECTION.

               READ PLANOCTA NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-PLANO
                   NOT AT END
                       IF REG-CONTA-SUPERIOR-PLANO EQUAL WRK-CONTA-ALVO
                           ADD 1 TO WRK-QT-INFERIORES
                           IF REG-PLANO-ATIVA
                               ADD 1 TO WRK-QT-INF-ATIVAS
                           END-IF
                       END-IF
               END-READ.

       0216-LE-INFERIOR-FIM.EXIT.

       0240-CONSULTAR                          SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0240-CONSULTAR-FIM
               END-IF.
               IF WRK-CTA-EXISTE NOT EQUAL "S"
                   DISPLAY WRK-MSG-NAO-EXISTE
               ELSE
                   PERFORM 0245-MOSTRA-CONTA
               END-IF.

       0240-CONSULTAR-FIM.EXIT.

       0245-MOSTRA-CONTA                       SECTION.

               DISPLAY "CONTA " REG-CONTA-PLANO
                       " NIVEL " REG-NIVEL-PLANO
                       " NATUREZA " REG-NATUREZA-PLANO
                       " ANALITICA " REG-ACEITA-LCTO-PLANO
                       " SITUACAO " REG-SITUACAO-PLANO
                       " " REG-DESCRICAO-PLANO.
               DISPLAY "  SUPERIOR " REG-CONTA-SUPERIOR-PLANO
                       " ATUALIZADA EM " REG-DATA-ATUAL-PLANO
                       " POR " REG-USUARIO-ATUAL-PLANO.

       0245-MOSTRA-CONTA-FIM.EXIT.

       0250-LISTAR-PLANO                       SECTION.

               MOVE ZEROS TO WRK-QT-LISTADAS.
               MOVE "N"   TO WRK-FIM-PLANO.
               MOVE ZEROS TO REG-CONTA-PLANO.
               START PLANOCTA KEY IS NOT LESS THAN REG-CONTA-PLANO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-PLANO
               END-START.
               DISPLAY "CONTA    N NAT ANL SIT DESCRICAO".
               PERFORM 0255-LISTA-CONTA
                   UNTIL WRK-FIM-PLANO EQUAL "S".
               DISPLAY "CONTAS NO PLANO: " WRK-QT-LISTADAS.

       0250-LISTAR-PLANO-FIM.EXIT.

       0255-LISTA-CONTA                        SECTION.

               READ PLANOCTA NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-PLANO
                   NOT AT END
                       ADD 1 TO WRK-QT-LISTADAS
                       DISPLAY REG-CONTA-PLANO " "
                               REG-NIVEL-PLANO "  "
                               REG-NATUREZA-PLANO "   "
                               REG-ACEITA-LCTO-PLANO "   "
                               REG-SITUACAO-PLANO "  "
                               REG-DESCRICAO-PLANO
               END-READ.

       0255-LISTA-CONTA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE PLANOCTA.
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

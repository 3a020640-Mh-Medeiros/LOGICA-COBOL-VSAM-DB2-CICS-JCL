      *                    LISTAR, GRAVANDO O MOTIVO, A DATA E O        *
      *                    OPERADOR DE CADA BLOQUEIO                    *
      *                                                                 *
      *    OBSERVACOES. :  O ARQUIVO E VSAM KSDS PELA CONTA, MANTIDO    *
      *                    TAMBEM ON-LINE (CCL7 / PROGCICS7): CADA      *
      *                    BLOQUEIO E GRAVADO E CADA DESBLOQUEIO        *
      *                    EXCLUIDO NA HORA, PELA CHAVE                 *
      *=================================================================
      *    ARQUIVOS.... : BLOQUEADOS.TXT                 BOOK           *
      *                                                 #BOOKBLOQ       *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *=================================================================
      *    MODULOS..... : VERALC (ALCADA DO APROVADOR, ALCADAS.TXT)     *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *                  (VIRA BLOQUEIO VIVO COM O MOTIVO LEVADO) OU
      *                  DESCARTADO, E A FILA E REGRAVADA COM A
      *                  DECISAO
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 06 / 10 / 2026
      *    OBJETIVO....: BLOQUEADOS.TXT PASSA A SER VSAM KSDS (CHAVE
      *                  REG-CONTA-BLOQ), O MESMO ARQUIVO DA TELA CCL7
      *                  (PROGCICS7): BLOQUEIO, APROVACAO DE PENDENTE E
      *                  DESBLOQUEIO GRAVAM OU EXCLUEM DIRETO PELA
      *                  CHAVE, SEM A TABELA DE 500 E SEM REGRAVAR O
      *                  ARQUIVO NO FIM -- A REGRAVACAO APAGAVA O QUE
      *                  A TELA TIVESSE FEITO DURANTE A EXECUCAO
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: ALCADAS DE APROVACAO (ALCADAS.TXT, MODULO
      *                  VERALC): A REVISAO DE BLOQUEIOS PENDENTES
      *                  (OPCAO [5]) EXIGE, ALEM DO NIVEL 2, A FILA DE
      *                  BLOQUEIOS PENDENTES LIBERADA NA ALCADA DO
      *                  SUPERVISOR
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
               FILE STATUS IS FS-USUARIOS.
           SELECT BLOQUEADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQUEADOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CONTA-BLOQ
               FILE STATUS IS FS-BLOQUEADOS.
           SELECT BLOQPEND ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQPEND.TXT"
       77  WRK-CONTA-ALVO              PIC 9(06)           VALUE ZEROS.
       77  WRK-MOTIVO-ENTRADA          PIC X(20)           VALUE SPACES.
       77  WRK-BLOQ-ACHOU              PIC X(01)           VALUE "N".
       77  WRK-QT-BLOQ                 PIC 9(06)           VALUE ZEROS.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGBLOQ".
       COPY "#BOOKVERALC".
       77  FS-BLOQPEND                 PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-PEND                 PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-PEND                PIC 9(03)           VALUE ZEROS.
       01  TAB-PENDENTES.
           05 TAB-PEND-ITEM            OCCURS 200 TIMES
                                       PIC X(043).
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-BLOQUEADA        PIC X(30)           VALUE
               "CONTA NAO ESTA BLOQUEADA!".
           05 WRK-MSG-CONTA-INVALIDA   PIC X(30)           VALUE
               "CONTA INVALIDA - REDIGITE".
           05 WRK-OPCAO-INVALIDA       PIC X(30)           VALUE
               "OPCAO INVALIDA!".
           05 WRK-FIM-ARQ              PIC X(30)           VALUE
               PERFORM 0090-SIGNON.
               MOVE WRK-SIGNON-ID TO WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               OPEN I-O BLOQUEADOS.
               IF FS-BLOQUEADOS EQUAL 35
                   OPEN OUTPUT BLOQUEADOS
                   CLOSE BLOQUEADOS
                   OPEN I-O BLOQUEADOS
               END-IF.
               IF FS-BLOQUEADOS NOT EQUAL 0
                   DISPLAY "ERRO NA ABERTURA DO BLOQUEADOS - STATUS: "
                       FS-BLOQUEADOS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0110-CONTA-BLOQUEIOS
                   UNTIL FS-BLOQUEADOS NOT EQUAL 0.
               DISPLAY "CONTAS BLOQUEADAS NO CADASTRO.:" WRK-QT-BLOQ.

       0100-INICIAR-FIM.EXIT.

       0110-CONTA-BLOQUEIOS                    SECTION.

               READ BLOQUEADOS NEXT
                   AT END
                       MOVE 10 TO FS-BLOQUEADOS
                   NOT AT END
                       ADD 1 TO WRK-QT-BLOQ
               END-READ.

       0110-CONTA-BLOQUEIOS-FIM.EXIT.

       0200-PROCESSAR                          SECTION.
               PERFORM UNTIL WRK-CONTINUA NOT EQUAL "S"

       0206-PROCURA-CONTA                      SECTION.

               MOVE WRK-CONTA-ALVO TO REG-CONTA-BLOQ.
               READ BLOQUEADOS
                   INVALID KEY
                       MOVE "N" TO WRK-BLOQ-ACHOU
                   NOT INVALID KEY
                       MOVE "S" TO WRK-BLOQ-ACHOU
               END-READ.

       0206-PROCURA-CONTA-FIM.EXIT.

       0210-BLOQUEAR                           SECTION.

               PERFORM 0205-ACEITA-CONTA.
               ELSE
                   PERFORM 0206-PROCURA-CONTA
                   IF WRK-BLOQ-ACHOU EQUAL "S"
                       PERFORM 0215-MOSTRA-BLOQUEIO
                   ELSE
                       DISPLAY "MOTIVO DO BLOQUEIO: "
                       ACCEPT WRK-MOTIVO-ENTRADA
                       MOVE WRK-CONTA-ALVO     TO REG-CONTA-BLOQ
                       MOVE WRK-MOTIVO-ENTRADA TO REG-MOTIVO-BLOQ
                       MOVE WRK-DATA-EXEC      TO REG-DATA-BLOQ
                       MOVE WRK-USUARIO-EXEC   TO REG-OPERADOR-BLOQ
                       PERFORM 0216-GRAVA-BLOQUEIO
                   END-IF
               END-IF.

       0210-BLOQUEAR-FIM.EXIT.

       0215-MOSTRA-BLOQUEIO                    SECTION.

               DISPLAY WRK-MSG-JA-BLOQUEADA.
               DISPLAY "MOTIVO..:" REG-MOTIVO-BLOQ.
               DISPLAY "DATA....:" REG-DATA-BLOQ.
               DISPLAY "OPERADOR:" REG-OPERADOR-BLOQ.

       0215-MOSTRA-BLOQUEIO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CHAVE DUPLICADA AQUI E BLOQUEIO FEITO NA TELA CCL7 ENTRE A
      *    CONSULTA E A GRAVACAO
      *-----------------------------------------------------------------
       0216-GRAVA-BLOQUEIO                     SECTION.

               WRITE REG-BLOQUEADOS
                   INVALID KEY
                       MOVE "N" TO WRK-BLOQ-ACHOU
                       DISPLAY WRK-MSG-JA-BLOQUEADA
                   NOT INVALID KEY
                       MOVE "S" TO WRK-BLOQ-ACHOU
                       ADD 1 TO WRK-QT-BLOQ
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-BLOQUEADA
               END-WRITE.

       0216-GRAVA-BLOQUEIO-FIM.EXIT.

       0220-DESBLOQUEAR                        SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CONTA-ALVO EQUAL ZEROS
                   CONTINUE
               ELSE
                   MOVE WRK-CONTA-ALVO TO REG-CONTA-BLOQ
                   DELETE BLOQUEADOS
                       INVALID KEY
                           DISPLAY WRK-MSG-NAO-BLOQUEADA
                       NOT INVALID KEY
                           SUBTRACT 1 FROM WRK-QT-BLOQ
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY WRK-MSG-DESBLOQUEADA
                   END-DELETE
               END-IF.

       0220-DESBLOQUEAR-FIM.EXIT.

       0230-LISTAR                             SECTION.

               MOVE ZEROS TO REG-CONTA-BLOQ.
               START BLOQUEADOS KEY IS NOT LESS THAN REG-CONTA-BLOQ
                   INVALID KEY
                       DISPLAY "NENHUMA CONTA BLOQUEADA"
                       GO TO 0230-LISTAR-FIM
               END-START.
               PERFORM 0231-LISTA-ITEM
                   UNTIL FS-BLOQUEADOS NOT EQUAL 0.

       0230-LISTAR-FIM.EXIT.

       0231-LISTA-ITEM                         SECTION.

               READ BLOQUEADOS NEXT
                   AT END
                       MOVE 10 TO FS-BLOQUEADOS
                   NOT AT END
                       DISPLAY REG-CONTA-BLOQ " "
                               REG-MOTIVO-BLOQ " "
                               REG-DATA-BLOQ " "
                               REG-OPERADOR-BLOQ
               END-READ.

       0231-LISTA-ITEM-FIM.EXIT.

      *-----------------------------------------------------------------
       0240-REVISA-PENDENTES                   SECTION.

               MOVE WRK-USUARIO-EXEC TO WRK-ID-VAL.
               MOVE "B"              TO WRK-FILA-VAL.
               MOVE SPACES           TO WRK-TIPO-VAL.
               MOVE ZEROS            TO WRK-VALOR-VAL.
               CALL WRK-MODULO-VERALC USING WRK-VERALC.
               IF NOT WRK-VAL-DENTRO
                   DISPLAY "FILA DE BLOQUEIOS PENDENTES FORA DA SUA "
                       "ALCADA (PROGUSR)"
                   GO TO 0240-REVISA-PENDENTES-FIM
               END-IF.
               MOVE ZEROS TO WRK-QT-PEND.
               MOVE "N"   TO WRK-PEND-MUDOU.
               OPEN INPUT BLOQPEND.

       0243-APROVA-PENDENTE                    SECTION.

               MOVE REG-CONTA-BLQP   TO WRK-CONTA-ALVO.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-BLOQ.
               MOVE REG-MOTIVO-BLQP  TO REG-MOTIVO-BLOQ.
               MOVE WRK-DATA-EXEC    TO REG-DATA-BLOQ.
               MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-BLOQ.
               PERFORM 0216-GRAVA-BLOQUEIO.
               SET REG-BLQP-APROVADO TO TRUE.
               MOVE REG-BLOQPEND TO TAB-PEND-ITEM(WRK-IDX-PEND).
               MOVE "S" TO WRK-PEND-MUDOU.

       0243-APROVA-PENDENTE-FIM.EXIT.


       0300-FINALIZAR                          SECTION.

               CLOSE BLOQUEADOS.
               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY WRK-FIM-ARQ.

       0300-FINALIZAR-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

               OPEN EXTEND AUDITORIA.

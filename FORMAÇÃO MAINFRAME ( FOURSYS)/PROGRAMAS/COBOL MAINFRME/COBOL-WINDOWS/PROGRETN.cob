       IDENTIFICATION                          DIVISION.
       PROGRAM-ID.PROGRETN.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGRETN                                      *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 15 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  TRABALHO DA EQUIPE DE RETENCAO SOBRE A FILA  *
      *                    DE PEDIDOS DE CANCELAMENTO (RETENCAO.DAT,    *
      *                    #BOOKRETEN): LISTA OS PEDIDOS EM ABERTO COM  *
      *                    O PRAZO, ANEXA UMA OFERTA DO PROMOCOES.TXT   *
      *                    (MESMO STREAMING E VIGENTE NA DATA), REGISTRA*
      *                    A DECISAO DO CLIENTE -- ACEITOU A OFERTA OU  *
      *                    DESISTIU DO CANCELAMENTO ("R" RETIDO) OU     *
      *                    RECUSOU ("D", CANCELADO PELO PROGRETC NA     *
      *                    PROXIMA NOITE) -- E RECLASSIFICA O MOTIVO    *
      *                    PELA TABELA MOTCANC (O PEDIDO DO PORTAL      *
      *                    CHEGA COM O MOTIVO 99).                      *
      *                                                                 *
      *    OBSERVACOES. :  ACESSO PELO SIGN-ON DO MASTER DE USUARIOS;   *
      *                    O USUARIO FICA GRAVADO COMO OPERADOR DA      *
      *                    OFERTA E DA DECISAO. PEDIDO VENCIDO SEM      *
      *                    DECISAO E CANCELADO PELO PROGRETC.           *
      *=================================================================
      *    ARQUIVOS.... : RETENCAO.DAT                  BOOK           *
      *                                                 #BOOKRETEN      *
      *                   PROMOCOES.TXT                                 *
      *                   MOTCANC.TXT                   #BOOKMOTCAN     *
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
           SELECT RETENCAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\RETENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-RET
               FILE STATUS IS FS-RETENCAO.
           SELECT PROMOCOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PROMOCOES.TXT"
               FILE STATUS IS FS-PROMOCOES.
           SELECT MOTCANC ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\MOTCANC.TXT"
               FILE STATUS IS FS-MOTCANC.
           SELECT USUARIOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\USUARIOS.TXT"
               FILE STATUS IS FS-USUARIOS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  RETENCAO.
       COPY "#BOOKRETEN".
       FD  PROMOCOES.
       01  REG-PROMOCOES.
           05 REG-STREAM-PRM           PIC X(010).
           05 REG-DESCONTO-PRM         PIC 9(002)V99.
           05 REG-DATA-INI-PRM         PIC 9(008).
           05 REG-DATA-FIM-PRM         PIC 9(008).
           05 REG-CODIGO-PRM           PIC X(005).
       FD  MOTCANC.
       COPY "#BOOKMOTCAN".
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-RETENCAO                 PIC X(02)           VALUE ZEROS.
       77  FS-PROMOCOES                PIC X(02)           VALUE ZEROS.
       77  FS-MOTCANC                  PIC X(02)           VALUE ZEROS.
       77  FS-USUARIOS                 PIC X(02)           VALUE ZEROS.
       77  FS-AUDITORIA                PIC X(02)           VALUE ZEROS.
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-ID-ENTRADA              PIC X(04)           VALUE SPACES.
       77  WRK-STREAM-ENTRADA          PIC X(10)           VALUE SPACES.
       77  WRK-ITEM-ACHOU              PIC X(01)           VALUE "N".
       77  WRK-FIM-FILA                PIC X(01)           VALUE "N".
       77  WRK-QT-LISTADOS             PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-CODIGO-ENTRADA          PIC X(05)           VALUE SPACES.
       77  WRK-PROMO-ACHOU             PIC X(01)           VALUE "N".
       77  WRK-DESCONTO-OFERTA         PIC 9(02)V99        VALUE ZEROS.
       77  WRK-DECISAO                 PIC X(01)           VALUE SPACES.
       77  WRK-MOTIVO-ENT              PIC X(02)           VALUE SPACES.
       77  WRK-MOTIVO-OK               PIC X(01)           VALUE "N".
       77  WRK-MOTIVO-DESC             PIC X(30)           VALUE SPACES.
       77  WRK-DESCONTO-ED             PIC Z9,99.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGRETN".

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
               MOVE "N" TO WRK-SIGNON-OK.
               OPEN INPUT USUARIOS.
               IF FS-USUARIOS NOT EQUAL '00'
                   DISPLAY "MASTER DE USUARIOS AUSENTE -- PROCURE O "
                       "SUPERVISOR (PROGUSR)"
               ELSE
                   PERFORM 0091-LE-USUARIO
                       UNTIL FS-USUARIOS NOT EQUAL '00'
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
                       MOVE "10" TO FS-USUARIOS
                   NOT AT END
                       IF REG-ID-USER EQUAL WRK-SIGNON-ID AND
                          REG-USER-ATIVO
                           MOVE "S" TO WRK-SIGNON-OK
                           MOVE "10" TO FS-USUARIOS
                       END-IF
               END-READ.

       0091-LE-USUARIO-FIM.EXIT.

       0100-INICIAR                            SECTION.

               PERFORM 0090-SIGNON.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               OPEN I-O RETENCAO.
               IF FS-RETENCAO EQUAL '35'
                   DISPLAY "FILA DE RETENCAO VAZIA -- NENHUM PEDIDO "
                       "DE CANCELAMENTO REGISTRADO"
                   GOBACK
               END-IF.
               IF FS-RETENCAO NOT EQUAL '00'
                   DISPLAY "ERRO AO ABRIR A FILA DE RETENCAO - "
                       "STATUS:" FS-RETENCAO
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               PERFORM 0201-MENU
                   UNTIL WRK-CONTINUA NOT EQUAL "S".

       0200-PROCESSAR-FIM.EXIT.

       0201-MENU                               SECTION.

               DISPLAY "[1] LISTAR PEDIDOS EM ABERTO".
               DISPLAY "[2] ANEXAR OFERTA".
               DISPLAY "[3] REGISTRAR DECISAO DO CLIENTE".
               DISPLAY "[4] RECLASSIFICAR MOTIVO".
               DISPLAY "[5] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-LISTAR
                   WHEN "2" PERFORM 0220-ANEXA-OFERTA
                   WHEN "3" PERFORM 0230-REGISTRA-DECISAO
                   WHEN "4" PERFORM 0240-RECLASSIFICA
                   WHEN "5" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE.

       0201-MENU-FIM.EXIT.

      *-----------------------------------------------------------------
      *    LOCALIZA O PEDIDO EM ABERTO (PENDENTE OU COM OFERTA) DO
      *    CLIENTE NO STREAMING -- SO HA UM POR ASSINATURA
      *-----------------------------------------------------------------
       0205-LOCALIZA-ITEM                      SECTION.

               MOVE "N" TO WRK-ITEM-ACHOU.
               DISPLAY "ID DO CLIENTE: ".
               MOVE SPACES TO WRK-ID-ENTRADA.
               ACCEPT WRK-ID-ENTRADA.
               IF WRK-ID-ENTRADA NOT NUMERIC
                   DISPLAY "ID INVALIDO - REDIGITE"
                   GO TO 0205-LOCALIZA-ITEM-FIM
               END-IF.
               DISPLAY "STREAMING: ".
               MOVE SPACES TO WRK-STREAM-ENTRADA.
               ACCEPT WRK-STREAM-ENTRADA.
               MOVE "N"                TO WRK-FIM-FILA.
               MOVE WRK-ID-ENTRADA     TO REG-ID-RET.
               MOVE WRK-STREAM-ENTRADA TO REG-STREAM-RET.
               MOVE ZEROS              TO REG-DATA-PEDIDO-RET.
               START RETENCAO KEY NOT LESS REG-CHAVE-RET
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-FILA
               END-START.
               PERFORM 0206-PROCURA-ITEM
                   UNTIL WRK-FIM-FILA EQUAL "S".
               IF WRK-ITEM-ACHOU EQUAL "S"
                   PERFORM 0211-MOSTRA-ITEM
               ELSE
                   DISPLAY "NENHUM PEDIDO EM ABERTO PARA ESTA "
                       "ASSINATURA"
               END-IF.

       0205-LOCALIZA-ITEM-FIM.EXIT.

       0206-PROCURA-ITEM                       SECTION.

               READ RETENCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-FILA
                   NOT AT END
                       IF REG-ID-RET NOT EQUAL WRK-ID-ENTRADA OR
                          REG-STREAM-RET NOT EQUAL WRK-STREAM-ENTRADA
                           MOVE "S" TO WRK-FIM-FILA
                       ELSE
                           IF REG-RET-EM-ABERTO
                               MOVE "S" TO WRK-ITEM-ACHOU
                               MOVE "S" TO WRK-FIM-FILA
                           END-IF
                       END-IF
               END-READ.

       0206-PROCURA-ITEM-FIM.EXIT.

       0210-LISTAR                             SECTION.

               MOVE ZEROS      TO WRK-QT-LISTADOS.
               MOVE "N"        TO WRK-FIM-FILA.
               MOVE LOW-VALUES TO REG-CHAVE-RET.
               START RETENCAO KEY NOT LESS REG-CHAVE-RET
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-FILA
               END-START.
               PERFORM 0212-LISTA-ITEM
                   UNTIL WRK-FIM-FILA EQUAL "S".
               DISPLAY "PEDIDOS EM ABERTO: " WRK-QT-LISTADOS.

       0210-LISTAR-FIM.EXIT.

       0211-MOSTRA-ITEM                        SECTION.

               MOVE REG-DESCONTO-OFERTA-RET TO WRK-DESCONTO-ED.
               DISPLAY REG-ID-RET " " REG-STREAM-RET
                       " PEDIDO:" REG-DATA-PEDIDO-RET
                       " ORIGEM:" REG-ORIGEM-RET
                       " MOTIVO:" REG-MOTIVO-RET
                       " LIMITE:" REG-DATA-LIMITE-RET
                       " SIT:" REG-SITUACAO-RET
                       " OFERTA:" REG-CODIGO-OFERTA-RET
                       " " WRK-DESCONTO-ED "%".

       0211-MOSTRA-ITEM-FIM.EXIT.

       0212-LISTA-ITEM                         SECTION.

               READ RETENCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-FILA
                   NOT AT END
                       IF REG-RET-EM-ABERTO
                           ADD 1 TO WRK-QT-LISTADOS
                           PERFORM 0211-MOSTRA-ITEM
                       END-IF
               END-READ.

       0212-LISTA-ITEM-FIM.EXIT.

      *-----------------------------------------------------------------
      *    OFERTA: PROMOCAO DO MESMO STREAMING, VIGENTE NA DATA; UMA
      *    NOVA OFERTA SUBSTITUI A ANTERIOR
      *-----------------------------------------------------------------
       0220-ANEXA-OFERTA                       SECTION.

               PERFORM 0205-LOCALIZA-ITEM.
               IF WRK-ITEM-ACHOU NOT EQUAL "S"
                   GO TO 0220-ANEXA-OFERTA-FIM
               END-IF.
               DISPLAY "CODIGO DA PROMOCAO (PROMOCOES.TXT): ".
               MOVE SPACES TO WRK-CODIGO-ENTRADA.
               ACCEPT WRK-CODIGO-ENTRADA.
               PERFORM 0225-VALIDA-PROMOCAO.
               IF WRK-PROMO-ACHOU NOT EQUAL "S"
                   DISPLAY "PROMOCAO NAO CADASTRADA, DE OUTRO "
                       "STREAMING OU FORA DA VIGENCIA"
                   GO TO 0220-ANEXA-OFERTA-FIM
               END-IF.
               MOVE WRK-CODIGO-ENTRADA  TO REG-CODIGO-OFERTA-RET.
               MOVE WRK-DESCONTO-OFERTA TO REG-DESCONTO-OFERTA-RET.
               MOVE WRK-DATA-EXEC       TO REG-DATA-OFERTA-RET.
               MOVE WRK-SIGNON-ID       TO REG-OPERADOR-OFERTA-RET.
               SET REG-RET-OFERTADA     TO TRUE.
               REWRITE REG-RETENCAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A OFERTA - STATUS:"
                           FS-RETENCAO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       MOVE WRK-DESCONTO-OFERTA TO WRK-DESCONTO-ED
                       DISPLAY "OFERTA " WRK-CODIGO-ENTRADA " DE "
                           WRK-DESCONTO-ED "% ANEXADA!"
               END-REWRITE.

       0220-ANEXA-OFERTA-FIM.EXIT.

       0225-VALIDA-PROMOCAO                    SECTION.

               MOVE "N" TO WRK-PROMO-ACHOU.
               OPEN INPUT PROMOCOES.
               IF FS-PROMOCOES NOT EQUAL '00'
                   DISPLAY "PROMOCOES.TXT AUSENTE -- SEM OFERTAS"
                   GO TO 0225-VALIDA-PROMOCAO-FIM
               END-IF.
               PERFORM 0226-LE-PROMOCAO
                   UNTIL FS-PROMOCOES NOT EQUAL '00'.
               CLOSE PROMOCOES.

       0225-VALIDA-PROMOCAO-FIM.EXIT.

       0226-LE-PROMOCAO                        SECTION.

               READ PROMOCOES
                   AT END
                       MOVE "10" TO FS-PROMOCOES
                   NOT AT END
                       IF REG-CODIGO-PRM EQUAL WRK-CODIGO-ENTRADA AND
                          REG-STREAM-PRM EQUAL REG-STREAM-RET AND
                          WRK-DATA-EXEC NOT LESS REG-DATA-INI-PRM AND
                          WRK-DATA-EXEC NOT GREATER REG-DATA-FIM-PRM
                           MOVE "S" TO WRK-PROMO-ACHOU
                           MOVE REG-DESCONTO-PRM TO WRK-DESCONTO-OFERTA
                           MOVE "10" TO FS-PROMOCOES
                       END-IF
               END-READ.

       0226-LE-PROMOCAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DECISAO DO CLIENTE: "A" ACEITOU A OFERTA OU DESISTIU DO
      *    CANCELAMENTO (RETIDO); "D" RECUSOU (O PROGRETC CANCELA NA
      *    PROXIMA NOITE)
      *-----------------------------------------------------------------
       0230-REGISTRA-DECISAO                   SECTION.

               PERFORM 0205-LOCALIZA-ITEM.
               IF WRK-ITEM-ACHOU NOT EQUAL "S"
                   GO TO 0230-REGISTRA-DECISAO-FIM
               END-IF.
               DISPLAY "DECISAO DO CLIENTE - (A)CEITOU/DESISTIU OU "
                   "(D)RECUSOU: ".
               MOVE SPACES TO WRK-DECISAO.
               ACCEPT WRK-DECISAO.
               EVALUATE WRK-DECISAO
                   WHEN "A"
                       SET REG-DECISAO-ACEITOU TO TRUE
                       SET REG-RET-RETIDO      TO TRUE
                   WHEN "D"
                       SET REG-DECISAO-RECUSOU TO TRUE
                       SET REG-RET-RECUSADA    TO TRUE
                   WHEN OTHER
                       DISPLAY "DECISAO INVALIDA - NADA GRAVADO"
                       GO TO 0230-REGISTRA-DECISAO-FIM
               END-EVALUATE.
               MOVE WRK-DATA-EXEC TO REG-DATA-DECISAO-RET.
               MOVE WRK-SIGNON-ID TO REG-OPERADOR-DECISAO-RET.
               REWRITE REG-RETENCAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A DECISAO - STATUS:"
                           FS-RETENCAO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       IF REG-RET-RETIDO
                           DISPLAY "CLIENTE RETIDO -- ASSINATURA "
                               "SEGUE ATIVA"
                       ELSE
                           DISPLAY "RECUSA REGISTRADA -- CANCELAMENTO "
                               "NA PROXIMA NOITE"
                       END-IF
               END-REWRITE.

       0230-REGISTRA-DECISAO-FIM.EXIT.

       0240-RECLASSIFICA                       SECTION.

               PERFORM 0205-LOCALIZA-ITEM.
               IF WRK-ITEM-ACHOU NOT EQUAL "S"
                   GO TO 0240-RECLASSIFICA-FIM
               END-IF.
               MOVE "N" TO WRK-MOTIVO-OK.
               PERFORM 0245-PEDE-MOTIVO
                   UNTIL WRK-MOTIVO-OK EQUAL "S".
               MOVE WRK-MOTIVO-ENT TO REG-MOTIVO-RET.
               REWRITE REG-RETENCAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O MOTIVO - STATUS:"
                           FS-RETENCAO
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY "MOTIVO RECLASSIFICADO!"
               END-REWRITE.

       0240-RECLASSIFICA-FIM.EXIT.

       0245-PEDE-MOTIVO                        SECTION.

               DISPLAY "MOTIVO DO CANCELAMENTO (2 DIGITOS, TABELA "
                   "MOTCANC): ".
               ACCEPT WRK-MOTIVO-ENT.
               IF WRK-MOTIVO-ENT NOT NUMERIC OR
                  WRK-MOTIVO-ENT EQUAL "00" OR
                  WRK-MOTIVO-ENT EQUAL "99"
                   DISPLAY "MOTIVO INVALIDO - REDIGITE"
                   GO TO 0245-PEDE-MOTIVO-FIM
               END-IF.
               MOVE SPACES TO WRK-MOTIVO-DESC.
               OPEN INPUT MOTCANC.
               IF FS-MOTCANC NOT EQUAL '00'
                   DISPLAY "TABELA DE MOTIVOS AUSENTE -- MOTIVO SEM "
                       "VALIDACAO"
                   MOVE "S" TO WRK-MOTIVO-OK
                   GO TO 0245-PEDE-MOTIVO-FIM
               END-IF.
               PERFORM 0246-LE-MOTIVO
                   UNTIL FS-MOTCANC NOT EQUAL '00'.
               CLOSE MOTCANC.
               IF WRK-MOTIVO-OK EQUAL "S"
                   DISPLAY "MOTIVO: " WRK-MOTIVO-DESC
               ELSE
                   DISPLAY "MOTIVO NAO CADASTRADO OU INATIVO - "
                       "REDIGITE"
               END-IF.

       0245-PEDE-MOTIVO-FIM.EXIT.

       0246-LE-MOTIVO                          SECTION.

               READ MOTCANC
                   AT END
                       MOVE "10" TO FS-MOTCANC
                   NOT AT END
                       IF REG-CODIGO-MOTC EQUAL WRK-MOTIVO-ENT AND
                          REG-MOTC-ATIVO
                           MOVE "S" TO WRK-MOTIVO-OK
                           MOVE REG-DESCRICAO-MOTC TO WRK-MOTIVO-DESC
                           MOVE "10" TO FS-MOTCANC
                       END-IF
               END-READ.

       0246-LE-MOTIVO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE RETENCAO.
               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY "FIM DE PROGRAMA".

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
               MOVE WRK-SIGNON-ID     TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC     TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC     TO REG-HORA-AUD.
               MOVE WRK-QT-ALTERACOES TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

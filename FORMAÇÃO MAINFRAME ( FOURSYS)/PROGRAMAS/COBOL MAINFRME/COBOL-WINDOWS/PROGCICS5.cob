      *=================================================================
      *    ARQUIVOS.... : SUSPENSO (ESDS, VIA FCT)     #BOOKSUSP        *
      *                   USUARIOS (VSAM, VIA FCT)     #BOOKUSER        *
      *                   ALCADAS  (VSAM, VIA FCT)     #BOOKALCADA      *
      *=================================================================
      *    MODULOS..... :                                               *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: ALCADAS DE APROVACAO (ALCADAS, KSDS PELO ID,
      *                  MANTIDO PELO PROGUSR): O SIGN-ON EXIGE A FILA
      *                  DE SUSPENSOS LIBERADA NA ALCADA DO SUPERVISOR;
      *                  A LIBERACAO CONFERE O VALOR CONTRA O LIMITE DO
      *                  TIPO DO MOVIMENTO -- ACIMA DO LIMITE O ITEM
      *                  CONTINUA PENDENTE, MARCADO COM QUEM ENCAMINHOU
      *                  E A DATA, PARA OUTRO APROVADOR DE ALCADA
      *                  SUPERIOR (MESMA REGRA DO PROGAPROV). A TELA
      *                  DO ITEM MOSTRA O ENCAMINHADOR E GANHA UMA
      *                  LINHA DE MENSAGEM. O PROXIMO RBA DO BROWSE
      *                  PASSA A SAIR DO TAMANHO DO PROPRIO REGISTRO
      *                  (LENGTH OF REG-SUSPENSO, LRECL 223)
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: TABELA DE LIMITES DA ALCADA COM 17 POSICOES
      *                  (TIPOS "K" TRANSFERENCIA JUDICIAL E "H" FOLHA
      *                  DE PAGAMENTO)
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       77  WRK-ABSTIME                 PIC S9(15)   COMP-3 VALUE ZEROS.
       77  WRK-DATA-DEC-X              PIC X(08)           VALUE SPACES.
       77  WRK-DATA-DECISAO            PIC 9(08)           VALUE ZEROS.
       77  WRK-IND-LIM                 PIC 9(02)           VALUE ZEROS.
       77  WRK-LIMITE                  PIC 9(12)V99        VALUE ZEROS.
      *----------------- TELAS (SEND TEXT, COMO NO PROGCICS4)
       01  WRK-TELA-SIGNON.
           05 FILLER                   PIC X(40)           VALUE
               "  SIGN-ON - USUARIO (NIVEL 2):".
       01  WRK-TELA-NEGADO             PIC X(40)           VALUE
               "ACESSO RESTRITO A SUPERVISOR - FIM".
       01  WRK-TELA-SEM-ALCADA         PIC X(40)           VALUE
               "SUSPENSOS FORA DA SUA ALCADA - FIM".
       01  WRK-TELA-VAZIA              PIC X(40)           VALUE
               "SEM SUSPENSO PENDENTE - FIM".
       01  WRK-MSG-PROPRIO             PIC X(79)           VALUE
               "ITEM ENCAMINHADO POR VOCE - OUTRO APROVADOR LIBERA".
       01  WRK-MSG-ENCAMINHADO         PIC X(79)           VALUE
               "ACIMA DA ALCADA - ENCAMINHADO P/ ALCADA SUPERIOR".
       01  WRK-MSG-MANTIDO             PIC X(79)           VALUE
               "ACIMA DA ALCADA - MANTIDO P/ ALCADA SUPERIOR".
       01  WRK-TELA-ITEM.
           05 WRK-ITM-LINHA1.
               10 FILLER               PIC X(09)           VALUE
               10 FILLER               PIC X(13)           VALUE
                   "  HISTORICO: ".
               10 WRK-ITM-HISTORICO    PIC X(20).
               10 FILLER               PIC X(09)           VALUE
                   "  ENCAM: ".
               10 WRK-ITM-ENCAMINHADOR PIC X(08).
               10 FILLER               PIC X(11)           VALUE SPACES.
           05 WRK-ITM-LINHA3           PIC X(79)           VALUE
               "[L]IBERAR  [N]EGAR  [P]ULAR  [X]SAIR:".
           05 WRK-ITM-MENSAGEM         PIC X(79)           VALUE SPACES.
      *----------------- COMMAREA
       01  WRK-COMMAREA.
           05 WRK-CA-FASE              PIC X(01)           VALUE "0".
           05 REG-ATIVO-USER           PIC X(01).
      *----------------- REGISTRO DA FILA DE SUSPENSOS (#BOOKSUSP)
       COPY "#BOOKSUSP".
      *----------------- REGISTRO DA TABELA DE ALCADAS (#BOOKALCADA)
       COPY "#BOOKALCADA".

       LINKAGE                                 SECTION.
       01  DFHCOMMAREA.
                   END-EXEC
                   PERFORM 0900-ENCERRA
               END-IF.
               EXEC CICS
                   READ FILE('ALCADAS')
                        INTO(REG-ALCADA)
                        RIDFLD(REG-ID-USER)
                        KEYLENGTH(8)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL) OR
                  NOT REG-ALC-DECIDE-SUSP
                   EXEC CICS
                       SEND TEXT FROM(WRK-TELA-SEM-ALCADA)
                                 LENGTH(40)
                                 ERASE
                   END-EXEC
                   PERFORM 0900-ENCERRA
               END-IF.
               MOVE "1" TO WRK-CA-FASE.
               MOVE REG-ID-USER TO WRK-CA-APROVADOR.
               MOVE ZEROS TO WRK-CA-RBA-PROX.
               MOVE REG-TIPO-SUSP       TO WRK-ITM-TIPO.
               MOVE REG-SINAL-SUSP      TO WRK-ITM-SINAL.
               MOVE REG-HISTORICO-SUSP  TO WRK-ITM-HISTORICO.
               MOVE REG-ENCAMINHADOR-SUSP TO WRK-ITM-ENCAMINHADOR.
               EXEC CICS
                   SEND TEXT FROM(WRK-TELA-ITEM)
                             LENGTH(316)
                             ERASE
               END-EXEC.
               EXEC CICS
                   MOVE "S" TO WRK-FIM-BROWSE
               ELSE
                   COMPUTE WRK-CA-RBA-PROX =
                       WRK-CA-RBA-ATUAL + LENGTH OF REG-SUSPENSO
                   IF REG-SUSP-PENDENTE
                       MOVE "S" TO WRK-ACHOU-PENDENTE
                   END-IF

      *-----------------------------------------------------------------
      *    A DECISAO GRAVA OS MESMOS CAMPOS DO PROGAPROV: STATUS "L"
      *    OU "R", DATA DA DECISAO E APROVADOR AUTENTICADO. A
      *    LIBERACAO PASSA PELA ALCADA (0420); ACIMA DELA O ITEM FICA
      *    PENDENTE COM O ENCAMINHADOR GRAVADO
      *-----------------------------------------------------------------
       0400-TRATA-DECISAO                      SECTION.

                   END-EXEC
                   MOVE WRK-DATA-DEC-X TO WRK-DATA-DECISAO
                   IF WRK-ENTRADA(1:1) EQUAL "L"
                       PERFORM 0420-CONFERE-ALCADA
                   ELSE
                       SET REG-SUSP-NEGADO TO TRUE
                       MOVE WRK-DATA-DECISAO  TO REG-DATA-DECISAO-SUSP
                       MOVE WRK-CA-APROVADOR  TO REG-APROVADOR-SUSP
                       EXEC CICS
                           REWRITE FILE('SUSPENSO')
                                   FROM(REG-SUSPENSO)
                                   RESP(WRK-RESP)
                       END-EXEC
                   END-IF
               ELSE
                   EXEC CICS
                       UNLOCK FILE('SUSPENSO')
                   END-EXEC
               END-IF.

       0410-GRAVA-DECISAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    LIBERACAO: QUEM ENCAMINHOU NAO LIBERA; DENTRO DO LIMITE DO
      *    TIPO LIBERA; ACIMA DELE ENCAMINHA (SE AINDA NAO ESTAVA
      *    ENCAMINHADO) E O ITEM CONTINUA PENDENTE
      *-----------------------------------------------------------------
       0420-CONFERE-ALCADA                     SECTION.

               IF REG-ENCAMINHADOR-SUSP EQUAL WRK-CA-APROVADOR
                   EXEC CICS
                       UNLOCK FILE('SUSPENSO')
                   END-EXEC
                   MOVE WRK-MSG-PROPRIO TO WRK-ITM-MENSAGEM
                   GO TO 0420-CONFERE-ALCADA-FIM
               END-IF.
               MOVE ZEROS TO WRK-LIMITE.
               EXEC CICS
                   READ FILE('ALCADAS')
                        INTO(REG-ALCADA)
                        RIDFLD(WRK-CA-APROVADOR)
                        KEYLENGTH(8)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL) AND
                  REG-ALC-DECIDE-SUSP
                   PERFORM 0430-PROCURA-LIMITE
                       VARYING WRK-IND-LIM FROM 1 BY 1
                       UNTIL WRK-IND-LIM GREATER 17
               END-IF.

               IF REG-LANCAMENTO-SUSP NOT GREATER WRK-LIMITE
                   SET REG-SUSP-LIBERADO TO TRUE
                   MOVE WRK-DATA-DECISAO  TO REG-DATA-DECISAO-SUSP
                   MOVE WRK-CA-APROVADOR  TO REG-APROVADOR-SUSP
                   EXEC CICS
                               FROM(REG-SUSPENSO)
                               RESP(WRK-RESP)
                   END-EXEC
                   GO TO 0420-CONFERE-ALCADA-FIM
               END-IF.

               IF REG-ENCAMINHADOR-SUSP EQUAL SPACES
                   MOVE WRK-CA-APROVADOR  TO REG-ENCAMINHADOR-SUSP
                   MOVE WRK-DATA-DECISAO  TO REG-DATA-ENCAM-SUSP
                   EXEC CICS
                       REWRITE FILE('SUSPENSO')
                               FROM(REG-SUSPENSO)
                               RESP(WRK-RESP)
                   END-EXEC
                   MOVE WRK-MSG-ENCAMINHADO TO WRK-ITM-MENSAGEM
               ELSE
                   EXEC CICS
                       UNLOCK FILE('SUSPENSO')
                   END-EXEC
                   MOVE WRK-MSG-MANTIDO TO WRK-ITM-MENSAGEM
               END-IF.

       0420-CONFERE-ALCADA-FIM.EXIT.

       0430-PROCURA-LIMITE                     SECTION.

               IF REG-TIPO-LIM-ALC(WRK-IND-LIM) EQUAL REG-TIPO-SUSP
                   MOVE REG-VALOR-LIM-ALC(WRK-IND-LIM) TO WRK-LIMITE
               END-IF.

       0430-PROCURA-LIMITE-FIM.EXIT.

       0900-ENCERRA                            SECTION.


       IDENTIFICATION                          DIVISION.
       PROGRAM-ID.PROGCICS7.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGCICS7                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 06 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  TRANSACAO CICS (CCL7) DE BLOQUEIO E          *
      *                    DESBLOQUEIO DE CONTAS COM MAPA BMS (BLQMAP7):*
      *                    O SUPERVISOR FAZ SIGN-ON (USUARIOS, VIA FCT  *
      *                    -- SO NIVEL 2 ENTRA, COMO NO CCL5), INFORMA  *
      *                    A CONTA E A ACAO: BLOQUEAR (COM MOTIVO),     *
      *                    DESBLOQUEAR OU CONSULTAR. O BLOQUEIO GRAVA   *
      *                    NO BLOQUEADOS O MOTIVO, A DATA E O OPERADOR  *
      *                    (MESMOS CAMPOS DO PROGBLOQ) E O DESBLOQUEIO  *
      *                    EXCLUI O REGISTRO -- O PROGCALL DA NOITE LE  *
      *                    O MESMO KSDS. PF5 PERCORRE A FILA DE         *
      *                    PEDIDOS PENDENTES DO RELVELOC (BLOQPEND) E   *
      *                    CADA PEDIDO E APROVADO (VIRA BLOQUEIO COM O  *
      *                    MOTIVO LEVADO), DESCARTADO OU PULADO, COMO   *
      *                    NA OPCAO [5] DO PROGBLOQ                     *
      *                                                                 *
      *    OBSERVACOES. : RODA SOB CICS; NAO E UM PROGRAMA BATCH. O     *
      *                  RBA DO PEDIDO EM DECISAO E O DO PROXIMO PONTO  *
      *                  DE BROWSE DA FILA VIAJAM NA COMMAREA, COMO NO  *
      *                  CCL5; A CONTA DO PEDIDO TAMBEM VIAJA E E       *
      *                  CONFERIDA NA RELEITURA PARA UPDATE             *
      *=================================================================
      *    ARQUIVOS.... : USUARIOS   (VSAM, VIA FCT)   #BOOKUSER        *
      *                   BLOQUEADOS (KSDS, VIA FCT)   #BOOKBLOQ        *
      *                   BLOQPEND   (ESDS, VIA FCT)   #BOOKBLQP        *
      *                   ALCADAS    (VSAM, VIA FCT)   #BOOKALCADA      *
      *                   BLQMAP7 (MAPSET BMS)         #BLQMAP7         *
      *=================================================================
      *    MODULOS..... :                                               *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: ALCADAS DE APROVACAO (ALCADAS, KSDS PELO ID,
      *                  MANTIDO PELO PROGUSR): A FILA DE BLOQUEIOS
      *                  PENDENTES (PF5 E A DECISAO COM ENTER) EXIGE A
      *                  FILA LIBERADA NA ALCADA DO SUPERVISOR, COMO A
      *                  OPCAO [5] DO PROGBLOQ (0450-CONFERE-ALCADA)
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA                                    DIVISION.
       WORKING-STORAGE                         SECTION.
       COPY DFHAID.
       77  WRK-RESP                    PIC 9(08) COMP-5     VALUE ZEROS.
       77  WRK-ENTRADA                 PIC X(10)           VALUE SPACES.
       77  WRK-ABSTIME                 PIC S9(15)   COMP-3 VALUE ZEROS.
       77  WRK-DATA-HOJE-X             PIC X(08)           VALUE SPACES.
       77  WRK-DATA-HOJE               PIC 9(08)           VALUE ZEROS.
       77  WRK-CONTA-ALVO              PIC 9(06)           VALUE ZEROS.
       77  WRK-DECISAO                 PIC X(01)           VALUE SPACES.
       77  WRK-ACHOU-PENDENTE          PIC X(01)           VALUE "N".
       77  WRK-FIM-BROWSE              PIC X(01)           VALUE "N".
       77  WRK-TELA-FIM                PIC X(01)           VALUE SPACES.
      *----------------- TELAS DO SIGN-ON (SEND TEXT, COMO NO CCL5)
       01  WRK-TELA-SIGNON.
           05 FILLER                   PIC X(40)           VALUE
               "CCL7 - BLOQUEIO DE CONTAS ON-LINE".
           05 FILLER                   PIC X(40)           VALUE
               "  SIGN-ON - USUARIO (NIVEL 2):".
       01  WRK-TELA-NEGADO             PIC X(40)           VALUE
               "ACESSO RESTRITO A SUPERVISOR - FIM".
      *----------------- COMMAREA
       01  WRK-COMMAREA.
           05 WRK-CA-FASE              PIC X(01)           VALUE "0".
               88 WRK-CA-FASE-SIGNON        VALUE "0".
               88 WRK-CA-FASE-MANUTENCAO    VALUE "1".
               88 WRK-CA-FASE-FILA          VALUE "2".
           05 WRK-CA-OPERADOR          PIC X(08)           VALUE SPACES.
           05 WRK-CA-RBA-ATUAL         PIC S9(08) COMP     VALUE ZEROS.
           05 WRK-CA-RBA-PROX          PIC S9(08) COMP     VALUE ZEROS.
           05 WRK-CA-PND-CONTA         PIC 9(06)           VALUE ZEROS.
      *----------------- MAPA SIMBOLICO DO BLQMAP7
       COPY "#BLQMAP7".
      *----------------- REGISTRO DO MASTER DE OPERADORES
       COPY "#BOOKUSER".
      *----------------- REGISTRO DE CONTA BLOQUEADA
       COPY "#BOOKBLOQ".
      *----------------- REGISTRO DA FILA DE BLOQUEIOS PENDENTES
       COPY "#BOOKBLQP".
      *----------------- REGISTRO DA TABELA DE ALCADAS
       COPY "#BOOKALCADA".

       LINKAGE                                 SECTION.
       01  DFHCOMMAREA.
           05 CA-FASE                  PIC X(01).
           05 CA-OPERADOR              PIC X(08).
           05 CA-RBA-ATUAL             PIC S9(08) COMP.
           05 CA-RBA-PROX              PIC S9(08) COMP.
           05 CA-PND-CONTA             PIC 9(06).

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.

               IF EIBCALEN EQUAL ZEROS
                   PERFORM 0100-PRIMEIRA-VEZ
               END-IF.
               MOVE DFHCOMMAREA TO WRK-COMMAREA.
               IF WRK-CA-FASE-SIGNON
                   PERFORM 0200-TRATA-SIGNON
               ELSE
                   EVALUATE EIBAID
                       WHEN DFHPF3
                           PERFORM 0900-ENCERRA
                       WHEN DFHPF5
                           PERFORM 0450-CONFERE-ALCADA
                           MOVE ZEROS TO WRK-CA-RBA-PROX
                           MOVE LOW-VALUES TO MAPA7O
                           PERFORM 0500-MOSTRA-PENDENTE
                       WHEN DFHPF6
                           MOVE "1" TO WRK-CA-FASE
                           MOVE LOW-VALUES TO MAPA7O
                           MOVE "INFORME A CONTA E A ACAO E TECLE ENTER"
                               TO MENSAGEMO
                           PERFORM 0800-ENVIA-MAPA
                       WHEN DFHENTER
                           IF WRK-CA-FASE-FILA
                               PERFORM 0400-TRATA-DECISAO
                           ELSE
                               PERFORM 0300-TRATA-MANUTENCAO
                           END-IF
                       WHEN OTHER
                           MOVE LOW-VALUES TO MAPA7O
                           MOVE "TECLA INVALIDA - USE ENTER/PF5/PF6/PF3"
                               TO MENSAGEMO
                           PERFORM 0810-ENVIA-MENSAGEM
                   END-EVALUATE
               END-IF.
               PERFORM 0900-ENCERRA.

       0000-PRINCIPAL-FIM.EXIT.

       0100-PRIMEIRA-VEZ                       SECTION.

               EXEC CICS
                   SEND TEXT FROM(WRK-TELA-SIGNON)
                             LENGTH(80)
                             ERASE
               END-EXEC.
               MOVE "0" TO WRK-CA-FASE.
               EXEC CICS
                   RETURN TRANSID('CCL7')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(23)
               END-EXEC.

       0100-PRIMEIRA-VEZ-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SIGN-ON PELO MASTER DE OPERADORES, COMO NO CCL5 -- SO
      *    SUPERVISOR (NIVEL 2) ATIVO ENTRA
      *-----------------------------------------------------------------
       0200-TRATA-SIGNON                       SECTION.

               MOVE SPACES TO WRK-ENTRADA.
               EXEC CICS
                   RECEIVE INTO(WRK-ENTRADA)
                           LENGTH(10)
                           RESP(WRK-RESP)
               END-EXEC.
               MOVE WRK-ENTRADA(1:8) TO REG-ID-USER.
               EXEC CICS
                   READ FILE('USUARIOS')
                        INTO(REG-USUARIOS)
                        RIDFLD(REG-ID-USER)
                        KEYLENGTH(8)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL) OR
                  NOT REG-USER-ATIVO OR
                  NOT REG-USER-SUPERVISOR
                   EXEC CICS
                       SEND TEXT FROM(WRK-TELA-NEGADO)
                                 LENGTH(40)
                                 ERASE
                   END-EXEC
                   EXEC CICS
                       RETURN
                   END-EXEC
               END-IF.
               MOVE "1"         TO WRK-CA-FASE.
               MOVE REG-ID-USER TO WRK-CA-OPERADOR.
               MOVE ZEROS       TO WRK-CA-RBA-ATUAL.
               MOVE ZEROS       TO WRK-CA-RBA-PROX.
               MOVE ZEROS       TO WRK-CA-PND-CONTA.
               MOVE LOW-VALUES  TO MAPA7O.
               MOVE "INFORME A CONTA E A ACAO E TECLE ENTER"
                   TO MENSAGEMO.
               PERFORM 0800-ENVIA-MAPA.

       0200-TRATA-SIGNON-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ENTER NA MANUTENCAO: CRITICA A CONTA E EXECUTA A ACAO --
      *    B GRAVA O BLOQUEIO, D EXCLUI, C (OU BRANCO) SO CONSULTA.
      *    A SITUACAO DA CONTA VOLTA SEMPRE NA TELA
      *-----------------------------------------------------------------
       0300-TRATA-MANUTENCAO                   SECTION.

               EXEC CICS
                   RECEIVE MAP('MAPA7') MAPSET('BLQMAP7')
                           INTO(MAPA7I)
                           RESP(WRK-RESP)
               END-EXEC.
               IF CONTAI NOT NUMERIC OR CONTAI EQUAL "000000"
                   MOVE LOW-VALUES TO MAPA7O
                   MOVE "CONTA INVALIDA - REDIGITE" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               MOVE CONTAI TO WRK-CONTA-ALVO.
               IF ACAOL EQUAL ZEROS
                   MOVE "C" TO ACAOI
               END-IF.

               EVALUATE ACAOI
                   WHEN "B"
                       PERFORM 0310-BLOQUEIA
                   WHEN "D"
                       PERFORM 0320-DESBLOQUEIA
                   WHEN "C"
                       MOVE LOW-VALUES TO MAPA7O
                   WHEN OTHER
                       MOVE LOW-VALUES TO MAPA7O
                       MOVE "ACAO INVALIDA - USE B, D OU C"
                           TO MENSAGEMO
                       PERFORM 0810-ENVIA-MENSAGEM
               END-EVALUATE.
               PERFORM 0330-MOSTRA-SITUACAO.
               PERFORM 0800-ENVIA-MAPA.

       0300-TRATA-MANUTENCAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DUPREC AQUI E CONTA JA BLOQUEADA (NA TELA OU NO PROGBLOQ)
      *-----------------------------------------------------------------
       0310-BLOQUEIA                           SECTION.

               IF MOTIVOL EQUAL ZEROS OR MOTIVOI EQUAL SPACES
                   MOVE LOW-VALUES TO MAPA7O
                   MOVE "INFORME O MOTIVO DO BLOQUEIO" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               PERFORM 0700-DATA-DO-DIA.
               MOVE WRK-CONTA-ALVO  TO REG-CONTA-BLOQ.
               MOVE MOTIVOI         TO REG-MOTIVO-BLOQ.
               MOVE WRK-DATA-HOJE   TO REG-DATA-BLOQ.
               MOVE WRK-CA-OPERADOR TO REG-OPERADOR-BLOQ.
               MOVE LOW-VALUES      TO MAPA7O.
               EXEC CICS
                   WRITE FILE('BLOQUEADOS')
                         FROM(REG-BLOQUEADOS)
                         RIDFLD(REG-CONTA-BLOQ)
                         KEYLENGTH(6)
                         RESP(WRK-RESP)
               END-EXEC.
               EVALUATE WRK-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE "CONTA BLOQUEADA" TO MENSAGEMO
                   WHEN DFHRESP(DUPREC)
                       MOVE "CONTA JA ESTA BLOQUEADA" TO MENSAGEMO
                   WHEN OTHER
                       MOVE "ERRO NA GRAVACAO DO BLOQUEADOS"
                           TO MENSAGEMO
               END-EVALUATE.

       0310-BLOQUEIA-FIM.EXIT.

       0320-DESBLOQUEIA                        SECTION.

               MOVE WRK-CONTA-ALVO TO REG-CONTA-BLOQ.
               MOVE LOW-VALUES     TO MAPA7O.
               EXEC CICS
                   DELETE FILE('BLOQUEADOS')
                          RIDFLD(REG-CONTA-BLOQ)
                          KEYLENGTH(6)
                          RESP(WRK-RESP)
               END-EXEC.
               EVALUATE WRK-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE "CONTA DESBLOQUEADA" TO MENSAGEMO
                   WHEN DFHRESP(NOTFND)
                       MOVE "CONTA NAO ESTA BLOQUEADA" TO MENSAGEMO
                   WHEN OTHER
                       MOVE "ERRO NA EXCLUSAO DO BLOQUEADOS"
                           TO MENSAGEMO
               END-EVALUATE.

       0320-DESBLOQUEIA-FIM.EXIT.

       0330-MOSTRA-SITUACAO                    SECTION.

               MOVE WRK-CONTA-ALVO TO CONTAO.
               MOVE WRK-CONTA-ALVO TO REG-CONTA-BLOQ.
               EXEC CICS
                   READ FILE('BLOQUEADOS')
                        INTO(REG-BLOQUEADOS)
                        RIDFLD(REG-CONTA-BLOQ)
                        KEYLENGTH(6)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL)
                   MOVE "BLOQUEADA"       TO SITUACO
                   MOVE REG-MOTIVO-BLOQ   TO BLQMOTO
                   MOVE REG-DATA-BLOQ     TO BLQDATAO
                   MOVE REG-OPERADOR-BLOQ TO BLQOPERO
               ELSE
                   MOVE "LIVRE"           TO SITUACO
               END-IF.

       0330-MOSTRA-SITUACAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ENTER NA FILA: A DECISAO GRAVA OS MESMOS CAMPOS DA OPCAO
      *    [5] DO PROGBLOQ -- APROVADO VIRA BLOQUEIO COM O MOTIVO DO
      *    PEDIDO E STATUS "A"; DESCARTADO FICA "D"; PULADO NAO MUDA
      *-----------------------------------------------------------------
       0400-TRATA-DECISAO                      SECTION.

               PERFORM 0450-CONFERE-ALCADA.
               EXEC CICS
                   RECEIVE MAP('MAPA7') MAPSET('BLQMAP7')
                           INTO(MAPA7I)
                           RESP(WRK-RESP)
               END-EXEC.
               MOVE DECISAOI TO WRK-DECISAO.
               EVALUATE WRK-DECISAO
                   WHEN "A"
                       PERFORM 0410-GRAVA-DECISAO
                   WHEN "D"
                       PERFORM 0410-GRAVA-DECISAO
                   WHEN "P"
                       MOVE LOW-VALUES TO MAPA7O
                   WHEN OTHER
                       MOVE LOW-VALUES TO MAPA7O
                       MOVE "DECISAO INVALIDA - USE A, D OU P"
                           TO MENSAGEMO
                       PERFORM 0810-ENVIA-MENSAGEM
               END-EVALUATE.
               PERFORM 0500-MOSTRA-PENDENTE.

       0400-TRATA-DECISAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    RELE O PEDIDO PARA UPDATE E CONFERE A CONTA: SE O PROGBLOQ
      *    REGRAVOU A FILA NO MEIO TEMPO, O RBA PODE SER OUTRO PEDIDO
      *-----------------------------------------------------------------
       0410-GRAVA-DECISAO                      SECTION.

               MOVE LOW-VALUES TO MAPA7O.
               EXEC CICS
                   READ FILE('BLOQPEND')
                        INTO(REG-BLOQPEND)
                        RIDFLD(WRK-CA-RBA-ATUAL)
                        RBA
                        UPDATE
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "PEDIDO NAO ENCONTRADO NA FILA" TO MENSAGEMO
                   GO TO 0410-GRAVA-DECISAO-FIM
               END-IF.
               IF NOT REG-BLQP-PENDENTE OR
                  REG-CONTA-BLQP NOT EQUAL WRK-CA-PND-CONTA
                   EXEC CICS
                       UNLOCK FILE('BLOQPEND')
                   END-EXEC
                   MOVE "PEDIDO JA DECIDIDO OU FILA ALTERADA"
                       TO MENSAGEMO
                   GO TO 0410-GRAVA-DECISAO-FIM
               END-IF.

               IF WRK-DECISAO EQUAL "A"
                   PERFORM 0700-DATA-DO-DIA
                   MOVE REG-CONTA-BLQP  TO REG-CONTA-BLOQ
                   MOVE REG-MOTIVO-BLQP TO REG-MOTIVO-BLOQ
                   MOVE WRK-DATA-HOJE   TO REG-DATA-BLOQ
                   MOVE WRK-CA-OPERADOR TO REG-OPERADOR-BLOQ
                   EXEC CICS
                       WRITE FILE('BLOQUEADOS')
                             FROM(REG-BLOQUEADOS)
                             RIDFLD(REG-CONTA-BLOQ)
                             KEYLENGTH(6)
                             RESP(WRK-RESP)
                   END-EXEC
                   EVALUATE WRK-RESP
                       WHEN DFHRESP(NORMAL)
                           MOVE "PEDIDO APROVADO - CONTA BLOQUEADA"
                               TO MENSAGEMO
                       WHEN DFHRESP(DUPREC)
                           MOVE "PEDIDO APROVADO - CONTA JA BLOQUEADA"
                               TO MENSAGEMO
                       WHEN OTHER
                           EXEC CICS
                               UNLOCK FILE('BLOQPEND')
                           END-EXEC
                           MOVE "ERRO NA GRAVACAO DO BLOQUEADOS"
                               TO MENSAGEMO
                           GO TO 0410-GRAVA-DECISAO-FIM
                   END-EVALUATE
                   SET REG-BLQP-APROVADO TO TRUE
               ELSE
                   SET REG-BLQP-DESCARTADO TO TRUE
                   MOVE "PEDIDO DESCARTADO" TO MENSAGEMO
               END-IF.
               EXEC CICS
                   REWRITE FILE('BLOQPEND')
                           FROM(REG-BLOQPEND)
                           RESP(WRK-RESP)
               END-EXEC.

       0410-GRAVA-DECISAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SO DECIDE A FILA QUEM TEM A FILA DE BLOQUEIOS PENDENTES NA
      *    ALCADA; SEM ELA, VOLTA PARA A MANUTENCAO COM A MENSAGEM
      *-----------------------------------------------------------------
       0450-CONFERE-ALCADA                     SECTION.

               EXEC CICS
                   READ FILE('ALCADAS')
                        INTO(REG-ALCADA)
                        RIDFLD(WRK-CA-OPERADOR)
                        KEYLENGTH(8)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL) OR
                  NOT REG-ALC-DECIDE-BLQP
                   MOVE "1"        TO WRK-CA-FASE
                   MOVE ZEROS      TO WRK-CA-PND-CONTA
                   MOVE LOW-VALUES TO MAPA7O
                   MOVE "FILA DE PENDENTES FORA DA SUA ALCADA"
                       TO MENSAGEMO
                   PERFORM 0800-ENVIA-MAPA
               END-IF.

       0450-CONFERE-ALCADA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    PROCURA O PROXIMO PEDIDO "P" A PARTIR DO RBA GUARDADO NA
      *    COMMAREA (BROWSE DO ESDS, COMO NO CCL5); A FILA VAZIA VOLTA
      *    PARA A MANUTENCAO
      *-----------------------------------------------------------------
       0500-MOSTRA-PENDENTE                    SECTION.

               MOVE "N" TO WRK-ACHOU-PENDENTE.
               MOVE "N" TO WRK-FIM-BROWSE.
               MOVE WRK-CA-RBA-PROX TO WRK-CA-RBA-ATUAL.
               EXEC CICS
                   STARTBR FILE('BLOQPEND')
                           RIDFLD(WRK-CA-RBA-ATUAL)
                           RBA
                           RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "S" TO WRK-FIM-BROWSE
               ELSE
                   PERFORM 0510-LE-PENDENTE
                       UNTIL WRK-ACHOU-PENDENTE EQUAL "S"
                          OR WRK-FIM-BROWSE EQUAL "S"
                   EXEC CICS
                       ENDBR FILE('BLOQPEND')
                   END-EXEC
               END-IF.

               IF WRK-ACHOU-PENDENTE EQUAL "N"
                   MOVE "1"   TO WRK-CA-FASE
                   MOVE ZEROS TO WRK-CA-PND-CONTA
                   IF MENSAGEMO EQUAL LOW-VALUES
                       MOVE "SEM PEDIDO PENDENTE NA FILA" TO MENSAGEMO
                   END-IF
                   PERFORM 0800-ENVIA-MAPA
               END-IF.

               MOVE "2"             TO WRK-CA-FASE.
               MOVE REG-CONTA-BLQP  TO WRK-CA-PND-CONTA.
               MOVE REG-CONTA-BLQP  TO PNDCTAO.
               MOVE REG-MOTIVO-BLQP TO PNDMOTO.
               MOVE REG-DATA-BLQP   TO PNDDATAO.
               MOVE REG-ORIGEM-BLQP TO PNDORIGO.
               MOVE REG-CONTA-BLQP  TO WRK-CONTA-ALVO.
               PERFORM 0330-MOSTRA-SITUACAO.
               IF MENSAGEMO EQUAL LOW-VALUES
                   MOVE "INFORME A DECISAO E TECLE ENTER" TO MENSAGEMO
               END-IF.
               PERFORM 0800-ENVIA-MAPA.

       0500-MOSTRA-PENDENTE-FIM.EXIT.

       0510-LE-PENDENTE                        SECTION.

               EXEC CICS
                   READNEXT FILE('BLOQPEND')
                            INTO(REG-BLOQPEND)
                            RIDFLD(WRK-CA-RBA-ATUAL)
                            RBA
                            RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "S" TO WRK-FIM-BROWSE
               ELSE
                   COMPUTE WRK-CA-RBA-PROX =
                       WRK-CA-RBA-ATUAL + 43
                   IF REG-BLQP-PENDENTE
                       MOVE "S" TO WRK-ACHOU-PENDENTE
                   END-IF
               END-IF.

       0510-LE-PENDENTE-FIM.EXIT.

       0700-DATA-DO-DIA                        SECTION.

               EXEC CICS
                   ASKTIME ABSTIME(WRK-ABSTIME)
               END-EXEC.
               EXEC CICS
                   FORMATTIME ABSTIME(WRK-ABSTIME)
                              YYYYMMDD(WRK-DATA-HOJE-X)
               END-EXEC.
               MOVE WRK-DATA-HOJE-X TO WRK-DATA-HOJE.

       0700-DATA-DO-DIA-FIM.EXIT.

       0800-ENVIA-MAPA                         SECTION.

               EXEC CICS
                   SEND MAP('MAPA7') MAPSET('BLQMAP7')
                        FROM(MAPA7O)
                        ERASE
               END-EXEC.
               EXEC CICS
                   RETURN TRANSID('CCL7')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(23)
               END-EXEC.

       0800-ENVIA-MAPA-FIM.EXIT.

       0810-ENVIA-MENSAGEM                     SECTION.

               EXEC CICS
                   SEND MAP('MAPA7') MAPSET('BLQMAP7')
                        FROM(MAPA7O)
                        DATAONLY
               END-EXEC.
               EXEC CICS
                   RETURN TRANSID('CCL7')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(23)
               END-EXEC.

       0810-ENVIA-MENSAGEM-FIM.EXIT.

       0900-ENCERRA                            SECTION.

               EXEC CICS
                   SEND TEXT FROM(WRK-TELA-FIM)
                             LENGTH(0)
                             ERASE
               END-EXEC.
               EXEC CICS
                   RETURN
               END-EXEC.

       0900-ENCERRA-FIM.EXIT.

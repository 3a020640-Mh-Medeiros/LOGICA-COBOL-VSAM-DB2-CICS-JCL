       IDENTIFICATION                          DIVISION.
       PROGRAM-ID.PROGCICS8.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGCICS8                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 07 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  TRANSACAO CICS (CCL8) DE CAPTURA DE          *
      *                    LANCAMENTOS NO CAIXA COM MAPA BMS (LCTMAP8): *
      *                    O OPERADOR FAZ SIGN-ON (USUARIOS, VIA FCT),  *
      *                    INFORMA AGENCIA, CONTA, TIPO (DEPOSITO,      *
      *                    SAQUE OU TRANSFERENCIA), VALOR E, NA         *
      *                    TRANSFERENCIA, A CONTA DE DESTINO. A CONTA E *
      *                    CRITICADA NA HORA: DV (MODULO VALCONTA),     *
      *                    CADASTRO E SITUACAO ABERTA NO MASTER DE      *
      *                    CONTAS (KSDS) E AUSENCIA NO BLOQUEADOS. O    *
      *                    SALDO DO SALDOS MAIS O LIMITE DE CREDITO DA  *
      *                    CONTA E MOSTRADO E, SE O DEBITO PASSA DO     *
      *                    DISPONIVEL, A TELA AVISA E SO GRAVA NO ENTER *
      *                    DE CONFIRMACAO COM OS MESMOS DADOS. O        *
      *                    LANCAMENTO ACEITO VAI PARA O CAPTURA (KSDS)  *
      *                    COMO PENDENTE; O PROGCORTE O LEVA AO         *
      *                    CAPT<AGENCIA>.TXT NO HORARIO DE CORTE DA     *
      *                    AGENCIA E O PROGINTAKE CONSOLIDA NO LANCAM   *
      *                                                                 *
      *    OBSERVACOES. : RODA SOB CICS; NAO E UM PROGRAMA BATCH. OS    *
      *                  DADOS DO LANCAMENTO AVISADO VIAJAM NA COMMAREA *
      *                  E SO SAO GRAVADOS SE O ENTER SEGUINTE TROUXER  *
      *                  EXATAMENTE OS MESMOS CAMPOS. O SALDO NAO E     *
      *                  RESERVADO -- O PROGCALL DA NOITE CONTINUA      *
      *                  FAZENDO A CRITICA DE SALDO DEFINITIVA          *
      *=================================================================
      *    ARQUIVOS.... : USUARIOS   (VSAM, VIA FCT)   #BOOKUSER        *
      *                   CONTAS     (KSDS, VIA FCT)   #BOOKCTAS        *
      *                   BLOQUEADOS (KSDS, VIA FCT)   #BOOKBLOQ        *
      *                   SALDOS     (KSDS, VIA FCT)   #BOOKSALDO       *
      *                   CAPTURA    (KSDS, VIA FCT)   #BOOKCAPT        *
      *                   LCTMAP8 (MAPSET BMS)         #LCTMAP8         *
      *=================================================================
      *    MODULOS..... : VALCONTA                                      *
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

       DATA                                    DIVISION.
       WORKING-STORAGE                         SECTION.
       COPY DFHAID.
       77  WRK-RESP                    PIC 9(08) COMP-5     VALUE ZEROS.
       77  WRK-ENTRADA                 PIC X(10)           VALUE SPACES.
       77  WRK-ABSTIME                 PIC S9(15)   COMP-3 VALUE ZEROS.
       77  WRK-DATA-HOJE-X             PIC X(08)           VALUE SPACES.
       77  WRK-HORA-HOJE-X             PIC X(06)           VALUE SPACES.
       77  WRK-DATA-HOJE               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-HOJE               PIC 9(06)           VALUE ZEROS.
       77  WRK-FASE-ANTERIOR           PIC X(01)           VALUE SPACES.
       77  WRK-GERENTE-CTA             PIC X(01)           VALUE SPACES.
       77  WRK-LIMITE-CRED-CTA         PIC 9(07)V99        VALUE ZEROS.
       77  WRK-SALDO-CONTA             PIC S9(10)V99       VALUE ZEROS.
       77  WRK-SALDO-DISP              PIC S9(10)V99       VALUE ZEROS.
       77  WRK-VALOR-ED                PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TELA-FIM                PIC X(01)           VALUE SPACES.
       77  WRK-MODULO-VALCONTA         PIC X(08)           VALUE
               "VALCONTA".
       01  WRK-VALCONTA.
           05 WRK-FUNCAO-VCT           PIC X(01).
           05 WRK-CONTA-VCT            PIC 9(06).
           05 WRK-DV-VCT               PIC 9(01).
           05 WRK-RESP-VCT             PIC X(01).
      *----------------- CAMPOS DIGITADOS, GUARDADOS ANTES DE LIMPAR O
      *                  MAPA DE SAIDA (QUE REDEFINE O DE ENTRADA)
       01  WRK-TELA-CAPTURA.
           05 WRK-TLA-AGENCIA          PIC X(04)           VALUE SPACES.
           05 WRK-TLA-CONTA            PIC X(06)           VALUE SPACES.
           05 WRK-TLA-TIPO             PIC X(01)           VALUE SPACES.
           05 WRK-TLA-VALOR            PIC X(09)           VALUE SPACES.
           05 WRK-TLA-TIPOCLI          PIC X(01)           VALUE SPACES.
           05 WRK-TLA-AGDEST           PIC X(04)           VALUE SPACES.
           05 WRK-TLA-CTDEST           PIC X(06)           VALUE SPACES.
           05 WRK-TLA-HIST             PIC X(20)           VALUE SPACES.
       01  WRK-TELA-NUMERICA REDEFINES WRK-TELA-CAPTURA.
           05 WRK-NUM-AGENCIA          PIC 9(04).
           05 WRK-NUM-CONTA            PIC 9(06).
           05 FILLER                   PIC X(01).
           05 WRK-NUM-VALOR            PIC 9(07)V99.
           05 FILLER                   PIC X(01).
           05 WRK-NUM-AGDEST           PIC 9(04).
           05 WRK-NUM-CTDEST           PIC 9(06).
           05 FILLER                   PIC X(20).
      *----------------- MENSAGENS MONTADAS
       01  WRK-MSG-BLOQUEADA.
           05 FILLER                   PIC X(18)           VALUE
               "CONTA BLOQUEADA - ".
           05 WRK-MSG-BLQ-MOTIVO       PIC X(20)           VALUE SPACES.
       01  WRK-LIN-ULTIMO.
           05 WRK-ULT-AGENCIA          PIC 9(04).
           05 FILLER                   PIC X(01)           VALUE "/".
           05 WRK-ULT-CONTA            PIC 9(06).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-ULT-TIPO             PIC X(01).
           05 FILLER                   PIC X(04)           VALUE " R$ ".
           05 WRK-ULT-VALOR-ED         PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(04)           VALUE " AS ".
           05 WRK-ULT-HORA             PIC 99.99.99.
           05 FILLER                   PIC X(09)           VALUE SPACES.
      *----------------- TELAS DO SIGN-ON (SEND TEXT, COMO NO CCL5)
       01  WRK-TELA-SIGNON.
           05 FILLER                   PIC X(40)           VALUE
               "CCL8 - CAPTURA DE LANCAMENTOS NO CAIXA".
           05 FILLER                   PIC X(40)           VALUE
               "  SIGN-ON - USUARIO:".
       01  WRK-TELA-NEGADO             PIC X(40)           VALUE
               "USUARIO INEXISTENTE OU INATIVO - FIM".
      *----------------- COMMAREA
       01  WRK-COMMAREA.
           05 WRK-CA-FASE              PIC X(01)           VALUE "0".
               88 WRK-CA-FASE-SIGNON        VALUE "0".
               88 WRK-CA-FASE-CAPTURA       VALUE "1".
               88 WRK-CA-FASE-CONFIRMA      VALUE "2".
           05 WRK-CA-OPERADOR          PIC X(08)           VALUE SPACES.
           05 WRK-CA-PENDENTE          PIC X(51)           VALUE SPACES.
      *----------------- MAPA SIMBOLICO DO LCTMAP8
       COPY "#LCTMAP8".
      *----------------- REGISTRO DO MASTER DE OPERADORES
       COPY "#BOOKUSER".
      *----------------- REGISTRO DO MASTER DE CONTAS
       COPY "#BOOKCTAS".
      *----------------- REGISTRO DE CONTA BLOQUEADA
       COPY "#BOOKBLOQ".
      *----------------- REGISTRO DO MASTER DE SALDOS
       COPY "#BOOKSALDO".
      *----------------- LANCAMENTO MONTADO EM WORKING
       COPY "#BOOKLANCAM".
      *----------------- REGISTRO DO ARQUIVO DE CAPTURA
       COPY "#BOOKCAPT".

       LINKAGE                                 SECTION.
       01  DFHCOMMAREA.
           05 CA-FASE                  PIC X(01).
           05 CA-OPERADOR              PIC X(08).
           05 CA-PENDENTE              PIC X(51).

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
                       WHEN DFHENTER
                           PERFORM 0300-TRATA-CAPTURA
                       WHEN OTHER
                           MOVE LOW-VALUES TO MAPA8O
                           MOVE "TECLA INVALIDA - USE ENTER OU PF3"
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
                   RETURN TRANSID('CCL8')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(60)
               END-EXEC.

       0100-PRIMEIRA-VEZ-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SIGN-ON PELO MASTER DE OPERADORES, COMO NO CCL5 -- QUALQUER
      *    OPERADOR ATIVO (NIVEL 1 OU 2) CAPTURA
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
                  NOT REG-USER-ATIVO
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
               MOVE SPACES      TO WRK-CA-PENDENTE.
               MOVE LOW-VALUES  TO MAPA8O.
               MOVE "INFORME O LANCAMENTO E TECLE ENTER" TO MENSAGEMO.
               PERFORM 0800-ENVIA-MAPA.

       0200-TRATA-SIGNON-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ENTER: CRITICA OS CAMPOS, A CONTA (E O DESTINO NA
      *    TRANSFERENCIA) E O SALDO; QUALQUER RECUSA VOLTA NA LINHA DE
      *    MENSAGEM SEM APAGAR O QUE FOI DIGITADO
      *-----------------------------------------------------------------
       0300-TRATA-CAPTURA                      SECTION.

               EXEC CICS
                   RECEIVE MAP('MAPA8') MAPSET('LCTMAP8')
                           INTO(MAPA8I)
                           RESP(WRK-RESP)
               END-EXEC.
               PERFORM 0305-GUARDA-TELA.
               MOVE WRK-CA-FASE TO WRK-FASE-ANTERIOR.
               MOVE "1"         TO WRK-CA-FASE.
               MOVE LOW-VALUES  TO MAPA8O.

               PERFORM 0310-CRITICA-CAMPOS.
               PERFORM 0320-CRITICA-CONTA.
               IF WRK-TLA-TIPO EQUAL "T"
                   PERFORM 0330-CRITICA-DESTINO
               END-IF.
               PERFORM 0340-VERIFICA-SALDO.
               PERFORM 0350-GRAVA-CAPTURA.

       0300-TRATA-CAPTURA-FIM.EXIT.

       0305-GUARDA-TELA                        SECTION.

               MOVE SPACES TO WRK-TELA-CAPTURA.
               IF AGENCIAL GREATER ZEROS
                   MOVE AGENCIAI TO WRK-TLA-AGENCIA
               END-IF.
               IF CONTAL GREATER ZEROS
                   MOVE CONTAI   TO WRK-TLA-CONTA
               END-IF.
               IF TIPOL GREATER ZEROS
                   MOVE TIPOI    TO WRK-TLA-TIPO
               END-IF.
               IF VALORL GREATER ZEROS
                   MOVE VALORI   TO WRK-TLA-VALOR
               END-IF.
               IF TIPOCLIL GREATER ZEROS
                   MOVE TIPOCLII TO WRK-TLA-TIPOCLI
               END-IF.
               IF AGDESTL GREATER ZEROS
                   MOVE AGDESTI  TO WRK-TLA-AGDEST
               END-IF.
               IF CTDESTL GREATER ZEROS
                   MOVE CTDESTI  TO WRK-TLA-CTDEST
               END-IF.
               IF HISTL GREATER ZEROS
                   MOVE HISTI    TO WRK-TLA-HIST
               END-IF.

       0305-GUARDA-TELA-FIM.EXIT.

       0310-CRITICA-CAMPOS                     SECTION.

               IF WRK-TLA-AGENCIA NOT NUMERIC OR
                  WRK-TLA-AGENCIA EQUAL "0000"
                   MOVE "AGENCIA INVALIDA - REDIGITE" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-TLA-CONTA NOT NUMERIC OR
                  WRK-TLA-CONTA EQUAL "000000"
                   MOVE "CONTA INVALIDA - REDIGITE" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-TLA-TIPO NOT EQUAL "D" AND
                  WRK-TLA-TIPO NOT EQUAL "S" AND
                  WRK-TLA-TIPO NOT EQUAL "T"
                   MOVE "TIPO INVALIDO - USE D, S OU T" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-TLA-VALOR NOT NUMERIC OR
                  WRK-NUM-VALOR EQUAL ZEROS
                   MOVE "VALOR INVALIDO - DIGITE EM CENTAVOS"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-TLA-TIPOCLI EQUAL SPACES
                   MOVE "F" TO WRK-TLA-TIPOCLI
               END-IF.
               IF WRK-TLA-TIPOCLI NOT EQUAL "F" AND
                  WRK-TLA-TIPOCLI NOT EQUAL "J"
                   MOVE "TIPO DE CLIENTE INVALIDO - USE F OU J"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-TLA-TIPO NOT EQUAL "T"
                   MOVE SPACES TO WRK-TLA-AGDEST
                   MOVE SPACES TO WRK-TLA-CTDEST
               END-IF.

       0310-CRITICA-CAMPOS-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DV PELO VALCONTA (MESMA CRITICA DO PROGINTAKE NA PORTA),
      *    CADASTRO E SITUACAO NO MASTER E BLOQUEIO NO BLOQUEADOS
      *-----------------------------------------------------------------
       0320-CRITICA-CONTA                      SECTION.

               MOVE "V"           TO WRK-FUNCAO-VCT.
               MOVE WRK-NUM-CONTA TO WRK-CONTA-VCT.
               CALL WRK-MODULO-VALCONTA USING WRK-VALCONTA.
               IF WRK-RESP-VCT NOT EQUAL "S"
                   MOVE "DIGITO VERIFICADOR DA CONTA INVALIDO"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

               MOVE WRK-NUM-AGENCIA TO REG-AGENCIA-MTR.
               MOVE WRK-NUM-CONTA   TO REG-CONTA-MTR.
               EXEC CICS
                   READ FILE('CONTAS')
                        INTO(REG-CONTAS-MTR)
                        RIDFLD(REG-CHAVE-MTR)
                        KEYLENGTH(10)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "CONTA NAO CADASTRADA NA AGENCIA" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               MOVE REG-NOME-TITULAR-MTR   TO NOMEO.
               MOVE REG-GERENTE-MTR        TO WRK-GERENTE-CTA.
               MOVE REG-LIMITE-CREDITO-MTR TO WRK-LIMITE-CRED-CTA.
               EVALUATE TRUE
                   WHEN REG-CONTA-ABERTA
                       MOVE "ABERTA"    TO SITUACO
                   WHEN REG-CONTA-ENCERRADA
                       MOVE "ENCERRADA" TO SITUACO
                   WHEN REG-CONTA-DORMENTE
                       MOVE "DORMENTE"  TO SITUACO
                   WHEN OTHER
                       MOVE "DESCONHEC." TO SITUACO
               END-EVALUATE.
               IF NOT REG-CONTA-ABERTA
                   MOVE "CONTA NAO ESTA ABERTA - LANCAMENTO RECUSADO"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

               MOVE WRK-NUM-CONTA TO REG-CONTA-BLOQ.
               EXEC CICS
                   READ FILE('BLOQUEADOS')
                        INTO(REG-BLOQUEADOS)
                        RIDFLD(REG-CONTA-BLOQ)
                        KEYLENGTH(6)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL)
                   MOVE "BLOQUEADA"       TO SITUACO
                   MOVE REG-MOTIVO-BLOQ   TO WRK-MSG-BLQ-MOTIVO
                   MOVE WRK-MSG-BLOQUEADA TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

       0320-CRITICA-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    TRANSFERENCIA: A CONTA DE DESTINO PASSA PELO MESMO DV E
      *    PRECISA EXISTIR ABERTA NO MASTER
      *-----------------------------------------------------------------
       0330-CRITICA-DESTINO                    SECTION.

               IF WRK-TLA-AGDEST NOT NUMERIC OR
                  WRK-TLA-CTDEST NOT NUMERIC OR
                  WRK-TLA-CTDEST EQUAL "000000"
                   MOVE "CONTA DE DESTINO INVALIDA - REDIGITE"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-NUM-AGDEST EQUAL WRK-NUM-AGENCIA AND
                  WRK-NUM-CTDEST EQUAL WRK-NUM-CONTA
                   MOVE "DESTINO IGUAL A ORIGEM - REDIGITE"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               MOVE "V"            TO WRK-FUNCAO-VCT.
               MOVE WRK-NUM-CTDEST TO WRK-CONTA-VCT.
               CALL WRK-MODULO-VALCONTA USING WRK-VALCONTA.
               IF WRK-RESP-VCT NOT EQUAL "S"
                   MOVE "DIGITO VERIFICADOR DO DESTINO INVALIDO"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               MOVE WRK-NUM-AGDEST TO REG-AGENCIA-MTR.
               MOVE WRK-NUM-CTDEST TO REG-CONTA-MTR.
               EXEC CICS
                   READ FILE('CONTAS')
                        INTO(REG-CONTAS-MTR)
                        RIDFLD(REG-CHAVE-MTR)
                        KEYLENGTH(10)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "CONTA DE DESTINO NAO CADASTRADA" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF NOT REG-CONTA-ABERTA
                   MOVE "CONTA DE DESTINO NAO ESTA ABERTA" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

       0330-CRITICA-DESTINO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DISPONIVEL = SALDO ATUAL + LIMITE DE CREDITO (A MESMA CONTA
      *    DO PROGCALL NA CRITICA DE SALDO). DEBITO ACIMA DO DISPONIVEL
      *    SO AVISA: O LANCAMENTO FICA NA COMMAREA E O ENTER SEGUINTE
      *    COM OS MESMOS DADOS CONFIRMA
      *-----------------------------------------------------------------
       0340-VERIFICA-SALDO                     SECTION.

               MOVE WRK-NUM-AGENCIA TO REG-AGENCIA-SALDO.
               MOVE WRK-NUM-CONTA   TO REG-CONTA-SALDO.
               EXEC CICS
                   READ FILE('SALDOS')
                        INTO(REG-SALDOS)
                        RIDFLD(REG-CHAVE-SALDO)
                        KEYLENGTH(10)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL)
                   MOVE REG-SALDO-ATUAL TO WRK-SALDO-CONTA
               ELSE
                   MOVE ZEROS           TO WRK-SALDO-CONTA
               END-IF.
               COMPUTE WRK-SALDO-DISP =
                   WRK-SALDO-CONTA + WRK-LIMITE-CRED-CTA.
               MOVE WRK-SALDO-CONTA TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED    TO SALDOO.
               MOVE WRK-SALDO-DISP  TO WRK-VALOR-ED.
               MOVE WRK-VALOR-ED    TO DISPONO.

               IF WRK-TLA-TIPO EQUAL "D"
                   GO TO 0340-VERIFICA-SALDO-FIM
               END-IF.
               IF WRK-NUM-VALOR NOT GREATER WRK-SALDO-DISP
                   GO TO 0340-VERIFICA-SALDO-FIM
               END-IF.
               IF WRK-FASE-ANTERIOR EQUAL "2" AND
                  WRK-CA-PENDENTE EQUAL WRK-TELA-CAPTURA
                   GO TO 0340-VERIFICA-SALDO-FIM
               END-IF.
               MOVE "2"              TO WRK-CA-FASE.
               MOVE WRK-TELA-CAPTURA TO WRK-CA-PENDENTE.
               MOVE "SALDO DISPONIVEL INSUFICIENTE - ENTER CONFIRMA"
                   TO MENSAGEMO.
               PERFORM 0810-ENVIA-MENSAGEM.

       0340-VERIFICA-SALDO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    GRAVA O LANCAMENTO NO LAYOUT DE ARQUIVO DE AGENCIA, PENDENTE
      *    DE EXTRACAO. A DATA DO MOVIMENTO E ACERTADA PELO PROGCORTE
      *-----------------------------------------------------------------
       0350-GRAVA-CAPTURA                      SECTION.

               PERFORM 0700-DATA-DO-DIA.
               MOVE WRK-NUM-AGENCIA    TO REG-AGENCIA.
               MOVE WRK-NUM-CONTA      TO REG-CONTA.
               MOVE WRK-NUM-VALOR      TO REG-LANCAMENTO.
               MOVE "BRL"              TO REG-MOEDA-LANCAM.
               MOVE WRK-GERENTE-CTA    TO REG-GERENTE.
               MOVE WRK-TLA-TIPOCLI    TO REG-TIPO-CLI.
               MOVE WRK-DATA-HOJE      TO REG-DATA-LANCAM.
               MOVE WRK-TLA-TIPO       TO REG-TIPO-LANCAM.
               IF REG-TIPO-DEPOSITO
                   MOVE "C"            TO REG-SINAL-LANCAM
               ELSE
                   MOVE "D"            TO REG-SINAL-LANCAM
               END-IF.
               MOVE ZEROS              TO REG-DATA-REF-LANCAM.
               IF REG-TIPO-TRANSFERENCIA
                   MOVE WRK-NUM-AGDEST TO REG-AGENCIA-DEST
                   MOVE WRK-NUM-CTDEST TO REG-CONTA-DEST
               ELSE
                   MOVE ZEROS          TO REG-AGENCIA-DEST
                   MOVE ZEROS          TO REG-CONTA-DEST
               END-IF.
               IF WRK-TLA-HIST EQUAL SPACES
                   MOVE "CAPTURA NO CAIXA"  TO REG-HISTORICO-LANCAM
               ELSE
                   MOVE WRK-TLA-HIST        TO REG-HISTORICO-LANCAM
               END-IF.
               MOVE ZEROS              TO REG-AGENCIA-ORIGEM.
               MOVE SPACES             TO REG-PIX-LANCAM.

               MOVE WRK-NUM-AGENCIA    TO REG-AGENCIA-CAP.
               MOVE WRK-DATA-HOJE      TO REG-DATA-CAP.
               MOVE WRK-HORA-HOJE      TO REG-HORA-CAP.
               MOVE EIBTASKN           TO REG-TAREFA-CAP.
               MOVE WRK-CA-OPERADOR    TO REG-OPERADOR-CAP.
               SET REG-CAP-PENDENTE    TO TRUE.
               MOVE ZEROS              TO REG-DATA-EXTR-CAP.
               MOVE REG-LANCAM(1:72)   TO REG-MOVTO-CAP.
               EXEC CICS
                   WRITE FILE('CAPTURA')
                         FROM(REG-CAPTURA)
                         RIDFLD(REG-CHAVE-CAP)
                         KEYLENGTH(25)
                         RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "ERRO NA GRAVACAO DA CAPTURA - NAO ACEITO"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

               MOVE "1"                TO WRK-CA-FASE.
               MOVE SPACES             TO WRK-CA-PENDENTE.
               MOVE WRK-NUM-AGENCIA    TO WRK-ULT-AGENCIA.
               MOVE WRK-NUM-CONTA      TO WRK-ULT-CONTA.
               MOVE WRK-TLA-TIPO       TO WRK-ULT-TIPO.
               MOVE WRK-NUM-VALOR      TO WRK-ULT-VALOR-ED.
               MOVE WRK-HORA-HOJE      TO WRK-ULT-HORA.
               MOVE LOW-VALUES         TO MAPA8O.
               MOVE WRK-TLA-AGENCIA    TO AGENCIAO.
               MOVE WRK-LIN-ULTIMO     TO ULTIMOO.
               MOVE "LANCAMENTO ACEITO - ENTRA NO CORTE DA AGENCIA"
                   TO MENSAGEMO.
               PERFORM 0800-ENVIA-MAPA.

       0350-GRAVA-CAPTURA-FIM.EXIT.

       0700-DATA-DO-DIA                        SECTION.

               EXEC CICS
                   ASKTIME ABSTIME(WRK-ABSTIME)
               END-EXEC.
               EXEC CICS
                   FORMATTIME ABSTIME(WRK-ABSTIME)
                              YYYYMMDD(WRK-DATA-HOJE-X)
                              TIME(WRK-HORA-HOJE-X)
               END-EXEC.
               MOVE WRK-DATA-HOJE-X TO WRK-DATA-HOJE.
               MOVE WRK-HORA-HOJE-X TO WRK-HORA-HOJE.

       0700-DATA-DO-DIA-FIM.EXIT.

       0800-ENVIA-MAPA                         SECTION.

               EXEC CICS
                   SEND MAP('MAPA8') MAPSET('LCTMAP8')
                        FROM(MAPA8O)
                        ERASE
               END-EXEC.
               EXEC CICS
                   RETURN TRANSID('CCL8')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(60)
               END-EXEC.

       0800-ENVIA-MAPA-FIM.EXIT.

       0810-ENVIA-MENSAGEM                     SECTION.

               EXEC CICS
                   SEND MAP('MAPA8') MAPSET('LCTMAP8')
                        FROM(MAPA8O)
                        DATAONLY
               END-EXEC.
               EXEC CICS
                   RETURN TRANSID('CCL8')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(60)
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

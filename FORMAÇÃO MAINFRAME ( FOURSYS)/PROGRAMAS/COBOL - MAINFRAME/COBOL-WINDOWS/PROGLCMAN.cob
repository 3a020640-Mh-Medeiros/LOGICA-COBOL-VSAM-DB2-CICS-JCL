       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGLCMAN.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGLCMAN                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 10 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  LANCAMENTOS CONTABEIS MANUAIS (LCTOMAN.DAT): *
      *                    INCLUSAO DE AJUSTES DA CONTABILIDADE         *
      *                    (PROVISAO, RECLASSIFICACAO, CORRECAO) COM    *
      *                    ATE 10 PARTIDAS, APROVACAO OU REJEICAO POR   *
      *                    SUPERVISOR, CONSULTA, LISTAGEM DOS           *
      *                    LANCAMENTOS EM ABERTO E EXCLUSAO DO          *
      *                    LANCAMENTO PENDENTE                          *
      *                                                                 *
      *    OBSERVACOES. :  O LANCAMENTO SO E GRAVADO BALANCEADO (TOTAL  *
      *                    A DEBITO = TOTAL A CREDITO, COM PELO MENOS   *
      *                    UMA PARTIDA DE CADA LADO) E COM DATA         *
      *                    CONTABIL ATE A DATA DE MOVIMENTO DO CTLDATA, *
      *                    FORA DE MES FECHADO NO FECHADOS.TXT, E COM   *
      *                    CONTAS ANALITICAS ATIVAS DO PLANO DE CONTAS. *
      *                    APROVACAO E REJEICAO SAO RESTRITAS A         *
      *                    SUPERVISOR (NIVEL 2) DIFERENTE DO USUARIO    *
      *                    QUE INCLUIU; O MES E CONFERIDO DE NOVO NA    *
      *                    APROVACAO. O LANCAMENTO APROVADO E GRAVADO   *
      *                    NO RAZAO.TXT PELO PROGLCRAZ NA CADEIA        *
      *                    NOTURNA -- AQUI NADA E LANCADO               *
      *=================================================================
      *    ARQUIVOS.... : LCTOMAN.DAT                    BOOK           *
      *                                                 #BOOKLCMAN      *
      *                   FECHADOS.TXT                  #BOOKFECHA      *
      *                   PLANOCTA.DAT                  #BOOKPLANO      *
      *                   CTLDATA.TXT                   #BOOKCTLDAT     *
      *                   USUARIOS.TXT                  #BOOKUSER       *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *=================================================================
      *    MODULOS..... : VERALC (ALCADA DO APROVADOR, ALCADAS.TXT)     *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *    PROGRAMADOR.:
      *    DATA........:
      *    OBJETIVO....:
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 11 / 10 / 2026
      *    OBJETIVO....: CONTA-RAZAO DA PARTIDA VALIDADA NO PLANO DE
      *                  CONTAS (PLANOCTA.DAT): PRECISA EXISTIR, ESTAR
      *                  ATIVA E SER ANALITICA, NA INCLUSAO E DE NOVO
      *                  NA APROVACAO
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: ALCADAS DE APROVACAO (ALCADAS.TXT, MODULO
      *                  VERALC): APROVAR E REJEITAR EXIGEM A FILA DE
      *                  LANCAMENTOS MANUAIS LIBERADA NA ALCADA DO
      *                  SUPERVISOR; NA APROVACAO O TOTAL A DEBITO E
      *                  CONFERIDO CONTRA O LIMITE DO TIPO "M" -- ACIMA
      *                  DELE O LANCAMENTO CONTINUA PENDENTE, MARCADO
      *                  COM QUEM ENCAMINHOU E A DATA, E SO OUTRO
      *                  SUPERVISOR COM ALCADA SUFICIENTE APROVA
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
           SELECT LCTOMAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\LCTOMAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUM-LCM
               FILE STATUS IS FS-LCTOMAN.
           SELECT PLANOCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PLANOCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CONTA-PLANO
               FILE STATUS IS FS-PLANOCTA.
           SELECT FECHADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\FECHADOS.TXT"
               FILE STATUS IS FS-FECHADOS.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  LCTOMAN.
       COPY "#BOOKLCMAN".
       FD  PLANOCTA.
       COPY "#BOOKPLANO".
       FD  FECHADOS.
       COPY "#BOOKFECHA".
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-NIVEL-SIGNON            PIC 9(01)           VALUE ZEROS.
       77  FS-LCTOMAN                  PIC X(02)           VALUE SPACES.
       77  FS-PLANOCTA                 PIC X(02)           VALUE SPACES.
       77  FS-FECHADOS                 PIC X(02)           VALUE SPACES.
       77  FS-CTLDATA                  PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-CAMPO-ENTRADA           PIC X(12)           VALUE SPACES.
       77  WRK-DATA-MOVTO              PIC 9(08)           VALUE ZEROS.
       77  WRK-DATA-ALVO               PIC 9(08)           VALUE ZEROS.
       77  WRK-MES-ALVO                PIC 9(06)           VALUE ZEROS.
       77  WRK-DATA-OK                 PIC X(01)           VALUE "N".
       77  WRK-MES-FECHADO             PIC X(01)           VALUE "N".
       77  WRK-LCM-OK                  PIC X(01)           VALUE "N".
       77  WRK-CONTA-NO-PLANO          PIC X(01)           VALUE "N".
       77  WRK-QT-FORA-PLANO           PIC 9(02)           VALUE ZEROS.
       77  WRK-FIM-LCM                 PIC X(01)           VALUE "N".
       77  WRK-FIM-PARTIDAS            PIC X(01)           VALUE "N".
       77  WRK-ULTIMO-NUMERO           PIC 9(06)           VALUE ZEROS.
       77  WRK-IDX-PARTIDA             PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-DEBITOS              PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-CREDITOS             PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-LISTADOS             PIC 9(04)           VALUE ZEROS.
       77  WRK-CONTA-ALVO              PIC 9(08)           VALUE ZEROS.
       77  WRK-SINAL-ALVO              PIC X(01)           VALUE SPACES.
       77  WRK-VALOR-ALVO              PIC 9(10)V99        VALUE ZEROS.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-VALOR-ED                PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR2-ED               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGLCMA".
       77  WRK-LIMITE-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY "#BOOKVERALC".
      *----------------- VALOR DIGITADO 9(10)V99 SEM VIRGULA
       01  WRK-VALOR-AREA.
           05 WRK-VALOR-DIGITOS        PIC X(12)           VALUE ZEROS.
       01  WRK-VALOR-NUM REDEFINES WRK-VALOR-AREA
                                       PIC 9(10)V99.
      *----------------- NUMERO DO LANCAMENTO DIGITADO
       01  WRK-NUMERO-AREA.
           05 WRK-NUMERO-DIGITOS       PIC X(06)           VALUE ZEROS.
       01  WRK-NUMERO-NUM REDEFINES WRK-NUMERO-AREA
                                       PIC 9(06).
      *----------------- CONTA-RAZAO DIGITADA
       01  WRK-CONTA-AREA.
           05 WRK-CONTA-DIGITOS        PIC X(08)           VALUE ZEROS.
       01  WRK-CONTA-NUM REDEFINES WRK-CONTA-AREA
                                       PIC 9(08).
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-INCLUIDO         PIC X(30)           VALUE
               "LANCAMENTO INCLUIDO!!".
           05 WRK-MSG-NAO-EXISTE       PIC X(30)           VALUE
               "LANCAMENTO NAO CADASTRADO!".
           05 WRK-MSG-CAMPO-INVALIDO   PIC X(30)           VALUE
               "CAMPO INVALIDO - REDIGITE".
           05 WRK-MSG-RESTRITA         PIC X(30)           VALUE
               "OPCAO RESTRITA A SUPERVISOR!".
           05 WRK-MSG-NAO-PENDENTE     PIC X(30)           VALUE
               "LANCAMENTO NAO ESTA PENDENTE!".
           05 WRK-MSG-MESMO-USUARIO    PIC X(30)           VALUE
               "INCLUIDO PELO PROPRIO USUARIO!".
           05 WRK-MSG-MES-FECHADO      PIC X(30)           VALUE
               "MES CONTABIL JA FECHADO!".
           05 WRK-MSG-SEM-ALCADA       PIC X(30)           VALUE
               "FILA FORA DA SUA ALCADA!".
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
               PERFORM 0110-LE-DATA-MOVTO.
               OPEN INPUT PLANOCTA.
               IF FS-PLANOCTA NOT EQUAL "00"
                   DISPLAY "PLANO DE CONTAS INDISPONIVEL - STATUS:"
                       FS-PLANOCTA
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O LCTOMAN.
               IF FS-LCTOMAN EQUAL "35"
                   OPEN OUTPUT LCTOMAN
                   CLOSE LCTOMAN
                   OPEN I-O LCTOMAN
               END-IF.
               IF FS-LCTOMAN NOT EQUAL "00"
                   DISPLAY "ARQUIVO DE LANCAMENTOS MANUAIS "
                       "INDISPONIVEL - STATUS:" FS-LCTOMAN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DATA DE MOVIMENTO EM PROCESSAMENTO (REGISTRO "D" DO
      *    CTLDATA); SEM CTLDATA, VALE A DATA DO SISTEMA
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA EQUAL "00"
                   PERFORM 0111-LE-CTLDATA
                       UNTIL FS-CTLDATA NOT EQUAL "00"
                   CLOSE CTLDATA
               END-IF.
               DISPLAY "DATA DE MOVIMENTO: " WRK-DATA-MOVTO.

       0110-LE-DATA-MOVTO-FIM.EXIT.

       0111-LE-CTLDATA                         SECTION.

               READ CTLDATA
               IF FS-CTLDATA EQUAL "00"
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-MOVTO
                   END-IF
               END-IF.

       0111-LE-CTLDATA-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               DISPLAY "[1] INCLUIR LANCAMENTO MANUAL".
               DISPLAY "[2] CONSULTAR LANCAMENTO".
               DISPLAY "[3] LISTAR LANCAMENTOS EM ABERTO".
               DISPLAY "[4] APROVAR LANCAMENTO (SUPERVISOR)".
               DISPLAY "[5] REJEITAR LANCAMENTO (SUPERVISOR)".
               DISPLAY "[6] EXCLUIR LANCAMENTO PENDENTE".
               DISPLAY "[7] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-INCLUIR
                   WHEN "2" PERFORM 0240-CONSULTAR
                   WHEN "3" PERFORM 0250-LISTAR-ABERTOS
                   WHEN "4" PERFORM 0220-APROVAR
                   WHEN "5" PERFORM 0230-REJEITAR
                   WHEN "6" PERFORM 0260-EXCLUIR
                   WHEN "7" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DATA CONTABIL: ENTER = DATA DE MOVIMENTO; NAO PODE SER
      *    POSTERIOR A DATA DE MOVIMENTO NEM DE MES FECHADO
      *-----------------------------------------------------------------
       0205-ACEITA-DATA                        SECTION.

               MOVE "N" TO WRK-DATA-OK.
               DISPLAY "DATA CONTABIL (AAAAMMDD, ENTER = "
                   WRK-DATA-MOVTO "): ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA EQUAL SPACES
                   MOVE WRK-DATA-MOVTO TO WRK-DATA-ALVO
               ELSE
                   IF WRK-CAMPO-ENTRADA(1:8) IS NOT NUMERIC OR
                      WRK-CAMPO-ENTRADA(9:4) NOT EQUAL SPACES OR
                      WRK-CAMPO-ENTRADA(5:2) LESS "01" OR
                      WRK-CAMPO-ENTRADA(5:2) GREATER "12" OR
                      WRK-CAMPO-ENTRADA(7:2) LESS "01" OR
                      WRK-CAMPO-ENTRADA(7:2) GREATER "31"
                       DISPLAY WRK-MSG-CAMPO-INVALIDO
                       GO TO 0205-ACEITA-DATA-FIM
                   END-IF
                   MOVE WRK-CAMPO-ENTRADA(1:8) TO WRK-DATA-ALVO
               END-IF.
               IF WRK-DATA-ALVO GREATER WRK-DATA-MOVTO
                   DISPLAY "DATA CONTABIL POSTERIOR A DATA DE "
                       "MOVIMENTO!"
                   GO TO 0205-ACEITA-DATA-FIM
               END-IF.
               MOVE WRK-DATA-ALVO(1:6) TO WRK-MES-ALVO.
               PERFORM 0206-CONFERE-FECHAMENTO.
               IF WRK-MES-FECHADO EQUAL "S"
                   DISPLAY WRK-MSG-MES-FECHADO " " WRK-MES-ALVO
                   GO TO 0205-ACEITA-DATA-FIM
               END-IF.
               MOVE "S" TO WRK-DATA-OK.

       0205-ACEITA-DATA-FIM.EXIT.

       0206-CONFERE-FECHAMENTO                 SECTION.

               MOVE "N" TO WRK-MES-FECHADO.
               OPEN INPUT FECHADOS.
               IF FS-FECHADOS EQUAL "00"
                   PERFORM 0207-LE-FECHADO
                       UNTIL FS-FECHADOS NOT EQUAL "00"
                   CLOSE FECHADOS
               END-IF.

       0206-CONFERE-FECHAMENTO-FIM.EXIT.

       0207-LE-FECHADO                         SECTION.

               READ FECHADOS
                   AT END
                       MOVE "10" TO FS-FECHADOS
                   NOT AT END
                       IF REG-MES-FECHADO EQUAL WRK-MES-ALVO
                           MOVE "S" TO WRK-MES-FECHADO
                           MOVE "10" TO FS-FECHADOS
                       END-IF
               END-READ.

       0207-LE-FECHADO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    INCLUSAO: PARTIDAS DIGITADAS ATE CONTA ZERO OU 10
      *    PARTIDAS; SO GRAVA SE BALANCEADO. O NUMERO E O MAIOR DO
      *    ARQUIVO + 1
      *-----------------------------------------------------------------
       0210-INCLUIR                            SECTION.

               PERFORM 0205-ACEITA-DATA.
               IF WRK-DATA-OK NOT EQUAL "S"
                   GO TO 0210-INCLUIR-FIM
               END-IF.
               PERFORM 0213-VARRE-LANCAMENTOS.

               MOVE SPACES TO REG-LCMAN.
               DISPLAY "TIPO: P-PROVISAO  R-RECLASSIFICACAO  "
                   "C-CORRECAO  O-OUTROS: ".
               ACCEPT REG-TIPO-LCM.
               IF NOT REG-LCM-TIPO-VALIDO
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0210-INCLUIR-FIM
               END-IF.
               DISPLAY "HISTORICO (ATE 40 POSICOES): ".
               ACCEPT REG-HISTORICO-LCM.
               IF REG-HISTORICO-LCM EQUAL SPACES
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0210-INCLUIR-FIM
               END-IF.

               MOVE ZEROS TO REG-QT-PARTIDAS-LCM.
               MOVE ZEROS TO REG-TOTAL-DEBITO-LCM.
               MOVE ZEROS TO REG-TOTAL-CREDITO-LCM.
               MOVE ZEROS TO WRK-QT-DEBITOS.
               MOVE ZEROS TO WRK-QT-CREDITOS.
               MOVE "N"   TO WRK-FIM-PARTIDAS.
               PERFORM 0211-ACEITA-PARTIDA
                   UNTIL WRK-FIM-PARTIDAS EQUAL "S".

               IF REG-QT-PARTIDAS-LCM LESS 2 OR
                  WRK-QT-DEBITOS EQUAL ZEROS OR
                  WRK-QT-CREDITOS EQUAL ZEROS
                   DISPLAY "LANCAMENTO PRECISA DE PARTIDA A DEBITO E "
                       "A CREDITO -- NAO GRAVADO"
                   GO TO 0210-INCLUIR-FIM
               END-IF.
               MOVE REG-TOTAL-DEBITO-LCM  TO WRK-VALOR-ED.
               MOVE REG-TOTAL-CREDITO-LCM TO WRK-VALOR2-ED.
               IF REG-TOTAL-DEBITO-LCM NOT EQUAL REG-TOTAL-CREDITO-LCM
                   DISPLAY "LANCAMENTO DESBALANCEADO -- DEBITOS R$"
                       WRK-VALOR-ED " CREDITOS R$" WRK-VALOR2-ED
                   DISPLAY "NAO GRAVADO"
                   GO TO 0210-INCLUIR-FIM
               END-IF.
               DISPLAY "CONFIRMA LANCAMENTO DE R$" WRK-VALOR-ED
                   " EM " WRK-DATA-ALVO " (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0210-INCLUIR-FIM
               END-IF.

               ADD 1 TO WRK-ULTIMO-NUMERO.
               MOVE WRK-ULTIMO-NUMERO    TO REG-NUM-LCM.
               MOVE WRK-DATA-ALVO        TO REG-DATA-CONTABIL-LCM.
               SET REG-LCM-PENDENTE      TO TRUE.
               MOVE WRK-USUARIO-EXEC     TO REG-USUARIO-INCL-LCM.
               MOVE WRK-DATA-EXEC        TO REG-DATA-INCL-LCM.
               MOVE SPACES               TO REG-USUARIO-APROV-LCM.
               MOVE ZEROS                TO REG-DATA-APROV-LCM.
               MOVE SPACES               TO REG-MOTIVO-REJ-LCM.
               MOVE ZEROS                TO REG-DATA-LANCADO-LCM.
               MOVE SPACES               TO REG-USUARIO-ENCAM-LCM.
               MOVE ZEROS                TO REG-DATA-ENCAM-LCM.
               WRITE REG-LCMAN
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O LANCAMENTO - STATUS:"
                           FS-LCTOMAN
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-INCLUIDO
                       PERFORM 0245-MOSTRA-LANCAMENTO
               END-WRITE.

       0210-INCLUIR-FIM.EXIT.

       0211-ACEITA-PARTIDA                     SECTION.

               IF REG-QT-PARTIDAS-LCM EQUAL 10
                   DISPLAY "LIMITE DE 10 PARTIDAS ATINGIDO"
                   MOVE "S" TO WRK-FIM-PARTIDAS
                   GO TO 0211-ACEITA-PARTIDA-FIM
               END-IF.
               COMPUTE WRK-IDX-PARTIDA = REG-QT-PARTIDAS-LCM + 1.
               DISPLAY "PARTIDA " WRK-IDX-PARTIDA
                   " - CONTA-RAZAO (8 DIGITOS, ENTER = FIM): ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA EQUAL SPACES OR
                  WRK-CAMPO-ENTRADA(1:8) EQUAL "00000000"
                   MOVE "S" TO WRK-FIM-PARTIDAS
                   GO TO 0211-ACEITA-PARTIDA-FIM
               END-IF.
               IF WRK-CAMPO-ENTRADA(1:8) IS NOT NUMERIC OR
                  WRK-CAMPO-ENTRADA(9:4) NOT EQUAL SPACES
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0211-ACEITA-PARTIDA-FIM
               END-IF.
               MOVE WRK-CAMPO-ENTRADA(1:8) TO WRK-CONTA-DIGITOS.
               MOVE WRK-CONTA-NUM TO WRK-CONTA-ALVO.
               PERFORM 0212-CONFERE-PLANO.
               IF WRK-CONTA-NO-PLANO NOT EQUAL "S"
                   GO TO 0211-ACEITA-PARTIDA-FIM
               END-IF.
               DISPLAY "  " REG-DESCRICAO-PLANO.
               DISPLAY "  SINAL [D]EBITO / [C]REDITO: ".
               ACCEPT WRK-SINAL-ALVO.
               IF WRK-SINAL-ALVO NOT EQUAL "D" AND
                  WRK-SINAL-ALVO NOT EQUAL "C"
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0211-ACEITA-PARTIDA-FIM
               END-IF.
               DISPLAY "  VALOR 9(10)V99 SEM VIRGULA: ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA(1:12) IS NOT NUMERIC
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0211-ACEITA-PARTIDA-FIM
               END-IF.
               MOVE WRK-CAMPO-ENTRADA(1:12) TO WRK-VALOR-DIGITOS.
               MOVE WRK-VALOR-NUM TO WRK-VALOR-ALVO.
               IF WRK-VALOR-ALVO EQUAL ZEROS
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0211-ACEITA-PARTIDA-FIM
               END-IF.

               ADD 1 TO REG-QT-PARTIDAS-LCM.
               MOVE WRK-CONTA-ALVO TO
                   REG-CONTA-RAZAO-LCM(REG-QT-PARTIDAS-LCM).
               MOVE WRK-SINAL-ALVO TO
                   REG-SINAL-LCM(REG-QT-PARTIDAS-LCM).
               MOVE WRK-VALOR-ALVO TO
                   REG-VALOR-LCM(REG-QT-PARTIDAS-LCM).
               IF WRK-SINAL-ALVO EQUAL "D"
                   ADD 1 TO WRK-QT-DEBITOS
                   ADD WRK-VALOR-ALVO TO REG-TOTAL-DEBITO-LCM
               ELSE
                   ADD 1 TO WRK-QT-CREDITOS
                   ADD WRK-VALOR-ALVO TO REG-TOTAL-CREDITO-LCM
               END-IF.

       0211-ACEITA-PARTIDA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    A CONTA DA PARTIDA PRECISA ESTAR NO PLANO DE CONTAS, ATIVA
      *    E ANALITICA (CONTA SINTETICA SO TOTALIZA)
      *-----------------------------------------------------------------
       0212-CONFERE-PLANO                      SECTION.

               MOVE "N" TO WRK-CONTA-NO-PLANO.
               MOVE WRK-CONTA-ALVO TO REG-CONTA-PLANO.
               READ PLANOCTA
                   INVALID KEY
                       DISPLAY "CONTA " WRK-CONTA-ALVO
                           " NAO CADASTRADA NO PLANO DE CONTAS!"
                   NOT INVALID KEY
                       IF REG-PLANO-INATIVA
                           DISPLAY "CONTA " WRK-CONTA-ALVO
                               " INATIVA NO PLANO DE CONTAS!"
                       ELSE
                           IF REG-PLANO-SINTETICA
                               DISPLAY "CONTA " WRK-CONTA-ALVO
                                   " SINTETICA -- NAO ACEITA LANCAMENTO"
                           ELSE
                               MOVE "S" TO WRK-CONTA-NO-PLANO
                           END-IF
                       END-IF
               END-READ.

       0212-CONFERE-PLANO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    UMA PASSADA NO ARQUIVO: ACHA O MAIOR NUMERO (O PROXIMO
      *    LANCAMENTO E ELE + 1)
      *-----------------------------------------------------------------
       0213-VARRE-LANCAMENTOS                  SECTION.

               MOVE ZEROS TO WRK-ULTIMO-NUMERO.
               MOVE "N"   TO WRK-FIM-LCM.
               MOVE ZEROS TO REG-NUM-LCM.
               START LCTOMAN KEY IS NOT LESS THAN REG-NUM-LCM
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-LCM
               END-START.
               PERFORM 0214-LE-LANCAMENTO
                   UNTIL WRK-FIM-LCM EQUAL "S".

       0213-VARRE-LANCAMENTOS-FIM.EXIT.

       0214-LE-LANCAMENTO                      SECTION.

               READ LCTOMAN NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-LCM
                   NOT AT END
                       MOVE REG-NUM-LCM TO WRK-ULTIMO-NUMERO
               END-READ.

       0214-LE-LANCAMENTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    APROVACAO: SUPERVISOR DIFERENTE DE QUEM INCLUIU; O MES
      *    CONTABIL E CONFERIDO DE NOVO (PODE TER FECHADO DEPOIS DA
      *    INCLUSAO). O PROGLCRAZ LANCA NO RAZAO NA PROXIMA NOITE
      *-----------------------------------------------------------------
       0220-APROVAR                            SECTION.

               IF WRK-NIVEL-SIGNON NOT EQUAL 2
                   DISPLAY WRK-MSG-RESTRITA
                   GO TO 0220-APROVAR-FIM
               END-IF.
               PERFORM 0222-CONFERE-FILA.
               IF NOT WRK-VAL-DENTRO
                   DISPLAY WRK-MSG-SEM-ALCADA " (PROGUSR)"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               PERFORM 0225-ACEITA-LANCAMENTO.
               IF WRK-LCM-OK NOT EQUAL "S"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               IF NOT REG-LCM-PENDENTE
                   DISPLAY WRK-MSG-NAO-PENDENTE
                   GO TO 0220-APROVAR-FIM
               END-IF.
               IF REG-USUARIO-INCL-LCM EQUAL WRK-USUARIO-EXEC
                   DISPLAY WRK-MSG-MESMO-USUARIO
                       " APROVACAO EXIGE OUTRO SUPERVISOR"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               IF REG-USUARIO-ENCAM-LCM EQUAL WRK-USUARIO-EXEC
                   DISPLAY "ENCAMINHADO PELO PROPRIO USUARIO -- "
                       "APROVACAO EXIGE ALCADA SUPERIOR"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               IF REG-TOTAL-DEBITO-LCM NOT EQUAL REG-TOTAL-CREDITO-LCM
                   DISPLAY "LANCAMENTO DESBALANCEADO -- NAO APROVADO"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               MOVE REG-DATA-CONTABIL-LCM(1:6) TO WRK-MES-ALVO.
               PERFORM 0206-CONFERE-FECHAMENTO.
               IF WRK-MES-FECHADO EQUAL "S"
                   DISPLAY WRK-MSG-MES-FECHADO " " WRK-MES-ALVO
                       " -- REJEITE O LANCAMENTO"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               MOVE ZEROS TO WRK-QT-FORA-PLANO.
               PERFORM 0221-CONFERE-PARTIDA
                   VARYING WRK-IDX-PARTIDA FROM 1 BY 1
                   UNTIL WRK-IDX-PARTIDA GREATER REG-QT-PARTIDAS-LCM.
               IF WRK-QT-FORA-PLANO GREATER ZEROS
                   DISPLAY "CONTA FORA DO PLANO -- REJEITE O LANCAMENTO"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               MOVE WRK-USUARIO-EXEC     TO WRK-ID-VAL.
               MOVE "M"                  TO WRK-FILA-VAL.
               MOVE "M"                  TO WRK-TIPO-VAL.
               MOVE REG-TOTAL-DEBITO-LCM TO WRK-VALOR-VAL.
               CALL WRK-MODULO-VERALC USING WRK-VERALC.
               IF WRK-VAL-ACIMA
                   PERFORM 0223-ENCAMINHA
                   GO TO 0220-APROVAR-FIM
               END-IF.
               IF NOT WRK-VAL-DENTRO
                   DISPLAY WRK-MSG-SEM-ALCADA " (PROGUSR)"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               DISPLAY "CONFIRMA A APROVACAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0220-APROVAR-FIM
               END-IF.
               SET REG-LCM-APROVADO  TO TRUE.
               MOVE WRK-USUARIO-EXEC TO REG-USUARIO-APROV-LCM.
               MOVE WRK-DATA-EXEC    TO REG-DATA-APROV-LCM.
               PERFORM 0235-REGRAVA-LANCAMENTO.

       0220-APROVAR-FIM.EXIT.

       0221-CONFERE-PARTIDA                    SECTION.

               MOVE REG-CONTA-RAZAO-LCM(WRK-IDX-PARTIDA) TO
                   WRK-CONTA-ALVO.
               PERFORM 0212-CONFERE-PLANO.
               IF WRK-CONTA-NO-PLANO NOT EQUAL "S"
                   ADD 1 TO WRK-QT-FORA-PLANO
               END-IF.

       0221-CONFERE-PARTIDA-FIM.EXIT.

       0222-CONFERE-FILA                       SECTION.

               MOVE WRK-USUARIO-EXEC TO WRK-ID-VAL.
               MOVE "M"              TO WRK-FILA-VAL.
               MOVE SPACES           TO WRK-TIPO-VAL.
               MOVE ZEROS            TO WRK-VALOR-VAL.
               CALL WRK-MODULO-VERALC USING WRK-VERALC.

       0222-CONFERE-FILA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    TOTAL ACIMA DA ALCADA: O PRIMEIRO SUPERVISOR ENCAMINHA (FICA
      *    GRAVADO COM A DATA) E O LANCAMENTO CONTINUA PENDENTE PARA
      *    UM APROVADOR DE ALCADA SUPERIOR
      *-----------------------------------------------------------------
       0223-ENCAMINHA                          SECTION.

               MOVE WRK-LIMITE-VAL TO WRK-LIMITE-ED.
               DISPLAY "TOTAL ACIMA DA SUA ALCADA (LIMITE R$"
                   WRK-LIMITE-ED ")".
               IF REG-USUARIO-ENCAM-LCM NOT EQUAL SPACES
                   DISPLAY "JA ENCAMINHADO POR " REG-USUARIO-ENCAM-LCM
                       " -- AGUARDA APROVADOR DE ALCADA SUPERIOR"
                   GO TO 0223-ENCAMINHA-FIM
               END-IF.
               DISPLAY "CONFIRMA O ENCAMINHAMENTO P/ ALCADA SUPERIOR "
                   "(S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0223-ENCAMINHA-FIM
               END-IF.
               MOVE WRK-USUARIO-EXEC TO REG-USUARIO-ENCAM-LCM.
               MOVE WRK-DATA-EXEC    TO REG-DATA-ENCAM-LCM.
               PERFORM 0235-REGRAVA-LANCAMENTO.

       0223-ENCAMINHA-FIM.EXIT.

       0225-ACEITA-LANCAMENTO                  SECTION.

               MOVE "N" TO WRK-LCM-OK.
               DISPLAY "NUMERO DO LANCAMENTO: ".
               MOVE SPACES TO WRK-CAMPO-ENTRADA.
               ACCEPT WRK-CAMPO-ENTRADA.
               IF WRK-CAMPO-ENTRADA(1:6) IS NOT NUMERIC OR
                  WRK-CAMPO-ENTRADA(7:6) NOT EQUAL SPACES
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0225-ACEITA-LANCAMENTO-FIM
               END-IF.
               MOVE WRK-CAMPO-ENTRADA(1:6) TO WRK-NUMERO-DIGITOS.
               MOVE WRK-NUMERO-NUM TO REG-NUM-LCM.
               READ LCTOMAN
                   INVALID KEY
                       DISPLAY WRK-MSG-NAO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-LCM-OK
                       PERFORM 0245-MOSTRA-LANCAMENTO
               END-READ.

       0225-ACEITA-LANCAMENTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    REJEICAO: SUPERVISOR DIFERENTE DE QUEM INCLUIU, COM MOTIVO;
      *    O LANCAMENTO REJEITADO FICA NO ARQUIVO COMO HISTORICO
      *-----------------------------------------------------------------
       0230-REJEITAR                           SECTION.

               IF WRK-NIVEL-SIGNON NOT EQUAL 2
                   DISPLAY WRK-MSG-RESTRITA
                   GO TO 0230-REJEITAR-FIM
               END-IF.
               PERFORM 0222-CONFERE-FILA.
               IF NOT WRK-VAL-DENTRO
                   DISPLAY WRK-MSG-SEM-ALCADA " (PROGUSR)"
                   GO TO 0230-REJEITAR-FIM
               END-IF.
               PERFORM 0225-ACEITA-LANCAMENTO.
               IF WRK-LCM-OK NOT EQUAL "S"
                   GO TO 0230-REJEITAR-FIM
               END-IF.
               IF NOT REG-LCM-PENDENTE
                   DISPLAY WRK-MSG-NAO-PENDENTE
                   GO TO 0230-REJEITAR-FIM
               END-IF.
               IF REG-USUARIO-INCL-LCM EQUAL WRK-USUARIO-EXEC
                   DISPLAY WRK-MSG-MESMO-USUARIO
                       " USE A OPCAO DE EXCLUSAO"
                   GO TO 0230-REJEITAR-FIM
               END-IF.
               DISPLAY "MOTIVO DA REJEICAO (ATE 30 POSICOES): ".
               MOVE SPACES TO REG-MOTIVO-REJ-LCM.
               ACCEPT REG-MOTIVO-REJ-LCM.
               IF REG-MOTIVO-REJ-LCM EQUAL SPACES
                   DISPLAY WRK-MSG-CAMPO-INVALIDO
                   GO TO 0230-REJEITAR-FIM
               END-IF.
               DISPLAY "CONFIRMA A REJEICAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0230-REJEITAR-FIM
               END-IF.
               SET REG-LCM-REJEITADO TO TRUE.
               MOVE WRK-USUARIO-EXEC TO REG-USUARIO-APROV-LCM.
               MOVE WRK-DATA-EXEC    TO REG-DATA-APROV-LCM.
               PERFORM 0235-REGRAVA-LANCAMENTO.

       0230-REJEITAR-FIM.EXIT.

       0235-REGRAVA-LANCAMENTO                 SECTION.

               REWRITE REG-LCMAN
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O LANCAMENTO - STATUS:"
                           FS-LCTOMAN
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY "LANCAMENTO ATUALIZADO!!"
                       PERFORM 0245-MOSTRA-LANCAMENTO
               END-REWRITE.

       0235-REGRAVA-LANCAMENTO-FIM.EXIT.

       0240-CONSULTAR                          SECTION.

               PERFORM 0225-ACEITA-LANCAMENTO.

       0240-CONSULTAR-FIM.EXIT.

       0245-MOSTRA-LANCAMENTO                  SECTION.

               MOVE REG-TOTAL-DEBITO-LCM  TO WRK-VALOR-ED.
               MOVE REG-TOTAL-CREDITO-LCM TO WRK-VALOR2-ED.
               DISPLAY "LANCAMENTO " REG-NUM-LCM
                       " DATA " REG-DATA-CONTABIL-LCM
                       " TIPO " REG-TIPO-LCM
                       " " REG-HISTORICO-LCM.
               PERFORM 0246-MOSTRA-PARTIDA
                   VARYING WRK-IDX-PARTIDA FROM 1 BY 1
                   UNTIL WRK-IDX-PARTIDA GREATER REG-QT-PARTIDAS-LCM.
               DISPLAY "  DEBITOS R$" WRK-VALOR-ED
                       " CREDITOS R$" WRK-VALOR2-ED.
               DISPLAY "  SITUACAO " REG-SITUACAO-LCM
                       " INCLUIDO EM " REG-DATA-INCL-LCM
                       " POR " REG-USUARIO-INCL-LCM.
               IF REG-USUARIO-ENCAM-LCM NOT EQUAL SPACES
                   DISPLAY "  ENCAMINHADO P/ ALCADA SUPERIOR EM "
                           REG-DATA-ENCAM-LCM
                           " POR " REG-USUARIO-ENCAM-LCM
               END-IF.
               IF NOT REG-LCM-PENDENTE
                   DISPLAY "  DECIDIDO EM " REG-DATA-APROV-LCM
                           " POR " REG-USUARIO-APROV-LCM
                           " " REG-MOTIVO-REJ-LCM
               END-IF.
               IF REG-LCM-LANCADO
                   DISPLAY "  LANCADO NO RAZAO EM " REG-DATA-LANCADO-LCM
               END-IF.

       0245-MOSTRA-LANCAMENTO-FIM.EXIT.

       0246-MOSTRA-PARTIDA                     SECTION.

               MOVE REG-VALOR-LCM(WRK-IDX-PARTIDA) TO WRK-VALOR-ED.
               DISPLAY "  " WRK-IDX-PARTIDA
                       " CONTA " REG-CONTA-RAZAO-LCM(WRK-IDX-PARTIDA)
                       " " REG-SINAL-LCM(WRK-IDX-PARTIDA)
                       " R$" WRK-VALOR-ED.

       0246-MOSTRA-PARTIDA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    EM ABERTO: PENDENTES DE APROVACAO E APROVADOS AINDA NAO
      *    LANCADOS NO RAZAO
      *-----------------------------------------------------------------
       0250-LISTAR-ABERTOS                     SECTION.

               MOVE ZEROS TO WRK-QT-LISTADOS.
               MOVE "N"   TO WRK-FIM-LCM.
               MOVE ZEROS TO REG-NUM-LCM.
               START LCTOMAN KEY IS NOT LESS THAN REG-NUM-LCM
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-LCM
               END-START.
               PERFORM 0255-LISTA-ABERTO
                   UNTIL WRK-FIM-LCM EQUAL "S".
               DISPLAY "LANCAMENTOS EM ABERTO: " WRK-QT-LISTADOS.

       0250-LISTAR-ABERTOS-FIM.EXIT.

       0255-LISTA-ABERTO                       SECTION.

               READ LCTOMAN NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-LCM
                   NOT AT END
                       IF REG-LCM-PENDENTE OR REG-LCM-APROVADO
                           ADD 1 TO WRK-QT-LISTADOS
                           PERFORM 0245-MOSTRA-LANCAMENTO
                       END-IF
               END-READ.

       0255-LISTA-ABERTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    EXCLUSAO: SO O LANCAMENTO PENDENTE, PELO PROPRIO USUARIO
      *    QUE INCLUIU
      *-----------------------------------------------------------------
       0260-EXCLUIR                            SECTION.

               PERFORM 0225-ACEITA-LANCAMENTO.
               IF WRK-LCM-OK NOT EQUAL "S"
                   GO TO 0260-EXCLUIR-FIM
               END-IF.
               IF NOT REG-LCM-PENDENTE
                   DISPLAY WRK-MSG-NAO-PENDENTE
                   GO TO 0260-EXCLUIR-FIM
               END-IF.
               IF REG-USUARIO-INCL-LCM NOT EQUAL WRK-USUARIO-EXEC
                   DISPLAY "SO QUEM INCLUIU PODE EXCLUIR!"
                   GO TO 0260-EXCLUIR-FIM
               END-IF.
               DISPLAY "CONFIRMA A EXCLUSAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0260-EXCLUIR-FIM
               END-IF.
               DELETE LCTOMAN
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR O LANCAMENTO - STATUS:"
                           FS-LCTOMAN
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY "LANCAMENTO EXCLUIDO!!"
               END-DELETE.

       0260-EXCLUIR-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE LCTOMAN.
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

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGALERTA.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGALERTA                                    *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 09 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  PREFERENCIAS DE AVISO AO TITULAR DA CONTA:   *
      *                    CADASTRO/ALTERACAO (LIMITE DE SALDO BAIXO,   *
      *                    LIMITE DE DEBITO UNICO, CANAL SMS OU E-MAIL  *
      *                    E O CONTATO), CONSULTA, EXCLUSAO E CONSULTA  *
      *                    DOS AVISOS JA DISPARADOS PARA A CONTA (LOG)  *
      *                                                                 *
      *    OBSERVACOES. :  O PROGAVISO AVALIA AS PREFERENCIAS TODA      *
      *                    NOITE. LIMITE ZERADO DESLIGA AQUELE AVISO.   *
      *                    ALTERAR A PREFERENCIA LIMPA A DATA DO ULTIMO *
      *                    AVISO DE SALDO BAIXO -- SE O SALDO JA ESTIVER*
      *                    ABAIXO DO LIMITE NOVO O AVISO SAI NA PROXIMA *
      *                    NOITE. O LOG MOSTRA SE O AVISO FOI AO        *
      *                    PROVEDOR OU SE FICOU SEM CONTATO             *
      *=================================================================
      *    ARQUIVOS.... : ALERTAS.DAT                    BOOK           *
      *                                                 #BOOKALERTA     *
      *                   ALERTLOG.DAT                  #BOOKALRLOG     *
      *                   CONTAS.TXT                    #BOOKCTAS       *
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
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: LOG MOSTRA O AVISO NAO ENVIADO POR FALTA DE
      *                  CONSENTIMENTO LGPD DE NOTIFICACAO DO TITULAR
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ALERTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ALERTA
               FILE STATUS IS FS-ALERTAS.
           SELECT ALERTLOG ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ALERTLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ALRLOG
               FILE STATUS IS FS-ALERTLOG.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  ALERTAS.
       COPY "#BOOKALERTA".
       FD  ALERTLOG.
       COPY "#BOOKALRLOG".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-ALERTAS                  PIC X(02)           VALUE SPACES.
       77  FS-ALERTLOG                 PIC X(02)           VALUE SPACES.
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-AGENCIA-ENTRADA         PIC X(04)           VALUE SPACES.
       77  WRK-CONTA-ENTRADA           PIC X(06)           VALUE SPACES.
       77  WRK-CANAL-ENTRADA           PIC X(01)           VALUE SPACES.
       77  WRK-SITUACAO-ENTRADA        PIC X(01)           VALUE SPACES.
       77  WRK-CELULAR-ENTRADA         PIC X(11)           VALUE SPACES.
       77  WRK-EMAIL-ENTRADA           PIC X(50)           VALUE SPACES.
       77  WRK-LIMITE-SALDO            PIC 9(09)V99        VALUE ZEROS.
       77  WRK-LIMITE-DEBITO           PIC 9(09)V99        VALUE ZEROS.
       77  WRK-DATA-INICIO             PIC 9(08)           VALUE ZEROS.
       77  WRK-QT-ARROBA               PIC 9(02)           VALUE ZEROS.
       77  WRK-AGENCIA-ALVO            PIC 9(04)           VALUE ZEROS.
       77  WRK-CONTA-ALVO              PIC 9(06)           VALUE ZEROS.
       77  WRK-QT-AVISOS-CTA           PIC 9(05)           VALUE ZEROS.
       77  WRK-CTA-OK                  PIC X(01)           VALUE "N".
       77  WRK-PREF-EXISTE             PIC X(01)           VALUE "N".
       77  WRK-FIM-LOG                 PIC X(01)           VALUE "N".
       77  WRK-LOG-ABERTO              PIC X(01)           VALUE "N".
       77  WRK-VALOR-ED                PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIMITE-ED               PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIMITE-DEB-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGALER".
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-INCLUIDO         PIC X(30)           VALUE
               "PREFERENCIA CADASTRADA!!".
           05 WRK-MSG-ALTERADO         PIC X(30)           VALUE
               "PREFERENCIA ALTERADA!!".
           05 WRK-MSG-EXCLUIDO         PIC X(30)           VALUE
               "PREFERENCIA EXCLUIDA!!".
           05 WRK-MSG-NAO-EXISTE       PIC X(30)           VALUE
               "CONTA SEM PREFERENCIA DE AVISO".
           05 WRK-MSG-CONTA-INVALIDA   PIC X(30)           VALUE
               "CONTA INVALIDA - REDIGITE".
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

       0100-INICIAR                            SECTION.

               DISPLAY "OPERADOR RESPONSAVEL: ".
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL - STATUS:"
                       FS-CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O ALERTAS.
               IF FS-ALERTAS EQUAL "35"
                   OPEN OUTPUT ALERTAS
                   CLOSE ALERTAS
                   OPEN I-O ALERTAS
               END-IF.
               IF FS-ALERTAS NOT EQUAL "00"
                   DISPLAY "CADASTRO DE PREFERENCIAS INDISPONIVEL - "
                       "STATUS:" FS-ALERTAS
                   CLOSE CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
      *        SEM O LOG (NENHUMA NOITE DE AVISOS AINDA) A CONSULTA DOS
      *        AVISOS DA CONTA SO INFORMA QUE NAO HA AVISOS
               OPEN INPUT ALERTLOG.
               IF FS-ALERTLOG EQUAL "00"
                   MOVE "S" TO WRK-LOG-ABERTO
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               DISPLAY "[1] CADASTRAR/ALTERAR PREFERENCIA DE AVISO".
               DISPLAY "[2] CONSULTAR PREFERENCIA DE AVISO".
               DISPLAY "[3] EXCLUIR PREFERENCIA DE AVISO".
               DISPLAY "[4] AVISOS DISPARADOS PARA A CONTA".
               DISPLAY "[5] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-GRAVAR-PREFERENCIA
                   WHEN "2" PERFORM 0220-CONSULTAR-PREFERENCIA
                   WHEN "3" PERFORM 0230-EXCLUIR-PREFERENCIA
                   WHEN "4" PERFORM 0250-LISTAR-AVISOS
                   WHEN "5" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AGENCIA + CONTA: LIDA DIRETO NO MASTER PELA CHAVE DO KSDS E,
      *    SE EXISTIR, A PREFERENCIA DA CONTA (WRK-PREF-EXISTE)
      *-----------------------------------------------------------------
       0205-ACEITA-CONTA                       SECTION.

               MOVE "N" TO WRK-CTA-OK.
               MOVE "N" TO WRK-PREF-EXISTE.
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
                       GO TO 0205-ACEITA-CONTA-FIM
               END-READ.
               MOVE "S" TO WRK-CTA-OK.
               MOVE WRK-AGENCIA-ALVO    TO REG-AGENCIA-ALERTA.
               MOVE WRK-CONTA-ALVO      TO REG-CONTA-ALERTA.
               READ ALERTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-PREF-EXISTE
               END-READ.

       0205-ACEITA-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CADASTRO OU ALTERACAO: SO PARA CONTA QUE NAO ESTA ENCERRADA,
      *    COM AO MENOS UM DOS LIMITES E O CONTATO DO CANAL ESCOLHIDO
      *-----------------------------------------------------------------
       0210-GRAVAR-PREFERENCIA                 SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0210-GRAVAR-PREFERENCIA-FIM
               END-IF.
               IF REG-CONTA-ENCERRADA
                   DISPLAY "CONTA ENCERRADA -- SEM AVISOS AO TITULAR"
                   GO TO 0210-GRAVAR-PREFERENCIA-FIM
               END-IF.
               IF WRK-PREF-EXISTE EQUAL "S"
                   DISPLAY "PREFERENCIA ATUAL:"
                   PERFORM 0225-MOSTRA-PREFERENCIA
               ELSE
                   MOVE SPACES           TO REG-ALERTA
                   MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-ALERTA
                   MOVE WRK-CONTA-ALVO   TO REG-CONTA-ALERTA
               END-IF.

               DISPLAY "LIMITE DE SALDO BAIXO 9(9)V99 "
                   "(ZEROS = SEM AVISO DE SALDO): ".
               MOVE ZEROS TO WRK-LIMITE-SALDO.
               ACCEPT WRK-LIMITE-SALDO.
               DISPLAY "LIMITE DE DEBITO UNICO 9(9)V99 "
                   "(ZEROS = SEM AVISO DE DEBITO): ".
               MOVE ZEROS TO WRK-LIMITE-DEBITO.
               ACCEPT WRK-LIMITE-DEBITO.
               IF WRK-LIMITE-SALDO  EQUAL ZEROS AND
                  WRK-LIMITE-DEBITO EQUAL ZEROS
                   DISPLAY "INFORME AO MENOS UM DOS LIMITES - REDIGITE"
                   GO TO 0210-GRAVAR-PREFERENCIA-FIM
               END-IF.

               DISPLAY "CANAL (S = SMS / E = E-MAIL): ".
               MOVE SPACES TO WRK-CANAL-ENTRADA.
               ACCEPT WRK-CANAL-ENTRADA.
               EVALUATE WRK-CANAL-ENTRADA
                   WHEN "S"
                       DISPLAY "CELULAR COM DDD (11 DIGITOS): "
                       MOVE SPACES TO WRK-CELULAR-ENTRADA
                       ACCEPT WRK-CELULAR-ENTRADA
                       IF WRK-CELULAR-ENTRADA IS NOT NUMERIC
                           DISPLAY "CELULAR INVALIDO - REDIGITE"
                           GO TO 0210-GRAVAR-PREFERENCIA-FIM
                       END-IF
                   WHEN "E"
                       DISPLAY "E-MAIL: "
                       MOVE SPACES TO WRK-EMAIL-ENTRADA
                       ACCEPT WRK-EMAIL-ENTRADA
                       MOVE ZEROS TO WRK-QT-ARROBA
                       INSPECT WRK-EMAIL-ENTRADA
                           TALLYING WRK-QT-ARROBA FOR ALL "@"
                       IF WRK-QT-ARROBA NOT EQUAL 1
                           DISPLAY "E-MAIL INVALIDO - REDIGITE"
                           GO TO 0210-GRAVAR-PREFERENCIA-FIM
                       END-IF
                   WHEN OTHER
                       DISPLAY "CANAL INVALIDO - REDIGITE"
                       GO TO 0210-GRAVAR-PREFERENCIA-FIM
               END-EVALUATE.

               DISPLAY "SITUACAO (A = ATIVO / S = SUSPENSO, "
                   "ENTER = ATIVO): ".
               MOVE SPACES TO WRK-SITUACAO-ENTRADA.
               ACCEPT WRK-SITUACAO-ENTRADA.
               IF WRK-SITUACAO-ENTRADA EQUAL SPACES
                   MOVE "A" TO WRK-SITUACAO-ENTRADA
               END-IF.
               IF WRK-SITUACAO-ENTRADA NOT EQUAL "A" AND
                  WRK-SITUACAO-ENTRADA NOT EQUAL "S"
                   DISPLAY "SITUACAO INVALIDA - REDIGITE"
                   GO TO 0210-GRAVAR-PREFERENCIA-FIM
               END-IF.

               DISPLAY "CONFIRMA A PREFERENCIA (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0210-GRAVAR-PREFERENCIA-FIM
               END-IF.

               MOVE WRK-LIMITE-SALDO     TO REG-LIMITE-SALDO-ALERTA.
               MOVE WRK-LIMITE-DEBITO    TO REG-LIMITE-DEBITO-ALERTA.
               MOVE WRK-CANAL-ENTRADA    TO REG-CANAL-ALERTA.
               IF REG-ALERTA-SMS
                   MOVE WRK-CELULAR-ENTRADA TO REG-CELULAR-ALERTA
               ELSE
                   MOVE WRK-EMAIL-ENTRADA   TO REG-EMAIL-ALERTA
               END-IF.
               MOVE WRK-SITUACAO-ENTRADA TO REG-SITUACAO-ALERTA.
               MOVE ZEROS                TO REG-DATA-AVISO-SLD-ALERTA.
               MOVE WRK-DATA-EXEC        TO REG-DATA-ATUAL-ALERTA.
               MOVE WRK-USUARIO-EXEC     TO REG-OPERADOR-ALERTA.
               IF WRK-PREF-EXISTE EQUAL "S"
                   REWRITE REG-ALERTA
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR PREFERENCIA - "
                               "STATUS:" FS-ALERTAS
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY WRK-MSG-ALTERADO
                   END-REWRITE
               ELSE
                   WRITE REG-ALERTA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PREFERENCIA - "
                               "STATUS:" FS-ALERTAS
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY WRK-MSG-INCLUIDO
                   END-WRITE
               END-IF.

       0210-GRAVAR-PREFERENCIA-FIM.EXIT.

       0220-CONSULTAR-PREFERENCIA              SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK EQUAL "S"
                   IF WRK-PREF-EXISTE EQUAL "S"
                       PERFORM 0225-MOSTRA-PREFERENCIA
                   ELSE
                       DISPLAY WRK-MSG-NAO-EXISTE
                   END-IF
               END-IF.

       0220-CONSULTAR-PREFERENCIA-FIM.EXIT.

       0225-MOSTRA-PREFERENCIA                 SECTION.

               MOVE REG-LIMITE-SALDO-ALERTA  TO WRK-LIMITE-ED.
               MOVE REG-LIMITE-DEBITO-ALERTA TO WRK-LIMITE-DEB-ED.
               DISPLAY REG-AGENCIA-ALERTA "/" REG-CONTA-ALERTA
                       " SITUACAO:" REG-SITUACAO-ALERTA
                       " CANAL:" REG-CANAL-ALERTA.
               DISPLAY "  LIMITE SALDO BAIXO R$" WRK-LIMITE-ED
                       "  LIMITE DEBITO R$" WRK-LIMITE-DEB-ED.
               DISPLAY "  CELULAR: " REG-CELULAR-ALERTA.
               DISPLAY "  E-MAIL.: " REG-EMAIL-ALERTA.
               IF REG-DATA-AVISO-SLD-ALERTA NOT EQUAL ZEROS
                   DISPLAY "  SALDO BAIXO AVISADO EM "
                       REG-DATA-AVISO-SLD-ALERTA
                       " (SALDO AINDA ABAIXO DO LIMITE)"
               END-IF.
               DISPLAY "  ATUALIZADA EM " REG-DATA-ATUAL-ALERTA
                       " POR " REG-OPERADOR-ALERTA.

       0225-MOSTRA-PREFERENCIA-FIM.EXIT.

      *    EXCLUSAO: A CONTA PARA DE RECEBER AVISOS; O LOG E MANTIDO
       0230-EXCLUIR-PREFERENCIA                SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0230-EXCLUIR-PREFERENCIA-FIM
               END-IF.
               IF WRK-PREF-EXISTE NOT EQUAL "S"
                   DISPLAY WRK-MSG-NAO-EXISTE
                   GO TO 0230-EXCLUIR-PREFERENCIA-FIM
               END-IF.
               PERFORM 0225-MOSTRA-PREFERENCIA.
               DISPLAY "CONFIRMA A EXCLUSAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA EQUAL "S"
                   DELETE ALERTAS
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR PREFERENCIA - "
                               "STATUS:" FS-ALERTAS
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY WRK-MSG-EXCLUIDO
                   END-DELETE
               END-IF.

       0230-EXCLUIR-PREFERENCIA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    O LOG E ORDENADO POR AGENCIA + CONTA + DATA + SEQUENCIA: OS
      *    AVISOS DA CONTA SAO LIDOS DO START ATE MUDAR A CONTA
      *-----------------------------------------------------------------
       0250-LISTAR-AVISOS                      SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0250-LISTAR-AVISOS-FIM
               END-IF.
               IF WRK-LOG-ABERTO NOT EQUAL "S"
                   DISPLAY "NENHUM AVISO DISPARADO AINDA"
                   GO TO 0250-LISTAR-AVISOS-FIM
               END-IF.
               DISPLAY "A PARTIR DA DATA (AAAAMMDD, ZEROS = TODOS): ".
               MOVE ZEROS TO WRK-DATA-INICIO.
               ACCEPT WRK-DATA-INICIO.
               MOVE ZEROS            TO WRK-QT-AVISOS-CTA.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-ALRLOG.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-ALRLOG.
               MOVE WRK-DATA-INICIO  TO REG-DATA-ALRLOG.
               MOVE ZEROS            TO REG-SEQ-ALRLOG.
               START ALERTLOG KEY NOT LESS REG-CHAVE-ALRLOG.
               IF FS-ALERTLOG EQUAL "00"
                   MOVE "N" TO WRK-FIM-LOG
                   PERFORM 0251-LE-AVISO
                       UNTIL WRK-FIM-LOG EQUAL "S"
               END-IF.
               MOVE "00" TO FS-ALERTLOG.
               DISPLAY "AVISOS DA CONTA: " WRK-QT-AVISOS-CTA.

       0250-LISTAR-AVISOS-FIM.EXIT.

       0251-LE-AVISO                           SECTION.

               READ ALERTLOG NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-LOG
                   NOT AT END
                       IF REG-AGENCIA-ALRLOG EQUAL WRK-AGENCIA-ALVO AND
                          REG-CONTA-ALRLOG   EQUAL WRK-CONTA-ALVO
                           ADD 1 TO WRK-QT-AVISOS-CTA
                           PERFORM 0255-MOSTRA-AVISO
                       ELSE
                           MOVE "S" TO WRK-FIM-LOG
                       END-IF
               END-READ.

       0251-LE-AVISO-FIM.EXIT.

       0255-MOSTRA-AVISO                       SECTION.

               MOVE REG-VALOR-ALRLOG  TO WRK-VALOR-ED.
               MOVE REG-LIMITE-ALRLOG TO WRK-LIMITE-ED.
               IF REG-ALRLOG-DEBITO
                   DISPLAY REG-DATA-ALRLOG " DEBITO ALTO   R$"
                       WRK-VALOR-ED " LIMITE R$" WRK-LIMITE-ED
                       " " REG-HISTORICO-ALRLOG
               ELSE
                   DISPLAY REG-DATA-ALRLOG " SALDO BAIXO   R$"
                       WRK-VALOR-ED " LIMITE R$" WRK-LIMITE-ED
               END-IF.
               IF REG-ALRLOG-ENVIADO
                   DISPLAY "  ENVIADO AO PROVEDOR CANAL "
                       REG-CANAL-ALRLOG " " REG-DESTINO-ALRLOG
                   GO TO 0255-MOSTRA-AVISO-FIM
               END-IF.
               IF REG-ALRLOG-SEM-CONSENT
                   DISPLAY "  NAO ENVIADO -- TITULAR SEM CONSENTIMENTO "
                       "DE NOTIFICACAO (LGPD)"
               ELSE
                   DISPLAY "  NAO ENVIADO -- PREFERENCIA SEM CONTATO "
                       "DO CANAL " REG-CANAL-ALRLOG
               END-IF.

       0255-MOSTRA-AVISO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE ALERTAS.
               CLOSE CONTAS.
               IF WRK-LOG-ABERTO EQUAL "S"
                   CLOSE ALERTLOG
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

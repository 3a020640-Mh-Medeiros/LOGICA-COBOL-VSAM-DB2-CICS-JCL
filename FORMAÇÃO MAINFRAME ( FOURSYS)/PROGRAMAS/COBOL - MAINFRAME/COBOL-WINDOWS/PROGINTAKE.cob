      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  AGENCIAS               I
      *  ENTRADA                I  (DINAMICO)        #BOOKLANCAM
      *                            (LANCAM<AG>, CAPT<AG>, AGENDLIB)
      *  LANCAM                 O                    #BOOKLANCAM
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      *              AGENDLIB E NO REJEITADO DE DV VALE A PROPRIA
      *              AGENCIA DO REGISTRO QUANDO NAO HA ARQUIVO DE
      *              ORIGEM
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: ARQUIVO DE AGENCIA (E O AGENDLIB) GANHA NO FIM A
      *              CHAVE PIX E O IDENTIFICADOR FIM A FIM DO LANCAMENTO
      *              PIX (TIPO "P"), 109 POSICOES EM BRANCO NOS DEMAIS
      *              TIPOS -- LRECL 072 -> 181; A CAUDA PIX E LEVADA
      *              PARA O LANCAM (LRECL 185) E PARA O REJEITADO DE DV
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 03/10/2026
      * OBJETIVO...: MOVIMENTO QUE AINDA CHEGA COM A CHAVE DE UMA
      *              AGENCIA INCORPORADA (FUSAO, PROGINCO) E TRADUZIDO
      *              PELO MAPA DE CONTAS (MAPCONTA.DAT) -- CONTA E
      *              CONTA DE DESTINO; AGENCIA INATIVA QUE CONSTA DO
      *              MAPA AINDA TEM O LANCAM<AGENCIA> CONSOLIDADO SE
      *              ELE VIER (AUSENCIA E NORMAL), COM SITUACAO
      *              "INCORPORADA" NO CONTROLE DE ENTREGA
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 07/10/2026
      * OBJETIVO...: CONSOLIDAR TAMBEM A CAPTURA ON-LINE DO CAIXA
      *              (CAPT<AGENCIA>.TXT, GRAVADO PELO PROGCORTE NO
      *              HORARIO DE CORTE DA AGENCIA) COMO MAIS UM ARQUIVO
      *              DA AGENCIA -- AUSENCIA E NORMAL; ARQUIVO COM DATA
      *              DE MOVIMENTO DE OUTRO DIA NO CABECALHO E IGNORADO
      *              (RC 4); AGENCIA SEM LANCAM<AGENCIA> MAS COM
      *              CAPTURA NAO CONTA COMO AUSENTE ("SO CAPTURA
      *              ON-LINE" NO CONTROLE DE ENTREGA)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT MAPCONTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\MAPCONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ANT-MAP
               FILE STATUS IS FS-MAPCONTA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
      *-----------------------------------------------------------------
      *        INPUT -  ARQUIVO DE LANCAMENTOS DE UMA AGENCIA
      *                 (NOME MONTADO EM TEMPO DE EXECUCAO)
      *                               LRECL = 181
      *-----------------------------------------------------------------
       FD  ENTRADA.
       01  REG-ENTRADA.
           05 REG-AGENCIA-ENT          PIC 9(004).
           05 REG-CONTA-ENT            PIC 9(006).
           05 REG-RESTO-ENT            PIC X(062).
           05 REG-PIX-ENT              PIC X(109).
      *-----------------------------------------------------------------
      *     OUTPUT-  LANCAM.TXT CONSOLIDADO (LAYOUT PADRAO)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  LANCAM.
       COPY "#BOOKLANCAM".
       FD  REJEITADOS.
       COPY "#BOOKREJEIT".
       FD  GERREJ.
       01  REG-GERREJ                  PIC X(195).
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *        INPUT -  MAPA DE CONTAS DAS FUSOES DE AGENCIA (PROGINCO)
      *                               LRECL = 029
      *-----------------------------------------------------------------
       FD  MAPCONTA.
       COPY "#BOOKMAPCTA".
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       01  FS-REJEITADOS               PIC X(002)          VALUE SPACES.
       01  FS-GERREJ                   PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-MAPCONTA                 PIC X(002)          VALUE SPACES.
       01  WRK-MAPCONTA-ABERTO         PIC X(001)          VALUE "N".
       01  WRK-TRD-AGENCIA             PIC 9(004)          VALUE ZEROS.
       01  WRK-TRD-CONTA               PIC 9(006)          VALUE ZEROS.
       01  WRK-TRD-TROCOU              PIC X(001)          VALUE "N".
       01  ACU-CHAVES-TRADUZIDAS       PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-AGENCIAS-INCORP         PIC 9(003)    COMP-3 VALUE ZEROS.
       01  WRK-NOME-GERREJ             PIC X(060)          VALUE SPACES.
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-MOVTO-ED           PIC 9(008)          VALUE ZEROS.
           05 WRK-DV-VCT               PIC 9(01).
           05 WRK-RESP-VCT             PIC X(01).
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *----------------- CAPTURA ON-LINE DA AGENCIA (PROGCORTE)
       01  WRK-CAPT-PRESENTE           PIC X(001)          VALUE "N".
       01  WRK-QT-CAPT-ARQ             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  WRK-SIT-CAPT                PIC X(020)          VALUE SPACES.
       01  WRK-DATA-CAB-CAPT           PIC 9(008)          VALUE ZEROS.
       01  ACU-CAPTURAS-CONSOL         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CAPTURAS-FORA-DATA      PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-AGENCIAS-SO-CAPTURA     PIC 9(003)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-NOME-ARQ-AGEN           PIC X(060)          VALUE SPACES.
       01  WRK-AGENCIA-ATUAL           PIC 9(004)          VALUE ZEROS.
               OPEN OUTPUT LANCAM.
               PERFORM 0140-ABRE-REJEITADOS.
               OPEN OUTPUT INTAKECTL.
               OPEN INPUT MAPCONTA.
               IF FS-MAPCONTA                EQUAL '00'
                   MOVE "S" TO WRK-MAPCONTA-ABERTO
               END-IF.
               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-HORA-EXEC(1:4) TO WRK-HORA-AGORA.
               MOVE WRK-DATA-EXEC TO WRK-CTL-CAB-DATA.
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES          TO REG-HISTORICO-LANCAM.
               MOVE ZEROS           TO REG-AGENCIA-ORIGEM.
               MOVE SPACES          TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

       0130-GRAVA-CABECALHO-FIM.               EXIT.
                   MOVE REG-CODIGO-AGEN TO WRK-AGENCIA-ATUAL
                   MOVE REG-CODIGO-AGEN TO WRK-ORIGEM-CORRENTE
                   MOVE WRK-AGENCIA-ATUAL TO WRK-AGENCIA-ED
                   PERFORM 0250-CONSOLIDA-CAPTURA
                   MOVE SPACES TO WRK-NOME-ARQ-AGEN
                   STRING "C:\CURSOLOGICA\COBOL\Atividade\LANCAM"
                              DELIMITED BY SIZE
                       INTO WRK-NOME-ARQ-AGEN
                   END-STRING
                   PERFORM 0210-CONSOLIDA-AGENCIA
                   IF WRK-CAPT-PRESENTE EQUAL "S"
                       PERFORM 0255-GRAVA-CONTROLE-CAPT
                   END-IF
               ELSE
                   ADD 1 TO ACU-AGENCIAS-INATIVAS
                   PERFORM 0240-VERIFICA-INCORPORADA
                   IF WRK-TRD-TROCOU EQUAL "S"
                       PERFORM 0245-CONSOLIDA-INCORPORADA
                   ELSE
                       MOVE "INATIVA (IGNORADA)  " TO WRK-CTL-SITUACAO
                       MOVE ZEROS TO WRK-QT-AGEN-ARQ
                       PERFORM 0225-GRAVA-CONTROLE
                   END-IF
               END-IF.
               PERFORM 0120-LE-AGENCIA.

      *-----------------------------------------------------------------

               OPEN INPUT ENTRADA.
               IF FS-ENTRADA                 EQUAL '35' AND
                  WRK-QT-CAPT-ARQ            GREATER ZEROS
                   ADD 1 TO ACU-AGENCIAS-SO-CAPTURA
                   DISPLAY "AGENCIA " WRK-AGENCIA-ATUAL
                       " SEM ARQUIVO PROPRIO - SO CAPTURA ON-LINE"
                   MOVE "SO CAPTURA ON-LINE  " TO WRK-CTL-SITUACAO
                   MOVE ZEROS TO WRK-QT-AGEN-ARQ
                   PERFORM 0225-GRAVA-CONTROLE
                   GO TO 0210-CONSOLIDA-AGENCIA-FIM
               END-IF.
               IF FS-ENTRADA                 EQUAL '35'
                   ADD 1 TO ACU-AGENCIAS-AUSENTES
                   DISPLAY "** ATENCAO: ARQUIVO DA AGENCIA "
                               PERFORM 0225-REJEITA-DV
                           ELSE
                               MOVE REG-ENTRADA TO REG-LANCAM
                               MOVE REG-PIX-ENT TO REG-PIX-LANCAM
                               PERFORM 0235-TRADUZ-LANCAMENTO
                               IF WRK-ORIGEM-CORRENTE GREATER ZEROS
                                   MOVE WRK-ORIGEM-CORRENTE TO
                                       REG-AGENCIA-ORIGEM

               ADD 1 TO ACU-DV-INVALIDOS.
               MOVE REG-ENTRADA         TO REG-LANCAM.
               MOVE REG-PIX-ENT         TO REG-PIX-LANCAM.
               MOVE REG-AGENCIA         TO REG-AGENCIA-REJ.
               MOVE REG-CONTA           TO REG-CONTA-REJ.
               MOVE REG-LANCAMENTO      TO REG-LANCAMENTO-REJ.
               ELSE
                   MOVE REG-AGENCIA TO REG-AGENCIA-ORIG-REJ
               END-IF.
               MOVE REG-PIX-LANCAM      TO REG-PIX-REJ.
               WRITE REG-REJEITADOS.
               MOVE REG-REJEITADOS TO REG-GERREJ.
               WRITE REG-GERREJ.
               END-IF.

       0230-CONSOLIDA-AGENDADOS-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    CONTA DE AGENCIA INCORPORADA VAI PARA A CHAVE NOVA DO MAPA
      *    (CONTA DO LANCAMENTO E CONTA DE DESTINO). O DV DA CHAVE
      *    NOVA E VALIDO POR CONSTRUCAO
      *-----------------------------------------------------------------
       0235-TRADUZ-LANCAMENTO                  SECTION.
      *-----------------------------------------------------------------

               IF WRK-MAPCONTA-ABERTO NOT EQUAL "S"
                   GO TO 0235-TRADUZ-LANCAMENTO-FIM
               END-IF.
               MOVE REG-AGENCIA TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA   TO WRK-TRD-CONTA.
               PERFORM 0236-TRADUZ-CHAVE.
               IF WRK-TRD-TROCOU EQUAL "S"
                   MOVE WRK-TRD-AGENCIA TO REG-AGENCIA
                   MOVE WRK-TRD-CONTA   TO REG-CONTA
               END-IF.
               MOVE REG-AGENCIA-DEST TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-DEST   TO WRK-TRD-CONTA.
               PERFORM 0236-TRADUZ-CHAVE.
               IF WRK-TRD-TROCOU EQUAL "S"
                   MOVE WRK-TRD-AGENCIA TO REG-AGENCIA-DEST
                   MOVE WRK-TRD-CONTA   TO REG-CONTA-DEST
               END-IF.

       0235-TRADUZ-LANCAMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0236-TRADUZ-CHAVE                       SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-TRD-TROCOU.
               MOVE WRK-TRD-AGENCIA TO REG-AGENCIA-ANT-MAP.
               MOVE WRK-TRD-CONTA   TO REG-CONTA-ANT-MAP.
               READ MAPCONTA
                   INVALID KEY
                       GO TO 0236-TRADUZ-CHAVE-FIM
               END-READ.
               MOVE "S"                  TO WRK-TRD-TROCOU.
               MOVE REG-AGENCIA-NOVA-MAP TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-NOVA-MAP   TO WRK-TRD-CONTA.
               ADD 1 TO ACU-CHAVES-TRADUZIDAS.

       0236-TRADUZ-CHAVE-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    AGENCIA INATIVA COM CONTAS NO MAPA = INCORPORADA POR FUSAO
      *    (DEVOLVE WRK-TRD-TROCOU = "S")
      *-----------------------------------------------------------------
       0240-VERIFICA-INCORPORADA               SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-TRD-TROCOU.
               IF WRK-MAPCONTA-ABERTO NOT EQUAL "S"
                   GO TO 0240-VERIFICA-INCORPORADA-FIM
               END-IF.
               MOVE REG-CODIGO-AGEN TO REG-AGENCIA-ANT-MAP.
               MOVE ZEROS           TO REG-CONTA-ANT-MAP.
               START MAPCONTA KEY NOT LESS REG-CHAVE-ANT-MAP
                   INVALID KEY
                       GO TO 0240-VERIFICA-INCORPORADA-FIM
               END-START.
               READ MAPCONTA NEXT RECORD
                   AT END
                       GO TO 0240-VERIFICA-INCORPORADA-FIM
               END-READ.
               IF REG-AGENCIA-ANT-MAP EQUAL REG-CODIGO-AGEN
                   MOVE "S" TO WRK-TRD-TROCOU
               END-IF.

       0240-VERIFICA-INCORPORADA-FIM.          EXIT.
      *-----------------------------------------------------------------
      *    ARQUIVO DE AGENCIA INCORPORADA: SE AINDA VIER, E CONSOLIDADO
      *    COM AS CHAVES TRADUZIDAS; SE NAO VIER, E O NORMAL
      *-----------------------------------------------------------------
       0245-CONSOLIDA-INCORPORADA              SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-AGENCIAS-INCORP.
               MOVE REG-CODIGO-AGEN   TO WRK-AGENCIA-ATUAL.
               MOVE REG-CODIGO-AGEN   TO WRK-ORIGEM-CORRENTE.
               MOVE WRK-AGENCIA-ATUAL TO WRK-AGENCIA-ED.
               MOVE SPACES TO WRK-NOME-ARQ-AGEN.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\LANCAM"
                          DELIMITED BY SIZE
                      WRK-AGENCIA-ED   DELIMITED BY SIZE
                      ".TXT"           DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-AGEN
               END-STRING.
               MOVE ZEROS TO WRK-QT-AGEN-ARQ.
               OPEN INPUT ENTRADA.
               IF FS-ENTRADA                 NOT EQUAL '00'
                   MOVE "INCORPORADA         " TO WRK-CTL-SITUACAO
                   PERFORM 0225-GRAVA-CONTROLE
                   GO TO 0245-CONSOLIDA-INCORPORADA-FIM
               END-IF.

               MOVE ZEROS TO WRK-QT-ESPERADA-ARQ.
               PERFORM 0215-LE-CABECALHO-AGEN.
               MOVE 'N' TO WRK-FIM-ARQ-AGEN.
               PERFORM 0220-COPIA-DETALHE
                       UNTIL WRK-FIM-ARQ-AGEN EQUAL 'S'.
               CLOSE ENTRADA.
               DISPLAY "AGENCIA INCORPORADA " WRK-AGENCIA-ATUAL
                   " - DETALHES:" WRK-QT-AGEN-ARQ
                   " ESPERADOS:" WRK-QT-ESPERADA-ARQ.
               IF WRK-QT-AGEN-ARQ NOT EQUAL WRK-QT-ESPERADA-ARQ
                   ADD 1 TO ACU-AGENCIAS-DIVERG
                   DISPLAY "** ATENCAO: QTDE DO ARQUIVO DA "
                       "AGENCIA " WRK-AGENCIA-ATUAL
                       " DIFERE DO CABECALHO **"
                   MOVE "CONTAGEM DE AGENCIA DIFERE" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE "INCORP. C/ DIVERG   " TO WRK-CTL-SITUACAO
               ELSE
                   MOVE "INCORPORADA ENTREGUE" TO WRK-CTL-SITUACAO
               END-IF.
               PERFORM 0225-GRAVA-CONTROLE.

       0245-CONSOLIDA-INCORPORADA-FIM.         EXIT.
      *-----------------------------------------------------------------
      *    CAPTURA ON-LINE DA AGENCIA (CAPT<AGENCIA>.TXT): MESMO
      *    LAYOUT, CABECALHO E TRAILER DO ARQUIVO DA AGENCIA, COM A
      *    DATA DO MOVIMENTO NO CABECALHO -- ARQUIVO DE OUTRA DATA E
      *    SOBRA DE UM CORTE ANTERIOR E NAO ENTRA
      *-----------------------------------------------------------------
       0250-CONSOLIDA-CAPTURA                  SECTION.
      *-----------------------------------------------------------------

               MOVE "N"    TO WRK-CAPT-PRESENTE.
               MOVE ZEROS  TO WRK-QT-CAPT-ARQ.
               MOVE SPACES TO WRK-NOME-ARQ-AGEN.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\CAPT"
                          DELIMITED BY SIZE
                      WRK-AGENCIA-ED   DELIMITED BY SIZE
                      ".TXT"           DELIMITED BY SIZE
                   INTO WRK-NOME-ARQ-AGEN
               END-STRING.
               OPEN INPUT ENTRADA.
               IF FS-ENTRADA                 NOT EQUAL '00'
                   GO TO 0250-CONSOLIDA-CAPTURA-FIM
               END-IF.

               MOVE "S"   TO WRK-CAPT-PRESENTE.
               MOVE ZEROS TO WRK-QT-AGEN-ARQ.
               MOVE ZEROS TO WRK-QT-ESPERADA-ARQ.
               MOVE ZEROS TO WRK-DATA-CAB-CAPT.
               MOVE 'N'   TO WRK-FIM-ARQ-AGEN.
               PERFORM 0215-LE-CABECALHO-AGEN.
               IF WRK-FIM-ARQ-AGEN EQUAL 'N'
                   MOVE REG-ENTRADA     TO REG-LANCAM
                   MOVE REG-DATA-LANCAM TO WRK-DATA-CAB-CAPT
               END-IF.
               IF WRK-DATA-CAB-CAPT NOT EQUAL WRK-DATA-MOVTO
                   CLOSE ENTRADA
                   ADD 1 TO ACU-CAPTURAS-FORA-DATA
                   DISPLAY "** ATENCAO: CAPTURA ON-LINE DA AGENCIA "
                       WRK-AGENCIA-ATUAL " E DE OUTRA DATA ("
                       WRK-DATA-CAB-CAPT ") - IGNORADA **"
                   MOVE "CAPTURA DE OUTRA DATA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE "CAPTURA OUTRA DATA  " TO WRK-SIT-CAPT
                   GO TO 0250-CONSOLIDA-CAPTURA-FIM
               END-IF.

               PERFORM 0220-COPIA-DETALHE
                       UNTIL WRK-FIM-ARQ-AGEN EQUAL 'S'.
               CLOSE ENTRADA.
               MOVE WRK-QT-AGEN-ARQ TO WRK-QT-CAPT-ARQ.
               ADD WRK-QT-AGEN-ARQ  TO ACU-CAPTURAS-CONSOL.
               DISPLAY "AGENCIA " WRK-AGENCIA-ATUAL
                   " - CAPTURA ON-LINE:" WRK-QT-AGEN-ARQ
                   " ESPERADOS:" WRK-QT-ESPERADA-ARQ.
               IF WRK-QT-AGEN-ARQ NOT EQUAL WRK-QT-ESPERADA-ARQ
                   ADD 1 TO ACU-AGENCIAS-DIVERG
                   DISPLAY "** ATENCAO: QTDE DA CAPTURA ON-LINE DA "
                       "AGENCIA " WRK-AGENCIA-ATUAL
                       " DIFERE DO CABECALHO **"
                   MOVE "CONTAGEM DA CAPTURA DIFERE" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE "CAPTURA C/ DIVERG   " TO WRK-SIT-CAPT
               ELSE
                   MOVE "CAPTURA ON-LINE     " TO WRK-SIT-CAPT
               END-IF.

       0250-CONSOLIDA-CAPTURA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0255-GRAVA-CONTROLE-CAPT                SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-SIT-CAPT    TO WRK-CTL-SITUACAO.
               MOVE WRK-QT-CAPT-ARQ TO WRK-QT-AGEN-ARQ.
               PERFORM 0225-GRAVA-CONTROLE.

       0255-GRAVA-CONTROLE-CAPT-FIM.           EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------
               MOVE ZEROS              TO REG-CONTA-DEST.
               MOVE SPACES             TO REG-HISTORICO-LANCAM.
               MOVE ZEROS              TO REG-AGENCIA-ORIGEM.
               MOVE SPACES             TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE LANCAM
                     AGENCIAS
                     REJEITADOS
                     GERREJ
                     INTAKECTL.
               IF WRK-MAPCONTA-ABERTO EQUAL "S"
                   CLOSE MAPCONTA
               END-IF.

       0306-CORRIGE-CABECALHO.
               OPEN I-O LANCAM.
               DISPLAY "AGENCIAS DIVERGENTES.:" ACU-AGENCIAS-DIVERG.
               DISPLAY "DETALHES CONSOLIDADOS:" ACU-DETALHES-TOTAL.
               DISPLAY "DV DE CONTA INVALIDO.:" ACU-DV-INVALIDOS.
               DISPLAY "AGENCIAS INCORPORADAS:" ACU-AGENCIAS-INCORP.
               DISPLAY "CHAVES TRADUZIDAS....:" ACU-CHAVES-TRADUZIDAS.
               DISPLAY "CAPTURAS ON-LINE.....:" ACU-CAPTURAS-CONSOL.
               DISPLAY "AGENCIAS SO CAPTURA..:" ACU-AGENCIAS-SO-CAPTURA.
               DISPLAY "CAPTURAS OUTRA DATA..:" ACU-CAPTURAS-FORA-DATA.
               IF ACU-AGENCIAS-AUSENTES GREATER ZEROS OR
                  ACU-DV-INVALIDOS GREATER ZEROS OR
                  ACU-CAPTURAS-FORA-DATA GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF ACU-AGENCIAS-DIVERG GREATER ZEROS

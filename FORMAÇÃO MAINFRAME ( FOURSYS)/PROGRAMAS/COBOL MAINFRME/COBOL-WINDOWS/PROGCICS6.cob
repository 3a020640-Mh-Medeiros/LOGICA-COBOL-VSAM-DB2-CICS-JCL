       IDENTIFICATION                          DIVISION.
       PROGRAM-ID.PROGCICS6.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGCICS6                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 05 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  TRANSACAO CICS (CCL6) DE EXTRATO ONLINE DA   *
      *                    CONTA COM MAPA BMS (EXTMAP6): O OPERADOR FAZ *
      *                    SIGN-ON (USUARIOS, VIA FCT, COMO NO CCL5),   *
      *                    INFORMA AGENCIA + CONTA E O PERIODO E O      *
      *                    PROGRAMA PAGINA OS MOVIMENTOS ACEITOS DA     *
      *                    TABELA DB2 FOURSYS.LANCAMENTO (CARGA DO      *
      *                    PROGDB2MV) -- DATA, TIPO, SINAL, VALOR,      *
      *                    HISTORICO E CONTRAPARTE -- COM SALDO         *
      *                    CORRIDO. O SALDO ANTERIOR AO PERIODO SAI DO  *
      *                    SALDO ATUAL (SALDOS, VIA FCT) MENOS OS       *
      *                    MOVIMENTOS DA DATA INICIAL EM DIANTE. PF7 /  *
      *                    PF8 PAGINAM E PF3 SAI -- A AGENCIA PARA DE   *
      *                    PEDIR O RELEXTRATO NA MADRUGADA              *
      *                                                                 *
      *    OBSERVACOES. : RODA SOB CICS; NAO E UM PROGRAMA BATCH. A     *
      *                  CONSULTA E A PAGINA CORRENTE VIAJAM NA         *
      *                  COMMAREA; CADA PAGINA REABRE O CURSOR E PULA   *
      *                  AS LINHAS DAS PAGINAS ANTERIORES, ACUMULANDO   *
      *                  O SALDO CORRIDO. SEM DATA FINAL, VALE A DATA   *
      *                  DO DIA; SEM DATA INICIAL, O PRIMEIRO DIA DO    *
      *                  MES DA DATA FINAL                              *
      *=================================================================
      *    ARQUIVOS.... : USUARIOS (VSAM, VIA FCT)     #BOOKUSER        *
      *                   SALDOS   (VSAM, VIA FCT)     #BOOKSALDO       *
      *                   FOURSYS.LANCAMENTO (DB2)                      *
      *                   EXTMAP6 (MAPSET BMS)         #EXTMAP6         *
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

       DATA                                    DIVISION.
       WORKING-STORAGE                         SECTION.
       COPY DFHAID.
       77  WRK-RESP                    PIC 9(08) COMP-5     VALUE ZEROS.
       77  WRK-ENTRADA                 PIC X(10)           VALUE SPACES.
       77  WRK-ABSTIME                 PIC S9(15)   COMP-3 VALUE ZEROS.
       77  WRK-DATA-HOJE-X             PIC X(08)           VALUE SPACES.
       77  WRK-CAMPO-OK                PIC X(01)           VALUE "S".
       77  WRK-FIM-CURSOR              PIC X(01)           VALUE "N".
       77  WRK-QT-PULAR                PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-QT-LIDOS                PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-QT-LINHA                PIC 9(02)           VALUE ZEROS.
       77  WRK-SALDO-CORRIDO           PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-SALDO-ED                PIC -.ZZZ.ZZZ.ZZ9,99.
       77  WRK-PAGINA-ED               PIC ZZZ9.
       77  WRK-SQLCODE-ED              PIC -ZZZ9.
       77  WRK-TELA-FIM                PIC X(01)           VALUE SPACES.
      *----------------- TELAS DO SIGN-ON (SEND TEXT, COMO NO CCL5)
       01  WRK-TELA-SIGNON.
           05 FILLER                   PIC X(40)           VALUE
               "CCL6 - EXTRATO ONLINE DA CONTA".
           05 FILLER                   PIC X(40)           VALUE
               "  SIGN-ON - USUARIO:".
       01  WRK-TELA-NEGADO             PIC X(40)           VALUE
               "USUARIO INVALIDO OU INATIVO - FIM".
      *----------------- MENSAGEM DE ERRO DO DB2
       01  WRK-MSG-SQL.
           05 FILLER                   PIC X(30)           VALUE
               "ERRO NO DB2 - SQLCODE:".
           05 WRK-MSG-SQLCODE          PIC X(05).
           05 FILLER                   PIC X(25)           VALUE SPACES.
      *----------------- LINHA DE MOVIMENTO DO EXTRATO
       01  WRK-LINHA-EXTRATO.
           05 WRK-EXT-DATA             PIC 9(08).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-EXT-TIPO             PIC X(01).
           05 FILLER                   PIC X(01)           VALUE "/".
           05 WRK-EXT-SINAL            PIC X(01).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-EXT-VALOR-ED         PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-EXT-HISTORICO        PIC X(20).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-EXT-CONTRAPARTE      PIC X(11).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-EXT-SALDO-ED         PIC -.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(04)           VALUE SPACES.
       01  WRK-CONTRAPARTE.
           05 WRK-CTP-AGENCIA          PIC 9(04).
           05 FILLER                   PIC X(01)           VALUE "/".
           05 WRK-CTP-CONTA            PIC 9(06).
      *----------------- COMMAREA
       01  WRK-COMMAREA.
           05 WRK-CA-FASE              PIC X(01)           VALUE "0".
               88 WRK-CA-FASE-SIGNON        VALUE "0".
               88 WRK-CA-FASE-EXTRATO       VALUE "1".
           05 WRK-CA-OPERADOR          PIC X(08)           VALUE SPACES.
           05 WRK-CA-AGENCIA           PIC 9(04)           VALUE ZEROS.
           05 WRK-CA-CONTA             PIC 9(06)           VALUE ZEROS.
           05 WRK-CA-DATA-INI          PIC 9(08)           VALUE ZEROS.
           05 WRK-CA-DATA-FIM          PIC 9(08)           VALUE ZEROS.
           05 WRK-CA-PAGINA            PIC 9(04)           VALUE ZEROS.
           05 WRK-CA-SALDO-ANT         PIC S9(10)V99 COMP-3 VALUE ZEROS.
           05 WRK-CA-SALDO-ATU         PIC S9(10)V99 COMP-3 VALUE ZEROS.
           05 WRK-CA-TEM-MAIS          PIC X(01)           VALUE "N".
      *----------------- MAPA SIMBOLICO DO EXTMAP6
       COPY "#EXTMAP6".
      *----------------- REGISTRO DO MASTER DE OPERADORES
       COPY "#BOOKUSER".
      *----------------- REGISTRO DO MASTER DE SALDOS
       COPY "#BOOKSALDO".
      *----------------- AREA DE COMUNICACAO DO DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *----------------- VARIAVEIS HOSPEDEIRAS DA TABELA LANCAMENTO
       01  HV-FILTRO.
           05 HV-AGENCIA               PIC S9(04)V COMP-3.
           05 HV-CONTA                 PIC S9(06)V COMP-3.
           05 HV-DATA-INI              PIC S9(08)V COMP-3.
           05 HV-DATA-FIM              PIC S9(08)V COMP-3.
       01  HV-TOTAIS.
           05 HV-TOT-CREDITO           PIC S9(13)V99 COMP-3.
           05 HV-TOT-DEBITO            PIC S9(13)V99 COMP-3.
       01  HV-LANCAMENTO.
           05 HV-DATA-MOVTO            PIC S9(08)V COMP-3.
           05 HV-TIPO                  PIC X(01).
           05 HV-SINAL                 PIC X(01).
           05 HV-VALOR-BRL             PIC S9(07)V99 COMP-3.
           05 HV-HISTORICO             PIC X(20).
           05 HV-AGENCIA-DEST          PIC S9(04)V COMP-3.
           05 HV-CONTA-DEST            PIC S9(06)V COMP-3.
      *----------------- CURSOR DOS MOVIMENTOS DO PERIODO
           EXEC SQL
               DECLARE CEXTRATO CURSOR FOR
                SELECT DATA_MOVTO, TIPO, SINAL, VALOR_BRL,
                       COALESCE(HISTORICO, ' '),
                       COALESCE(AGENCIA_DEST, 0),
                       COALESCE(CONTA_DEST, 0)
                  FROM FOURSYS.LANCAMENTO
                 WHERE AGENCIA    = :HV-AGENCIA
                   AND CONTA      = :HV-CONTA
                   AND DATA_MOVTO BETWEEN :HV-DATA-INI
                                      AND :HV-DATA-FIM
                 ORDER BY DATA_MOVTO, SINAL, TIPO, VALOR_BRL,
                          HISTORICO
           END-EXEC.

       LINKAGE                                 SECTION.
       01  DFHCOMMAREA.
           05 CA-FASE                  PIC X(01).
           05 CA-OPERADOR              PIC X(08).
           05 CA-AGENCIA               PIC 9(04).
           05 CA-CONTA                 PIC 9(06).
           05 CA-DATA-INI              PIC 9(08).
           05 CA-DATA-FIM              PIC 9(08).
           05 CA-PAGINA                PIC 9(04).
           05 CA-SALDO-ANT             PIC S9(10)V99 COMP-3.
           05 CA-SALDO-ATU             PIC S9(10)V99 COMP-3.
           05 CA-TEM-MAIS              PIC X(01).

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
                       WHEN DFHPF7
                           PERFORM 0500-PAGINA-ANTERIOR
                       WHEN DFHPF8
                           PERFORM 0510-PROXIMA-PAGINA
                       WHEN DFHENTER
                           PERFORM 0300-NOVA-CONSULTA
                       WHEN OTHER
                           MOVE LOW-VALUES TO MAPA6O
                           MOVE "TECLA INVALIDA - USE ENTER/PF7/PF8/PF3"
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
                   RETURN TRANSID('CCL6')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(54)
               END-EXEC.

       0100-PRIMEIRA-VEZ-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SIGN-ON PELO MASTER DE OPERADORES, COMO NO CCL5 -- AQUI
      *    QUALQUER OPERADOR ATIVO ENTRA (CONSULTA, SEM ALTERACAO)
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
               MOVE ZEROS       TO WRK-CA-PAGINA.
               MOVE "N"         TO WRK-CA-TEM-MAIS.
               MOVE LOW-VALUES  TO MAPA6O.
               MOVE "INFORME AGENCIA, CONTA E PERIODO E TECLE ENTER"
                   TO MENSAGEMO.
               PERFORM 0800-ENVIA-MAPA.

       0200-TRATA-SIGNON-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ENTER: CRITICA A CABECA DA TELA, LE O SALDO ATUAL, APURA O
      *    SALDO ANTERIOR AO PERIODO E MOSTRA A PRIMEIRA PAGINA
      *-----------------------------------------------------------------
       0300-NOVA-CONSULTA                      SECTION.

               MOVE ZEROS TO WRK-CA-PAGINA.
               MOVE "N"   TO WRK-CA-TEM-MAIS.
               EXEC CICS
                   RECEIVE MAP('MAPA6') MAPSET('EXTMAP6')
                           INTO(MAPA6I)
                           RESP(WRK-RESP)
               END-EXEC.
               PERFORM 0310-VALIDA-CABECA.
               IF WRK-CAMPO-OK EQUAL "N"
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

               MOVE WRK-CA-AGENCIA TO REG-AGENCIA-SALDO.
               MOVE WRK-CA-CONTA   TO REG-CONTA-SALDO.
               EXEC CICS
                   READ FILE('SALDOS')
                        INTO(REG-SALDOS)
                        RIDFLD(REG-CHAVE-SALDO)
                        KEYLENGTH(10)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "CONTA SEM SALDO CADASTRADO" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

               MOVE WRK-CA-AGENCIA  TO HV-AGENCIA.
               MOVE WRK-CA-CONTA    TO HV-CONTA.
               MOVE WRK-CA-DATA-INI TO HV-DATA-INI.
               EXEC SQL
                   SELECT COALESCE(SUM(CASE WHEN SINAL = 'C'
                                            THEN VALOR_BRL
                                            ELSE 0 END), 0),
                          COALESCE(SUM(CASE WHEN SINAL = 'D'
                                            THEN VALOR_BRL
                                            ELSE 0 END), 0)
                     INTO :HV-TOT-CREDITO, :HV-TOT-DEBITO
                     FROM FOURSYS.LANCAMENTO
                    WHERE AGENCIA    = :HV-AGENCIA
                      AND CONTA      = :HV-CONTA
                      AND DATA_MOVTO >= :HV-DATA-INI
               END-EXEC.
               IF SQLCODE NOT EQUAL 0
                   MOVE SQLCODE        TO WRK-SQLCODE-ED
                   MOVE WRK-SQLCODE-ED TO WRK-MSG-SQLCODE
                   MOVE WRK-MSG-SQL    TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

               MOVE REG-SALDO-ATUAL TO WRK-CA-SALDO-ATU.
               COMPUTE WRK-CA-SALDO-ANT = REG-SALDO-ATUAL
                                        - HV-TOT-CREDITO
                                        + HV-TOT-DEBITO.
               MOVE 1 TO WRK-CA-PAGINA.
               PERFORM 0400-MONTA-PAGINA.
               PERFORM 0800-ENVIA-MAPA.

       0300-NOVA-CONSULTA-FIM.EXIT.

       0310-VALIDA-CABECA                      SECTION.

               MOVE "S" TO WRK-CAMPO-OK.
               IF AGENCIAI NOT NUMERIC OR AGENCIAI EQUAL "0000"
                   MOVE "AGENCIA INVALIDA - REDIGITE" TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0310-VALIDA-CABECA-FIM
               END-IF.
               IF CONTAI NOT NUMERIC OR CONTAI EQUAL "000000"
                   MOVE "CONTA INVALIDA - REDIGITE" TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0310-VALIDA-CABECA-FIM
               END-IF.
               MOVE AGENCIAI TO WRK-CA-AGENCIA.
               MOVE CONTAI   TO WRK-CA-CONTA.

               IF DATAFIML EQUAL ZEROS
                   EXEC CICS
                       ASKTIME ABSTIME(WRK-ABSTIME)
                   END-EXEC
                   EXEC CICS
                       FORMATTIME ABSTIME(WRK-ABSTIME)
                                  YYYYMMDD(WRK-DATA-HOJE-X)
                   END-EXEC
                   MOVE WRK-DATA-HOJE-X TO WRK-CA-DATA-FIM
               ELSE
                   IF DATAFIMI NOT NUMERIC
                       MOVE "DATA FINAL INVALIDA (AAAAMMDD)"
                           TO MENSAGEMO
                       MOVE "N" TO WRK-CAMPO-OK
                       GO TO 0310-VALIDA-CABECA-FIM
                   END-IF
                   MOVE DATAFIMI TO WRK-CA-DATA-FIM
               END-IF.

               IF DATAINIL EQUAL ZEROS
                   MOVE WRK-CA-DATA-FIM TO WRK-CA-DATA-INI
                   MOVE "01"            TO WRK-CA-DATA-INI(7:2)
               ELSE
                   IF DATAINII NOT NUMERIC
                       MOVE "DATA INICIAL INVALIDA (AAAAMMDD)"
                           TO MENSAGEMO
                       MOVE "N" TO WRK-CAMPO-OK
                       GO TO 0310-VALIDA-CABECA-FIM
                   END-IF
                   MOVE DATAINII TO WRK-CA-DATA-INI
               END-IF.

               IF WRK-CA-DATA-INI GREATER WRK-CA-DATA-FIM
                   MOVE "DATA INICIAL MAIOR QUE A FINAL" TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
               END-IF.

       0310-VALIDA-CABECA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    MONTA A PAGINA CORRENTE: REABRE O CURSOR, PULA AS LINHAS
      *    DAS PAGINAS ANTERIORES SOMANDO O SALDO CORRIDO E PREENCHE
      *    AS DEZ LINHAS; A DECIMA PRIMEIRA SO DIZ SE HA PROXIMA
      *-----------------------------------------------------------------
       0400-MONTA-PAGINA                       SECTION.

               MOVE LOW-VALUES       TO MAPA6O.
               MOVE WRK-CA-AGENCIA   TO AGENCIAO.
               MOVE WRK-CA-CONTA     TO CONTAO.
               MOVE WRK-CA-DATA-INI  TO DATAINIO.
               MOVE WRK-CA-DATA-FIM  TO DATAFIMO.
               MOVE WRK-CA-SALDO-ANT TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED     TO SLDANTO.
               MOVE WRK-CA-SALDO-ATU TO WRK-SALDO-ED.
               MOVE WRK-SALDO-ED     TO SLDATUO.
               MOVE WRK-CA-PAGINA    TO WRK-PAGINA-ED.
               MOVE WRK-PAGINA-ED    TO PAGINAO.

               MOVE WRK-CA-SALDO-ANT TO WRK-SALDO-CORRIDO.
               COMPUTE WRK-QT-PULAR = (WRK-CA-PAGINA - 1) * 10.
               MOVE ZEROS TO WRK-QT-LIDOS.
               MOVE ZEROS TO WRK-QT-LINHA.
               MOVE "N"   TO WRK-CA-TEM-MAIS.
               MOVE "N"   TO WRK-FIM-CURSOR.

               MOVE WRK-CA-AGENCIA  TO HV-AGENCIA.
               MOVE WRK-CA-CONTA    TO HV-CONTA.
               MOVE WRK-CA-DATA-INI TO HV-DATA-INI.
               MOVE WRK-CA-DATA-FIM TO HV-DATA-FIM.
               EXEC SQL
                   OPEN CEXTRATO
               END-EXEC.
               IF SQLCODE NOT EQUAL 0
                   MOVE SQLCODE        TO WRK-SQLCODE-ED
                   MOVE WRK-SQLCODE-ED TO WRK-MSG-SQLCODE
                   MOVE WRK-MSG-SQL    TO MENSAGEMO
                   GO TO 0400-MONTA-PAGINA-FIM
               END-IF.
               PERFORM 0410-LE-MOVIMENTO
                   UNTIL WRK-FIM-CURSOR EQUAL "S".
               EXEC SQL
                   CLOSE CEXTRATO
               END-EXEC.

               IF MENSAGEMO NOT EQUAL LOW-VALUES
                   GO TO 0400-MONTA-PAGINA-FIM
               END-IF.
               IF WRK-QT-LINHA EQUAL ZEROS
                   IF WRK-CA-PAGINA EQUAL 1
                       MOVE "SEM MOVIMENTO NO PERIODO" TO MENSAGEMO
                   ELSE
                       MOVE "SEM MOVIMENTO NESTA PAGINA - PF7 VOLTA"
                           TO MENSAGEMO
                   END-IF
               ELSE
                   IF WRK-CA-TEM-MAIS EQUAL "S"
                       MOVE "PF8 PARA A PROXIMA PAGINA" TO MENSAGEMO
                   ELSE
                       MOVE "FIM DO EXTRATO DO PERIODO" TO MENSAGEMO
                   END-IF
               END-IF.

       0400-MONTA-PAGINA-FIM.EXIT.

       0410-LE-MOVIMENTO                       SECTION.

               EXEC SQL
                   FETCH CEXTRATO
                    INTO :HV-DATA-MOVTO, :HV-TIPO, :HV-SINAL,
                         :HV-VALOR-BRL, :HV-HISTORICO,
                         :HV-AGENCIA-DEST, :HV-CONTA-DEST
               END-EXEC.
               IF SQLCODE EQUAL +100
                   MOVE "S" TO WRK-FIM-CURSOR
                   GO TO 0410-LE-MOVIMENTO-FIM
               END-IF.
               IF SQLCODE NOT EQUAL 0
                   MOVE SQLCODE        TO WRK-SQLCODE-ED
                   MOVE WRK-SQLCODE-ED TO WRK-MSG-SQLCODE
                   MOVE WRK-MSG-SQL    TO MENSAGEMO
                   MOVE "S" TO WRK-FIM-CURSOR
                   GO TO 0410-LE-MOVIMENTO-FIM
               END-IF.

               ADD 1 TO WRK-QT-LIDOS.
               IF WRK-QT-LIDOS GREATER WRK-QT-PULAR + 10
                   MOVE "S" TO WRK-CA-TEM-MAIS
                   MOVE "S" TO WRK-FIM-CURSOR
                   GO TO 0410-LE-MOVIMENTO-FIM
               END-IF.

               IF HV-SINAL EQUAL "C"
                   ADD HV-VALOR-BRL      TO WRK-SALDO-CORRIDO
               ELSE
                   SUBTRACT HV-VALOR-BRL FROM WRK-SALDO-CORRIDO
               END-IF.
               IF WRK-QT-LIDOS GREATER WRK-QT-PULAR
                   ADD 1 TO WRK-QT-LINHA
                   PERFORM 0420-FORMATA-LINHA
               END-IF.

       0410-LE-MOVIMENTO-FIM.EXIT.

       0420-FORMATA-LINHA                      SECTION.

               MOVE HV-DATA-MOVTO     TO WRK-EXT-DATA.
               MOVE HV-TIPO           TO WRK-EXT-TIPO.
               MOVE HV-SINAL          TO WRK-EXT-SINAL.
               MOVE HV-VALOR-BRL      TO WRK-EXT-VALOR-ED.
               MOVE HV-HISTORICO      TO WRK-EXT-HISTORICO.
               IF HV-AGENCIA-DEST EQUAL ZEROS AND
                  HV-CONTA-DEST   EQUAL ZEROS
                   MOVE SPACES TO WRK-EXT-CONTRAPARTE
               ELSE
                   MOVE HV-AGENCIA-DEST TO WRK-CTP-AGENCIA
                   MOVE HV-CONTA-DEST   TO WRK-CTP-CONTA
                   MOVE WRK-CONTRAPARTE TO WRK-EXT-CONTRAPARTE
               END-IF.
               MOVE WRK-SALDO-CORRIDO TO WRK-EXT-SALDO-ED.
               MOVE WRK-LINHA-EXTRATO TO LINHAO(WRK-QT-LINHA).

       0420-FORMATA-LINHA-FIM.EXIT.

       0500-PAGINA-ANTERIOR                    SECTION.

               MOVE LOW-VALUES TO MAPA6O.
               IF WRK-CA-PAGINA EQUAL ZEROS
                   MOVE "INFORME A CONSULTA E TECLE ENTER" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-CA-PAGINA EQUAL 1
                   MOVE "JA ESTA NA PRIMEIRA PAGINA" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               SUBTRACT 1 FROM WRK-CA-PAGINA.
               PERFORM 0400-MONTA-PAGINA.
               PERFORM 0800-ENVIA-MAPA.

       0500-PAGINA-ANTERIOR-FIM.EXIT.

       0510-PROXIMA-PAGINA                     SECTION.

               MOVE LOW-VALUES TO MAPA6O.
               IF WRK-CA-PAGINA EQUAL ZEROS
                   MOVE "INFORME A CONSULTA E TECLE ENTER" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-CA-TEM-MAIS NOT EQUAL "S"
                   MOVE "JA ESTA NA ULTIMA PAGINA" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               ADD 1 TO WRK-CA-PAGINA.
               PERFORM 0400-MONTA-PAGINA.
               PERFORM 0800-ENVIA-MAPA.

       0510-PROXIMA-PAGINA-FIM.EXIT.

       0800-ENVIA-MAPA                         SECTION.

               EXEC CICS
                   SEND MAP('MAPA6') MAPSET('EXTMAP6')
                        FROM(MAPA6O)
                        ERASE
               END-EXEC.
               EXEC CICS
                   RETURN TRANSID('CCL6')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(54)
               END-EXEC.

       0800-ENVIA-MAPA-FIM.EXIT.

       0810-ENVIA-MENSAGEM                     SECTION.

               EXEC CICS
                   SEND MAP('MAPA6') MAPSET('EXTMAP6')
                        FROM(MAPA6O)
                        DATAONLY
               END-EXEC.
               EXEC CICS
                   RETURN TRANSID('CCL6')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(54)
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

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELCDB.
      *=================================================================
      * PROGRAMA   : RELCDB
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 26/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: POSICAO DAS APLICACOES EM CDB POR GERENTE -- LE O
      *              KSDS CDB.TXT E, PARA AS APLICACOES ATIVAS OU COM
      *              RESGATE PEDIDO (AINDA NAO LIQUIDADAS), TOTALIZA
      *              POR GERENTE DA CONTA NO MASTER (REG-GERENTE-MTR):
      *              QUANTIDADE, VALOR APLICADO, JUROS PROVISIONADOS,
      *              IRRF ESTIMADO PELA TABELA REGRESSIVA (DIAS DA
      *              APLICACAO ATE A DATA DO RELATORIO), LIQUIDO
      *              ESTIMADO E QUANTAS VENCEM NOS PROXIMOS 30 DIAS,
      *              COM UMA LINHA DE TOTAL GERAL. SAIDA EM RELCDB.TXT.
      *-----------------------------------------------------------------
      * OBSERVACAO.: APLICACAO DE CONTA FORA DO MASTER ENTRA NO
      *              GERENTE "?". SOLICITADAS (AINDA NAO DEBITADAS),
      *              LIQUIDADAS E CANCELADAS FICAM FORA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CDB                    I (KSDS)             #BOOKCDB
      *  CONTAS                 I (KSDS)             #BOOKCTAS
      *  RELCDB                 O
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....:
      *
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR:
      * ANALISTA   :
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *=================================================================


      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CDB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDB.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-CDB
               FILE STATUS IS FS-CDB.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT RELCDB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELCDB.TXT"
               FILE STATUS IS FS-RELCDB.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CDB.
       COPY "#BOOKCDB".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  RELCDB.
       01  REG-RELCDB                  PIC X(100).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77  FS-CDB                      PIC X(02)           VALUE SPACES.
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-RELCDB                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-GERENTE-APLIC           PIC X(01)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  ACU-APLIC-LIDAS             PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-FORA-POSICAO            PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-SEM-CONTA               PIC 9(05)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WRK-DIAS-PERMANENCIA        PIC 9(05)           VALUE ZEROS.
       77  WRK-DIAS-A-VENCER           PIC S9(05)          VALUE ZEROS.
       77  WRK-ALIQUOTA-IR             PIC 9(02)V9(02)     VALUE ZEROS.
       77  WRK-PARM-IR-ATE-180         PIC 9(02)V9(02)     VALUE 22,50.
       77  WRK-PARM-IR-ATE-360         PIC 9(02)V9(02)     VALUE 20,00.
       77  WRK-PARM-IR-ATE-720         PIC 9(02)V9(02)     VALUE 17,50.
       77  WRK-PARM-IR-ACIMA-720       PIC 9(02)V9(02)     VALUE 15,00.
       77  WRK-PARM-JANELA-VENCTO      PIC 9(03)           VALUE 30.
       77  WRK-VALOR-IR                PIC 9(09)V99        VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WRK-QT-GERENTES             PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-GER                 PIC 9(03)           VALUE ZEROS.
       77  WRK-GER-ACHOU               PIC X(01)           VALUE "N".
       01  TAB-GERENTES.
           05 TAB-GER-ITEM             OCCURS 50 TIMES.
               10 TAB-GER-CODIGO           PIC X(01).
               10 TAB-GER-QT-APLIC         PIC 9(05)     COMP-3.
               10 TAB-GER-APLICADO         PIC S9(12)V99 COMP-3.
               10 TAB-GER-JUROS            PIC S9(10)V99 COMP-3.
               10 TAB-GER-IR               PIC S9(10)V99 COMP-3.
               10 TAB-GER-VENCENDO         PIC 9(05)     COMP-3.
      *-----------------------------------------------------------------
       77  TOT-QT-APLIC                PIC 9(05)    COMP-3 VALUE ZEROS.
       77  TOT-APLICADO                PIC S9(12)V99 COMP-3
                                                           VALUE ZEROS.
       77  TOT-JUROS                   PIC S9(10)V99 COMP-3
                                                           VALUE ZEROS.
       77  TOT-IR                      PIC S9(10)V99 COMP-3
                                                           VALUE ZEROS.
       77  TOT-VENCENDO                PIC 9(05)    COMP-3 VALUE ZEROS.
       77  WRK-FIM-CDB                 PIC X(01)           VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(033)          VALUE
               "POSICAO DE CDB POR GERENTE -- EM ".
           05 WRK-TIT-DATA             PIC 9(008).
           05 FILLER                   PIC X(059)          VALUE SPACES.
       01  WRK-LIN-GERENTE.
           05 WRK-GER-ROTULO           PIC X(008).
           05 WRK-GER-CODIGO           PIC X(001).
           05 FILLER                   PIC X(007)          VALUE
               " APLIC:".
           05 WRK-GER-QT               PIC ZZ.ZZ9.
           05 FILLER                   PIC X(010)          VALUE
               " APLICADO:".
           05 WRK-GER-APLICADO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(007)          VALUE
               " JUROS:".
           05 WRK-GER-JUROS            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(026)          VALUE SPACES.
       01  WRK-LIN-ESTIMATIVA.
           05 FILLER                   PIC X(009)          VALUE SPACES.
           05 FILLER                   PIC X(009)          VALUE
               " IR EST.:".
           05 WRK-EST-IR               PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(011)          VALUE
               " LIQ. EST.:".
           05 WRK-EST-LIQUIDO          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(011)          VALUE
               " VENCE 30D:".
           05 WRK-EST-VENCENDO         PIC ZZ.ZZ9.
           05 FILLER                   PIC X(019)          VALUE SPACES.

      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR
                   UNTIL WRK-FIM-CDB EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: ".
               ACCEPT WRK-USUARIO-EXEC.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL (FS "
                       FS-CONTAS ")"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT CDB.
               IF FS-CDB NOT EQUAL "00"
                   DISPLAY "SEM APLICACOES EM CDB (FS " FS-CDB ")"
                   MOVE "S" TO WRK-FIM-CDB
               END-IF.
               OPEN OUTPUT RELCDB.
               MOVE WRK-DATA-EXEC TO WRK-TIT-DATA.
               MOVE WRK-LIN-TITULO TO REG-RELCDB.
               WRITE REG-RELCDB.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               READ CDB
                   AT END
                       MOVE "S" TO WRK-FIM-CDB
                   NOT AT END
                       ADD 1 TO ACU-APLIC-LIDAS
                       IF REG-CDB-ATIVA OR REG-CDB-RESGATE-PEDIDO
                           PERFORM 0210-ACUMULA-APLICACAO
                       ELSE
                           ADD 1 TO ACU-FORA-POSICAO
                       END-IF
               END-READ.

       0200-PROCESSAR-FIM.EXIT.

       0210-ACUMULA-APLICACAO                  SECTION.

               MOVE REG-AGENCIA-CDB TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-CDB   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       MOVE "?" TO WRK-GERENTE-APLIC
                       ADD 1 TO ACU-SEM-CONTA
                   NOT INVALID KEY
                       MOVE REG-GERENTE-MTR TO WRK-GERENTE-APLIC
               END-READ.

               COMPUTE WRK-DIAS-PERMANENCIA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC) -
                   FUNCTION INTEGER-OF-DATE(REG-DATA-APLIC-CDB).
               EVALUATE TRUE
                   WHEN WRK-DIAS-PERMANENCIA NOT GREATER 180
                       MOVE WRK-PARM-IR-ATE-180   TO WRK-ALIQUOTA-IR
                   WHEN WRK-DIAS-PERMANENCIA NOT GREATER 360
                       MOVE WRK-PARM-IR-ATE-360   TO WRK-ALIQUOTA-IR
                   WHEN WRK-DIAS-PERMANENCIA NOT GREATER 720
                       MOVE WRK-PARM-IR-ATE-720   TO WRK-ALIQUOTA-IR
                   WHEN OTHER
                       MOVE WRK-PARM-IR-ACIMA-720 TO WRK-ALIQUOTA-IR
               END-EVALUATE.
               COMPUTE WRK-VALOR-IR ROUNDED =
                   REG-JUROS-PROV-CDB * WRK-ALIQUOTA-IR / 100.
               COMPUTE WRK-DIAS-A-VENCER =
                   FUNCTION INTEGER-OF-DATE(REG-DATA-VENCTO-CDB) -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC).

               MOVE "N" TO WRK-GER-ACHOU.
               PERFORM 0211-PROCURA-GERENTE
                   VARYING WRK-IDX-GER FROM 1 BY 1
                   UNTIL WRK-IDX-GER GREATER WRK-QT-GERENTES OR
                         WRK-GER-ACHOU EQUAL "S".
               IF WRK-GER-ACHOU EQUAL "N"
                   IF WRK-QT-GERENTES LESS 50
                       ADD 1 TO WRK-QT-GERENTES
                       MOVE WRK-QT-GERENTES TO WRK-IDX-GER
                       MOVE WRK-GERENTE-APLIC TO
                           TAB-GER-CODIGO(WRK-IDX-GER)
                       MOVE ZEROS TO TAB-GER-QT-APLIC(WRK-IDX-GER)
                       MOVE ZEROS TO TAB-GER-APLICADO(WRK-IDX-GER)
                       MOVE ZEROS TO TAB-GER-JUROS(WRK-IDX-GER)
                       MOVE ZEROS TO TAB-GER-IR(WRK-IDX-GER)
                       MOVE ZEROS TO TAB-GER-VENCENDO(WRK-IDX-GER)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 50 GERENTES -- "
                           "EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.
               ADD 1                   TO TAB-GER-QT-APLIC(WRK-IDX-GER).
               ADD REG-VALOR-APLIC-CDB TO TAB-GER-APLICADO(WRK-IDX-GER).
               ADD REG-JUROS-PROV-CDB  TO TAB-GER-JUROS(WRK-IDX-GER).
               ADD WRK-VALOR-IR        TO TAB-GER-IR(WRK-IDX-GER).
               IF WRK-DIAS-A-VENCER NOT GREATER WRK-PARM-JANELA-VENCTO
                  AND REG-CDB-ATIVA
                   ADD 1 TO TAB-GER-VENCENDO(WRK-IDX-GER)
               END-IF.

       0210-ACUMULA-APLICACAO-FIM.EXIT.

       0211-PROCURA-GERENTE                    SECTION.

               IF TAB-GER-CODIGO(WRK-IDX-GER) EQUAL WRK-GERENTE-APLIC
                   MOVE "S" TO WRK-GER-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-GER
               END-IF.

       0211-PROCURA-GERENTE-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               PERFORM 0310-IMPRIME-GERENTE
                   VARYING WRK-IDX-GER FROM 1 BY 1
                   UNTIL WRK-IDX-GER GREATER WRK-QT-GERENTES.
               PERFORM 0315-IMPRIME-TOTAL.
               CLOSE RELCDB CONTAS.
               IF FS-CDB EQUAL "00" OR FS-CDB EQUAL "10"
                   CLOSE CDB
               END-IF.
               DISPLAY "APLICACOES LIDAS..........:" ACU-APLIC-LIDAS.
               DISPLAY "FORA DA POSICAO...........:" ACU-FORA-POSICAO.
               DISPLAY "CONTA FORA DO MASTER......:" ACU-SEM-CONTA.
               DISPLAY "GERENTES COM POSICAO......:" WRK-QT-GERENTES.
               PERFORM 0320-GRAVA-AUDITORIA.

       0300-FINALIZAR-FIM.EXIT.

       0310-IMPRIME-GERENTE                    SECTION.

               MOVE "GERENTE "                     TO WRK-GER-ROTULO.
               MOVE TAB-GER-CODIGO(WRK-IDX-GER)    TO WRK-GER-CODIGO.
               MOVE TAB-GER-QT-APLIC(WRK-IDX-GER)  TO WRK-GER-QT.
               MOVE TAB-GER-APLICADO(WRK-IDX-GER)  TO WRK-GER-APLICADO.
               MOVE TAB-GER-JUROS(WRK-IDX-GER)     TO WRK-GER-JUROS.
               MOVE WRK-LIN-GERENTE TO REG-RELCDB.
               WRITE REG-RELCDB.
               MOVE TAB-GER-IR(WRK-IDX-GER)        TO WRK-EST-IR.
               COMPUTE WRK-EST-LIQUIDO =
                   TAB-GER-APLICADO(WRK-IDX-GER) +
                   TAB-GER-JUROS(WRK-IDX-GER) -
                   TAB-GER-IR(WRK-IDX-GER).
               MOVE TAB-GER-VENCENDO(WRK-IDX-GER)  TO WRK-EST-VENCENDO.
               MOVE WRK-LIN-ESTIMATIVA TO REG-RELCDB.
               WRITE REG-RELCDB.

               ADD TAB-GER-QT-APLIC(WRK-IDX-GER)   TO TOT-QT-APLIC.
               ADD TAB-GER-APLICADO(WRK-IDX-GER)   TO TOT-APLICADO.
               ADD TAB-GER-JUROS(WRK-IDX-GER)      TO TOT-JUROS.
               ADD TAB-GER-IR(WRK-IDX-GER)         TO TOT-IR.
               ADD TAB-GER-VENCENDO(WRK-IDX-GER)   TO TOT-VENCENDO.

       0310-IMPRIME-GERENTE-FIM.EXIT.

       0315-IMPRIME-TOTAL                      SECTION.

               MOVE "TOTAL   "    TO WRK-GER-ROTULO.
               MOVE SPACES        TO WRK-GER-CODIGO.
               MOVE TOT-QT-APLIC  TO WRK-GER-QT.
               MOVE TOT-APLICADO  TO WRK-GER-APLICADO.
               MOVE TOT-JUROS     TO WRK-GER-JUROS.
               MOVE WRK-LIN-GERENTE TO REG-RELCDB.
               WRITE REG-RELCDB.
               MOVE TOT-IR        TO WRK-EST-IR.
               COMPUTE WRK-EST-LIQUIDO =
                   TOT-APLICADO + TOT-JUROS - TOT-IR.
               MOVE TOT-VENCENDO  TO WRK-EST-VENCENDO.
               MOVE WRK-LIN-ESTIMATIVA TO REG-RELCDB.
               WRITE REG-RELCDB.

       0315-IMPRIME-TOTAL-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL "35"
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL "00"
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE "RELCDB"       TO REG-PROGRAMA-AUD
                   MOVE WRK-USUARIO-EXEC TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC  TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC  TO REG-HORA-AUD
                   MOVE ACU-APLIC-LIDAS TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCDBP.
      *=================================================================
      * PROGRAMA   : PROGCDBP
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 26/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PROVISAO DIARIA DOS JUROS DAS APLICACOES EM CDB:
      *              A CADA DIA UTIL DE MOVIMENTO, CADA APLICACAO ATIVA
      *              (OU COM RESGATE ANTECIPADO AINDA NAO LIQUIDADO)
      *              DO KSDS CDB.TXT RENDE UM DIA DA TAXA PRE-FIXADA
      *              EM BASE 252:
      *                FATOR DO DIA = (1 + TAXA / 100) ** (1 / 252)
      *              O FATOR ACUMULADO E ATUALIZADO NO REGISTRO E OS
      *              JUROS PROVISIONADOS PASSAM A SER O VALOR APLICADO
      *              X (FATOR ACUMULADO - 1). O ACRESCIMO DO DIA DE
      *              TODAS AS APLICACOES VAI PARA O SUMARIO CDBDIA.TXT
      *              (EVENTO "J"), CONTABILIZADO PELO PROGRAZAO CONTRA
      *              A OBRIGACAO DE CDB.
      *-----------------------------------------------------------------
      * OBSERVACAO.: DATA DE MOVIMENTO QUE NAO E DIA UTIL NAO RENDE.
      *              APLICACAO JA PROVISIONADA NA DATA (REPROCESSAMENTO)
      *              E APLICACAO COM O VENCIMENTO JA PASSADO (AGUARDANDO
      *              A LIQUIDACAO DO PROGCDBV) FICAM COMO ESTAO.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CDB                    I-O                  #BOOKCDB
      *  CDBDIA                 O (EXTEND)           #BOOKCDBDIA
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              CALDIA
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR:
      * ANALISTA   :
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                           SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                            SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT CDB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDB.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-CDB
               FILE STATUS IS FS-CDB.
           SELECT CDBDIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDBDIA.TXT"
               FILE STATUS IS FS-CDBDIA.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *      I-O -  APLICACOES EM CDB (PROGCDB / PROGCDBV)
      *                               LRECL = 140
      *-----------------------------------------------------------------
       FD  CDB.
       COPY "#BOOKCDB".
      *-----------------------------------------------------------------
      *     OUTPUT-  SUMARIO DIARIO DE EVENTOS DO CDB (CUMULATIVO)
      *                               LRECL = 028
      *-----------------------------------------------------------------
       FD  CDBDIA.
       COPY "#BOOKCDBDIA".
      *-----------------------------------------------------------------
      *     INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-CDB                      PIC X(002)          VALUE SPACES.
       01  FS-CDBDIA                   PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-APLIC-LIDAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FORA-CARTEIRA           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JA-PROVISIONADAS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-VENCIDAS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PROVISIONADAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JUROS-DIA               PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CALCULO DA PROVISAO =====".
      *-----------------------------------------------------------------
       01  WRK-PARM-DIAS-ANO           PIC 9(003)          VALUE 252.
       01  WRK-FATOR-DIA               PIC 9(003)V9(012)   VALUE ZEROS.
       01  WRK-FATOR-NOVO              PIC 9(003)V9(012)   VALUE ZEROS.
       01  WRK-JUROS-NOVO              PIC 9(009)V99       VALUE ZEROS.
       01  WRK-JUROS-DELTA             PIC S9(009)V99      VALUE ZEROS.
       01  WRK-DIA-UTIL                PIC X(001)          VALUE "S".
       01  WRK-CDB-ABERTO              PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCDBP".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       77  WRK-MODULO-CALDIA           PIC X(08)           VALUE
               "CALDIA".
       01  WRK-CALDIA.
           05 WRK-FUNCAO-CAL           PIC X(01).
           05 WRK-DATA-IN-CAL          PIC 9(08).
           05 WRK-DATA-OUT-CAL         PIC 9(08).
           05 WRK-RESPOSTA-CAL         PIC X(01).
           05 WRK-SITUACAO-CAL         PIC X(01).
      *-----------------------------------------------------------------
       01  WRK-VALOR-ED                PIC -.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "* FIM DA WORKING *".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR
                       UNTIL FS-CDB NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               IF WRK-DIA-UTIL NOT EQUAL 'S'
                   DISPLAY "DATA DE MOVIMENTO NAO E DIA UTIL -- "
                       "SEM PROVISAO DE JUROS DE CDB"
                   MOVE '10' TO FS-CDB
                   GO TO 0100-INICIAR-FIM
               END-IF.
               OPEN I-O CDB.
               IF FS-CDB                     EQUAL '35'
                   DISPLAY "SEM APLICACOES EM CDB CADASTRADAS"
                   MOVE '10' TO FS-CDB
               ELSE
                   IF FS-CDB                 NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-CDB               TO WRK-STATUS-ERRO
                       MOVE '0100-ABRE-CDB'      TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE 'S' TO WRK-CDB-ABERTO
                   PERFORM 0120-LEITURA
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------
      *    OS JUROS RENDEM POR DIA UTIL -- CALENDARIO AUSENTE NAO
      *    IMPEDE A PROVISAO (DIA TRATADO COMO UTIL)
      *-----------------------------------------------------------------

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.
               MOVE 'S' TO WRK-DIA-UTIL.
               MOVE "V" TO WRK-FUNCAO-CAL.
               MOVE WRK-DATA-MOVTO TO WRK-DATA-IN-CAL.
               CALL WRK-MODULO-CALDIA USING WRK-CALDIA.
               IF WRK-SITUACAO-CAL EQUAL "0" AND
                  WRK-RESPOSTA-CAL NOT EQUAL "S"
                   MOVE 'N' TO WRK-DIA-UTIL
               END-IF.
               IF WRK-SITUACAO-CAL NOT EQUAL "0"
                   DISPLAY "ATENCAO: CALENDARIO SEM A DATA "
                       WRK-DATA-MOVTO " -- PROVISAO FEITA COMO "
                       "DIA UTIL"
               END-IF.
               DISPLAY "PROVISIONANDO JUROS DE CDB DA DATA:"
                   WRK-DATA-MOVTO.

       0110-LE-DATA-MOVTO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0111-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
               IF FS-CTLDATA                 EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-MOVTO
                   END-IF
               END-IF.

       0111-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ CDB NEXT
                   AT END
                       MOVE '10' TO FS-CDB
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-APLIC-LIDAS.
               EVALUATE TRUE
                   WHEN NOT REG-CDB-ATIVA AND
                        NOT REG-CDB-RESGATE-PEDIDO
                       ADD 1 TO ACU-FORA-CARTEIRA
                   WHEN REG-DATA-ULT-PROV-CDB NOT LESS WRK-DATA-MOVTO
                       ADD 1 TO ACU-JA-PROVISIONADAS
                   WHEN WRK-DATA-MOVTO GREATER REG-DATA-VENCTO-CDB
                       ADD 1 TO ACU-VENCIDAS
                   WHEN OTHER
                       PERFORM 0210-PROVISIONA
               END-EVALUATE.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-PROVISIONA                         SECTION.
      *-----------------------------------------------------------------
      *    UM DIA UTIL DE RENDIMENTO SOBRE O FATOR ACUMULADO; O
      *    ACRESCIMO DO DIA E A DIFERENCA ENTRE OS JUROS RECALCULADOS
      *    E OS JA PROVISIONADOS (A SOMA DOS DIAS FECHA COM O TOTAL)
      *-----------------------------------------------------------------

               COMPUTE WRK-FATOR-DIA ROUNDED =
                   (1 + REG-TAXA-ANUAL-CDB / 100) **
                   (1 / WRK-PARM-DIAS-ANO).
               COMPUTE WRK-FATOR-NOVO ROUNDED =
                   REG-FATOR-ACUM-CDB * WRK-FATOR-DIA.
               COMPUTE WRK-JUROS-NOVO ROUNDED =
                   REG-VALOR-APLIC-CDB * (WRK-FATOR-NOVO - 1).
               COMPUTE WRK-JUROS-DELTA =
                   WRK-JUROS-NOVO - REG-JUROS-PROV-CDB.

               MOVE WRK-FATOR-NOVO         TO REG-FATOR-ACUM-CDB.
               MOVE WRK-JUROS-NOVO         TO REG-JUROS-PROV-CDB.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-ULT-PROV-CDB.
               REWRITE REG-CDB.
               IF FS-CDB                   NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CDB               TO WRK-STATUS-ERRO
                   MOVE '0210-REWRITE-CDB'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1                       TO ACU-PROVISIONADAS.
               ADD WRK-JUROS-DELTA         TO ACU-JUROS-DIA.

       0210-PROVISIONA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-FECHA-ARQUIVOS.
               IF WRK-CDB-ABERTO EQUAL 'S'
                   CLOSE CDB
               END-IF.

       0306-GRAVA-SUMARIO.
               IF ACU-PROVISIONADAS GREATER ZEROS
                   OPEN EXTEND CDBDIA
                   IF FS-CDBDIA EQUAL '35'
                       OPEN OUTPUT CDBDIA
                       CLOSE CDBDIA
                       OPEN EXTEND CDBDIA
                   END-IF
                   IF FS-CDBDIA NOT EQUAL '00'
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-CDBDIA            TO WRK-STATUS-ERRO
                       MOVE '0306-ABRE-CDBDIA'   TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE WRK-DATA-MOVTO    TO REG-DATA-CDBD
                   MOVE "J"               TO REG-EVENTO-CDBD
                   MOVE ACU-PROVISIONADAS TO REG-QT-CDBD
                   MOVE ACU-JUROS-DIA     TO REG-VALOR-CDBD
                   WRITE REG-CDBDIA
                   CLOSE CDBDIA
               END-IF.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>>> PROVISAO DE JUROS DE CDB <<<<<<<< "
               DISPLAY "APLICACOES LIDAS.........:"
                   ACU-APLIC-LIDAS.
               DISPLAY "FORA DA CARTEIRA (S/L/C).:"
                   ACU-FORA-CARTEIRA.
               DISPLAY "JA PROVISIONADAS NA DATA.:"
                   ACU-JA-PROVISIONADAS.
               DISPLAY "VENCIDAS A LIQUIDAR......:"
                   ACU-VENCIDAS.
               MOVE ACU-JUROS-DIA TO WRK-VALOR-ED.
               DISPLAY "PROVISIONADAS NO DIA.....:"
                   ACU-PROVISIONADAS " R$" WRK-VALOR-ED.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC    TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC     TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC        TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC        TO REG-HORA-AUD.
               MOVE ACU-PROVISIONADAS    TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

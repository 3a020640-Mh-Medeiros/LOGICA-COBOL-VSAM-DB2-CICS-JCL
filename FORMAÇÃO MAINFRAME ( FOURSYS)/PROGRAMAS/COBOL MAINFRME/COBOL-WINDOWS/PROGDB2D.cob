       IDENTIFICATION                          DIVISION.
       PROGRAM-ID.PROGDB2D.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGDB2D                                      *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 29 / 09 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  SEGUNDO STEP DO DESFAZIMENTO DE DATA DE      *
      *                    MOVIMENTO (JOB PGDESFAZ): APAGA DA TABELA    *
      *                    DB2 FOURSYS.LANCAMENTO AS LINHAS DA DATA     *
      *                    REABERTA PELO PROGDESF E ACRESCENTA AO       *
      *                    RELATORIO RELDESF.TXT A CONTAGEM DE LINHAS   *
      *                    DA DATA ANTES E DEPOIS                       *
      *                                                                 *
      *    OBSERVACOES. :  A DATA VEM DO CTLDATA (REGISTRO "D"). SE O   *
      *                    CATALOGO GERACOES.TXT AINDA TEM A GERACAO    *
      *                    RELSAIDA DA DATA, O PROGDESF NAO RODOU E O   *
      *                    PROGRAMA RECUSA (CONDITION CODE 8). QUALQUER *
      *                    SQLCODE DIFERENTE DE 0 (OU +100 NO DELETE)   *
      *                    DESFAZ COM ROLLBACK E SAI COM CODE 12        *
      *=================================================================
      *    ARQUIVOS.... : CTLDATA.TXT          (I)  #BOOKCTLDAT         *
      *                   GERACOES.TXT         (I)                      *
      *                   RELDESF.TXT          (O)  #BOOKDESF           *
      *                   FOURSYS.LANCAMENTO   (DB2)                    *
      *=================================================================
      *    MODULOS..... : LOGS                                          *
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
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT GERACOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERACOES.TXT"
               FILE STATUS IS FS-GERACOES.
           SELECT RELDESF ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELDESF.TXT"
               FILE STATUS IS FS-RELDESF.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  GERACOES.
       01  REG-GERACOES.
           05 REG-TIPO-GER             PIC X(08).
           05 FILLER                   PIC X(01).
           05 REG-DATA-GER             PIC 9(08).
       FD  RELDESF.
       01  REG-RELDESF                 PIC X(80).

       WORKING-STORAGE                         SECTION.
       77  FS-CTLDATA                  PIC X(02)           VALUE ZEROS.
       77  FS-GERACOES                 PIC X(02)           VALUE ZEROS.
       77  FS-RELDESF                  PIC X(02)           VALUE ZEROS.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-DATA-MOVTO              PIC 9(08)           VALUE ZEROS.
       77  WRK-GERACAO-ATIVA           PIC X(01)           VALUE "N".
       77  WRK-DESFAZ-OK               PIC X(01)           VALUE "S".
       77  WRK-QT-ANTES                PIC 9(09)    COMP-3 VALUE ZEROS.
       77  WRK-QT-DEPOIS               PIC 9(09)    COMP-3 VALUE ZEROS.
       77  WRK-MODULO                  PIC X(08)           VALUE 'LOGS'.
       77  WRK-MSG-ERROS               PIC X(30)           VALUE SPACES.
       COPY "#BOOKDESF".
      *----------------- AREA DE COMUNICACAO DO DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *----------------- VARIAVEIS HOSPEDEIRAS
       01  HV-DATA-MOVTO               PIC S9(08)V COMP-3.
       01  HV-QT-LINHAS                PIC S9(09) COMP.

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-APAGA-DATA.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0120-CONFERE-GERACOES.
               IF WRK-GERACAO-ATIVA EQUAL "S"
                   DISPLAY "GERACAO RELSAIDA DA DATA " WRK-DATA-MOVTO
                       " AINDA NO CATALOGO -- DATA NAO DESFEITA PELO "
                       "PROGDESF"
                   DISPLAY "LINHAS DO DB2 NAO APAGADAS"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0110-LE-DATA-MOVTO                      SECTION.

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                       UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.
               DISPLAY "DESFAZIMENTO DB2 DOS MOVIMENTOS DA DATA:"
                   WRK-DATA-MOVTO.

       0110-LE-DATA-MOVTO-FIM.EXIT.

       0111-LE-CTLDATA                         SECTION.

               READ CTLDATA
               IF FS-CTLDATA EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-MOVTO
                   END-IF
               END-IF.

       0111-LE-CTLDATA-FIM.EXIT.

       0120-CONFERE-GERACOES                   SECTION.

               MOVE "N" TO WRK-GERACAO-ATIVA.
               OPEN INPUT GERACOES.
               IF FS-GERACOES EQUAL '00'
                   PERFORM 0121-LE-GERACAO
                       UNTIL FS-GERACOES NOT EQUAL '00'
                   CLOSE GERACOES
               END-IF.

       0120-CONFERE-GERACOES-FIM.EXIT.

       0121-LE-GERACAO                         SECTION.

               READ GERACOES
               IF FS-GERACOES EQUAL '00'
                   IF REG-TIPO-GER EQUAL "RELSAIDA" AND
                      REG-DATA-GER EQUAL WRK-DATA-MOVTO
                       MOVE "S"  TO WRK-GERACAO-ATIVA
                       MOVE '10' TO FS-GERACOES
                   END-IF
               END-IF.

       0121-LE-GERACAO-FIM.EXIT.

       0200-APAGA-DATA                         SECTION.

               MOVE WRK-DATA-MOVTO TO HV-DATA-MOVTO.
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :HV-QT-LINHAS
                     FROM FOURSYS.LANCAMENTO
                    WHERE DATA_MOVTO = :HV-DATA-MOVTO
               END-EXEC.
               IF SQLCODE NOT EQUAL 0
                   DISPLAY "ERRO NO COUNT DA DATA - SQLCODE:" SQLCODE
                   MOVE "N" TO WRK-DESFAZ-OK
                   GO TO 0200-APAGA-DATA-FIM
               END-IF.
               MOVE HV-QT-LINHAS TO WRK-QT-ANTES.

               EXEC SQL
                   DELETE FROM FOURSYS.LANCAMENTO
                    WHERE DATA_MOVTO = :HV-DATA-MOVTO
               END-EXEC.
               IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
                   DISPLAY "ERRO NO DELETE DA DATA - SQLCODE:" SQLCODE
                   MOVE "N" TO WRK-DESFAZ-OK
                   GO TO 0200-APAGA-DATA-FIM
               END-IF.

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :HV-QT-LINHAS
                     FROM FOURSYS.LANCAMENTO
                    WHERE DATA_MOVTO = :HV-DATA-MOVTO
               END-EXEC.
               IF SQLCODE NOT EQUAL 0
                   DISPLAY "ERRO NO COUNT DA DATA - SQLCODE:" SQLCODE
                   MOVE "N" TO WRK-DESFAZ-OK
                   GO TO 0200-APAGA-DATA-FIM
               END-IF.
               MOVE HV-QT-LINHAS TO WRK-QT-DEPOIS.

       0200-APAGA-DATA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               IF WRK-DESFAZ-OK EQUAL "S"
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   DISPLAY "LINHAS DA DATA APAGADAS DO DB2:"
                       WRK-QT-ANTES
                   PERFORM 0310-GRAVA-RELDESF
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY "DESFAZIMENTO DB2 DESFEITO (ROLLBACK)"
                   MOVE "DESFAZIMENTO DB2 DA DATA FALHOU" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.EXIT.

       0310-GRAVA-RELDESF                      SECTION.

               OPEN EXTEND RELDESF.
               IF FS-RELDESF EQUAL '35'
                   OPEN OUTPUT RELDESF
                   CLOSE RELDESF
                   OPEN EXTEND RELDESF
               END-IF.
               MOVE SPACES TO REG-RELDESF.
               WRITE REG-RELDESF.
               MOVE "FOURSYS.LANCAMENTO - LINHAS" TO WRK-DSQ-ROTULO.
               MOVE WRK-QT-ANTES                  TO WRK-DSQ-ANTES.
               MOVE WRK-QT-DEPOIS                 TO WRK-DSQ-DEPOIS.
               WRITE REG-RELDESF FROM WRK-LIN-DESF-QTDE.
               CLOSE RELDESF.

       0310-GRAVA-RELDESF-FIM.EXIT.

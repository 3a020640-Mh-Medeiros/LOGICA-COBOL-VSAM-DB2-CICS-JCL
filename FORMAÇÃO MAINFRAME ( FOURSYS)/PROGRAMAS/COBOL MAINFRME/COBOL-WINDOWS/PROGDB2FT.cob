       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGDB2FT.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGDB2FT                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 04 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  CARGA NOTURNA DAS FATURAS DE ASSINATURA NA   *
      *                    TABELA DB2 FOURSYS.FATURA (TODOS OS CAMPOS,  *
      *                    INCLUSIVE PROMOCAO, ACORDO E RECEITA):       *
      *                    ESVAZIA A TABELA, INSERE UMA LINHA POR       *
      *                    FATURA, CONFERE O COUNT(*) CONTRA A CONTAGEM *
      *                    DO ARQUIVO E REGISTRA O RESULTADO EM         *
      *                    STATUSREL E NO LOG CENTRAL -- MESMO ESQUEMA  *
      *                    DO PROGDB2LD                                 *
      *                                                                 *
      *    OBSERVACOES. :  RODA COM PLAN PROPRIO NO FIM DO PGNOITE;     *
      *                    QUALQUER SQLCODE DIFERENTE DE 0 (OU +100 NO  *
      *                    DELETE) DESFAZ A CARGA COM ROLLBACK E SAI    *
      *                    COM CONDITION CODE 12                        *
      *=================================================================
      *    ARQUIVOS.... : FATURA.TXT        (I)   #BOOKFATURA           *
      *                   STATUSREL.TXT     (O)   #BOOKSTATUS           *
      *                   FOURSYS.FATURA    (DB2)                       *
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
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT STATUSREL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\STATUSREL.TXT"
               FILE STATUS IS FS-STATUSREL.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  STATUSREL.
       COPY "#BOOKSTATUS".

       WORKING-STORAGE                         SECTION.
       77  FS-FATURA                   PIC 9(02)           VALUE ZEROS.
       77  FS-STATUSREL                PIC X(02)           VALUE ZEROS.
       77  WRK-QT-LIDOS                PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-QT-INSERIDOS            PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-CARGA-OK                PIC X(01)           VALUE "S".
       77  WRK-MODULO                  PIC X(08)           VALUE 'LOGS'.
       77  WRK-MSG-ERROS               PIC X(30)           VALUE SPACES.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGDB2F".
       77  WRK-HORA-INICIO             PIC 9(06)           VALUE ZEROS.
       77  WRK-HORA-FIM                PIC 9(06)           VALUE ZEROS.
      *----------------- AREA DE COMUNICACAO DO DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *----------------- VARIAVEIS HOSPEDEIRAS DA TABELA FATURA
       01  HV-FATURA.
           05 HV-ID-CLIENTE            PIC S9(04) COMP.
           05 HV-STREAMING             PIC X(10).
           05 HV-VALOR                 PIC S9(05)V99 COMP-3.
           05 HV-MOEDA                 PIC X(03).
           05 HV-DATA-EMISSAO          PIC S9(08)V COMP-3.
           05 HV-DATA-VENCTO           PIC S9(08)V COMP-3.
           05 HV-STATUS-FAT            PIC X(01).
           05 HV-DATA-PGTO             PIC S9(08)V COMP-3.
           05 HV-VALOR-ORIGINAL        PIC S9(05)V99 COMP-3.
           05 HV-PROMOCAO              PIC X(05).
           05 HV-MES-REFERENCIA        PIC S9(06)V COMP-3.
           05 HV-ACORDO                PIC S9(04)V COMP-3.
           05 HV-PARCELA               PIC S9(02)V COMP-3.
           05 HV-QT-PARCELAS           PIC S9(02)V COMP-3.
           05 HV-MESES                 PIC S9(02)V COMP-3.
           05 HV-VALOR-RECEITA         PIC S9(05)V99 COMP-3.
       01  HV-QT-LINHAS                PIC S9(09) COMP.

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-CARREGA
                   UNTIL FS-FATURA NOT EQUAL 0
                      OR WRK-CARGA-OK NOT EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-INICIO FROM TIME.
               OPEN INPUT FATURA.
               IF FS-FATURA NOT EQUAL 0
                   DISPLAY "FATURA AUSENTE -- CARGA NAO RODOU"
                   MOVE "FATURA AUSENTE P/ CARGA DB2" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

      *        ESVAZIA A TABELA ANTES DA CARGA DO DIA
               EXEC SQL
                   DELETE FROM FOURSYS.FATURA
               END-EXEC.
               IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
                   DISPLAY "ERRO NO DELETE DA TABELA - SQLCODE:"
                       SQLCODE
                   MOVE "N" TO WRK-CARGA-OK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-CARREGA                            SECTION.

               READ FATURA
                   AT END
                       MOVE 10 TO FS-FATURA
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0210-INSERE-LINHA
               END-READ.

       0200-CARREGA-FIM.EXIT.

       0210-INSERE-LINHA                       SECTION.

               MOVE REG-ID-FAT              TO HV-ID-CLIENTE.
               MOVE REG-STREAM-FAT          TO HV-STREAMING.
               MOVE REG-VALOR-FAT           TO HV-VALOR.
               MOVE REG-MOEDA-FAT           TO HV-MOEDA.
               MOVE REG-DATA-EMISSAO-FAT    TO HV-DATA-EMISSAO.
               MOVE REG-DATA-VENCTO-FAT     TO HV-DATA-VENCTO.
               MOVE REG-STATUS-FAT          TO HV-STATUS-FAT.
               MOVE REG-DATA-PGTO-FAT       TO HV-DATA-PGTO.
               MOVE REG-VALOR-ORIG-FAT      TO HV-VALOR-ORIGINAL.
               MOVE REG-PROMO-FAT           TO HV-PROMOCAO.
               MOVE REG-MES-REF-FAT         TO HV-MES-REFERENCIA.
               MOVE REG-ACORDO-FAT          TO HV-ACORDO.
               MOVE REG-PARCELA-FAT         TO HV-PARCELA.
               MOVE REG-QT-PARC-FAT         TO HV-QT-PARCELAS.
               MOVE REG-MESES-FAT           TO HV-MESES.
               MOVE REG-VALOR-RECEITA-FAT   TO HV-VALOR-RECEITA.

               EXEC SQL
                   INSERT INTO FOURSYS.FATURA
                          (ID_CLIENTE, STREAMING, VALOR, MOEDA,
                           DATA_EMISSAO, DATA_VENCTO, STATUS_FAT,
                           DATA_PGTO, VALOR_ORIGINAL, PROMOCAO,
                           MES_REFERENCIA, ACORDO, PARCELA,
                           QT_PARCELAS, MESES, VALOR_RECEITA)
                   VALUES (:HV-ID-CLIENTE, :HV-STREAMING, :HV-VALOR,
                           :HV-MOEDA, :HV-DATA-EMISSAO,
                           :HV-DATA-VENCTO, :HV-STATUS-FAT,
                           :HV-DATA-PGTO, :HV-VALOR-ORIGINAL,
                           :HV-PROMOCAO, :HV-MES-REFERENCIA,
                           :HV-ACORDO, :HV-PARCELA, :HV-QT-PARCELAS,
                           :HV-MESES, :HV-VALOR-RECEITA)
               END-EXEC.
               IF SQLCODE EQUAL 0
                   ADD 1 TO WRK-QT-INSERIDOS
               ELSE
                   DISPLAY "ERRO NO INSERT DA FATURA " REG-ID-FAT
                       "/" REG-MES-REF-FAT " - SQLCODE:" SQLCODE
                   MOVE "N" TO WRK-CARGA-OK
               END-IF.

       0210-INSERE-LINHA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE FATURA.

               IF WRK-CARGA-OK EQUAL "S"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :HV-QT-LINHAS
                         FROM FOURSYS.FATURA
                   END-EXEC
                   IF SQLCODE NOT EQUAL 0
                       DISPLAY "ERRO NO COUNT DA TABELA - SQLCODE:"
                           SQLCODE
                       MOVE "N" TO WRK-CARGA-OK
                   ELSE
                       IF HV-QT-LINHAS NOT EQUAL WRK-QT-LIDOS
                           DISPLAY "** COUNT DA TABELA DIFERE DO "
                               "ARQUIVO **"
                           MOVE "N" TO WRK-CARGA-OK
                       END-IF
                   END-IF
               END-IF.

               IF WRK-CARGA-OK EQUAL "S"
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   DISPLAY "CARGA DB2 OK - LINHAS:" WRK-QT-INSERIDOS
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY "CARGA DB2 DESFEITA (ROLLBACK)"
                   MOVE "CARGA DB2 DE FATURAS FALHOU" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.

               PERFORM 0310-GRAVA-STATUSREL.
               IF WRK-CARGA-OK NOT EQUAL "S"
                   MOVE 12 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.EXIT.

       0310-GRAVA-STATUSREL                    SECTION.

               OPEN EXTEND STATUSREL.
               IF FS-STATUSREL EQUAL '35'
                   OPEN OUTPUT STATUSREL
                   CLOSE STATUSREL
                   OPEN EXTEND STATUSREL
               END-IF.
               MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-STAT.
               MOVE WRK-DATA-EXEC     TO REG-DATA-STAT.
               IF WRK-CARGA-OK EQUAL "S"
                   SET REG-STAT-OK    TO TRUE
               ELSE
                   SET REG-STAT-ERRO  TO TRUE
               END-IF.
               MOVE WRK-QT-LIDOS      TO REG-QT-LIDOS-STAT.
               ACCEPT WRK-HORA-FIM FROM TIME.
               MOVE WRK-HORA-INICIO   TO REG-HORA-INICIO-STAT.
               MOVE WRK-HORA-FIM      TO REG-HORA-FIM-STAT.
               WRITE REG-STATUS-EXEC.
               CLOSE STATUSREL.

       0310-GRAVA-STATUSREL-FIM.EXIT.

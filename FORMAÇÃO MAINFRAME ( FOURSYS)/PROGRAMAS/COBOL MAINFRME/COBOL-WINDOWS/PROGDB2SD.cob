       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGDB2SD.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGDB2SD                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 04 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  CARGA NOTURNA DO MASTER DE SALDOS NA TABELA  *
      *                    DB2 FOURSYS.SALDO (SALDO DE FIM DE DIA DE    *
      *                    CADA CONTA E DATA DA ULTIMA ATUALIZACAO):    *
      *                    ESVAZIA A TABELA, INSERE UMA LINHA POR       *
      *                    CONTA, CONFERE O COUNT(*) CONTRA A CONTAGEM  *
      *                    DO MASTER E REGISTRA O RESULTADO EM          *
      *                    STATUSREL E NO LOG CENTRAL -- MESMO ESQUEMA  *
      *                    DO PROGDB2LD                                 *
      *                                                                 *
      *    OBSERVACOES. :  RODA COM PLAN PROPRIO NO FIM DO PGNOITE;     *
      *                    QUALQUER SQLCODE DIFERENTE DE 0 (OU +100 NO  *
      *                    DELETE) DESFAZ A CARGA COM ROLLBACK E SAI    *
      *                    COM CONDITION CODE 12                        *
      *=================================================================
      *    ARQUIVOS.... : SALDOS.TXT        (I)   #BOOKSALDO            *
      *                   STATUSREL.TXT     (O)   #BOOKSTATUS           *
      *                   FOURSYS.SALDO     (DB2)                       *
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
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT STATUSREL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\STATUSREL.TXT"
               FILE STATUS IS FS-STATUSREL.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  SALDOS.
       COPY "#BOOKSALDO".
       FD  STATUSREL.
       COPY "#BOOKSTATUS".

       WORKING-STORAGE                         SECTION.
       77  FS-SALDOS                   PIC 9(02)           VALUE ZEROS.
       77  FS-STATUSREL                PIC X(02)           VALUE ZEROS.
       77  WRK-QT-LIDOS                PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-QT-INSERIDOS            PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-CARGA-OK                PIC X(01)           VALUE "S".
       77  WRK-MODULO                  PIC X(08)           VALUE 'LOGS'.
       77  WRK-MSG-ERROS               PIC X(30)           VALUE SPACES.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGDB2S".
       77  WRK-HORA-INICIO             PIC 9(06)           VALUE ZEROS.
       77  WRK-HORA-FIM                PIC 9(06)           VALUE ZEROS.
      *----------------- AREA DE COMUNICACAO DO DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *----------------- VARIAVEIS HOSPEDEIRAS DA TABELA SALDO
       01  HV-SALDO.
           05 HV-AGENCIA               PIC S9(04)V COMP-3.
           05 HV-CONTA-NUM             PIC S9(06)V COMP-3.
           05 HV-SALDO-ATUAL           PIC S9(10)V99 COMP-3.
           05 HV-DATA-SALDO            PIC S9(08)V COMP-3.
       01  HV-QT-LINHAS                PIC S9(09) COMP.

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-CARREGA
                   UNTIL FS-SALDOS NOT EQUAL 0
                      OR WRK-CARGA-OK NOT EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-INICIO FROM TIME.
               OPEN INPUT SALDOS.
               IF FS-SALDOS NOT EQUAL 0
                   DISPLAY "MASTER DE SALDOS AUSENTE -- CARGA NAO RODOU"
                   MOVE "SALDOS AUSENTE P/ CARGA DB2" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

      *        ESVAZIA A TABELA ANTES DA CARGA DO DIA
               EXEC SQL
                   DELETE FROM FOURSYS.SALDO
               END-EXEC.
               IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
                   DISPLAY "ERRO NO DELETE DA TABELA - SQLCODE:"
                       SQLCODE
                   MOVE "N" TO WRK-CARGA-OK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-CARREGA                            SECTION.

               READ SALDOS
                   AT END
                       MOVE 10 TO FS-SALDOS
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0210-INSERE-LINHA
               END-READ.

       0200-CARREGA-FIM.EXIT.

       0210-INSERE-LINHA                       SECTION.

               MOVE REG-AGENCIA-SALDO       TO HV-AGENCIA.
               MOVE REG-CONTA-SALDO         TO HV-CONTA-NUM.
               MOVE REG-SALDO-ATUAL         TO HV-SALDO-ATUAL.
               MOVE REG-DATA-SALDO          TO HV-DATA-SALDO.

               EXEC SQL
                   INSERT INTO FOURSYS.SALDO
                          (AGENCIA, CONTA, SALDO_ATUAL, DATA_SALDO)
                   VALUES (:HV-AGENCIA, :HV-CONTA-NUM,
                           :HV-SALDO-ATUAL, :HV-DATA-SALDO)
               END-EXEC.
               IF SQLCODE EQUAL 0
                   ADD 1 TO WRK-QT-INSERIDOS
               ELSE
                   DISPLAY "ERRO NO INSERT DO SALDO " REG-AGENCIA-SALDO
                       "/" REG-CONTA-SALDO " - SQLCODE:" SQLCODE
                   MOVE "N" TO WRK-CARGA-OK
               END-IF.

       0210-INSERE-LINHA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE SALDOS.

               IF WRK-CARGA-OK EQUAL "S"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :HV-QT-LINHAS
                         FROM FOURSYS.SALDO
                   END-EXEC
                   IF SQLCODE NOT EQUAL 0
                       DISPLAY "ERRO NO COUNT DA TABELA - SQLCODE:"
                           SQLCODE
                       MOVE "N" TO WRK-CARGA-OK
                   ELSE
                       IF HV-QT-LINHAS NOT EQUAL WRK-QT-LIDOS
                           DISPLAY "** COUNT DA TABELA DIFERE DO "
                               "MASTER **"
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
                   MOVE "CARGA DB2 DE SALDOS FALHOU" TO
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

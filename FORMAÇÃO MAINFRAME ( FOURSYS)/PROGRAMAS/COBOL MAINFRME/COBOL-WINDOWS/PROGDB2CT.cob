       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGDB2CT.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGDB2CT                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 04 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  CARGA NOTURNA DO MASTER DE CONTAS NA TABELA  *
      *                    DB2 FOURSYS.CONTA (TODOS OS CAMPOS, INCLUSIVE*
      *                    SITUACAO, LIMITES E PACOTE DE TARIFAS):      *
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
      *    ARQUIVOS.... : CONTAS.TXT        (I)   #BOOKCTAS             *
      *                   STATUSREL.TXT     (O)   #BOOKSTATUS           *
      *                   FOURSYS.CONTA     (DB2)                       *
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
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT STATUSREL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\STATUSREL.TXT"
               FILE STATUS IS FS-STATUSREL.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  STATUSREL.
       COPY "#BOOKSTATUS".

       WORKING-STORAGE                         SECTION.
       77  FS-CONTAS                   PIC 9(02)           VALUE ZEROS.
       77  FS-STATUSREL                PIC X(02)           VALUE ZEROS.
       77  WRK-QT-LIDOS                PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-QT-INSERIDOS            PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-CARGA-OK                PIC X(01)           VALUE "S".
       77  WRK-MODULO                  PIC X(08)           VALUE 'LOGS'.
       77  WRK-MSG-ERROS               PIC X(30)           VALUE SPACES.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGDB2C".
       77  WRK-HORA-INICIO             PIC 9(06)           VALUE ZEROS.
       77  WRK-HORA-FIM                PIC 9(06)           VALUE ZEROS.
      *----------------- AREA DE COMUNICACAO DO DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *----------------- VARIAVEIS HOSPEDEIRAS DA TABELA CONTA
       01  HV-CONTA.
           05 HV-AGENCIA               PIC S9(04)V COMP-3.
           05 HV-CONTA-NUM             PIC S9(06)V COMP-3.
           05 HV-NOME-TITULAR          PIC X(20).
           05 HV-GERENTE               PIC X(01).
           05 HV-DATA-ABERTURA         PIC S9(08)V COMP-3.
           05 HV-SITUACAO              PIC X(01).
           05 HV-LIMITE-SAQUE          PIC S9(07)V99 COMP-3.
           05 HV-TIPO-REMUN            PIC X(01).
           05 HV-LIMITE-CREDITO        PIC S9(07)V99 COMP-3.
           05 HV-PACOTE                PIC X(02).
       01  HV-QT-LINHAS                PIC S9(09) COMP.

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-CARREGA
                   UNTIL FS-CONTAS NOT EQUAL 0
                      OR WRK-CARGA-OK NOT EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-INICIO FROM TIME.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL 0
                   DISPLAY "MASTER DE CONTAS AUSENTE -- CARGA NAO RODOU"
                   MOVE "CONTAS AUSENTE P/ CARGA DB2" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

      *        ESVAZIA A TABELA ANTES DA CARGA DO DIA
               EXEC SQL
                   DELETE FROM FOURSYS.CONTA
               END-EXEC.
               IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL +100
                   DISPLAY "ERRO NO DELETE DA TABELA - SQLCODE:"
                       SQLCODE
                   MOVE "N" TO WRK-CARGA-OK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-CARREGA                            SECTION.

               READ CONTAS
                   AT END
                       MOVE 10 TO FS-CONTAS
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       PERFORM 0210-INSERE-LINHA
               END-READ.

       0200-CARREGA-FIM.EXIT.

       0210-INSERE-LINHA                       SECTION.

               MOVE REG-AGENCIA-MTR         TO HV-AGENCIA.
               MOVE REG-CONTA-MTR           TO HV-CONTA-NUM.
               MOVE REG-NOME-TITULAR-MTR    TO HV-NOME-TITULAR.
               MOVE REG-GERENTE-MTR         TO HV-GERENTE.
               MOVE REG-DATA-ABERTURA-MTR   TO HV-DATA-ABERTURA.
               MOVE REG-SITUACAO-MTR        TO HV-SITUACAO.
               MOVE REG-LIMITE-SAQUE-MTR    TO HV-LIMITE-SAQUE.
               MOVE REG-TIPO-REMUN-MTR      TO HV-TIPO-REMUN.
               MOVE REG-LIMITE-CREDITO-MTR  TO HV-LIMITE-CREDITO.
               MOVE REG-PACOTE-MTR          TO HV-PACOTE.

               EXEC SQL
                   INSERT INTO FOURSYS.CONTA
                          (AGENCIA, CONTA, NOME_TITULAR, GERENTE,
                           DATA_ABERTURA, SITUACAO, LIMITE_SAQUE,
                           TIPO_REMUN, LIMITE_CREDITO, PACOTE)
                   VALUES (:HV-AGENCIA, :HV-CONTA-NUM,
                           :HV-NOME-TITULAR, :HV-GERENTE,
                           :HV-DATA-ABERTURA, :HV-SITUACAO,
                           :HV-LIMITE-SAQUE, :HV-TIPO-REMUN,
                           :HV-LIMITE-CREDITO, :HV-PACOTE)
               END-EXEC.
               IF SQLCODE EQUAL 0
                   ADD 1 TO WRK-QT-INSERIDOS
               ELSE
                   DISPLAY "ERRO NO INSERT DA CONTA " REG-AGENCIA-MTR
                       "/" REG-CONTA-MTR " - SQLCODE:" SQLCODE
                   MOVE "N" TO WRK-CARGA-OK
               END-IF.

       0210-INSERE-LINHA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE CONTAS.

               IF WRK-CARGA-OK EQUAL "S"
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :HV-QT-LINHAS
                         FROM FOURSYS.CONTA
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
                   MOVE "CARGA DB2 DE CONTAS FALHOU" TO
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

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             VERGER.
      *=================================================================
      * PROGRAMA   : VERGER  (MODULO CHAMADO)
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ROTINA COMUM DO MANIFESTO DE INTEGRIDADE DAS
      *              GERACOES DATADAS RELSAIDA.D<DATA> E
      *              REJEITADOS.D<DATA> (GERMANIF.TXT, #BOOKMANIF).
      *              LE A GERACAO INTEIRA E APURA A QUANTIDADE DE
      *              REGISTROS, O TOTAL DOS DEBITOS, O TOTAL DOS
      *              CREDITOS E O TOTAL DE CONFERENCIA (SOMA DE
      *              AGENCIA + CONTA DE TODOS OS REGISTROS). OS
      *              PROGRAMAS CHAMAM COM UMA FUNCAO (#BOOKVERGER):
      *                "G" - GRAVA: ACRESCENTA NO MANIFESTO O
      *                      REGISTRO DA GERACAO RECEM-FECHADA
      *                      (PROGCALL / PROGMERGE)
      *                "V" - VERIFICA: COMPARA A GERACAO COM O ULTIMO
      *                      REGISTRO DO MANIFESTO PARA O TIPO E DATA
      *                      (CONSUMIDORES DAS GERACOES E RELMANIF)
      *              LK-SITUACAO: "0" OK, "1" GERACAO SEM MANIFESTO,
      *              "2" GERACAO DIVERGE DO MANIFESTO, "3" GERACAO
      *              AUSENTE, "4" ERRO NA GRAVACAO DO MANIFESTO.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  GERACAO                I (DINAMICO)         #BOOKRELSAIDA
      *                                              #BOOKREJEIT
      *  GERMANIF               I / O (EXTEND)       #BOOKMANIF
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
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT GERACAO ASSIGN TO DYNAMIC WRK-NOME-GERACAO
               FILE STATUS IS FS-GERACAO.
           SELECT GERMANIF ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERMANIF.TXT"
               FILE STATUS IS FS-GERMANIF.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  GERACAO.
       COPY "#BOOKRELSAIDA".
       COPY "#BOOKREJEIT".
       FD  GERMANIF.
       COPY "#BOOKMANIF".

       WORKING-STORAGE                         SECTION.
       77  FS-GERACAO                  PIC 9(02)           VALUE ZEROS.
       77  FS-GERMANIF                 PIC 9(02)           VALUE ZEROS.
       77  WRK-NOME-GERACAO            PIC X(60)           VALUE SPACES.
       77  WRK-ACHOU                   PIC X(01)           VALUE "N".
       77  WRK-SINAL                   PIC X(01)           VALUE SPACES.
       77  WRK-CHAVE-CONTA             PIC 9(10)           VALUE ZEROS.

       LINKAGE                                 SECTION.
       01  LK-VERGER.
           05 LK-FUNCAO                PIC X(01).
           05 LK-TIPO                  PIC X(08).
           05 LK-DATA                  PIC 9(08).
           05 LK-PROGRAMA              PIC X(08).
           05 LK-SITUACAO              PIC X(01).
           05 LK-QT-REG-CALC           PIC 9(07).
           05 LK-TOTAL-DEB-CALC        PIC 9(13)V99.
           05 LK-TOTAL-CRED-CALC       PIC 9(13)V99.
           05 LK-HASH-CALC             PIC 9(18).
           05 LK-QT-REG-MAN            PIC 9(07).
           05 LK-TOTAL-DEB-MAN         PIC 9(13)V99.
           05 LK-TOTAL-CRED-MAN        PIC 9(13)V99.
           05 LK-HASH-MAN              PIC 9(18).

       PROCEDURE                               DIVISION USING LK-VERGER.
       0000-PRINCIPAL.

               MOVE "0"   TO LK-SITUACAO.
               MOVE ZEROS TO LK-QT-REG-CALC
                             LK-TOTAL-DEB-CALC
                             LK-TOTAL-CRED-CALC
                             LK-HASH-CALC
                             LK-QT-REG-MAN
                             LK-TOTAL-DEB-MAN
                             LK-TOTAL-CRED-MAN
                             LK-HASH-MAN.

               PERFORM 0100-APURA-GERACAO.
               IF LK-SITUACAO NOT EQUAL "0"
                   GOBACK
               END-IF.

               EVALUATE LK-FUNCAO
                   WHEN "G"
                       PERFORM 0200-GRAVA-MANIFESTO
                   WHEN "V"
                       PERFORM 0300-VERIFICA-MANIFESTO
                   WHEN OTHER
                       MOVE "4" TO LK-SITUACAO
               END-EVALUATE.
               GOBACK.

       0000-PRINCIPAL-FIM.EXIT.

      *-----------------------------------------------------------------
      *    LE A GERACAO DO TIPO E DATA E APURA OS TOTAIS
      *-----------------------------------------------------------------
       0100-APURA-GERACAO                      SECTION.

               MOVE SPACES TO WRK-NOME-GERACAO.
               IF LK-TIPO EQUAL "RELSAIDA"
                   STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                              DELIMITED BY SIZE
                          LK-DATA           DELIMITED BY SIZE
                          ".TXT"            DELIMITED BY SIZE
                       INTO WRK-NOME-GERACAO
                   END-STRING
               ELSE
                   STRING "C:\CURSOLOGICA\COBOL\Atividade\REJEITADOS.D"
                              DELIMITED BY SIZE
                          LK-DATA           DELIMITED BY SIZE
                          ".TXT"            DELIMITED BY SIZE
                       INTO WRK-NOME-GERACAO
                   END-STRING
               END-IF.

               OPEN INPUT GERACAO.
               IF FS-GERACAO NOT EQUAL 0
                   MOVE "3" TO LK-SITUACAO
                   GO TO 0100-APURA-GERACAO-FIM
               END-IF.
               PERFORM 0110-LE-GERACAO
                   UNTIL FS-GERACAO NOT EQUAL 0.
               CLOSE GERACAO.

       0100-APURA-GERACAO-FIM.EXIT.

       0110-LE-GERACAO                         SECTION.

               READ GERACAO
                   AT END
                       MOVE 10 TO FS-GERACAO
                   NOT AT END
                       ADD 1 TO LK-QT-REG-CALC
                       COMPUTE WRK-CHAVE-CONTA =
                           REG-AGENCIA-RELSAIDA * 1000000 +
                           REG-CONTA-RELSAIDA
                       ADD WRK-CHAVE-CONTA TO LK-HASH-CALC
                       IF LK-TIPO EQUAL "RELSAIDA"
                           MOVE REG-SINAL-RELSAIDA TO WRK-SINAL
                       ELSE
                           MOVE REG-SINAL-REJ      TO WRK-SINAL
                       END-IF
                       IF WRK-SINAL EQUAL "D"
                           ADD REG-LANCAMENTO-RELSAIDA TO
                               LK-TOTAL-DEB-CALC
                       END-IF
                       IF WRK-SINAL EQUAL "C"
                           ADD REG-LANCAMENTO-RELSAIDA TO
                               LK-TOTAL-CRED-CALC
                       END-IF
               END-READ.

       0110-LE-GERACAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ACRESCENTA O REGISTRO DA GERACAO NO MANIFESTO
      *-----------------------------------------------------------------
       0200-GRAVA-MANIFESTO                    SECTION.

               OPEN EXTEND GERMANIF.
               IF FS-GERMANIF EQUAL 35
                   OPEN OUTPUT GERMANIF
                   CLOSE GERMANIF
                   OPEN EXTEND GERMANIF
               END-IF.
               IF FS-GERMANIF NOT EQUAL 0
                   MOVE "4" TO LK-SITUACAO
                   GO TO 0200-GRAVA-MANIFESTO-FIM
               END-IF.

               MOVE SPACES             TO REG-MANIFESTO.
               MOVE LK-TIPO            TO REG-TIPO-MAN.
               MOVE LK-DATA            TO REG-DATA-MAN.
               MOVE LK-QT-REG-CALC     TO REG-QT-REG-MAN.
               MOVE LK-TOTAL-DEB-CALC  TO REG-TOTAL-DEB-MAN.
               MOVE LK-TOTAL-CRED-CALC TO REG-TOTAL-CRED-MAN.
               MOVE LK-HASH-CALC       TO REG-HASH-MAN.
               ACCEPT REG-DATA-GRAV-MAN FROM DATE YYYYMMDD.
               ACCEPT REG-HORA-GRAV-MAN FROM TIME.
               MOVE LK-PROGRAMA        TO REG-PROGRAMA-MAN.
               WRITE REG-MANIFESTO.
               IF FS-GERMANIF NOT EQUAL 0
                   MOVE "4" TO LK-SITUACAO
               END-IF.
               CLOSE GERMANIF.

               MOVE LK-QT-REG-CALC     TO LK-QT-REG-MAN.
               MOVE LK-TOTAL-DEB-CALC  TO LK-TOTAL-DEB-MAN.
               MOVE LK-TOTAL-CRED-CALC TO LK-TOTAL-CRED-MAN.
               MOVE LK-HASH-CALC       TO LK-HASH-MAN.

       0200-GRAVA-MANIFESTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    VALE O ULTIMO REGISTRO DO MANIFESTO PARA O TIPO E DATA (A
      *    GERACAO REFEITA DEPOIS DO PROGDESF GANHA REGISTRO NOVO)
      *-----------------------------------------------------------------
       0300-VERIFICA-MANIFESTO                 SECTION.

               MOVE "N" TO WRK-ACHOU.
               OPEN INPUT GERMANIF.
               IF FS-GERMANIF EQUAL 0
                   PERFORM 0310-LE-MANIFESTO
                       UNTIL FS-GERMANIF NOT EQUAL 0
                   CLOSE GERMANIF
               END-IF.

               IF WRK-ACHOU EQUAL "N"
                   MOVE "1" TO LK-SITUACAO
                   GO TO 0300-VERIFICA-MANIFESTO-FIM
               END-IF.
               IF LK-QT-REG-CALC     NOT EQUAL LK-QT-REG-MAN     OR
                  LK-TOTAL-DEB-CALC  NOT EQUAL LK-TOTAL-DEB-MAN  OR
                  LK-TOTAL-CRED-CALC NOT EQUAL LK-TOTAL-CRED-MAN OR
                  LK-HASH-CALC       NOT EQUAL LK-HASH-MAN
                   MOVE "2" TO LK-SITUACAO
               END-IF.

       0300-VERIFICA-MANIFESTO-FIM.EXIT.

       0310-LE-MANIFESTO                       SECTION.

               READ GERMANIF
                   AT END
                       MOVE 10 TO FS-GERMANIF
                   NOT AT END
                       IF REG-TIPO-MAN EQUAL LK-TIPO AND
                          REG-DATA-MAN EQUAL LK-DATA
                           MOVE "S"                TO WRK-ACHOU
                           MOVE REG-QT-REG-MAN     TO LK-QT-REG-MAN
                           MOVE REG-TOTAL-DEB-MAN  TO LK-TOTAL-DEB-MAN
                           MOVE REG-TOTAL-CRED-MAN TO
                               LK-TOTAL-CRED-MAN
                           MOVE REG-HASH-MAN       TO LK-HASH-MAN
                       END-IF
               END-READ.

       0310-LE-MANIFESTO-FIM.EXIT.

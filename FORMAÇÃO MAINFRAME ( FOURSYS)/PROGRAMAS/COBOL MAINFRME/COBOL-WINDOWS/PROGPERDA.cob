       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGPERDA.
      *=================================================================
      * PROGRAMA   : PROGPERDA
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: BAIXA COMO PERDA DE FATURA VENCIDA QUE NAO VAI
      *              MAIS SER PAGA. RESTRITO A SUPERVISOR, EM DOIS
      *              MODOS:
      *              - "I" POR IDADE: TODA FATURA ABERTA VENCIDA HA
      *                MAIS DE N DIAS NA DATA DE REFERENCIA (ZEROS =
      *                180 DIAS / DATA ZEROS = HOJE) -- O PGMENSAL RODA
      *                ESTE MODO TODO MES;
      *              - "A" APROVADA INDIVIDUALMENTE: O SUPERVISOR
      *                INFORMA O CLIENTE E O MES DE REFERENCIA DE UMA
      *                FATURA ABERTA E JA VENCIDA.
      *              A FATURA PASSA AO STATUS "B" (BAIXADA COMO PERDA)
      *              E CADA BAIXA E REGISTRADA NO PERDAS.TXT COM DATA,
      *              OPERADOR, MOTIVO E DIAS DE ATRASO. A PERDA E
      *              CONTABILIZADA NO RAZAO PELO PROGPDD NA COMPETENCIA
      *              DA BAIXA; O PAGAMENTO POSTERIOR CASADO PELO
      *              PROGBAIXA VIRA RECUPERACAO.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  USUARIOS               I                    #BOOKUSER
      *  FATURA                 I-O                  #BOOKFATURA
      *  PERDAS                 O (EXTEND)           #BOOKPERDA
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
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\USUARIOS.TXT"
               FILE STATUS IS FS-USUARIOS.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT PERDAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PERDAS.TXT"
               FILE STATUS IS FS-PERDAS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  PERDAS.
       COPY "#BOOKPERDA".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  FS-FATURA                   PIC X(02)           VALUE SPACES.
       77  FS-PERDAS                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-NIVEL-SIGNON            PIC 9(01)           VALUE ZEROS.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WRK-PARM-MODO               PIC X(01)           VALUE SPACES.
           88 WRK-MODO-IDADE                VALUE "I".
           88 WRK-MODO-APROVADA             VALUE "A".
       77  WRK-PARM-DATA-REF           PIC 9(08)           VALUE ZEROS.
       77  WRK-PARM-DIAS               PIC 9(05)           VALUE ZEROS.
       77  WRK-PARM-ID                 PIC 9(04)           VALUE ZEROS.
       77  WRK-PARM-MES-REF            PIC 9(06)           VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WRK-DIAS-ATRASO             PIC S9(07)          VALUE ZEROS.
       77  WRK-BAIXAR                  PIC X(01)           VALUE "N".
       77  WRK-ACHOU-FATURA            PIC X(01)           VALUE "N".
       77  ACU-FATURAS-LIDAS           PIC 9(05)           VALUE ZEROS.
       77  ACU-BAIXADAS                PIC 9(05)           VALUE ZEROS.
       77  ACU-VALOR-BAIXADO           PIC 9(09)V99        VALUE ZEROS.
       77  WRK-VALOR-ED                PIC ZZ.ZZ9,99.
       77  WRK-TOTAL-ED                PIC ZZZ.ZZZ.ZZ9,99.

      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.
               PERFORM 0090-SIGNON.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR
                   UNTIL FS-FATURA NOT EQUAL "00".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0090-SIGNON                             SECTION.

               DISPLAY "SIGN-ON - USUARIO: ".
               ACCEPT WRK-SIGNON-ID.
               MOVE "N"   TO WRK-SIGNON-OK.
               MOVE ZEROS TO WRK-NIVEL-SIGNON.
               OPEN INPUT USUARIOS.
               IF FS-USUARIOS NOT EQUAL 0
                   DISPLAY "MASTER DE USUARIOS AUSENTE -- PROCURE O "
                       "SUPERVISOR (PROGUSR)"
               ELSE
                   PERFORM 0091-LE-USUARIO
                       UNTIL FS-USUARIOS NOT EQUAL 0
                   CLOSE USUARIOS
               END-IF.
               IF WRK-SIGNON-OK NOT EQUAL "S"
                   DISPLAY "USUARIO NAO CADASTRADO OU INATIVO -- "
                       "ACESSO NEGADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-NIVEL-SIGNON LESS 2
                   DISPLAY "BAIXA DE FATURA COMO PERDA RESTRITA A "
                       "SUPERVISOR -- ACESSO NEGADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

       0090-SIGNON-FIM.EXIT.

       0091-LE-USUARIO                         SECTION.

               READ USUARIOS
                   AT END
                       MOVE 10 TO FS-USUARIOS
                   NOT AT END
                       IF REG-ID-USER EQUAL WRK-SIGNON-ID AND
                          REG-USER-ATIVO
                           MOVE "S" TO WRK-SIGNON-OK
                           MOVE REG-NIVEL-USER TO WRK-NIVEL-SIGNON
                           MOVE 10 TO FS-USUARIOS
                       END-IF
               END-READ.

       0091-LE-USUARIO-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "MODO (I = POR IDADE / A = APROVADA): ".
               ACCEPT WRK-PARM-MODO.
               EVALUATE TRUE
                   WHEN WRK-MODO-IDADE
                       DISPLAY "DATA DE REFERENCIA (AAAAMMDD, ZEROS = "
                           "HOJE): "
                       ACCEPT WRK-PARM-DATA-REF
                       DISPLAY "DIAS DE ATRASO PARA A BAIXA (ZEROS = "
                           "180): "
                       ACCEPT WRK-PARM-DIAS
                       IF WRK-PARM-DIAS IS NOT NUMERIC OR
                          WRK-PARM-DIAS EQUAL ZEROS
                           MOVE 180 TO WRK-PARM-DIAS
                       END-IF
                   WHEN WRK-MODO-APROVADA
                       MOVE ZEROS TO WRK-PARM-DATA-REF
                       DISPLAY "CLIENTE (ID): "
                       ACCEPT WRK-PARM-ID
                       DISPLAY "MES DE REFERENCIA DA FATURA (AAAAMM): "
                       ACCEPT WRK-PARM-MES-REF
                   WHEN OTHER
                       DISPLAY "MODO INVALIDO -- INFORMAR I OU A"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-EVALUATE.
               IF WRK-PARM-DATA-REF IS NOT NUMERIC OR
                  WRK-PARM-DATA-REF EQUAL ZEROS
                   MOVE WRK-DATA-EXEC TO WRK-PARM-DATA-REF
               END-IF.

               OPEN I-O FATURA.
               IF FS-FATURA NOT EQUAL "00"
                   DISPLAY "FATURA.TXT VAZIO OU AUSENTE"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN EXTEND PERDAS.
               IF FS-PERDAS EQUAL "35"
                   OPEN OUTPUT PERDAS
                   CLOSE PERDAS
                   OPEN EXTEND PERDAS
               END-IF.
               IF FS-PERDAS NOT EQUAL "00"
                   DISPLAY "ERRO NA ABERTURA DO PERDAS.TXT -- FS "
                       FS-PERDAS
                   CLOSE FATURA
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               READ FATURA
                   AT END
                       MOVE "10" TO FS-FATURA
                   NOT AT END
                       ADD 1 TO ACU-FATURAS-LIDAS
                       PERFORM 0210-AVALIA-FATURA
               END-READ.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SO FATURA ABERTA E JA VENCIDA NA DATA DE REFERENCIA; NO
      *    MODO "I" O ATRASO TEM DE PASSAR DO LIMITE, NO MODO "A"
      *    BASTA SER A FATURA INFORMADA PELO SUPERVISOR
      *-----------------------------------------------------------------
       0210-AVALIA-FATURA                      SECTION.

               MOVE "N" TO WRK-BAIXAR.
               IF NOT REG-FAT-ABERTA
                   GO TO 0210-AVALIA-FATURA-FIM
               END-IF.
               IF REG-DATA-VENCTO-FAT IS NOT NUMERIC OR
                  REG-DATA-VENCTO-FAT NOT LESS WRK-PARM-DATA-REF
                   GO TO 0210-AVALIA-FATURA-FIM
               END-IF.
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-PARM-DATA-REF) -
                   FUNCTION INTEGER-OF-DATE(REG-DATA-VENCTO-FAT).

               IF WRK-MODO-IDADE
                   IF WRK-DIAS-ATRASO GREATER WRK-PARM-DIAS
                       MOVE "S" TO WRK-BAIXAR
                   END-IF
               ELSE
                   IF REG-ID-FAT EQUAL WRK-PARM-ID AND
                      REG-MES-REF-FAT EQUAL WRK-PARM-MES-REF
                       MOVE "S" TO WRK-BAIXAR
                       MOVE "S" TO WRK-ACHOU-FATURA
                   END-IF
               END-IF.

               IF WRK-BAIXAR EQUAL "S"
                   PERFORM 0220-BAIXA-FATURA
               END-IF.

       0210-AVALIA-FATURA-FIM.EXIT.

       0220-BAIXA-FATURA                       SECTION.

               SET REG-FAT-BAIXADA-PERDA TO TRUE.
               REWRITE REG-FATURA.
               IF FS-FATURA NOT EQUAL "00"
                   DISPLAY "ERRO NA REGRAVACAO DA FATURA " REG-ID-FAT
                       "/" REG-MES-REF-FAT " -- FS " FS-FATURA
                   MOVE 12 TO RETURN-CODE
                   CLOSE FATURA PERDAS
                   GOBACK
               END-IF.

               SET REG-PRD-BAIXA          TO TRUE.
               MOVE REG-ID-FAT            TO REG-ID-PRD.
               MOVE REG-STREAM-FAT        TO REG-STREAM-PRD.
               MOVE REG-MES-REF-FAT       TO REG-MES-REF-PRD.
               MOVE REG-DATA-VENCTO-FAT   TO REG-VENCTO-PRD.
               MOVE REG-VALOR-FAT         TO REG-VALOR-PRD.
               MOVE REG-MOEDA-FAT         TO REG-MOEDA-PRD.
               MOVE WRK-DATA-EXEC         TO REG-DATA-PRD.
               MOVE WRK-SIGNON-ID         TO REG-OPERADOR-PRD.
               IF WRK-MODO-IDADE
                   SET REG-PRD-POR-IDADE  TO TRUE
               ELSE
                   SET REG-PRD-APROVADA   TO TRUE
               END-IF.
               MOVE WRK-DIAS-ATRASO       TO REG-DIAS-ATRASO-PRD.
               MOVE SPACES TO REG-PERDA(62:10).
               WRITE REG-PERDA.

               ADD 1 TO ACU-BAIXADAS.
               ADD REG-VALOR-FAT TO ACU-VALOR-BAIXADO.
               MOVE REG-VALOR-FAT TO WRK-VALOR-ED.
               DISPLAY "BAIXADA: CLIENTE " REG-ID-FAT " MES "
                   REG-MES-REF-FAT " VENCTO " REG-DATA-VENCTO-FAT
                   " ATRASO " REG-DIAS-ATRASO-PRD " DIAS R$"
                   WRK-VALOR-ED.

       0220-BAIXA-FATURA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE FATURA
                     PERDAS.

               IF WRK-MODO-APROVADA AND WRK-ACHOU-FATURA NOT EQUAL "S"
                   DISPLAY "FATURA ABERTA E VENCIDA DO CLIENTE "
                       WRK-PARM-ID " NO MES " WRK-PARM-MES-REF
                       " NAO ENCONTRADA -- NADA BAIXADO"
                   MOVE 8 TO RETURN-CODE
               END-IF.

               PERFORM 0320-GRAVA-AUDITORIA.
               MOVE ACU-VALOR-BAIXADO TO WRK-TOTAL-ED.
               DISPLAY "===== BAIXA DE FATURAS COMO PERDA =====".
               DISPLAY "DATA DE REFERENCIA...........:"
                   WRK-PARM-DATA-REF.
               IF WRK-MODO-IDADE
                   DISPLAY "ATRASO MINIMO (DIAS).........:"
                       WRK-PARM-DIAS
               END-IF.
               DISPLAY "FATURAS LIDAS................:"
                   ACU-FATURAS-LIDAS.
               DISPLAY "FATURAS BAIXADAS.............:" ACU-BAIXADAS.
               DISPLAY "VALOR BAIXADO................:R$" WRK-TOTAL-ED.

       0300-FINALIZAR-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL "35"
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL "00"
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE "PROGPERD"        TO REG-PROGRAMA-AUD
                   MOVE WRK-SIGNON-ID     TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC     TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC     TO REG-HORA-AUD
                   MOVE ACU-BAIXADAS      TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

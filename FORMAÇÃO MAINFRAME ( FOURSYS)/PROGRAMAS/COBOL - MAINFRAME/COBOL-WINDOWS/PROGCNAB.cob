      *  TRANSMIT               O
      *  CTRLTRAN               O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  PAGREP                 I-O                  #BOOKPAGREP
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      * OBJETIVO...: 9999-TRATA-ERRO PASSA A SAIR COM CONDITION CODE
      *              12 -- O ERRO DE FILE STATUS TERMINAVA COM RC 0 E
      *              O COND=(4,LT) DO PGNOITE DEIXAVA A CADEIA SEGUIR
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 13 / 10 / 2026
      * OBJETIVO...: TRANSMITIR TAMBEM OS PAGAMENTOS DE REPASSE AOS
      *              PARCEIROS DE STREAMING (FILA PAGREP.TXT DO
      *              PROGREPASSE): CADA PENDENTE VIRA UM DETALHE TIPO
      *              "X" / SINAL "D" NA AGENCIA E CONTA DO PARCEIRO E
      *              E MARCADO TRANSMITIDO COM A DATA DE MOVIMENTO --
      *              O REPROCESSAMENTO DA MESMA DATA TRANSMITE DE NOVO
      *              OS MESMOS PAGAMENTOS
      *=================================================================


           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT PAGREP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PAGREP.TXT"
               FILE STATUS IS FS-PAGREP.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *  INPUT/OUTPUT-  FILA DE PAGAMENTOS DE REPASSE (PROGREPASSE)
      *                               LRECL = 056
      *-----------------------------------------------------------------
       FD  PAGREP.
       COPY "#BOOKPAGREP".
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       01  FS-TRANSMIT                 PIC X(002)          VALUE SPACES.
       01  FS-CTRLTRAN                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-PAGREP                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-COD-EMPRESA        PIC X(010)          VALUE SPACES.
       01  ACU-LIDOS-RELSAIDA          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-DETALHES                PIC 9(006)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-REMESSA           PIC 9(013)V99 COMP-3 VALUE ZEROS.
       01  ACU-REPASSES                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-REPASSES          PIC 9(013)V99 COMP-3 VALUE ZEROS.
       01  WRK-SEQUENCIA               PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-RELSAIDA NOT EQUAL '00'.
               PERFORM 0220-TRANSMITE-REPASSES.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

               END-IF.

       0210-GRAVA-DETALHE-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    PAGAMENTOS DE REPASSE AOS PARCEIROS (PROGREPASSE): PENDENTE
      *    OU JA TRANSMITIDO NESTA MESMA DATA DE MOVIMENTO (REPROCESSO)
      *-----------------------------------------------------------------
       0220-TRANSMITE-REPASSES                 SECTION.
      *-----------------------------------------------------------------

               OPEN I-O PAGREP.
               IF FS-PAGREP                  EQUAL '00'
                   PERFORM 0221-LE-PAGREP
                           UNTIL FS-PAGREP NOT EQUAL '00'
                   CLOSE PAGREP
               END-IF.

       0220-TRANSMITE-REPASSES-FIM.            EXIT.
      *-----------------------------------------------------------------
       0221-LE-PAGREP                          SECTION.
      *-----------------------------------------------------------------

               READ PAGREP
               IF FS-PAGREP                  EQUAL '00'
                   IF REG-PGR-PENDENTE OR
                      (REG-PGR-TRANSMITIDO AND
                       REG-DATA-TRANS-PGR EQUAL WRK-DATA-MOVTO)
                       PERFORM 0222-GRAVA-REPASSE
                   END-IF
               END-IF.

       0221-LE-PAGREP-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0222-GRAVA-REPASSE                      SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO WRK-SEQUENCIA.
               MOVE WRK-SEQUENCIA           TO WRK-DET-SEQ.
               MOVE REG-AGENCIA-PGR         TO WRK-DET-AGENCIA.
               MOVE REG-CONTA-PGR           TO WRK-DET-CONTA.
               MOVE REG-VALOR-PGR           TO WRK-DET-VALOR.
               MOVE "D"                     TO WRK-DET-SINAL.
               MOVE "X"                     TO WRK-DET-TIPO.
               MOVE WRK-DATA-MOVTO          TO WRK-DET-DATA.
               MOVE WRK-LIN-DETALHE         TO REG-TRANSMIT.
               WRITE REG-TRANSMIT.
               IF FS-TRANSMIT               EQUAL '00'
                   ADD 1 TO ACU-DETALHES
                   ADD 1 TO ACU-REPASSES
                   ADD REG-VALOR-PGR TO ACU-TOTAL-REMESSA
                   ADD REG-VALOR-PGR TO ACU-TOTAL-REPASSES
                   MOVE "T"             TO REG-SITUACAO-PGR
                   MOVE WRK-DATA-MOVTO  TO REG-DATA-TRANS-PGR
                   REWRITE REG-PAGREP
               END-IF.

       0222-GRAVA-REPASSE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------
               DISPLAY "REGISTROS LIDOS DO RELSAIDA..:"
                   ACU-LIDOS-RELSAIDA.
               DISPLAY "DETALHES NA REMESSA..........:" ACU-DETALHES.
               DISPLAY "  DOS QUAIS REPASSES.........:" ACU-REPASSES.
               DISPLAY "  TOTAL DOS REPASSES.........:"
                   ACU-TOTAL-REPASSES.
               DISPLAY "LINHAS GRAVADAS (COM H/T)....:" WRK-SEQUENCIA.

       0320-GRAVA-AUDITORIA.

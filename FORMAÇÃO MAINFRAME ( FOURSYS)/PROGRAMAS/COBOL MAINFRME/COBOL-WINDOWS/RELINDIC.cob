       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.RELINDIC.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : RELINDIC                                      *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 15 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  RELATORIO MENSAL DA CAMPANHA "INDIQUE UM     *
      *                    AMIGO" (INDICACAO.DAT): NO MES DE REFERENCIA *
      *                    APURA, POR STREAMING DO INDICADO:            *
      *                    - INDICACOES : REGISTRADAS NO MES (DATA DA   *
      *                      INDICACAO, PROGARQ05 / CCL2)               *
      *                    - QUALIFICADAS: PRIMEIRA FATURA DO INDICADO  *
      *                      PAGA NO MES (PROGBAIXA)                    *
      *                    - CREDITADAS : CREDITO LANCADO NO            *
      *                      FATURAMENTO DO MES (PROGFATURA)            *
      *                    - CUSTO      : CREDITOS CONCEDIDOS (INDICADO *
      *                      MAIS INDICADOR = DUAS VEZES O VALOR DO     *
      *                      CREDITO DE CADA INDICACAO CREDITADA)       *
      *                    COM LISTA DE DETALHE                         *
      *                                                                 *
      *    OBSERVACOES. :  O RESULTADO CONSOLIDADO E GRAVADO EM         *
      *                    INDICRES.TXT (UM REGISTRO POR STREAMING),    *
      *                    NO MESMO MOLDE DO RETENRES DO RELRETEN       *
      *=================================================================
      *    ARQUIVOS.... : INDICACAO.DAT    (I)          #BOOKINDIC      *
      *                   INDICRES.TXT     (O)                          *
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
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT INDICACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\INDICACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID-INDICADO-IND
               FILE STATUS IS FS-INDICACAO.
           SELECT INDICRES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\INDICRES.TXT"
               FILE STATUS IS FS-INDICRES.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  INDICACAO.
       COPY "#BOOKINDIC".
       FD  INDICRES.
       01  REG-INDICRES.
           05 REG-MES-IRS              PIC 9(06).
           05 REG-STREAM-IRS           PIC X(10).
           05 REG-QT-INDICACOES-IRS    PIC 9(05).
           05 REG-QT-QUALIF-IRS        PIC 9(05).
           05 REG-QT-CREDITADAS-IRS    PIC 9(05).
           05 REG-CUSTO-IRS            PIC 9(07)V99.

       WORKING-STORAGE                         SECTION.
       77  FS-INDICACAO                PIC 9(02)           VALUE ZEROS.
       77  FS-INDICRES                 PIC 9(02)           VALUE ZEROS.
       77  WRK-PARM-MES                PIC 9(06)           VALUE ZEROS.
       77  WRK-MES-DATA                PIC 9(06)           VALUE ZEROS.
       77  WRK-NO-MES                  PIC X(01)           VALUE "N".
       77  WRK-QT-STREAMS              PIC 9(02)           VALUE ZEROS.
       77  WRK-IDX-STR                 PIC 9(02)           VALUE ZEROS.
       77  WRK-STR-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-CUSTO                   PIC 9(07)V99        VALUE ZEROS.
       77  WRK-CUSTO-ED                PIC Z.ZZZ.ZZ9,99.
       77  ACU-LIDOS                   PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-INDICACOES              PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-QUALIFICADAS            PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-CREDITADAS              PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-NAO-QUALIFICADAS        PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-PENDENTES               PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-CUSTO                   PIC 9(07)V99 COMP-3 VALUE ZEROS.
       01  TAB-STREAMS.
           05 TAB-STR-ITEM             OCCURS 20 TIMES.
               10 TAB-STR-NOME             PIC X(10).
               10 TAB-STR-INDICACOES       PIC 9(05)    COMP-3.
               10 TAB-STR-QUALIF           PIC 9(05)    COMP-3.
               10 TAB-STR-CREDITADAS       PIC 9(05)    COMP-3.
               10 TAB-STR-CUSTO            PIC 9(07)V99 COMP-3.

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR
                   UNTIL FS-INDICACAO NOT EQUAL 0.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               DISPLAY "MES DE REFERENCIA (AAAAMM): ".
               ACCEPT WRK-PARM-MES.

               OPEN INPUT INDICACAO.
               IF FS-INDICACAO NOT EQUAL 0
                   DISPLAY "CADASTRO DE INDICACOES AUSENTE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "===== INDICACOES " WRK-PARM-MES
                   " -- DETALHE =====".

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               READ INDICACAO NEXT RECORD
                   AT END
                       MOVE 10 TO FS-INDICACAO
                   NOT AT END
                       ADD 1 TO ACU-LIDOS
                       PERFORM 0210-CLASSIFICA-INDICACAO
               END-READ.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    A MESMA INDICACAO PODE ENTRAR NO MES POR MAIS DE UM EVENTO
      *    (REGISTRADA, QUALIFICADA E CREDITADA NO MESMO MES)
      *-----------------------------------------------------------------
       0210-CLASSIFICA-INDICACAO               SECTION.

               IF REG-IND-PENDENTE
                   ADD 1 TO ACU-PENDENTES
               END-IF.
               MOVE "N" TO WRK-NO-MES.

               DIVIDE REG-DATA-IND BY 100 GIVING WRK-MES-DATA.
               IF WRK-MES-DATA EQUAL WRK-PARM-MES
                   PERFORM 0215-LOCALIZA-STREAM
                   MOVE "S" TO WRK-NO-MES
                   ADD 1 TO TAB-STR-INDICACOES(WRK-IDX-STR)
                   ADD 1 TO ACU-INDICACOES
                   IF REG-IND-NAO-QUALIFICADA
                       ADD 1 TO ACU-NAO-QUALIFICADAS
                   END-IF
               END-IF.

               DIVIDE REG-DATA-QUALIF-IND BY 100 GIVING WRK-MES-DATA.
               IF WRK-MES-DATA EQUAL WRK-PARM-MES
                   IF WRK-NO-MES EQUAL "N"
                       PERFORM 0215-LOCALIZA-STREAM
                       MOVE "S" TO WRK-NO-MES
                   END-IF
                   ADD 1 TO TAB-STR-QUALIF(WRK-IDX-STR)
                   ADD 1 TO ACU-QUALIFICADAS
               END-IF.

               IF REG-IND-CREDITADA AND
                  REG-MES-CREDITO-IND EQUAL WRK-PARM-MES
                   IF WRK-NO-MES EQUAL "N"
                       PERFORM 0215-LOCALIZA-STREAM
                       MOVE "S" TO WRK-NO-MES
                   END-IF
                   COMPUTE WRK-CUSTO = REG-VALOR-CREDITO-IND * 2
                   ADD 1 TO TAB-STR-CREDITADAS(WRK-IDX-STR)
                   ADD WRK-CUSTO TO TAB-STR-CUSTO(WRK-IDX-STR)
                   ADD 1 TO ACU-CREDITADAS
                   ADD WRK-CUSTO TO ACU-CUSTO
               END-IF.

               IF WRK-NO-MES EQUAL "S"
                   DISPLAY "INDICADO " REG-ID-INDICADO-IND
                       " POR " REG-ID-INDICADOR-IND " "
                       REG-STREAM-IND " EM " REG-DATA-IND
                       " ORIGEM " REG-ORIGEM-IND
                       " SIT " REG-SITUACAO-IND
                       " QUALIF " REG-DATA-QUALIF-IND
                       " CREDITO " REG-MES-CREDITO-IND
               END-IF.

       0210-CLASSIFICA-INDICACAO-FIM.EXIT.

       0215-LOCALIZA-STREAM                    SECTION.

               MOVE "N" TO WRK-STR-ACHOU.
               PERFORM 0216-COMPARA-STREAM
                   VARYING WRK-IDX-STR FROM 1 BY 1
                   UNTIL WRK-IDX-STR GREATER WRK-QT-STREAMS
                      OR WRK-STR-ACHOU EQUAL "S".
               IF WRK-STR-ACHOU EQUAL "N"
                   IF WRK-QT-STREAMS LESS THAN 20
                       ADD 1 TO WRK-QT-STREAMS
                       MOVE WRK-QT-STREAMS TO WRK-IDX-STR
                       MOVE REG-STREAM-IND TO
                           TAB-STR-NOME(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-INDICACOES(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-QUALIF(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-CREDITADAS(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-CUSTO(WRK-IDX-STR)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 20 STREAMINGS NO "
                           "CADASTRO DE INDICACOES -- EXECUCAO "
                           "ABORTADA PARA NAO SOMAR NO PRIMEIRO "
                           "STREAMING (AUMENTAR A TABELA)"
                       CLOSE INDICACAO
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0215-LOCALIZA-STREAM-FIM.EXIT.

       0216-COMPARA-STREAM                     SECTION.

               IF TAB-STR-NOME(WRK-IDX-STR) EQUAL REG-STREAM-IND
                   MOVE "S" TO WRK-STR-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-STR
               END-IF.

       0216-COMPARA-STREAM-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE INDICACAO.
               OPEN OUTPUT INDICRES.
               DISPLAY "===== INDICACOES " WRK-PARM-MES
                   " POR STREAMING =====".
               PERFORM 0310-IMP-STREAM
                   VARYING WRK-IDX-STR FROM 1 BY 1
                   UNTIL WRK-IDX-STR GREATER WRK-QT-STREAMS.
               CLOSE INDICRES.
               DISPLAY "INDICACOES LIDAS..........:" ACU-LIDOS.
               DISPLAY "AINDA PENDENTES...........:" ACU-PENDENTES.
               DISPLAY "INDICACOES NO MES.........:" ACU-INDICACOES.
               DISPLAY "  DAS QUAIS NAO QUALIFIC..:"
                   ACU-NAO-QUALIFICADAS.
               DISPLAY "QUALIFICADAS NO MES.......:" ACU-QUALIFICADAS.
               DISPLAY "CREDITADAS NO MES.........:" ACU-CREDITADAS.
               MOVE ACU-CUSTO TO WRK-CUSTO-ED.
               DISPLAY "CREDITOS CONCEDIDOS.......:R$" WRK-CUSTO-ED.

       0300-FINALIZAR-FIM.EXIT.

       0310-IMP-STREAM                         SECTION.

               MOVE TAB-STR-CUSTO(WRK-IDX-STR) TO WRK-CUSTO-ED.
               DISPLAY TAB-STR-NOME(WRK-IDX-STR)
                   " INDICACOES:"   TAB-STR-INDICACOES(WRK-IDX-STR)
                   " QUALIFICADAS:" TAB-STR-QUALIF(WRK-IDX-STR)
                   " CREDITADAS:"   TAB-STR-CREDITADAS(WRK-IDX-STR)
                   " CUSTO:R$"      WRK-CUSTO-ED.
               MOVE WRK-PARM-MES TO REG-MES-IRS.
               MOVE TAB-STR-NOME(WRK-IDX-STR) TO REG-STREAM-IRS.
               MOVE TAB-STR-INDICACOES(WRK-IDX-STR) TO
                   REG-QT-INDICACOES-IRS.
               MOVE TAB-STR-QUALIF(WRK-IDX-STR) TO REG-QT-QUALIF-IRS.
               MOVE TAB-STR-CREDITADAS(WRK-IDX-STR) TO
                   REG-QT-CREDITADAS-IRS.
               MOVE TAB-STR-CUSTO(WRK-IDX-STR) TO REG-CUSTO-IRS.
               WRITE REG-INDICRES.

       0310-IMP-STREAM-FIM.EXIT.

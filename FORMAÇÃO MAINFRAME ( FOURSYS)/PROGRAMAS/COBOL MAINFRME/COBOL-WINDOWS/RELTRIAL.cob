       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.RELTRIAL.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : RELTRIAL                                      *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 20 / 09 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  RELATORIO MENSAL DOS PERIODOS DE TRIAL       *
      *                    GRATIS ("30 DIAS GRATIS" DO MARKETING): LE   *
      *                    O ARQUIVO DE ASSINATURAS (ASSINAT.DAT) E     *
      *                    APURA, POR STREAMING E NO TOTAL, NO MES DE   *
      *                    REFERENCIA:                                  *
      *                    - INICIADOS : TRIAL COM INICIO NO MES        *
      *                    - CONVERTIDOS: TRIAL TERMINADO NO MES COM A  *
      *                      ASSINATURA AINDA ATIVA (OU CANCELADA SO    *
      *                      DEPOIS DO FIM DO TRIAL) -- PASSA A PAGAR   *
      *                    - CANCELADOS: ASSINATURA CANCELADA NO MES    *
      *                      ATE O ULTIMO DIA DO TRIAL, SEM CONVERTER   *
      *                    COM LISTA DE DETALHE POR CATEGORIA           *
      *                                                                 *
      *    OBSERVACOES. :  O RESULTADO CONSOLIDADO E GRAVADO EM         *
      *                    TRIALRES.TXT (UM REGISTRO POR STREAMING),    *
      *                    NO MESMO MOLDE DO CHURNRES DO PROGCHURN      *
      *=================================================================
      *    ARQUIVOS.... : ASSINAT.DAT      (I)                          *
      *                   TRIALRES.TXT     (O)                          *
      *=================================================================
      *    MODULOS..... :                                               *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *    PROGRAMADOR.:
      *    DATA........:
      *    OBJETIVO....:
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 21/09/2026
      *    OBJETIVO....: CICLO DE COBRANCA DA ASSINATURA (M MENSAL, T
      *                  TRIMESTRAL, A ANUAL COBRADO ANTECIPADO) E MES
      *                  ATE O QUAL A ASSINATURA JA ESTA COBERTA NO
      *                  ASSINAT.TXT -- SO LAYOUT
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ASSINAT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\ASSINAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-ASS
               FILE STATUS IS FS-ASSINAT.
           SELECT TRIALRES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\TRIALRES.TXT"
               FILE STATUS IS FS-TRIALRES.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  ASSINAT.
       01  REG-ASSINAT.
           05 REG-CHAVE-ASS.
               10 REG-ID-ASS           PIC 9(04).
               10 REG-STREAM-ASS       PIC X(10).
           05 REG-VALOR-ASS            PIC 9(03)V99.
           05 REG-DATA-INICIO-ASS      PIC 9(08).
           05 REG-STATUS-ASS           PIC X(01).
               88 REG-ASS-ATIVA             VALUE "A".
               88 REG-ASS-CANCELADA         VALUE "C".
           05 REG-DATA-INI-TRIAL-ASS   PIC 9(08).
           05 FILLER REDEFINES REG-DATA-INI-TRIAL-ASS.
               10 REG-MES-INI-TRIAL-ASS    PIC 9(06).
               10 FILLER                   PIC 9(02).
           05 REG-DATA-FIM-TRIAL-ASS   PIC 9(08).
           05 FILLER REDEFINES REG-DATA-FIM-TRIAL-ASS.
               10 REG-MES-FIM-TRIAL-ASS    PIC 9(06).
               10 FILLER                   PIC 9(02).
           05 REG-DATA-CANC-ASS        PIC 9(08).
           05 FILLER REDEFINES REG-DATA-CANC-ASS.
               10 REG-MES-CANC-ASS         PIC 9(06).
               10 FILLER                   PIC 9(02).
           05 REG-CICLO-ASS            PIC X(01).
               88 REG-CICLO-MENSAL          VALUE "M" " ".
               88 REG-CICLO-TRIMESTRAL      VALUE "T".
               88 REG-CICLO-ANUAL           VALUE "A".
           05 REG-MES-COBERTO-ASS      PIC 9(06).
       FD  TRIALRES.
       01  REG-TRIALRES.
           05 REG-MES-TRL              PIC 9(06).
           05 REG-STREAM-TRL           PIC X(10).
           05 REG-QT-INICIADOS-TRL     PIC 9(05).
           05 REG-QT-CONVERTIDOS-TRL   PIC 9(05).
           05 REG-QT-CANCELADOS-TRL    PIC 9(05).

       WORKING-STORAGE                         SECTION.
       77  FS-ASSINAT                  PIC 9(02)           VALUE ZEROS.
       77  FS-TRIALRES                 PIC 9(02)           VALUE ZEROS.
       77  WRK-PARM-MES                PIC 9(06)           VALUE ZEROS.
       77  WRK-QT-STREAMS              PIC 9(02)           VALUE ZEROS.
       77  WRK-IDX-STR                 PIC 9(02)           VALUE ZEROS.
       77  WRK-STR-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-TAXA-CONVERSAO          PIC 9(03)V9         VALUE ZEROS.
       77  WRK-TAXA-ED                 PIC ZZ9,9.
       77  ACU-LIDOS                   PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-INICIADOS               PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-CONVERTIDOS             PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-CANCELADOS              PIC 9(05)    COMP-3 VALUE ZEROS.
       01  TAB-STREAMS.
           05 TAB-STR-ITEM             OCCURS 20 TIMES.
               10 TAB-STR-NOME             PIC X(10).
               10 TAB-STR-INICIADOS        PIC 9(05)    COMP-3.
               10 TAB-STR-CONVERTIDOS      PIC 9(05)    COMP-3.
               10 TAB-STR-CANCELADOS       PIC 9(05)    COMP-3.

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR
                   UNTIL FS-ASSINAT NOT EQUAL 0.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               DISPLAY "MES DE REFERENCIA (AAAAMM): ".
               ACCEPT WRK-PARM-MES.

               OPEN INPUT ASSINAT.
               IF FS-ASSINAT NOT EQUAL 0
                   DISPLAY "ARQUIVO DE ASSINATURAS AUSENTE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "===== TRIAL GRATIS " WRK-PARM-MES
                   " -- DETALHE =====".

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               READ ASSINAT NEXT RECORD
                   AT END
                       MOVE 10 TO FS-ASSINAT
                   NOT AT END
                       ADD 1 TO ACU-LIDOS
                       IF REG-DATA-FIM-TRIAL-ASS GREATER ZEROS
                           PERFORM 0210-CLASSIFICA-TRIAL
                       END-IF
               END-READ.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    UMA MESMA ASSINATURA PODE CAIR EM MAIS DE UMA CATEGORIA NO
      *    MES (TRIAL CURTO INICIADO E CONVERTIDO NO PROPRIO MES)
      *-----------------------------------------------------------------
       0210-CLASSIFICA-TRIAL                   SECTION.

               PERFORM 0215-LOCALIZA-STREAM.

               IF REG-MES-INI-TRIAL-ASS EQUAL WRK-PARM-MES
                   ADD 1 TO TAB-STR-INICIADOS(WRK-IDX-STR)
                   ADD 1 TO ACU-INICIADOS
                   DISPLAY "INICIADO..: ID " REG-ID-ASS " "
                       REG-STREAM-ASS " TRIAL " REG-DATA-INI-TRIAL-ASS
                       " A " REG-DATA-FIM-TRIAL-ASS
               END-IF.

               EVALUATE TRUE
                   WHEN REG-ASS-CANCELADA AND
                        REG-DATA-CANC-ASS NOT GREATER
                        REG-DATA-FIM-TRIAL-ASS
                       IF REG-MES-CANC-ASS EQUAL WRK-PARM-MES
                           ADD 1 TO TAB-STR-CANCELADOS(WRK-IDX-STR)
                           ADD 1 TO ACU-CANCELADOS
                           DISPLAY "CANCELADO.: ID " REG-ID-ASS " "
                               REG-STREAM-ASS " EM "
                               REG-DATA-CANC-ASS " (TRIAL ATE "
                               REG-DATA-FIM-TRIAL-ASS ")"
                       END-IF
                   WHEN REG-MES-FIM-TRIAL-ASS EQUAL WRK-PARM-MES
                       ADD 1 TO TAB-STR-CONVERTIDOS(WRK-IDX-STR)
                       ADD 1 TO ACU-CONVERTIDOS
                       DISPLAY "CONVERTIDO: ID " REG-ID-ASS " "
                           REG-STREAM-ASS " FIM DO TRIAL "
                           REG-DATA-FIM-TRIAL-ASS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

       0210-CLASSIFICA-TRIAL-FIM.EXIT.

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
                       MOVE REG-STREAM-ASS TO
                           TAB-STR-NOME(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-INICIADOS(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-CONVERTIDOS(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-CANCELADOS(WRK-IDX-STR)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 20 STREAMINGS NO "
                           "ARQUIVO DE ASSINATURAS -- EXECUCAO "
                           "ABORTADA PARA NAO SOMAR NO PRIMEIRO "
                           "STREAMING (AUMENTAR A TABELA)"
                       CLOSE ASSINAT
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0215-LOCALIZA-STREAM-FIM.EXIT.

       0216-COMPARA-STREAM                     SECTION.

               IF TAB-STR-NOME(WRK-IDX-STR) EQUAL REG-STREAM-ASS
                   MOVE "S" TO WRK-STR-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-STR
               END-IF.

       0216-COMPARA-STREAM-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE ASSINAT.
               OPEN OUTPUT TRIALRES.
               DISPLAY "===== TRIAL GRATIS " WRK-PARM-MES
                   " POR STREAMING =====".
               PERFORM 0310-IMP-STREAM
                   VARYING WRK-IDX-STR FROM 1 BY 1
                   UNTIL WRK-IDX-STR GREATER WRK-QT-STREAMS.
               CLOSE TRIALRES.
               DISPLAY "ASSINATURAS LIDAS.........:" ACU-LIDOS.
               DISPLAY "TRIALS INICIADOS NO MES...:" ACU-INICIADOS.
               DISPLAY "CONVERTIDOS EM PAGANTES...:" ACU-CONVERTIDOS.
               DISPLAY "CANCELADOS ANTES DE PAGAR.:" ACU-CANCELADOS.
               IF ACU-CONVERTIDOS + ACU-CANCELADOS GREATER ZEROS
                   COMPUTE WRK-TAXA-CONVERSAO ROUNDED =
                       ACU-CONVERTIDOS * 100 /
                       (ACU-CONVERTIDOS + ACU-CANCELADOS)
                   MOVE WRK-TAXA-CONVERSAO TO WRK-TAXA-ED
                   DISPLAY "TAXA DE CONVERSAO.........:" WRK-TAXA-ED
                       "%"
               END-IF.

       0300-FINALIZAR-FIM.EXIT.

       0310-IMP-STREAM                         SECTION.

               DISPLAY TAB-STR-NOME(WRK-IDX-STR)
                   " INICIADOS:"   TAB-STR-INICIADOS(WRK-IDX-STR)
                   " CONVERTIDOS:" TAB-STR-CONVERTIDOS(WRK-IDX-STR)
                   " CANCELADOS:"  TAB-STR-CANCELADOS(WRK-IDX-STR).
               MOVE WRK-PARM-MES                TO REG-MES-TRL.
               MOVE TAB-STR-NOME(WRK-IDX-STR)   TO REG-STREAM-TRL.
               MOVE TAB-STR-INICIADOS(WRK-IDX-STR) TO
                   REG-QT-INICIADOS-TRL.
               MOVE TAB-STR-CONVERTIDOS(WRK-IDX-STR) TO
                   REG-QT-CONVERTIDOS-TRL.
               MOVE TAB-STR-CANCELADOS(WRK-IDX-STR) TO
                   REG-QT-CANCELADOS-TRL.
               WRITE REG-TRIALRES.

       0310-IMP-STREAM-FIM.EXIT.

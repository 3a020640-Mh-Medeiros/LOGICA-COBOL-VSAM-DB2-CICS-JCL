       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.RELCOHOR.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : RELCOHOR                                      *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 15 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  RELATORIO DE RETENCAO POR COORTE: AGRUPA AS  *
      *                    ASSINATURAS (ASSINAT.DAT) PELO MES DE INICIO *
      *                    (REG-DATA-INICIO-ASS) E STREAMING E APURA,   *
      *                    PARA CADA COORTE, O PERCENTUAL AINDA ATIVO   *
      *                    1, 3, 6 E 12 MESES DEPOIS DO INICIO E A      *
      *                    RECEITA MEDIA POR ASSINATURA DA COORTE NAS   *
      *                    FATURAS PAGAS (FATURA.TXT) -- O PROGCHURN SO *
      *                    COMPARA DUAS FOTOGRAFIAS E NAO DIZ SE QUEM   *
      *                    ENTROU EM JANEIRO FICA MAIS QUE QUEM ENTROU  *
      *                    EM MARCO                                     *
      *                                                                 *
      *    OBSERVACOES. :  A SITUACAO NO MES ALVO (INICIO + N MESES)    *
      *                    VEM DA FOTOGRAFIA DAQUELE MES                *
      *                    (SNAP<AAAAMM>.TXT DO PROGSNAP): ATIVA SE O   *
      *                    CLIENTE ESTA NA FOTO NO MESMO STREAMING COM  *
      *                    STATUS "A" -- ASSIM O CANCELADO E REATIVADO  *
      *                    DEPOIS NAO CONTA COMO RETIDO. MES SEM        *
      *                    FOTOGRAFIA USA O ASSINAT (ATIVA, OU          *
      *                    CANCELADA SO DEPOIS DO MES ALVO). MES ALVO   *
      *                    POSTERIOR AO MES DE REFERENCIA SAI "N/D".    *
      *                    AS CONSULTAS E AS FOTOS PASSAM POR UM SORT   *
      *                    INTERNO (CLIENTE + STREAMING + MES), SEM     *
      *                    CARREGAR AS FOTOGRAFIAS EM TABELA.           *
      *                    RECEITA = VALOR DE RECEITA DA FATURA PAGA    *
      *                    ATE O MES DE REFERENCIA (REGISTRO ANTIGO SEM *
      *                    ELE USA O VALOR DA FATURA), NA MOEDA DA      *
      *                    FATURA. O RESULTADO CONSOLIDADO VAI PARA O   *
      *                    COHORTRES.TXT (UM REGISTRO POR COORTE E      *
      *                    STREAMING), NO MESMO MOLDE DO CHURNRES       *
      *=================================================================
      *    ARQUIVOS.... : ASSINAT.DAT      (I)                          *
      *                   SNAP<AAAAMM>.TXT (I) X N                      *
      *                   FATURA.TXT       (I)       #BOOKFATURA        *
      *                   COHORTRES.TXT    (O)                          *
      *                   SORTWK01         (SORT)                       *
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
           SELECT ASSINAT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\ASSINAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ASS
               FILE STATUS IS FS-ASSINAT.
           SELECT SNAPSHOT ASSIGN TO DYNAMIC WRK-NOME-SNAP
               FILE STATUS IS FS-SNAPSHOT.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT COHORTRES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\COHORTRES.TXT"
               FILE STATUS IS FS-COHORTRES.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  ASSINAT.
       01  REG-ASSINAT.
           05 REG-CHAVE-ASS.
               10 REG-ID-ASS           PIC 9(04).
               10 REG-STREAM-ASS       PIC X(10).
           05 REG-VALOR-ASS            PIC 9(03)V99.
           05 REG-DATA-INICIO-ASS      PIC 9(08).
           05 FILLER REDEFINES REG-DATA-INICIO-ASS.
               10 REG-MES-INICIO-ASS       PIC 9(06).
               10 FILLER                   PIC 9(02).
           05 REG-STATUS-ASS           PIC X(01).
               88 REG-ASS-ATIVA             VALUE "A".
               88 REG-ASS-CANCELADA         VALUE "C".
           05 REG-DATA-INI-TRIAL-ASS   PIC 9(08).
           05 REG-DATA-FIM-TRIAL-ASS   PIC 9(08).
           05 REG-DATA-CANC-ASS        PIC 9(08).
           05 FILLER REDEFINES REG-DATA-CANC-ASS.
               10 REG-MES-CANC-ASS         PIC 9(06).
               10 FILLER                   PIC 9(02).
           05 REG-CICLO-ASS            PIC X(01).
           05 REG-MES-COBERTO-ASS      PIC 9(06).
       FD  SNAPSHOT.
       01  REG-SNAPSHOT.
           05 REG-ID-SNP               PIC 9(04).
           05 FILLER                   PIC X(31).
           05 REG-STREAM-SNP           PIC X(10).
           05 REG-STATUS-SNP           PIC X(01).
           05 FILLER                   PIC X(71).
           05 REG-ASSINATURA-SNP       PIC 9(03)V99.
           05 FILLER                   PIC X(10).
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  COHORTRES.
       01  REG-COHORTRES.
           05 REG-MES-REF-COH          PIC 9(06).
           05 REG-MES-INICIO-COH       PIC 9(06).
           05 REG-STREAM-COH           PIC X(10).
           05 REG-QT-BASE-COH          PIC 9(05).
           05 REG-PCT-COH              PIC 9(03)V9  OCCURS 4 TIMES.
           05 REG-RECEITA-MEDIA-COH    PIC 9(07)V99.
      *-----------------------------------------------------------------
      *        SORT WORK -  CONSULTAS E FOTOS POR CLIENTE + STREAMING
      *                     + MES ALVO ("1" FOTO ANTES DE "2" CONSULTA)
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-CHAVE-SRT.
               10 REG-ID-SRT               PIC 9(04).
               10 REG-STREAM-SRT           PIC X(10).
               10 REG-MES-SRT              PIC 9(06).
           05 REG-TIPO-SRT             PIC X(01).
           05 REG-STATUS-SRT           PIC X(01).
           05 REG-IDX-COH-SRT          PIC 9(04).
           05 REG-IDX-HOR-SRT          PIC 9(01).

       WORKING-STORAGE                         SECTION.
       77  FS-ASSINAT                  PIC 9(02)           VALUE ZEROS.
       77  FS-SNAPSHOT                 PIC 9(02)           VALUE ZEROS.
       77  FS-FATURA                   PIC 9(02)           VALUE ZEROS.
       77  FS-COHORTRES                PIC 9(02)           VALUE ZEROS.
       77  WRK-NOME-SNAP               PIC X(60)           VALUE SPACES.
       77  WRK-PARM-MES                PIC 9(06)           VALUE ZEROS.
       77  WRK-FIM-SORT                PIC X(01)           VALUE "N".
       77  WRK-ATIVA                   PIC X(01)           VALUE "N".
       77  WRK-IDX-HOR                 PIC 9(01)           VALUE ZEROS.
       77  WRK-IDX-PCT                 PIC 9(01)           VALUE ZEROS.
       77  WRK-PCT                     PIC 9(03)V9         VALUE ZEROS.
       77  WRK-PCT-ED                  PIC ZZ9,9.
       77  WRK-RECEITA-MEDIA           PIC 9(07)V99        VALUE ZEROS.
       77  WRK-VALOR-ED                PIC Z.ZZZ.ZZ9,99.
       77  WRK-VALOR-FATURA            PIC 9(05)V99        VALUE ZEROS.
       77  ACU-ASSINATURAS             PIC 9(07)    COMP-3 VALUE ZEROS.
       77  ACU-CONSULTAS               PIC 9(07)    COMP-3 VALUE ZEROS.
       77  ACU-FOTOS                   PIC 9(07)    COMP-3 VALUE ZEROS.
       77  ACU-ORDENADOS               PIC 9(07)    COMP-3 VALUE ZEROS.
       77  ACU-PELA-FOTO               PIC 9(07)    COMP-3 VALUE ZEROS.
       77  ACU-PELO-ASSINAT            PIC 9(07)    COMP-3 VALUE ZEROS.
       77  ACU-FATURAS-PAGAS           PIC 9(07)    COMP-3 VALUE ZEROS.
      *----------------- HORIZONTES DE RETENCAO, EM MESES
       01  WRK-HORIZONTES              PIC X(08)           VALUE
               "01030612".
       01  WRK-HORIZONTES-TAB REDEFINES WRK-HORIZONTES.
           05 WRK-HORIZONTE            PIC 9(02)  OCCURS 4 TIMES.
      *----------------- ARITMETICA DE MES (AAAAMM + N MESES)
       01  WRK-MES-BASE                PIC 9(06)           VALUE ZEROS.
       01  WRK-MES-BASE-R REDEFINES WRK-MES-BASE.
           05 WRK-ANO-BASE             PIC 9(04).
           05 WRK-MM-BASE              PIC 9(02).
       01  WRK-MES-ALVO                PIC 9(06)           VALUE ZEROS.
       01  WRK-MES-ALVO-R REDEFINES WRK-MES-ALVO.
           05 WRK-ANO-ALVO             PIC 9(04).
           05 WRK-MM-ALVO              PIC 9(02).
       77  WRK-QT-MESES                PIC 9(02)           VALUE ZEROS.
       77  WRK-TOTAL-MESES             PIC 9(06)           VALUE ZEROS.
      *----------------- MESES ALVO E EXISTENCIA DA FOTOGRAFIA
       77  WRK-QT-MESES-FOTO           PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-FOTO                PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-FOTO-ACHADO         PIC 9(03)           VALUE ZEROS.
       01  TAB-MESES-FOTO.
           05 TAB-FOTO-ITEM            OCCURS 120 TIMES.
               10 TAB-FOTO-MES             PIC 9(06).
               10 TAB-FOTO-EXISTE          PIC X(01).
      *----------------- ULTIMA FOTO DEVOLVIDA PELO SORT
       01  WRK-CHAVE-FOTO.
           05 WRK-ID-FOTO              PIC 9(04)           VALUE ZEROS.
           05 WRK-STREAM-FOTO          PIC X(10)           VALUE SPACES.
           05 WRK-MES-FOTO             PIC 9(06)           VALUE ZEROS.
       77  WRK-STATUS-FOTO             PIC X(01)           VALUE SPACES.
      *----------------- COORTES (MES DE INICIO + STREAMING)
       77  WRK-QT-COORTES              PIC 9(04)           VALUE ZEROS.
       77  WRK-IDX-COH                 PIC 9(04)           VALUE ZEROS.
       77  WRK-IDX-COH-ACHADO          PIC 9(04)           VALUE ZEROS.
       77  WRK-IDX-COH-PROX            PIC 9(04)           VALUE ZEROS.
       77  WRK-IDX-PASSADA             PIC 9(04)           VALUE ZEROS.
       01  TAB-COORTES.
           05 TAB-COH-ITEM             OCCURS 300 TIMES.
               10 TAB-COH-CHAVE.
                   15 TAB-COH-MES          PIC 9(06).
                   15 TAB-COH-STREAM       PIC X(10).
               10 TAB-COH-BASE             PIC 9(05)    COMP-3.
               10 TAB-COH-ELEGIVEIS        PIC 9(05)    COMP-3
                                           OCCURS 4 TIMES.
               10 TAB-COH-ATIVOS           PIC 9(05)    COMP-3
                                           OCCURS 4 TIMES.
               10 TAB-COH-RECEITA          PIC 9(09)V99 COMP-3.
       01  WRK-COH-TROCA.
           05 WRK-TRC-CHAVE.
               10 WRK-TRC-MES              PIC 9(06).
               10 WRK-TRC-STREAM           PIC X(10).
           05 WRK-TRC-BASE             PIC 9(05)    COMP-3.
           05 WRK-TRC-ELEGIVEIS        PIC 9(05)    COMP-3
                                       OCCURS 4 TIMES.
           05 WRK-TRC-ATIVOS           PIC 9(05)    COMP-3
                                       OCCURS 4 TIMES.
           05 WRK-TRC-RECEITA          PIC 9(09)V99 COMP-3.
      *----------------- LINHA DA COORTE NO RELATORIO
       01  WRK-LIN-COORTE.
           05 WRK-LIN-MES              PIC 9(06).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-STREAM           PIC X(10).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-BASE             PIC ZZ.ZZ9.
           05 WRK-LIN-PCT-ITEM         OCCURS 4 TIMES.
               10 FILLER                   PIC X(02).
               10 WRK-LIN-PCT              PIC X(06).
           05 FILLER                   PIC X(02)           VALUE SPACES.
           05 WRK-LIN-RECEITA          PIC Z.ZZZ.ZZ9,99.

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0150-APURA-RETENCAO.
               PERFORM 0250-APURA-RECEITA.
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

       0100-INICIAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AAAAMM (WRK-MES-BASE) + WRK-QT-MESES -> WRK-MES-ALVO
      *-----------------------------------------------------------------
       0110-SOMA-MESES                         SECTION.

               COMPUTE WRK-TOTAL-MESES = WRK-ANO-BASE * 12 +
                   WRK-MM-BASE - 1 + WRK-QT-MESES.
               DIVIDE WRK-TOTAL-MESES BY 12
                   GIVING WRK-ANO-ALVO REMAINDER WRK-MM-ALVO.
               ADD 1 TO WRK-MM-ALVO.

       0110-SOMA-MESES-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CONSULTAS (ASSINATURA X MES ALVO) E FOTOS DOS MESES ALVO
      *    ORDENADAS JUNTAS -- A FOTO DO CLIENTE NO MES CHEGA LOGO
      *    ANTES DA CONSULTA
      *-----------------------------------------------------------------
       0150-APURA-RETENCAO                     SECTION.

               SORT SORTWK01
                   ON ASCENDING KEY REG-ID-SRT
                                    REG-STREAM-SRT
                                    REG-MES-SRT
                                    REG-TIPO-SRT
                   INPUT PROCEDURE  0160-SELECIONA-CONSULTAS
                   OUTPUT PROCEDURE 0200-AVALIA-CONSULTAS.
               IF SORT-RETURN NOT EQUAL ZEROS
                   DISPLAY "ERRO NO SORT DAS COORTES (SORT-RETURN "
                       SORT-RETURN ")"
                   CLOSE ASSINAT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.

       0150-APURA-RETENCAO-FIM.EXIT.

       0160-SELECIONA-CONSULTAS                SECTION.

               PERFORM 0170-LE-ASSINATURA
                   UNTIL FS-ASSINAT NOT EQUAL 0.
               PERFORM 0180-LIBERA-FOTO
                   VARYING WRK-IDX-FOTO FROM 1 BY 1
                   UNTIL WRK-IDX-FOTO GREATER WRK-QT-MESES-FOTO.

       0160-SELECIONA-CONSULTAS-FIM.EXIT.

       0170-LE-ASSINATURA                      SECTION.

               READ ASSINAT NEXT RECORD
                   AT END
                       MOVE 10 TO FS-ASSINAT
                   NOT AT END
                       IF REG-DATA-INICIO-ASS GREATER ZEROS AND
                          REG-MES-INICIO-ASS NOT GREATER WRK-PARM-MES
                           ADD 1 TO ACU-ASSINATURAS
                           PERFORM 0171-LOCALIZA-COORTE
                           ADD 1 TO TAB-COH-BASE(WRK-IDX-COH-ACHADO)
                           PERFORM 0173-GERA-CONSULTA
                               VARYING WRK-IDX-HOR FROM 1 BY 1
                               UNTIL WRK-IDX-HOR GREATER 4
                       END-IF
               END-READ.

       0170-LE-ASSINATURA-FIM.EXIT.

       0171-LOCALIZA-COORTE                    SECTION.

               MOVE ZEROS TO WRK-IDX-COH-ACHADO.
               PERFORM 0172-COMPARA-COORTE
                   VARYING WRK-IDX-COH FROM 1 BY 1
                   UNTIL WRK-IDX-COH GREATER WRK-QT-COORTES
                      OR WRK-IDX-COH-ACHADO GREATER ZEROS.
               IF WRK-IDX-COH-ACHADO EQUAL ZEROS
                   IF WRK-QT-COORTES LESS THAN 300
                       ADD 1 TO WRK-QT-COORTES
                       MOVE WRK-QT-COORTES TO WRK-IDX-COH-ACHADO
                       INITIALIZE TAB-COH-ITEM(WRK-IDX-COH-ACHADO)
                       MOVE REG-MES-INICIO-ASS TO
                           TAB-COH-MES(WRK-IDX-COH-ACHADO)
                       MOVE REG-STREAM-ASS TO
                           TAB-COH-STREAM(WRK-IDX-COH-ACHADO)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 300 COORTES (MES X "
                           "STREAMING) -- EXECUCAO ABORTADA PARA NAO "
                           "SOMAR NA COORTE ERRADA (AUMENTAR A "
                           "TABELA)"
                       CLOSE ASSINAT
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0171-LOCALIZA-COORTE-FIM.EXIT.

       0172-COMPARA-COORTE                     SECTION.

               IF TAB-COH-MES(WRK-IDX-COH)    EQUAL REG-MES-INICIO-ASS
                  AND TAB-COH-STREAM(WRK-IDX-COH) EQUAL REG-STREAM-ASS
                   MOVE WRK-IDX-COH TO WRK-IDX-COH-ACHADO
               END-IF.

       0172-COMPARA-COORTE-FIM.EXIT.

      *-----------------------------------------------------------------
      *    UMA CONSULTA POR HORIZONTE JA VENCIDO, COM A RESPOSTA DO
      *    ASSINAT PARA O CASO DE O MES NAO TER FOTOGRAFIA
      *-----------------------------------------------------------------
       0173-GERA-CONSULTA                      SECTION.

               MOVE REG-MES-INICIO-ASS         TO WRK-MES-BASE.
               MOVE WRK-HORIZONTE(WRK-IDX-HOR) TO WRK-QT-MESES.
               PERFORM 0110-SOMA-MESES.
               IF WRK-MES-ALVO GREATER WRK-PARM-MES
                   GO TO 0173-GERA-CONSULTA-FIM
               END-IF.
               ADD 1 TO TAB-COH-ELEGIVEIS(WRK-IDX-COH-ACHADO,
                                          WRK-IDX-HOR).
               PERFORM 0174-REGISTRA-MES-FOTO.

               MOVE REG-ID-ASS         TO REG-ID-SRT.
               MOVE REG-STREAM-ASS     TO REG-STREAM-SRT.
               MOVE WRK-MES-ALVO       TO REG-MES-SRT.
               MOVE "2"                TO REG-TIPO-SRT.
               MOVE "N"                TO REG-STATUS-SRT.
               IF REG-ASS-ATIVA OR
                  (REG-ASS-CANCELADA AND
                   REG-MES-CANC-ASS GREATER WRK-MES-ALVO)
                   MOVE "S"            TO REG-STATUS-SRT
               END-IF.
               MOVE WRK-IDX-COH-ACHADO TO REG-IDX-COH-SRT.
               MOVE WRK-IDX-HOR        TO REG-IDX-HOR-SRT.
               RELEASE REG-SORTWK01.
               ADD 1 TO ACU-CONSULTAS.

       0173-GERA-CONSULTA-FIM.EXIT.

       0174-REGISTRA-MES-FOTO                  SECTION.

               MOVE ZEROS TO WRK-IDX-FOTO-ACHADO.
               PERFORM 0175-COMPARA-MES-FOTO
                   VARYING WRK-IDX-FOTO FROM 1 BY 1
                   UNTIL WRK-IDX-FOTO GREATER WRK-QT-MESES-FOTO
                      OR WRK-IDX-FOTO-ACHADO GREATER ZEROS.
               IF WRK-IDX-FOTO-ACHADO EQUAL ZEROS
                   IF WRK-QT-MESES-FOTO LESS THAN 120
                       ADD 1 TO WRK-QT-MESES-FOTO
                       MOVE WRK-MES-ALVO TO
                           TAB-FOTO-MES(WRK-QT-MESES-FOTO)
                       MOVE "N" TO TAB-FOTO-EXISTE(WRK-QT-MESES-FOTO)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 120 MESES ALVO DE "
                           "FOTOGRAFIA -- EXECUCAO ABORTADA "
                           "(AUMENTAR A TABELA)"
                       CLOSE ASSINAT
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0174-REGISTRA-MES-FOTO-FIM.EXIT.

       0175-COMPARA-MES-FOTO                   SECTION.

               IF TAB-FOTO-MES(WRK-IDX-FOTO) EQUAL WRK-MES-ALVO
                   MOVE WRK-IDX-FOTO TO WRK-IDX-FOTO-ACHADO
               END-IF.

       0175-COMPARA-MES-FOTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    FOTOGRAFIA DE UM MES ALVO. MES SEM FOTO FICA COM EXISTE "N"
      *    E AS CONSULTAS DELE SAO RESPONDIDAS PELO ASSINAT
      *-----------------------------------------------------------------
       0180-LIBERA-FOTO                        SECTION.

               MOVE SPACES TO WRK-NOME-SNAP.
               STRING "C:\CURSOLOGICA\COBOL\DADOS\SNAP"
                          DELIMITED BY SIZE
                      TAB-FOTO-MES(WRK-IDX-FOTO) DELIMITED BY SIZE
                      ".TXT"                     DELIMITED BY SIZE
                   INTO WRK-NOME-SNAP
               END-STRING.
               MOVE ZEROS TO FS-SNAPSHOT.
               OPEN INPUT SNAPSHOT.
               IF FS-SNAPSHOT NOT EQUAL 0
                   DISPLAY "SEM FOTOGRAFIA DO MES "
                       TAB-FOTO-MES(WRK-IDX-FOTO)
                       " -- SITUACAO PELO ASSINAT"
                   GO TO 0180-LIBERA-FOTO-FIM
               END-IF.
               MOVE "S" TO TAB-FOTO-EXISTE(WRK-IDX-FOTO).
               PERFORM 0181-LE-FOTO
                   UNTIL FS-SNAPSHOT NOT EQUAL 0.
               CLOSE SNAPSHOT.

       0180-LIBERA-FOTO-FIM.EXIT.

       0181-LE-FOTO                            SECTION.

               READ SNAPSHOT
                   AT END
                       MOVE 10 TO FS-SNAPSHOT
                   NOT AT END
                       MOVE REG-ID-SNP     TO REG-ID-SRT
                       MOVE REG-STREAM-SNP TO REG-STREAM-SRT
                       MOVE TAB-FOTO-MES(WRK-IDX-FOTO) TO REG-MES-SRT
                       MOVE "1"            TO REG-TIPO-SRT
                       MOVE REG-STATUS-SNP TO REG-STATUS-SRT
                       MOVE ZEROS          TO REG-IDX-COH-SRT
                       MOVE ZEROS          TO REG-IDX-HOR-SRT
                       RELEASE REG-SORTWK01
                       ADD 1 TO ACU-FOTOS
               END-READ.

       0181-LE-FOTO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SAIDA DO SORT: GUARDA A ULTIMA FOTO E RESPONDE CADA
      *    CONSULTA -- FOTO DO MESMO CLIENTE, STREAMING E MES DECIDE;
      *    SEM ELA, MES COM FOTOGRAFIA = NAO ATIVA, MES SEM FOTOGRAFIA
      *    = RESPOSTA DO ASSINAT
      *-----------------------------------------------------------------
       0200-AVALIA-CONSULTAS                   SECTION.

               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0210-AVALIA-REGISTRO
                   UNTIL WRK-FIM-SORT EQUAL "S".

       0200-AVALIA-CONSULTAS-FIM.EXIT.

       0210-AVALIA-REGISTRO                    SECTION.

               RETURN SORTWK01
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                       GO TO 0210-AVALIA-REGISTRO-FIM
               END-RETURN.
               ADD 1 TO ACU-ORDENADOS.
               IF REG-TIPO-SRT EQUAL "1"
                   MOVE REG-CHAVE-SRT  TO WRK-CHAVE-FOTO
                   MOVE REG-STATUS-SRT TO WRK-STATUS-FOTO
                   GO TO 0210-AVALIA-REGISTRO-FIM
               END-IF.

               MOVE "N" TO WRK-ATIVA.
               IF REG-CHAVE-SRT EQUAL WRK-CHAVE-FOTO
                   ADD 1 TO ACU-PELA-FOTO
                   IF WRK-STATUS-FOTO EQUAL "A"
                       MOVE "S" TO WRK-ATIVA
                   END-IF
               ELSE
                   MOVE ZEROS       TO WRK-IDX-FOTO-ACHADO
                   MOVE REG-MES-SRT TO WRK-MES-ALVO
                   PERFORM 0175-COMPARA-MES-FOTO
                       VARYING WRK-IDX-FOTO FROM 1 BY 1
                       UNTIL WRK-IDX-FOTO GREATER WRK-QT-MESES-FOTO
                          OR WRK-IDX-FOTO-ACHADO GREATER ZEROS
                   IF TAB-FOTO-EXISTE(WRK-IDX-FOTO-ACHADO) EQUAL "S"
                       ADD 1 TO ACU-PELA-FOTO
                   ELSE
                       ADD 1 TO ACU-PELO-ASSINAT
                       MOVE REG-STATUS-SRT TO WRK-ATIVA
                   END-IF
               END-IF.
               IF WRK-ATIVA EQUAL "S"
                   ADD 1 TO TAB-COH-ATIVOS(REG-IDX-COH-SRT,
                                           REG-IDX-HOR-SRT)
               END-IF.

       0210-AVALIA-REGISTRO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    RECEITA DAS FATURAS PAGAS ATE O MES DE REFERENCIA, SOMADA
      *    NA COORTE DA ASSINATURA (ASSINAT LIDO PELA CHAVE)
      *-----------------------------------------------------------------
       0250-APURA-RECEITA                      SECTION.

               OPEN INPUT FATURA.
               IF FS-FATURA NOT EQUAL 0
                   DISPLAY "ARQUIVO DE FATURAS AUSENTE -- RECEITA "
                       "ZERADA"
                   GO TO 0250-APURA-RECEITA-FIM
               END-IF.
               PERFORM 0260-LE-FATURA
                   UNTIL FS-FATURA NOT EQUAL 0.
               CLOSE FATURA.

       0250-APURA-RECEITA-FIM.EXIT.

       0260-LE-FATURA                          SECTION.

               READ FATURA
                   AT END
                       MOVE 10 TO FS-FATURA
                       GO TO 0260-LE-FATURA-FIM
               END-READ.
               IF NOT REG-FAT-PAGA OR
                  REG-DATA-PGTO-FAT(1:6) GREATER WRK-PARM-MES
                   GO TO 0260-LE-FATURA-FIM
               END-IF.
               MOVE REG-ID-FAT     TO REG-ID-ASS.
               MOVE REG-STREAM-FAT TO REG-STREAM-ASS.
               READ ASSINAT
                   INVALID KEY
                       GO TO 0260-LE-FATURA-FIM
               END-READ.
               IF REG-DATA-INICIO-ASS EQUAL ZEROS
                   GO TO 0260-LE-FATURA-FIM
               END-IF.
               MOVE ZEROS TO WRK-IDX-COH-ACHADO.
               PERFORM 0172-COMPARA-COORTE
                   VARYING WRK-IDX-COH FROM 1 BY 1
                   UNTIL WRK-IDX-COH GREATER WRK-QT-COORTES
                      OR WRK-IDX-COH-ACHADO GREATER ZEROS.
               IF WRK-IDX-COH-ACHADO EQUAL ZEROS
                   GO TO 0260-LE-FATURA-FIM
               END-IF.
               MOVE REG-VALOR-FAT TO WRK-VALOR-FATURA.
               IF REG-VALOR-RECEITA-FAT IS NUMERIC AND
                  REG-VALOR-RECEITA-FAT GREATER ZEROS
                   MOVE REG-VALOR-RECEITA-FAT TO WRK-VALOR-FATURA
               END-IF.
               ADD WRK-VALOR-FATURA TO
                   TAB-COH-RECEITA(WRK-IDX-COH-ACHADO).
               ADD 1 TO ACU-FATURAS-PAGAS.

       0260-LE-FATURA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE ASSINAT.
               PERFORM 0305-ORDENA-COORTES
                   VARYING WRK-IDX-PASSADA FROM 1 BY 1
                   UNTIL WRK-IDX-PASSADA NOT LESS WRK-QT-COORTES.
               OPEN OUTPUT COHORTRES.
               DISPLAY "===== RETENCAO POR COORTE -- REFERENCIA "
                   WRK-PARM-MES " =====".
               DISPLAY "COORTE STREAMING   ASSIN.     1 MES   3 MESES"
                   "   6 MESES  12 MESES  RECEITA MEDIA".
               PERFORM 0310-IMP-COORTE
                   VARYING WRK-IDX-COH FROM 1 BY 1
                   UNTIL WRK-IDX-COH GREATER WRK-QT-COORTES.
               CLOSE COHORTRES.
               DISPLAY "ASSINATURAS NAS COORTES...:" ACU-ASSINATURAS.
               DISPLAY "COORTES (MES X STREAMING).:" WRK-QT-COORTES.
               DISPLAY "CONSULTAS DE RETENCAO.....:" ACU-CONSULTAS.
               DISPLAY "  RESPONDIDAS PELA FOTO...:" ACU-PELA-FOTO.
               DISPLAY "  RESPONDIDAS PELO ASSINAT:" ACU-PELO-ASSINAT.
               DISPLAY "REGISTROS DE FOTOGRAFIA...:" ACU-FOTOS.
               DISPLAY "FATURAS PAGAS SOMADAS.....:" ACU-FATURAS-PAGAS.
               IF ACU-ORDENADOS NOT EQUAL ACU-CONSULTAS + ACU-FOTOS
                   DISPLAY "ERRO: SORT DEVOLVEU " ACU-ORDENADOS
                       " REGISTROS -- ESPERADOS CONSULTAS + FOTOS"
                   MOVE 8 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    COORTES EM ORDEM DE MES DE INICIO E STREAMING PARA O
      *    RELATORIO (TROCA SIMPLES -- POUCAS CENTENAS DE COORTES)
      *-----------------------------------------------------------------
       0305-ORDENA-COORTES                     SECTION.

               PERFORM 0306-COMPARA-VIZINHA
                   VARYING WRK-IDX-COH FROM 1 BY 1
                   UNTIL WRK-IDX-COH NOT LESS WRK-QT-COORTES.

       0305-ORDENA-COORTES-FIM.EXIT.

       0306-COMPARA-VIZINHA                    SECTION.

               COMPUTE WRK-IDX-COH-PROX = WRK-IDX-COH + 1.
               IF TAB-COH-CHAVE(WRK-IDX-COH) GREATER
                  TAB-COH-CHAVE(WRK-IDX-COH-PROX)
                   MOVE TAB-COH-ITEM(WRK-IDX-COH)      TO WRK-COH-TROCA
                   MOVE TAB-COH-ITEM(WRK-IDX-COH-PROX) TO
                       TAB-COH-ITEM(WRK-IDX-COH)
                   MOVE WRK-COH-TROCA TO
                       TAB-COH-ITEM(WRK-IDX-COH-PROX)
               END-IF.

       0306-COMPARA-VIZINHA-FIM.EXIT.

       0310-IMP-COORTE                         SECTION.

               MOVE WRK-PARM-MES                TO REG-MES-REF-COH.
               MOVE TAB-COH-MES(WRK-IDX-COH)    TO REG-MES-INICIO-COH.
               MOVE TAB-COH-STREAM(WRK-IDX-COH) TO REG-STREAM-COH.
               MOVE TAB-COH-BASE(WRK-IDX-COH)   TO REG-QT-BASE-COH.
               MOVE TAB-COH-MES(WRK-IDX-COH)    TO WRK-LIN-MES.
               MOVE TAB-COH-STREAM(WRK-IDX-COH) TO WRK-LIN-STREAM.
               MOVE TAB-COH-BASE(WRK-IDX-COH)   TO WRK-LIN-BASE.
               PERFORM 0311-CALCULA-PERCENTUAL
                   VARYING WRK-IDX-PCT FROM 1 BY 1
                   UNTIL WRK-IDX-PCT GREATER 4.
               MOVE ZEROS TO WRK-RECEITA-MEDIA.
               IF TAB-COH-BASE(WRK-IDX-COH) GREATER ZEROS
                   COMPUTE WRK-RECEITA-MEDIA ROUNDED =
                       TAB-COH-RECEITA(WRK-IDX-COH) /
                       TAB-COH-BASE(WRK-IDX-COH)
               END-IF.
               MOVE WRK-RECEITA-MEDIA TO REG-RECEITA-MEDIA-COH.
               MOVE WRK-RECEITA-MEDIA TO WRK-LIN-RECEITA.
               DISPLAY WRK-LIN-COORTE.
               WRITE REG-COHORTRES.

       0310-IMP-COORTE-FIM.EXIT.

      *-----------------------------------------------------------------
      *    HORIZONTE SEM NENHUMA ASSINATURA VENCIDA SAI "N/D" (ZEROS
      *    NO COHORTRES)
      *-----------------------------------------------------------------
       0311-CALCULA-PERCENTUAL                 SECTION.

               MOVE SPACES TO WRK-LIN-PCT-ITEM(WRK-IDX-PCT).
               MOVE ZEROS  TO REG-PCT-COH(WRK-IDX-PCT).
               IF TAB-COH-ELEGIVEIS(WRK-IDX-COH, WRK-IDX-PCT)
                  EQUAL ZEROS
                   MOVE "  N/D" TO WRK-LIN-PCT(WRK-IDX-PCT)
                   GO TO 0311-CALCULA-PERCENTUAL-FIM
               END-IF.
               COMPUTE WRK-PCT ROUNDED =
                   TAB-COH-ATIVOS(WRK-IDX-COH, WRK-IDX-PCT) * 100 /
                   TAB-COH-ELEGIVEIS(WRK-IDX-COH, WRK-IDX-PCT).
               MOVE WRK-PCT    TO REG-PCT-COH(WRK-IDX-PCT).
               MOVE WRK-PCT    TO WRK-PCT-ED.
               MOVE WRK-PCT-ED TO WRK-LIN-PCT(WRK-IDX-PCT)(1:5).
               MOVE "%"        TO WRK-LIN-PCT(WRK-IDX-PCT)(6:1).

       0311-CALCULA-PERCENTUAL-FIM.EXIT.

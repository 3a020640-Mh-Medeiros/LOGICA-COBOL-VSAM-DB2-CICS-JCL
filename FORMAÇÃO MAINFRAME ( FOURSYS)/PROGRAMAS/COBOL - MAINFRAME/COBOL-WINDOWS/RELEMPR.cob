       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELEMPR.
      *=================================================================
      * PROGRAMA   : RELEMPR
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 27/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CARTEIRA DE EMPRESTIMOS PESSOAIS POR GERENTE E
      *              FAIXA DE ATRASO -- LE O KSDS EMPREST.TXT E, PARA
      *              OS CONTRATOS ATIVOS, PROCURA NO PRESTACAO.TXT A
      *              PARCELA VENCIDA (SITUACAO "V" OU "R") MAIS ANTIGA;
      *              OS DIAS DE ATRASO DELA ATE A DATA DO RELATORIO
      *              DEFINEM A FAIXA DO CONTRATO:
      *                EM DIA / 1 A 30 / 31 A 60 / 61 A 90 / ACIMA 90
      *              TOTALIZA QUANTIDADE DE CONTRATOS E SALDO DEVEDOR
      *              POR GERENTE DA CONTA NO MASTER (REG-GERENTE-MTR)
      *              E FAIXA, COM O TOTAL POR FAIXA DA CARTEIRA. SAIDA
      *              EM RELEMPR.TXT.
      *-----------------------------------------------------------------
      * OBSERVACAO.: CONTRATO DE CONTA FORA DO MASTER ENTRA NO GERENTE
      *              "?". SOLICITADOS (AINDA NAO LIBERADOS), QUITADOS
      *              E CANCELADOS FICAM FORA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  EMPREST                I (KSDS)             #BOOKEMPR
      *  PRESTACAO              I (KSDS)             #BOOKPREST
      *  CONTAS                 I (KSDS)             #BOOKCTAS
      *  RELEMPR                O
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


      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT EMPREST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\EMPREST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-EMP
               FILE STATUS IS FS-EMPREST.
           SELECT PRESTACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PRESTACAO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-PRE
               FILE STATUS IS FS-PRESTACAO.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT RELEMPR ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELEMPR.TXT"
               FILE STATUS IS FS-RELEMPR.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  EMPREST.
       COPY "#BOOKEMPR".
       FD  PRESTACAO.
       COPY "#BOOKPREST".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  RELEMPR.
       01  REG-RELEMPR                 PIC X(100).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77  FS-EMPREST                  PIC X(02)           VALUE SPACES.
       77  FS-PRESTACAO                PIC X(02)           VALUE SPACES.
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-RELEMPR                  PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-GERENTE-EMP             PIC X(01)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  ACU-CONTRATOS-LIDOS         PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-FORA-CARTEIRA           PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-SEM-CONTA               PIC 9(05)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WRK-FIM-EMP                 PIC X(01)           VALUE "N".
       77  WRK-FIM-PRE                 PIC X(01)           VALUE "N".
       77  WRK-VENCTO-ANTIGO           PIC 9(08)           VALUE ZEROS.
       77  WRK-DIAS-ATRASO             PIC S9(05)          VALUE ZEROS.
       77  WRK-IDX-FAIXA               PIC 9(01)           VALUE ZEROS.
       77  WRK-PARM-FAIXA-1            PIC 9(03)           VALUE 30.
       77  WRK-PARM-FAIXA-2            PIC 9(03)           VALUE 60.
       77  WRK-PARM-FAIXA-3            PIC 9(03)           VALUE 90.
      *-----------------------------------------------------------------
       01  TAB-FAIXAS-NOMES.
           05 FILLER                   PIC X(011)          VALUE
               "EM DIA     ".
           05 FILLER                   PIC X(011)          VALUE
               "1 A 30 D   ".
           05 FILLER                   PIC X(011)          VALUE
               "31 A 60 D  ".
           05 FILLER                   PIC X(011)          VALUE
               "61 A 90 D  ".
           05 FILLER                   PIC X(011)          VALUE
               "ACIMA 90 D ".
       01  TAB-FAIXAS REDEFINES TAB-FAIXAS-NOMES.
           05 TAB-FAIXA-NOME           PIC X(011)   OCCURS 5 TIMES.
      *-----------------------------------------------------------------
       77  WRK-QT-GERENTES             PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-GER                 PIC 9(03)           VALUE ZEROS.
       77  WRK-GER-ACHOU               PIC X(01)           VALUE "N".
       01  TAB-GERENTES.
           05 TAB-GER-ITEM             OCCURS 50 TIMES.
               10 TAB-GER-CODIGO           PIC X(01).
               10 TAB-GER-FAIXA            OCCURS 5 TIMES.
                   15 TAB-GER-QT-CONTR     PIC 9(05)     COMP-3.
                   15 TAB-GER-SALDO        PIC S9(12)V99 COMP-3.
      *-----------------------------------------------------------------
       01  TAB-TOTAIS.
           05 TOT-FAIXA                OCCURS 5 TIMES.
               10 TOT-QT-CONTR             PIC 9(05)     COMP-3.
               10 TOT-SALDO                PIC S9(12)V99 COMP-3.
       77  TOT-GERAL-QT                PIC 9(05)    COMP-3 VALUE ZEROS.
       77  TOT-GERAL-SALDO             PIC S9(12)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(048)          VALUE
               "CARTEIRA DE EMPRESTIMOS POR GERENTE E ATRASO -- ".
           05 FILLER                   PIC X(003)          VALUE
               "EM ".
           05 WRK-TIT-DATA             PIC 9(008).
           05 FILLER                   PIC X(041)          VALUE SPACES.
       01  WRK-LIN-FAIXA.
           05 WRK-FXA-ROTULO           PIC X(008).
           05 WRK-FXA-CODIGO           PIC X(001).
           05 FILLER                   PIC X(001)          VALUE SPACE.
           05 WRK-FXA-NOME             PIC X(011).
           05 FILLER                   PIC X(011)          VALUE
               " CONTRATOS:".
           05 WRK-FXA-QT               PIC ZZ.ZZ9.
           05 FILLER                   PIC X(016)          VALUE
               " SALDO DEVEDOR:".
           05 WRK-FXA-SALDO            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(028)          VALUE SPACES.

      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR
                   UNTIL WRK-FIM-EMP EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: ".
               ACCEPT WRK-USUARIO-EXEC.
               INITIALIZE TAB-TOTAIS.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL (FS "
                       FS-CONTAS ")"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT EMPREST.
               IF FS-EMPREST NOT EQUAL "00"
                   DISPLAY "SEM CONTRATOS DE EMPRESTIMO (FS " FS-EMPREST
                       ")"
                   MOVE "S" TO WRK-FIM-EMP
               ELSE
                   OPEN INPUT PRESTACAO
                   IF FS-PRESTACAO NOT EQUAL "00"
                       DISPLAY "CRONOGRAMA DE PARCELAS INDISPONIVEL "
                           "(FS " FS-PRESTACAO ")"
                       CLOSE EMPREST CONTAS
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.
               OPEN OUTPUT RELEMPR.
               MOVE WRK-DATA-EXEC TO WRK-TIT-DATA.
               MOVE WRK-LIN-TITULO TO REG-RELEMPR.
               WRITE REG-RELEMPR.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               READ EMPREST
                   AT END
                       MOVE "S" TO WRK-FIM-EMP
                   NOT AT END
                       ADD 1 TO ACU-CONTRATOS-LIDOS
                       IF REG-EMP-ATIVO
                           PERFORM 0210-ACUMULA-CONTRATO
                       ELSE
                           ADD 1 TO ACU-FORA-CARTEIRA
                       END-IF
               END-READ.

       0200-PROCESSAR-FIM.EXIT.

       0210-ACUMULA-CONTRATO                   SECTION.

               MOVE REG-AGENCIA-EMP TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-EMP   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       MOVE "?" TO WRK-GERENTE-EMP
                       ADD 1 TO ACU-SEM-CONTA
                   NOT INVALID KEY
                       MOVE REG-GERENTE-MTR TO WRK-GERENTE-EMP
               END-READ.

               PERFORM 0220-PROCURA-ATRASO.
               IF WRK-VENCTO-ANTIGO EQUAL ZEROS
                   MOVE 1 TO WRK-IDX-FAIXA
               ELSE
                   COMPUTE WRK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC) -
                       FUNCTION INTEGER-OF-DATE(WRK-VENCTO-ANTIGO)
                   EVALUATE TRUE
                       WHEN WRK-DIAS-ATRASO NOT GREATER ZEROS
                           MOVE 1 TO WRK-IDX-FAIXA
                       WHEN WRK-DIAS-ATRASO NOT GREATER
                            WRK-PARM-FAIXA-1
                           MOVE 2 TO WRK-IDX-FAIXA
                       WHEN WRK-DIAS-ATRASO NOT GREATER
                            WRK-PARM-FAIXA-2
                           MOVE 3 TO WRK-IDX-FAIXA
                       WHEN WRK-DIAS-ATRASO NOT GREATER
                            WRK-PARM-FAIXA-3
                           MOVE 4 TO WRK-IDX-FAIXA
                       WHEN OTHER
                           MOVE 5 TO WRK-IDX-FAIXA
                   END-EVALUATE
               END-IF.

               MOVE "N" TO WRK-GER-ACHOU.
               PERFORM 0211-PROCURA-GERENTE
                   VARYING WRK-IDX-GER FROM 1 BY 1
                   UNTIL WRK-IDX-GER GREATER WRK-QT-GERENTES OR
                         WRK-GER-ACHOU EQUAL "S".
               IF WRK-GER-ACHOU EQUAL "N"
                   IF WRK-QT-GERENTES LESS 50
                       ADD 1 TO WRK-QT-GERENTES
                       MOVE WRK-QT-GERENTES TO WRK-IDX-GER
                       INITIALIZE TAB-GER-ITEM(WRK-IDX-GER)
                       MOVE WRK-GERENTE-EMP TO
                           TAB-GER-CODIGO(WRK-IDX-GER)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 50 GERENTES -- "
                           "EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.
               ADD 1 TO TAB-GER-QT-CONTR(WRK-IDX-GER WRK-IDX-FAIXA).
               ADD REG-SALDO-DEVEDOR-EMP TO
                   TAB-GER-SALDO(WRK-IDX-GER WRK-IDX-FAIXA).

       0210-ACUMULA-CONTRATO-FIM.EXIT.

       0211-PROCURA-GERENTE                    SECTION.

               IF TAB-GER-CODIGO(WRK-IDX-GER) EQUAL WRK-GERENTE-EMP
                   MOVE "S" TO WRK-GER-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-GER
               END-IF.

       0211-PROCURA-GERENTE-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AS PARCELAS DO CONTRATO VEM EM ORDEM DE NUMERO (= ORDEM DE
      *    VENCIMENTO): A PRIMEIRA VENCIDA ENCONTRADA E A MAIS ANTIGA
      *-----------------------------------------------------------------
       0220-PROCURA-ATRASO                     SECTION.

               MOVE ZEROS           TO WRK-VENCTO-ANTIGO.
               MOVE REG-AGENCIA-EMP TO REG-AGENCIA-PRE.
               MOVE REG-CONTA-EMP   TO REG-CONTA-PRE.
               MOVE REG-SEQ-EMP     TO REG-SEQ-PRE.
               MOVE ZEROS           TO REG-NUM-PRE.
               START PRESTACAO KEY NOT LESS REG-CHAVE-PRE
                   INVALID KEY
                       GO TO 0220-PROCURA-ATRASO-FIM
               END-START.
               MOVE "N" TO WRK-FIM-PRE.
               PERFORM 0221-LE-PARCELA
                   UNTIL WRK-FIM-PRE EQUAL "S".

       0220-PROCURA-ATRASO-FIM.EXIT.

       0221-LE-PARCELA                         SECTION.

               READ PRESTACAO NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-PRE
                   NOT AT END
                       IF REG-AGENCIA-PRE NOT EQUAL REG-AGENCIA-EMP OR
                          REG-CONTA-PRE   NOT EQUAL REG-CONTA-EMP   OR
                          REG-SEQ-PRE     NOT EQUAL REG-SEQ-EMP
                           MOVE "S" TO WRK-FIM-PRE
                       ELSE
                           IF REG-PRE-EM-ATRASO
                               MOVE REG-DATA-VENCTO-PRE TO
                                   WRK-VENCTO-ANTIGO
                               MOVE "S" TO WRK-FIM-PRE
                           END-IF
                       END-IF
               END-READ.

       0221-LE-PARCELA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               PERFORM 0310-IMPRIME-GERENTE
                   VARYING WRK-IDX-GER FROM 1 BY 1
                   UNTIL WRK-IDX-GER GREATER WRK-QT-GERENTES.
               PERFORM 0315-IMPRIME-TOTAL
                   VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA GREATER 5.
               MOVE "TOTAL   "      TO WRK-FXA-ROTULO.
               MOVE SPACES          TO WRK-FXA-CODIGO.
               MOVE "CARTEIRA"      TO WRK-FXA-NOME.
               MOVE TOT-GERAL-QT    TO WRK-FXA-QT.
               MOVE TOT-GERAL-SALDO TO WRK-FXA-SALDO.
               MOVE WRK-LIN-FAIXA TO REG-RELEMPR.
               WRITE REG-RELEMPR.
               CLOSE RELEMPR CONTAS.
               IF FS-EMPREST EQUAL "00" OR FS-EMPREST EQUAL "10"
                   CLOSE EMPREST PRESTACAO
               END-IF.
               DISPLAY "CONTRATOS LIDOS...........:"
                   ACU-CONTRATOS-LIDOS.
               DISPLAY "FORA DA CARTEIRA..........:" ACU-FORA-CARTEIRA.
               DISPLAY "CONTA FORA DO MASTER......:" ACU-SEM-CONTA.
               DISPLAY "GERENTES COM CARTEIRA.....:" WRK-QT-GERENTES.
               PERFORM 0320-GRAVA-AUDITORIA.

       0300-FINALIZAR-FIM.EXIT.

       0310-IMPRIME-GERENTE                    SECTION.

               PERFORM 0311-IMPRIME-FAIXA
                   VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA GREATER 5.

       0310-IMPRIME-GERENTE-FIM.EXIT.

       0311-IMPRIME-FAIXA                      SECTION.

               MOVE "GERENTE "                  TO WRK-FXA-ROTULO.
               MOVE TAB-GER-CODIGO(WRK-IDX-GER) TO WRK-FXA-CODIGO.
               MOVE TAB-FAIXA-NOME(WRK-IDX-FAIXA) TO WRK-FXA-NOME.
               MOVE TAB-GER-QT-CONTR(WRK-IDX-GER WRK-IDX-FAIXA) TO
                   WRK-FXA-QT.
               MOVE TAB-GER-SALDO(WRK-IDX-GER WRK-IDX-FAIXA) TO
                   WRK-FXA-SALDO.
               MOVE WRK-LIN-FAIXA TO REG-RELEMPR.
               WRITE REG-RELEMPR.

               ADD TAB-GER-QT-CONTR(WRK-IDX-GER WRK-IDX-FAIXA) TO
                   TOT-QT-CONTR(WRK-IDX-FAIXA).
               ADD TAB-GER-SALDO(WRK-IDX-GER WRK-IDX-FAIXA) TO
                   TOT-SALDO(WRK-IDX-FAIXA).

       0311-IMPRIME-FAIXA-FIM.EXIT.

       0315-IMPRIME-TOTAL                      SECTION.

               MOVE "TOTAL   "                  TO WRK-FXA-ROTULO.
               MOVE SPACES                      TO WRK-FXA-CODIGO.
               MOVE TAB-FAIXA-NOME(WRK-IDX-FAIXA) TO WRK-FXA-NOME.
               MOVE TOT-QT-CONTR(WRK-IDX-FAIXA) TO WRK-FXA-QT.
               MOVE TOT-SALDO(WRK-IDX-FAIXA)    TO WRK-FXA-SALDO.
               MOVE WRK-LIN-FAIXA TO REG-RELEMPR.
               WRITE REG-RELEMPR.
               ADD TOT-QT-CONTR(WRK-IDX-FAIXA)  TO TOT-GERAL-QT.
               ADD TOT-SALDO(WRK-IDX-FAIXA)     TO TOT-GERAL-SALDO.

       0315-IMPRIME-TOTAL-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL "35"
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL "00"
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE "RELEMPR"      TO REG-PROGRAMA-AUD
                   MOVE WRK-USUARIO-EXEC TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC  TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC  TO REG-HORA-AUD
                   MOVE ACU-CONTRATOS-LIDOS TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

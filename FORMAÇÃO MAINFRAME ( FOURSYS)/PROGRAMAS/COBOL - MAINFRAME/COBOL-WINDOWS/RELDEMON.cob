       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELDEMON.
      *=================================================================
      * PROGRAMA   : RELDEMON
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 11/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: DEMONSTRACOES CONTABEIS MENSAIS: CARREGA O PLANO
      *              DE CONTAS (PLANOCTA.DAT, PROGPLANO) E LE O DIARIO
      *              CONTABIL ACUMULADO (RAZAO.TXT), SOMANDO CADA
      *              PARTIDA NA CONTA E EM TODAS AS SUPERIORES DELA.
      *              GRAVA O BALANCO PATRIMONIAL (BALPATR.TXT, SALDOS
      *              DE ATIVO, PASSIVO E PATRIMONIO LIQUIDO NO FIM DO
      *              MES) E A DRE (DRE.TXT, RECEITAS E DESPESAS DO
      *              MES), AMBOS COM O MES ANTERIOR LADO A LADO. O
      *              RESULTADO AINDA NAO ENCERRADO (RECEITAS MENOS
      *              DESPESAS ACUMULADAS) ENTRA NO BALANCO ABAIXO DO
      *              PATRIMONIO LIQUIDO.
      * OBSERVACAO.: VALORES PELA NATUREZA DA CONTA -- ATIVO E DESPESA
      *              SOMAM DEBITOS, PASSIVO, PATRIMONIO LIQUIDO E
      *              RECEITA SOMAM CREDITOS. PARTIDA EM CONTA FORA DO
      *              PLANO E LISTADA E TERMINA COM RETURN-CODE 4;
      *              BALANCO QUE NAO FECHA (ATIVO DIFERENTE DE PASSIVO
      *              + PATRIMONIO LIQUIDO + RESULTADO) TERMINA COM
      *              RETURN-CODE 8.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  PLANOCTA               I                    #BOOKPLANO
      *  RAZAO                  I
      *  BALPATR                O
      *  DRE                    O
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
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

      *-----------------------------------------------------------------
       CONFIGURATION                           SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                            SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT PLANOCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PLANOCTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CONTA-PLANO
               FILE STATUS IS FS-PLANOCTA.
           SELECT RAZAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RAZAO.TXT"
               FILE STATUS IS FS-RAZAO.
           SELECT BALPATR ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\BALPATR.TXT"
               FILE STATUS IS FS-BALPATR.
           SELECT DRE ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\DRE.TXT"
               FILE STATUS IS FS-DRE.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  PLANO DE CONTAS CONTABIL (PROGPLANO)
      *                               LRECL = 100
      *-----------------------------------------------------------------
       FD  PLANOCTA.
       COPY "#BOOKPLANO".
      *-----------------------------------------------------------------
      *        INPUT -  PARTIDAS DO DIARIO CONTABIL (PROGRAZAO)
      *                               LRECL = 030
      *-----------------------------------------------------------------
       FD  RAZAO.
       01  REG-RAZAO.
           05 REG-DATA-RZ              PIC 9(008).
           05 REG-CONTA-RAZAO-RZ       PIC 9(008).
           05 REG-SINAL-RZ             PIC X(001).
           05 REG-VALOR-RZ             PIC 9(010)V99.
           05 FILLER                  PIC X(001).
      *-----------------------------------------------------------------
      *     OUTPUT-  BALANCO PATRIMONIAL
      *                               LRECL = 132
      *-----------------------------------------------------------------
       FD  BALPATR.
       01  REG-BALPATR                 PIC X(132).
      *-----------------------------------------------------------------
      *     OUTPUT-  DEMONSTRACAO DO RESULTADO DO EXERCICIO
      *                               LRECL = 132
      *-----------------------------------------------------------------
       FD  DRE.
       01  REG-DRE                     PIC X(132).
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-PLANOCTA                 PIC X(002)          VALUE SPACES.
       01  FS-RAZAO                    PIC X(002)          VALUE SPACES.
       01  FS-BALPATR                  PIC X(002)          VALUE SPACES.
       01  FS-DRE                      PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-MES-REF            PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-PARM-MES-REF.
           05 WRK-REF-ANO              PIC 9(004).
           05 WRK-REF-MES              PIC 9(002).
       01  WRK-MES-ANTERIOR            PIC 9(006)          VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-MES-ANTERIOR.
           05 WRK-ANT-ANO              PIC 9(004).
           05 WRK-ANT-MES              PIC 9(002).
       01  WRK-MES-PARTIDA             PIC 9(006)          VALUE ZEROS.
       01  WRK-VALOR-NATUREZA          PIC S9(010)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-LIDOS-RAZAO             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-PARTIDAS-MES            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-FORA-PLANO              PIC 9(007)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== PLANO DE CONTAS COM SALDOS =====".
      *-----------------------------------------------------------------
       01  WRK-QT-CONTAS               PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-CTA                 PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-SUP                 PIC 9(003)          VALUE ZEROS.
       01  WRK-CTA-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-PLANO.
           05 TAB-PLA-ITEM             OCCURS 300 TIMES.
               10 TAB-PLA-CONTA            PIC 9(008).
               10 TAB-PLA-DESCRICAO        PIC X(040).
               10 TAB-PLA-NATUREZA         PIC X(001).
                   88 TAB-PLA-DEVEDORA          VALUE "A" "D".
               10 TAB-PLA-NIVEL            PIC 9(001).
               10 TAB-PLA-IDX-SUP          PIC 9(003).
               10 TAB-PLA-SALDO-ATU        PIC S9(012)V99 COMP-3.
               10 TAB-PLA-SALDO-ANT        PIC S9(012)V99 COMP-3.
               10 TAB-PLA-MOVTO-ATU        PIC S9(012)V99 COMP-3.
               10 TAB-PLA-MOVTO-ANT        PIC S9(012)V99 COMP-3.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== TOTAIS DAS DEMONSTRACOES =====".
      *-----------------------------------------------------------------
       01  WRK-NATUREZA-SECAO          PIC X(001)          VALUE SPACES.
       01  WRK-TOT-SECAO-ATU           PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-TOT-SECAO-ANT           PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-ATIVO-ATU               PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-ATIVO-ANT               PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-PASSIVO-ATU             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-PASSIVO-ANT             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-PATRIM-ATU              PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-PATRIM-ANT              PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-RECEITA-ATU             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-RECEITA-ANT             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-DESPESA-ATU             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-DESPESA-ANT             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-RESULT-ACUM-ATU         PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-RESULT-ACUM-ANT         PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-DIFERENCA-ATU           PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-DIFERENCA-ANT           PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== LINHAS DOS RELATORIOS =====".
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC X(040)          VALUE SPACES.
           05 WRK-CAB-TITULO           PIC X(040)          VALUE SPACES.
           05 FILLER                   PIC X(010)          VALUE
               "MES REF.: ".
           05 WRK-CAB-MES-REF          PIC 9(006).
           05 FILLER                   PIC X(036)          VALUE SPACES.
       01  WRK-LIN-CABEC2.
           05 FILLER                   PIC X(010)          VALUE
               "CONTA".
           05 FILLER                   PIC X(052)          VALUE
               "DESCRICAO".
           05 FILLER                   PIC X(004)          VALUE
               "MES ".
           05 WRK-CAB2-MES-ATU         PIC 9(006).
           05 FILLER                   PIC X(010)          VALUE SPACES.
           05 FILLER                   PIC X(004)          VALUE
               "MES ".
           05 WRK-CAB2-MES-ANT         PIC 9(006).
           05 FILLER                   PIC X(040)          VALUE SPACES.
       01  WRK-LIN-DETALHE.
           05 WRK-DET-CONTA            PIC 9(008).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-DESCRICAO        PIC X(050).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-VALOR-ATU-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-VALOR-ANT-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(033)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 FILLER                   PIC X(010)          VALUE SPACES.
           05 WRK-TOT-DESCRICAO        PIC X(050).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-TOT-VALOR-ATU-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-TOT-VALOR-ANT-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(033)          VALUE SPACES.
       01  WRK-LIN-SECAO               PIC X(132)          VALUE SPACES.
       01  WRK-LIN-PROVA               PIC X(132)          VALUE SPACES.
       01  WRK-RECUO                   PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "RELDEMON".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "* FIM DA WORKING *".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-RAZAO NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "MES DE REFERENCIA DAS DEMONSTRACOES (AAAAMM): "
               ACCEPT WRK-PARM-MES-REF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               IF WRK-PARM-MES-REF EQUAL ZEROS
                   MOVE WRK-DATA-EXEC(1:6) TO WRK-PARM-MES-REF
               END-IF.
               IF WRK-REF-MES LESS 1 OR WRK-REF-MES GREATER 12
                   DISPLAY "ERRO: MES DE REFERENCIA INVALIDO -- "
                       WRK-PARM-MES-REF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-REF-MES EQUAL 1
                   COMPUTE WRK-ANT-ANO = WRK-REF-ANO - 1
                   MOVE 12 TO WRK-ANT-MES
               ELSE
                   MOVE WRK-REF-ANO TO WRK-ANT-ANO
                   COMPUTE WRK-ANT-MES = WRK-REF-MES - 1
               END-IF.

               OPEN INPUT PLANOCTA.
               IF FS-PLANOCTA                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-PLANOCTA          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-PLANOCTA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0115-LE-PLANO.
               PERFORM 0110-CARREGA-PLANO
                       UNTIL FS-PLANOCTA NOT EQUAL '00'.
               CLOSE PLANOCTA.
               IF WRK-QT-CONTAS EQUAL ZEROS
                   DISPLAY "ERRO: PLANO DE CONTAS VAZIO -- "
                       "DEMONSTRACOES NAO GERADAS"
                   MOVE "PLANO DE CONTAS VAZIO" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               OPEN INPUT RAZAO.
               IF FS-RAZAO                   NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RAZAO             TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-RAZAO'    TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0120-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-CARREGA-PLANO                      SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-CONTAS NOT LESS 300
                   DISPLAY "ERRO: MAIS DE 300 CONTAS NO PLANO -- "
                       "EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               ADD 1 TO WRK-QT-CONTAS.
               MOVE REG-CONTA-PLANO     TO TAB-PLA-CONTA(WRK-QT-CONTAS).
               MOVE REG-DESCRICAO-PLANO TO
                   TAB-PLA-DESCRICAO(WRK-QT-CONTAS).
               MOVE REG-NATUREZA-PLANO  TO
                   TAB-PLA-NATUREZA(WRK-QT-CONTAS).
               MOVE REG-NIVEL-PLANO     TO TAB-PLA-NIVEL(WRK-QT-CONTAS).
               MOVE ZEROS TO TAB-PLA-IDX-SUP(WRK-QT-CONTAS)
                             TAB-PLA-SALDO-ATU(WRK-QT-CONTAS)
                             TAB-PLA-SALDO-ANT(WRK-QT-CONTAS)
                             TAB-PLA-MOVTO-ATU(WRK-QT-CONTAS)
                             TAB-PLA-MOVTO-ANT(WRK-QT-CONTAS).
      *        A SUPERIOR TEM CODIGO MENOR E JA ESTA NA TABELA
               IF REG-CONTA-SUPERIOR-PLANO NOT EQUAL ZEROS
                   PERFORM 0111-LOCALIZA-SUPERIOR
                           VARYING WRK-IDX-SUP FROM 1 BY 1
                           UNTIL WRK-IDX-SUP NOT LESS WRK-QT-CONTAS
                              OR TAB-PLA-IDX-SUP(WRK-QT-CONTAS)
                                 NOT EQUAL ZEROS
               END-IF.
               PERFORM 0115-LE-PLANO.

       0110-CARREGA-PLANO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0111-LOCALIZA-SUPERIOR                  SECTION.
      *-----------------------------------------------------------------

               IF TAB-PLA-CONTA(WRK-IDX-SUP) EQUAL
                  REG-CONTA-SUPERIOR-PLANO
                   MOVE WRK-IDX-SUP TO TAB-PLA-IDX-SUP(WRK-QT-CONTAS)
               END-IF.

       0111-LOCALIZA-SUPERIOR-FIM.             EXIT.
      *-----------------------------------------------------------------
       0115-LE-PLANO                           SECTION.
      *-----------------------------------------------------------------

               READ PLANOCTA NEXT
                   AT END
                       MOVE '10' TO FS-PLANOCTA
               END-READ.

       0115-LE-PLANO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ RAZAO
                   AT END
                       MOVE '10' TO FS-RAZAO
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-LIDOS-RAZAO.
               MOVE REG-DATA-RZ(1:6) TO WRK-MES-PARTIDA.
               IF WRK-MES-PARTIDA NOT GREATER WRK-PARM-MES-REF
                   PERFORM 0210-LOCALIZA-CONTA
                   IF WRK-CTA-ACHOU EQUAL 'S'
                       PERFORM 0220-VALOR-NATUREZA
                       PERFORM 0230-SOMA-CONTA
                               UNTIL WRK-IDX-CTA EQUAL ZEROS
                   ELSE
                       ADD 1 TO ACU-FORA-PLANO
                       DISPLAY "PARTIDA EM CONTA FORA DO PLANO: "
                           REG-CONTA-RAZAO-RZ " DATA " REG-DATA-RZ
                       IF WRK-RC-SAIDA LESS 4
                           MOVE 4 TO WRK-RC-SAIDA
                       END-IF
                   END-IF
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CTA-ACHOU.
               PERFORM 0211-COMPARA-CONTA
                       VARYING WRK-IDX-CTA FROM 1 BY 1
                       UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS
                          OR WRK-CTA-ACHOU EQUAL 'S'.

       0210-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0211-COMPARA-CONTA                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-PLA-CONTA(WRK-IDX-CTA) EQUAL REG-CONTA-RAZAO-RZ
                   MOVE 'S' TO WRK-CTA-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-CTA
               END-IF.

       0211-COMPARA-CONTA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0220-VALOR-NATUREZA                     SECTION.
      *-----------------------------------------------------------------
      *        ATIVO E DESPESA CRESCEM A DEBITO; PASSIVO, PATRIMONIO
      *        LIQUIDO E RECEITA CRESCEM A CREDITO

               IF REG-SINAL-RZ EQUAL 'D'
                   MOVE REG-VALOR-RZ TO WRK-VALOR-NATUREZA
               ELSE
                   COMPUTE WRK-VALOR-NATUREZA = REG-VALOR-RZ * -1
               END-IF.
               IF NOT TAB-PLA-DEVEDORA(WRK-IDX-CTA)
                   COMPUTE WRK-VALOR-NATUREZA = WRK-VALOR-NATUREZA * -1
               END-IF.
               IF WRK-MES-PARTIDA EQUAL WRK-PARM-MES-REF
                   ADD 1 TO ACU-PARTIDAS-MES
               END-IF.

       0220-VALOR-NATUREZA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0230-SOMA-CONTA                         SECTION.
      *-----------------------------------------------------------------
      *        SOMA NA CONTA E SOBE PARA A SUPERIOR ATE O NIVEL 1

               ADD WRK-VALOR-NATUREZA TO TAB-PLA-SALDO-ATU(WRK-IDX-CTA).
               IF WRK-MES-PARTIDA NOT GREATER WRK-MES-ANTERIOR
                   ADD WRK-VALOR-NATUREZA TO
                       TAB-PLA-SALDO-ANT(WRK-IDX-CTA)
               END-IF.
               IF WRK-MES-PARTIDA EQUAL WRK-PARM-MES-REF
                   ADD WRK-VALOR-NATUREZA TO
                       TAB-PLA-MOVTO-ATU(WRK-IDX-CTA)
               END-IF.
               IF WRK-MES-PARTIDA EQUAL WRK-MES-ANTERIOR
                   ADD WRK-VALOR-NATUREZA TO
                       TAB-PLA-MOVTO-ANT(WRK-IDX-CTA)
               END-IF.
               MOVE TAB-PLA-IDX-SUP(WRK-IDX-CTA) TO WRK-IDX-CTA.

       0230-SOMA-CONTA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-GRAVA-BALANCO.
               CLOSE RAZAO.
               OPEN OUTPUT BALPATR.
               IF FS-BALPATR                 NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-BALPATR           TO WRK-STATUS-ERRO
                   MOVE '0305-ABRE-BALPATR'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "BALANCO PATRIMONIAL" TO WRK-CAB-TITULO.
               MOVE WRK-PARM-MES-REF TO WRK-CAB-MES-REF
                                        WRK-CAB2-MES-ATU.
               MOVE WRK-MES-ANTERIOR TO WRK-CAB2-MES-ANT.
               MOVE WRK-LIN-CABEC1 TO REG-BALPATR.
               WRITE REG-BALPATR.
               MOVE WRK-LIN-CABEC2 TO REG-BALPATR.
               WRITE REG-BALPATR.

               MOVE "ATIVO" TO WRK-LIN-SECAO.
               MOVE "A"     TO WRK-NATUREZA-SECAO.
               PERFORM 0330-SECAO-BALANCO.
               MOVE WRK-TOT-SECAO-ATU TO ACU-ATIVO-ATU.
               MOVE WRK-TOT-SECAO-ANT TO ACU-ATIVO-ANT.
               MOVE "PASSIVO" TO WRK-LIN-SECAO.
               MOVE "P"       TO WRK-NATUREZA-SECAO.
               PERFORM 0330-SECAO-BALANCO.
               MOVE WRK-TOT-SECAO-ATU TO ACU-PASSIVO-ATU.
               MOVE WRK-TOT-SECAO-ANT TO ACU-PASSIVO-ANT.
               MOVE "PATRIMONIO LIQUIDO" TO WRK-LIN-SECAO.
               MOVE "L"                  TO WRK-NATUREZA-SECAO.
               PERFORM 0330-SECAO-BALANCO.
               MOVE WRK-TOT-SECAO-ATU TO ACU-PATRIM-ATU.
               MOVE WRK-TOT-SECAO-ANT TO ACU-PATRIM-ANT.

      *        RECEITAS E DESPESAS ACUMULADAS AINDA NAO ENCERRADAS
               PERFORM 0340-APURA-RESULTADO
                       VARYING WRK-IDX-CTA FROM 1 BY 1
                       UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS.
               MOVE "RESULTADO NAO ENCERRADO" TO WRK-TOT-DESCRICAO.
               MOVE WRK-RESULT-ACUM-ATU TO WRK-TOT-VALOR-ATU-ED.
               MOVE WRK-RESULT-ACUM-ANT TO WRK-TOT-VALOR-ANT-ED.
               MOVE WRK-LIN-TOTAL TO REG-BALPATR.
               WRITE REG-BALPATR.
               MOVE "TOTAL DO PASSIVO + PATRIMONIO LIQUIDO" TO
                   WRK-TOT-DESCRICAO.
               COMPUTE WRK-TOT-SECAO-ATU = ACU-PASSIVO-ATU +
                   ACU-PATRIM-ATU + WRK-RESULT-ACUM-ATU.
               COMPUTE WRK-TOT-SECAO-ANT = ACU-PASSIVO-ANT +
                   ACU-PATRIM-ANT + WRK-RESULT-ACUM-ANT.
               MOVE WRK-TOT-SECAO-ATU TO WRK-TOT-VALOR-ATU-ED.
               MOVE WRK-TOT-SECAO-ANT TO WRK-TOT-VALOR-ANT-ED.
               MOVE WRK-LIN-TOTAL TO REG-BALPATR.
               WRITE REG-BALPATR.

       0310-PROVA-BALANCO.
               COMPUTE WRK-DIFERENCA-ATU = ACU-ATIVO-ATU -
                   WRK-TOT-SECAO-ATU.
               COMPUTE WRK-DIFERENCA-ANT = ACU-ATIVO-ANT -
                   WRK-TOT-SECAO-ANT.
               MOVE SPACES TO WRK-LIN-PROVA.
               IF WRK-DIFERENCA-ATU EQUAL ZEROS AND
                  WRK-DIFERENCA-ANT EQUAL ZEROS
                   STRING "ATIVO IGUAL A PASSIVO + PATRIMONIO LIQUIDO "
                              DELIMITED BY SIZE
                          "NOS DOIS MESES - BALANCO FECHADO"
                              DELIMITED BY SIZE
                       INTO WRK-LIN-PROVA
                   END-STRING
               ELSE
                   STRING "** BALANCO NAO FECHA: ATIVO DIFERE DO "
                              DELIMITED BY SIZE
                          "PASSIVO + PATRIMONIO LIQUIDO **"
                              DELIMITED BY SIZE
                       INTO WRK-LIN-PROVA
                   END-STRING
                   MOVE "BALANCO PATRIMONIAL NAO FECHA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
               END-IF.
               MOVE WRK-LIN-PROVA TO REG-BALPATR.
               WRITE REG-BALPATR.
               CLOSE BALPATR.
               DISPLAY WRK-LIN-PROVA(1:75).

       0315-GRAVA-DRE.
               OPEN OUTPUT DRE.
               IF FS-DRE                     NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-DRE               TO WRK-STATUS-ERRO
                   MOVE '0315-ABRE-DRE'      TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "DEMONSTRACAO DO RESULTADO" TO WRK-CAB-TITULO.
               MOVE WRK-LIN-CABEC1 TO REG-DRE.
               WRITE REG-DRE.
               MOVE WRK-LIN-CABEC2 TO REG-DRE.
               WRITE REG-DRE.

               MOVE "RECEITAS" TO WRK-LIN-SECAO.
               MOVE "R"        TO WRK-NATUREZA-SECAO.
               PERFORM 0350-SECAO-DRE.
               MOVE WRK-TOT-SECAO-ATU TO ACU-RECEITA-ATU.
               MOVE WRK-TOT-SECAO-ANT TO ACU-RECEITA-ANT.
               MOVE "DESPESAS" TO WRK-LIN-SECAO.
               MOVE "D"        TO WRK-NATUREZA-SECAO.
               PERFORM 0350-SECAO-DRE.
               MOVE WRK-TOT-SECAO-ATU TO ACU-DESPESA-ATU.
               MOVE WRK-TOT-SECAO-ANT TO ACU-DESPESA-ANT.

               MOVE "RESULTADO DO MES" TO WRK-TOT-DESCRICAO.
               COMPUTE WRK-TOT-SECAO-ATU = ACU-RECEITA-ATU -
                   ACU-DESPESA-ATU.
               COMPUTE WRK-TOT-SECAO-ANT = ACU-RECEITA-ANT -
                   ACU-DESPESA-ANT.
               MOVE WRK-TOT-SECAO-ATU TO WRK-TOT-VALOR-ATU-ED.
               MOVE WRK-TOT-SECAO-ANT TO WRK-TOT-VALOR-ANT-ED.
               MOVE WRK-LIN-TOTAL TO REG-DRE.
               WRITE REG-DRE.
               CLOSE DRE.

       0320-ESTATISTICA.
               DISPLAY "PARTIDAS LIDAS DO RAZAO......:" ACU-LIDOS-RAZAO.
               DISPLAY "PARTIDAS DO MES DE REFERENCIA:"
                   ACU-PARTIDAS-MES.
               DISPLAY "PARTIDAS FORA DO PLANO.......:" ACU-FORA-PLANO.
               DISPLAY "CONTAS NO PLANO DE CONTAS....:" WRK-QT-CONTAS.

       0325-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC     TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC     TO REG-HORA-AUD.
               MOVE ACU-LIDOS-RAZAO   TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.
               MOVE WRK-RC-SAIDA TO RETURN-CODE.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0330-SECAO-BALANCO                      SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-TOT-SECAO-ATU WRK-TOT-SECAO-ANT.
               MOVE WRK-LIN-SECAO TO REG-BALPATR.
               WRITE REG-BALPATR.
               PERFORM 0331-LINHA-BALANCO
                       VARYING WRK-IDX-CTA FROM 1 BY 1
                       UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS.
               MOVE SPACES TO WRK-TOT-DESCRICAO.
               STRING "TOTAL DO " DELIMITED BY SIZE
                      WRK-LIN-SECAO DELIMITED BY "  "
                   INTO WRK-TOT-DESCRICAO
               END-STRING.
               MOVE WRK-TOT-SECAO-ATU TO WRK-TOT-VALOR-ATU-ED.
               MOVE WRK-TOT-SECAO-ANT TO WRK-TOT-VALOR-ANT-ED.
               MOVE WRK-LIN-TOTAL TO REG-BALPATR.
               WRITE REG-BALPATR.

       0330-SECAO-BALANCO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0331-LINHA-BALANCO                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-PLA-NATUREZA(WRK-IDX-CTA) NOT EQUAL
                  WRK-NATUREZA-SECAO
                   GO TO 0331-LINHA-BALANCO-FIM
               END-IF.
      *        O TOTAL DA SECAO E A SOMA DAS CONTAS DE NIVEL 1
               IF TAB-PLA-IDX-SUP(WRK-IDX-CTA) EQUAL ZEROS
                   ADD TAB-PLA-SALDO-ATU(WRK-IDX-CTA) TO
                       WRK-TOT-SECAO-ATU
                   ADD TAB-PLA-SALDO-ANT(WRK-IDX-CTA) TO
                       WRK-TOT-SECAO-ANT
               END-IF.
               IF TAB-PLA-SALDO-ATU(WRK-IDX-CTA) EQUAL ZEROS AND
                  TAB-PLA-SALDO-ANT(WRK-IDX-CTA) EQUAL ZEROS
                   GO TO 0331-LINHA-BALANCO-FIM
               END-IF.
               PERFORM 0360-MONTA-DETALHE.
               MOVE TAB-PLA-SALDO-ATU(WRK-IDX-CTA) TO
                   WRK-DET-VALOR-ATU-ED.
               MOVE TAB-PLA-SALDO-ANT(WRK-IDX-CTA) TO
                   WRK-DET-VALOR-ANT-ED.
               MOVE WRK-LIN-DETALHE TO REG-BALPATR.
               WRITE REG-BALPATR.

       0331-LINHA-BALANCO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0340-APURA-RESULTADO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-PLA-IDX-SUP(WRK-IDX-CTA) EQUAL ZEROS
                   EVALUATE TAB-PLA-NATUREZA(WRK-IDX-CTA)
                       WHEN "R"
                           ADD TAB-PLA-SALDO-ATU(WRK-IDX-CTA) TO
                               WRK-RESULT-ACUM-ATU
                           ADD TAB-PLA-SALDO-ANT(WRK-IDX-CTA) TO
                               WRK-RESULT-ACUM-ANT
                       WHEN "D"
                           SUBTRACT TAB-PLA-SALDO-ATU(WRK-IDX-CTA)
                               FROM WRK-RESULT-ACUM-ATU
                           SUBTRACT TAB-PLA-SALDO-ANT(WRK-IDX-CTA)
                               FROM WRK-RESULT-ACUM-ANT
                   END-EVALUATE
               END-IF.

       0340-APURA-RESULTADO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0350-SECAO-DRE                          SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-TOT-SECAO-ATU WRK-TOT-SECAO-ANT.
               MOVE WRK-LIN-SECAO TO REG-DRE.
               WRITE REG-DRE.
               PERFORM 0351-LINHA-DRE
                       VARYING WRK-IDX-CTA FROM 1 BY 1
                       UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS.
               MOVE SPACES TO WRK-TOT-DESCRICAO.
               STRING "TOTAL DE " DELIMITED BY SIZE
                      WRK-LIN-SECAO DELIMITED BY "  "
                   INTO WRK-TOT-DESCRICAO
               END-STRING.
               MOVE WRK-TOT-SECAO-ATU TO WRK-TOT-VALOR-ATU-ED.
               MOVE WRK-TOT-SECAO-ANT TO WRK-TOT-VALOR-ANT-ED.
               MOVE WRK-LIN-TOTAL TO REG-DRE.
               WRITE REG-DRE.

       0350-SECAO-DRE-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0351-LINHA-DRE                          SECTION.
      *-----------------------------------------------------------------

               IF TAB-PLA-NATUREZA(WRK-IDX-CTA) NOT EQUAL
                  WRK-NATUREZA-SECAO
                   GO TO 0351-LINHA-DRE-FIM
               END-IF.
               IF TAB-PLA-IDX-SUP(WRK-IDX-CTA) EQUAL ZEROS
                   ADD TAB-PLA-MOVTO-ATU(WRK-IDX-CTA) TO
                       WRK-TOT-SECAO-ATU
                   ADD TAB-PLA-MOVTO-ANT(WRK-IDX-CTA) TO
                       WRK-TOT-SECAO-ANT
               END-IF.
               IF TAB-PLA-MOVTO-ATU(WRK-IDX-CTA) EQUAL ZEROS AND
                  TAB-PLA-MOVTO-ANT(WRK-IDX-CTA) EQUAL ZEROS
                   GO TO 0351-LINHA-DRE-FIM
               END-IF.
               PERFORM 0360-MONTA-DETALHE.
               MOVE TAB-PLA-MOVTO-ATU(WRK-IDX-CTA) TO
                   WRK-DET-VALOR-ATU-ED.
               MOVE TAB-PLA-MOVTO-ANT(WRK-IDX-CTA) TO
                   WRK-DET-VALOR-ANT-ED.
               MOVE WRK-LIN-DETALHE TO REG-DRE.
               WRITE REG-DRE.

       0351-LINHA-DRE-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0360-MONTA-DETALHE                      SECTION.
      *-----------------------------------------------------------------
      *        DESCRICAO RECUADA 2 POSICOES POR NIVEL DA HIERARQUIA

               MOVE TAB-PLA-CONTA(WRK-IDX-CTA) TO WRK-DET-CONTA.
               MOVE SPACES TO WRK-DET-DESCRICAO.
               MOVE ZEROS TO WRK-RECUO.
               IF TAB-PLA-NIVEL(WRK-IDX-CTA) GREATER 1
                   COMPUTE WRK-RECUO =
                       (TAB-PLA-NIVEL(WRK-IDX-CTA) - 1) * 2
               END-IF.
               MOVE TAB-PLA-DESCRICAO(WRK-IDX-CTA) TO
                   WRK-DET-DESCRICAO(WRK-RECUO + 1:).

       0360-MONTA-DETALHE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

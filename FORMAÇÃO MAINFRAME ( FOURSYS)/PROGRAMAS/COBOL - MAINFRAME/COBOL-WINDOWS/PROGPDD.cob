       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGPDD.
      *=================================================================
      * PROGRAMA   : PROGPDD
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) DAS
      *              FATURAS DE ASSINATURA. RODA UMA VEZ POR MES DE
      *              COMPETENCIA, DEPOIS DA BAIXA DE PERDAS DO MES
      *              (PROGPERDA), COM DATA DO ULTIMO DIA DO MES:
      *              - AS BAIXAS COMO PERDA ("B") E AS RECUPERACOES
      *                ("R") DO PERDAS.TXT DATADAS NA COMPETENCIA SAO
      *                CONTABILIZADAS (DEPARA TIPO "K" / SINAL "B" E
      *                "R");
      *              - AS FATURAS ABERTAS SAO ENVELHECIDAS NA DATA DO
      *                LANCAMENTO (EM DIA / 1-30 / 31-60 / 61-90 /
      *                MAIS DE 90 DIAS) E CADA FAIXA PROVISIONA O
      *                PERCENTUAL DA TABELA PDDPCT.TXT (SEM A TABELA,
      *                0 / 1 / 10 / 30 / 100%);
      *              - A DIFERENCA ENTRE A PROVISAO EXIGIDA E O SALDO
      *                DA CONTA DE PDD NO RAZAO E LANCADA COMO
      *                CONSTITUICAO (DEPARA "K" / "P": DEBITO DESPESA
      *                COM PDD, CREDITO PDD) OU REVERSAO ("K" / "V":
      *                DEBITO PDD, CREDITO REVERSAO DE PDD).
      *              A CONTA DE PDD E A CONTA CREDITO DA ENTRADA K/P.
      *              COMPETENCIA JA PROVISIONADA (PDDHIST.TXT) OU JA
      *              FECHADA NO FECHADOS.TXT NAO E REPROCESSADA
      *              (RETURN-CODE 8).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  FATURA                 I                    #BOOKFATURA
      *  PERDAS                 I                    #BOOKPERDA
      *  PDDPCT                 I
      *  PDDHIST                I / O (EXTEND)
      *  DEPARA                 I
      *  RAZAO                  I / O (EXTEND)
      *  FECHADOS               I                    #BOOKFECHA
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
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT PERDAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PERDAS.TXT"
               FILE STATUS IS FS-PERDAS.
           SELECT PDDPCT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PDDPCT.TXT"
               FILE STATUS IS FS-PDDPCT.
           SELECT PDDHIST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PDDHIST.TXT"
               FILE STATUS IS FS-PDDHIST.
           SELECT DEPARA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\DEPARA.TXT"
               FILE STATUS IS FS-DEPARA.
           SELECT RAZAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RAZAO.TXT"
               FILE STATUS IS FS-RAZAO.
           SELECT FECHADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\FECHADOS.TXT"
               FILE STATUS IS FS-FECHADOS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  FATURAS DAS ASSINATURAS (PROGFATURA)
      *                               LRECL = 084
      *-----------------------------------------------------------------
       FD  FATURA.
       COPY "#BOOKFATURA".
      *-----------------------------------------------------------------
      *        INPUT -  BAIXAS E RECUPERACOES DE PERDAS (PROGPERDA /
      *                 PROGBAIXA)
      *                               LRECL = 071
      *-----------------------------------------------------------------
       FD  PERDAS.
       COPY "#BOOKPERDA".
      *-----------------------------------------------------------------
      *        INPUT -  PERCENTUAL DE PROVISAO POR FAIXA DE ATRASO
      *                 (0 = EM DIA, 1 = 1-30, 2 = 31-60, 3 = 61-90,
      *                 4 = MAIS DE 90 DIAS)
      *                               LRECL = 006
      *-----------------------------------------------------------------
       FD  PDDPCT.
       01  REG-PDDPCT.
           05 REG-FAIXA-PCT            PIC 9(001).
           05 REG-PERCENTUAL-PCT       PIC 9(003)V99.
      *-----------------------------------------------------------------
      *  INPUT/OUTPUT-  HISTORICO DAS COMPETENCIAS PROVISIONADAS
      *                               LRECL = 082
      *-----------------------------------------------------------------
       FD  PDDHIST.
       01  REG-PDDHIST.
           05 REG-MES-PDH              PIC 9(006).
           05 REG-DATA-LANC-PDH        PIC 9(008).
           05 REG-BASE-PDH             PIC 9(010)V99.
           05 REG-EXIGIDA-PDH          PIC 9(010)V99.
           05 REG-SALDO-ANT-PDH        PIC S9(010)V99.
           05 REG-CONSTITUICAO-PDH     PIC 9(010)V99.
           05 REG-REVERSAO-PDH         PIC 9(010)V99.
           05 REG-USUARIO-PDH          PIC X(008).
      *-----------------------------------------------------------------
      *        INPUT -  TABELA DE-PARA CONTABIL (TIPO+SINAL -> CONTAS)
      *                               LRECL = 018
      *-----------------------------------------------------------------
       FD  DEPARA.
       01  REG-DEPARA.
           05 REG-TIPO-DEP             PIC X(001).
           05 REG-SINAL-DEP            PIC X(001).
           05 REG-CTA-DEBITO-DEP       PIC 9(008).
           05 REG-CTA-CREDITO-DEP      PIC 9(008).
      *-----------------------------------------------------------------
      *  INPUT/OUTPUT-  PARTIDAS DO DIARIO CONTABIL
      *                               LRECL = 030
      *-----------------------------------------------------------------
       FD  RAZAO.
       01  REG-RAZAO.
           05 REG-DATA-RZ              PIC 9(008).
           05 REG-CONTA-RAZAO-RZ       PIC 9(008).
           05 REG-SINAL-RZ             PIC X(001).
           05 REG-VALOR-RZ             PIC 9(010)V99.
           05 FILLER                  PIC X(001)       VALUE SPACES.
      *-----------------------------------------------------------------
      *        INPUT -  MESES FECHADOS (PROGFECHA)
      *                               LRECL = 022
      *-----------------------------------------------------------------
       FD  FECHADOS.
       COPY "#BOOKFECHA".
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
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-PERDAS                   PIC X(002)          VALUE SPACES.
       01  FS-PDDPCT                   PIC X(002)          VALUE SPACES.
       01  FS-PDDHIST                  PIC X(002)          VALUE SPACES.
       01  FS-DEPARA                   PIC X(002)          VALUE SPACES.
       01  FS-RAZAO                    PIC X(002)          VALUE SPACES.
       01  FS-FECHADOS                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
       01  WRK-PARM-MES-X REDEFINES WRK-PARM-MES.
           05 WRK-MES-AAAA             PIC 9(004).
           05 WRK-MES-MM               PIC 9(002).
       01  WRK-DATA-PRI-PROX           PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-LANC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DIAS-LANC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DIAS-ATRASO             PIC S9(007)         VALUE ZEROS.
       01  WRK-FAIXA                   PIC 9(001)          VALUE ZEROS.
       01  WRK-IDX-FAIXA               PIC 9(001)          VALUE ZEROS.
       01  WRK-MES-FECHADO             PIC X(001)          VALUE "N".
       01  WRK-JA-PROVISIONADO         PIC X(001)          VALUE "N".
       01  WRK-PCT-CARREGADA           PIC X(001)          VALUE "N".
       01  WRK-VALOR-PARTIDA           PIC 9(012)V99       VALUE ZEROS.
       01  WRK-CTA-DEB-PARTIDA         PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-PARTIDA        PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    FAIXAS DE ATRASO: 1 = EM DIA, 2 = 1-30, 3 = 31-60,
      *    4 = 61-90, 5 = MAIS DE 90 DIAS (FAIXA DO PDDPCT + 1)
      *-----------------------------------------------------------------
       01  TAB-FAIXAS.
           05 TAB-FAIXA-ITEM           OCCURS 5 TIMES.
               10 TAB-FAIXA-NOME           PIC X(012).
               10 TAB-FAIXA-PCT            PIC 9(003)V99.
               10 TAB-FAIXA-QTDE           PIC 9(007)    COMP-3.
               10 TAB-FAIXA-VALOR          PIC 9(012)V99 COMP-3.
               10 TAB-FAIXA-PROVISAO       PIC 9(012)V99 COMP-3.
      *-----------------------------------------------------------------
       01  ACU-FATURAS-LIDAS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-ABERTAS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-PERDAS-LIDAS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-QT-BAIXAS               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-QT-RECUPERACOES         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PARTIDAS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-BASE              PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-EXIGIDA           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-BAIXAS            PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-RECUPERACOES      PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-CONSTITUICAO      PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-REVERSAO          PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-DEBITOS           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-CREDITOS          PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-SALDO-ANTERIOR          PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-SALDO-AJUSTADO          PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-DIFERENCA               PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-SALDO-FINAL             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGPDD".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
       01  WRK-TOTAL-ED                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL2-ED               PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-ED                PIC -.---.---.--9,99.
       01  WRK-PCT-ED                  PIC ZZ9,99.
       01  WRK-QTDE-ED                 PIC Z.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       01  WRK-QT-MAPA                 PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-MAPA                PIC 9(002)          VALUE ZEROS.
       01  WRK-MAPA-ACHOU              PIC X(001)          VALUE "N".
       01  WRK-SINAL-ALVO              PIC X(001)          VALUE SPACES.
       01  WRK-CTA-PDD                 PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-DEB-CONSTITUI       PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-CONSTITUI      PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-DEB-REVERSAO        PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-REVERSAO       PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-DEB-BAIXA           PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-BAIXA          PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-DEB-RECUPERA        PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-RECUPERA       PIC 9(008)          VALUE ZEROS.
       01  TAB-DEPARA.
           05 TAB-DEP-ITEM             OCCURS 20 TIMES.
               10 TAB-DEP-TIPO             PIC X(001).
               10 TAB-DEP-SINAL            PIC X(001).
               10 TAB-DEP-CTA-DEBITO       PIC 9(008).
               10 TAB-DEP-CTA-CREDITO      PIC 9(008).
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
               PERFORM 0200-PROCESSAR UNTIL FS-FATURA NOT EQUAL '00'.
               PERFORM 0230-APURA-PERDAS.
               PERFORM 0250-GERA-PARTIDAS.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "MES DE COMPETENCIA (AAAAMM): "
               ACCEPT WRK-PARM-MES.
               IF WRK-PARM-MES IS NOT NUMERIC OR
                  WRK-MES-MM LESS 1 OR WRK-MES-MM GREATER 12
                   DISPLAY "ERRO: MES DE COMPETENCIA INVALIDO -- "
                       "INFORMAR AAAAMM"
                   MOVE "MES DE COMPETENCIA INVALIDO" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.

               IF WRK-MES-MM EQUAL 12
                   COMPUTE WRK-DATA-PRI-PROX =
                       (WRK-MES-AAAA + 1) * 10000 + 0101
               ELSE
                   COMPUTE WRK-DATA-PRI-PROX =
                       (WRK-PARM-MES + 1) * 100 + 1
               END-IF.
               COMPUTE WRK-DATA-LANC = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-PRI-PROX) - 1).
               COMPUTE WRK-DIAS-LANC =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-LANC).
               DISPLAY "PDD DA COMPETENCIA " WRK-PARM-MES
                   " -- PARTIDAS COM DATA " WRK-DATA-LANC.

               PERFORM 0105-CONFERE-FECHAMENTO.
               PERFORM 0107-CONFERE-HISTORICO.
               PERFORM 0110-CARREGA-PERCENTUAIS.
               PERFORM 0115-CARREGA-DEPARA.
               PERFORM 0120-CONFERE-RAZAO.

               OPEN INPUT FATURA.
               IF FS-FATURA                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN EXTEND RAZAO.
               IF FS-RAZAO                    EQUAL '35'
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN EXTEND RAZAO
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0105-CONFERE-FECHAMENTO                 SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT FECHADOS.
               IF FS-FECHADOS EQUAL '00'
                   PERFORM 0106-LE-FECHADO
                       UNTIL FS-FECHADOS NOT EQUAL '00'
                   CLOSE FECHADOS
               END-IF.
               IF WRK-MES-FECHADO EQUAL "S"
                   DISPLAY "ERRO: COMPETENCIA " WRK-PARM-MES
                       " JA FECHADA PELO PROGFECHA -- PDD NAO "
                       "CONTABILIZADA"
                   MOVE "COMPETENCIA JA FECHADA" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0105-CONFERE-FECHAMENTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0106-LE-FECHADO                         SECTION.
      *-----------------------------------------------------------------

               READ FECHADOS
                   AT END
                       MOVE '10' TO FS-FECHADOS
                   NOT AT END
                       IF REG-MES-FECHADO EQUAL WRK-PARM-MES
                           MOVE "S"  TO WRK-MES-FECHADO
                           MOVE '10' TO FS-FECHADOS
                       END-IF
               END-READ.

       0106-LE-FECHADO-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    COMPETENCIA JA PROVISIONADA NO PDDHIST.TXT NAO E REFEITA --
      *    A PROVISAO SE AJUSTA PELA DIFERENCA NA COMPETENCIA SEGUINTE
      *-----------------------------------------------------------------
       0107-CONFERE-HISTORICO                  SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT PDDHIST.
               IF FS-PDDHIST EQUAL '00'
                   PERFORM 0108-LE-HISTORICO
                       UNTIL FS-PDDHIST NOT EQUAL '00'
                   CLOSE PDDHIST
               END-IF.
               IF WRK-JA-PROVISIONADO EQUAL "S"
                   DISPLAY "ERRO: COMPETENCIA " WRK-PARM-MES
                       " JA PROVISIONADA (PDDHIST.TXT)"
                   MOVE "PDD JA CONTABILIZADA" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0107-CONFERE-HISTORICO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0108-LE-HISTORICO                       SECTION.
      *-----------------------------------------------------------------

               READ PDDHIST
                   AT END
                       MOVE '10' TO FS-PDDHIST
                   NOT AT END
                       IF REG-MES-PDH EQUAL WRK-PARM-MES
                           MOVE "S"  TO WRK-JA-PROVISIONADO
                           MOVE '10' TO FS-PDDHIST
                       END-IF
               END-READ.

       0108-LE-HISTORICO-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    PERCENTUAL POR FAIXA DE ATRASO -- SEM O PDDPCT.TXT VALEM OS
      *    PERCENTUAIS PADRAO (0 / 1 / 10 / 30 / 100)
      *-----------------------------------------------------------------
       0110-CARREGA-PERCENTUAIS                SECTION.
      *-----------------------------------------------------------------

               MOVE "EM DIA"       TO TAB-FAIXA-NOME(1).
               MOVE "1 A 30 DIAS"  TO TAB-FAIXA-NOME(2).
               MOVE "31 A 60 DIAS" TO TAB-FAIXA-NOME(3).
               MOVE "61 A 90 DIAS" TO TAB-FAIXA-NOME(4).
               MOVE "MAIS DE 90"   TO TAB-FAIXA-NOME(5).
               MOVE ZEROS          TO TAB-FAIXA-PCT(1).
               MOVE 1              TO TAB-FAIXA-PCT(2).
               MOVE 10             TO TAB-FAIXA-PCT(3).
               MOVE 30             TO TAB-FAIXA-PCT(4).
               MOVE 100            TO TAB-FAIXA-PCT(5).
               PERFORM 0112-ZERA-FAIXA
                       VARYING WRK-IDX-FAIXA FROM 1 BY 1
                       UNTIL WRK-IDX-FAIXA GREATER 5.

               OPEN INPUT PDDPCT.
               IF FS-PDDPCT EQUAL '00'
                   PERFORM 0111-LE-PERCENTUAL
                       UNTIL FS-PDDPCT NOT EQUAL '00'
                   CLOSE PDDPCT
               END-IF.
               IF WRK-PCT-CARREGADA EQUAL "N"
                   DISPLAY "AVISO: TABELA PDDPCT.TXT AUSENTE OU VAZIA "
                       "-- VALEM OS PERCENTUAIS PADRAO"
               END-IF.

       0110-CARREGA-PERCENTUAIS-FIM.           EXIT.
      *-----------------------------------------------------------------
       0111-LE-PERCENTUAL                      SECTION.
      *-----------------------------------------------------------------

               READ PDDPCT
                   AT END
                       MOVE '10' TO FS-PDDPCT
                   NOT AT END
                       IF REG-FAIXA-PCT IS NUMERIC AND
                          REG-FAIXA-PCT NOT GREATER 4 AND
                          REG-PERCENTUAL-PCT IS NUMERIC AND
                          REG-PERCENTUAL-PCT NOT GREATER 100
                           COMPUTE WRK-IDX-FAIXA = REG-FAIXA-PCT + 1
                           MOVE REG-PERCENTUAL-PCT TO
                               TAB-FAIXA-PCT(WRK-IDX-FAIXA)
                           MOVE "S" TO WRK-PCT-CARREGADA
                       ELSE
                           DISPLAY "AVISO: LINHA INVALIDA NO PDDPCT.TXT"
                               " IGNORADA: " REG-PDDPCT
                       END-IF
               END-READ.

       0111-LE-PERCENTUAL-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0112-ZERA-FAIXA                         SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO TAB-FAIXA-QTDE(WRK-IDX-FAIXA)
                             TAB-FAIXA-VALOR(WRK-IDX-FAIXA)
                             TAB-FAIXA-PROVISAO(WRK-IDX-FAIXA).

       0112-ZERA-FAIXA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    SO AS ENTRADAS TIPO "K" DO DE-PARA VAO PARA A TABELA
      *-----------------------------------------------------------------
       0115-CARREGA-DEPARA                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT DEPARA.
               IF FS-DEPARA                  NOT EQUAL '00'
                   DISPLAY "ERRO: TABELA DE-PARA (DEPARA.TXT) "
                       "AUSENTE -- PDD NAO CONTABILIZADA"
                   MOVE "DE-PARA CONTABIL AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0116-LE-DEPARA
                       UNTIL FS-DEPARA NOT EQUAL '00'.
               CLOSE DEPARA.

               MOVE 'P' TO WRK-SINAL-ALVO.
               PERFORM 0117-LOCALIZA-MAPA.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA)  TO
                   WRK-CTA-DEB-CONSTITUI.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   WRK-CTA-CRED-CONSTITUI.
               MOVE WRK-CTA-CRED-CONSTITUI TO WRK-CTA-PDD.
               MOVE 'V' TO WRK-SINAL-ALVO.
               PERFORM 0117-LOCALIZA-MAPA.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA)  TO
                   WRK-CTA-DEB-REVERSAO.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   WRK-CTA-CRED-REVERSAO.
               MOVE 'B' TO WRK-SINAL-ALVO.
               PERFORM 0117-LOCALIZA-MAPA.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA)  TO
                   WRK-CTA-DEB-BAIXA.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   WRK-CTA-CRED-BAIXA.
               MOVE 'R' TO WRK-SINAL-ALVO.
               PERFORM 0117-LOCALIZA-MAPA.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA)  TO
                   WRK-CTA-DEB-RECUPERA.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   WRK-CTA-CRED-RECUPERA.
               IF WRK-CTA-DEB-REVERSAO NOT EQUAL WRK-CTA-PDD
                   DISPLAY "ATENCAO: A CONTA DEBITADA NA REVERSAO "
                       "(K/V) NAO E A CONTA DE PDD CREDITADA NA "
                       "CONSTITUICAO (K/P) -- CONFERIR O DEPARA.TXT"
               END-IF.

       0115-CARREGA-DEPARA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0116-LE-DEPARA                          SECTION.
      *-----------------------------------------------------------------

               READ DEPARA
               IF FS-DEPARA                  EQUAL '00'
                   IF REG-TIPO-DEP EQUAL 'K' AND
                      WRK-QT-MAPA LESS THAN 20
                       ADD 1 TO WRK-QT-MAPA
                       MOVE REG-TIPO-DEP        TO
                           TAB-DEP-TIPO(WRK-QT-MAPA)
                       MOVE REG-SINAL-DEP       TO
                           TAB-DEP-SINAL(WRK-QT-MAPA)
                       MOVE REG-CTA-DEBITO-DEP  TO
                           TAB-DEP-CTA-DEBITO(WRK-QT-MAPA)
                       MOVE REG-CTA-CREDITO-DEP TO
                           TAB-DEP-CTA-CREDITO(WRK-QT-MAPA)
                   END-IF
               END-IF.

       0116-LE-DEPARA-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    ENTRADA TIPO "K" DO DE-PARA COM O SINAL PEDIDO -- SEM ELA O
      *    DIARIO DA PDD NAO FECHA E A EXECUCAO PARA
      *-----------------------------------------------------------------
       0117-LOCALIZA-MAPA                      SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-MAPA-ACHOU.
               PERFORM 0118-PROCURA-MAPA
                       VARYING WRK-IDX-MAPA FROM 1 BY 1
                       UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA
                          OR WRK-MAPA-ACHOU EQUAL 'S'.

               IF WRK-MAPA-ACHOU EQUAL 'N'
                   DISPLAY "ERRO: DE-PARA SEM ENTRADA K/"
                       WRK-SINAL-ALVO " DA PDD"
                   MOVE "DE-PARA SEM PDD" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0117-LOCALIZA-MAPA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0118-PROCURA-MAPA                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-DEP-TIPO(WRK-IDX-MAPA)  EQUAL 'K' AND
                  TAB-DEP-SINAL(WRK-IDX-MAPA) EQUAL WRK-SINAL-ALVO
                   MOVE 'S' TO WRK-MAPA-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-MAPA
               END-IF.

       0118-PROCURA-MAPA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    SALDO DA CONTA DE PDD NO RAZAO ATE A DATA DO LANCAMENTO
      *    (CONTA CREDORA: CREDITO SOMA, DEBITO SUBTRAI)
      *-----------------------------------------------------------------
       0120-CONFERE-RAZAO                      SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT RAZAO.
               IF FS-RAZAO EQUAL '00'
                   PERFORM 0121-LE-RAZAO
                       UNTIL FS-RAZAO NOT EQUAL '00'
                   CLOSE RAZAO
               END-IF.

       0120-CONFERE-RAZAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0121-LE-RAZAO                           SECTION.
      *-----------------------------------------------------------------

               READ RAZAO
                   AT END
                       MOVE '10' TO FS-RAZAO
                   NOT AT END
                       IF REG-CONTA-RAZAO-RZ EQUAL WRK-CTA-PDD
                          AND REG-DATA-RZ NOT GREATER WRK-DATA-LANC
                           IF REG-SINAL-RZ EQUAL 'C'
                               ADD REG-VALOR-RZ TO ACU-SALDO-ANTERIOR
                           ELSE
                               SUBTRACT REG-VALOR-RZ FROM
                                   ACU-SALDO-ANTERIOR
                           END-IF
                       END-IF
               END-READ.

       0121-LE-RAZAO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               READ FATURA
                   AT END
                       MOVE '10' TO FS-FATURA
                   NOT AT END
                       ADD 1 TO ACU-FATURAS-LIDAS
                       PERFORM 0210-ENVELHECE-FATURA
               END-READ.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    SO FATURA ABERTA EMITIDA ATE A DATA DO LANCAMENTO; PARCELA
      *    DE ACORDO ENVELHECE PELO PROPRIO VENCIMENTO. BAIXADA COMO
      *    PERDA, PAGA OU CANCELADA NAO ENTRA NA BASE
      *-----------------------------------------------------------------
       0210-ENVELHECE-FATURA                   SECTION.
      *-----------------------------------------------------------------

               IF NOT REG-FAT-ABERTA
                   GO TO 0210-ENVELHECE-FATURA-FIM
               END-IF.
               IF REG-DATA-EMISSAO-FAT IS NUMERIC AND
                  REG-DATA-EMISSAO-FAT GREATER WRK-DATA-LANC
                   GO TO 0210-ENVELHECE-FATURA-FIM
               END-IF.
               IF REG-DATA-VENCTO-FAT IS NOT NUMERIC OR
                  REG-DATA-VENCTO-FAT EQUAL ZEROS
                   GO TO 0210-ENVELHECE-FATURA-FIM
               END-IF.

               COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-LANC -
                   FUNCTION INTEGER-OF-DATE(REG-DATA-VENCTO-FAT).
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO NOT GREATER ZEROS
                       MOVE 1 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 30
                       MOVE 2 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 60
                       MOVE 3 TO WRK-FAIXA
                   WHEN WRK-DIAS-ATRASO NOT GREATER 90
                       MOVE 4 TO WRK-FAIXA
                   WHEN OTHER
                       MOVE 5 TO WRK-FAIXA
               END-EVALUATE.

               ADD 1 TO ACU-FATURAS-ABERTAS.
               ADD 1 TO TAB-FAIXA-QTDE(WRK-FAIXA).
               ADD REG-VALOR-FAT TO TAB-FAIXA-VALOR(WRK-FAIXA).
               ADD REG-VALOR-FAT TO ACU-TOTAL-BASE.

       0210-ENVELHECE-FATURA-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    BAIXAS COMO PERDA E RECUPERACOES DATADAS NA COMPETENCIA
      *-----------------------------------------------------------------
       0230-APURA-PERDAS                       SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT PERDAS.
               IF FS-PERDAS EQUAL '00'
                   PERFORM 0231-LE-PERDA
                       UNTIL FS-PERDAS NOT EQUAL '00'
                   CLOSE PERDAS
               END-IF.

       0230-APURA-PERDAS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0231-LE-PERDA                           SECTION.
      *-----------------------------------------------------------------

               READ PERDAS
                   AT END
                       MOVE '10' TO FS-PERDAS
                   NOT AT END
                       ADD 1 TO ACU-PERDAS-LIDAS
                       IF REG-DATA-PRD(1:6) EQUAL WRK-PARM-MES
                           EVALUATE TRUE
                               WHEN REG-PRD-BAIXA
                                   ADD 1 TO ACU-QT-BAIXAS
                                   ADD REG-VALOR-PRD TO
                                       ACU-TOTAL-BAIXAS
                               WHEN REG-PRD-RECUPERACAO
                                   ADD 1 TO ACU-QT-RECUPERACOES
                                   ADD REG-VALOR-PRD TO
                                       ACU-TOTAL-RECUPERACOES
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ.

       0231-LE-PERDA-FIM.                      EXIT.
      *-----------------------------------------------------------------
      *    PARTIDAS DA COMPETENCIA: BAIXAS, RECUPERACOES E O AJUSTE DA
      *    PROVISAO (EXIGIDA MENOS O SALDO DA CONTA DE PDD DEPOIS DAS
      *    BAIXAS E RECUPERACOES QUE MOVIMENTAM A PROPRIA CONTA)
      *-----------------------------------------------------------------
       0250-GERA-PARTIDAS                      SECTION.
      *-----------------------------------------------------------------

               MOVE ACU-SALDO-ANTERIOR TO ACU-SALDO-AJUSTADO.

               IF ACU-TOTAL-BAIXAS GREATER ZEROS
                   MOVE ACU-TOTAL-BAIXAS   TO WRK-VALOR-PARTIDA
                   MOVE WRK-CTA-DEB-BAIXA  TO WRK-CTA-DEB-PARTIDA
                   MOVE WRK-CTA-CRED-BAIXA TO WRK-CTA-CRED-PARTIDA
                   PERFORM 0260-GRAVA-PARTIDA
               END-IF.

               IF ACU-TOTAL-RECUPERACOES GREATER ZEROS
                   MOVE ACU-TOTAL-RECUPERACOES TO WRK-VALOR-PARTIDA
                   MOVE WRK-CTA-DEB-RECUPERA   TO WRK-CTA-DEB-PARTIDA
                   MOVE WRK-CTA-CRED-RECUPERA  TO WRK-CTA-CRED-PARTIDA
                   PERFORM 0260-GRAVA-PARTIDA
               END-IF.

               PERFORM 0255-CALCULA-PROVISAO
                       VARYING WRK-IDX-FAIXA FROM 1 BY 1
                       UNTIL WRK-IDX-FAIXA GREATER 5.

               COMPUTE ACU-DIFERENCA =
                   ACU-TOTAL-EXIGIDA - ACU-SALDO-AJUSTADO.
               IF ACU-DIFERENCA GREATER ZEROS
                   MOVE ACU-DIFERENCA          TO ACU-TOTAL-CONSTITUICAO
                   MOVE ACU-DIFERENCA          TO WRK-VALOR-PARTIDA
                   MOVE WRK-CTA-DEB-CONSTITUI  TO WRK-CTA-DEB-PARTIDA
                   MOVE WRK-CTA-CRED-CONSTITUI TO WRK-CTA-CRED-PARTIDA
                   PERFORM 0260-GRAVA-PARTIDA
               END-IF.
               IF ACU-DIFERENCA LESS ZEROS
                   COMPUTE ACU-TOTAL-REVERSAO = ACU-DIFERENCA * -1
                   MOVE ACU-TOTAL-REVERSAO     TO WRK-VALOR-PARTIDA
                   MOVE WRK-CTA-DEB-REVERSAO   TO WRK-CTA-DEB-PARTIDA
                   MOVE WRK-CTA-CRED-REVERSAO  TO WRK-CTA-CRED-PARTIDA
                   PERFORM 0260-GRAVA-PARTIDA
               END-IF.

               MOVE ACU-SALDO-AJUSTADO TO ACU-SALDO-FINAL.

       0250-GERA-PARTIDAS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0255-CALCULA-PROVISAO                   SECTION.
      *-----------------------------------------------------------------

               COMPUTE TAB-FAIXA-PROVISAO(WRK-IDX-FAIXA) ROUNDED =
                   TAB-FAIXA-VALOR(WRK-IDX-FAIXA) *
                   TAB-FAIXA-PCT(WRK-IDX-FAIXA) / 100.
               ADD TAB-FAIXA-PROVISAO(WRK-IDX-FAIXA) TO
                   ACU-TOTAL-EXIGIDA.

       0255-CALCULA-PROVISAO-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    PARTIDA DOBRADA NO RAZAO; O QUE CAI NA CONTA DE PDD AJUSTA
      *    O SALDO DA PROVISAO
      *-----------------------------------------------------------------
       0260-GRAVA-PARTIDA                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-LANC        TO REG-DATA-RZ.
               MOVE WRK-CTA-DEB-PARTIDA  TO REG-CONTA-RAZAO-RZ.
               MOVE 'D'                  TO REG-SINAL-RZ.
               MOVE WRK-VALOR-PARTIDA    TO REG-VALOR-RZ.
               WRITE REG-RAZAO.
               ADD 1 TO ACU-PARTIDAS.
               ADD WRK-VALOR-PARTIDA TO ACU-TOTAL-DEBITOS.
               IF WRK-CTA-DEB-PARTIDA EQUAL WRK-CTA-PDD
                   SUBTRACT WRK-VALOR-PARTIDA FROM ACU-SALDO-AJUSTADO
               END-IF.

               MOVE WRK-DATA-LANC        TO REG-DATA-RZ.
               MOVE WRK-CTA-CRED-PARTIDA TO REG-CONTA-RAZAO-RZ.
               MOVE 'C'                  TO REG-SINAL-RZ.
               MOVE WRK-VALOR-PARTIDA    TO REG-VALOR-RZ.
               WRITE REG-RAZAO.
               ADD 1 TO ACU-PARTIDAS.
               ADD WRK-VALOR-PARTIDA TO ACU-TOTAL-CREDITOS.
               IF WRK-CTA-CRED-PARTIDA EQUAL WRK-CTA-PDD
                   ADD WRK-VALOR-PARTIDA TO ACU-SALDO-AJUSTADO
               END-IF.

       0260-GRAVA-PARTIDA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-CONTROLE.
               DISPLAY "===== PDD - COMPETENCIA " WRK-PARM-MES
                   " =====".
               DISPLAY "FAIXA         QTDE           VALOR ABERTO  "
                   "  PCT          PROVISAO".
               PERFORM 0306-IMPRIME-FAIXA
                       VARYING WRK-IDX-FAIXA FROM 1 BY 1
                       UNTIL WRK-IDX-FAIXA GREATER 5.
               DISPLAY "FATURAS LIDAS................:"
                   ACU-FATURAS-LIDAS.
               DISPLAY "FATURAS ABERTAS NA BASE......:"
                   ACU-FATURAS-ABERTAS.
               MOVE ACU-TOTAL-BASE TO WRK-TOTAL-ED.
               DISPLAY "BASE EM ABERTO...............:R$" WRK-TOTAL-ED.
               DISPLAY "BAIXAS COMO PERDA NO MES.....:" ACU-QT-BAIXAS.
               MOVE ACU-TOTAL-BAIXAS TO WRK-TOTAL-ED.
               DISPLAY "VALOR BAIXADO COMO PERDA.....:R$" WRK-TOTAL-ED.
               DISPLAY "RECUPERACOES NO MES..........:"
                   ACU-QT-RECUPERACOES.
               MOVE ACU-TOTAL-RECUPERACOES TO WRK-TOTAL-ED.
               DISPLAY "VALOR RECUPERADO.............:R$" WRK-TOTAL-ED.
               MOVE ACU-SALDO-ANTERIOR TO WRK-SALDO-ED.
               DISPLAY "SALDO DA PDD ANTERIOR........:R$" WRK-SALDO-ED.
               MOVE ACU-TOTAL-EXIGIDA TO WRK-TOTAL-ED.
               DISPLAY "PROVISAO EXIGIDA.............:R$" WRK-TOTAL-ED.
               MOVE ACU-TOTAL-CONSTITUICAO TO WRK-TOTAL-ED.
               DISPLAY "(+) CONSTITUICAO.............:R$" WRK-TOTAL-ED.
               MOVE ACU-TOTAL-REVERSAO TO WRK-TOTAL-ED.
               DISPLAY "(-) REVERSAO.................:R$" WRK-TOTAL-ED.
               MOVE ACU-SALDO-FINAL TO WRK-SALDO-ED.
               DISPLAY "SALDO DA PDD FINAL...........:R$" WRK-SALDO-ED.
               DISPLAY "PARTIDAS GRAVADAS............:" ACU-PARTIDAS.
               MOVE ACU-TOTAL-DEBITOS  TO WRK-TOTAL-ED.
               MOVE ACU-TOTAL-CREDITOS TO WRK-TOTAL2-ED.
               DISPLAY "TOTAL DE DEBITOS.............:R$" WRK-TOTAL-ED.
               DISPLAY "TOTAL DE CREDITOS............:R$" WRK-TOTAL2-ED.
               IF ACU-TOTAL-DEBITOS NOT EQUAL ACU-TOTAL-CREDITOS
                   DISPLAY "** DIARIO DA PDD NAO FECHA **"
                   MOVE "DIARIO DA PDD NAO FECHA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF ACU-SALDO-FINAL NOT EQUAL ACU-TOTAL-EXIGIDA
                   DISPLAY "** SALDO DA PDD DIFERE DA PROVISAO EXIGIDA "
                       "-- CONFERIR AS CONTAS K/P E K/V NO DEPARA.TXT "
                       "**"
               END-IF.

       0310-FECHA-ARQUIVOS.
               CLOSE FATURA
                     RAZAO.

       0315-GRAVA-HISTORICO.
               OPEN EXTEND PDDHIST.
               IF FS-PDDHIST EQUAL '35'
                   OPEN OUTPUT PDDHIST
                   CLOSE PDDHIST
                   OPEN EXTEND PDDHIST
               END-IF.
               MOVE WRK-PARM-MES           TO REG-MES-PDH.
               MOVE WRK-DATA-LANC          TO REG-DATA-LANC-PDH.
               MOVE ACU-TOTAL-BASE         TO REG-BASE-PDH.
               MOVE ACU-TOTAL-EXIGIDA      TO REG-EXIGIDA-PDH.
               MOVE ACU-SALDO-ANTERIOR     TO REG-SALDO-ANT-PDH.
               MOVE ACU-TOTAL-CONSTITUICAO TO REG-CONSTITUICAO-PDH.
               MOVE ACU-TOTAL-REVERSAO     TO REG-REVERSAO-PDH.
               MOVE WRK-USUARIO-EXEC       TO REG-USUARIO-PDH.
               WRITE REG-PDDHIST.
               CLOSE PDDHIST.

       0320-GRAVA-AUDITORIA.
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
               MOVE ACU-PARTIDAS      TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0306-IMPRIME-FAIXA                      SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-FAIXA-QTDE(WRK-IDX-FAIXA)     TO WRK-QTDE-ED.
               MOVE TAB-FAIXA-VALOR(WRK-IDX-FAIXA)    TO WRK-TOTAL-ED.
               MOVE TAB-FAIXA-PCT(WRK-IDX-FAIXA)      TO WRK-PCT-ED.
               MOVE TAB-FAIXA-PROVISAO(WRK-IDX-FAIXA) TO WRK-TOTAL2-ED.
               DISPLAY TAB-FAIXA-NOME(WRK-IDX-FAIXA) " " WRK-QTDE-ED
                   " " WRK-TOTAL-ED " " WRK-PCT-ED "% "
                   WRK-TOTAL2-ED.

       0306-IMPRIME-FAIXA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE WRK-RC-SAIDA TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

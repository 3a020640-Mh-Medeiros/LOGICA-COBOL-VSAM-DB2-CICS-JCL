       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGDIFER.
      *=================================================================
      * PROGRAMA   : PROGDIFER
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 21/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RECEITA DIFERIDA DOS PLANOS TRIMESTRAL E ANUAL
      *              COBRADOS ANTECIPADO (FATURA.TXT COM MAIS DE UM
      *              MES COBERTO). RODA UMA VEZ POR MES DE COMPETENCIA,
      *              EM SEQUENCIA, DEPOIS DO PROGFATURA DO MES:
      *              - FATURA ANTECIPADA EMITIDA NO MES: O VALOR DE
      *                RECEITA TODO VAI PARA O PASSIVO DE RECEITA
      *                DIFERIDA (DEPARA TIPO "V" / SINAL "C": DEBITO
      *                CONTAS A RECEBER, CREDITO RECEITA DIFERIDA);
      *              - CADA MES DO PERIODO COBERTO RECONHECE 1/3 OU
      *                1/12 DO VALOR (O RESTO DA DIVISAO NO ULTIMO
      *                MES) COMO RECEITA DE ASSINATURA (DEPARA TIPO
      *                "V" / SINAL "D": DEBITO RECEITA DIFERIDA,
      *                CREDITO RECEITA DE ASSINATURAS).
      *              AS PARTIDAS SAEM BALANCEADAS NO RAZAO.TXT COM A
      *              DATA DO ULTIMO DIA DO MES, E O RELBALAN MOSTRA O
      *              PASSIVO DIFERIDO BAIXANDO MES A MES. FATURA
      *              PARCELADA CONTINUA RECONHECENDO PELO VALOR
      *              ORIGINAL (PARCELA DE ACORDO NAO E RECEITA);
      *              FATURA SO CANCELADA NAO E RECONHECIDA. MES JA
      *              CONTABILIZADO (PARTIDA NA CONTA DIFERIDA NA MESMA
      *              DATA) OU JA FECHADO NO FECHADOS.TXT NAO E
      *              REPROCESSADO (RETURN-CODE 8).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  FATURA                 I                    #BOOKFATURA
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
       01  WRK-MESES-REF               PIC 9(007)          VALUE ZEROS.
       01  WRK-MESES-FATURA            PIC 9(007)          VALUE ZEROS.
       01  WRK-MES-DA-FATURA           PIC S9(007)         VALUE ZEROS.
       01  WRK-ANO-AUX                 PIC 9(004)          VALUE ZEROS.
       01  WRK-MM-AUX                  PIC 9(002)          VALUE ZEROS.
       01  WRK-MESES-COBERTOS          PIC 9(002)          VALUE ZEROS.
       01  WRK-VALOR-BASE              PIC 9(005)V99       VALUE ZEROS.
       01  WRK-VALOR-MES               PIC 9(005)V99       VALUE ZEROS.
       01  WRK-MES-FECHADO             PIC X(001)          VALUE "N".
       01  WRK-JA-CONTABILIZADO        PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  ACU-FATURAS-LIDAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-EMITIDAS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-RECONHECIDAS    PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PARTIDAS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-DIFERIDO          PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-RECONHECIDO       PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-DEBITOS           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-CREDITOS          PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-SALDO-ANTERIOR          PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-SALDO-FINAL             PIC S9(012)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGDIFE".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
       01  WRK-TOTAL-ED                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL2-ED               PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-SALDO-ED                PIC -.---.---.--9,99.
      *-----------------------------------------------------------------
       01  WRK-QT-MAPA                 PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-MAPA                PIC 9(002)          VALUE ZEROS.
       01  WRK-MAPA-ACHOU              PIC X(001)          VALUE "N".
       01  WRK-SINAL-ALVO              PIC X(001)          VALUE SPACES.
       01  WRK-CTA-DEB-EMISSAO         PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-EMISSAO        PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-DEB-RECONHEC        PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-RECONHEC       PIC 9(008)          VALUE ZEROS.
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
               COMPUTE WRK-MESES-REF = WRK-MES-AAAA * 12 + WRK-MES-MM.
               DISPLAY "RECEITA DIFERIDA DA COMPETENCIA " WRK-PARM-MES
                   " -- PARTIDAS COM DATA " WRK-DATA-LANC.

               PERFORM 0105-CONFERE-FECHAMENTO.
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
                       " JA FECHADA PELO PROGFECHA -- RECEITA DIFERIDA"
                       " NAO CONTABILIZADA"
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
       0115-CARREGA-DEPARA                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT DEPARA.
               IF FS-DEPARA                  NOT EQUAL '00'
                   DISPLAY "ERRO: TABELA DE-PARA (DEPARA.TXT) "
                       "AUSENTE -- RECEITA DIFERIDA NAO CONTABILIZADA"
                   MOVE "DE-PARA CONTABIL AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0116-LE-DEPARA
                       UNTIL FS-DEPARA NOT EQUAL '00'.
               CLOSE DEPARA.

               MOVE 'C' TO WRK-SINAL-ALVO.
               PERFORM 0117-LOCALIZA-MAPA.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA)  TO
                   WRK-CTA-DEB-EMISSAO.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   WRK-CTA-CRED-EMISSAO.
               MOVE 'D' TO WRK-SINAL-ALVO.
               PERFORM 0117-LOCALIZA-MAPA.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA)  TO
                   WRK-CTA-DEB-RECONHEC.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   WRK-CTA-CRED-RECONHEC.
               IF WRK-CTA-DEB-RECONHEC NOT EQUAL WRK-CTA-CRED-EMISSAO
                   DISPLAY "ATENCAO: A CONTA DEBITADA NO "
                       "RECONHECIMENTO (V/D) NAO E A CONTA DIFERIDA "
                       "CREDITADA NA EMISSAO (V/C) -- CONFERIR O "
                       "DEPARA.TXT"
               END-IF.

       0115-CARREGA-DEPARA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0116-LE-DEPARA                          SECTION.
      *-----------------------------------------------------------------

               READ DEPARA
               IF FS-DEPARA                  EQUAL '00'
                   IF WRK-QT-MAPA LESS THAN 20
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
      *    ENTRADA TIPO "V" DO DE-PARA COM O SINAL PEDIDO -- SEM ELA O
      *    DIARIO DA RECEITA DIFERIDA NAO FECHA E A EXECUCAO PARA
      *-----------------------------------------------------------------
       0117-LOCALIZA-MAPA                      SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-MAPA-ACHOU.
               PERFORM 0118-PROCURA-MAPA
                       VARYING WRK-IDX-MAPA FROM 1 BY 1
                       UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA
                          OR WRK-MAPA-ACHOU EQUAL 'S'.

               IF WRK-MAPA-ACHOU EQUAL 'N'
                   DISPLAY "ERRO: DE-PARA SEM ENTRADA V/"
                       WRK-SINAL-ALVO " DA RECEITA DIFERIDA"
                   MOVE "DE-PARA SEM RECEITA DIFERIDA" TO
                       WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0117-LOCALIZA-MAPA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0118-PROCURA-MAPA                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-DEP-TIPO(WRK-IDX-MAPA)  EQUAL 'V' AND
                  TAB-DEP-SINAL(WRK-IDX-MAPA) EQUAL WRK-SINAL-ALVO
                   MOVE 'S' TO WRK-MAPA-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-MAPA
               END-IF.

       0118-PROCURA-MAPA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    SALDO DA CONTA DIFERIDA ATE A DATA DO LANCAMENTO E PROTECAO
      *    CONTRA REPROCESSAMENTO: PARTIDA NA CONTA DIFERIDA COM A
      *    MESMA DATA QUER DIZER COMPETENCIA JA CONTABILIZADA
      *-----------------------------------------------------------------
       0120-CONFERE-RAZAO                      SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT RAZAO.
               IF FS-RAZAO EQUAL '00'
                   PERFORM 0121-LE-RAZAO
                       UNTIL FS-RAZAO NOT EQUAL '00'
                   CLOSE RAZAO
               END-IF.
               IF WRK-JA-CONTABILIZADO EQUAL 'S'
                   DISPLAY "ERRO: RAZAO JA TEM PARTIDAS DA RECEITA "
                       "DIFERIDA EM " WRK-DATA-LANC
                       " -- COMPETENCIA JA CONTABILIZADA"
                   MOVE "RECEITA DIFERIDA JA CONTABILIZADA" TO
                       WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0120-CONFERE-RAZAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0121-LE-RAZAO                           SECTION.
      *-----------------------------------------------------------------

               READ RAZAO
                   AT END
                       MOVE '10' TO FS-RAZAO
                   NOT AT END
                       IF REG-CONTA-RAZAO-RZ EQUAL WRK-CTA-CRED-EMISSAO
                          AND REG-DATA-RZ NOT GREATER WRK-DATA-LANC
                           IF REG-DATA-RZ EQUAL WRK-DATA-LANC
                               MOVE 'S' TO WRK-JA-CONTABILIZADO
                           END-IF
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
                       PERFORM 0210-AVALIA-FATURA
               END-READ.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    SO FATURA ANTECIPADA (MAIS DE UM MES COBERTO). PARCELA DE
      *    ACORDO NAO E RECEITA; FATURA CANCELADA SO CONTINUA QUANDO
      *    FOI PARCELADA (CANCELADA COM O NUMERO DO ACORDO)
      *-----------------------------------------------------------------
       0210-AVALIA-FATURA                      SECTION.
      *-----------------------------------------------------------------

               IF REG-MESES-FAT IS NOT NUMERIC OR
                  REG-MESES-FAT NOT GREATER 1
                   GO TO 0210-AVALIA-FATURA-FIM
               END-IF.
               IF REG-PARCELA-FAT IS NUMERIC AND
                  REG-PARCELA-FAT GREATER ZEROS
                   GO TO 0210-AVALIA-FATURA-FIM
               END-IF.
               IF REG-FAT-CANCELADA
                   IF REG-ACORDO-FAT IS NOT NUMERIC OR
                      REG-ACORDO-FAT EQUAL ZEROS
                       GO TO 0210-AVALIA-FATURA-FIM
                   END-IF
               END-IF.

               MOVE REG-MESES-FAT TO WRK-MESES-COBERTOS.
               MOVE REG-VALOR-FAT TO WRK-VALOR-BASE.
               IF REG-VALOR-RECEITA-FAT IS NUMERIC AND
                  REG-VALOR-RECEITA-FAT GREATER ZEROS
                   MOVE REG-VALOR-RECEITA-FAT TO WRK-VALOR-BASE
               END-IF.
               MOVE REG-MES-REF-FAT(1:4) TO WRK-ANO-AUX.
               MOVE REG-MES-REF-FAT(5:2) TO WRK-MM-AUX.
               COMPUTE WRK-MESES-FATURA = WRK-ANO-AUX * 12 + WRK-MM-AUX.
               COMPUTE WRK-MES-DA-FATURA =
                   WRK-MESES-REF - WRK-MESES-FATURA.
               IF WRK-MES-DA-FATURA LESS ZEROS OR
                  WRK-MES-DA-FATURA NOT LESS WRK-MESES-COBERTOS
                   GO TO 0210-AVALIA-FATURA-FIM
               END-IF.

               IF WRK-MES-DA-FATURA EQUAL ZEROS
                   ADD 1 TO ACU-FATURAS-EMITIDAS
                   ADD WRK-VALOR-BASE TO ACU-TOTAL-DIFERIDO
               END-IF.

               COMPUTE WRK-VALOR-MES =
                   WRK-VALOR-BASE / WRK-MESES-COBERTOS.
               IF WRK-MES-DA-FATURA EQUAL WRK-MESES-COBERTOS - 1
                   COMPUTE WRK-VALOR-MES = WRK-VALOR-BASE -
                       WRK-VALOR-MES * (WRK-MESES-COBERTOS - 1)
               END-IF.
               ADD 1 TO ACU-FATURAS-RECONHECIDAS.
               ADD WRK-VALOR-MES TO ACU-TOTAL-RECONHECIDO.

       0210-AVALIA-FATURA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0250-GERA-PARTIDAS                      SECTION.
      *-----------------------------------------------------------------

               IF ACU-TOTAL-DIFERIDO GREATER ZEROS
                   MOVE WRK-DATA-LANC TO REG-DATA-RZ
                   MOVE WRK-CTA-DEB-EMISSAO TO REG-CONTA-RAZAO-RZ
                   MOVE 'D' TO REG-SINAL-RZ
                   MOVE ACU-TOTAL-DIFERIDO TO REG-VALOR-RZ
                   WRITE REG-RAZAO
                   ADD 1 TO ACU-PARTIDAS
                   ADD ACU-TOTAL-DIFERIDO TO ACU-TOTAL-DEBITOS

                   MOVE WRK-DATA-LANC TO REG-DATA-RZ
                   MOVE WRK-CTA-CRED-EMISSAO TO REG-CONTA-RAZAO-RZ
                   MOVE 'C' TO REG-SINAL-RZ
                   MOVE ACU-TOTAL-DIFERIDO TO REG-VALOR-RZ
                   WRITE REG-RAZAO
                   ADD 1 TO ACU-PARTIDAS
                   ADD ACU-TOTAL-DIFERIDO TO ACU-TOTAL-CREDITOS
               END-IF.

               IF ACU-TOTAL-RECONHECIDO GREATER ZEROS
                   MOVE WRK-DATA-LANC TO REG-DATA-RZ
                   MOVE WRK-CTA-DEB-RECONHEC TO REG-CONTA-RAZAO-RZ
                   MOVE 'D' TO REG-SINAL-RZ
                   MOVE ACU-TOTAL-RECONHECIDO TO REG-VALOR-RZ
                   WRITE REG-RAZAO
                   ADD 1 TO ACU-PARTIDAS
                   ADD ACU-TOTAL-RECONHECIDO TO ACU-TOTAL-DEBITOS

                   MOVE WRK-DATA-LANC TO REG-DATA-RZ
                   MOVE WRK-CTA-CRED-RECONHEC TO REG-CONTA-RAZAO-RZ
                   MOVE 'C' TO REG-SINAL-RZ
                   MOVE ACU-TOTAL-RECONHECIDO TO REG-VALOR-RZ
                   WRITE REG-RAZAO
                   ADD 1 TO ACU-PARTIDAS
                   ADD ACU-TOTAL-RECONHECIDO TO ACU-TOTAL-CREDITOS
               END-IF.

               COMPUTE ACU-SALDO-FINAL = ACU-SALDO-ANTERIOR +
                   ACU-TOTAL-DIFERIDO - ACU-TOTAL-RECONHECIDO.

       0250-GERA-PARTIDAS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-CONTROLE.
               DISPLAY "===== RECEITA DIFERIDA " WRK-PARM-MES
                   " =====".
               DISPLAY "FATURAS LIDAS................:"
                   ACU-FATURAS-LIDAS.
               DISPLAY "ANTECIPADAS EMITIDAS NO MES..:"
                   ACU-FATURAS-EMITIDAS.
               DISPLAY "ANTECIPADAS RECONHECENDO.....:"
                   ACU-FATURAS-RECONHECIDAS.
               DISPLAY "PARTIDAS GRAVADAS............:" ACU-PARTIDAS.
               MOVE ACU-SALDO-ANTERIOR TO WRK-SALDO-ED.
               DISPLAY "SALDO DIFERIDO ANTERIOR......:R$" WRK-SALDO-ED.
               MOVE ACU-TOTAL-DIFERIDO TO WRK-TOTAL-ED.
               DISPLAY "(+) DIFERIDO NA EMISSAO......:R$" WRK-TOTAL-ED.
               MOVE ACU-TOTAL-RECONHECIDO TO WRK-TOTAL-ED.
               DISPLAY "(-) RECEITA RECONHECIDA......:R$" WRK-TOTAL-ED.
               MOVE ACU-SALDO-FINAL TO WRK-SALDO-ED.
               DISPLAY "SALDO DIFERIDO FINAL.........:R$" WRK-SALDO-ED.
               MOVE ACU-TOTAL-DEBITOS  TO WRK-TOTAL-ED.
               MOVE ACU-TOTAL-CREDITOS TO WRK-TOTAL2-ED.
               DISPLAY "TOTAL DE DEBITOS.............:R$" WRK-TOTAL-ED.
               DISPLAY "TOTAL DE CREDITOS............:R$" WRK-TOTAL2-ED.
               IF ACU-TOTAL-DEBITOS NOT EQUAL ACU-TOTAL-CREDITOS
                   DISPLAY "** DIARIO DA RECEITA DIFERIDA NAO FECHA **"
                   MOVE "DIARIO DIFERIDO NAO FECHA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF ACU-SALDO-FINAL LESS ZEROS
                   DISPLAY "** SALDO DIFERIDO NEGATIVO -- CONFERIR AS "
                       "COMPETENCIAS ANTERIORES NO RAZAO **"
               END-IF.

       0310-FECHA-ARQUIVOS.
               CLOSE FATURA
                     RAZAO.

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
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE WRK-RC-SAIDA TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGREPASSE.
      *=================================================================
      * PROGRAMA   : PROGREPASSE
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 13/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PAGAMENTO DO REPASSE AOS PARCEIROS DE STREAMING,
      *              DEPOIS DO ACEITE DA REMESSA DO MES (PROGREMESSA ->
      *              PROGACEITE). PARA CADA REMESSA DO MES DE
      *              REFERENCIA "ACEITA" NO REMCTRL.TXT:
      *              - SOMA AS FATURAS DO MES EFETIVAMENTE PAGAS
      *                (FATURA.TXT, SITUACAO "P") DO STREAMING E APLICA
      *                O PERCENTUAL DE REPASSE DO MASTER DE PARCEIROS
      *                (REG-PCT-REPASSE-PARC) -> REPASSE BRUTO;
      *              - ABATE OS AJUSTES PENDENTES DO PARCEIRO
      *                (REPAJUST.TXT) -> LIQUIDO A PAGAR. AJUSTE MAIOR
      *                QUE O BRUTO DEIXA O SALDO COMO NOVO AJUSTE
      *                PENDENTE PARA O MES SEGUINTE;
      *              - GRAVA O PAGAMENTO NA FILA PAGREP.TXT, QUE O
      *                PROGCNAB TRANSMITE AO BANCO NA AGENCIA E CONTA
      *                DO PARCEIRO;
      *              - CONTABILIZA NO RAZAO.TXT, NA DATA DE MOVIMENTO,
      *                A APROPRIACAO DO REPASSE A PAGAR (DEPARA TIPO
      *                "X" / SINAL "D": DEBITO DESPESA DE REPASSE,
      *                CREDITO REPASSE A PAGAR) E O PAGAMENTO (DEPARA
      *                TIPO "X" / SINAL "C": DEBITO REPASSE A PAGAR,
      *                CREDITO BANCO), PELO VALOR LIQUIDO;
      *              - EMITE O EXTRATO DE REPASSE POR PARCEIRO
      *                (EXTRREP.TXT) E GRAVA O HISTORICO REPASSES.TXT.
      *-----------------------------------------------------------------
      * OBSERVACAO.: STREAM/MES PRESENTE NO REPASSES.TXT JA FOI PAGO E
      *              NAO E PAGO DE NOVO. REMESSA NAO ACEITA, STREAMING
      *              SEM PARCEIRO OU PARCEIRO SEM AGENCIA/CONTA SAEM NO
      *              EXTRATO COMO NAO PAGOS (RETURN-CODE 4). MES AINDA
      *              NAO ENCERRADO, MES DO MOVIMENTO FECHADO NO
      *              FECHADOS.TXT OU DE-PARA SEM O TIPO "X" PARAM A
      *              EXECUCAO ANTES DE GRAVAR (RETURN-CODE 8).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CTLDATA                I                    #BOOKCTLDAT
      *  REMCTRL                I
      *  PARCEIROS              I  (KSDS)            #BOOKPARC
      *  FATURA                 I                    #BOOKFATURA
      *  REPAJUST               I / O
      *  REPASSES               I / O (EXTEND)
      *  PAGREP                 O (EXTEND)           #BOOKPAGREP
      *  DEPARA                 I
      *  RAZAO                  O (EXTEND)
      *  FECHADOS               I                    #BOOKFECHA
      *  EXTRREP                O
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
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT REMCTRL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\REMCTRL.TXT"
               FILE STATUS IS FS-REMCTRL.
           SELECT PARCEIROS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PARCEIROS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STREAM-PARC
               FILE STATUS IS FS-PARCEIROS.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT REPAJUST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\REPAJUST.TXT"
               FILE STATUS IS FS-REPAJUST.
           SELECT REPASSES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\REPASSES.TXT"
               FILE STATUS IS FS-REPASSES.
           SELECT PAGREP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PAGREP.TXT"
               FILE STATUS IS FS-PAGREP.
           SELECT DEPARA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\DEPARA.TXT"
               FILE STATUS IS FS-DEPARA.
           SELECT RAZAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RAZAO.TXT"
               FILE STATUS IS FS-RAZAO.
           SELECT FECHADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\FECHADOS.TXT"
               FILE STATUS IS FS-FECHADOS.
           SELECT EXTRREP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\EXTRREP.TXT"
               FILE STATUS IS FS-EXTRREP.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *        INPUT -  CONTROLE DAS REMESSAS (PROGREMESSA/PROGACEITE)
      *                               LRECL = 042
      *-----------------------------------------------------------------
       FD  REMCTRL.
       01  REG-REMCTRL.
           05 REG-STREAM-REM           PIC X(010).
           05 REG-MES-REM              PIC 9(006).
           05 REG-QT-REM               PIC 9(005).
           05 REG-TOTAL-REM            PIC 9(009)V99.
           05 REG-SITUACAO-REM         PIC X(010).
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE PARCEIROS DE STREAMING (PROGPARC)
      *                               LRECL = 046
      *-----------------------------------------------------------------
       FD  PARCEIROS.
       COPY "#BOOKPARC".
      *-----------------------------------------------------------------
      *        INPUT -  FATURAS DAS ASSINATURAS (PROGFATURA/PROGBAIXA)
      *                               LRECL = 084
      *-----------------------------------------------------------------
       FD  FATURA.
       COPY "#BOOKFATURA".
      *-----------------------------------------------------------------
      *  INPUT/OUTPUT-  AJUSTES A ABATER DO REPASSE (VALOR A DEVOLVER
      *                 PELO PARCEIRO: "P" PENDENTE, "A" ABATIDO NO
      *                 REPASSE DO MES REG-MES-ABAT-AJR)
      *                               LRECL = 066
      *-----------------------------------------------------------------
       FD  REPAJUST.
       01  REG-REPAJUST.
           05 REG-STREAM-AJR           PIC X(010).
           05 REG-DATA-AJR             PIC 9(008).
           05 REG-VALOR-AJR            PIC 9(009)V99.
           05 REG-HIST-AJR             PIC X(030).
           05 REG-SITUACAO-AJR         PIC X(001).
               88 REG-AJR-PENDENTE          VALUE "P".
               88 REG-AJR-ABATIDO           VALUE "A".
           05 REG-MES-ABAT-AJR         PIC 9(006).
      *-----------------------------------------------------------------
      *  INPUT/OUTPUT-  HISTORICO DOS REPASSES PAGOS (CUMULATIVO)
      *                               LRECL = 086
      *-----------------------------------------------------------------
       FD  REPASSES.
       01  REG-REPASSES.
           05 REG-STREAM-RPS           PIC X(010).
           05 REG-MES-RPS              PIC 9(006).
           05 REG-QT-FAT-RPS           PIC 9(005).
           05 REG-TOTAL-FAT-RPS        PIC 9(009)V99.
           05 REG-PCT-RPS              PIC 9(003)V99.
           05 REG-BRUTO-RPS            PIC 9(009)V99.
           05 REG-AJUSTE-RPS           PIC 9(009)V99.
           05 REG-LIQUIDO-RPS          PIC 9(009)V99.
           05 REG-DATA-RPS             PIC 9(008).
           05 REG-USUARIO-RPS          PIC X(008).
      *-----------------------------------------------------------------
      *     OUTPUT-  FILA DE PAGAMENTOS PARA O PROGCNAB (EXTEND)
      *                               LRECL = 056
      *-----------------------------------------------------------------
       FD  PAGREP.
       COPY "#BOOKPAGREP".
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
      *     OUTPUT-  PARTIDAS DO DIARIO CONTABIL (EXTEND)
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
      *     OUTPUT-  EXTRATO DE REPASSE POR PARCEIRO
      *-----------------------------------------------------------------
       FD  EXTRREP.
       01  REG-EXTRREP                 PIC X(080).
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
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-REMCTRL                  PIC X(002)          VALUE SPACES.
       01  FS-PARCEIROS                PIC X(002)          VALUE SPACES.
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-REPAJUST                 PIC X(002)          VALUE SPACES.
       01  FS-REPASSES                 PIC X(002)          VALUE SPACES.
       01  FS-PAGREP                   PIC X(002)          VALUE SPACES.
       01  FS-DEPARA                   PIC X(002)          VALUE SPACES.
       01  FS-RAZAO                    PIC X(002)          VALUE SPACES.
       01  FS-FECHADOS                 PIC X(002)          VALUE SPACES.
       01  FS-EXTRREP                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
       01  WRK-PARM-MES-X REDEFINES WRK-PARM-MES.
           05 WRK-MES-AAAA             PIC 9(004).
           05 WRK-MES-MM               PIC 9(002).
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-MOVTO-X REDEFINES WRK-DATA-MOVTO.
           05 WRK-MES-MOVTO            PIC 9(006).
           05 WRK-DIA-MOVTO            PIC 9(002).
       01  WRK-MES-FECHADO             PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  WRK-PCT-PARCEIRO            PIC 9(003)V99       VALUE ZEROS.
       01  WRK-BRUTO                   PIC 9(009)V99       VALUE ZEROS.
       01  WRK-AJUSTES                 PIC 9(009)V99       VALUE ZEROS.
       01  WRK-LIQUIDO                 PIC S9(009)V99      VALUE ZEROS.
       01  WRK-SALDO-ABATER            PIC 9(009)V99       VALUE ZEROS.
       01  WRK-MOTIVO-NAO-PAGO         PIC X(040)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-FATURAS-LIDAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-PAGAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-SEM-REMESSA     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REPASSES-PAGOS          PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-REPASSES-ZERADOS        PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-NAO-PAGOS               PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-JA-PAGOS                PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-AJUSTES-ABATIDOS        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-BRUTO             PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-AJUSTES           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-LIQUIDO           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-PARTIDAS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-DEBITOS           PIC 9(012)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-CREDITOS          PIC 9(012)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGREPA".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
       01  WRK-TOTAL-ED                PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL2-ED               PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *    REMESSAS DO MES DE REFERENCIA (REMCTRL) COM O TOTAL PAGO
      *-----------------------------------------------------------------
       01  WRK-QT-RPS                  PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-RPS                 PIC 9(003)          VALUE ZEROS.
       01  WRK-RPS-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-STREAM-BUSCA            PIC X(010)          VALUE SPACES.
       01  TAB-REPASSES.
           05 TAB-RPS-ITEM             OCCURS 100 TIMES.
               10 TAB-RPS-STREAM           PIC X(010).
               10 TAB-RPS-SITUACAO         PIC X(010).
               10 TAB-RPS-QT-PAGAS         PIC 9(005).
               10 TAB-RPS-TOTAL-PAGO       PIC 9(009)V99.
               10 TAB-RPS-JA-PAGO          PIC X(001).
      *-----------------------------------------------------------------
      *    AJUSTES A ABATER (REPAJUST), REGRAVADOS NO FINAL
      *-----------------------------------------------------------------
       01  WRK-QT-AJR                  PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-AJR                 PIC 9(003)          VALUE ZEROS.
       01  TAB-AJUSTES.
           05 TAB-AJR-ITEM             OCCURS 500 TIMES.
               10 TAB-AJR-STREAM           PIC X(010).
               10 TAB-AJR-DATA             PIC 9(008).
               10 TAB-AJR-VALOR            PIC 9(009)V99.
               10 TAB-AJR-HIST             PIC X(030).
               10 TAB-AJR-SITUACAO         PIC X(001).
               10 TAB-AJR-MES-ABAT         PIC 9(006).
      *-----------------------------------------------------------------
       01  WRK-QT-MAPA                 PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-MAPA                PIC 9(002)          VALUE ZEROS.
       01  WRK-MAPA-ACHOU              PIC X(001)          VALUE "N".
       01  WRK-SINAL-ALVO              PIC X(001)          VALUE SPACES.
       01  WRK-CTA-DEB-APROPRIA        PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-APROPRIA       PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-DEB-PAGTO           PIC 9(008)          VALUE ZEROS.
       01  WRK-CTA-CRED-PAGTO          PIC 9(008)          VALUE ZEROS.
       01  TAB-DEPARA.
           05 TAB-DEP-ITEM             OCCURS 20 TIMES.
               10 TAB-DEP-TIPO             PIC X(001).
               10 TAB-DEP-SINAL            PIC X(001).
               10 TAB-DEP-CTA-DEBITO       PIC 9(008).
               10 TAB-DEP-CTA-CREDITO      PIC 9(008).
      *-----------------------------------------------------------------
      *    LINHAS DO EXTRATO DE REPASSE (EXTRREP.TXT)
      *-----------------------------------------------------------------
       01  WRK-LIN-EXT-CABEC.
           05 FILLER                   PIC X(035)          VALUE
               "EXTRATO DE REPASSE AOS PARCEIROS - ".
           05 FILLER                   PIC X(004)          VALUE
               "MES ".
           05 WRK-EXT-CAB-MES          PIC 9(006).
           05 FILLER                   PIC X(012)          VALUE
               " - PAGTO EM ".
           05 WRK-EXT-CAB-DATA         PIC 9(008).
           05 FILLER                   PIC X(015)          VALUE SPACES.
       01  WRK-LIN-EXT-TRACO.
           05 FILLER                   PIC X(080)          VALUE
               ALL "-".
       01  WRK-LIN-EXT-PARC.
           05 FILLER                   PIC X(010)          VALUE
               "PARCEIRO: ".
           05 WRK-EXT-STREAM           PIC X(010).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-EXT-NOME             PIC X(020).
           05 FILLER                   PIC X(010)          VALUE
               " REPASSE: ".
           05 WRK-EXT-PCT-ED           PIC ZZ9,99.
           05 FILLER                   PIC X(001)          VALUE "%".
           05 FILLER                   PIC X(022)          VALUE SPACES.
       01  WRK-LIN-EXT-BANCO.
           05 FILLER                   PIC X(029)          VALUE
               "  CREDITO NA AGENCIA/CONTA: ".
           05 WRK-EXT-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-EXT-CONTA            PIC 9(006).
           05 FILLER                   PIC X(040)          VALUE SPACES.
       01  WRK-LIN-EXT-VALOR.
           05 WRK-EXT-TEXTO            PIC X(056).
           05 FILLER                   PIC X(003)          VALUE "R$ ".
           05 WRK-EXT-VALOR-ED         PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(005)          VALUE SPACES.
       01  WRK-LIN-EXT-NAO-PAGO.
           05 FILLER                   PIC X(010)          VALUE
               "PARCEIRO: ".
           05 WRK-EXT-NP-STREAM        PIC X(010).
           05 FILLER                   PIC X(015)          VALUE
               " ** NAO PAGO: ".
           05 WRK-EXT-NP-MOTIVO        PIC X(040).
           05 FILLER                   PIC X(005)          VALUE SPACES.
       01  WRK-QT-FAT-ED               PIC ZZ.ZZ9.
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
               PERFORM 0250-APURA-REPASSE
                       VARYING WRK-IDX-RPS FROM 1 BY 1
                       UNTIL WRK-IDX-RPS GREATER WRK-QT-RPS.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "MES DE REFERENCIA DO REPASSE (AAAAMM): "
               ACCEPT WRK-PARM-MES.
               IF WRK-PARM-MES IS NOT NUMERIC OR
                  WRK-MES-MM LESS 1 OR WRK-MES-MM GREATER 12
                   DISPLAY "ERRO: MES DE REFERENCIA INVALIDO -- "
                       "INFORMAR AAAAMM"
                   MOVE "MES DE REFERENCIA INVALIDO" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.

               PERFORM 0110-LE-DATA-MOVTO.
               IF WRK-PARM-MES NOT LESS WRK-MES-MOVTO
                   DISPLAY "ERRO: MES " WRK-PARM-MES " AINDA NAO "
                       "ENCERRADO NA DATA DE MOVIMENTO " WRK-DATA-MOVTO
                   MOVE "MES DO REPASSE NAO ENCERRADO" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "REPASSE DO MES " WRK-PARM-MES
                   " -- PAGAMENTO E PARTIDAS COM DATA " WRK-DATA-MOVTO.

               PERFORM 0105-CONFERE-FECHAMENTO.
               PERFORM 0115-CARREGA-DEPARA.
               PERFORM 0120-CARREGA-REMESSAS.
               PERFORM 0125-CONFERE-HISTORICO.
               PERFORM 0130-CARREGA-AJUSTES.

               OPEN INPUT PARCEIROS.
               IF FS-PARCEIROS               NOT EQUAL '00'
                   DISPLAY "ERRO: MASTER DE PARCEIROS (PARCEIROS.TXT) "
                       "AUSENTE -- RODE O PROGPARC"
                   MOVE "MASTER DE PARCEIROS AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
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
               OPEN EXTEND REPASSES.
               IF FS-REPASSES                 EQUAL '35'
                   OPEN OUTPUT REPASSES
                   CLOSE REPASSES
                   OPEN EXTEND REPASSES
               END-IF.
               OPEN EXTEND PAGREP.
               IF FS-PAGREP                   EQUAL '35'
                   OPEN OUTPUT PAGREP
                   CLOSE PAGREP
                   OPEN EXTEND PAGREP
               END-IF.
               OPEN OUTPUT EXTRREP.
               MOVE WRK-PARM-MES   TO WRK-EXT-CAB-MES.
               MOVE WRK-DATA-MOVTO TO WRK-EXT-CAB-DATA.
               MOVE WRK-LIN-EXT-CABEC TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               MOVE WRK-LIN-EXT-TRACO TO REG-EXTRREP.
               WRITE REG-EXTRREP.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    AS PARTIDAS SAEM NA DATA DE MOVIMENTO: O MES DO MOVIMENTO
      *    NAO PODE ESTAR FECHADO PELO PROGFECHA
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
                   DISPLAY "ERRO: MES DO MOVIMENTO " WRK-MES-MOVTO
                       " JA FECHADO PELO PROGFECHA -- REPASSE NAO PAGO"
                   MOVE "MES DO MOVIMENTO JA FECHADO" TO WRK-MSG-ERROS
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
                       IF REG-MES-FECHADO EQUAL WRK-MES-MOVTO
                           MOVE "S"  TO WRK-MES-FECHADO
                           MOVE '10' TO FS-FECHADOS
                       END-IF
               END-READ.

       0106-LE-FECHADO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.

       0110-LE-DATA-MOVTO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0111-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
               IF FS-CTLDATA                 EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-MOVTO
                   END-IF
               END-IF.

       0111-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0115-CARREGA-DEPARA                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT DEPARA.
               IF FS-DEPARA                  NOT EQUAL '00'
                   DISPLAY "ERRO: TABELA DE-PARA (DEPARA.TXT) "
                       "AUSENTE -- REPASSE NAO PAGO"
                   MOVE "DE-PARA CONTABIL AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0116-LE-DEPARA
                       UNTIL FS-DEPARA NOT EQUAL '00'.
               CLOSE DEPARA.

               MOVE 'D' TO WRK-SINAL-ALVO.
               PERFORM 0117-LOCALIZA-MAPA.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA)  TO
                   WRK-CTA-DEB-APROPRIA.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   WRK-CTA-CRED-APROPRIA.
               MOVE 'C' TO WRK-SINAL-ALVO.
               PERFORM 0117-LOCALIZA-MAPA.
               MOVE TAB-DEP-CTA-DEBITO(WRK-IDX-MAPA)  TO
                   WRK-CTA-DEB-PAGTO.
               MOVE TAB-DEP-CTA-CREDITO(WRK-IDX-MAPA) TO
                   WRK-CTA-CRED-PAGTO.
               IF WRK-CTA-DEB-PAGTO NOT EQUAL WRK-CTA-CRED-APROPRIA
                   DISPLAY "ATENCAO: A CONTA DEBITADA NO PAGAMENTO "
                       "(X/C) NAO E A CONTA DE REPASSE A PAGAR "
                       "CREDITADA NA APROPRIACAO (X/D) -- CONFERIR O "
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
      *    ENTRADA TIPO "X" DO DE-PARA COM O SINAL PEDIDO -- SEM ELA O
      *    REPASSE NAO E CONTABILIZADO E A EXECUCAO PARA
      *-----------------------------------------------------------------
       0117-LOCALIZA-MAPA                      SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-MAPA-ACHOU.
               PERFORM 0118-PROCURA-MAPA
                       VARYING WRK-IDX-MAPA FROM 1 BY 1
                       UNTIL WRK-IDX-MAPA GREATER WRK-QT-MAPA
                          OR WRK-MAPA-ACHOU EQUAL 'S'.

               IF WRK-MAPA-ACHOU EQUAL 'N'
                   DISPLAY "ERRO: DE-PARA SEM ENTRADA X/"
                       WRK-SINAL-ALVO " DO REPASSE AOS PARCEIROS"
                   MOVE "DE-PARA SEM REPASSE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0117-LOCALIZA-MAPA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0118-PROCURA-MAPA                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-DEP-TIPO(WRK-IDX-MAPA)  EQUAL 'X' AND
                  TAB-DEP-SINAL(WRK-IDX-MAPA) EQUAL WRK-SINAL-ALVO
                   MOVE 'S' TO WRK-MAPA-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-MAPA
               END-IF.

       0118-PROCURA-MAPA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    SO AS REMESSAS DO MES DE REFERENCIA ENTRAM NA TABELA
      *-----------------------------------------------------------------
       0120-CARREGA-REMESSAS                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT REMCTRL.
               IF FS-REMCTRL                 NOT EQUAL '00'
                   DISPLAY "ERRO: CONTROLE DE REMESSAS (REMCTRL) "
                       "AUSENTE -- RODE O PROGREMESSA E O PROGACEITE"
                   MOVE "CONTROLE DE REMESSAS AUSENTE" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0121-LE-REMCTRL
                       UNTIL FS-REMCTRL NOT EQUAL '00'.
               CLOSE REMCTRL.
               IF WRK-QT-RPS EQUAL ZEROS
                   DISPLAY "ERRO: NENHUMA REMESSA DO MES " WRK-PARM-MES
                       " NO REMCTRL -- NADA A REPASSAR"
                   MOVE "NENHUMA REMESSA NO MES" TO WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               DISPLAY "REMESSAS DO MES NO CONTROLE.:" WRK-QT-RPS.

       0120-CARREGA-REMESSAS-FIM.              EXIT.
      *-----------------------------------------------------------------
       0121-LE-REMCTRL                         SECTION.
      *-----------------------------------------------------------------

               READ REMCTRL
                   AT END
                       MOVE '10' TO FS-REMCTRL
                   NOT AT END
                       IF REG-MES-REM EQUAL WRK-PARM-MES
                           PERFORM 0122-GUARDA-REMESSA
                       END-IF
               END-READ.

       0121-LE-REMCTRL-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0122-GUARDA-REMESSA                     SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-RPS NOT LESS 100
                   DISPLAY "ERRO: MAIS DE 100 REMESSAS NO MES -- "
                       "EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                   CLOSE REMCTRL
                   MOVE "ESTOURO DA TABELA DE REMESSAS" TO
                       WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO WRK-QT-RPS.
               MOVE REG-STREAM-REM   TO TAB-RPS-STREAM(WRK-QT-RPS).
               MOVE REG-SITUACAO-REM TO TAB-RPS-SITUACAO(WRK-QT-RPS).
               MOVE ZEROS            TO TAB-RPS-QT-PAGAS(WRK-QT-RPS).
               MOVE ZEROS            TO TAB-RPS-TOTAL-PAGO(WRK-QT-RPS).
               MOVE "N"              TO TAB-RPS-JA-PAGO(WRK-QT-RPS).

       0122-GUARDA-REMESSA-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    PROTECAO CONTRA PAGAR DUAS VEZES: STREAM/MES NO HISTORICO
      *-----------------------------------------------------------------
       0125-CONFERE-HISTORICO                  SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT REPASSES.
               IF FS-REPASSES EQUAL '00'
                   PERFORM 0126-LE-HISTORICO
                       UNTIL FS-REPASSES NOT EQUAL '00'
                   CLOSE REPASSES
               END-IF.

       0125-CONFERE-HISTORICO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0126-LE-HISTORICO                       SECTION.
      *-----------------------------------------------------------------

               READ REPASSES
                   AT END
                       MOVE '10' TO FS-REPASSES
                   NOT AT END
                       IF REG-MES-RPS EQUAL WRK-PARM-MES
                           MOVE REG-STREAM-RPS TO WRK-STREAM-BUSCA
                           PERFORM 0215-LOCALIZA-STREAM
                           IF WRK-RPS-ACHOU EQUAL "S"
                               MOVE "S" TO TAB-RPS-JA-PAGO(WRK-IDX-RPS)
                           END-IF
                       END-IF
               END-READ.

       0126-LE-HISTORICO-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    CADA REMESSA PODE GERAR UM NOVO AJUSTE (SALDO A ABATER): A
      *    TABELA PRECISA TER LUGAR PARA ELES ANTES DE QUALQUER GRAVACAO
      *-----------------------------------------------------------------
       0130-CARREGA-AJUSTES                    SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT REPAJUST.
               IF FS-REPAJUST EQUAL '00'
                   PERFORM 0131-LE-AJUSTE
                       UNTIL FS-REPAJUST NOT EQUAL '00'
                   CLOSE REPAJUST
               END-IF.
               IF WRK-QT-AJR + WRK-QT-RPS GREATER 500
                   DISPLAY "ERRO: AJUSTES DE REPASSE ACIMA DA TABELA "
                       "(500) -- EXECUCAO ABORTADA ANTES DE GRAVAR"
                   MOVE "ESTOURO DA TABELA DE AJUSTES" TO WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0130-CARREGA-AJUSTES-FIM.               EXIT.
      *-----------------------------------------------------------------
       0131-LE-AJUSTE                          SECTION.
      *-----------------------------------------------------------------

               READ REPAJUST
                   AT END
                       MOVE '10' TO FS-REPAJUST
                   NOT AT END
                       IF WRK-QT-AJR LESS 500
                           ADD 1 TO WRK-QT-AJR
                           MOVE REG-STREAM-AJR   TO
                               TAB-AJR-STREAM(WRK-QT-AJR)
                           MOVE REG-DATA-AJR     TO
                               TAB-AJR-DATA(WRK-QT-AJR)
                           MOVE REG-VALOR-AJR    TO
                               TAB-AJR-VALOR(WRK-QT-AJR)
                           MOVE REG-HIST-AJR     TO
                               TAB-AJR-HIST(WRK-QT-AJR)
                           MOVE REG-SITUACAO-AJR TO
                               TAB-AJR-SITUACAO(WRK-QT-AJR)
                           MOVE REG-MES-ABAT-AJR TO
                               TAB-AJR-MES-ABAT(WRK-QT-AJR)
                       ELSE
                           DISPLAY "ERRO: MAIS DE 500 AJUSTES NO "
                               "REPAJUST -- EXECUCAO ABORTADA"
                           CLOSE REPAJUST
                           MOVE "ESTOURO DA TABELA DE AJUSTES" TO
                               WRK-MSG-ERROS
                           MOVE 12 TO WRK-RC-SAIDA
                           PERFORM 9999-TRATA-ERRO
                       END-IF
               END-READ.

       0131-LE-AJUSTE-FIM.                     EXIT.
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
      *    SO FATURA DO MES DE REFERENCIA EFETIVAMENTE PAGA ENTRA NA
      *    BASE DO REPASSE
      *-----------------------------------------------------------------
       0210-AVALIA-FATURA                      SECTION.
      *-----------------------------------------------------------------

               IF NOT REG-FAT-PAGA
                   GO TO 0210-AVALIA-FATURA-FIM
               END-IF.
               IF REG-MES-REF-FAT NOT EQUAL WRK-PARM-MES
                   GO TO 0210-AVALIA-FATURA-FIM
               END-IF.

               ADD 1 TO ACU-FATURAS-PAGAS.
               MOVE REG-STREAM-FAT TO WRK-STREAM-BUSCA.
               PERFORM 0215-LOCALIZA-STREAM.
               IF WRK-RPS-ACHOU EQUAL "S"
                   ADD 1 TO TAB-RPS-QT-PAGAS(WRK-IDX-RPS)
                   ADD REG-VALOR-FAT TO TAB-RPS-TOTAL-PAGO(WRK-IDX-RPS)
               ELSE
                   ADD 1 TO ACU-FATURAS-SEM-REMESSA
               END-IF.

       0210-AVALIA-FATURA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0215-LOCALIZA-STREAM                    SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-RPS-ACHOU.
               PERFORM 0216-PROCURA-STREAM
                       VARYING WRK-IDX-RPS FROM 1 BY 1
                       UNTIL WRK-IDX-RPS GREATER WRK-QT-RPS
                          OR WRK-RPS-ACHOU EQUAL "S".

       0215-LOCALIZA-STREAM-FIM.               EXIT.
      *-----------------------------------------------------------------
       0216-PROCURA-STREAM                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-RPS-STREAM(WRK-IDX-RPS) EQUAL WRK-STREAM-BUSCA
                   MOVE "S" TO WRK-RPS-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-RPS
               END-IF.

       0216-PROCURA-STREAM-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    UMA REMESSA DO MES: CONFERE ACEITE, HISTORICO E PARCEIRO,
      *    APURA BRUTO, ABATE AJUSTES E PAGA O LIQUIDO
      *-----------------------------------------------------------------
       0250-APURA-REPASSE                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-RPS-JA-PAGO(WRK-IDX-RPS) EQUAL "S"
                   ADD 1 TO ACU-JA-PAGOS
                   MOVE "REPASSE DO MES JA PAGO (REPASSES.TXT)" TO
                       WRK-MOTIVO-NAO-PAGO
                   PERFORM 0265-EXTRATO-NAO-PAGO
                   GO TO 0250-APURA-REPASSE-FIM
               END-IF.
               IF TAB-RPS-SITUACAO(WRK-IDX-RPS) NOT EQUAL "ACEITA"
                   MOVE SPACES TO WRK-MOTIVO-NAO-PAGO
                   STRING "REMESSA " DELIMITED BY SIZE
                          TAB-RPS-SITUACAO(WRK-IDX-RPS)
                              DELIMITED BY SIZE
                       INTO WRK-MOTIVO-NAO-PAGO
                   END-STRING
                   PERFORM 0260-NAO-PAGO
                   GO TO 0250-APURA-REPASSE-FIM
               END-IF.

               MOVE TAB-RPS-STREAM(WRK-IDX-RPS) TO REG-STREAM-PARC.
               READ PARCEIROS
                   INVALID KEY
                       MOVE "STREAMING SEM PARCEIRO CADASTRADO" TO
                           WRK-MOTIVO-NAO-PAGO
                       PERFORM 0260-NAO-PAGO
                       GO TO 0250-APURA-REPASSE-FIM
               END-READ.
               IF REG-AGENCIA-PARC IS NOT NUMERIC OR
                  REG-CONTA-PARC IS NOT NUMERIC OR
                  REG-AGENCIA-PARC EQUAL ZEROS OR
                  REG-CONTA-PARC EQUAL ZEROS
                   MOVE "PARCEIRO SEM AGENCIA/CONTA (PROGPARC)" TO
                       WRK-MOTIVO-NAO-PAGO
                   PERFORM 0260-NAO-PAGO
                   GO TO 0250-APURA-REPASSE-FIM
               END-IF.

               MOVE REG-PCT-REPASSE-PARC TO WRK-PCT-PARCEIRO.
               COMPUTE WRK-BRUTO ROUNDED =
                   TAB-RPS-TOTAL-PAGO(WRK-IDX-RPS) *
                   WRK-PCT-PARCEIRO / 100.
               PERFORM 0270-EXTRATO-CABEC.

               MOVE ZEROS TO WRK-AJUSTES.
               MOVE ZEROS TO WRK-SALDO-ABATER.
               PERFORM 0255-ABATE-AJUSTE
                       VARYING WRK-IDX-AJR FROM 1 BY 1
                       UNTIL WRK-IDX-AJR GREATER WRK-QT-AJR.
               COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-AJUSTES.
               IF WRK-LIQUIDO LESS ZEROS
                   COMPUTE WRK-SALDO-ABATER = WRK-LIQUIDO * -1
                   MOVE ZEROS TO WRK-LIQUIDO
                   PERFORM 0256-NOVO-AJUSTE
               END-IF.

               IF WRK-LIQUIDO GREATER ZEROS
                   PERFORM 0280-GERA-PAGAMENTO
                   ADD 1 TO ACU-REPASSES-PAGOS
               ELSE
                   ADD 1 TO ACU-REPASSES-ZERADOS
               END-IF.
               PERFORM 0290-GRAVA-HISTORICO.
               PERFORM 0275-EXTRATO-TOTAIS.
               ADD WRK-BRUTO   TO ACU-TOTAL-BRUTO.
               ADD WRK-AJUSTES TO ACU-TOTAL-AJUSTES.
               ADD WRK-LIQUIDO TO ACU-TOTAL-LIQUIDO.

       0250-APURA-REPASSE-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    AJUSTE PENDENTE DO PARCEIRO E ABATIDO NESTE REPASSE
      *-----------------------------------------------------------------
       0255-ABATE-AJUSTE                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-AJR-STREAM(WRK-IDX-AJR) EQUAL
                  TAB-RPS-STREAM(WRK-IDX-RPS) AND
                  TAB-AJR-SITUACAO(WRK-IDX-AJR) EQUAL "P"
                   ADD TAB-AJR-VALOR(WRK-IDX-AJR) TO WRK-AJUSTES
                   ADD 1 TO ACU-AJUSTES-ABATIDOS
                   MOVE "A"          TO TAB-AJR-SITUACAO(WRK-IDX-AJR)
                   MOVE WRK-PARM-MES TO TAB-AJR-MES-ABAT(WRK-IDX-AJR)
                   MOVE SPACES TO WRK-EXT-TEXTO
                   STRING "  (-) AJUSTE DE " DELIMITED BY SIZE
                          TAB-AJR-DATA(WRK-IDX-AJR) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TAB-AJR-HIST(WRK-IDX-AJR) DELIMITED BY SIZE
                       INTO WRK-EXT-TEXTO
                   END-STRING
                   MOVE TAB-AJR-VALOR(WRK-IDX-AJR) TO WRK-EXT-VALOR-ED
                   MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP
                   WRITE REG-EXTRREP
               END-IF.

       0255-ABATE-AJUSTE-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    AJUSTES MAIORES QUE O BRUTO: O SALDO FICA PENDENTE PARA O
      *    REPASSE DO MES SEGUINTE
      *-----------------------------------------------------------------
       0256-NOVO-AJUSTE                        SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO WRK-QT-AJR.
               MOVE TAB-RPS-STREAM(WRK-IDX-RPS) TO
                   TAB-AJR-STREAM(WRK-QT-AJR).
               MOVE WRK-DATA-MOVTO   TO TAB-AJR-DATA(WRK-QT-AJR).
               MOVE WRK-SALDO-ABATER TO TAB-AJR-VALOR(WRK-QT-AJR).
               MOVE SPACES           TO TAB-AJR-HIST(WRK-QT-AJR).
               STRING "SALDO A ABATER DO REPASSE " DELIMITED BY SIZE
                      WRK-PARM-MES DELIMITED BY SIZE
                   INTO TAB-AJR-HIST(WRK-QT-AJR)
               END-STRING.
               MOVE "P"              TO TAB-AJR-SITUACAO(WRK-QT-AJR).
               MOVE ZEROS            TO TAB-AJR-MES-ABAT(WRK-QT-AJR).

       0256-NOVO-AJUSTE-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0260-NAO-PAGO                           SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-NAO-PAGOS.
               IF WRK-RC-SAIDA LESS 4
                   MOVE 4 TO WRK-RC-SAIDA
               END-IF.
               PERFORM 0265-EXTRATO-NAO-PAGO.

       0260-NAO-PAGO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0265-EXTRATO-NAO-PAGO                   SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-RPS-STREAM(WRK-IDX-RPS) TO WRK-EXT-NP-STREAM.
               MOVE WRK-MOTIVO-NAO-PAGO         TO WRK-EXT-NP-MOTIVO.
               MOVE WRK-LIN-EXT-NAO-PAGO TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               MOVE WRK-LIN-EXT-TRACO TO REG-EXTRREP.
               WRITE REG-EXTRREP.

       0265-EXTRATO-NAO-PAGO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0270-EXTRATO-CABEC                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-STREAM-PARC      TO WRK-EXT-STREAM.
               MOVE REG-NOME-PARC        TO WRK-EXT-NOME.
               MOVE REG-PCT-REPASSE-PARC TO WRK-EXT-PCT-ED.
               MOVE WRK-LIN-EXT-PARC TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               MOVE REG-AGENCIA-PARC TO WRK-EXT-AGENCIA.
               MOVE REG-CONTA-PARC   TO WRK-EXT-CONTA.
               MOVE WRK-LIN-EXT-BANCO TO REG-EXTRREP.
               WRITE REG-EXTRREP.

               MOVE TAB-RPS-QT-PAGAS(WRK-IDX-RPS) TO WRK-QT-FAT-ED.
               MOVE SPACES TO WRK-EXT-TEXTO.
               STRING "  FATURAS PAGAS DO MES (" DELIMITED BY SIZE
                      WRK-QT-FAT-ED DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WRK-EXT-TEXTO
               END-STRING.
               MOVE TAB-RPS-TOTAL-PAGO(WRK-IDX-RPS) TO WRK-EXT-VALOR-ED.
               MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               MOVE "  REPASSE BRUTO" TO WRK-EXT-TEXTO.
               MOVE WRK-BRUTO TO WRK-EXT-VALOR-ED.
               MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP.
               WRITE REG-EXTRREP.

       0270-EXTRATO-CABEC-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0275-EXTRATO-TOTAIS                     SECTION.
      *-----------------------------------------------------------------

               MOVE "  (-) TOTAL DOS AJUSTES ABATIDOS" TO WRK-EXT-TEXTO.
               MOVE WRK-AJUSTES TO WRK-EXT-VALOR-ED.
               MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               MOVE "  LIQUIDO PAGO NA AGENCIA/CONTA" TO WRK-EXT-TEXTO.
               MOVE WRK-LIQUIDO TO WRK-EXT-VALOR-ED.
               MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               IF WRK-SALDO-ABATER GREATER ZEROS
                   MOVE "  SALDO A ABATER NO PROXIMO REPASSE" TO
                       WRK-EXT-TEXTO
                   MOVE WRK-SALDO-ABATER TO WRK-EXT-VALOR-ED
                   MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP
                   WRITE REG-EXTRREP
               END-IF.
               MOVE WRK-LIN-EXT-TRACO TO REG-EXTRREP.
               WRITE REG-EXTRREP.

       0275-EXTRATO-TOTAIS-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    PAGAMENTO NA FILA DO PROGCNAB E PARTIDAS NO RAZAO: A
      *    APROPRIACAO (X/D) E O PAGAMENTO (X/C) PELO LIQUIDO
      *-----------------------------------------------------------------
       0280-GERA-PAGAMENTO                     SECTION.
      *-----------------------------------------------------------------

               MOVE REG-STREAM-PARC  TO REG-STREAM-PGR.
               MOVE WRK-PARM-MES     TO REG-MES-PGR.
               MOVE REG-AGENCIA-PARC TO REG-AGENCIA-PGR.
               MOVE REG-CONTA-PARC   TO REG-CONTA-PGR.
               MOVE WRK-LIQUIDO      TO REG-VALOR-PGR.
               MOVE WRK-DATA-MOVTO   TO REG-DATA-PGR.
               MOVE "P"              TO REG-SITUACAO-PGR.
               MOVE ZEROS            TO REG-DATA-TRANS-PGR.
               WRITE REG-PAGREP.
               IF FS-PAGREP                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE 12 TO WRK-RC-SAIDA
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE WRK-CTA-DEB-APROPRIA  TO REG-CONTA-RAZAO-RZ.
               MOVE 'D' TO REG-SINAL-RZ.
               PERFORM 0285-GRAVA-PARTIDA.
               MOVE WRK-CTA-CRED-APROPRIA TO REG-CONTA-RAZAO-RZ.
               MOVE 'C' TO REG-SINAL-RZ.
               PERFORM 0285-GRAVA-PARTIDA.
               MOVE WRK-CTA-DEB-PAGTO     TO REG-CONTA-RAZAO-RZ.
               MOVE 'D' TO REG-SINAL-RZ.
               PERFORM 0285-GRAVA-PARTIDA.
               MOVE WRK-CTA-CRED-PAGTO    TO REG-CONTA-RAZAO-RZ.
               MOVE 'C' TO REG-SINAL-RZ.
               PERFORM 0285-GRAVA-PARTIDA.

       0280-GERA-PAGAMENTO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0285-GRAVA-PARTIDA                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-MOVTO TO REG-DATA-RZ.
               MOVE WRK-LIQUIDO    TO REG-VALOR-RZ.
               WRITE REG-RAZAO.
               ADD 1 TO ACU-PARTIDAS.
               IF REG-SINAL-RZ EQUAL 'D'
                   ADD WRK-LIQUIDO TO ACU-TOTAL-DEBITOS
               ELSE
                   ADD WRK-LIQUIDO TO ACU-TOTAL-CREDITOS
               END-IF.

       0285-GRAVA-PARTIDA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0290-GRAVA-HISTORICO                    SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-RPS-STREAM(WRK-IDX-RPS)     TO REG-STREAM-RPS.
               MOVE WRK-PARM-MES                    TO REG-MES-RPS.
               MOVE TAB-RPS-QT-PAGAS(WRK-IDX-RPS)   TO REG-QT-FAT-RPS.
               MOVE TAB-RPS-TOTAL-PAGO(WRK-IDX-RPS) TO
                   REG-TOTAL-FAT-RPS.
               MOVE WRK-PCT-PARCEIRO                TO REG-PCT-RPS.
               MOVE WRK-BRUTO                       TO REG-BRUTO-RPS.
               MOVE WRK-AJUSTES                     TO REG-AJUSTE-RPS.
               MOVE WRK-LIQUIDO                     TO REG-LIQUIDO-RPS.
               MOVE WRK-DATA-MOVTO                  TO REG-DATA-RPS.
               MOVE WRK-USUARIO-EXEC                TO REG-USUARIO-RPS.
               WRITE REG-REPASSES.

       0290-GRAVA-HISTORICO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-REGRAVA-AJUSTES.
               IF WRK-QT-AJR GREATER ZEROS
                   OPEN OUTPUT REPAJUST
                   PERFORM 0330-GRAVA-AJUSTE
                           VARYING WRK-IDX-AJR FROM 1 BY 1
                           UNTIL WRK-IDX-AJR GREATER WRK-QT-AJR
                   CLOSE REPAJUST
               END-IF.

       0310-FECHA-ARQUIVOS.
               MOVE "TOTAL BRUTO DOS REPASSES DO MES" TO WRK-EXT-TEXTO.
               MOVE ACU-TOTAL-BRUTO TO WRK-EXT-VALOR-ED.
               MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               MOVE "TOTAL DE AJUSTES ABATIDOS" TO WRK-EXT-TEXTO.
               MOVE ACU-TOTAL-AJUSTES TO WRK-EXT-VALOR-ED.
               MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               MOVE "TOTAL LIQUIDO ENVIADO AO PROGCNAB" TO
                   WRK-EXT-TEXTO.
               MOVE ACU-TOTAL-LIQUIDO TO WRK-EXT-VALOR-ED.
               MOVE WRK-LIN-EXT-VALOR TO REG-EXTRREP.
               WRITE REG-EXTRREP.
               CLOSE FATURA
                     PARCEIROS
                     RAZAO
                     REPASSES
                     PAGREP
                     EXTRREP.

       0315-CONTROLE.
               DISPLAY "===== REPASSE AOS PARCEIROS " WRK-PARM-MES
                   " =====".
               DISPLAY "FATURAS LIDAS................:"
                   ACU-FATURAS-LIDAS.
               DISPLAY "FATURAS PAGAS DO MES.........:"
                   ACU-FATURAS-PAGAS.
               DISPLAY "  SEM REMESSA NO REMCTRL.....:"
                   ACU-FATURAS-SEM-REMESSA.
               DISPLAY "REPASSES PAGOS...............:"
                   ACU-REPASSES-PAGOS.
               DISPLAY "REPASSES ZERADOS POR AJUSTE..:"
                   ACU-REPASSES-ZERADOS.
               DISPLAY "REPASSES NAO PAGOS...........:" ACU-NAO-PAGOS.
               DISPLAY "REPASSES JA PAGOS ANTES......:" ACU-JA-PAGOS.
               DISPLAY "AJUSTES ABATIDOS.............:"
                   ACU-AJUSTES-ABATIDOS.
               DISPLAY "PARTIDAS GRAVADAS............:" ACU-PARTIDAS.
               MOVE ACU-TOTAL-BRUTO TO WRK-TOTAL-ED.
               DISPLAY "REPASSE BRUTO................:R$" WRK-TOTAL-ED.
               MOVE ACU-TOTAL-AJUSTES TO WRK-TOTAL-ED.
               DISPLAY "(-) AJUSTES ABATIDOS.........:R$" WRK-TOTAL-ED.
               MOVE ACU-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
               DISPLAY "LIQUIDO A TRANSMITIR.........:R$" WRK-TOTAL-ED.
               MOVE ACU-TOTAL-DEBITOS  TO WRK-TOTAL-ED.
               MOVE ACU-TOTAL-CREDITOS TO WRK-TOTAL2-ED.
               DISPLAY "TOTAL DE DEBITOS.............:R$" WRK-TOTAL-ED.
               DISPLAY "TOTAL DE CREDITOS............:R$" WRK-TOTAL2-ED.
               IF ACU-TOTAL-DEBITOS NOT EQUAL ACU-TOTAL-CREDITOS
                   DISPLAY "** DIARIO DO REPASSE NAO FECHA **"
                   MOVE "DIARIO DO REPASSE NAO FECHA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO WRK-RC-SAIDA
               END-IF.

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
               MOVE ACU-REPASSES-PAGOS TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.
               MOVE WRK-RC-SAIDA TO RETURN-CODE.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0330-GRAVA-AJUSTE                       SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-AJR-STREAM(WRK-IDX-AJR)   TO REG-STREAM-AJR.
               MOVE TAB-AJR-DATA(WRK-IDX-AJR)     TO REG-DATA-AJR.
               MOVE TAB-AJR-VALOR(WRK-IDX-AJR)    TO REG-VALOR-AJR.
               MOVE TAB-AJR-HIST(WRK-IDX-AJR)     TO REG-HIST-AJR.
               MOVE TAB-AJR-SITUACAO(WRK-IDX-AJR) TO REG-SITUACAO-AJR.
               MOVE TAB-AJR-MES-ABAT(WRK-IDX-AJR) TO REG-MES-ABAT-AJR.
               WRITE REG-REPAJUST.

       0330-GRAVA-AJUSTE-FIM.                  EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE WRK-RC-SAIDA TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGRETBOL.
      *=================================================================
      * PROGRAMA   : PROGRETBOL
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 16/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PROCESSAMENTO DO ARQUIVO DE RETORNO DE BOLETOS DO
      *              BANCO COBRADOR (BOLRET.TXT): CADA LIQUIDACAO
      *              (OCORRENCIA "06") E CASADA COM A FATURA PELO
      *              NOSSO NUMERO EMITIDO PELO PROGFATURA (ID DO
      *              CLIENTE + MES DE REFERENCIA + DV); FATURA ABERTA
      *              PAGA NO VALOR DEVIDO E BAIXADA NO FATURA.TXT COM
      *              A DATA DO PAGAMENTO. PAGAMENTO SEM FATURA, COM
      *              NOSSO NUMERO INVALIDO, DE FATURA JA PAGA OU
      *              CANCELADA, OU COM VALOR DIFERENTE DO DEVIDO VAI
      *              PARA O RELATORIO DE EXCECOES (BOLEXC.TXT) PARA
      *              ANALISE HUMANA, E A FATURA FICA COMO ESTAVA.
      *-----------------------------------------------------------------
      * OBSERVACAO.: FATURA VENCIDA DEVE O PRINCIPAL MAIS A MULTA DE 2%
      *              E OS JUROS DE 0,0333% AO DIA ATE A DATA DO
      *              PAGAMENTO -- A MESMA REGRA DO PROGBAIXA; OS
      *              ENCARGOS RECOLHIDOS ACUMULAM EM ENCARGOS.TXT.
      *              DIA SEM RETORNO DO BANCO NAO E ERRO (RC 0);
      *              EXCECOES SAEM COM CONDITION CODE 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  BOLRET                 I                    #BOOKBOLRET
      *  FATURA                 I-O                  #BOOKFATURA
      *  BOLEXC                 O
      *  ENCARGOS               O
      *  PERDAS                 O (EXTEND)           #BOOKPERDA
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS / CALCBOL
      *
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR:
      * ANALISTA   :
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 21/09/2026
      * OBJETIVO...: ITEM DA TABELA DE FATURAS CRESCE PARA X(084) -- O
      *              BOOK DA FATURA GANHOU OS MESES COBERTOS PELA FATURA
      *              E O VALOR DE RECEITA (PLANOS TRIMESTRAL E ANUAL)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: BOLETO PAGO DE FATURA BAIXADA COMO PERDA
      *              (PROGPERDA, STATUS "B") GRAVA A RECUPERACAO NO
      *              PERDAS.TXT (0233-GRAVA-RECUPERACAO, COMO O
      *              PROGBAIXA) ANTES DE A FATURA FICAR PAGA -- SEM ISSO
      *              O PROGPDD NAO CONTABILIZAVA A RECUPERACAO
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT BOLRET ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\BOLRET.TXT"
               FILE STATUS IS FS-BOLRET.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT BOLEXC ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\BOLEXC.TXT"
               FILE STATUS IS FS-BOLEXC.
           SELECT ENCARGOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\ENCARGOS.TXT"
               FILE STATUS IS FS-ENCARGOS.
           SELECT PERDAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PERDAS.TXT"
               FILE STATUS IS FS-PERDAS.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  BOLRET.
       COPY "#BOOKBOLRET".
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  BOLEXC.
       01  REG-BOLEXC                  PIC X(080).
       FD  ENCARGOS.
       01  REG-ENCARGOS.
           05 REG-DATA-ENC             PIC 9(008).
           05 REG-ID-ENC               PIC 9(004).
           05 REG-MES-REF-ENC          PIC 9(006).
           05 REG-MULTA-ENC            PIC 9(005)V99.
           05 REG-JUROS-ENC            PIC 9(005)V99.
           05 REG-TOTAL-ENC            PIC 9(005)V99.
       FD  PERDAS.
       COPY "#BOOKPERDA".
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-BOLRET                   PIC X(002)          VALUE SPACES.
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-BOLEXC                   PIC X(002)          VALUE SPACES.
       01  FS-ENCARGOS                 PIC X(002)          VALUE SPACES.
       01  FS-PERDAS                   PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-TEM-RETORNO             PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  ACU-LIDOS-RETORNO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-DETALHES                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-LIQUIDACOES             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-BAIXADAS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-BAIXADAS-ATRASO         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONFIRMADOS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-RECUPERADAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-FATURA              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-DIVERGENTES             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-OUTRAS-OCORR            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EXCECOES                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-PAGO              PIC 9(013)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-BAIXADO           PIC 9(013)V99 COMP-3 VALUE ZEROS.
       01  ACU-ENCARGOS                PIC 9(007)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       01  WRK-PARM-PCT-MULTA          PIC 9(002)V99       VALUE 2,00.
       01  WRK-PARM-PCT-JUROS-DIA      PIC 9(001)V9(04)    VALUE 0,0333.
       01  WRK-DIAS-PGTO               PIC 9(008)    COMP-3 VALUE ZEROS.
       01  WRK-DIAS-VENCTO             PIC 9(008)    COMP-3 VALUE ZEROS.
       01  WRK-DIAS-ATRASO-BX          PIC S9(005)   COMP-3 VALUE ZEROS.
       01  WRK-VALOR-MULTA             PIC 9(005)V99       VALUE ZEROS.
       01  WRK-VALOR-JUROS             PIC 9(005)V99       VALUE ZEROS.
       01  WRK-TOTAL-DEVIDO            PIC 9(007)V99       VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-QT-FATURAS              PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-FAT                 PIC 9(004)          VALUE ZEROS.
       01  WRK-FAT-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-FATURAS.
           05 TAB-FAT-ITEM             OCCURS 2000 TIMES
                                       PIC X(084).
      *-----------------------------------------------------------------
       01  WRK-LIN-EXC-CABEC.
           05 FILLER                   PIC X(039)          VALUE
               "EXCECOES DO RETORNO DE BOLETOS - DATA: ".
           05 WRK-EXC-CAB-DATA         PIC 9(008).
           05 FILLER                   PIC X(033)          VALUE SPACES.
       01  WRK-LIN-EXCECAO.
           05 WRK-EXC-MOTIVO           PIC X(016).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-EXC-NOSSO-NUM        PIC X(011).
           05 FILLER                   PIC X(004)          VALUE
               " PG ".
           05 WRK-EXC-DATA-PGTO        PIC 9(008).
           05 FILLER                   PIC X(004)          VALUE
               " R$ ".
           05 WRK-EXC-VALOR-PAGO-ED    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(008)          VALUE
               " DEVIDO ".
           05 WRK-EXC-VALOR-DEVIDO-ED  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-MODULO-CALCBOL          PIC X(08)           VALUE
               "CALCBOL".
       01  WRK-CALCBOL.
           05 WRK-FUNCAO-BOL           PIC X(01).
           05 WRK-BANCO-BOL            PIC 9(03).
           05 WRK-AGENCIA-BOL          PIC 9(04).
           05 WRK-CARTEIRA-BOL         PIC 9(02).
           05 WRK-CONTA-BOL            PIC 9(07).
           05 WRK-NOSSO-NUMERO-BOL     PIC 9(11).
           05 WRK-VENCIMENTO-BOL       PIC 9(08).
           05 WRK-VALOR-BOL            PIC 9(08)V99.
           05 WRK-COD-BARRAS-BOL       PIC X(44).
           05 WRK-LINHA-DIGITAVEL-BOL  PIC X(54).
           05 WRK-RESPOSTA-BOL         PIC X(01).
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGRETB".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-BOLRET NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RETORNO: "
               ACCEPT WRK-USUARIO-EXEC.
               PERFORM 0110-LE-DATA-MOVTO.
               OPEN INPUT BOLRET.
               IF FS-BOLRET                  EQUAL '00'
                   MOVE 'S' TO WRK-TEM-RETORNO
               ELSE
                   DISPLAY "SEM RETORNO DE BOLETOS DO BANCO NA DATA "
                       "-- NADA A BAIXAR"
                   MOVE '10' TO FS-BOLRET
                   GO TO 0100-INICIAR-FIM
               END-IF.
               PERFORM 0130-CARREGA-FATURAS.
               OPEN OUTPUT BOLEXC.
               MOVE WRK-DATA-MOVTO    TO WRK-EXC-CAB-DATA.
               MOVE WRK-LIN-EXC-CABEC TO REG-BOLEXC.
               WRITE REG-BOLEXC.
               OPEN EXTEND ENCARGOS.
               IF FS-ENCARGOS EQUAL '35'
                   OPEN OUTPUT ENCARGOS
                   CLOSE ENCARGOS
                   OPEN EXTEND ENCARGOS
               END-IF.
               OPEN EXTEND PERDAS.
               IF FS-PERDAS EQUAL '35'
                   OPEN OUTPUT PERDAS
                   CLOSE PERDAS
                   OPEN EXTEND PERDAS
               END-IF.
               PERFORM 0140-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
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
               DISPLAY "RETORNO DE BOLETOS DA DATA:" WRK-DATA-MOVTO.

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
       0130-CARREGA-FATURAS                    SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT FATURA.
               IF FS-FATURA EQUAL '00'
                   PERFORM 0131-LE-FATURA
                       UNTIL FS-FATURA NOT EQUAL '00'
                   CLOSE FATURA
               END-IF.
               DISPLAY "FATURAS CARREGADAS.........:" WRK-QT-FATURAS.

       0130-CARREGA-FATURAS-FIM.               EXIT.
      *-----------------------------------------------------------------
       0131-LE-FATURA                          SECTION.
      *-----------------------------------------------------------------

               READ FATURA
               IF FS-FATURA EQUAL '00'
                   IF WRK-QT-FATURAS LESS THAN 2000
                       ADD 1 TO WRK-QT-FATURAS
                       MOVE REG-FATURA TO TAB-FAT-ITEM(WRK-QT-FATURAS)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 2000 FATURAS NO "
                           "FATURA.TXT -- EXECUCAO ABORTADA ANTES DE "
                           "REGRAVAR (AUMENTAR A TABELA)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0131-LE-FATURA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0140-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ BOLRET
                   AT END
                       MOVE '10' TO FS-BOLRET
                   NOT AT END
                       ADD 1 TO ACU-LIDOS-RETORNO
               END-READ.

       0140-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN REG-RET-HEADER
                       DISPLAY "RETORNO DO BANCO " REG-BANCO-BTH
                           " CREDITO EM " REG-DATA-CREDITO-BTH
                   WHEN REG-RET-DETALHE
                       ADD 1 TO ACU-DETALHES
                       PERFORM 0210-TRATA-DETALHE
                   WHEN REG-RET-TRAILER
                       PERFORM 0250-CONFERE-TRAILER
                   WHEN OTHER
                       DISPLAY "LINHA DO RETORNO COM TIPO INVALIDO: "
                           REG-TIPO-RET
               END-EVALUATE.
               PERFORM 0140-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-TRATA-DETALHE                      SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN REG-RET-LIQUIDADO
                       ADD 1 TO ACU-LIQUIDACOES
                       ADD REG-VALOR-PAGO-RET TO ACU-TOTAL-PAGO
                       PERFORM 0220-LIQUIDA-FATURA
                   WHEN REG-RET-CONFIRMADO
                       ADD 1 TO ACU-CONFIRMADOS
                   WHEN REG-RET-REJEITADO
                       ADD 1 TO ACU-OUTRAS-OCORR
                       MOVE "ENTRADA REJEIT" TO WRK-EXC-MOTIVO
                       MOVE ZEROS TO WRK-TOTAL-DEVIDO
                       PERFORM 0240-GRAVA-EXCECAO
                   WHEN REG-RET-BAIXADO
                       ADD 1 TO ACU-OUTRAS-OCORR
                       MOVE "BAIXADO P/BANCO" TO WRK-EXC-MOTIVO
                       MOVE ZEROS TO WRK-TOTAL-DEVIDO
                       PERFORM 0240-GRAVA-EXCECAO
                   WHEN OTHER
                       ADD 1 TO ACU-OUTRAS-OCORR
                       MOVE SPACES TO WRK-EXC-MOTIVO
                       STRING "OCORRENCIA "    DELIMITED BY SIZE
                              REG-OCORRENCIA-RET DELIMITED BY SIZE
                           INTO WRK-EXC-MOTIVO
                       END-STRING
                       MOVE ZEROS TO WRK-TOTAL-DEVIDO
                       PERFORM 0240-GRAVA-EXCECAO
               END-EVALUATE.

       0210-TRATA-DETALHE-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    LIQUIDACAO -- O NOSSO NUMERO TRAZ O ID DO CLIENTE E O MES DE
      *    REFERENCIA DA FATURA (SO A FATURA MENSAL, PARCELA ZERO,
      *    RECEBE BOLETO)
      *-----------------------------------------------------------------
       0220-LIQUIDA-FATURA                     SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-TOTAL-DEVIDO.
               MOVE "V"                  TO WRK-FUNCAO-BOL.
               MOVE REG-NOSSO-NUMERO-RET TO WRK-NOSSO-NUMERO-BOL.
               CALL WRK-MODULO-CALCBOL USING WRK-CALCBOL.
               IF WRK-RESPOSTA-BOL NOT EQUAL "S"
                   ADD 1 TO ACU-SEM-FATURA
                   MOVE "NOSSO NUM INVAL" TO WRK-EXC-MOTIVO
                   PERFORM 0240-GRAVA-EXCECAO
                   GO TO 0220-LIQUIDA-FATURA-FIM
               END-IF.

               MOVE 'N' TO WRK-FAT-ACHOU.
               PERFORM 0221-PROCURA-FATURA
                       VARYING WRK-IDX-FAT FROM 1 BY 1
                       UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                          OR WRK-FAT-ACHOU EQUAL 'S'.
               IF WRK-FAT-ACHOU EQUAL 'N'
                   ADD 1 TO ACU-SEM-FATURA
                   MOVE "SEM FATURA" TO WRK-EXC-MOTIVO
                   PERFORM 0240-GRAVA-EXCECAO
                   GO TO 0220-LIQUIDA-FATURA-FIM
               END-IF.

               MOVE TAB-FAT-ITEM(WRK-IDX-FAT) TO REG-FATURA.
               EVALUATE TRUE
                   WHEN REG-FAT-PAGA
                       ADD 1 TO ACU-DIVERGENTES
                       MOVE REG-VALOR-FAT TO WRK-TOTAL-DEVIDO
                       MOVE "FATURA JA PAGA" TO WRK-EXC-MOTIVO
                       PERFORM 0240-GRAVA-EXCECAO
                   WHEN REG-FAT-CANCELADA
                       ADD 1 TO ACU-DIVERGENTES
                       MOVE REG-VALOR-FAT TO WRK-TOTAL-DEVIDO
                       MOVE "FATURA CANCELADA" TO WRK-EXC-MOTIVO
                       PERFORM 0240-GRAVA-EXCECAO
                   WHEN REG-FAT-BAIXADA-PERDA
                       PERFORM 0233-GRAVA-RECUPERACAO
                   WHEN OTHER
                       PERFORM 0230-BAIXA-FATURA
               END-EVALUATE.

       0220-LIQUIDA-FATURA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0221-PROCURA-FATURA                     SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-FAT-ITEM(WRK-IDX-FAT) TO REG-FATURA.
               IF REG-ID-FAT      EQUAL REG-ID-RET      AND
                  REG-MES-REF-FAT EQUAL REG-MES-REF-RET AND
                  REG-PARCELA-FAT EQUAL ZEROS
                   MOVE 'S' TO WRK-FAT-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-FAT
               END-IF.

       0221-PROCURA-FATURA-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    FATURA ABERTA: BAIXA QUANDO O PAGO COBRE O DEVIDO NA DATA DO
      *    PAGAMENTO (PRINCIPAL + MULTA + JUROS SE VENCIDA)
      *-----------------------------------------------------------------
       0230-BAIXA-FATURA                       SECTION.
      *-----------------------------------------------------------------

               PERFORM 0231-CALCULA-ENCARGOS.
               IF REG-VALOR-PAGO-RET EQUAL WRK-TOTAL-DEVIDO
                  OR (WRK-DIAS-ATRASO-BX GREATER ZEROS AND
                      REG-VALOR-PAGO-RET NOT LESS WRK-TOTAL-DEVIDO)
                   SET REG-FAT-PAGA TO TRUE
                   MOVE REG-DATA-PGTO-RET TO REG-DATA-PGTO-FAT
                   MOVE REG-FATURA TO TAB-FAT-ITEM(WRK-IDX-FAT)
                   ADD 1 TO ACU-BAIXADAS
                   ADD REG-VALOR-PAGO-RET TO ACU-TOTAL-BAIXADO
                   DISPLAY "FATURA BAIXADA POR BOLETO - CLIENTE "
                       REG-ID-FAT " MES " REG-MES-REF-FAT
                   IF WRK-DIAS-ATRASO-BX GREATER ZEROS
                       ADD 1 TO ACU-BAIXADAS-ATRASO
                       PERFORM 0232-GRAVA-ENCARGO
                   END-IF
               ELSE
                   ADD 1 TO ACU-DIVERGENTES
                   IF WRK-DIAS-ATRASO-BX GREATER ZEROS AND
                      REG-VALOR-PAGO-RET NOT LESS REG-VALOR-FAT
                       MOVE "ENCARGO A MENOR" TO WRK-EXC-MOTIVO
                   ELSE
                       MOVE "VALOR DIFERE"    TO WRK-EXC-MOTIVO
                   END-IF
                   PERFORM 0240-GRAVA-EXCECAO
               END-IF.

       0230-BAIXA-FATURA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0231-CALCULA-ENCARGOS                   SECTION.
      *-----------------------------------------------------------------

               COMPUTE WRK-DIAS-PGTO =
                   FUNCTION INTEGER-OF-DATE(REG-DATA-PGTO-RET).
               COMPUTE WRK-DIAS-VENCTO =
                   FUNCTION INTEGER-OF-DATE(REG-DATA-VENCTO-FAT).
               COMPUTE WRK-DIAS-ATRASO-BX =
                   WRK-DIAS-PGTO - WRK-DIAS-VENCTO.
               IF WRK-DIAS-ATRASO-BX GREATER ZEROS
                   COMPUTE WRK-VALOR-MULTA ROUNDED =
                       REG-VALOR-FAT * WRK-PARM-PCT-MULTA / 100
                   COMPUTE WRK-VALOR-JUROS ROUNDED =
                       REG-VALOR-FAT * WRK-PARM-PCT-JUROS-DIA *
                       WRK-DIAS-ATRASO-BX / 100
               ELSE
                   MOVE ZEROS TO WRK-VALOR-MULTA
                   MOVE ZEROS TO WRK-VALOR-JUROS
               END-IF.
               COMPUTE WRK-TOTAL-DEVIDO =
                   REG-VALOR-FAT + WRK-VALOR-MULTA + WRK-VALOR-JUROS.

       0231-CALCULA-ENCARGOS-FIM.              EXIT.
      *-----------------------------------------------------------------
       0232-GRAVA-ENCARGO                      SECTION.
      *-----------------------------------------------------------------

               IF FS-ENCARGOS EQUAL '00'
                   MOVE REG-DATA-PGTO-RET TO REG-DATA-ENC
                   MOVE REG-ID-FAT        TO REG-ID-ENC
                   MOVE REG-MES-REF-FAT   TO REG-MES-REF-ENC
                   MOVE WRK-VALOR-MULTA   TO REG-MULTA-ENC
                   MOVE WRK-VALOR-JUROS   TO REG-JUROS-ENC
                   COMPUTE REG-TOTAL-ENC =
                       WRK-VALOR-MULTA + WRK-VALOR-JUROS
                   WRITE REG-ENCARGOS
                   COMPUTE ACU-ENCARGOS =
                       ACU-ENCARGOS + WRK-VALOR-MULTA + WRK-VALOR-JUROS
               END-IF.

       0232-GRAVA-ENCARGO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    FATURA BAIXADA COMO PERDA PAGA NO BOLETO: A RECUPERACAO (PELO
      *    PRINCIPAL) VAI PARA O PERDAS.TXT E A FATURA SEGUE A BAIXA
      *    NORMAL; PAGAMENTO QUE NAO BAIXA A FATURA NAO E RECUPERACAO
      *-----------------------------------------------------------------
       0233-GRAVA-RECUPERACAO                  SECTION.
      *-----------------------------------------------------------------

               PERFORM 0231-CALCULA-ENCARGOS.
               IF NOT (REG-VALOR-PAGO-RET EQUAL WRK-TOTAL-DEVIDO
                  OR (WRK-DIAS-ATRASO-BX GREATER ZEROS AND
                      REG-VALOR-PAGO-RET NOT LESS WRK-TOTAL-DEVIDO))
                   PERFORM 0230-BAIXA-FATURA
                   GO TO 0233-GRAVA-RECUPERACAO-FIM
               END-IF.
               IF FS-PERDAS NOT EQUAL '00'
                   DISPLAY "PERDAS INDISPONIVEL -- RECUPERACAO DO "
                       "CLIENTE " REG-ID-FAT " FATURA " REG-MES-REF-FAT
                       " NAO REGISTRADA"
               ELSE
                   MOVE SPACES              TO REG-PERDA
                   SET REG-PRD-RECUPERACAO  TO TRUE
                   MOVE REG-ID-FAT          TO REG-ID-PRD
                   MOVE REG-STREAM-FAT      TO REG-STREAM-PRD
                   MOVE REG-MES-REF-FAT     TO REG-MES-REF-PRD
                   MOVE REG-DATA-VENCTO-FAT TO REG-VENCTO-PRD
                   MOVE REG-VALOR-FAT       TO REG-VALOR-PRD
                   MOVE REG-MOEDA-FAT       TO REG-MOEDA-PRD
                   MOVE WRK-DATA-MOVTO      TO REG-DATA-PRD
                   MOVE WRK-USUARIO-EXEC    TO REG-OPERADOR-PRD
                   SET REG-PRD-PAGAMENTO    TO TRUE
                   IF WRK-DIAS-ATRASO-BX GREATER ZEROS
                       MOVE WRK-DIAS-ATRASO-BX TO REG-DIAS-ATRASO-PRD
                   ELSE
                       MOVE ZEROS TO REG-DIAS-ATRASO-PRD
                   END-IF
                   WRITE REG-PERDA
                   ADD 1 TO ACU-RECUPERADAS
                   DISPLAY "FATURA BAIXADA COMO PERDA RECUPERADA - "
                       "CLIENTE " REG-ID-FAT " MES " REG-MES-REF-FAT
               END-IF.
               PERFORM 0230-BAIXA-FATURA.

       0233-GRAVA-RECUPERACAO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0240-GRAVA-EXCECAO                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-NOSSO-NUMERO-RET TO WRK-EXC-NOSSO-NUM.
               MOVE REG-DATA-PGTO-RET    TO WRK-EXC-DATA-PGTO.
               MOVE REG-VALOR-PAGO-RET   TO WRK-EXC-VALOR-PAGO-ED.
               MOVE WRK-TOTAL-DEVIDO     TO WRK-EXC-VALOR-DEVIDO-ED.
               MOVE WRK-LIN-EXCECAO      TO REG-BOLEXC.
               WRITE REG-BOLEXC.
               ADD 1 TO ACU-EXCECOES.

       0240-GRAVA-EXCECAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0250-CONFERE-TRAILER                    SECTION.
      *-----------------------------------------------------------------

               IF REG-QTDE-BTT  NOT EQUAL ACU-DETALHES OR
                  REG-TOTAL-BTT NOT EQUAL ACU-TOTAL-PAGO
                   DISPLAY "ATENCAO: TRAILER DO RETORNO NAO CONFERE "
                       "-- QTDE " REG-QTDE-BTT " LIDOS " ACU-DETALHES
                   MOVE SPACES TO WRK-LIN-EXCECAO
                   MOVE "TRAILER DIVERGE" TO WRK-EXC-MOTIVO
                   MOVE WRK-LIN-EXCECAO TO REG-BOLEXC
                   WRITE REG-BOLEXC
                   ADD 1 TO ACU-EXCECOES
               END-IF.

       0250-CONFERE-TRAILER-FIM.               EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-REGRAVA-FATURAS.
               IF ACU-BAIXADAS GREATER ZEROS
                   OPEN OUTPUT FATURA
                   PERFORM 0310-GRAVA-FATURA
                           VARYING WRK-IDX-FAT FROM 1 BY 1
                           UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                   CLOSE FATURA
               END-IF.

       0315-ESTATISTICA.
               DISPLAY " >>>>>>>> RETORNO DE BOLETOS <<<<<<<<< "
               DISPLAY "LINHAS LIDAS DO RETORNO...:"
                   ACU-LIDOS-RETORNO.
               DISPLAY "LIQUIDACOES RECEBIDAS.....:" ACU-LIQUIDACOES.
               DISPLAY "FATURAS BAIXADAS..........:" ACU-BAIXADAS.
               DISPLAY "BAIXADAS COM ATRASO.......:"
                   ACU-BAIXADAS-ATRASO.
               DISPLAY "PERDAS RECUPERADAS........:" ACU-RECUPERADAS.
               DISPLAY "ENTRADAS CONFIRMADAS......:" ACU-CONFIRMADOS.
               DISPLAY "PAGAMENTOS SEM FATURA.....:" ACU-SEM-FATURA.
               DISPLAY "PAGAMENTOS DIVERGENTES....:" ACU-DIVERGENTES.
               DISPLAY "OUTRAS OCORRENCIAS........:" ACU-OUTRAS-OCORR.
               MOVE ACU-TOTAL-PAGO    TO WRK-TOTAL-ED.
               DISPLAY "TOTAL PAGO NO RETORNO.....:R$" WRK-TOTAL-ED.
               MOVE ACU-TOTAL-BAIXADO TO WRK-TOTAL-ED.
               DISPLAY "TOTAL BAIXADO.............:R$" WRK-TOTAL-ED.
               MOVE ACU-ENCARGOS      TO WRK-TOTAL-ED.
               DISPLAY "ENCARGOS RECOLHIDOS.......:R$" WRK-TOTAL-ED.
               IF ACU-EXCECOES GREATER ZEROS
                   MOVE "RETORNO DE BOLETOS COM EXCECOES" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.

       0316-FECHA-ARQUIVOS.
               IF WRK-TEM-RETORNO EQUAL 'S'
                   CLOSE BOLRET
                         BOLEXC
                   IF FS-ENCARGOS EQUAL '00'
                       CLOSE ENCARGOS
                   END-IF
                   IF FS-PERDAS EQUAL '00'
                       CLOSE PERDAS
                   END-IF
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
               MOVE ACU-BAIXADAS      TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0325-DEFINE-RETORNO.
               IF ACU-EXCECOES GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0310-GRAVA-FATURA                       SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-FAT-ITEM(WRK-IDX-FAT) TO REG-FATURA.
               WRITE REG-FATURA.

       0310-GRAVA-FATURA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

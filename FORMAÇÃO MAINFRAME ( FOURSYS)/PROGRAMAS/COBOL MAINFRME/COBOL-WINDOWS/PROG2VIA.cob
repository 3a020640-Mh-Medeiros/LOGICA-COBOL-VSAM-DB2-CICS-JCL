       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROG2VIA.
      *=================================================================
      * PROGRAMA   : PROG2VIA
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 08/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: EMISSAO NOTURNA DAS SEGUNDAS VIAS DE FATURA PEDIDAS
      *              PELO ATENDIMENTO NA TELA CCL9 (SEGVIA.DAT, KSDS):
      *              CADA PEDIDO PENDENTE E CASADO COM A FATURA NO
      *              FATURA.TXT (CLIENTE + MES DE REFERENCIA + STREAMING
      *              + ACORDO + PARCELA) E COM O CLIENTE NO CLIMASTER E
      *              VAI PARA O FAT2VIA.D<DATA>.TXT COM O CANAL DE
      *              ENVIO (IMPRESSA NO ENDERECO OU E-MAIL). FATURA
      *              ABERTA EM REAIS, SEM DEBITO AUTOMATICO, SAI COM O
      *              MESMO NOSSO NUMERO E A LINHA DIGITAVEL DO BOLETO
      *              ORIGINAL (CALCBOL). O PEDIDO FICA EMITIDO COM A
      *              DATA DO MOVIMENTO, OU RECUSADO COM O MOTIVO
      *              (FATURA/CLIENTE NAO ENCONTRADO, FATURA CANCELADA).
      *-----------------------------------------------------------------
      * OBSERVACAO.: PEDIDO EMITIDO NA MESMA DATA DE MOVIMENTO VOLTA AO
      *              ARQUIVO NO REPROCESSAMENTO DO PASSO (O FAT2VIA DA
      *              DATA E REGRAVADO), COMO NO PROGCORTE. DIA SEM
      *              PEDIDO NAO E ERRO (RC 0); PEDIDO RECUSADO SAI COM
      *              CONDITION CODE 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  SEGVIA                 I-O                  #BOOK2VIA
      *  FATURA                 I                    #BOOKFATURA
      *  CLIMASTER              I
      *  FAT2VIA                O                    #BOOKFAT2V
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
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT SEGVIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\SEGVIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-2VIA
               FILE STATUS IS FS-SEGVIA.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT CLIMASTER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CLIMASTER.DAT.TXT"
               FILE STATUS IS FS-CLIMASTER.
           SELECT FAT2VIA ASSIGN TO DYNAMIC WRK-NOME-FAT2VIA
               FILE STATUS IS FS-FAT2VIA.
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
       FD  SEGVIA.
       COPY "#BOOK2VIA".
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  CLIMASTER.
       01  REG-CLIMASTER.
           05 REG-ID-MASTER            PIC 9(04).
           05 REG-NOME-MASTER          PIC X(20).
           05 REG-TEL-MASTER           PIC X(11).
           05 REG-STREAM-MASTER        PIC X(10).
           05 REG-STATUS-CLI-MASTER    PIC X(01).
           05 REG-CPF-MASTER           PIC 9(11).
           05 REG-ENDERECO-MASTER      PIC X(30).
           05 REG-CIDADE-MASTER        PIC X(20).
           05 REG-UF-MASTER            PIC X(02).
           05 REG-CEP-MASTER           PIC 9(08).
           05 REG-ASSINATURA-MASTER    PIC 9(03)V99.
           05 REG-MOEDA-ASSIN-MASTER   PIC X(03).
           05 REG-CONTA-BCO-MASTER     PIC 9(06).
           05 REG-SIT-COBRANCA-MASTER  PIC X(01).
       FD  FAT2VIA.
       COPY "#BOOKFAT2V".
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-SEGVIA                   PIC X(002)          VALUE SPACES.
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-CLIMASTER                PIC X(002)          VALUE SPACES.
       01  FS-FAT2VIA                  PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-FAT2VIA            PIC X(060)          VALUE SPACES.
       01  WRK-FIM-SEGVIA              PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  ACU-PEDIDOS-LIDOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PEDIDOS-PENDENTES       PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REEMITIDOS              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EMITIDAS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EMITIDAS-EMAIL          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EMITIDAS-BOLETO         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-RECUSADOS               PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    FATURAS DO FATURA.TXT
      *-----------------------------------------------------------------
       01  WRK-QT-FATURAS              PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-FAT                 PIC 9(004)          VALUE ZEROS.
       01  WRK-FAT-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-FATURAS.
           05 TAB-FAT-ITEM             OCCURS 2000 TIMES
                                       PIC X(084).
      *-----------------------------------------------------------------
      *    CLIENTES DO CLIMASTER
      *-----------------------------------------------------------------
       01  WRK-QT-CLIENTES             PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-CLI                 PIC 9(004)          VALUE ZEROS.
       01  WRK-CLI-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-CLIENTES.
           05 TAB-CLI-ITEM             OCCURS 2000 TIMES.
               10 TAB-CLI-ID               PIC 9(004).
               10 TAB-CLI-NOME             PIC X(020).
               10 TAB-CLI-CPF              PIC 9(011).
               10 TAB-CLI-ENDERECO         PIC X(030).
               10 TAB-CLI-CIDADE           PIC X(020).
               10 TAB-CLI-UF               PIC X(002).
               10 TAB-CLI-CEP              PIC 9(008).
               10 TAB-CLI-CONTA-BCO        PIC 9(006).
      *-----------------------------------------------------------------
      *    BOLETO -- DADOS DO CEDENTE NO CONTRATO DE COBRANCA COM O
      *    BANCO COBRADOR (OS MESMOS DO PROGFATURA)
      *-----------------------------------------------------------------
       01  WRK-PARM-BANCO-BOL          PIC 9(003)          VALUE 237.
       01  WRK-PARM-AGENCIA-BOL        PIC 9(004)          VALUE 1234.
       01  WRK-PARM-CARTEIRA-BOL       PIC 9(002)          VALUE 09.
       01  WRK-PARM-CONTA-BOL          PIC 9(007)          VALUE
               0012345.
       77  WRK-MODULO-CALCBOL          PIC X(08)           VALUE
               "CALCBOL".
       01  WRK-CALCBOL.
           05 WRK-FUNCAO-BOL           PIC X(01).
           05 WRK-BANCO-BOL            PIC 9(03).
           05 WRK-AGENCIA-BOL          PIC 9(04).
           05 WRK-CARTEIRA-BOL         PIC 9(02).
           05 WRK-CONTA-BOL            PIC 9(07).
           05 WRK-NOSSO-NUMERO-BOL.
               10 WRK-NOSSO-NUM-BASE-BOL   PIC 9(10).
               10 WRK-NOSSO-NUM-DV-BOL     PIC 9(01).
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
               "PROG2VIA".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-ERRO-ABERTURA           PIC X(030)          VALUE
               "ERRO NA ABERTURA DO SEGVIA".
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL WRK-FIM-SEGVIA EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO A 2A VIA: "
               ACCEPT WRK-USUARIO-EXEC.
               PERFORM 0110-LE-DATA-MOVTO.
               OPEN I-O SEGVIA.
               IF FS-SEGVIA                  EQUAL '35'
                   DISPLAY "SEM PEDIDO DE 2A VIA AINDA -- ARQUIVO "
                       "CRIADO VAZIO"
                   OPEN OUTPUT SEGVIA
                   CLOSE SEGVIA
                   OPEN I-O SEGVIA
               END-IF.
               IF FS-SEGVIA                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SEGVIA            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-SEGVIA'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0120-CARREGA-CLIENTES.
               PERFORM 0130-CARREGA-FATURAS.
               MOVE SPACES TO WRK-NOME-FAT2VIA.
               STRING "C:\CURSOLOGICA\COBOL\DADOS\FAT2VIA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-MOVTO    DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-FAT2VIA
               END-STRING.
               OPEN OUTPUT FAT2VIA.
               IF FS-FAT2VIA NOT EQUAL '00'
                   DISPLAY "ARQUIVO DE 2A VIA NAO ABERTO -- FS "
                       FS-FAT2VIA
                   MOVE "FAT2VIA NAO ABERTO" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
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
               DISPLAY "SEGUNDAS VIAS DA DATA......:" WRK-DATA-MOVTO.

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
       0120-CARREGA-CLIENTES                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER NOT EQUAL '00'
                   DISPLAY "CLIMASTER AUSENTE -- RODE O PROGARQ07"
                   MOVE "CLIMASTER AUSENTE P/ 2A VIA" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0121-LE-CLIMASTER
                       UNTIL FS-CLIMASTER NOT EQUAL '00'.
               CLOSE CLIMASTER.
               DISPLAY "CLIENTES CARREGADOS........:" WRK-QT-CLIENTES.

       0120-CARREGA-CLIENTES-FIM.              EXIT.
      *-----------------------------------------------------------------
       0121-LE-CLIMASTER                       SECTION.
      *-----------------------------------------------------------------

               READ CLIMASTER
                   AT END
                       MOVE '10' TO FS-CLIMASTER
                   NOT AT END
                       IF WRK-QT-CLIENTES NOT LESS 2000
                           DISPLAY "TABELA DE CLIENTES CHEIA -- "
                               "AUMENTAR TAB-CLIENTES"
                           MOVE "TABELA DE CLIENTES CHEIA" TO
                               WRK-MSG-ERROS
                           CALL WRK-MODULO USING WRK-MSG-ERROS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WRK-QT-CLIENTES
                       MOVE REG-ID-MASTER        TO
                           TAB-CLI-ID(WRK-QT-CLIENTES)
                       MOVE REG-NOME-MASTER      TO
                           TAB-CLI-NOME(WRK-QT-CLIENTES)
                       MOVE REG-CPF-MASTER       TO
                           TAB-CLI-CPF(WRK-QT-CLIENTES)
                       MOVE REG-ENDERECO-MASTER  TO
                           TAB-CLI-ENDERECO(WRK-QT-CLIENTES)
                       MOVE REG-CIDADE-MASTER    TO
                           TAB-CLI-CIDADE(WRK-QT-CLIENTES)
                       MOVE REG-UF-MASTER        TO
                           TAB-CLI-UF(WRK-QT-CLIENTES)
                       MOVE REG-CEP-MASTER       TO
                           TAB-CLI-CEP(WRK-QT-CLIENTES)
                       MOVE REG-CONTA-BCO-MASTER TO
                           TAB-CLI-CONTA-BCO(WRK-QT-CLIENTES)
               END-READ.

       0121-LE-CLIMASTER-FIM.                  EXIT.
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
                           "EMITIR (AUMENTAR A TABELA)"
                       MOVE "TABELA DE FATURAS CHEIA" TO
                           WRK-MSG-ERROS
                       CALL WRK-MODULO USING WRK-MSG-ERROS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0131-LE-FATURA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0140-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ SEGVIA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-SEGVIA
                   NOT AT END
                       ADD 1 TO ACU-PEDIDOS-LIDOS
               END-READ.

       0140-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    PENDENTE EMITE; EMITIDO NESTA MESMA DATA DE MOVIMENTO VOLTA
      *    AO ARQUIVO (REPROCESSAMENTO DO PASSO); RECUSADO E EMITIDO EM
      *    DATA ANTERIOR FICAM COMO ESTAO
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN REG-2VIA-PENDENTE
                       ADD 1 TO ACU-PEDIDOS-PENDENTES
                       PERFORM 0210-EMITE-SEGUNDA-VIA
                   WHEN REG-2VIA-EMITIDA AND
                        REG-DATA-EMIS-2VIA EQUAL WRK-DATA-MOVTO
                       ADD 1 TO ACU-REEMITIDOS
                       PERFORM 0210-EMITE-SEGUNDA-VIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               PERFORM 0140-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-EMITE-SEGUNDA-VIA                  SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-FAT-ACHOU.
               PERFORM 0211-PROCURA-FATURA
                       VARYING WRK-IDX-FAT FROM 1 BY 1
                       UNTIL WRK-IDX-FAT GREATER WRK-QT-FATURAS
                          OR WRK-FAT-ACHOU EQUAL 'S'.
               IF WRK-FAT-ACHOU EQUAL 'N'
                   MOVE "FATURA NAO ENCONTRADA" TO REG-MOTIVO-2VIA
                   PERFORM 0240-RECUSA-PEDIDO
                   GO TO 0210-EMITE-SEGUNDA-VIA-FIM
               END-IF.
               MOVE TAB-FAT-ITEM(WRK-IDX-FAT) TO REG-FATURA.
               IF REG-FAT-CANCELADA
                   MOVE "FATURA CANCELADA"      TO REG-MOTIVO-2VIA
                   PERFORM 0240-RECUSA-PEDIDO
                   GO TO 0210-EMITE-SEGUNDA-VIA-FIM
               END-IF.

               MOVE 'N' TO WRK-CLI-ACHOU.
               PERFORM 0212-PROCURA-CLIENTE
                       VARYING WRK-IDX-CLI FROM 1 BY 1
                       UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES
                          OR WRK-CLI-ACHOU EQUAL 'S'.
               IF WRK-CLI-ACHOU EQUAL 'N'
                   MOVE "CLIENTE NAO ENCONTRADO" TO REG-MOTIVO-2VIA
                   PERFORM 0240-RECUSA-PEDIDO
                   GO TO 0210-EMITE-SEGUNDA-VIA-FIM
               END-IF.

               PERFORM 0220-MONTA-SEGUNDA-VIA.
               PERFORM 0230-BOLETO-ORIGINAL.
               WRITE REG-FAT2VIA.
               ADD 1 TO ACU-EMITIDAS.
               IF REG-F2V-EMAIL
                   ADD 1 TO ACU-EMITIDAS-EMAIL
               END-IF.

               SET REG-2VIA-EMITIDA     TO TRUE.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-EMIS-2VIA.
               MOVE SPACES              TO REG-MOTIVO-2VIA.
               PERFORM 0250-REGRAVA-PEDIDO.

       0210-EMITE-SEGUNDA-VIA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0211-PROCURA-FATURA                     SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-FAT-ITEM(WRK-IDX-FAT) TO REG-FATURA.
               IF REG-ID-FAT      EQUAL REG-ID-2VIA      AND
                  REG-MES-REF-FAT EQUAL REG-MES-REF-2VIA AND
                  REG-STREAM-FAT  EQUAL REG-STREAM-2VIA  AND
                  REG-ACORDO-FAT  EQUAL REG-ACORDO-2VIA  AND
                  REG-PARCELA-FAT EQUAL REG-PARCELA-2VIA
                   MOVE 'S' TO WRK-FAT-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-FAT
               END-IF.

       0211-PROCURA-FATURA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0212-PROCURA-CLIENTE                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-CLI-ID(WRK-IDX-CLI) EQUAL REG-ID-FAT
                   MOVE 'S' TO WRK-CLI-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-CLI
               END-IF.

       0212-PROCURA-CLIENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0220-MONTA-SEGUNDA-VIA                  SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES                     TO REG-FAT2VIA.
               MOVE REG-CANAL-2VIA             TO REG-CANAL-F2V.
               MOVE REG-EMAIL-2VIA             TO REG-EMAIL-F2V.
               MOVE REG-DATA-PED-2VIA          TO REG-DATA-PED-F2V.
               MOVE REG-OPERADOR-2VIA          TO REG-OPERADOR-F2V.
               MOVE REG-ID-FAT                 TO REG-ID-F2V.
               MOVE TAB-CLI-NOME(WRK-IDX-CLI)  TO REG-NOME-F2V.
               MOVE TAB-CLI-CPF(WRK-IDX-CLI)   TO REG-CPF-F2V.
               MOVE TAB-CLI-ENDERECO(WRK-IDX-CLI) TO REG-ENDERECO-F2V.
               MOVE TAB-CLI-CIDADE(WRK-IDX-CLI) TO REG-CIDADE-F2V.
               MOVE TAB-CLI-UF(WRK-IDX-CLI)    TO REG-UF-F2V.
               MOVE TAB-CLI-CEP(WRK-IDX-CLI)   TO REG-CEP-F2V.
               MOVE REG-MES-REF-FAT            TO REG-MES-REF-F2V.
               MOVE REG-STREAM-FAT             TO REG-STREAM-F2V.
               MOVE REG-MOEDA-FAT              TO REG-MOEDA-F2V.
               MOVE REG-VALOR-FAT              TO REG-VALOR-F2V.
               MOVE REG-VALOR-ORIG-FAT         TO REG-VALOR-ORIG-F2V.
               MOVE REG-PROMO-FAT              TO REG-PROMO-F2V.
               MOVE REG-DATA-EMISSAO-FAT       TO REG-DATA-EMISSAO-F2V.
               MOVE REG-DATA-VENCTO-FAT        TO REG-DATA-VENCTO-F2V.
               MOVE REG-STATUS-FAT             TO REG-STATUS-F2V.
               MOVE REG-DATA-PGTO-FAT          TO REG-DATA-PGTO-F2V.
               MOVE REG-ACORDO-FAT             TO REG-ACORDO-F2V.
               MOVE REG-PARCELA-FAT            TO REG-PARCELA-F2V.
               MOVE REG-QT-PARC-FAT            TO REG-QT-PARC-F2V.
               IF REG-MESES-FAT IS NUMERIC AND
                  REG-MESES-FAT GREATER ZEROS
                   MOVE REG-MESES-FAT          TO REG-MESES-F2V
               ELSE
                   MOVE 1                      TO REG-MESES-F2V
               END-IF.
               IF TAB-CLI-CONTA-BCO(WRK-IDX-CLI) GREATER ZEROS
                   MOVE "S"                    TO REG-DEBITO-AUTO-F2V
               ELSE
                   MOVE "N"                    TO REG-DEBITO-AUTO-F2V
               END-IF.
               MOVE ZEROS                      TO REG-NOSSO-NUMERO-F2V.

       0220-MONTA-SEGUNDA-VIA-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    O MESMO BOLETO DO FATURAMENTO (PROGFATURA 0230): SO FATURA
      *    MENSAL EM ABERTO, EM REAIS, DE CLIENTE SEM DEBITO AUTOMATICO;
      *    O NOSSO NUMERO SE REFAZ PELO ID + MES DE REFERENCIA
      *-----------------------------------------------------------------
       0230-BOLETO-ORIGINAL                    SECTION.
      *-----------------------------------------------------------------

               IF NOT REG-FAT-ABERTA OR
                  REG-PARCELA-FAT NOT EQUAL ZEROS OR
                  REG-MOEDA-FAT NOT EQUAL "BRL" OR
                  TAB-CLI-CONTA-BCO(WRK-IDX-CLI) GREATER ZEROS
                   GO TO 0230-BOLETO-ORIGINAL-FIM
               END-IF.

               MOVE "E"                   TO WRK-FUNCAO-BOL.
               MOVE WRK-PARM-BANCO-BOL    TO WRK-BANCO-BOL.
               MOVE WRK-PARM-AGENCIA-BOL  TO WRK-AGENCIA-BOL.
               MOVE WRK-PARM-CARTEIRA-BOL TO WRK-CARTEIRA-BOL.
               MOVE WRK-PARM-CONTA-BOL    TO WRK-CONTA-BOL.
               COMPUTE WRK-NOSSO-NUM-BASE-BOL =
                   REG-ID-FAT * 1000000 + REG-MES-REF-FAT.
               MOVE REG-DATA-VENCTO-FAT   TO WRK-VENCIMENTO-BOL.
               MOVE REG-VALOR-FAT         TO WRK-VALOR-BOL.
               CALL WRK-MODULO-CALCBOL USING WRK-CALCBOL.
               IF WRK-RESPOSTA-BOL NOT EQUAL "S"
                   DISPLAY "2A VIA SEM BOLETO (VENCTO/VALOR) - "
                       "CLIENTE " REG-ID-FAT " MES " REG-MES-REF-FAT
                   GO TO 0230-BOLETO-ORIGINAL-FIM
               END-IF.

               MOVE WRK-NOSSO-NUMERO-BOL    TO REG-NOSSO-NUMERO-F2V.
               MOVE WRK-LINHA-DIGITAVEL-BOL TO REG-LINHA-DIGITAVEL-F2V.
               MOVE WRK-COD-BARRAS-BOL      TO REG-COD-BARRAS-F2V.
               ADD 1 TO ACU-EMITIDAS-BOLETO.

       0230-BOLETO-ORIGINAL-FIM.               EXIT.
      *-----------------------------------------------------------------
       0240-RECUSA-PEDIDO                      SECTION.
      *-----------------------------------------------------------------

               DISPLAY "** 2A VIA RECUSADA: " REG-MOTIVO-2VIA
                   " - CLIENTE " REG-ID-2VIA " MES " REG-MES-REF-2VIA
                   " " REG-STREAM-2VIA " **".
               SET REG-2VIA-RECUSADA    TO TRUE.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-EMIS-2VIA.
               ADD 1 TO ACU-RECUSADOS.
               PERFORM 0250-REGRAVA-PEDIDO.

       0240-RECUSA-PEDIDO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0250-REGRAVA-PEDIDO                     SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-SEGVIA.
               IF FS-SEGVIA NOT EQUAL '00'
                   MOVE "ERRO NA REGRAVACAO DO SEGVIA" TO WRK-MSG-ERROS
                   MOVE FS-SEGVIA            TO WRK-STATUS-ERRO
                   MOVE '0250-REGRAVA-PEDIDO' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0250-REGRAVA-PEDIDO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0315-ESTATISTICA.
               DISPLAY " >>>>>>>> SEGUNDA VIA DE FATURAS <<<<<<<<< "
               DISPLAY "PEDIDOS LIDOS NO SEGVIA...:" ACU-PEDIDOS-LIDOS.
               DISPLAY "PEDIDOS PENDENTES.........:"
                   ACU-PEDIDOS-PENDENTES.
               DISPLAY "REEMITIDOS NA MESMA DATA..:" ACU-REEMITIDOS.
               DISPLAY "SEGUNDAS VIAS EMITIDAS....:" ACU-EMITIDAS.
               DISPLAY "  POR E-MAIL..............:" ACU-EMITIDAS-EMAIL.
               DISPLAY "  COM BOLETO..............:"
                   ACU-EMITIDAS-BOLETO.
               DISPLAY "PEDIDOS RECUSADOS.........:" ACU-RECUSADOS.
               DISPLAY "ARQUIVO DE 2A VIA.........:" WRK-NOME-FAT2VIA.
               IF ACU-RECUSADOS GREATER ZEROS
                   MOVE "PEDIDOS DE 2A VIA RECUSADOS" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.

       0316-FECHA-ARQUIVOS.
               CLOSE SEGVIA
                     FAT2VIA.

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
               MOVE ACU-EMITIDAS      TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0325-DEFINE-RETORNO.
               IF ACU-RECUSADOS GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                DISPLAY WRK-MSG-ERROS " - FS " WRK-STATUS-ERRO
                    " EM " WRK-AREA-ERRO.
                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

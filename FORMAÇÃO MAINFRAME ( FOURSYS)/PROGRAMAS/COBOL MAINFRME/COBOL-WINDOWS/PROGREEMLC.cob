       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGREEMLC.
      *=================================================================
      * PROGRAMA   : PROGREEMLC
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 19/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: LANCAMENTO DOS REEMBOLSOS DE SALDO A FAVOR: LE OS
      *              MOVIMENTOS DO SALDOCLI.TXT, E PARA CADA REEMBOLSO
      *              SOLICITADO (TIPO "R", SITUACAO "S", GRAVADO PELO
      *              PROGREEMB) LOCALIZA A AGENCIA E O GERENTE DA CONTA
      *              BANCARIA DO CLIENTE NO MASTER DE CONTAS
      *              (CONTAS.TXT) E EMITE UM LANCAMENTO DE CREDITO
      *              (TIPO "R", SINAL "C") NO LAYOUT DO LANCAM, COM
      *              CABECALHO E TRAILER DE CONTROLE (REEMBLAN.TXT). O
      *              MOVIMENTO E MARCADO "L" COM A DATA DO LANCAMENTO.
      *              O ARQUIVO ENTRA NO CICLO NORMAL DO PROGCALL; O
      *              PROGBAIXA NAO TRATA O CREDITO TIPO "R" COMO
      *              PAGAMENTO DE FATURA. CONTA FORA DO MASTER DEIXA O
      *              REEMBOLSO SOLICITADO E ENCERRA COM RC 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  SALDOCLI               I-O                  #BOOKSALDOCLI
      *  CONTAS                 I                    #BOOKCTAS
      *  REEMBLAN               O                    #BOOKLANCAM
      *  CTLDATA                I                    #BOOKCTLDAT
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
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT SALDOCLI ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\SALDOCLI.TXT"
               FILE STATUS IS FS-SALDOCLI.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT REEMBLAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\REEMBLAN.TXT"
               FILE STATUS IS FS-REEMBLAN.
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
       FD  SALDOCLI.
       COPY "#BOOKSALDOCLI".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  REEMBLAN.
       COPY "#BOOKLANCAM".
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-SALDOCLI                 PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-REEMBLAN                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  ACU-MOVTOS-LIDOS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REEMBOLSOS-GERADOS      PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTA-FORA-MTR          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-REEMBOLSO         PIC 9(009)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOTAL-ED                PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       01  WRK-SALDOCLI-OK             PIC X(001)          VALUE "N".
       01  WRK-CTA-ACHOU-MTR           PIC X(001)          VALUE "N".
       01  WRK-CONTAS-OK               PIC X(001)          VALUE "N".
       01  WRK-FIM-CONTAS              PIC X(001)          VALUE "N".
       01  WRK-AGENCIA-CTA             PIC 9(004)          VALUE ZEROS.
       01  WRK-GERENTE-CTA             PIC X(001)          VALUE SPACES.
       01  WRK-HISTORICO               PIC X(020)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGREML".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-SALDOCLI NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "TIPO DE CLIENTE DOS LANCAMENTOS (ENTER = F): "
               ACCEPT WRK-PARM-TIPO-CLI.
               IF WRK-PARM-TIPO-CLI EQUAL SPACES
                   MOVE "F" TO WRK-PARM-TIPO-CLI
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0125-ABRE-CONTAS-MASTER.
               OPEN OUTPUT REEMBLAN.
               IF FS-REEMBLAN                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-REEMBLAN          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-REEMBLAN' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0130-GRAVA-CABECALHO.
               OPEN I-O SALDOCLI.
               EVALUATE FS-SALDOCLI
                   WHEN '00'
                       MOVE "S" TO WRK-SALDOCLI-OK
                       PERFORM 0140-LEITURA
                   WHEN '35'
                       DISPLAY "SALDOCLI AUSENTE -- NENHUM REEMBOLSO "
                           "A LANCAR"
                   WHEN OTHER
                       MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                       MOVE FS-SALDOCLI          TO WRK-STATUS-ERRO
                       MOVE '0100-ABRE-SALDOCLI' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-EVALUATE.

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
               DISPLAY "GERANDO REEMBOLSOS DE SALDO DA DATA:"
                   WRK-DATA-MOVTO.

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
       0125-ABRE-CONTAS-MASTER                 SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CONTAS.
               IF FS-CONTAS EQUAL '00'
                   MOVE "S" TO WRK-CONTAS-OK
               ELSE
                   DISPLAY "ATENCAO: MASTER DE CONTAS AUSENTE -- "
                       "NENHUM REEMBOLSO SERA GERADO"
               END-IF.

       0125-ABRE-CONTAS-MASTER-FIM.            EXIT.
      *-----------------------------------------------------------------
       0130-GRAVA-CABECALHO                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS           TO REG-AGENCIA.
               MOVE ZEROS           TO REG-CONTA.
               MOVE ZEROS           TO REG-LANCAMENTO.
               MOVE "BRL"           TO REG-MOEDA-LANCAM.
               MOVE SPACES          TO REG-GERENTE.
               MOVE SPACES          TO REG-TIPO-CLI.
               MOVE ZEROS           TO REG-DATA-LANCAM.
               MOVE "C"             TO REG-SINAL-LANCAM.
               MOVE "D"             TO REG-TIPO-LANCAM.
               MOVE ZEROS           TO REG-DATA-REF-LANCAM.
               MOVE ZEROS           TO REG-AGENCIA-DEST.
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

       0130-GRAVA-CABECALHO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0140-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ SALDOCLI
                   AT END
                       MOVE '10' TO FS-SALDOCLI
               END-READ.

       0140-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-MOVTOS-LIDOS.
               IF REG-SCL-REEMBOLSO AND REG-REEMB-SOLICITADO
                   PERFORM 0210-GERA-REEMBOLSO
               END-IF.
               PERFORM 0140-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-GERA-REEMBOLSO                     SECTION.
      *-----------------------------------------------------------------

               PERFORM 0215-PROCURA-CONTA-MTR.
               IF WRK-CTA-ACHOU-MTR EQUAL 'N'
                   ADD 1 TO ACU-CONTA-FORA-MTR
                   DISPLAY "ATENCAO: CONTA BANCARIA " REG-CONTA-BCO-SCL
                       " DO CLIENTE " REG-ID-SCL
                       " NAO CADASTRADA NO MASTER DE CONTAS -- "
                       "REEMBOLSO MANTIDO SOLICITADO"
               ELSE
                   PERFORM 0220-GRAVA-CREDITO
                   IF FS-REEMBLAN EQUAL '00'
                       SET REG-REEMB-LANCADO TO TRUE
                       MOVE WRK-DATA-MOVTO TO REG-DATA-LANC-SCL
                       REWRITE REG-SALDOCLI
                   END-IF
               END-IF.

       0210-GERA-REEMBOLSO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0215-PROCURA-CONTA-MTR                  SECTION.
      *-----------------------------------------------------------------
      *    O MOVIMENTO GUARDA SO A CONTA BANCARIA: O MASTER E VARRIDO
      *    PELA CHAVE ATE ACHAR A CONTA, QUE ENTREGA AGENCIA E
      *    GERENTE PARA O CREDITO
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CTA-ACHOU-MTR.
               IF WRK-CONTAS-OK NOT EQUAL "S"
                   GO TO 0215-PROCURA-CONTA-MTR-FIM
               END-IF.
               MOVE ZEROS TO REG-AGENCIA-MTR.
               MOVE ZEROS TO REG-CONTA-MTR.
               START CONTAS KEY NOT LESS REG-CHAVE-MTR.
               IF FS-CONTAS EQUAL '00'
                   MOVE "N" TO WRK-FIM-CONTAS
                   PERFORM 0216-COMPARA-CONTA-MTR
                       UNTIL WRK-FIM-CONTAS EQUAL "S"
                          OR WRK-CTA-ACHOU-MTR EQUAL 'S'
               END-IF.
               MOVE '00' TO FS-CONTAS.

       0215-PROCURA-CONTA-MTR-FIM.             EXIT.
      *-----------------------------------------------------------------
       0216-COMPARA-CONTA-MTR                  SECTION.
      *-----------------------------------------------------------------

               READ CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CONTAS
                   NOT AT END
                       IF REG-CONTA-MTR EQUAL REG-CONTA-BCO-SCL
                           MOVE 'S' TO WRK-CTA-ACHOU-MTR
                           MOVE REG-AGENCIA-MTR TO WRK-AGENCIA-CTA
                           MOVE REG-GERENTE-MTR TO WRK-GERENTE-CTA
                       END-IF
               END-READ.

       0216-COMPARA-CONTA-MTR-FIM.             EXIT.
      *-----------------------------------------------------------------
       0220-GRAVA-CREDITO                      SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES TO WRK-HISTORICO.
               STRING "REEMB SALDO CLI " DELIMITED BY SIZE
                      REG-ID-SCL         DELIMITED BY SIZE
                   INTO WRK-HISTORICO
               END-STRING.
               MOVE WRK-AGENCIA-CTA        TO REG-AGENCIA.
               MOVE REG-CONTA-BCO-SCL      TO REG-CONTA.
               MOVE REG-VALOR-SCL          TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE WRK-GERENTE-CTA        TO REG-GERENTE.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-LANCAM.
               MOVE "C"                    TO REG-SINAL-LANCAM.
               MOVE "R"                    TO REG-TIPO-LANCAM.
               MOVE ZEROS                  TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE WRK-HISTORICO          TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-REEMBLAN              EQUAL '00'
                   ADD 1 TO ACU-REEMBOLSOS-GERADOS
                   ADD REG-VALOR-SCL TO ACU-TOTAL-REEMBOLSO
               END-IF.

       0220-GRAVA-CREDITO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-GRAVA-TRAILER.
               MOVE 9999                   TO REG-AGENCIA.
               MOVE ACU-REEMBOLSOS-GERADOS TO REG-CONTA.
               MOVE ZEROS                  TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE SPACES                 TO REG-GERENTE.
               MOVE SPACES                 TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-LANCAM.
               MOVE "C"                    TO REG-SINAL-LANCAM.
               MOVE "D"                    TO REG-TIPO-LANCAM.
               MOVE ZEROS                  TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE REEMBLAN.
               IF WRK-SALDOCLI-OK EQUAL "S"
                   CLOSE SALDOCLI
               END-IF.
               IF WRK-CONTAS-OK EQUAL "S"
                   CLOSE CONTAS
               END-IF.

       0306-CORRIGE-CABECALHO.
               OPEN I-O REEMBLAN.
               IF FS-REEMBLAN EQUAL '00'
                   READ REEMBLAN
                   IF FS-REEMBLAN EQUAL '00'
                       MOVE ACU-REEMBOLSOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE REEMBLAN
               END-IF.

       0310-ESTATISTICA.
               DISPLAY "MOVIMENTOS DE SALDO LIDOS....:"
                   ACU-MOVTOS-LIDOS.
               DISPLAY "REEMBOLSOS LANCADOS..........:"
                   ACU-REEMBOLSOS-GERADOS.
               MOVE ACU-TOTAL-REEMBOLSO TO WRK-TOTAL-ED.
               DISPLAY "TOTAL REEMBOLSADO............:R$"
                   WRK-TOTAL-ED.
               DISPLAY "CONTAS FORA DO MASTER........:"
                   ACU-CONTA-FORA-MTR.
               IF ACU-CONTA-FORA-MTR GREATER ZEROS
                   MOVE "REEMBOLSO COM CONTA FORA DO MASTER" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC      TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC       TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC          TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC          TO REG-HORA-AUD.
               MOVE ACU-REEMBOLSOS-GERADOS TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

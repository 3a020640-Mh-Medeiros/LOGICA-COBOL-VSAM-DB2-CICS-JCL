       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCOMP.
      *=================================================================
      * PROGRAMA   : PROGCOMP
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 28/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ENTRADA DA COMPENSACAO DE CHEQUES: CADA CHEQUE
      *              SACADO CONTRA CONTA DO BANCO E APRESENTADO POR
      *              OUTRO BANCO (COMPE.TXT) E CONFERIDO, NESTA ORDEM:
      *              - VALOR / CAMPOS NAO NUMERICOS ...... MOTIVO 31
      *              - CONTA FORA DO MASTER OU ENCERRADA . MOTIVO 13
      *              - CONTA EM BLOQUEADOS.TXT ........... MOTIVO 24
      *              - FOLHA JA PAGA OU JA DEVOLVIDA EM
      *                DEFINITIVO (CHEQUES.TXT) .......... MOTIVO 49
      *              - FOLHA FORA DOS TALOES EMITIDOS .... MOTIVO 35
      *              - FOLHA DE TALAO CANCELADO .......... MOTIVO 25
      *              - FOLHA SUSTADA (SUSTACAO.TXT) ...... MOTIVO DA
      *                                                    SUSTACAO
      *              - SALDO DISPONIVEL (SALDO DO MASTER + LIMITE DE
      *                CREDITO - CHEQUES JA PAGOS NA CONTA NESTA
      *                EXECUCAO) MENOR QUE O CHEQUE ...... MOTIVO 11
      *                NA PRIMEIRA APRESENTACAO, 12 NA SEGUNDA
      *              O CHEQUE ACEITO GERA O DEBITO TIPO "Q" NO LAYOUT
      *              DO LANCAM, COM CABECALHO E TRAILER DE CONTROLE
      *              (CHQLAN.TXT), QUE ENTRA NO CICLO NORMAL DO
      *              PROGCALL DA PROXIMA NOITE; O RECUSADO VAI PARA O
      *              ARQUIVO DE DEVOLUCAO (CHQDEV.TXT) COM O MOTIVO.
      *              PAGO OU DEVOLVIDO, O CHEQUE FICA NO REGISTRO DE
      *              CHEQUES APRESENTADOS (CHEQUES.TXT).
      *-----------------------------------------------------------------
      * OBSERVACAO.: RODA DEPOIS DO PROGSALDO (SALDO DA DATA). SEM O
      *              COMPE.TXT NAO HA CHEQUES A COMPENSAR E O RUN
      *              TERMINA NORMAL. QUANTIDADE OU VALOR DO TRAILER
      *              DIFERENTE DO QUE FOI LIDO (OU ARQUIVO SEM
      *              TRAILER) TERMINA COM RETURN-CODE 4.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  COMPE                  I                    #BOOKCOMPE
      *  CONTAS                 I                    #BOOKCTAS
      *  SALDOS                 I                    #BOOKSALDO
      *  BLOQUEADOS             I                    #BOOKBLOQ
      *  TALOES                 I                    #BOOKTALAO
      *  SUSTACAO               I                    #BOOKSUSTA
      *  CHEQUES                I-O                  #BOOKCHQ
      *  CHQLAN                 O                    #BOOKLANCAM
      *  CHQDEV                 O                    #BOOKCHQDEV
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              CALDIA
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
      * DATA.......: 06/10/2026
      * OBJETIVO...: BLOQUEADOS.TXT PASSA A SER VSAM KSDS (CHAVE
      *              REG-CONTA-BLOQ), MANTIDO ON-LINE NA TELA CCL7 E
      *              NO PROGBLOQ -- LIDO EM SEQUENCIA DE CHAVE
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
           SELECT COMPE ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\COMPE.TXT"
               FILE STATUS IS FS-COMPE.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT BLOQUEADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQUEADOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CONTA-BLOQ
               FILE STATUS IS FS-BLOQUEADOS.
           SELECT TALOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TALOES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TAL
               FILE STATUS IS FS-TALOES.
           SELECT SUSTACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SUSTACAO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SUS
               FILE STATUS IS FS-SUSTACAO.
           SELECT CHEQUES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CHEQUES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-CHQ
               FILE STATUS IS FS-CHEQUES.
           SELECT CHQLAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CHQLAN.TXT"
               FILE STATUS IS FS-CHQLAN.
           SELECT CHQDEV ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CHQDEV.TXT"
               FILE STATUS IS FS-CHQDEV.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  CHEQUES RECEBIDOS DA COMPENSACAO
      *                               LRECL = 050
      *-----------------------------------------------------------------
       FD  COMPE.
       COPY "#BOOKCOMPE".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 059
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE SALDOS POR CONTA (PROGSALDO)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *        INPUT -  CONTAS BLOQUEADAS (PROGBLOQ)
      *                               LRECL = 042
      *-----------------------------------------------------------------
       FD  BLOQUEADOS.
       COPY "#BOOKBLOQ".
      *-----------------------------------------------------------------
      *        INPUT -  TALOES DE CHEQUE EMITIDOS (PROGCHEQ)
      *                               LRECL = 060
      *-----------------------------------------------------------------
       FD  TALOES.
       COPY "#BOOKTALAO".
      *-----------------------------------------------------------------
      *        INPUT -  SUSTACOES DE CHEQUE (PROGCHEQ)
      *                               LRECL = 044
      *-----------------------------------------------------------------
       FD  SUSTACAO.
       COPY "#BOOKSUSTA".
      *-----------------------------------------------------------------
      *      I-O -  REGISTRO DE CHEQUES APRESENTADOS
      *                               LRECL = 056
      *-----------------------------------------------------------------
       FD  CHEQUES.
       COPY "#BOOKCHQ".
      *-----------------------------------------------------------------
      *     OUTPUT-  DEBITO DOS CHEQUES PAGOS (LANCAM)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  CHQLAN.
       COPY "#BOOKLANCAM".
      *-----------------------------------------------------------------
      *     OUTPUT-  CHEQUES DEVOLVIDOS A COMPENSACAO
      *                               LRECL = 060
      *-----------------------------------------------------------------
       FD  CHQDEV.
       COPY "#BOOKCHQDEV".
      *-----------------------------------------------------------------
      *     INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
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
       01  FS-COMPE                    PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-BLOQUEADOS               PIC X(002)          VALUE SPACES.
       01  FS-TALOES                   PIC X(002)          VALUE SPACES.
       01  FS-SUSTACAO                 PIC X(002)          VALUE SPACES.
       01  FS-CHEQUES                  PIC X(002)          VALUE SPACES.
       01  FS-CHQLAN                   PIC X(002)          VALUE SPACES.
       01  FS-CHQDEV                   PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  ACU-REGISTROS-LIDOS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CHEQUES-LIDOS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-REG-INVALIDOS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-QT-PAGOS                PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-QT-DEVOLVIDOS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LANCAMENTOS-GERADOS     PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-DIVERGENCIAS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-LIDA              PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-PAGA              PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-GRANA-DEVOLVIDA         PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CHEQUE EM PROCESSO =====".
      *-----------------------------------------------------------------
       01  WRK-FIM-COMPE               PIC X(001)          VALUE "N".
       01  WRK-FIM-TAL                 PIC X(001)          VALUE "N".
       01  WRK-TEM-TRAILER             PIC X(001)          VALUE "N".
       01  WRK-COMPE-ABERTO            PIC X(001)          VALUE "N".
       01  WRK-TALOES-ABERTO           PIC X(001)          VALUE "N".
       01  WRK-SUSTACAO-ABERTO         PIC X(001)          VALUE "N".
       01  WRK-CONTA-ACHOU-MTR         PIC X(001)          VALUE "N".
       01  WRK-CHQ-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-FOLHA-ACHOU             PIC X(001)          VALUE "N".
       01  WRK-SIT-TAL-FOLHA           PIC X(001)          VALUE SPACES.
       01  WRK-MOTIVO-DEV              PIC X(002)          VALUE SPACES.
       01  WRK-MOTIVO-ANT              PIC X(002)          VALUE SPACES.
       01  WRK-QT-APRES-ANT            PIC 9(002)          VALUE ZEROS.
       01  WRK-SALDO-DISPONIVEL        PIC S9(011)V99      VALUE ZEROS.
       01  WRK-TRAILER-QT              PIC 9(006)          VALUE ZEROS.
       01  WRK-TRAILER-VALOR           PIC 9(011)V99       VALUE ZEROS.
      *-----------------------------------------------------------------
      *    HISTORICO DO DEBITO: "CHEQUE NNNNNN"
      *-----------------------------------------------------------------
       01  WRK-HISTORICO-LANC.
           05 WRK-HIST-TEXTO           PIC X(007)          VALUE
               "CHEQUE".
           05 WRK-HIST-NUMERO          PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "===== TABELA DE CONTAS BLOQUEADAS =====".
      *-----------------------------------------------------------------
       01  WRK-QT-BLOQUEADAS           PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-BLOQ                PIC 9(004)          VALUE ZEROS.
       01  WRK-CONTA-BLOQUEADA         PIC X(001)          VALUE "N".
       01  TAB-BLOQUEADOS.
           05 TAB-BLOQ-ITEM            OCCURS 500 TIMES.
               10 TAB-CONTA-BLOQ           PIC 9(006).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "===== CHEQUES PAGOS POR CONTA NO RUN =====".
      *-----------------------------------------------------------------
      *    O SALDO DO MASTER E O DA DATA: OS CHEQUES JA ACEITOS NA
      *    MESMA CONTA NESTA EXECUCAO SAO DESCONTADOS DO DISPONIVEL
      *-----------------------------------------------------------------
       01  WRK-QT-CONTAS-DEB           PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-DEB                 PIC 9(004)          VALUE ZEROS.
       01  WRK-POS-DEB                 PIC 9(004)          VALUE ZEROS.
       01  TAB-DEBITOS.
           05 TAB-DEB-ITEM             OCCURS 1000 TIMES.
               10 TAB-AGENCIA-DEB          PIC 9(004).
               10 TAB-CONTA-DEB            PIC 9(006).
               10 TAB-VALOR-DEB            PIC 9(009)V99.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-LANC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-CALC               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCOMP".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       77  WRK-MODULO-CALDIA           PIC X(08)           VALUE
               "CALDIA".
       01  WRK-CALDIA.
           05 WRK-FUNCAO-CAL           PIC X(01).
           05 WRK-DATA-IN-CAL          PIC 9(08).
           05 WRK-DATA-OUT-CAL         PIC 9(08).
           05 WRK-RESPOSTA-CAL         PIC X(01).
           05 WRK-SITUACAO-CAL         PIC X(01).
      *-----------------------------------------------------------------
       01  WRK-VALOR-ED                PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
               PERFORM 0200-PROCESSAR
                       UNTIL WRK-FIM-COMPE EQUAL 'S'.
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
               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT SALDOS.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-SALDOS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT BLOQUEADOS.
               IF FS-BLOQUEADOS              EQUAL '00'
                   PERFORM 0130-CARREGA-BLOQUEADOS
                   CLOSE BLOQUEADOS
               END-IF.
      *        SEM TALAO EMITIDO OU SEM SUSTACAO O CADASTRO AINDA NAO
      *        EXISTE: TODA FOLHA VOLTA 35 / NENHUMA ESTA SUSTADA
               OPEN INPUT TALOES.
               IF FS-TALOES                  NOT EQUAL '00' AND '35'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-TALOES            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-TALOES'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF FS-TALOES                  EQUAL '00'
                   MOVE 'S' TO WRK-TALOES-ABERTO
               END-IF.
               OPEN INPUT SUSTACAO.
               IF FS-SUSTACAO                NOT EQUAL '00' AND '35'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-SUSTACAO          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-SUSTACAO' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF FS-SUSTACAO                EQUAL '00'
                   MOVE 'S' TO WRK-SUSTACAO-ABERTO
               END-IF.
               OPEN I-O CHEQUES.
               IF FS-CHEQUES                 EQUAL '35'
                   OPEN OUTPUT CHEQUES
                   CLOSE CHEQUES
                   OPEN I-O CHEQUES
               END-IF.
               IF FS-CHEQUES                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CHEQUES           TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CHEQUES'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT CHQLAN.
               IF FS-CHQLAN                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CHQLAN            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CHQLAN'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT CHQDEV.
               IF FS-CHQDEV                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CHQDEV            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CHQDEV'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0150-GRAVA-CABECALHO.

               MOVE 'S' TO WRK-FIM-COMPE.
               OPEN INPUT COMPE.
               IF FS-COMPE                   EQUAL '35'
                   DISPLAY "SEM CHEQUES DA COMPENSACAO PARA A DATA"
                   MOVE 'S' TO WRK-TEM-TRAILER
                   GO TO 0100-INICIAR-FIM
               END-IF.
               IF FS-COMPE                   NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-COMPE             TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-COMPE'    TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE 'S' TO WRK-COMPE-ABERTO.
               MOVE 'N' TO WRK-FIM-COMPE.
               PERFORM 0120-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------
      *    OS CHEQUES SAO COMPENSADOS NA DATA DE MOVIMENTO; O DEBITO
      *    SAI DATADO NO DIA UTIL
      *-----------------------------------------------------------------

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.
               MOVE WRK-DATA-MOVTO TO WRK-DATA-CALC.
               PERFORM 0140-AJUSTA-DIA-UTIL.
               MOVE WRK-DATA-CALC  TO WRK-DATA-LANC.
               IF WRK-DATA-LANC NOT EQUAL WRK-DATA-MOVTO
                   DISPLAY "DATA DE MOVIMENTO NAO E DIA UTIL -- "
                       "LANCAMENTOS DATADOS NO PROXIMO DIA UTIL"
               END-IF.
               DISPLAY "COMPENSANDO CHEQUES COM A DATA.....:"
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
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ COMPE
                   AT END
                       MOVE 'S' TO WRK-FIM-COMPE
                   NOT AT END
                       ADD 1 TO ACU-REGISTROS-LIDOS
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0130-CARREGA-BLOQUEADOS                 SECTION.
      *-----------------------------------------------------------------

               PERFORM 0131-LE-BLOQUEADO
                       UNTIL FS-BLOQUEADOS NOT EQUAL '00'.

       0131-LE-BLOQUEADO.

               READ BLOQUEADOS
               IF FS-BLOQUEADOS              EQUAL '00'
                   IF WRK-QT-BLOQUEADAS LESS THAN 500
                       ADD 1                 TO WRK-QT-BLOQUEADAS
                       MOVE REG-CONTA-BLOQ   TO
                           TAB-CONTA-BLOQ(WRK-QT-BLOQUEADAS)
                   ELSE
                       DISPLAY "ATENCAO: MAIS DE 500 CONTAS "
                           "BLOQUEADAS -- LISTA DE BLOQUEIO INCOMPLETA"
                   END-IF
               END-IF.

       0130-CARREGA-BLOQUEADOS-FIM.            EXIT.
      *-----------------------------------------------------------------
       0140-AJUSTA-DIA-UTIL                    SECTION.
      *-----------------------------------------------------------------
      *    DATA EM DIA NAO UTIL VAI PARA O PROXIMO DIA UTIL; SEM
      *    CALENDARIO A DATA FICA COMO ESTA
      *-----------------------------------------------------------------

               MOVE "V" TO WRK-FUNCAO-CAL.
               MOVE WRK-DATA-CALC TO WRK-DATA-IN-CAL.
               CALL WRK-MODULO-CALDIA USING WRK-CALDIA.
               IF WRK-SITUACAO-CAL EQUAL "0" AND
                  WRK-RESPOSTA-CAL NOT EQUAL "S"
                   MOVE "P" TO WRK-FUNCAO-CAL
                   CALL WRK-MODULO-CALDIA USING WRK-CALDIA
                   IF WRK-SITUACAO-CAL EQUAL "0"
                       MOVE WRK-DATA-OUT-CAL TO WRK-DATA-CALC
                   END-IF
               END-IF.

       0140-AJUSTA-DIA-UTIL-FIM.               EXIT.
      *-----------------------------------------------------------------
       0150-GRAVA-CABECALHO                    SECTION.
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

       0150-GRAVA-CABECALHO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN REG-COMPE-HEADER
                       DISPLAY "COMPENSACAO DO BANCO "
                           REG-BANCO-REMET-COMPE " MOVIMENTO DE "
                           REG-DATA-MOVTO-COMPE
                   WHEN REG-COMPE-DETALHE
                       PERFORM 0210-PROCESSAR-CHEQUE
                   WHEN REG-COMPE-TRAILER
                       MOVE 'S'                   TO WRK-TEM-TRAILER
                       MOVE REG-QT-DETALHES-COMPE TO WRK-TRAILER-QT
                       MOVE REG-VALOR-TOTAL-COMPE TO WRK-TRAILER-VALOR
                   WHEN OTHER
                       DISPLAY "ATENCAO: REGISTRO " ACU-REGISTROS-LIDOS
                           " DO COMPE COM TIPO INVALIDO -- IGNORADO"
                       ADD 1 TO ACU-REG-INVALIDOS
               END-EVALUATE.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-PROCESSAR-CHEQUE                   SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CHEQUES-LIDOS.
               IF REG-VALOR-COMPE IS NUMERIC
                   ADD REG-VALOR-COMPE TO ACU-GRANA-LIDA
               END-IF.
               PERFORM 0220-CONFERE-CHEQUE.
               IF WRK-MOTIVO-DEV EQUAL SPACES
                   PERFORM 0250-PAGA-CHEQUE
               ELSE
                   PERFORM 0260-DEVOLVE-CHEQUE
               END-IF.

       0210-PROCESSAR-CHEQUE-FIM.              EXIT.
      *-----------------------------------------------------------------
       0220-CONFERE-CHEQUE                     SECTION.
      *-----------------------------------------------------------------
      *    A PRIMEIRA REGRA QUE FALHA DA O MOTIVO DA DEVOLUCAO;
      *    PASSANDO POR TODAS (MOTIVO EM BRANCO) O CHEQUE E PAGO
      *-----------------------------------------------------------------

               MOVE SPACES TO WRK-MOTIVO-DEV.
               MOVE SPACES TO WRK-MOTIVO-ANT.
               MOVE ZEROS  TO WRK-QT-APRES-ANT.
               MOVE 'N'    TO WRK-CHQ-ACHOU.
               IF REG-AGENCIA-COMPE    IS NOT NUMERIC OR
                  REG-CONTA-COMPE      IS NOT NUMERIC OR
                  REG-NUM-CHEQUE-COMPE IS NOT NUMERIC OR
                  REG-VALOR-COMPE      IS NOT NUMERIC OR
                  REG-VALOR-COMPE      EQUAL ZEROS   OR
                  REG-NUM-CHEQUE-COMPE EQUAL ZEROS
                   MOVE "31" TO WRK-MOTIVO-DEV
                   GO TO 0220-CONFERE-CHEQUE-FIM
               END-IF.

               PERFORM 0225-LOCALIZA-CONTA.
               IF WRK-CONTA-ACHOU-MTR NOT EQUAL 'S' OR
                  REG-CONTA-ENCERRADA
                   MOVE "13" TO WRK-MOTIVO-DEV
                   GO TO 0220-CONFERE-CHEQUE-FIM
               END-IF.

               PERFORM 0230-VERIFICA-BLOQUEIO.
               IF WRK-CONTA-BLOQUEADA EQUAL 'S'
                   MOVE "24" TO WRK-MOTIVO-DEV
                   GO TO 0220-CONFERE-CHEQUE-FIM
               END-IF.

               MOVE REG-AGENCIA-COMPE    TO REG-AGENCIA-CHQ.
               MOVE REG-CONTA-COMPE      TO REG-CONTA-CHQ.
               MOVE REG-NUM-CHEQUE-COMPE TO REG-NUM-CHQ.
               READ CHEQUES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'              TO WRK-CHQ-ACHOU
                       MOVE REG-MOTIVO-CHQ   TO WRK-MOTIVO-ANT
                       MOVE REG-QT-APRES-CHQ TO WRK-QT-APRES-ANT
               END-READ.
               IF WRK-CHQ-ACHOU EQUAL 'S' AND
                  (REG-CHQ-PAGO OR REG-CHQ-DEV-DEFINITIVA)
                   MOVE "49" TO WRK-MOTIVO-DEV
                   GO TO 0220-CONFERE-CHEQUE-FIM
               END-IF.

               PERFORM 0235-LOCALIZA-FOLHA.
               IF WRK-FOLHA-ACHOU NOT EQUAL 'S'
                   MOVE "35" TO WRK-MOTIVO-DEV
                   GO TO 0220-CONFERE-CHEQUE-FIM
               END-IF.
               IF WRK-SIT-TAL-FOLHA NOT EQUAL "A"
                   MOVE "25" TO WRK-MOTIVO-DEV
                   GO TO 0220-CONFERE-CHEQUE-FIM
               END-IF.

               IF WRK-SUSTACAO-ABERTO EQUAL 'S'
                   MOVE REG-AGENCIA-COMPE    TO REG-AGENCIA-SUS
                   MOVE REG-CONTA-COMPE      TO REG-CONTA-SUS
                   MOVE REG-NUM-CHEQUE-COMPE TO REG-NUM-CHEQUE-SUS
                   READ SUSTACAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REG-MOTIVO-SUS TO WRK-MOTIVO-DEV
                           GO TO 0220-CONFERE-CHEQUE-FIM
                   END-READ
               END-IF.

               PERFORM 0240-SALDO-DISPONIVEL.
               IF WRK-SALDO-DISPONIVEL LESS REG-VALOR-COMPE
                   IF WRK-CHQ-ACHOU EQUAL 'S' AND
                      WRK-MOTIVO-ANT EQUAL "11"
                       MOVE "12" TO WRK-MOTIVO-DEV
                   ELSE
                       MOVE "11" TO WRK-MOTIVO-DEV
                   END-IF
               END-IF.

       0220-CONFERE-CHEQUE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0225-LOCALIZA-CONTA                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-ACHOU-MTR.
               MOVE REG-AGENCIA-COMPE TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-COMPE   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONTA-ACHOU-MTR
               END-READ.

       0225-LOCALIZA-CONTA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0230-VERIFICA-BLOQUEIO                  SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-BLOQUEADA.
               PERFORM 0231-COMPARA-BLOQ
                       VARYING WRK-IDX-BLOQ FROM 1 BY 1
                       UNTIL WRK-IDX-BLOQ GREATER WRK-QT-BLOQUEADAS.

       0230-VERIFICA-BLOQUEIO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0231-COMPARA-BLOQ                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-CONTA-BLOQ(WRK-IDX-BLOQ) EQUAL REG-CONTA-COMPE
                   MOVE 'S' TO WRK-CONTA-BLOQUEADA
               END-IF.

       0231-COMPARA-BLOQ-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0235-LOCALIZA-FOLHA                     SECTION.
      *-----------------------------------------------------------------
      *    OS TALOES DA CONTA SAO LIDOS DO START ATE MUDAR A CONTA,
      *    PROCURANDO O QUE TEM A FOLHA NA SUA FAIXA DE NUMEROS
      *-----------------------------------------------------------------

               MOVE 'N'    TO WRK-FOLHA-ACHOU.
               MOVE SPACES TO WRK-SIT-TAL-FOLHA.
               IF WRK-TALOES-ABERTO NOT EQUAL 'S'
                   GO TO 0235-LOCALIZA-FOLHA-FIM
               END-IF.
               MOVE REG-AGENCIA-COMPE TO REG-AGENCIA-TAL.
               MOVE REG-CONTA-COMPE   TO REG-CONTA-TAL.
               MOVE ZEROS             TO REG-NUM-INI-TAL.
               START TALOES KEY NOT LESS REG-CHAVE-TAL.
               IF FS-TALOES EQUAL '00'
                   MOVE 'N' TO WRK-FIM-TAL
                   PERFORM 0236-LE-TALAO
                       UNTIL WRK-FIM-TAL EQUAL 'S'
               END-IF.
               MOVE '00' TO FS-TALOES.

       0235-LOCALIZA-FOLHA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0236-LE-TALAO                           SECTION.
      *-----------------------------------------------------------------

               READ TALOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-TAL
                   NOT AT END
                       IF REG-AGENCIA-TAL NOT EQUAL REG-AGENCIA-COMPE OR
                          REG-CONTA-TAL   NOT EQUAL REG-CONTA-COMPE OR
                          REG-NUM-INI-TAL GREATER REG-NUM-CHEQUE-COMPE
                           MOVE 'S' TO WRK-FIM-TAL
                       ELSE
                           IF REG-NUM-CHEQUE-COMPE NOT GREATER
                              REG-NUM-FIM-TAL
                               MOVE 'S' TO WRK-FOLHA-ACHOU
                               MOVE REG-SITUACAO-TAL TO
                                    WRK-SIT-TAL-FOLHA
                               MOVE 'S' TO WRK-FIM-TAL
                           END-IF
                       END-IF
               END-READ.

       0236-LE-TALAO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0240-SALDO-DISPONIVEL                   SECTION.
      *-----------------------------------------------------------------
      *    CONTA SEM REGISTRO NO MASTER DE SALDOS AINDA NAO TEVE
      *    MOVIMENTO -- SALDO ZERO; O LIMITE DE CREDITO (CHEQUE
      *    ESPECIAL) ENTRA NO DISPONIVEL COMO NO PROGCALL
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-SALDO-DISPONIVEL.
               MOVE REG-AGENCIA-COMPE TO REG-AGENCIA-SALDO.
               MOVE REG-CONTA-COMPE   TO REG-CONTA-SALDO.
               READ SALDOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-SALDO-ATUAL TO WRK-SALDO-DISPONIVEL
               END-READ.
               ADD REG-LIMITE-CREDITO-MTR TO WRK-SALDO-DISPONIVEL.
               PERFORM 0245-LOCALIZA-DEBITO.
               IF WRK-POS-DEB GREATER ZEROS
                   SUBTRACT TAB-VALOR-DEB(WRK-POS-DEB)
                       FROM WRK-SALDO-DISPONIVEL
               END-IF.

       0240-SALDO-DISPONIVEL-FIM.              EXIT.
      *-----------------------------------------------------------------
       0245-LOCALIZA-DEBITO                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-POS-DEB.
               PERFORM 0246-COMPARA-DEBITO
                       VARYING WRK-IDX-DEB FROM 1 BY 1
                       UNTIL WRK-IDX-DEB GREATER WRK-QT-CONTAS-DEB
                          OR WRK-POS-DEB GREATER ZEROS.

       0245-LOCALIZA-DEBITO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0246-COMPARA-DEBITO                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-AGENCIA-DEB(WRK-IDX-DEB) EQUAL REG-AGENCIA-COMPE
                  AND
                  TAB-CONTA-DEB(WRK-IDX-DEB)   EQUAL REG-CONTA-COMPE
                   MOVE WRK-IDX-DEB TO WRK-POS-DEB
               END-IF.

       0246-COMPARA-DEBITO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0250-PAGA-CHEQUE                        SECTION.
      *-----------------------------------------------------------------
      *    DEBITO DO CHEQUE NA CONTA E REGISTRO DA FOLHA PAGA
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-COMPE      TO REG-AGENCIA.
               MOVE REG-CONTA-COMPE        TO REG-CONTA.
               MOVE REG-GERENTE-MTR        TO REG-GERENTE.
               MOVE "D"                    TO REG-SINAL-LANCAM.
               MOVE REG-VALOR-COMPE        TO REG-LANCAMENTO.
               MOVE "BRL"                  TO REG-MOEDA-LANCAM.
               MOVE WRK-PARM-TIPO-CLI      TO REG-TIPO-CLI.
               MOVE WRK-DATA-LANC          TO REG-DATA-LANCAM.
               MOVE "Q"                    TO REG-TIPO-LANCAM.
               MOVE REG-DATA-APRES-COMPE   TO REG-DATA-REF-LANCAM.
               MOVE ZEROS                  TO REG-AGENCIA-DEST.
               MOVE ZEROS                  TO REG-CONTA-DEST.
               MOVE REG-NUM-CHEQUE-COMPE   TO WRK-HIST-NUMERO.
               MOVE WRK-HISTORICO-LANC     TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-CHQLAN                EQUAL '00'
                   ADD 1 TO ACU-LANCAMENTOS-GERADOS
               ELSE
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CHQLAN            TO WRK-STATUS-ERRO
                   MOVE '0250-WRITE-CHQLAN'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1                       TO ACU-QT-PAGOS.
               ADD REG-VALOR-COMPE         TO ACU-GRANA-PAGA.

               IF WRK-POS-DEB EQUAL ZEROS
                   IF WRK-QT-CONTAS-DEB LESS 1000
                       ADD 1 TO WRK-QT-CONTAS-DEB
                       MOVE WRK-QT-CONTAS-DEB TO WRK-POS-DEB
                       MOVE REG-AGENCIA-COMPE TO
                            TAB-AGENCIA-DEB(WRK-POS-DEB)
                       MOVE REG-CONTA-COMPE   TO
                            TAB-CONTA-DEB(WRK-POS-DEB)
                       MOVE ZEROS             TO
                            TAB-VALOR-DEB(WRK-POS-DEB)
                   ELSE
                       DISPLAY "ATENCAO: MAIS DE 1000 CONTAS COM "
                           "CHEQUE PAGO -- DISPONIVEL SEM OS CHEQUES "
                           "ANTERIORES DA CONTA"
                   END-IF
               END-IF.
               IF WRK-POS-DEB GREATER ZEROS
                   ADD REG-VALOR-COMPE TO TAB-VALOR-DEB(WRK-POS-DEB)
               END-IF.

               MOVE "P"                    TO WRK-MOTIVO-ANT.
               PERFORM 0270-REGISTRA-CHEQUE.

       0250-PAGA-CHEQUE-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0260-DEVOLVE-CHEQUE                     SECTION.
      *-----------------------------------------------------------------
      *    O CHEQUE VOLTA PARA A COMPENSACAO COMO VEIO, COM O MOTIVO.
      *    A REAPRESENTACAO RECUSADA (49) NAO ALTERA O REGISTRO DA
      *    FOLHA, E O CHEQUE COM CAMPOS INVALIDOS (31) NAO TEM CHAVE
      *    PARA SER REGISTRADO
      *-----------------------------------------------------------------

               MOVE REG-BANCO-APRES-COMPE  TO REG-BANCO-APRES-DEV.
               MOVE REG-AGENCIA-COMPE      TO REG-AGENCIA-DEV.
               MOVE REG-CONTA-COMPE        TO REG-CONTA-DEV.
               MOVE REG-NUM-CHEQUE-COMPE   TO REG-NUM-CHEQUE-DEV.
               MOVE REG-VALOR-COMPE        TO REG-VALOR-DEV.
               MOVE REG-DATA-APRES-COMPE   TO REG-DATA-APRES-DEV.
               MOVE REG-SEQ-COMPE          TO REG-SEQ-DEV.
               MOVE WRK-MOTIVO-DEV         TO REG-MOTIVO-DEV.
               MOVE WRK-DATA-MOVTO         TO REG-DATA-DEVOL-DEV.
               WRITE REG-CHQDEV.
               IF FS-CHQDEV                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CHQDEV            TO WRK-STATUS-ERRO
                   MOVE '0260-WRITE-CHQDEV'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-QT-DEVOLVIDOS.
               IF REG-VALOR-COMPE IS NUMERIC
                   ADD REG-VALOR-COMPE TO ACU-GRANA-DEVOLVIDA
               END-IF.
               DISPLAY "DEVOLVIDO MOTIVO " WRK-MOTIVO-DEV ": "
                   REG-AGENCIA-COMPE "/" REG-CONTA-COMPE " FOLHA "
                   REG-NUM-CHEQUE-COMPE " SEQ " REG-SEQ-COMPE.

               IF WRK-MOTIVO-DEV NOT EQUAL "31" AND "49"
                   MOVE WRK-MOTIVO-DEV TO WRK-MOTIVO-ANT
                   PERFORM 0270-REGISTRA-CHEQUE
               END-IF.

       0260-DEVOLVE-CHEQUE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0270-REGISTRA-CHEQUE                    SECTION.
      *-----------------------------------------------------------------
      *    WRK-MOTIVO-ANT CHEGA COM "P" (PAGO) OU COM O MOTIVO DA
      *    DEVOLUCAO; A FOLHA JA REGISTRADA E REGRAVADA
      *-----------------------------------------------------------------

               MOVE SPACES                 TO REG-CHEQUE.
               MOVE REG-AGENCIA-COMPE      TO REG-AGENCIA-CHQ.
               MOVE REG-CONTA-COMPE        TO REG-CONTA-CHQ.
               MOVE REG-NUM-CHEQUE-COMPE   TO REG-NUM-CHQ.
               MOVE REG-VALOR-COMPE        TO REG-VALOR-CHQ.
               MOVE REG-DATA-APRES-COMPE   TO REG-DATA-APRES-CHQ.
               ADD 1 TO WRK-QT-APRES-ANT GIVING REG-QT-APRES-CHQ.
               IF WRK-MOTIVO-ANT EQUAL "P"
                   MOVE "P"                TO REG-SITUACAO-CHQ
                   MOVE SPACES             TO REG-MOTIVO-CHQ
                   MOVE WRK-DATA-MOVTO     TO REG-DATA-PAGTO-CHQ
               ELSE
                   MOVE "D"                TO REG-SITUACAO-CHQ
                   MOVE WRK-MOTIVO-ANT     TO REG-MOTIVO-CHQ
                   MOVE ZEROS              TO REG-DATA-PAGTO-CHQ
               END-IF.
               IF WRK-CHQ-ACHOU EQUAL 'S'
                   REWRITE REG-CHEQUE
               ELSE
                   WRITE REG-CHEQUE
               END-IF.
               IF FS-CHEQUES               NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CHEQUES           TO WRK-STATUS-ERRO
                   MOVE '0270-GRAVA-CHEQUES' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0270-REGISTRA-CHEQUE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-GRAVA-TRAILER.
               MOVE 9999                TO REG-AGENCIA.
               MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA.
               MOVE ZEROS               TO REG-LANCAMENTO.
               MOVE "BRL"               TO REG-MOEDA-LANCAM.
               MOVE SPACES              TO REG-GERENTE.
               MOVE SPACES              TO REG-TIPO-CLI.
               MOVE WRK-DATA-LANC       TO REG-DATA-LANCAM.
               MOVE "C"                 TO REG-SINAL-LANCAM.
               MOVE "D"                 TO REG-TIPO-LANCAM.
               MOVE ZEROS               TO REG-DATA-REF-LANCAM.
               MOVE ZEROS               TO REG-AGENCIA-DEST.
               MOVE ZEROS               TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE CHQLAN.
               CLOSE CHQDEV.
               CLOSE CHEQUES.
               IF WRK-COMPE-ABERTO EQUAL 'S'
                   CLOSE COMPE
               END-IF.
               IF WRK-TALOES-ABERTO EQUAL 'S'
                   CLOSE TALOES
               END-IF.
               IF WRK-SUSTACAO-ABERTO EQUAL 'S'
                   CLOSE SUSTACAO
               END-IF.
               CLOSE SALDOS.
               CLOSE CONTAS.

       0306-CORRIGE-CABECALHO.
               OPEN I-O CHQLAN.
               IF FS-CHQLAN EQUAL '00'
                   READ CHQLAN
                   IF FS-CHQLAN EQUAL '00'
                       MOVE ACU-LANCAMENTOS-GERADOS TO REG-CONTA
                       REWRITE REG-LANCAM
                   END-IF
                   CLOSE CHQLAN
               END-IF.

       0308-CONFERE-TRAILER.
               IF WRK-TEM-TRAILER NOT EQUAL 'S'
                   DISPLAY "ATENCAO: COMPE SEM TRAILER -- ARQUIVO "
                       "PODE ESTAR INCOMPLETO"
                   ADD 1 TO ACU-DIVERGENCIAS
               ELSE
                   IF WRK-COMPE-ABERTO EQUAL 'S' AND
                      (WRK-TRAILER-QT    NOT EQUAL ACU-CHEQUES-LIDOS OR
                       WRK-TRAILER-VALOR NOT EQUAL ACU-GRANA-LIDA)
                       MOVE WRK-TRAILER-VALOR TO WRK-VALOR-ED
                       DISPLAY "ATENCAO: TRAILER DO COMPE NAO CONFERE "
                           "-- INFORMADO " WRK-TRAILER-QT " CHEQUES R$"
                           WRK-VALOR-ED
                       ADD 1 TO ACU-DIVERGENCIAS
                   END-IF
               END-IF.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>> COMPENSACAO DE CHEQUES <<<<<<< "
               DISPLAY "REGISTROS LIDOS..........:"
                   ACU-REGISTROS-LIDOS.
               DISPLAY "REGISTROS INVALIDOS......:"
                   ACU-REG-INVALIDOS.
               MOVE ACU-GRANA-LIDA TO WRK-VALOR-ED.
               DISPLAY "CHEQUES APRESENTADOS.....:"
                   ACU-CHEQUES-LIDOS " R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-PAGA TO WRK-VALOR-ED.
               DISPLAY "CHEQUES PAGOS............:"
                   ACU-QT-PAGOS " R$" WRK-VALOR-ED.
               MOVE ACU-GRANA-DEVOLVIDA TO WRK-VALOR-ED.
               DISPLAY "CHEQUES DEVOLVIDOS.......:"
                   ACU-QT-DEVOLVIDOS " R$" WRK-VALOR-ED.
               DISPLAY "LANCAMENTOS GERADOS......:"
                   ACU-LANCAMENTOS-GERADOS.
               DISPLAY "DIVERGENCIAS DE CONTROLE.:"
                   ACU-DIVERGENCIAS.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC    TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC     TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC        TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC        TO REG-HORA-AUD.
               MOVE ACU-CHEQUES-LIDOS    TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0330-DEFINE-RETORNO.
               IF ACU-DIVERGENCIAS GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

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

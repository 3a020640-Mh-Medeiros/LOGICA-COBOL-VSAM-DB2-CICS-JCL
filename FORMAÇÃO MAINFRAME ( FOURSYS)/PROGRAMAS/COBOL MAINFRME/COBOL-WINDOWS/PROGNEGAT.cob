       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGNEGAT.
      *=================================================================
      * PROGRAMA   : PROGNEGAT
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: NEGATIVACAO NO BUREAU DE CREDITO E EXCLUSAO
      *              AUTOMATICA, RODADO TODA NOITE DEPOIS DA BAIXA DOS
      *              PAGAMENTOS (PROGBAIXA / PROGRETBOL):
      *              - INCLUSAO: FATURA ABERTA (OU BAIXADA COMO PERDA)
      *                VENCIDA ANTES DO ULTIMO AVISO DE COBRANCA DO
      *                CLIENTE (DUNNOTICE, PROGDUNNING) CUJO AR VOLTOU
      *                ENTREGUE (DUNAR) HA PELO MENOS N DIAS (PRAZO DE
      *                COMUNICACAO PREVIA, PARAMETRO, PADRAO 10). O CPF
      *                E O NOME VEM DO CLIMASTER, O VALOR E O
      *                VENCIMENTO DA FATURA;
      *              - EXCLUSAO: FATURA NEGATIVADA QUE O PROGBAIXA OU
      *                O PROGRETBOL DEU COMO PAGA, QUE O PROGPARCEL
      *                CANCELOU NO PARCELAMENTO (RENEGOCIADA) OU QUE
      *                FOI CANCELADA, E A QUE PASSOU DE 5 ANOS DO
      *                VENCIMENTO (DECURSO DE PRAZO).
      *              CADA INCLUSAO E EXCLUSAO VAI PARA A REMESSA DO
      *              BUREAU DA NOITE (NEGREMES) E FICA NO REGISTRO
      *              PERMANENTE DE NEGATIVACOES (NEGATIV).
      *-----------------------------------------------------------------
      * OBSERVACAO.: O PRAZO LEGAL DE EXCLUSAO (PARAMETRO, PADRAO 5)
      *              E CONTADO EM DIAS CORRIDOS DA DATA DO PAGAMENTO
      *              ATE A DATA DE MOVIMENTO -- MAIS RIGOROSO QUE DIAS
      *              UTEIS; EXCLUSAO GERADA FORA DO PRAZO SAI LISTADA
      *              E O PROGRAMA ENCERRA COM RC 4. A DIFERENCA DE DIAS
      *              USA FUNCTION INTEGER-OF-DATE, COMO NO PROGDUNNING.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CTLDATA                I                    #BOOKCTLDAT
      *  DUNNOTICE              I
      *  DUNAR                  I
      *  CLIMASTER              I
      *  FATURA                 I                    #BOOKFATURA
      *  NEGATIV                I / O (EXTEND)       #BOOKNEGAT
      *  NEGREMES               O                    #BOOKNEGREM
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
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
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT DUNNOTICE ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\DUNNOTICE.TXT"
               FILE STATUS IS FS-DUNNOTICE.
           SELECT DUNAR ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\DUNAR.TXT"
               FILE STATUS IS FS-DUNAR.
           SELECT CLIMASTER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CLIMASTER.DAT.TXT"
               FILE STATUS IS FS-CLIMASTER.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT NEGATIV ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\NEGATIV.TXT"
               FILE STATUS IS FS-NEGATIV.
           SELECT NEGREMES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\NEGREMES.TXT"
               FILE STATUS IS FS-NEGREMES.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *----------------- EXTRATO DE AVISOS DO PROGDUNNING
       FD  DUNNOTICE.
       01  REG-DUNNOTICE.
           05 REG-ID-NOT               PIC 9(004).
           05 REG-NOME-NOT             PIC X(020).
           05 REG-CICLOS-NOT           PIC 9(002).
           05 REG-DATA-NOT             PIC 9(008).
           05 FILLER                  PIC X(006).
      *----------------- RETORNO DOS AR DA CORRESPONDENCIA, UM POR AVISO
       FD  DUNAR.
       01  REG-DUNAR.
           05 REG-ID-AR                PIC 9(004).
           05 REG-DATA-NOT-AR          PIC 9(008).
           05 REG-SIT-AR               PIC X(001).
               88 REG-AR-ENTREGUE           VALUE "E".
               88 REG-AR-DEVOLVIDO          VALUE "D".
           05 REG-DATA-ENTREGA-AR      PIC 9(008).
           05 FILLER                  PIC X(009).
       FD  CLIMASTER.
       01  REG-CLIMASTER.
           05 REG-ID-MASTER             PIC 9(04).
           05 REG-NOME-MASTER           PIC X(20).
           05 REG-TEL-MASTER            PIC X(11).
           05 REG-STREAM-MASTER          PIC X(10).
           05 REG-STATUS-CLI-MASTER      PIC X(01).
           05 REG-CPF-MASTER            PIC 9(11).
           05 REG-ENDERECO-MASTER       PIC X(30).
           05 REG-CIDADE-MASTER         PIC X(20).
           05 REG-UF-MASTER             PIC X(02).
           05 REG-CEP-MASTER            PIC 9(08).
           05 REG-ASSINATURA-MASTER     PIC 9(03)V99.
           05 REG-MOEDA-ASSIN-MASTER    PIC X(03).
           05 REG-CONTA-BCO-MASTER      PIC 9(06).
           05 REG-SIT-COBRANCA-MASTER   PIC X(01).
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  NEGATIV.
       COPY "#BOOKNEGAT".
       FD  NEGREMES.
       COPY "#BOOKNEGREM".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-DUNNOTICE                PIC X(002)          VALUE SPACES.
       01  FS-DUNAR                    PIC X(002)          VALUE SPACES.
       01  FS-CLIMASTER                PIC X(002)          VALUE SPACES.
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-NEGATIV                  PIC X(002)          VALUE SPACES.
       01  FS-NEGREMES                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-PRAZO-AVISO        PIC 9(003)          VALUE 10.
       01  WRK-PARM-PRAZO-EXCL         PIC 9(002)          VALUE 5.
      *-----------------------------------------------------------------
       01  ACU-FATURAS-LIDAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-AVISOS-LIDOS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-AR-ENTREGUES            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-INCLUSOES               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EXCLUSOES               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EXCL-PAGAS              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EXCL-RENEGOC            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EXCL-CANCEL             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EXCL-DECURSO            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FORA-PRAZO              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-ENTREGA             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EM-PRAZO-AVISO          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-CPF                 PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-NAO-ACHADAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ATIVAS                  PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-VALOR-INCLUIDO          PIC 9(011)V99 COMP-3 VALUE ZEROS.
       01  WRK-VALOR-ED                PIC ZZ.ZZ9,99.
       01  WRK-TOTAL-ED                PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       01  WRK-DIAS-MOVTO              PIC 9(008)    COMP-3 VALUE ZEROS.
       01  WRK-DIAS-DECORRIDOS         PIC S9(007)   COMP-3 VALUE ZEROS.
       01  WRK-DATA-LIMITE             PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-LIQ                PIC 9(008)          VALUE ZEROS.
       01  WRK-MOTIVO-EXCL             PIC X(001)          VALUE SPACES.
       01  WRK-SEQ-REMESSA             PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-ID-BUSCA                PIC 9(004)          VALUE ZEROS.
       01  WRK-MES-REF-BUSCA           PIC 9(006)          VALUE ZEROS.
       01  WRK-PARCELA-BUSCA           PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-QT-AVISOS               PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-AVI                 PIC 9(003)          VALUE ZEROS.
       01  WRK-AVI-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-AVISOS.
           05 TAB-AVI-ITEM             OCCURS 500 TIMES.
               10 TAB-AVI-ID               PIC 9(004).
               10 TAB-AVI-DATA             PIC 9(008).
               10 TAB-AVI-ENTREGA          PIC 9(008).
               10 TAB-AVI-CPF              PIC 9(011).
               10 TAB-AVI-NOME             PIC X(020).
      *-----------------------------------------------------------------
       01  WRK-QT-NEGAT                PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-NEG                 PIC 9(003)          VALUE ZEROS.
       01  WRK-NEG-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-NEGATIVADAS.
           05 TAB-NEG-ITEM             OCCURS 500 TIMES.
               10 TAB-NEG-ID               PIC 9(004).
               10 TAB-NEG-MES-REF          PIC 9(006).
               10 TAB-NEG-PARCELA          PIC 9(002).
               10 TAB-NEG-CPF              PIC 9(011).
               10 TAB-NEG-NOME             PIC X(020).
               10 TAB-NEG-SIT              PIC X(001).
                   88 TAB-NEG-ATIVA             VALUE "A".
                   88 TAB-NEG-LIVRE             VALUE "L".
               10 TAB-NEG-VISTA            PIC X(001).
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGNEGA".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-FATURA NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "DIAS APOS A ENTREGA DO AVISO P/ NEGATIVAR "
                   "(ENTER = 010): "
               ACCEPT WRK-PARM-PRAZO-AVISO.
               IF WRK-PARM-PRAZO-AVISO NOT NUMERIC OR
                  WRK-PARM-PRAZO-AVISO EQUAL ZEROS
                   MOVE 10 TO WRK-PARM-PRAZO-AVISO
               END-IF.
               DISPLAY "DIAS P/ EXCLUIR APOS O PAGAMENTO (ENTER = "
                   "05): "
               ACCEPT WRK-PARM-PRAZO-EXCL.
               IF WRK-PARM-PRAZO-EXCL NOT NUMERIC OR
                  WRK-PARM-PRAZO-EXCL EQUAL ZEROS
                   MOVE 5 TO WRK-PARM-PRAZO-EXCL
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               PERFORM 0110-LE-DATA-MOVTO.
               COMPUTE WRK-DIAS-MOVTO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO).
               COMPUTE WRK-DATA-LIMITE = WRK-DATA-MOVTO - 50000.

               PERFORM 0120-CARREGA-AVISOS.
               PERFORM 0130-CARREGA-ENTREGAS.
               PERFORM 0140-CARREGA-CPF.
               PERFORM 0150-CARREGA-NEGATIVADAS.

               OPEN INPUT FATURA.
               IF FS-FATURA NOT EQUAL '00'
                   MOVE "ERRO ABERTURA FATURA" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN EXTEND NEGATIV.
               IF FS-NEGATIV EQUAL '35'
                   OPEN OUTPUT NEGATIV
                   CLOSE NEGATIV
                   OPEN EXTEND NEGATIV
               END-IF.
               IF FS-NEGATIV NOT EQUAL '00'
                   CLOSE FATURA
                   MOVE "ERRO ABERTURA NEGATIV" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT NEGREMES.
               ADD 1 TO WRK-SEQ-REMESSA.
               MOVE SPACES           TO REG-NEGREM-HEADER.
               MOVE "0"              TO REG-TIPO-NRH.
               MOVE WRK-SEQ-REMESSA  TO REG-SEQ-NRH.
               MOVE "FOURSYS"        TO REG-CREDOR-NRH.
               MOVE WRK-DATA-MOVTO   TO REG-DATA-NRH.
               WRITE REG-NEGREM-HEADER.

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
               DISPLAY "NEGATIVACAO DA DATA:" WRK-DATA-MOVTO.

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
      *    ULTIMO AVISO DE COBRANCA DE CADA CLIENTE -- O DUNNOTICE E
      *    CUMULATIVO, UM REGISTRO POR SUSPENSAO
      *-----------------------------------------------------------------
       0120-CARREGA-AVISOS                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT DUNNOTICE.
               IF FS-DUNNOTICE EQUAL '00'
                   PERFORM 0121-LE-AVISO
                       UNTIL FS-DUNNOTICE NOT EQUAL '00'
                   CLOSE DUNNOTICE
               ELSE
                   DISPLAY "DUNNOTICE.TXT VAZIO OU AUSENTE -- NENHUMA "
                       "INCLUSAO NESTA EXECUCAO, SO EXCLUSOES"
               END-IF.

       0120-CARREGA-AVISOS-FIM.                EXIT.
      *-----------------------------------------------------------------
       0121-LE-AVISO                           SECTION.
      *-----------------------------------------------------------------

               READ DUNNOTICE
                   AT END
                       MOVE '10' TO FS-DUNNOTICE
                   NOT AT END
                       ADD 1 TO ACU-AVISOS-LIDOS
                       MOVE REG-ID-NOT TO WRK-ID-BUSCA
                       PERFORM 0122-PROCURA-AVISO
                       IF WRK-AVI-ACHOU EQUAL 'N'
                           PERFORM 0124-ANOTA-AVISO
                       ELSE
                           IF REG-DATA-NOT GREATER
                                  TAB-AVI-DATA(WRK-IDX-AVI)
                               MOVE REG-DATA-NOT TO
                                   TAB-AVI-DATA(WRK-IDX-AVI)
                               MOVE ZEROS TO
                                   TAB-AVI-ENTREGA(WRK-IDX-AVI)
                           END-IF
                       END-IF
               END-READ.

       0121-LE-AVISO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0122-PROCURA-AVISO                      SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-AVI-ACHOU.
               PERFORM 0123-COMPARA-AVISO
                       VARYING WRK-IDX-AVI FROM 1 BY 1
                       UNTIL WRK-IDX-AVI GREATER WRK-QT-AVISOS
                          OR WRK-AVI-ACHOU EQUAL 'S'.

       0122-PROCURA-AVISO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0123-COMPARA-AVISO                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-AVI-ID(WRK-IDX-AVI) EQUAL WRK-ID-BUSCA
                   MOVE 'S' TO WRK-AVI-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-AVI
               END-IF.

       0123-COMPARA-AVISO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0124-ANOTA-AVISO                        SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-AVISOS NOT LESS 500
                   DISPLAY "ERRO: MAIS DE 500 CLIENTES NO DUNNOTICE "
                       "-- EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                   CLOSE DUNNOTICE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               ADD 1 TO WRK-QT-AVISOS.
               MOVE WRK-QT-AVISOS TO WRK-IDX-AVI.
               MOVE REG-ID-NOT    TO TAB-AVI-ID(WRK-IDX-AVI).
               MOVE REG-DATA-NOT  TO TAB-AVI-DATA(WRK-IDX-AVI).
               MOVE ZEROS         TO TAB-AVI-ENTREGA(WRK-IDX-AVI).
               MOVE ZEROS         TO TAB-AVI-CPF(WRK-IDX-AVI).
               MOVE REG-NOME-NOT  TO TAB-AVI-NOME(WRK-IDX-AVI).

       0124-ANOTA-AVISO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    SO VALE O AR ENTREGUE DO ULTIMO AVISO; AR DEVOLVIDO OU DE
      *    AVISO ANTERIOR NAO LIBERA A NEGATIVACAO
      *-----------------------------------------------------------------
       0130-CARREGA-ENTREGAS                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT DUNAR.
               IF FS-DUNAR EQUAL '00'
                   PERFORM 0131-LE-ENTREGA
                       UNTIL FS-DUNAR NOT EQUAL '00'
                   CLOSE DUNAR
               ELSE
                   DISPLAY "DUNAR.TXT VAZIO OU AUSENTE -- NENHUM AVISO "
                       "COM ENTREGA CONFIRMADA"
               END-IF.

       0130-CARREGA-ENTREGAS-FIM.              EXIT.
      *-----------------------------------------------------------------
       0131-LE-ENTREGA                         SECTION.
      *-----------------------------------------------------------------

               READ DUNAR
                   AT END
                       MOVE '10' TO FS-DUNAR
                   NOT AT END
                       IF REG-AR-ENTREGUE AND
                          REG-DATA-ENTREGA-AR IS NUMERIC AND
                          REG-DATA-ENTREGA-AR GREATER ZEROS
                           MOVE REG-ID-AR TO WRK-ID-BUSCA
                           PERFORM 0122-PROCURA-AVISO
                           IF WRK-AVI-ACHOU EQUAL 'S' AND
                              REG-DATA-NOT-AR EQUAL
                                  TAB-AVI-DATA(WRK-IDX-AVI)
                               MOVE REG-DATA-ENTREGA-AR TO
                                   TAB-AVI-ENTREGA(WRK-IDX-AVI)
                               ADD 1 TO ACU-AR-ENTREGUES
                           END-IF
                       END-IF
               END-READ.

       0131-LE-ENTREGA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0140-CARREGA-CPF                        SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-AVISOS EQUAL ZEROS
                   GO TO 0140-CARREGA-CPF-FIM
               END-IF.
               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER EQUAL '00'
                   PERFORM 0141-LE-CLIMASTER
                       UNTIL FS-CLIMASTER NOT EQUAL '00'
                   CLOSE CLIMASTER
               ELSE
                   DISPLAY "CLIMASTER AUSENTE -- SEM CPF NENHUM "
                       "CLIENTE PODE SER NEGATIVADO"
               END-IF.

       0140-CARREGA-CPF-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0141-LE-CLIMASTER                       SECTION.
      *-----------------------------------------------------------------

               READ CLIMASTER
                   AT END
                       MOVE '10' TO FS-CLIMASTER
                   NOT AT END
                       MOVE REG-ID-MASTER TO WRK-ID-BUSCA
                       PERFORM 0122-PROCURA-AVISO
                       IF WRK-AVI-ACHOU EQUAL 'S' AND
                          REG-CPF-MASTER IS NUMERIC
                           MOVE REG-CPF-MASTER  TO
                               TAB-AVI-CPF(WRK-IDX-AVI)
                           MOVE REG-NOME-MASTER TO
                               TAB-AVI-NOME(WRK-IDX-AVI)
                       END-IF
               END-READ.

       0141-LE-CLIMASTER-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    FATURAS NEGATIVADAS HOJE: INCLUSAO SEM EXCLUSAO POSTERIOR.
      *    A POSICAO DE UMA FATURA EXCLUIDA FICA LIVRE PARA A PROXIMA
      *    INCLUSAO
      *-----------------------------------------------------------------
       0150-CARREGA-NEGATIVADAS                SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT NEGATIV.
               IF FS-NEGATIV EQUAL '00'
                   PERFORM 0151-LE-NEGATIVADA
                       UNTIL FS-NEGATIV NOT EQUAL '00'
                   CLOSE NEGATIV
               END-IF.

       0150-CARREGA-NEGATIVADAS-FIM.           EXIT.
      *-----------------------------------------------------------------
       0151-LE-NEGATIVADA                      SECTION.
      *-----------------------------------------------------------------

               READ NEGATIV
                   AT END
                       MOVE '10' TO FS-NEGATIV
                   NOT AT END
                       MOVE REG-ID-NEG      TO WRK-ID-BUSCA
                       MOVE REG-MES-REF-NEG TO WRK-MES-REF-BUSCA
                       MOVE REG-PARCELA-NEG TO WRK-PARCELA-BUSCA
                       PERFORM 0152-PROCURA-NEGATIVADA
                       EVALUATE TRUE
                           WHEN REG-NEG-INCLUSAO AND
                                WRK-NEG-ACHOU EQUAL 'N'
                               PERFORM 0155-ANOTA-NEGATIVADA
                           WHEN REG-NEG-EXCLUSAO AND
                                WRK-NEG-ACHOU EQUAL 'S'
                               SET TAB-NEG-LIVRE(WRK-IDX-NEG) TO TRUE
                       END-EVALUATE
               END-READ.

       0151-LE-NEGATIVADA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0152-PROCURA-NEGATIVADA                 SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-NEG-ACHOU.
               PERFORM 0153-COMPARA-NEGATIVADA
                       VARYING WRK-IDX-NEG FROM 1 BY 1
                       UNTIL WRK-IDX-NEG GREATER WRK-QT-NEGAT
                          OR WRK-NEG-ACHOU EQUAL 'S'.

       0152-PROCURA-NEGATIVADA-FIM.            EXIT.
      *-----------------------------------------------------------------
       0153-COMPARA-NEGATIVADA                 SECTION.
      *-----------------------------------------------------------------

               IF TAB-NEG-ATIVA(WRK-IDX-NEG) AND
                  TAB-NEG-ID(WRK-IDX-NEG) EQUAL WRK-ID-BUSCA AND
                  TAB-NEG-MES-REF(WRK-IDX-NEG) EQUAL WRK-MES-REF-BUSCA
                  AND TAB-NEG-PARCELA(WRK-IDX-NEG) EQUAL
                      WRK-PARCELA-BUSCA
                   MOVE 'S' TO WRK-NEG-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-NEG
               END-IF.

       0153-COMPARA-NEGATIVADA-FIM.            EXIT.
      *-----------------------------------------------------------------
       0154-COMPARA-LIVRE                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-NEG-LIVRE(WRK-IDX-NEG)
                   MOVE 'S' TO WRK-NEG-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-NEG
               END-IF.

       0154-COMPARA-LIVRE-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    ANOTA A FATURA DE WRK-ID/MES-REF/PARCELA-BUSCA COM CPF E
      *    NOME DO REGISTRO DE NEGATIVACOES (REG-NEGATIV)
      *-----------------------------------------------------------------
       0155-ANOTA-NEGATIVADA                   SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-NEG-ACHOU.
               PERFORM 0154-COMPARA-LIVRE
                       VARYING WRK-IDX-NEG FROM 1 BY 1
                       UNTIL WRK-IDX-NEG GREATER WRK-QT-NEGAT
                          OR WRK-NEG-ACHOU EQUAL 'S'.
               IF WRK-NEG-ACHOU EQUAL 'N'
                   IF WRK-QT-NEGAT NOT LESS 500
                       DISPLAY "ERRO: MAIS DE 500 FATURAS NEGATIVADAS "
                           "-- EXECUCAO ABORTADA (AUMENTAR A TABELA)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WRK-QT-NEGAT
                   MOVE WRK-QT-NEGAT TO WRK-IDX-NEG
               END-IF.
               MOVE WRK-ID-BUSCA      TO TAB-NEG-ID(WRK-IDX-NEG).
               MOVE WRK-MES-REF-BUSCA TO TAB-NEG-MES-REF(WRK-IDX-NEG).
               MOVE WRK-PARCELA-BUSCA TO TAB-NEG-PARCELA(WRK-IDX-NEG).
               MOVE REG-CPF-NEG       TO TAB-NEG-CPF(WRK-IDX-NEG).
               MOVE REG-NOME-NEG      TO TAB-NEG-NOME(WRK-IDX-NEG).
               SET TAB-NEG-ATIVA(WRK-IDX-NEG) TO TRUE.
               MOVE 'N'               TO TAB-NEG-VISTA(WRK-IDX-NEG).

       0155-ANOTA-NEGATIVADA-FIM.              EXIT.
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
       0210-AVALIA-FATURA                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-ID-FAT      TO WRK-ID-BUSCA.
               MOVE REG-MES-REF-FAT TO WRK-MES-REF-BUSCA.
               IF REG-PARCELA-FAT IS NUMERIC
                   MOVE REG-PARCELA-FAT TO WRK-PARCELA-BUSCA
               ELSE
                   MOVE ZEROS           TO WRK-PARCELA-BUSCA
               END-IF.
               PERFORM 0152-PROCURA-NEGATIVADA.
               IF WRK-NEG-ACHOU EQUAL 'S'
                   MOVE 'S' TO TAB-NEG-VISTA(WRK-IDX-NEG)
                   PERFORM 0220-VERIFICA-EXCLUSAO
               ELSE
                   PERFORM 0230-VERIFICA-INCLUSAO
               END-IF.

       0210-AVALIA-FATURA-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    FATURA NEGATIVADA: SAI DO BUREAU QUANDO PAGA, RENEGOCIADA
      *    (CANCELADA COM NUMERO DE ACORDO PELO PROGPARCEL), CANCELADA
      *    OU VENCIDA HA MAIS DE 5 ANOS; ABERTA OU BAIXADA COMO PERDA
      *    CONTINUA NEGATIVADA
      *-----------------------------------------------------------------
       0220-VERIFICA-EXCLUSAO                  SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-MOVTO TO WRK-DATA-LIQ.
               EVALUATE TRUE
                   WHEN REG-FAT-PAGA
                       MOVE "P" TO WRK-MOTIVO-EXCL
                       IF REG-DATA-PGTO-FAT IS NUMERIC AND
                          REG-DATA-PGTO-FAT GREATER ZEROS
                           MOVE REG-DATA-PGTO-FAT TO WRK-DATA-LIQ
                       END-IF
                   WHEN REG-FAT-CANCELADA AND
                        REG-ACORDO-FAT IS NUMERIC AND
                        REG-ACORDO-FAT GREATER ZEROS
                       MOVE "R" TO WRK-MOTIVO-EXCL
                   WHEN REG-FAT-CANCELADA
                       MOVE "C" TO WRK-MOTIVO-EXCL
                   WHEN REG-DATA-VENCTO-FAT LESS WRK-DATA-LIMITE
                       MOVE "D" TO WRK-MOTIVO-EXCL
                   WHEN OTHER
                       GO TO 0220-VERIFICA-EXCLUSAO-FIM
               END-EVALUATE.
               PERFORM 0240-GRAVA-EXCLUSAO.

       0220-VERIFICA-EXCLUSAO-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    FATURA AINDA NAO NEGATIVADA: EM ABERTO, VENCIDA ANTES DO
      *    ULTIMO AVISO, AR ENTREGUE HA PELO MENOS O PRAZO DE
      *    COMUNICACAO PREVIA E CLIENTE COM CPF NO CLIMASTER
      *-----------------------------------------------------------------
       0230-VERIFICA-INCLUSAO                  SECTION.
      *-----------------------------------------------------------------

               IF NOT REG-FAT-ABERTA AND NOT REG-FAT-BAIXADA-PERDA
                   GO TO 0230-VERIFICA-INCLUSAO-FIM
               END-IF.
               IF REG-DATA-VENCTO-FAT IS NOT NUMERIC OR
                  REG-DATA-VENCTO-FAT LESS WRK-DATA-LIMITE
                   GO TO 0230-VERIFICA-INCLUSAO-FIM
               END-IF.
               PERFORM 0122-PROCURA-AVISO.
               IF WRK-AVI-ACHOU EQUAL 'N'
                   GO TO 0230-VERIFICA-INCLUSAO-FIM
               END-IF.
               IF REG-DATA-VENCTO-FAT NOT LESS
                      TAB-AVI-DATA(WRK-IDX-AVI)
                   GO TO 0230-VERIFICA-INCLUSAO-FIM
               END-IF.
               IF TAB-AVI-ENTREGA(WRK-IDX-AVI) EQUAL ZEROS
                   ADD 1 TO ACU-SEM-ENTREGA
                   GO TO 0230-VERIFICA-INCLUSAO-FIM
               END-IF.
               COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIAS-MOVTO -
                   FUNCTION INTEGER-OF-DATE
                   (TAB-AVI-ENTREGA(WRK-IDX-AVI)).
               IF WRK-DIAS-DECORRIDOS LESS WRK-PARM-PRAZO-AVISO
                   ADD 1 TO ACU-EM-PRAZO-AVISO
                   GO TO 0230-VERIFICA-INCLUSAO-FIM
               END-IF.
               IF TAB-AVI-CPF(WRK-IDX-AVI) EQUAL ZEROS
                   ADD 1 TO ACU-SEM-CPF
                   DISPLAY "CLIENTE " REG-ID-FAT " SEM CPF NO "
                       "CLIMASTER -- FATURA " REG-MES-REF-FAT
                       " NAO NEGATIVADA"
                   GO TO 0230-VERIFICA-INCLUSAO-FIM
               END-IF.
               PERFORM 0250-GRAVA-INCLUSAO.

       0230-VERIFICA-INCLUSAO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0240-GRAVA-EXCLUSAO                     SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES                    TO REG-NEGATIV.
               SET REG-NEG-EXCLUSAO           TO TRUE.
               MOVE REG-ID-FAT                TO REG-ID-NEG.
               MOVE TAB-NEG-CPF(WRK-IDX-NEG)  TO REG-CPF-NEG.
               MOVE TAB-NEG-NOME(WRK-IDX-NEG) TO REG-NOME-NEG.
               MOVE REG-STREAM-FAT            TO REG-STREAM-NEG.
               MOVE WRK-MES-REF-BUSCA         TO REG-MES-REF-NEG.
               MOVE WRK-PARCELA-BUSCA         TO REG-PARCELA-NEG.
               MOVE REG-DATA-VENCTO-FAT       TO REG-VENCTO-NEG.
               MOVE REG-VALOR-FAT             TO REG-VALOR-NEG.
               MOVE REG-MOEDA-FAT             TO REG-MOEDA-NEG.
               MOVE WRK-DATA-MOVTO            TO REG-DATA-NEG.
               MOVE ZEROS                     TO REG-DATA-AVISO-NEG.
               MOVE ZEROS                     TO REG-DATA-ENTREGA-NEG.
               MOVE WRK-MOTIVO-EXCL           TO REG-MOTIVO-NEG.
               MOVE WRK-DATA-LIQ              TO REG-DATA-LIQ-NEG.
               MOVE WRK-USUARIO-EXEC          TO REG-USUARIO-NEG.
               WRITE REG-NEGATIV.
               SET TAB-NEG-LIVRE(WRK-IDX-NEG) TO TRUE.

               PERFORM 0260-GRAVA-DETALHE.
               ADD 1 TO ACU-EXCLUSOES.
               EVALUATE TRUE
                   WHEN REG-NEG-PAGA
                       ADD 1 TO ACU-EXCL-PAGAS
                   WHEN REG-NEG-RENEGOCIADA
                       ADD 1 TO ACU-EXCL-RENEGOC
                   WHEN REG-NEG-CANCELADA
                       ADD 1 TO ACU-EXCL-CANCEL
                   WHEN REG-NEG-DECURSO
                       ADD 1 TO ACU-EXCL-DECURSO
               END-EVALUATE.

               COMPUTE WRK-DIAS-DECORRIDOS = WRK-DIAS-MOVTO -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-LIQ).
               IF WRK-DIAS-DECORRIDOS GREATER WRK-PARM-PRAZO-EXCL
                   ADD 1 TO ACU-FORA-PRAZO
                   DISPLAY "EXCLUSAO FORA DO PRAZO LEGAL: CLIENTE "
                       REG-ID-FAT " FATURA " REG-MES-REF-FAT "/"
                       WRK-PARCELA-BUSCA " LIQUIDADA EM " WRK-DATA-LIQ
               END-IF.

       0240-GRAVA-EXCLUSAO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0250-GRAVA-INCLUSAO                     SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES                    TO REG-NEGATIV.
               SET REG-NEG-INCLUSAO           TO TRUE.
               MOVE REG-ID-FAT                TO REG-ID-NEG.
               MOVE TAB-AVI-CPF(WRK-IDX-AVI)  TO REG-CPF-NEG.
               MOVE TAB-AVI-NOME(WRK-IDX-AVI) TO REG-NOME-NEG.
               MOVE REG-STREAM-FAT            TO REG-STREAM-NEG.
               MOVE WRK-MES-REF-BUSCA         TO REG-MES-REF-NEG.
               MOVE WRK-PARCELA-BUSCA         TO REG-PARCELA-NEG.
               MOVE REG-DATA-VENCTO-FAT       TO REG-VENCTO-NEG.
               MOVE REG-VALOR-FAT             TO REG-VALOR-NEG.
               MOVE REG-MOEDA-FAT             TO REG-MOEDA-NEG.
               MOVE WRK-DATA-MOVTO            TO REG-DATA-NEG.
               MOVE TAB-AVI-DATA(WRK-IDX-AVI) TO REG-DATA-AVISO-NEG.
               MOVE TAB-AVI-ENTREGA(WRK-IDX-AVI) TO
                   REG-DATA-ENTREGA-NEG.
               MOVE ZEROS                     TO REG-DATA-LIQ-NEG.
               MOVE WRK-USUARIO-EXEC          TO REG-USUARIO-NEG.
               WRITE REG-NEGATIV.
               PERFORM 0155-ANOTA-NEGATIVADA.
               MOVE 'S' TO TAB-NEG-VISTA(WRK-IDX-NEG).

               MOVE WRK-DATA-MOVTO TO WRK-DATA-LIQ.
               PERFORM 0260-GRAVA-DETALHE.
               ADD 1 TO ACU-INCLUSOES.
               ADD REG-VALOR-FAT TO ACU-VALOR-INCLUIDO.
               MOVE REG-VALOR-FAT TO WRK-VALOR-ED.
               DISPLAY "NEGATIVADO: CLIENTE " REG-ID-FAT " FATURA "
                   REG-MES-REF-FAT "/" WRK-PARCELA-BUSCA " VENCTO "
                   REG-DATA-VENCTO-FAT " R$" WRK-VALOR-ED.

       0250-GRAVA-INCLUSAO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    DETALHE DA REMESSA A PARTIR DO REGISTRO DE NEGATIVACOES
      *-----------------------------------------------------------------
       0260-GRAVA-DETALHE                      SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO WRK-SEQ-REMESSA.
               MOVE SPACES            TO REG-NEGREM.
               SET REG-NRM-DETALHE    TO TRUE.
               MOVE WRK-SEQ-REMESSA   TO REG-SEQ-NRM.
               MOVE REG-TIPO-NEG      TO REG-OPERACAO-NRM.
               MOVE REG-CPF-NEG       TO REG-CPF-NRM.
               MOVE REG-NOME-NEG      TO REG-NOME-NRM.
               MOVE REG-ID-NEG        TO REG-ID-NRM.
               MOVE REG-MES-REF-NEG   TO REG-MES-REF-NRM.
               MOVE REG-PARCELA-NEG   TO REG-PARCELA-NRM.
               MOVE REG-VENCTO-NEG    TO REG-VENCTO-NRM.
               MOVE REG-VALOR-NEG     TO REG-VALOR-NRM.
               MOVE REG-MOEDA-NEG     TO REG-MOEDA-NRM.
               MOVE WRK-DATA-LIQ      TO REG-DATA-OCORR-NRM.
               MOVE REG-MOTIVO-NEG    TO REG-MOTIVO-NRM.
               WRITE REG-NEGREM.

       0260-GRAVA-DETALHE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-CONFERE-NAO-VISTAS.
               PERFORM 0330-CONFERE-VISTA
                       VARYING WRK-IDX-NEG FROM 1 BY 1
                       UNTIL WRK-IDX-NEG GREATER WRK-QT-NEGAT.

       0310-FECHA-REMESSA.
               ADD 1 TO WRK-SEQ-REMESSA.
               MOVE SPACES             TO REG-NEGREM-TRAILER.
               MOVE "9"                TO REG-TIPO-NRT.
               MOVE WRK-SEQ-REMESSA    TO REG-SEQ-NRT.
               MOVE ACU-INCLUSOES      TO REG-QT-INCL-NRT.
               MOVE ACU-EXCLUSOES      TO REG-QT-EXCL-NRT.
               MOVE ACU-VALOR-INCLUIDO TO REG-TOTAL-INCL-NRT.
               WRITE REG-NEGREM-TRAILER.
               CLOSE FATURA
                     NEGATIV
                     NEGREMES.

       0315-ESTATISTICA.
               DISPLAY " >>>>>>>> NEGATIVACAO NO BUREAU <<<<<<<<< "
               DISPLAY "AVISOS DE COBRANCA LIDOS..:" ACU-AVISOS-LIDOS.
               DISPLAY "AR ENTREGUES DO ULTIMO AV.:" ACU-AR-ENTREGUES.
               DISPLAY "FATURAS LIDAS.............:" ACU-FATURAS-LIDAS.
               DISPLAY "AGUARDANDO ENTREGA DO AR..:" ACU-SEM-ENTREGA.
               DISPLAY "DENTRO DO PRAZO DO AVISO..:"
                   ACU-EM-PRAZO-AVISO.
               DISPLAY "SEM CPF NO CLIMASTER......:" ACU-SEM-CPF.
               DISPLAY "INCLUSOES ENVIADAS........:" ACU-INCLUSOES.
               MOVE ACU-VALOR-INCLUIDO TO WRK-TOTAL-ED.
               DISPLAY "VALOR INCLUIDO............:R$" WRK-TOTAL-ED.
               DISPLAY "EXCLUSOES ENVIADAS........:" ACU-EXCLUSOES.
               DISPLAY "  PAGAS...................:" ACU-EXCL-PAGAS.
               DISPLAY "  RENEGOCIADAS............:" ACU-EXCL-RENEGOC.
               DISPLAY "  CANCELADAS..............:" ACU-EXCL-CANCEL.
               DISPLAY "  DECURSO DE PRAZO........:" ACU-EXCL-DECURSO.
               DISPLAY "EXCLUSOES FORA DO PRAZO...:" ACU-FORA-PRAZO.
               DISPLAY "NEGATIVADAS FORA DA FATURA:" ACU-NAO-ACHADAS.
               DISPLAY "FATURAS NEGATIVADAS ATIVAS:" ACU-ATIVAS.
               IF ACU-FORA-PRAZO GREATER ZEROS OR
                  ACU-SEM-CPF GREATER ZEROS OR
                  ACU-NAO-ACHADAS GREATER ZEROS
                   MOVE "NEGATIVACAO COM EXCECOES" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
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
               COMPUTE REG-QT-PROC-AUD = ACU-INCLUSOES + ACU-EXCLUSOES.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0325-DEFINE-RETORNO.
               IF ACU-FORA-PRAZO GREATER ZEROS OR
                  ACU-SEM-CPF GREATER ZEROS OR
                  ACU-NAO-ACHADAS GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    FATURA NEGATIVADA QUE NAO ESTA MAIS NO FATURA.TXT NAO TEM
      *    COMO SER EXCLUIDA AUTOMATICAMENTE -- VAI PARA A COBRANCA
      *-----------------------------------------------------------------
       0330-CONFERE-VISTA                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-NEG-ATIVA(WRK-IDX-NEG)
                   ADD 1 TO ACU-ATIVAS
                   IF TAB-NEG-VISTA(WRK-IDX-NEG) NOT EQUAL 'S'
                       ADD 1 TO ACU-NAO-ACHADAS
                       DISPLAY "NEGATIVADA SEM FATURA NO ARQUIVO: "
                           "CLIENTE " TAB-NEG-ID(WRK-IDX-NEG)
                           " FATURA " TAB-NEG-MES-REF(WRK-IDX-NEG) "/"
                           TAB-NEG-PARCELA(WRK-IDX-NEG)
                           " -- EXCLUIR MANUALMENTE SE QUITADA"
                   END-IF
               END-IF.

       0330-CONFERE-VISTA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

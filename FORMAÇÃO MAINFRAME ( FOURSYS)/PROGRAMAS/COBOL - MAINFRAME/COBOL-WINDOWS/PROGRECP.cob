       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGRECP.
      *=================================================================
      * PROGRAMA   : PROGRECP
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RECUPERACAO DE DATAS PENDENTES -- DEPOIS DE UM
      *              FERIADO LONGO OU DE UMA PARADA, AS AGENCIAS
      *              ENTREGAM DOIS OU TRES DIAS UTEIS DE UMA VEZ
      *              (LANCAM<AGENCIA>.D<AAAAMMDD>.TXT, UM ARQUIVO POR
      *              DATA) E O PGNOITE PRECISA RODAR UMA VEZ POR DATA,
      *              EM ORDEM. FUNCAO LIDA DO SYSIN:
      *              INICIA  (JOB PGRECUP) -- LISTA OS DIAS UTEIS DO
      *                      CALENDARIO AINDA NAO CONCLUIDOS PELO
      *                      PROGCALL NO CTLDATA, ATE A DATA LIMITE
      *                      (SYSIN; ZEROS = DATA DO SISTEMA), ABRE
      *                      A PRIMEIRA E SUBMETE O PGNOITE;
      *              CONCLUI (PENULTIMO STEP DO PGNOITE, SO RODA SE
      *                      NENHUM STEP DA NOITE PASSOU DE RC 4) --
      *                      REGISTRA A DATA COMO PROCESSADA;
      *              PROXIMA (ULTIMO STEP DO PGNOITE, COND=EVEN) --
      *                      DATA NAO REGISTRADA PELO CONCLUI FALHOU
      *                      E ENCERRA A RECUPERACAO; SENAO ABRE A
      *                      PROXIMA DATA PENDENTE (COMO O PROGDATA:
      *                      CTLDATA E LIMPEZA DO STATUSREL), COPIA A
      *                      ENTREGA DATADA DE CADA AGENCIA ATIVA PARA
      *                      O LANCAM<AGENCIA>.TXT E SUBMETE O PGNOITE
      *                      DE NOVO PELO LEITOR INTERNO.
      *              O ANDAMENTO FICA NO DIARIO RECUPLOG.TXT; AO FIM
      *              DA RECUPERACAO (TODAS AS DATAS OU A PRIMEIRA QUE
      *              FALHOU) SAI O RESUMO CONSOLIDADO RELRECUP.TXT COM
      *              CADA DATA PROCESSADA. FORA DE RECUPERACAO O
      *              CONCLUI E O PROXIMA NAO FAZEM NADA (RC 0).
      *              MES FECHADO (FECHADOS.TXT), ENTREGA DATADA
      *              AUSENTE OU JCL DO PGNOITE AUSENTE ENCERRAM A
      *              RECUPERACAO SEM ABRIR A DATA (RC 8).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CTLDATA                I/O                  #BOOKCTLDAT
      *  CALENDARIO             I
      *  FECHADOS               I                    #BOOKFECHA
      *  STATUSREL              I/O                  #BOOKSTATUS
      *  AGENCIAS               I                    #BOOKAGEN
      *  ENTREGA                I (DINAMICO, UMA POR AGENCIA)
      *  ENTRADA                O (DINAMICO, UMA POR AGENCIA)
      *  RECUPLOG               I/O                  #BOOKRECUP
      *  JCLNOITE               I
      *  INTRDR                 O
      *  RELRECUP               O
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
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT CALENDARIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CALENDARIO.TXT"
               FILE STATUS IS FS-CALENDARIO.
           SELECT FECHADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\FECHADOS.TXT"
               FILE STATUS IS FS-FECHADOS.
           SELECT STATUSREL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\STATUSREL.TXT"
               FILE STATUS IS FS-STATUSREL.
           SELECT AGENCIAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\AGENMTR.TXT"
               FILE STATUS IS FS-AGENCIAS.
           SELECT ENTREGA ASSIGN TO DYNAMIC WRK-NOME-ENTREGA
               FILE STATUS IS FS-ENTREGA.
           SELECT ENTRADA ASSIGN TO DYNAMIC WRK-NOME-ENTRADA
               FILE STATUS IS FS-ENTRADA.
           SELECT RECUPLOG ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\RECUPLOG.TXT"
               FILE STATUS IS FS-RECUPLOG.
           SELECT JCLNOITE ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PGNOITE.JCL"
               FILE STATUS IS FS-JCLNOITE.
           SELECT INTRDR ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\INTRDR.TXT"
               FILE STATUS IS FS-INTRDR.
           SELECT RELRECUP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELRECUP.TXT"
               FILE STATUS IS FS-RELRECUP.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  CALENDARIO.
       01  REG-CALENDARIO.
           05 REG-DATA-CAL             PIC 9(008).
           05 REG-TIPO-CAL             PIC X(001).
               88 REG-DIA-UTIL              VALUE "U".
           05 REG-DESCRICAO-CAL        PIC X(020).
       FD  FECHADOS.
       COPY "#BOOKFECHA".
       FD  STATUSREL.
       COPY "#BOOKSTATUS".
       FD  AGENCIAS.
       COPY "#BOOKAGEN".
       FD  ENTREGA.
       01  REG-ENTREGA                 PIC X(181).
       FD  ENTRADA.
       01  REG-ENTRADA                 PIC X(181).
       FD  RECUPLOG.
       COPY "#BOOKRECUP".
       FD  JCLNOITE.
       01  REG-JCLNOITE                PIC X(080).
       FD  INTRDR.
       01  REG-INTRDR                  PIC X(080).
       FD  RELRECUP.
       01  REG-RELRECUP                PIC X(100).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-CALENDARIO               PIC 9(002)          VALUE ZEROS.
       01  FS-FECHADOS                 PIC X(002)          VALUE SPACES.
       01  FS-STATUSREL                PIC 9(002)          VALUE ZEROS.
       01  FS-AGENCIAS                 PIC 9(002)          VALUE ZEROS.
       01  FS-ENTREGA                  PIC X(002)          VALUE SPACES.
       01  FS-ENTRADA                  PIC X(002)          VALUE SPACES.
       01  FS-RECUPLOG                 PIC X(002)          VALUE SPACES.
       01  FS-JCLNOITE                 PIC X(002)          VALUE SPACES.
       01  FS-INTRDR                   PIC X(002)          VALUE SPACES.
       01  FS-RELRECUP                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-ENTREGA            PIC X(060)          VALUE SPACES.
       01  WRK-NOME-ENTRADA            PIC X(060)          VALUE SPACES.
      *-----------------------------------------------------------------
      *    PARAMETROS DO SYSIN: FUNCAO, ORIGEM (JOB) E, SO NO INICIA,
      *    A DATA LIMITE DA RECUPERACAO
      *-----------------------------------------------------------------
       01  WRK-FUNCAO                  PIC X(008)          VALUE SPACES.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-PARM-LIMITE             PIC X(008)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGRECP".
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    SITUACAO DO CTLDATA
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-TEM-DATA                PIC X(001)          VALUE "N".
       01  WRK-JA-CONCLUIDO            PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
      *    SITUACAO DO DIARIO DA RECUPERACAO (ULTIMO REGISTRO E
      *    ULTIMO INICIO)
      *-----------------------------------------------------------------
       01  WRK-EM-ANDAMENTO            PIC X(001)          VALUE "N".
       01  WRK-ULT-TIPO                PIC X(001)          VALUE SPACES.
       01  WRK-ULT-DATA                PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-LIMITE             PIC 9(008)          VALUE ZEROS.
       01  WRK-SEQ-DIARIO              PIC 9(005)          VALUE ZEROS.
       01  WRK-SEQ-INICIO              PIC 9(005)          VALUE ZEROS.
       01  WRK-INICIO-RECUP            PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-INICIO-RECUP       PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    DATA A ABRIR E O QUE FOI FEITO COM ELA
      *-----------------------------------------------------------------
       01  WRK-DATA-ALVO               PIC 9(008)          VALUE ZEROS.
       01  WRK-MES-ALVO                PIC 9(006)          VALUE ZEROS.
       01  WRK-ALVO-CORRENTE           PIC X(001)          VALUE "N".
       01  WRK-ACHOU-PROXIMA           PIC X(001)          VALUE "N".
       01  WRK-MES-FECHADO             PIC X(001)          VALUE "N".
       01  WRK-STAT-ESTOUROU           PIC X(001)          VALUE "N".
       01  WRK-ALVO-RECUSADO           PIC X(001)          VALUE "N".
       01  WRK-OBS                     PIC X(040)          VALUE SPACES.
       01  WRK-AGENCIA-ED              PIC 9(004)          VALUE ZEROS.
       01  WRK-QT-ED                   PIC 9(003)          VALUE ZEROS.
       01  WRK-FIM-ARQ                 PIC X(001)          VALUE "N".
       01  WRK-TIPO-GRAVAR             PIC X(001)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-ENTREGA-AUSENTE         PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-ENTREGA-COPIADA         PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-REG-COPIADOS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-DATAS-CONCLUIDAS        PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-DATAS-FALHA             PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-DATAS-NAO-PROC          PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-LANC-TOTAL              PIC 9(009)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    DATAS PENDENTES LISTADAS PELO INICIA
      *-----------------------------------------------------------------
       01  WRK-QT-PENDENTES            PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-PEND                PIC 9(003)          VALUE ZEROS.
       01  WRK-PEND-ESTOUROU           PIC X(001)          VALUE "N".
       01  TAB-PENDENTES.
           05 TAB-PEND-DATA            OCCURS 100 TIMES
                                       PIC 9(008).
      *-----------------------------------------------------------------
      *    STATUSREL MANTIDO NA ABERTURA DA DATA (MESMA REGRA DO
      *    PROGDATA: MAIS DE 200 STATUS NAO REGRAVA PELA METADE)
      *-----------------------------------------------------------------
       01  WRK-QT-STATUS               PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-STAT                PIC 9(003)          VALUE ZEROS.
       01  TAB-STATUS.
           05 TAB-STAT-ITEM            OCCURS 200 TIMES
                                       PIC X(036).
      *-----------------------------------------------------------------
      *    DATAS DA RECUPERACAO PARA O RESUMO CONSOLIDADO
      *-----------------------------------------------------------------
       01  WRK-QT-RES                  PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-RES                 PIC 9(003)          VALUE ZEROS.
       01  WRK-ACHOU-RES               PIC X(001)          VALUE "N".
       01  TAB-RESUMO.
           05 TAB-RES-ITEM             OCCURS 100 TIMES.
               10 TAB-RES-DATA             PIC 9(008).
               10 TAB-RES-SITUACAO         PIC X(001).
               10 TAB-RES-DATA-ABRE        PIC 9(008).
               10 TAB-RES-HORA-ABRE        PIC 9(006).
               10 TAB-RES-DATA-FIM         PIC 9(008).
               10 TAB-RES-HORA-FIM         PIC 9(006).
               10 TAB-RES-QT-LANC          PIC 9(007).
               10 TAB-RES-OBS              PIC X(040).
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(035)          VALUE
               "RECUPERACAO DE DATAS PENDENTES -- ".
           05 FILLER                   PIC X(010)          VALUE
               "INICIO EM ".
           05 WRK-TIT-INICIO           PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-TIT-HORA             PIC 9(006).
           05 FILLER                   PIC X(009)          VALUE
               "  LIMITE ".
           05 WRK-TIT-LIMITE           PIC 9(008).
           05 FILLER                   PIC X(023)          VALUE SPACES.
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(041)          VALUE
               "DATA     SITUACAO        ABERTA EM".
           05 FILLER                   PIC X(059)          VALUE
               "TERMINO EM    LANCAMENTOS OBSERVACAO".
       01  WRK-LIN-DETALHE.
           05 WRK-DET-DATA             PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(015).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DATA-ABRE        PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-HORA-ABRE        PIC 9(006).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DATA-FIM         PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-HORA-FIM         PIC 9(006).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-QT-LANC          PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OBS              PIC X(033).
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO           PIC X(040).
           05 WRK-TOT-QTDE             PIC ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(049)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       COPY "#BOOKERRO".

      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0110-LE-DIARIO.
               PERFORM 0130-LE-CTLDATA.
               EVALUATE WRK-FUNCAO
                   WHEN "INICIA"
                       PERFORM 0200-INICIA-RECUPERACAO
                   WHEN "CONCLUI"
                       PERFORM 0300-CONCLUI-DATA
                   WHEN "PROXIMA"
                       PERFORM 0400-PROXIMA-DATA
                   WHEN OTHER
                       DISPLAY "FUNCAO DO SYSIN INVALIDA: " WRK-FUNCAO
                           " (INICIA, CONCLUI OU PROXIMA)"
                       MOVE 8 TO WRK-RC-SAIDA
               END-EVALUATE.
               MOVE WRK-RC-SAIDA TO RETURN-CODE.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-FUNCAO.
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "PROGRECP - FUNCAO " WRK-FUNCAO
                   " - ORIGEM " WRK-USUARIO-EXEC.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    O ULTIMO REGISTRO DO DIARIO DIZ SE HA RECUPERACAO EM
      *    ANDAMENTO; O ULTIMO "I" TRAZ A DATA LIMITE DELA
      *-----------------------------------------------------------------
       0110-LE-DIARIO                          SECTION.
      *-----------------------------------------------------------------

               MOVE "N"    TO WRK-EM-ANDAMENTO.
               MOVE SPACES TO WRK-ULT-TIPO.
               MOVE ZEROS  TO WRK-SEQ-DIARIO.
               MOVE ZEROS  TO WRK-SEQ-INICIO.
               OPEN INPUT RECUPLOG.
               IF FS-RECUPLOG                NOT EQUAL '00'
                   GO TO 0110-LE-DIARIO-FIM
               END-IF.
               PERFORM 0111-LE-REG-DIARIO
                   UNTIL FS-RECUPLOG NOT EQUAL '00'.
               CLOSE RECUPLOG.
               IF WRK-ULT-TIPO NOT EQUAL SPACES AND
                  WRK-ULT-TIPO NOT EQUAL "T"    AND
                  WRK-ULT-TIPO NOT EQUAL "F"
                   MOVE "S" TO WRK-EM-ANDAMENTO
               END-IF.

       0110-LE-DIARIO-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0111-LE-REG-DIARIO                      SECTION.
      *-----------------------------------------------------------------

               READ RECUPLOG
                   AT END
                       MOVE '10' TO FS-RECUPLOG
                   NOT AT END
                       ADD 1 TO WRK-SEQ-DIARIO
                       MOVE REG-TIPO-RECUP       TO WRK-ULT-TIPO
                       MOVE REG-DATA-MOVTO-RECUP TO WRK-ULT-DATA
                       IF REG-RECUP-INICIO
                           MOVE WRK-SEQ-DIARIO   TO WRK-SEQ-INICIO
                           MOVE REG-DATA-LIMITE-RECUP TO
                               WRK-DATA-LIMITE
                           MOVE REG-DATA-GRAV-RECUP TO
                               WRK-INICIO-RECUP
                           MOVE REG-HORA-GRAV-RECUP TO
                               WRK-HORA-INICIO-RECUP
                       END-IF
               END-READ.

       0111-LE-REG-DIARIO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0130-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-TEM-DATA.
               MOVE "N" TO WRK-JA-CONCLUIDO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 NOT EQUAL '00'
                   GO TO 0130-LE-CTLDATA-FIM
               END-IF.
               PERFORM 0131-LE-REG-CTLDATA
                   UNTIL FS-CTLDATA NOT EQUAL '00'.
               CLOSE CTLDATA.

       0130-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0131-LE-REG-CTLDATA                     SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
               IF FS-CTLDATA EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-MOVTO
                       MOVE "S" TO WRK-TEM-DATA
                   ELSE
                       IF REG-PROGRAMA-CTLDATA EQUAL "PROGCALL" AND
                          REG-DATA-MOVTO-CTLDATA EQUAL WRK-DATA-MOVTO
                           MOVE "S" TO WRK-JA-CONCLUIDO
                       END-IF
                   END-IF
               END-IF.

       0131-LE-REG-CTLDATA-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    INICIA: LISTA AS DATAS PENDENTES -- DIAS UTEIS A PARTIR DA
      *    DATA DO CTLDATA (INCLUSIVE, SE O PROGCALL AINDA NAO A
      *    CONCLUIU) ATE A DATA LIMITE -- E ABRE A PRIMEIRA
      *-----------------------------------------------------------------
       0200-INICIA-RECUPERACAO                 SECTION.
      *-----------------------------------------------------------------

               IF WRK-EM-ANDAMENTO EQUAL "S"
                   DISPLAY "RECUPERACAO JA EM ANDAMENTO (ULTIMA DATA "
                       WRK-ULT-DATA ") -- AGUARDE O FIM DELA"
                   MOVE 8 TO WRK-RC-SAIDA
                   GO TO 0200-INICIA-RECUPERACAO-FIM
               END-IF.
               IF WRK-TEM-DATA NOT EQUAL "S"
                   DISPLAY "CTLDATA SEM DATA DE MOVIMENTO ABERTA -- "
                       "RODE O PROGDATA"
                   MOVE 8 TO WRK-RC-SAIDA
                   GO TO 0200-INICIA-RECUPERACAO-FIM
               END-IF.

               ACCEPT WRK-PARM-LIMITE.
               IF WRK-PARM-LIMITE IS NUMERIC AND
                  WRK-PARM-LIMITE NOT EQUAL "00000000"
                   MOVE WRK-PARM-LIMITE TO WRK-DATA-LIMITE
               ELSE
                   MOVE WRK-DATA-EXEC   TO WRK-DATA-LIMITE
               END-IF.
               IF WRK-DATA-LIMITE GREATER WRK-DATA-EXEC
                   DISPLAY "DATA LIMITE " WRK-DATA-LIMITE
                       " NO FUTURO -- LIMITADA A " WRK-DATA-EXEC
                   MOVE WRK-DATA-EXEC   TO WRK-DATA-LIMITE
               END-IF.

               PERFORM 0210-LISTA-PENDENTES.
               IF WRK-QT-PENDENTES EQUAL ZEROS
                   DISPLAY "NENHUMA DATA PENDENTE ATE " WRK-DATA-LIMITE
                       " -- NADA A RECUPERAR"
                   MOVE 4 TO WRK-RC-SAIDA
                   GO TO 0200-INICIA-RECUPERACAO-FIM
               END-IF.

               DISPLAY "DATAS PENDENTES ATE " WRK-DATA-LIMITE ":".
               PERFORM 0215-MOSTRA-PENDENTE
                   VARYING WRK-IDX-PEND FROM 1 BY 1
                   UNTIL WRK-IDX-PEND GREATER WRK-QT-PENDENTES.
               IF WRK-PEND-ESTOUROU EQUAL "S"
                   DISPLAY "AVISO: MAIS DE 100 DATAS PENDENTES -- A "
                       "RECUPERACAO PARA NA CENTESIMA"
                   MOVE TAB-PEND-DATA(100) TO WRK-DATA-LIMITE
                   MOVE 4 TO WRK-RC-SAIDA
               END-IF.

               MOVE "I"              TO WRK-TIPO-GRAVAR.
               MOVE ZEROS            TO WRK-DATA-ALVO.
               MOVE SPACES           TO WRK-OBS.
               PERFORM 0600-GRAVA-DIARIO.
               MOVE WRK-SEQ-DIARIO   TO WRK-SEQ-INICIO.
               MOVE REG-DATA-GRAV-RECUP TO WRK-INICIO-RECUP.
               MOVE REG-HORA-GRAV-RECUP TO WRK-HORA-INICIO-RECUP.

               MOVE TAB-PEND-DATA(1) TO WRK-DATA-ALVO.
               PERFORM 0500-PREPARA-DATA.

       0200-INICIA-RECUPERACAO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0210-LISTA-PENDENTES                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-QT-PENDENTES.
               MOVE "N"   TO WRK-PEND-ESTOUROU.
               OPEN INPUT CALENDARIO.
               IF FS-CALENDARIO              NOT EQUAL 0
                   DISPLAY "CALENDARIO AUSENTE -- RODE O PROGCALEND"
                   GO TO 0210-LISTA-PENDENTES-FIM
               END-IF.
               PERFORM 0211-LE-CALENDARIO
                   UNTIL FS-CALENDARIO NOT EQUAL 0.
               CLOSE CALENDARIO.

       0210-LISTA-PENDENTES-FIM.               EXIT.
      *-----------------------------------------------------------------
       0211-LE-CALENDARIO                      SECTION.
      *-----------------------------------------------------------------

               READ CALENDARIO
                   AT END
                       MOVE 10 TO FS-CALENDARIO
                   NOT AT END
                       IF REG-DIA-UTIL AND
                          REG-DATA-CAL NOT GREATER WRK-DATA-LIMITE
                           IF REG-DATA-CAL GREATER WRK-DATA-MOVTO OR
                              (REG-DATA-CAL EQUAL WRK-DATA-MOVTO AND
                               WRK-JA-CONCLUIDO NOT EQUAL "S")
                               PERFORM 0212-GUARDA-PENDENTE
                           END-IF
                       END-IF
               END-READ.

       0211-LE-CALENDARIO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0212-GUARDA-PENDENTE                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-PENDENTES LESS 100
                   ADD 1 TO WRK-QT-PENDENTES
                   MOVE REG-DATA-CAL TO TAB-PEND-DATA(WRK-QT-PENDENTES)
               ELSE
                   MOVE "S" TO WRK-PEND-ESTOUROU
               END-IF.

       0212-GUARDA-PENDENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0215-MOSTRA-PENDENTE                    SECTION.
      *-----------------------------------------------------------------

               DISPLAY "   " TAB-PEND-DATA(WRK-IDX-PEND).

       0215-MOSTRA-PENDENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    CONCLUI: SO RODA QUANDO NENHUM STEP DO PGNOITE PASSOU DE
      *    RC 4 (COND=(4,LT)) -- A DATA EM CURSO FOI PROCESSADA
      *-----------------------------------------------------------------
       0300-CONCLUI-DATA                       SECTION.
      *-----------------------------------------------------------------

               IF WRK-EM-ANDAMENTO NOT EQUAL "S"
                   DISPLAY "PGNOITE FORA DE RECUPERACAO -- NADA A "
                       "REGISTRAR"
                   GO TO 0300-CONCLUI-DATA-FIM
               END-IF.
               IF WRK-ULT-TIPO NOT EQUAL "A"
                   DISPLAY "DATA " WRK-ULT-DATA " JA REGISTRADA NO "
                       "DIARIO DA RECUPERACAO"
                   GO TO 0300-CONCLUI-DATA-FIM
               END-IF.

               MOVE WRK-ULT-DATA TO WRK-DATA-ALVO.
               IF WRK-DATA-MOVTO NOT EQUAL WRK-ULT-DATA
                   MOVE "CTLDATA ALTERADO FORA DA RECUPERACAO" TO
                       WRK-OBS
                   PERFORM 0650-ENCERRA-COM-FALHA
                   GO TO 0300-CONCLUI-DATA-FIM
               END-IF.
               IF WRK-JA-CONCLUIDO NOT EQUAL "S"
                   MOVE "DATA SEM CONCLUSAO DO PROGCALL" TO WRK-OBS
                   PERFORM 0650-ENCERRA-COM-FALHA
                   GO TO 0300-CONCLUI-DATA-FIM
               END-IF.

               MOVE "S"    TO WRK-TIPO-GRAVAR.
               MOVE SPACES TO WRK-OBS.
               PERFORM 0600-GRAVA-DIARIO.
               DISPLAY "DATA " WRK-DATA-ALVO " PROCESSADA NA "
                   "RECUPERACAO".

       0300-CONCLUI-DATA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    PROXIMA: RODA SEMPRE (COND=EVEN). SE O CONCLUI NAO
      *    REGISTROU A DATA, A NOITE FALHOU E A RECUPERACAO PARA ALI;
      *    SENAO SEGUE PARA A PROXIMA DATA PENDENTE OU TERMINA
      *-----------------------------------------------------------------
       0400-PROXIMA-DATA                       SECTION.
      *-----------------------------------------------------------------

               IF WRK-EM-ANDAMENTO NOT EQUAL "S"
                   DISPLAY "PGNOITE FORA DE RECUPERACAO -- NADA A "
                       "SUBMETER"
                   GO TO 0400-PROXIMA-DATA-FIM
               END-IF.
               IF WRK-ULT-TIPO NOT EQUAL "S"
                   MOVE WRK-ULT-DATA TO WRK-DATA-ALVO
                   MOVE "PGNOITE TERMINOU COM ERRO NA DATA" TO WRK-OBS
                   PERFORM 0650-ENCERRA-COM-FALHA
                   GO TO 0400-PROXIMA-DATA-FIM
               END-IF.

               PERFORM 0410-BUSCA-PROXIMA.
               IF WRK-ACHOU-PROXIMA NOT EQUAL "S"
                   MOVE "T"          TO WRK-TIPO-GRAVAR
                   MOVE WRK-ULT-DATA TO WRK-DATA-ALVO
                   MOVE "TODAS AS DATAS PENDENTES PROCESSADAS" TO
                       WRK-OBS
                   PERFORM 0600-GRAVA-DIARIO
                   DISPLAY "RECUPERACAO TERMINADA -- " WRK-OBS
                   PERFORM 0700-EMITE-RESUMO
                   GO TO 0400-PROXIMA-DATA-FIM
               END-IF.

               PERFORM 0500-PREPARA-DATA.

       0400-PROXIMA-DATA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0410-BUSCA-PROXIMA                      SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-ACHOU-PROXIMA.
               OPEN INPUT CALENDARIO.
               IF FS-CALENDARIO              NOT EQUAL 0
                   GO TO 0410-BUSCA-PROXIMA-FIM
               END-IF.
               PERFORM 0411-LE-CALENDARIO
                   UNTIL FS-CALENDARIO NOT EQUAL 0.
               CLOSE CALENDARIO.

       0410-BUSCA-PROXIMA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0411-LE-CALENDARIO                      SECTION.
      *-----------------------------------------------------------------

               READ CALENDARIO
                   AT END
                       MOVE 10 TO FS-CALENDARIO
                   NOT AT END
                       IF REG-DIA-UTIL                          AND
                          REG-DATA-CAL GREATER WRK-ULT-DATA      AND
                          REG-DATA-CAL NOT GREATER WRK-DATA-LIMITE
                           IF WRK-ACHOU-PROXIMA NOT EQUAL "S" OR
                              REG-DATA-CAL LESS WRK-DATA-ALVO
                               MOVE REG-DATA-CAL TO WRK-DATA-ALVO
                               MOVE "S" TO WRK-ACHOU-PROXIMA
                           END-IF
                       END-IF
               END-READ.

       0411-LE-CALENDARIO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    ABRE A DATA ALVO E SUBMETE O PGNOITE: CONFERE ANTES O MES
      *    (FECHADOS), A ENTREGA DATADA DE CADA AGENCIA ATIVA, O
      *    STATUSREL E O JCL -- NENHUMA FALHA DEIXA A DATA ABERTA
      *    PELA METADE. A DATA QUE JA E A DO CTLDATA (E AINDA NAO
      *    CONCLUIDA) NAO E REABERTA, E A ENTREGA NAO DATADA QUE O
      *    OPERADOR JA PREPAROU PARA ELA E ACEITA
      *-----------------------------------------------------------------
       0500-PREPARA-DATA                       SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-ALVO-CORRENTE.
               IF WRK-DATA-ALVO EQUAL WRK-DATA-MOVTO AND
                  WRK-JA-CONCLUIDO NOT EQUAL "S"
                   MOVE "S" TO WRK-ALVO-CORRENTE
               END-IF.

               PERFORM 0510-CONFERE-MES-FECHADO.
               IF WRK-MES-FECHADO EQUAL "S"
                   MOVE "MES FECHADO -- REABRA PELO PROGDATA" TO
                       WRK-OBS
                   PERFORM 0650-ENCERRA-COM-FALHA
                   GO TO 0500-PREPARA-DATA-FIM
               END-IF.

               MOVE "N"   TO WRK-ALVO-RECUSADO.
               MOVE ZEROS TO ACU-ENTREGA-AUSENTE.
               PERFORM 0520-CONFERE-ENTREGAS.
               IF WRK-ALVO-RECUSADO EQUAL "S"
                   GO TO 0500-PREPARA-DATA-FIM
               END-IF.
               IF ACU-ENTREGA-AUSENTE GREATER ZEROS AND
                  WRK-ALVO-CORRENTE NOT EQUAL "S"
                   MOVE ACU-ENTREGA-AUSENTE TO WRK-QT-ED
                   MOVE SPACES TO WRK-OBS
                   STRING "ENTREGA DATADA AUSENTE EM "
                              DELIMITED BY SIZE
                          WRK-QT-ED    DELIMITED BY SIZE
                          " AGENCIA(S)" DELIMITED BY SIZE
                       INTO WRK-OBS
                   END-STRING
                   PERFORM 0650-ENCERRA-COM-FALHA
                   GO TO 0500-PREPARA-DATA-FIM
               END-IF.

               OPEN INPUT JCLNOITE.
               IF FS-JCLNOITE                NOT EQUAL '00'
                   MOVE "JCL DO PGNOITE AUSENTE (JCLNOITE)" TO WRK-OBS
                   PERFORM 0650-ENCERRA-COM-FALHA
                   GO TO 0500-PREPARA-DATA-FIM
               END-IF.
               CLOSE JCLNOITE.

               IF WRK-ALVO-CORRENTE NOT EQUAL "S"
                   PERFORM 0530-CARREGA-STATUS
                   IF WRK-STAT-ESTOUROU EQUAL "S"
                       MOVE "STATUSREL COM MAIS DE 200 STATUS" TO
                           WRK-OBS
                       PERFORM 0650-ENCERRA-COM-FALHA
                       GO TO 0500-PREPARA-DATA-FIM
                   END-IF
                   PERFORM 0540-ABRE-DATA
               END-IF.

               MOVE ZEROS TO ACU-ENTREGA-COPIADA.
               PERFORM 0550-COPIA-ENTREGAS.

               MOVE "A"    TO WRK-TIPO-GRAVAR.
               MOVE ACU-ENTREGA-COPIADA TO WRK-QT-ED.
               MOVE SPACES TO WRK-OBS.
               STRING "ENTREGAS DATADAS COPIADAS: " DELIMITED BY SIZE
                      WRK-QT-ED                     DELIMITED BY SIZE
                   INTO WRK-OBS
               END-STRING.
               PERFORM 0600-GRAVA-DIARIO.

               PERFORM 0560-SUBMETE-PGNOITE.
               DISPLAY "DATA " WRK-DATA-ALVO " ABERTA -- PGNOITE "
                   "SUBMETIDO (" WRK-OBS ")".

       0500-PREPARA-DATA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    A CADEIA NOTURNA NAO TEM SUPERVISOR PARA REABRIR UM MES
      *    FECHADO -- ISSO CONTINUA SENDO NO PROGDATA
      *-----------------------------------------------------------------
       0510-CONFERE-MES-FECHADO                SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-MES-FECHADO.
               MOVE WRK-DATA-ALVO(1:6) TO WRK-MES-ALVO.
               OPEN INPUT FECHADOS.
               IF FS-FECHADOS                NOT EQUAL '00'
                   GO TO 0510-CONFERE-MES-FECHADO-FIM
               END-IF.
               PERFORM 0511-LE-FECHADO
                   UNTIL FS-FECHADOS NOT EQUAL '00'.
               CLOSE FECHADOS.

       0510-CONFERE-MES-FECHADO-FIM.           EXIT.
      *-----------------------------------------------------------------
       0511-LE-FECHADO                         SECTION.
      *-----------------------------------------------------------------

               READ FECHADOS
                   AT END
                       MOVE '10' TO FS-FECHADOS
                   NOT AT END
                       IF REG-MES-FECHADO EQUAL WRK-MES-ALVO
                           MOVE "S"  TO WRK-MES-FECHADO
                           MOVE '10' TO FS-FECHADOS
                       END-IF
               END-READ.

       0511-LE-FECHADO-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    ENTREGA DATADA LANCAM<AGENCIA>.D<AAAAMMDD>.TXT DE CADA
      *    AGENCIA ATIVA DO AGENMTR
      *-----------------------------------------------------------------
       0520-CONFERE-ENTREGAS                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT AGENCIAS.
               IF FS-AGENCIAS                NOT EQUAL 0
                   MOVE "AGENMTR AUSENTE -- RODE O PROGAGEN" TO WRK-OBS
                   PERFORM 0650-ENCERRA-COM-FALHA
                   MOVE "S" TO WRK-ALVO-RECUSADO
                   GO TO 0520-CONFERE-ENTREGAS-FIM
               END-IF.
               PERFORM 0521-LE-AGENCIA
                   UNTIL FS-AGENCIAS NOT EQUAL 0.
               CLOSE AGENCIAS.

       0520-CONFERE-ENTREGAS-FIM.              EXIT.
      *-----------------------------------------------------------------
       0521-LE-AGENCIA                         SECTION.
      *-----------------------------------------------------------------

               READ AGENCIAS
                   AT END
                       MOVE 10 TO FS-AGENCIAS
                   NOT AT END
                       IF REG-AGEN-ATIVA
                           PERFORM 0525-MONTA-NOMES
                           OPEN INPUT ENTREGA
                           IF FS-ENTREGA NOT EQUAL '00'
                               ADD 1 TO ACU-ENTREGA-AUSENTE
                               DISPLAY "ENTREGA DATADA AUSENTE: "
                                   WRK-NOME-ENTREGA
                           ELSE
                               CLOSE ENTREGA
                           END-IF
                       END-IF
               END-READ.

       0521-LE-AGENCIA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0525-MONTA-NOMES                        SECTION.
      *-----------------------------------------------------------------

               MOVE REG-CODIGO-AGEN TO WRK-AGENCIA-ED.
               MOVE SPACES TO WRK-NOME-ENTREGA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\LANCAM"
                          DELIMITED BY SIZE
                      WRK-AGENCIA-ED DELIMITED BY SIZE
                      ".D"           DELIMITED BY SIZE
                      WRK-DATA-ALVO  DELIMITED BY SIZE
                      ".TXT"         DELIMITED BY SIZE
                   INTO WRK-NOME-ENTREGA
               END-STRING.
               MOVE SPACES TO WRK-NOME-ENTRADA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\LANCAM"
                          DELIMITED BY SIZE
                      WRK-AGENCIA-ED DELIMITED BY SIZE
                      ".TXT"         DELIMITED BY SIZE
                   INTO WRK-NOME-ENTRADA
               END-STRING.

       0525-MONTA-NOMES-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0530-CARREGA-STATUS                     SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-QT-STATUS.
               MOVE "N"   TO WRK-STAT-ESTOUROU.
               OPEN INPUT STATUSREL.
               IF FS-STATUSREL               NOT EQUAL 0
                   GO TO 0530-CARREGA-STATUS-FIM
               END-IF.
               PERFORM 0531-LE-STATUS
                   UNTIL FS-STATUSREL NOT EQUAL 0.
               CLOSE STATUSREL.

       0530-CARREGA-STATUS-FIM.                EXIT.
      *-----------------------------------------------------------------
       0531-LE-STATUS                          SECTION.
      *-----------------------------------------------------------------

               READ STATUSREL
                   AT END
                       MOVE 10 TO FS-STATUSREL
                   NOT AT END
                       IF REG-DATA-STAT NOT EQUAL WRK-DATA-ALVO
                           IF WRK-QT-STATUS LESS 200
                               ADD 1 TO WRK-QT-STATUS
                               MOVE REG-STATUS-EXEC TO
                                   TAB-STAT-ITEM(WRK-QT-STATUS)
                           ELSE
                               MOVE "S" TO WRK-STAT-ESTOUROU
                               MOVE 10 TO FS-STATUSREL
                           END-IF
                       END-IF
               END-READ.

       0531-LE-STATUS-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    ABERTURA DA DATA COMO NO PROGDATA: NOVO CTLDATA SO COM O
      *    REGISTRO "D" E O STATUSREL SEM OS STATUS DA DATA, COM
      *    TRILHA NA AUDITORIA (A DATA FOI ABERTA SEM OPERADOR)
      *-----------------------------------------------------------------
       0540-ABRE-DATA                          SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT CTLDATA.
               IF FS-CTLDATA                 NOT EQUAL '00'
                   MOVE "ERRO ABERTURA CTLDATA"  TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               SET REG-CTL-DATA-MOVTO TO TRUE.
               MOVE SPACES        TO REG-PROGRAMA-CTLDATA.
               MOVE WRK-DATA-ALVO TO REG-DATA-MOVTO-CTLDATA.
               WRITE REG-CTLDATA.
               CLOSE CTLDATA.
               MOVE WRK-DATA-ALVO TO WRK-DATA-MOVTO.
               MOVE "N"           TO WRK-JA-CONCLUIDO.

               OPEN OUTPUT STATUSREL.
               PERFORM 0541-REGRAVA-STATUS
                   VARYING WRK-IDX-STAT FROM 1 BY 1
                   UNTIL WRK-IDX-STAT GREATER WRK-QT-STATUS.
               CLOSE STATUSREL.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL '00'
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE WRK-PROGRAMA-EXEC  TO REG-PROGRAMA-AUD
                   MOVE WRK-USUARIO-EXEC   TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC      TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC      TO REG-HORA-AUD
                   MOVE WRK-MES-ALVO      TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0540-ABRE-DATA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0541-REGRAVA-STATUS                     SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-STAT-ITEM(WRK-IDX-STAT) TO REG-STATUS-EXEC.
               WRITE REG-STATUS-EXEC.

       0541-REGRAVA-STATUS-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    A ENTREGA DATADA DE CADA AGENCIA ATIVA VIRA O
      *    LANCAM<AGENCIA>.TXT QUE O PRE-VOO E O PROGINTAKE LEEM
      *-----------------------------------------------------------------
       0550-COPIA-ENTREGAS                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT AGENCIAS.
               IF FS-AGENCIAS                NOT EQUAL 0
                   GO TO 0550-COPIA-ENTREGAS-FIM
               END-IF.
               PERFORM 0551-LE-AGENCIA
                   UNTIL FS-AGENCIAS NOT EQUAL 0.
               CLOSE AGENCIAS.

       0550-COPIA-ENTREGAS-FIM.                EXIT.
      *-----------------------------------------------------------------
       0551-LE-AGENCIA                         SECTION.
      *-----------------------------------------------------------------

               READ AGENCIAS
                   AT END
                       MOVE 10 TO FS-AGENCIAS
                   NOT AT END
                       IF REG-AGEN-ATIVA
                           PERFORM 0525-MONTA-NOMES
                           PERFORM 0552-COPIA-AGENCIA
                       END-IF
               END-READ.

       0551-LE-AGENCIA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0552-COPIA-AGENCIA                      SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT ENTREGA.
               IF FS-ENTREGA                 NOT EQUAL '00'
                   GO TO 0552-COPIA-AGENCIA-FIM
               END-IF.
               OPEN OUTPUT ENTRADA.
               IF FS-ENTRADA                 NOT EQUAL '00'
                   MOVE "ERRO GRAVACAO LANCAM<AG>" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-ARQ.
               PERFORM 0553-COPIA-REGISTRO
                   UNTIL WRK-FIM-ARQ EQUAL "S".
               CLOSE ENTREGA.
               CLOSE ENTRADA.
               ADD 1 TO ACU-ENTREGA-COPIADA.

       0552-COPIA-AGENCIA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0553-COPIA-REGISTRO                     SECTION.
      *-----------------------------------------------------------------

               READ ENTREGA
                   AT END
                       MOVE "S" TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE REG-ENTREGA TO REG-ENTRADA
                       WRITE REG-ENTRADA
                       ADD 1 TO ACU-REG-COPIADOS
               END-READ.

       0553-COPIA-REGISTRO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    O JCL DO PGNOITE VAI INTEIRO PARA O LEITOR INTERNO
      *-----------------------------------------------------------------
       0560-SUBMETE-PGNOITE                    SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT JCLNOITE.
               OPEN OUTPUT INTRDR.
               IF FS-INTRDR                  NOT EQUAL '00'
                   MOVE "ERRO ABERTURA INTRDR"   TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-ARQ.
               PERFORM 0561-COPIA-CARTAO
                   UNTIL WRK-FIM-ARQ EQUAL "S".
               CLOSE JCLNOITE.
               CLOSE INTRDR.

       0560-SUBMETE-PGNOITE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0561-COPIA-CARTAO                       SECTION.
      *-----------------------------------------------------------------

               READ JCLNOITE
                   AT END
                       MOVE "S" TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE REG-JCLNOITE TO REG-INTRDR
                       WRITE REG-INTRDR
               END-READ.

       0561-COPIA-CARTAO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0600-GRAVA-DIARIO                       SECTION.
      *-----------------------------------------------------------------

               OPEN EXTEND RECUPLOG.
               IF FS-RECUPLOG EQUAL '35'
                   OPEN OUTPUT RECUPLOG
                   CLOSE RECUPLOG
                   OPEN EXTEND RECUPLOG
               END-IF.
               IF FS-RECUPLOG                NOT EQUAL '00'
                   MOVE "ERRO GRAVACAO RECUPLOG" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE SPACES           TO REG-RECUPLOG.
               MOVE WRK-TIPO-GRAVAR  TO REG-TIPO-RECUP.
               MOVE WRK-DATA-ALVO    TO REG-DATA-MOVTO-RECUP.
               MOVE WRK-DATA-EXEC    TO REG-DATA-GRAV-RECUP.
               MOVE WRK-HORA-EXEC    TO REG-HORA-GRAV-RECUP.
               MOVE WRK-DATA-LIMITE  TO REG-DATA-LIMITE-RECUP.
               MOVE WRK-QT-PENDENTES TO REG-QT-PENDENTES-RECUP.
               MOVE WRK-OBS          TO REG-OBS-RECUP.
               WRITE REG-RECUPLOG.
               CLOSE RECUPLOG.
               ADD 1 TO WRK-SEQ-DIARIO.

       0600-GRAVA-DIARIO-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    A PRIMEIRA DATA QUE FALHA (OU QUE NAO PODE SER ABERTA)
      *    ENCERRA A RECUPERACAO -- AS SEGUINTES NAO SAO TENTADAS
      *-----------------------------------------------------------------
       0650-ENCERRA-COM-FALHA                  SECTION.
      *-----------------------------------------------------------------

               MOVE "F" TO WRK-TIPO-GRAVAR.
               PERFORM 0600-GRAVA-DIARIO.
               DISPLAY "RECUPERACAO INTERROMPIDA NA DATA "
                   WRK-DATA-ALVO " -- " WRK-OBS.
               MOVE "RECUPERACAO DE DATAS PARADA" TO WRK-MSG-ERROS.
               CALL WRK-MODULO USING WRK-MSG-ERROS.
               PERFORM 0700-EMITE-RESUMO.
               MOVE 8 TO WRK-RC-SAIDA.

       0650-ENCERRA-COM-FALHA-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    RESUMO CONSOLIDADO: UMA LINHA POR DATA DA RECUPERACAO
      *    (DESDE O ULTIMO "I" DO DIARIO), COM OS LANCAMENTOS QUE O
      *    PROGCALL LEU NELA (STATUSREL), MAIS AS DATAS LISTADAS QUE
      *    FICARAM SEM PROCESSAR DEPOIS DE UMA FALHA
      *-----------------------------------------------------------------
       0700-EMITE-RESUMO                       SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-QT-RES.
               MOVE ZEROS TO WRK-SEQ-DIARIO.
               OPEN INPUT RECUPLOG.
               IF FS-RECUPLOG                NOT EQUAL '00'
                   GO TO 0700-EMITE-RESUMO-FIM
               END-IF.
               PERFORM 0710-LE-DIARIO-RESUMO
                   UNTIL FS-RECUPLOG NOT EQUAL '00'.
               CLOSE RECUPLOG.

               OPEN INPUT STATUSREL.
               IF FS-STATUSREL               EQUAL 0
                   PERFORM 0720-LE-STATUS-RESUMO
                       UNTIL FS-STATUSREL NOT EQUAL 0
                   CLOSE STATUSREL
               END-IF.

               OPEN OUTPUT RELRECUP.
               IF FS-RELRECUP                NOT EQUAL '00'
                   MOVE "ERRO ABERTURA RELRECUP" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE WRK-INICIO-RECUP      TO WRK-TIT-INICIO.
               MOVE WRK-HORA-INICIO-RECUP TO WRK-TIT-HORA.
               MOVE WRK-DATA-LIMITE       TO WRK-TIT-LIMITE.
               MOVE WRK-LIN-TITULO TO REG-RELRECUP.
               WRITE REG-RELRECUP.
               DISPLAY WRK-LIN-TITULO.
               MOVE WRK-LIN-CABEC  TO REG-RELRECUP.
               WRITE REG-RELRECUP.
               DISPLAY WRK-LIN-CABEC.

               MOVE ZEROS TO ACU-DATAS-CONCLUIDAS.
               MOVE ZEROS TO ACU-DATAS-FALHA.
               MOVE ZEROS TO ACU-DATAS-NAO-PROC.
               MOVE ZEROS TO ACU-LANC-TOTAL.
               PERFORM 0730-IMPRIME-DATA
                   VARYING WRK-IDX-RES FROM 1 BY 1
                   UNTIL WRK-IDX-RES GREATER WRK-QT-RES.

               IF WRK-TIPO-GRAVAR EQUAL "F"
                   PERFORM 0740-LISTA-NAO-PROCESSADAS
               END-IF.

               MOVE "DATAS PROCESSADAS..................:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-DATAS-CONCLUIDAS TO WRK-TOT-QTDE.
               PERFORM 0750-IMPRIME-TOTAL.
               MOVE "DATAS COM FALHA....................:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-DATAS-FALHA TO WRK-TOT-QTDE.
               PERFORM 0750-IMPRIME-TOTAL.
               MOVE "DATAS NAO PROCESSADAS..............:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-DATAS-NAO-PROC TO WRK-TOT-QTDE.
               PERFORM 0750-IMPRIME-TOTAL.
               MOVE "LANCAMENTOS LIDOS PELO PROGCALL....:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-LANC-TOTAL TO WRK-TOT-QTDE.
               PERFORM 0750-IMPRIME-TOTAL.
               CLOSE RELRECUP.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL '00'
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE WRK-PROGRAMA-EXEC    TO REG-PROGRAMA-AUD
                   MOVE WRK-USUARIO-EXEC     TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC        TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC        TO REG-HORA-AUD
                   MOVE ACU-DATAS-CONCLUIDAS TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0700-EMITE-RESUMO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0710-LE-DIARIO-RESUMO                   SECTION.
      *-----------------------------------------------------------------

               READ RECUPLOG
                   AT END
                       MOVE '10' TO FS-RECUPLOG
                       GO TO 0710-LE-DIARIO-RESUMO-FIM
               END-READ.
               ADD 1 TO WRK-SEQ-DIARIO.
               IF WRK-SEQ-DIARIO LESS WRK-SEQ-INICIO OR
                  REG-RECUP-INICIO
                   GO TO 0710-LE-DIARIO-RESUMO-FIM
               END-IF.

               PERFORM 0711-LOCALIZA-DATA.
               IF WRK-ACHOU-RES NOT EQUAL "S"
                   IF WRK-QT-RES NOT LESS 100
                       GO TO 0710-LE-DIARIO-RESUMO-FIM
                   END-IF
                   ADD 1 TO WRK-QT-RES
                   MOVE WRK-QT-RES TO WRK-IDX-RES
                   MOVE REG-DATA-MOVTO-RECUP TO
                       TAB-RES-DATA(WRK-IDX-RES)
                   MOVE SPACES TO TAB-RES-SITUACAO(WRK-IDX-RES)
                   MOVE ZEROS  TO TAB-RES-DATA-ABRE(WRK-IDX-RES)
                   MOVE ZEROS  TO TAB-RES-HORA-ABRE(WRK-IDX-RES)
                   MOVE ZEROS  TO TAB-RES-DATA-FIM(WRK-IDX-RES)
                   MOVE ZEROS  TO TAB-RES-HORA-FIM(WRK-IDX-RES)
                   MOVE ZEROS  TO TAB-RES-QT-LANC(WRK-IDX-RES)
                   MOVE SPACES TO TAB-RES-OBS(WRK-IDX-RES)
               END-IF.

               IF REG-RECUP-TERMINO
                   GO TO 0710-LE-DIARIO-RESUMO-FIM
               END-IF.
               MOVE REG-TIPO-RECUP TO TAB-RES-SITUACAO(WRK-IDX-RES).
               IF REG-RECUP-ABERTA
                   MOVE REG-DATA-GRAV-RECUP TO
                       TAB-RES-DATA-ABRE(WRK-IDX-RES)
                   MOVE REG-HORA-GRAV-RECUP TO
                       TAB-RES-HORA-ABRE(WRK-IDX-RES)
               ELSE
                   MOVE REG-DATA-GRAV-RECUP TO
                       TAB-RES-DATA-FIM(WRK-IDX-RES)
                   MOVE REG-HORA-GRAV-RECUP TO
                       TAB-RES-HORA-FIM(WRK-IDX-RES)
               END-IF.
               IF REG-OBS-RECUP NOT EQUAL SPACES
                   MOVE REG-OBS-RECUP TO TAB-RES-OBS(WRK-IDX-RES)
               END-IF.

       0710-LE-DIARIO-RESUMO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0711-LOCALIZA-DATA                      SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-ACHOU-RES.
               PERFORM 0712-COMPARA-DATA
                   VARYING WRK-IDX-RES FROM 1 BY 1
                   UNTIL WRK-IDX-RES GREATER WRK-QT-RES
                      OR WRK-ACHOU-RES EQUAL "S".
               IF WRK-ACHOU-RES EQUAL "S"
                   SUBTRACT 1 FROM WRK-IDX-RES
               END-IF.

       0711-LOCALIZA-DATA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0712-COMPARA-DATA                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-RES-DATA(WRK-IDX-RES) EQUAL REG-DATA-MOVTO-RECUP
                   MOVE "S" TO WRK-ACHOU-RES
               END-IF.

       0712-COMPARA-DATA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0720-LE-STATUS-RESUMO                   SECTION.
      *-----------------------------------------------------------------

               READ STATUSREL
                   AT END
                       MOVE 10 TO FS-STATUSREL
                   NOT AT END
                       IF REG-PROGRAMA-STAT EQUAL "PROGCALL"
                           PERFORM 0721-ACUMULA-STATUS
                               VARYING WRK-IDX-RES FROM 1 BY 1
                               UNTIL WRK-IDX-RES GREATER WRK-QT-RES
                       END-IF
               END-READ.

       0720-LE-STATUS-RESUMO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0721-ACUMULA-STATUS                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-RES-DATA(WRK-IDX-RES) EQUAL REG-DATA-STAT AND
                  REG-STAT-OK
                   MOVE REG-QT-LIDOS-STAT TO
                       TAB-RES-QT-LANC(WRK-IDX-RES)
               END-IF.

       0721-ACUMULA-STATUS-FIM.                EXIT.
      *-----------------------------------------------------------------
       0730-IMPRIME-DATA                       SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-RES-DATA(WRK-IDX-RES)      TO WRK-DET-DATA.
               MOVE TAB-RES-DATA-ABRE(WRK-IDX-RES) TO WRK-DET-DATA-ABRE.
               MOVE TAB-RES-HORA-ABRE(WRK-IDX-RES) TO WRK-DET-HORA-ABRE.
               MOVE TAB-RES-DATA-FIM(WRK-IDX-RES)  TO WRK-DET-DATA-FIM.
               MOVE TAB-RES-HORA-FIM(WRK-IDX-RES)  TO WRK-DET-HORA-FIM.
               MOVE TAB-RES-QT-LANC(WRK-IDX-RES)   TO WRK-DET-QT-LANC.
               MOVE TAB-RES-OBS(WRK-IDX-RES)       TO WRK-DET-OBS.
               EVALUATE TAB-RES-SITUACAO(WRK-IDX-RES)
                   WHEN "S"
                       MOVE "PROCESSADA     " TO WRK-DET-SITUACAO
                       ADD 1 TO ACU-DATAS-CONCLUIDAS
                       ADD TAB-RES-QT-LANC(WRK-IDX-RES) TO
                           ACU-LANC-TOTAL
                   WHEN "F"
                       MOVE "FALHOU         " TO WRK-DET-SITUACAO
                       ADD 1 TO ACU-DATAS-FALHA
                   WHEN OTHER
                       MOVE "EM ANDAMENTO   " TO WRK-DET-SITUACAO
               END-EVALUATE.
               MOVE WRK-LIN-DETALHE TO REG-RELRECUP.
               WRITE REG-RELRECUP.
               DISPLAY WRK-LIN-DETALHE.

       0730-IMPRIME-DATA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0740-LISTA-NAO-PROCESSADAS              SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CALENDARIO.
               IF FS-CALENDARIO              NOT EQUAL 0
                   GO TO 0740-LISTA-NAO-PROCESSADAS-FIM
               END-IF.
               PERFORM 0741-LE-CALENDARIO
                   UNTIL FS-CALENDARIO NOT EQUAL 0.
               CLOSE CALENDARIO.

       0740-LISTA-NAO-PROCESSADAS-FIM.         EXIT.
      *-----------------------------------------------------------------
       0741-LE-CALENDARIO                      SECTION.
      *-----------------------------------------------------------------

               READ CALENDARIO
                   AT END
                       MOVE 10 TO FS-CALENDARIO
                   NOT AT END
                       IF REG-DIA-UTIL                          AND
                          REG-DATA-CAL GREATER WRK-DATA-ALVO     AND
                          REG-DATA-CAL NOT GREATER WRK-DATA-LIMITE
                           ADD 1 TO ACU-DATAS-NAO-PROC
                           MOVE SPACES       TO WRK-LIN-DETALHE
                           MOVE REG-DATA-CAL TO WRK-DET-DATA
                           MOVE "NAO PROCESSADA " TO WRK-DET-SITUACAO
                           MOVE ZEROS TO WRK-DET-DATA-ABRE
                           MOVE ZEROS TO WRK-DET-HORA-ABRE
                           MOVE ZEROS TO WRK-DET-DATA-FIM
                           MOVE ZEROS TO WRK-DET-HORA-FIM
                           MOVE ZEROS TO WRK-DET-QT-LANC
                           MOVE WRK-LIN-DETALHE TO REG-RELRECUP
                           WRITE REG-RELRECUP
                           DISPLAY WRK-LIN-DETALHE
                       END-IF
               END-READ.

       0741-LE-CALENDARIO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0750-IMPRIME-TOTAL                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-TOTAL TO REG-RELRECUP.
               WRITE REG-RELRECUP.
               DISPLAY WRK-TOT-ROTULO WRK-TOT-QTDE.

       0750-IMPRIME-TOTAL-FIM.                 EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

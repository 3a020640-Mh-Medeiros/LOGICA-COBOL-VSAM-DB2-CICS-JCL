       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGPREM.
      *=================================================================
      * PROGRAMA   : PROGPREM
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: PRE-VOO E ENCERRAMENTO DO PGMENSAL (FUNCAO LIDA
      *              DO SYSIN, COM O MES DE REFERENCIA AAAAMM E O
      *              USUARIO/JOB):
      *              PRE -- PRIMEIRO STEP DO PGMENSAL. RECUSA O MES
      *                     (CONDITION CODE 8, O COND=(4,LT) DERRUBA
      *                     A CADEIA ANTES DA PRIMEIRA ROTINA MENSAL)
      *                     SE ALGUM DIA UTIL DO MES NO CALENDARIO
      *                     NAO TEM A CONCLUSAO DO PROGCALL (STATUSREL
      *                     OU CTLDATA DA DATA CORRENTE, MESMA REGRA
      *                     DO PROGFECHA), SE O MES JA FOI FECHADO OU
      *                     SE O CALENDARIO NAO COBRE O MES. PENDENCIAS
      *                     EM PREMENS.TXT E NO CONSOLE;
      *              FIM -- ULTIMO STEP DO PGMENSAL, SO RODA SE NENHUM
      *                     STEP PASSOU DE RC 4: REGISTRA O PGMENSAL
      *                     CONCLUIDO NO STATUSREL.
      *              OS DOIS GRAVAM O STATUS DE EXECUCAO NO STATUSREL
      *              COM A DATA DO ULTIMO DIA UTIL DO MES, COMO OS
      *              STEPS DO PGNOITE GRAVAM COM A DATA DE MOVIMENTO.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CALENDARIO             I
      *  STATUSREL              I / O (EXTEND)       #BOOKSTATUS
      *  CTLDATA                I                    #BOOKCTLDAT
      *  FECHADOS               I                    #BOOKFECHA
      *  PREMENS                O
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
           SELECT CALENDARIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CALENDARIO.TXT"
               FILE STATUS IS FS-CALENDARIO.
           SELECT STATUSREL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\STATUSREL.TXT"
               FILE STATUS IS FS-STATUSREL.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT FECHADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\FECHADOS.TXT"
               FILE STATUS IS FS-FECHADOS.
           SELECT PREMENS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\PREMENS.TXT"
               FILE STATUS IS FS-PREMENS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CALENDARIO.
       01  REG-CALENDARIO.
           05 REG-DATA-CAL             PIC 9(008).
           05 REG-TIPO-CAL             PIC X(001).
               88 REG-DIA-UTIL              VALUE "U".
           05 REG-DESCRICAO-CAL        PIC X(020).
       FD  STATUSREL.
       COPY "#BOOKSTATUS".
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  FECHADOS.
       COPY "#BOOKFECHA".
       FD  PREMENS.
       01  REG-PREMENS                 PIC X(080).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-CALENDARIO               PIC 9(002)          VALUE ZEROS.
       01  FS-STATUSREL                PIC 9(002)          VALUE ZEROS.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-FECHADOS                 PIC X(002)          VALUE SPACES.
       01  FS-PREMENS                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-FUNCAO                  PIC X(008)          VALUE SPACES.
       01  WRK-PARM-MES                PIC X(006)          VALUE SPACES.
       01  WRK-MES-REF                 PIC 9(006)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-INICIO             PIC 9(006)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-STATUS         PIC X(008)          VALUE SPACES.
       01  WRK-SITUACAO-STATUS         PIC X(001)          VALUE SPACES.
       01  WRK-MES-FECHADO             PIC X(001)          VALUE "N".
       01  WRK-DATA-CTL                PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-BUSCA              PIC 9(008)          VALUE ZEROS.
       01  WRK-ULT-DIA-UTIL            PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-FALHAS                  PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-DIAS-CONCLUIDOS         PIC 9(003)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    DIAS UTEIS DO MES DE REFERENCIA
      *-----------------------------------------------------------------
       01  WRK-QT-DIAS                 PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-DIA                 PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-ACHADO              PIC 9(002)          VALUE ZEROS.
       01  TAB-DIAS-UTEIS.
           05 TAB-DIA-ITEM             OCCURS 31 TIMES.
              10 TAB-DIA-DATA          PIC 9(008).
              10 TAB-DIA-CONCLUIDO     PIC X(001).
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(037)          VALUE
               "PRE-VOO DO PGMENSAL -- MES REFERENCIA".
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-TIT-MES              PIC 9(006).
           05 FILLER                   PIC X(036)          VALUE SPACES.
       01  WRK-LIN-ITEM.
           05 WRK-ITEM-GRAU            PIC X(007).
           05 FILLER                   PIC X(002)          VALUE ": ".
           05 WRK-ITEM-TEXTO           PIC X(071).
      *-----------------------------------------------------------------
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       COPY "#BOOKERRO".

      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               EVALUATE WRK-FUNCAO
                   WHEN "PRE"
                       PERFORM 0200-PRE-VOO
                   WHEN "FIM"
                       PERFORM 0300-ENCERRA-MES
                   WHEN OTHER
                       DISPLAY "FUNCAO DO SYSIN INVALIDA: " WRK-FUNCAO
                           " (PRE OU FIM)"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-FUNCAO.
               ACCEPT WRK-PARM-MES.
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-INICIO FROM TIME.
               IF WRK-PARM-MES IS NOT NUMERIC OR
                  WRK-PARM-MES EQUAL "000000"
                   DISPLAY "MES DE REFERENCIA INVALIDO -- INFORME "
                       "AAAAMM NO SYSIN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WRK-PARM-MES TO WRK-MES-REF.
               DISPLAY "PROGPREM - FUNCAO " WRK-FUNCAO " - MES "
                   WRK-MES-REF " - ORIGEM " WRK-USUARIO-EXEC.

               MOVE ZEROS TO WRK-QT-DIAS.
               MOVE ZEROS TO WRK-ULT-DIA-UTIL.
               OPEN INPUT CALENDARIO.
               IF FS-CALENDARIO              EQUAL 0
                   PERFORM 0110-LE-CALENDARIO
                       UNTIL FS-CALENDARIO NOT EQUAL 0
                   CLOSE CALENDARIO
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-CALENDARIO                      SECTION.
      *-----------------------------------------------------------------

               READ CALENDARIO
                   AT END
                       MOVE 10 TO FS-CALENDARIO
                   NOT AT END
                       IF REG-DATA-CAL(1:6) EQUAL WRK-PARM-MES AND
                          REG-DIA-UTIL
                           IF WRK-QT-DIAS LESS 31
                               ADD 1 TO WRK-QT-DIAS
                               MOVE REG-DATA-CAL TO
                                   TAB-DIA-DATA(WRK-QT-DIAS)
                               MOVE "N" TO
                                   TAB-DIA-CONCLUIDO(WRK-QT-DIAS)
                           END-IF
                           IF REG-DATA-CAL GREATER WRK-ULT-DIA-UTIL
                               MOVE REG-DATA-CAL TO WRK-ULT-DIA-UTIL
                           END-IF
                       END-IF
               END-READ.

       0110-LE-CALENDARIO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0120-GRAVA-ITEM                         SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-ITEM TO REG-PREMENS.
               WRITE REG-PREMENS.
               DISPLAY WRK-ITEM-GRAU ": " WRK-ITEM-TEXTO.

       0120-GRAVA-ITEM-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0130-FALHA                              SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-FALHAS.
               MOVE "FALHA  " TO WRK-ITEM-GRAU.
               PERFORM 0120-GRAVA-ITEM.

       0130-FALHA-FIM.                         EXIT.
      *-----------------------------------------------------------------
      *    PRE: TODO DIA UTIL DO MES PRECISA TER SIDO TRIADO PELO
      *    PROGCALL ANTES DE QUALQUER ROTINA MENSAL RODAR
      *-----------------------------------------------------------------
       0200-PRE-VOO                            SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT PREMENS.
               IF FS-PREMENS                 NOT EQUAL '00'
                   MOVE "ERRO ABERTURA PREMENS"  TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE WRK-MES-REF    TO WRK-TIT-MES.
               MOVE WRK-LIN-TITULO TO REG-PREMENS.
               WRITE REG-PREMENS.

               PERFORM 0210-CONFERE-FECHAMENTO.
               IF WRK-QT-DIAS EQUAL ZEROS
                   MOVE "CALENDARIO AUSENTE OU SEM DIA UTIL NO MES -- "
                       TO WRK-ITEM-TEXTO
                   MOVE "RODE O PROGCALEND" TO WRK-ITEM-TEXTO(46:17)
                   PERFORM 0130-FALHA
               ELSE
                   PERFORM 0220-CARREGA-CONCLUSOES
                   PERFORM 0230-CARREGA-CTLDATA
                   MOVE ZEROS TO ACU-DIAS-CONCLUIDOS
                   PERFORM 0240-AVALIA-DIA
                       VARYING WRK-IDX-DIA FROM 1 BY 1
                       UNTIL WRK-IDX-DIA GREATER WRK-QT-DIAS
               END-IF.

               IF ACU-FALHAS EQUAL ZEROS
                   MOVE "OK     " TO WRK-ITEM-GRAU
                   MOVE "TODOS OS DIAS UTEIS DO MES CONCLUIDOS PELO "
                       TO WRK-ITEM-TEXTO
                   MOVE "PROGCALL" TO WRK-ITEM-TEXTO(44:8)
                   PERFORM 0120-GRAVA-ITEM
               END-IF.
               CLOSE PREMENS.
               DISPLAY "DIAS UTEIS NO MES..........:" WRK-QT-DIAS.
               DISPLAY "DIAS CONCLUIDOS............:"
                   ACU-DIAS-CONCLUIDOS.
               DISPLAY "FALHAS DO PRE-VOO..........:" ACU-FALHAS.

               MOVE "PROGPREM" TO WRK-PROGRAMA-STATUS.
               IF ACU-FALHAS GREATER ZEROS
                   MOVE "N" TO WRK-SITUACAO-STATUS
                   PERFORM 0400-GRAVA-STATUS
                   MOVE "PRE-VOO RECUSOU O PGMENSAL" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "S" TO WRK-SITUACAO-STATUS
                   PERFORM 0400-GRAVA-STATUS
               END-IF.
               PERFORM 0410-GRAVA-AUDITORIA.

       0200-PRE-VOO-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0210-CONFERE-FECHAMENTO                 SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-MES-FECHADO.
               OPEN INPUT FECHADOS.
               IF FS-FECHADOS                EQUAL '00'
                   PERFORM 0211-LE-FECHADO
                       UNTIL FS-FECHADOS NOT EQUAL '00'
                   CLOSE FECHADOS
               END-IF.
               IF WRK-MES-FECHADO EQUAL "S"
                   MOVE "MES JA FECHADO PELO PROGFECHA -- ROTINAS "
                       TO WRK-ITEM-TEXTO
                   MOVE "MENSAIS JA RODARAM" TO WRK-ITEM-TEXTO(42:18)
                   PERFORM 0130-FALHA
               END-IF.

       0210-CONFERE-FECHAMENTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0211-LE-FECHADO                         SECTION.
      *-----------------------------------------------------------------

               READ FECHADOS
                   AT END
                       MOVE '10' TO FS-FECHADOS
                   NOT AT END
                       IF REG-MES-FECHADO EQUAL WRK-MES-REF
                           MOVE "S"  TO WRK-MES-FECHADO
                           MOVE '10' TO FS-FECHADOS
                       END-IF
               END-READ.

       0211-LE-FECHADO-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    O STATUSREL GUARDA O HISTORICO DE CONCLUSAO DE TODAS AS
      *    DATAS; O CTLDATA SO A DA DATA CORRENTE
      *-----------------------------------------------------------------
       0220-CARREGA-CONCLUSOES                 SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT STATUSREL.
               IF FS-STATUSREL               EQUAL 0
                   PERFORM 0221-LE-STATUS
                       UNTIL FS-STATUSREL NOT EQUAL 0
                   CLOSE STATUSREL
               END-IF.

       0220-CARREGA-CONCLUSOES-FIM.            EXIT.
      *-----------------------------------------------------------------
       0221-LE-STATUS                          SECTION.
      *-----------------------------------------------------------------

               READ STATUSREL
                   AT END
                       MOVE 10 TO FS-STATUSREL
                   NOT AT END
                       IF REG-PROGRAMA-STAT EQUAL "PROGCALL" AND
                          REG-STAT-OK
                           MOVE REG-DATA-STAT TO WRK-DATA-BUSCA
                           PERFORM 0225-MARCA-DIA
                       END-IF
               END-READ.

       0221-LE-STATUS-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0225-MARCA-DIA                          SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-IDX-ACHADO.
               PERFORM 0226-COMPARA-DIA
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER WRK-QT-DIAS
                      OR WRK-IDX-ACHADO GREATER ZEROS.
               IF WRK-IDX-ACHADO GREATER ZEROS
                   MOVE "S" TO TAB-DIA-CONCLUIDO(WRK-IDX-ACHADO)
               END-IF.

       0225-MARCA-DIA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0226-COMPARA-DIA                        SECTION.
      *-----------------------------------------------------------------

               IF TAB-DIA-DATA(WRK-IDX-DIA) EQUAL WRK-DATA-BUSCA
                   MOVE WRK-IDX-DIA TO WRK-IDX-ACHADO
               END-IF.

       0226-COMPARA-DIA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0230-CARREGA-CTLDATA                    SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-DATA-CTL.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0231-LE-CTLDATA
                       UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.

       0230-CARREGA-CTLDATA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0231-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
                   AT END
                       MOVE '10' TO FS-CTLDATA
                   NOT AT END
                       IF REG-CTL-CONCLUSAO AND
                          REG-PROGRAMA-CTLDATA EQUAL "PROGCALL"
                           MOVE REG-DATA-MOVTO-CTLDATA TO
                               WRK-DATA-BUSCA
                           PERFORM 0225-MARCA-DIA
                       END-IF
               END-READ.

       0231-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0240-AVALIA-DIA                         SECTION.
      *-----------------------------------------------------------------

               IF TAB-DIA-CONCLUIDO(WRK-IDX-DIA) EQUAL "S"
                   ADD 1 TO ACU-DIAS-CONCLUIDOS
               ELSE
                   MOVE SPACES TO WRK-ITEM-TEXTO
                   STRING "DIA UTIL "           DELIMITED BY SIZE
                          TAB-DIA-DATA(WRK-IDX-DIA)
                                                DELIMITED BY SIZE
                          " SEM CONCLUSAO DO PROGCALL"
                                                DELIMITED BY SIZE
                       INTO WRK-ITEM-TEXTO
                   END-STRING
                   PERFORM 0130-FALHA
               END-IF.

       0240-AVALIA-DIA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    FIM: TODOS OS STEPS DO PGMENSAL TERMINARAM SEM CONDITION
      *    CODE SEVERO
      *-----------------------------------------------------------------
       0300-ENCERRA-MES                        SECTION.
      *-----------------------------------------------------------------

               IF WRK-ULT-DIA-UTIL EQUAL ZEROS
                   DISPLAY "CALENDARIO NAO COBRE O MES " WRK-MES-REF
                       " -- STATUS DO PGMENSAL NAO GRAVADO"
                   MOVE 4 TO RETURN-CODE
                   GO TO 0300-ENCERRA-MES-FIM
               END-IF.
               MOVE "PGMENSAL" TO WRK-PROGRAMA-STATUS.
               MOVE "S"        TO WRK-SITUACAO-STATUS.
               PERFORM 0400-GRAVA-STATUS.
               PERFORM 0410-GRAVA-AUDITORIA.
               DISPLAY "PGMENSAL DO MES " WRK-MES-REF " CONCLUIDO".

       0300-ENCERRA-MES-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0400-GRAVA-STATUS                       SECTION.
      *-----------------------------------------------------------------

               OPEN EXTEND STATUSREL.
               IF FS-STATUSREL EQUAL 35
                   OPEN OUTPUT STATUSREL
                   CLOSE STATUSREL
                   OPEN EXTEND STATUSREL
               END-IF.
               IF FS-STATUSREL EQUAL 0
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE WRK-PROGRAMA-STATUS TO REG-PROGRAMA-STAT
                   MOVE WRK-ULT-DIA-UTIL    TO REG-DATA-STAT
                   MOVE WRK-SITUACAO-STATUS TO REG-SITUACAO-STAT
                   MOVE WRK-QT-DIAS         TO REG-QT-LIDOS-STAT
                   MOVE WRK-HORA-INICIO     TO REG-HORA-INICIO-STAT
                   MOVE WRK-HORA-EXEC       TO REG-HORA-FIM-STAT
                   WRITE REG-STATUS-EXEC
                   CLOSE STATUSREL
               END-IF.

       0400-GRAVA-STATUS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0410-GRAVA-AUDITORIA                    SECTION.
      *-----------------------------------------------------------------

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL '00'
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE "PROGPREM"       TO REG-PROGRAMA-AUD
                   MOVE WRK-USUARIO-EXEC TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC    TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC    TO REG-HORA-AUD
                   MOVE WRK-MES-REF      TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0410-GRAVA-AUDITORIA-FIM.               EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

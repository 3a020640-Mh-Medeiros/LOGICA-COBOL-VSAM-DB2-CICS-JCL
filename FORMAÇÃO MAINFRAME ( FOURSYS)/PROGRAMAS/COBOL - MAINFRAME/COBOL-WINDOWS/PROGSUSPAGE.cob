      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VERGER
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *              (NOVO CAMPO DO #BOOKREJEIT) -- A FILA DE
      *              SUSPENSOS NAO GUARDA A ORIGEM, VALE A AGENCIA DO
      *              PROPRIO ITEM
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX DO SUSPENSO REPASSADO AO REJEITADO
      *              POR DECURSO DE PRAZO (SUSPENSO LRECL 207,
      *              REJEITADOS LRECL 195)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: MARCA DE ENCAMINHAMENTO POR ALCADA NO SUSPENSO
      *              (SUSPENSO LRECL 223)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: REGRAVA O MANIFESTO DE INTEGRIDADE (VERGER "G")
      *              DA GERACAO REJEITADOS.D<DATA> DEPOIS DE ACRESCENTAR
      *              OS EXPIRADOS (0310-GRAVA-MANIFESTO) -- SEM ISSO A
      *              GERACAO NAO CONFERE MAIS COM O MANIFESTO DO
      *              PROGCALL
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       FD  REJEITADOS.
       COPY "#BOOKREJEIT".
       FD  GERREJ.
       01  REG-GERREJ                  PIC X(195).
       FD  RELSUSPE.
       01  REG-RELSUSPE                PIC X(080).
       FD  CTLDATA.
       01  WRK-IDX-SUSP                PIC 9(004)          VALUE ZEROS.
       01  TAB-SUSPENSOS.
           05 TAB-SUSP-ITEM            OCCURS 200 TIMES.
               10 TAB-SUSP-REGISTRO        PIC X(223).
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(044)          VALUE
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       COPY "#BOOKVERGER".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
               MOVE REG-CONTA-DEST-SUSP TO REG-CONTA-DEST-REJ.
               MOVE REG-HISTORICO-SUSP  TO REG-HISTORICO-REJ.
               MOVE REG-AGENCIA-SUSP    TO REG-AGENCIA-ORIG-REJ.
               MOVE REG-PIX-SUSP        TO REG-PIX-REJ.
               WRITE REG-REJEITADOS.
               MOVE REG-REJEITADOS TO REG-GERREJ.
               WRITE REG-GERREJ.
                   CLOSE SUSPENSO
               END-IF.

       0310-GRAVA-MANIFESTO.
               MOVE "G"               TO WRK-FUNCAO-VGR.
               MOVE "REJEITAD"        TO WRK-TIPO-VGR.
               MOVE WRK-DATA-MOVTO    TO WRK-DATA-VGR.
               MOVE WRK-PROGRAMA-EXEC TO WRK-PROGRAMA-VGR.
               CALL WRK-MODULO-VERGER USING WRK-VERGER.
               IF WRK-VGR-OK
                   DISPLAY "MANIFESTO " WRK-TIPO-VGR " " WRK-DATA-VGR
                       " REGISTROS: " WRK-QT-REG-CALC-VGR
               ELSE
                   DISPLAY "*** ALERTA: MANIFESTO DA GERACAO "
                       WRK-TIPO-VGR " " WRK-DATA-VGR
                       " NAO GRAVADO - SITUACAO " WRK-SITUACAO-VGR
                   MOVE "MANIFESTO DA GERACAO NAO GRAVADO" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0315-ESTATISTICA.
               DISPLAY " >>>>>>>> ENVELHECIMENTO DA FILA <<<<<<<<< "
               DISPLAY "ITENS PENDENTES NA FILA.....:" ACU-PENDENTES.

      *  GERACOES / SUMARIO / CTLDATA / STATUSREL / AUDITORIA
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VERGER
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *              FAIXAS O INDICE DE 1 DIGITO ESTOURAVA PARA ZERO
      *              NO INCREMENTO FINAL E O LOOP DE FUSAO NUNCA
      *              TERMINAVA
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX REPASSADO DOS LIBERADOS PARA O
      *              RELSAIDA CONSOLIDADO (RELSAIDA LRECL 189,
      *              REJEITADOS LRECL 195)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: AO FECHAR AS GERACOES DATADAS GRAVA O MANIFESTO
      *              DE INTEGRIDADE DE CADA UMA (GERMANIF.TXT) PELO
      *              MODULO VERGER, COMO O PROGCALL NO RUN UNICO
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           05 REG-AGENCIA-DEST-LIB     PIC 9(004).
           05 REG-CONTA-DEST-LIB       PIC 9(006).
           05 REG-HISTORICO-LIB        PIC X(020).
           05 REG-PIX-LIB.
               10 REG-CHAVE-PIX-LIB    PIC X(077).
               10 REG-E2E-PIX-LIB      PIC X(032).
       FD  IOFDIA.
       01  REG-IOFDIA.
           05 REG-DATA-IOF             PIC 9(008).
           05 REG-BASE-IOF             PIC 9(012)V99.
           05 REG-VALOR-IOF            PIC 9(010)V99.
       FD  RELSAIDA.
       01  REG-RELSAIDA-OUT            PIC X(189).
       FD  REJEITADOS.
       01  REG-REJEITADOS-OUT          PIC X(195).
       FD  GERSAIDA.
       01  REG-GERSAIDA                PIC X(189).
       FD  GERREJ.
       01  REG-GERREJ                  PIC X(195).
       FD  GERACOES.
       01  REG-GERACOES.
           05 REG-TIPO-GER             PIC X(008).
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       COPY "#BOOKVERGER".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
                           REG-CONTA-DEST-RELSAIDA
                       MOVE REG-HISTORICO-LIB    TO
                           REG-HISTORICO-RELSAIDA
                       MOVE REG-PIX-LIB          TO
                           REG-PIX-RELSAIDA
                       IF REG-RELSAIDA-DEBITO
                           SUBTRACT REG-LANCAMENTO-RELSAIDA FROM
                               ACU-GRANA
               MOVE ZEROS           TO REG-AGENCIA-DEST-RELSAIDA.
               MOVE ZEROS           TO REG-CONTA-DEST-RELSAIDA.
               MOVE SPACES          TO REG-HISTORICO-RELSAIDA.
               MOVE SPACES          TO REG-PIX-RELSAIDA.
               MOVE REG-RELSAIDA    TO REG-RELSAIDA-OUT.
               WRITE REG-RELSAIDA-OUT.
               MOVE REG-RELSAIDA    TO REG-GERSAIDA.
                     GERSAIDA
                     GERREJ.

       0307-GRAVA-MANIFESTO.
               MOVE "G"               TO WRK-FUNCAO-VGR.
               MOVE "RELSAIDA"        TO WRK-TIPO-VGR.
               MOVE WRK-DATA-MOVTO    TO WRK-DATA-VGR.
               MOVE WRK-PROGRAMA-EXEC TO WRK-PROGRAMA-VGR.
               CALL WRK-MODULO-VERGER USING WRK-VERGER.
               PERFORM 0345-AVALIA-MANIFESTO.
               MOVE "G"               TO WRK-FUNCAO-VGR.
               MOVE "REJEITAD"        TO WRK-TIPO-VGR.
               MOVE WRK-DATA-MOVTO    TO WRK-DATA-VGR.
               MOVE WRK-PROGRAMA-EXEC TO WRK-PROGRAMA-VGR.
               CALL WRK-MODULO-VERGER USING WRK-VERGER.
               PERFORM 0345-AVALIA-MANIFESTO.

       0310-CONTA-SUSPENSOS.
               OPEN INPUT SUSPENSO.
               IF FS-SUSPENSO EQUAL '00'
               MOVE WRK-RC-SAIDA TO RETURN-CODE.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0345-AVALIA-MANIFESTO                   SECTION.
      *-----------------------------------------------------------------

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
                   IF WRK-RC-SAIDA LESS 4
                       MOVE 4 TO WRK-RC-SAIDA
                   END-IF
               END-IF.

       0345-AVALIA-MANIFESTO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0330-LE-SUSPENSO                        SECTION.
      *-----------------------------------------------------------------

      *=================================================================


      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX DO SUSPENSO PRESERVADO NA LIBERACAO
      *              (SUSPENSO LRECL 207)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: MARCA DE ENCAMINHAMENTO POR ALCADA NO SUSPENSO
      *              (SUSPENSO LRECL 223)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           05 REG-AGENCIA-DEST-LIB     PIC 9(004).
           05 REG-CONTA-DEST-LIB       PIC 9(006).
           05 REG-HISTORICO-LIB        PIC X(020).
           05 REG-PIX-LIB.
               10 REG-CHAVE-PIX-LIB    PIC X(077).
               10 REG-E2E-PIX-LIB      PIC X(032).
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  STATUSREL.
       01  WRK-IDX-SUSP                PIC 9(004)          VALUE ZEROS.
       01  TAB-SUSPENSOS.
           05 TAB-SUSP-ITEM            OCCURS 2000 TIMES
                                       PIC X(223).
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".

               MOVE REG-AGENCIA-DEST-SUSP TO REG-AGENCIA-DEST-LIB.
               MOVE REG-CONTA-DEST-SUSP   TO REG-CONTA-DEST-LIB.
               MOVE REG-HISTORICO-SUSP    TO REG-HISTORICO-LIB.
               MOVE REG-PIX-SUSP          TO REG-PIX-LIB.
               WRITE REG-LIBERADOS.
               CLOSE LIBERADOS.
               DISPLAY "LIBERADO ENTREGUE AO PIPELINE: "

      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: LAYOUT DO REPARCTL ACOMPANHA O PROGREPAR (OPERADOR
      *              E DATA DO ULTIMO REPARO)
      *=================================================================


           05 REG-LANCAMENTO-CTL       PIC 9(07)V99.
           05 REG-DATA-CTL             PIC 9(08).
           05 REG-QT-RESSUB-CTL        PIC 9(02).
           05 REG-OPERADOR-CTL         PIC X(08).
           05 REG-DATA-REPARO-CTL      PIC 9(08).
       FD  STATUSREL.
       COPY "#BOOKSTATUS".
       FD  JANELA.

      *=================================================================


      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: REJEITADOS COM O COMPLEMENTO PIX (LRECL 195)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       FD  GERREJ.
       COPY "#BOOKREJEIT".
       FD  RETAG.
       01  REG-RETAG                   PIC X(195).
       FD  RELREJAG.
       01  REG-RELREJAG                PIC X(080).
       FD  CTLDATA.

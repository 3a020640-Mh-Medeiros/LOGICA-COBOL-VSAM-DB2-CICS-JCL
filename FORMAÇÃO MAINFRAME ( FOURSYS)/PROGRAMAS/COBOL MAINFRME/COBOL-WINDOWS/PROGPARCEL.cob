      *=================================================================


      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 21/09/2026
      * OBJETIVO...: ITEM DA TABELA DE FATURAS CRESCE PARA X(084) (MESES
      *              COBERTOS E VALOR DE RECEITA NO BOOK DA FATURA); A
      *              PARCELA SAI COM 01 MES E VALOR DE RECEITA ZERO -- A
      *              RECEITA CONTINUA SENDO A DA FATURA ORIGINAL
      *              PARCELADA
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       77  WRK-IDX-ORIGINAL            PIC 9(04)           VALUE ZEROS.
       01  TAB-FATURAS.
           05 TAB-FAT-ITEM             OCCURS 2000 TIMES
                                       PIC X(084).
      *-----------------------------------------------------------------
       77  WRK-NUMERO-ACORDO           PIC 9(04)           VALUE ZEROS.
       77  WRK-VALOR-TOTAL             PIC 9(05)V99        VALUE ZEROS.
               MOVE WRK-NUMERO-ACORDO TO REG-ACORDO-FAT.
               MOVE WRK-IDX-PARC      TO REG-PARCELA-FAT.
               MOVE WRK-PARM-QT-PARC  TO REG-QT-PARC-FAT.
               MOVE 1                 TO REG-MESES-FAT.
               MOVE ZEROS             TO REG-VALOR-RECEITA-FAT.
               ADD 1 TO WRK-QT-FATURAS.
               MOVE REG-FATURA TO TAB-FAT-ITEM(WRK-QT-FATURAS).


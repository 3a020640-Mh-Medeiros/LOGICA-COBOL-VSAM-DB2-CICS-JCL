      *              REGISTRO DE 76 DO #BOOKLANCAM DERRUBAVA O
      *              STEP005 NO DATASET DE LRECL FIXO. O REGISTRO E
      *              MONTADO EM WORKING E TRUNCADO NA GRAVACAO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: AGENDLIB ACOMPANHA O LAYOUT DE ARQUIVO DE AGENCIA
      *              (LRECL 072 -> 181); O COMPLEMENTO PIX (CHAVE +
      *              IDENTIFICADOR FIM A FIM) SAI EM BRANCO, POIS PIX
      *              AGENDADO NAO E ACEITO
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
      *     OUTPUT-  LANCAMENTOS LIBERADOS P/ O PROGINTAKE, NO
      *              LAYOUT DE ARQUIVO DE AGENCIA (SEM A AGENCIA DE
      *              ORIGEM, QUE O PROGINTAKE CARIMBA NA CONSOLIDACAO)
      *                               LRECL = 181
      *-----------------------------------------------------------------
       FD  AGENDLIB.
       01  REG-AGENDLIB                PIC X(181).
      *-----------------------------------------------------------------
      *     OUTPUT-  LISTAGEM DA FILA DE AGENDADOS RESTANTE
      *                               LRECL = 080

      *    PROGRAMADOR.:
      *    DATA........:
      *    OBJETIVO....:
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 13 / 10 / 2026
      *    OBJETIVO....: INCLUSAO E ALTERACAO PASSAM A PEDIR A AGENCIA
      *                  E A CONTA DE CREDITO DO REPASSE (PROGREPASSE);
      *                  A LISTAGEM MOSTRA OS DADOS BANCARIOS
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGPARC".
       77  WRK-PCT-ED                  PIC ZZ9,99.
       01  WRK-BANCO-AREA.
           05 WRK-AGENCIA-ENTRADA      PIC X(04)           VALUE
               "0000".
           05 WRK-AGENCIA-NUM REDEFINES WRK-AGENCIA-ENTRADA
                                       PIC 9(04).
           05 WRK-CONTA-ENTRADA        PIC X(06)           VALUE
               "000000".
           05 WRK-CONTA-NUM REDEFINES WRK-CONTA-ENTRADA
                                       PIC 9(06).
       01  WRK-PCT-AREA.
           05 WRK-PCT-ENTRADA          PIC X(05)           VALUE
               "00000".
               ELSE
                   MOVE ZEROS TO REG-PCT-REPASSE-PARC
               END-IF.
               DISPLAY "AGENCIA DO CREDITO DO REPASSE 9(4): ".
               MOVE "0000" TO WRK-AGENCIA-ENTRADA.
               ACCEPT WRK-AGENCIA-ENTRADA.
               DISPLAY "CONTA DO CREDITO DO REPASSE 9(6): ".
               MOVE "000000" TO WRK-CONTA-ENTRADA.
               ACCEPT WRK-CONTA-ENTRADA.
               IF WRK-AGENCIA-ENTRADA IS NUMERIC AND
                  WRK-CONTA-ENTRADA IS NUMERIC
                   MOVE WRK-AGENCIA-NUM TO REG-AGENCIA-PARC
                   MOVE WRK-CONTA-NUM   TO REG-CONTA-PARC
               ELSE
                   DISPLAY "DADOS BANCARIOS INVALIDOS - REPASSE FICA "
                       "SEM PAGAMENTO ATE A CORRECAO"
                   MOVE ZEROS TO REG-AGENCIA-PARC
                   MOVE ZEROS TO REG-CONTA-PARC
               END-IF.

       0215-ACEITA-DADOS-FIM.EXIT.

                       DISPLAY REG-STREAM-PARC " "
                               REG-NOME-PARC " REPASSE:"
                               WRK-PCT-ED "% SIT:"
                               REG-ATIVO-PARC " AG:"
                               REG-AGENCIA-PARC " CC:"
                               REG-CONTA-PARC
               END-READ.

       0251-LISTA-ITEM-FIM.EXIT.

      *              PROPRIO NA CLASSIFICACAO -- COM 9 FAIXAS O
      *              INDICE DE 1 DIGITO ESTOURAVA PARA ZERO NO
      *              INCREMENTO FINAL E OS LOOPS NUNCA TERMINAVAM
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: FATIAS DO LANCAM COM O COMPLEMENTO PIX (LRECL 185)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: CREDITO "K"/"H" VAI PARA A FAIXA DA AGENCIA DE
      *              DESTINO (CONTA DO DEBITO DE ORIGEM), NA MESMA
      *              FATIA E DEPOIS DO DEBITO -- O PROGCALL NAO
      *              CREDITA SEM O DEBITO ACEITO NO RUN
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       FD  LANCAM.
       COPY "#BOOKLANCAM".
       FD  FATIA.
       01  REG-FATIA                   PIC X(185).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       01  WRK-IDX-ACHADA              PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-TESTE               PIC 9(002)          VALUE ZEROS.
       01  WRK-FAIXA-CHAR              PIC 9(001)          VALUE ZEROS.
       01  WRK-AGENCIA-FAIXA           PIC 9(004)          VALUE ZEROS.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       0220-COPIA-FIM.                         EXIT.
      *-----------------------------------------------------------------
       0225-CLASSIFICA                         SECTION.
      *-----------------------------------------------------------------
      *    CREDITO "K" (DEPOSITO JUDICIAL) OU "H" (SALARIO) VAI PARA A
      *    FAIXA DA CONTA DEBITADA (DESTINO DO CREDITO): O PROGCALL SO
      *    CREDITA COM O DEBITO DE ORIGEM ACEITO NA MESMA FATIA
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA TO WRK-AGENCIA-FAIXA.
               IF REG-E-CREDITO AND
                  (REG-TIPO-JUDICIAL OR REG-TIPO-FOLHA) AND
                  REG-AGENCIA-DEST GREATER ZEROS
                   MOVE REG-AGENCIA-DEST TO WRK-AGENCIA-FAIXA
               END-IF.
               MOVE WRK-PARM-QT-FAIXAS TO WRK-IDX-ACHADA.
               PERFORM 0226-TESTA-FAIXA
                       VARYING WRK-IDX-TESTE FROM 1 BY 1
       0226-TESTA-FAIXA                        SECTION.
      *-----------------------------------------------------------------

               IF WRK-AGENCIA-FAIXA NOT GREATER
                      TAB-FAIXA-AGE-FIM(WRK-IDX-TESTE) AND
                  WRK-IDX-TESTE LESS WRK-IDX-ACHADA
                   MOVE WRK-IDX-TESTE TO WRK-IDX-ACHADA

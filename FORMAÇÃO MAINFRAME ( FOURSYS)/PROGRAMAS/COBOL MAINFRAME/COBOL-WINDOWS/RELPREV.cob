      *              DO MES DE REFERENCIA PELA TENDENCIA DO HISTORICO
      *              DE KPIS (KPIHIST.TXT: TOTAL DO MES ANTERIOR MAIS
      *              A VARIACAO DO PENULTIMO PARA O ANTERIOR), COMPARA
      *              COM O RECONHECIDO DE FATO NO MES (FATURA.TXT POR
      *              REG-MES-REF-FAT, FORA AS CANCELADAS) E MOSTRA A
      *              VARIANCIA; NA MESMA LINHA SAI A PROJECAO PARA O
      *              MES SEGUINTE. "CAIMOS ONDE A TENDENCIA DIZIA?"
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 21/09/2026
      * OBJETIVO...: O REALIZADO PASSA A SER A RECEITA RECONHECIDA NO
      *              MES E NAO O FATURADO -- FATURA MENSAL ENTRA PELO
      *              VALOR DE RECEITA NO SEU MES DE REFERENCIA; FATURA
      *              ANTECIPADA DE PLANO TRIMESTRAL/ANUAL ENTRA COM A
      *              FRACAO DO MES (1/3 OU 1/12, O RESTO DA DIVISAO NO
      *              ULTIMO MES) EM CADA MES DO PERIODO COBERTO, IGUAL
      *              AO PROGDIFER. PARCELAS DE ACORDO NAO SAO RECEITA
      *              (A RECEITA CONTINUA SENDO A DA FATURA ORIGINAL
      *              PARCELADA)
      *=================================================================


       01  WRK-MESES-VOLTAR            PIC 9(002)          VALUE ZEROS.
       01  WRK-ANO-AUX                 PIC 9(004)          VALUE ZEROS.
       01  WRK-MM-AUX                  PIC 9(002)          VALUE ZEROS.
       01  WRK-MESES-REF               PIC 9(007)          VALUE ZEROS.
       01  WRK-MESES-FATURA            PIC 9(007)          VALUE ZEROS.
       01  WRK-MES-DA-FATURA           PIC S9(007)         VALUE ZEROS.
       01  WRK-MESES-COBERTOS          PIC 9(002)          VALUE ZEROS.
       01  WRK-VALOR-BASE              PIC 9(005)V99       VALUE ZEROS.
       01  WRK-VALOR-MES               PIC 9(005)V99       VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-QT-STREAMS              PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-STR                 PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC X(046)          VALUE
               "PREVISAO DE RECEITA X RECONHECIDO -".
           05 FILLER                   PIC X(005)          VALUE
               " MES ".
           05 WRK-CAB-MES              PIC 9(006).
           05 FILLER                   PIC X(018)          VALUE
               "PROJETADO".
           05 FILLER                   PIC X(018)          VALUE
               "RECONHECIDO".
           05 FILLER                   PIC X(018)          VALUE
               "VARIANCIA".
           05 FILLER                   PIC X(020)          VALUE
               IF WRK-PARM-MES-REF EQUAL ZEROS
                   MOVE WRK-DATA-EXEC(1:6) TO WRK-PARM-MES-REF
               END-IF.
               MOVE WRK-PARM-MES-REF(1:4) TO WRK-ANO-AUX.
               MOVE WRK-PARM-MES-REF(5:2) TO WRK-MM-AUX.
               COMPUTE WRK-MESES-REF = WRK-ANO-AUX * 12 + WRK-MM-AUX.
               MOVE 1 TO WRK-MESES-VOLTAR.
               PERFORM 0110-MES-ANTERIOR.
               MOVE WRK-MESES-TOTAL TO WRK-MES-M1.
                   AT END
                       MOVE '10' TO FS-FATURA
                   NOT AT END
                       PERFORM 0252-RECEITA-DO-MES
               END-READ.

       0251-LE-FATURA-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    RECEITA RECONHECIDA DA FATURA NO MES DE REFERENCIA. FATURA
      *    CANCELADA SO CONTA QUANDO FOI PARCELADA (ACORDO) -- A
      *    PARCELA EM SI NAO E RECEITA. REGISTRO ANTIGO SEM MESES
      *    COBERTOS OU SEM VALOR DE RECEITA CONTA COMO MENSAL PELO
      *    VALOR DA FATURA
      *-----------------------------------------------------------------
       0252-RECEITA-DO-MES                     SECTION.
      *-----------------------------------------------------------------

               IF REG-PARCELA-FAT IS NUMERIC AND
                  REG-PARCELA-FAT GREATER ZEROS
                   GO TO 0252-RECEITA-DO-MES-FIM
               END-IF.
               IF REG-FAT-CANCELADA
                   IF REG-ACORDO-FAT IS NOT NUMERIC OR
                      REG-ACORDO-FAT EQUAL ZEROS
                       GO TO 0252-RECEITA-DO-MES-FIM
                   END-IF
               END-IF.
               MOVE 1 TO WRK-MESES-COBERTOS.
               IF REG-MESES-FAT IS NUMERIC AND
                  REG-MESES-FAT GREATER 1
                   MOVE REG-MESES-FAT TO WRK-MESES-COBERTOS
               END-IF.
               MOVE REG-VALOR-FAT TO WRK-VALOR-BASE.
               IF REG-VALOR-RECEITA-FAT IS NUMERIC AND
                  REG-VALOR-RECEITA-FAT GREATER ZEROS
                   MOVE REG-VALOR-RECEITA-FAT TO WRK-VALOR-BASE
               END-IF.
               MOVE REG-MES-REF-FAT(1:4) TO WRK-ANO-AUX.
               MOVE REG-MES-REF-FAT(5:2) TO WRK-MM-AUX.
               COMPUTE WRK-MESES-FATURA = WRK-ANO-AUX * 12 + WRK-MM-AUX.
               COMPUTE WRK-MES-DA-FATURA =
                   WRK-MESES-REF - WRK-MESES-FATURA.
               IF WRK-MES-DA-FATURA LESS ZEROS OR
                  WRK-MES-DA-FATURA NOT LESS WRK-MESES-COBERTOS
                   GO TO 0252-RECEITA-DO-MES-FIM
               END-IF.
               COMPUTE WRK-VALOR-MES =
                   WRK-VALOR-BASE / WRK-MESES-COBERTOS.
               IF WRK-MES-DA-FATURA EQUAL WRK-MESES-COBERTOS - 1
                   COMPUTE WRK-VALOR-MES = WRK-VALOR-BASE -
                       WRK-VALOR-MES * (WRK-MESES-COBERTOS - 1)
               END-IF.
               MOVE REG-STREAM-FAT TO WRK-STREAM-ALVO.
               PERFORM 0210-LOCALIZA-STREAM.
               ADD WRK-VALOR-MES TO TAB-STR-FATURADO(WRK-IDX-STR).

       0252-RECEITA-DO-MES-FIM.                EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------
               CLOSE RELPREV.

       0315-ESTATISTICA.
               DISPLAY " >>>>>>> PREVISAO X RECONHECIDO <<<<<<< "
               DISPLAY "STREAMINGS NO RELATORIO.....:" WRK-QT-STREAMS.

       0320-GRAVA-AUDITORIA.

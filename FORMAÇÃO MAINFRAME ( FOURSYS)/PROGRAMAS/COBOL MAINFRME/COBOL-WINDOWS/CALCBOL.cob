       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             CALCBOL.
      *=================================================================
      * PROGRAMA   : CALCBOL  (MODULO CHAMADO)
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 16/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CALCULOS DO BOLETO DE COBRANCA (PADRAO FEBRABAN):
      *              DIGITO DO NOSSO NUMERO, CODIGO DE BARRAS DE 44
      *              POSICOES E LINHA DIGITAVEL DE 47 DIGITOS.
      *              FUNCOES, NO PADRAO DO VALCPF/CALDIA/VALCONTA:
      *                "E" - EMITE: A PARTIR DO BANCO, AGENCIA,
      *                      CARTEIRA E CONTA DO CEDENTE, DA BASE DO
      *                      NOSSO NUMERO (10 POSICOES), DO VENCIMENTO
      *                      E DO VALOR, DEVOLVE O DV DO NOSSO NUMERO,
      *                      O CODIGO DE BARRAS E A LINHA DIGITAVEL
      *                      EDITADA (54 POSICOES, COM PONTOS E
      *                      ESPACOS). LK-RESPOSTA "N" = VENCIMENTO
      *                      ANTERIOR A DATA-BASE OU VALOR ZERADO
      *                "V" - VALIDA: LK-RESPOSTA = "S" SE O DV DO
      *                      NOSSO NUMERO INFORMADO CONFERE
      *-----------------------------------------------------------------
      * OBSERVACAO.: NOSSO NUMERO - MODULO 11, PESOS 2..9 DA DIREITA
      *              PARA A ESQUERDA, DV = 11 - RESTO (10 OU 11 VIRA
      *              ZERO). CODIGO DE BARRAS - BANCO(3) MOEDA(1)
      *              DV(1) FATOR DE VENCIMENTO(4) VALOR(10) CAMPO
      *              LIVRE(25: AGENCIA 4, CARTEIRA 2, NOSSO NUMERO 11,
      *              CONTA 7, ZERO 1); DV GERAL MODULO 11 PESOS 2..9
      *              (RESTO 0, 1 OU 10 VIRA 1). CAMPOS 1 A 3 DA LINHA
      *              DIGITAVEL COM DV MODULO 10 (PESOS 2,1). FATOR DE
      *              VENCIMENTO = DIAS DESDE 07/10/1997, REINICIADO EM
      *              1000 A PARTIR DE 22/02/2025.
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR:
      * ANALISTA   :
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA                                    DIVISION.
       WORKING-STORAGE                         SECTION.
       77  WRK-IDX                     PIC 9(02)           VALUE ZEROS.
       77  WRK-PESO                    PIC 9(02)           VALUE ZEROS.
       77  WRK-PRODUTO                 PIC 9(02)           VALUE ZEROS.
       77  WRK-SOMA                    PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-RESTO                   PIC 9(02)           VALUE ZEROS.
       77  WRK-QUOCIENTE               PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-DV                      PIC 9(02)           VALUE ZEROS.
       77  WRK-FATOR                   PIC 9(06)           VALUE ZEROS.
       77  WRK-DATA-BASE-FATOR         PIC 9(08)           VALUE
               19971007.
      *-----------------------------------------------------------------
       01  WRK-NOSSO-NUM-AREA.
           05 WRK-NN-DIG               OCCURS 10 TIMES
                                       PIC 9(01).
      *-----------------------------------------------------------------
       01  WRK-BARRAS.
           05 WRK-BAR-BANCO            PIC 9(003).
           05 WRK-BAR-MOEDA            PIC 9(001).
           05 WRK-BAR-DV               PIC 9(001).
           05 WRK-BAR-FATOR            PIC 9(004).
           05 WRK-BAR-VALOR            PIC 9(008)V99.
           05 WRK-BAR-LIVRE.
               10 WRK-LIV-AGENCIA          PIC 9(004).
               10 WRK-LIV-CARTEIRA         PIC 9(002).
               10 WRK-LIV-NOSSO-NUM        PIC 9(011).
               10 WRK-LIV-CONTA            PIC 9(007).
               10 WRK-LIV-ZERO             PIC 9(001).
       01  FILLER REDEFINES WRK-BARRAS.
           05 WRK-BAR-DIG              OCCURS 44 TIMES
                                       PIC 9(01).
       01  FILLER REDEFINES WRK-BARRAS.
           05 FILLER                   PIC X(019).
           05 WRK-LIVRE-1              PIC X(005).
           05 WRK-LIVRE-2              PIC X(010).
           05 WRK-LIVRE-3              PIC X(010).
      *-----------------------------------------------------------------
      *    CAMPO SUBMETIDO AO MODULO 10 (9 OU 10 POSICOES A ESQUERDA)
      *-----------------------------------------------------------------
       77  WRK-M10-TAM                 PIC 9(02)           VALUE ZEROS.
       01  WRK-M10-AREA.
           05 WRK-M10-DIG              OCCURS 10 TIMES
                                       PIC 9(01).
      *-----------------------------------------------------------------
       01  WRK-CAMPO-1.
           05 WRK-C1-BANCO             PIC 9(003).
           05 WRK-C1-MOEDA             PIC 9(001).
           05 WRK-C1-LIVRE             PIC X(005).
           05 WRK-C1-DV                PIC 9(001).
       01  WRK-CAMPO-2.
           05 WRK-C2-LIVRE             PIC X(010).
           05 WRK-C2-DV                PIC 9(001).
       01  WRK-CAMPO-3.
           05 WRK-C3-LIVRE             PIC X(010).
           05 WRK-C3-DV                PIC 9(001).
      *-----------------------------------------------------------------
       01  WRK-LINHA-EDITADA.
           05 WRK-LIN-C1-A             PIC X(005).
           05 FILLER                   PIC X(001)          VALUE ".".
           05 WRK-LIN-C1-B             PIC X(005).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-LIN-C2-A             PIC X(005).
           05 FILLER                   PIC X(001)          VALUE ".".
           05 WRK-LIN-C2-B             PIC X(006).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-LIN-C3-A             PIC X(005).
           05 FILLER                   PIC X(001)          VALUE ".".
           05 WRK-LIN-C3-B             PIC X(006).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-LIN-C4               PIC 9(001).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-LIN-C5-FATOR         PIC 9(004).
           05 WRK-LIN-C5-VALOR         PIC 9(008)V99.

       LINKAGE                                 SECTION.
       01  LK-CALCBOL.
           05 LK-FUNCAO                PIC X(01).
           05 LK-BANCO                 PIC 9(03).
           05 LK-AGENCIA               PIC 9(04).
           05 LK-CARTEIRA              PIC 9(02).
           05 LK-CONTA                 PIC 9(07).
           05 LK-NOSSO-NUMERO.
               10 LK-NOSSO-NUM-BASE        PIC 9(10).
               10 LK-NOSSO-NUM-DV          PIC 9(01).
           05 LK-VENCIMENTO            PIC 9(08).
           05 LK-VALOR                 PIC 9(08)V99.
           05 LK-COD-BARRAS            PIC X(44).
           05 LK-LINHA-DIGITAVEL       PIC X(54).
           05 LK-RESPOSTA              PIC X(01).

       PROCEDURE                               DIVISION
               USING LK-CALCBOL.
       0000-PRINCIPAL.

               MOVE "N" TO LK-RESPOSTA.
               PERFORM 0100-DV-NOSSO-NUMERO.

               EVALUATE LK-FUNCAO
                   WHEN "V"
                       IF WRK-DV EQUAL LK-NOSSO-NUM-DV
                           MOVE "S" TO LK-RESPOSTA
                       END-IF
                   WHEN "E"
                       MOVE WRK-DV TO LK-NOSSO-NUM-DV
                       MOVE SPACES TO LK-COD-BARRAS
                       MOVE SPACES TO LK-LINHA-DIGITAVEL
                       IF LK-VENCIMENTO NOT LESS WRK-DATA-BASE-FATOR
                          AND LK-VALOR GREATER ZEROS
                           PERFORM 0200-MONTA-BARRAS
                           PERFORM 0300-MONTA-LINHA
                           MOVE "S" TO LK-RESPOSTA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               GOBACK.

       0000-PRINCIPAL-FIM.EXIT.

      *-----------------------------------------------------------------
      *    DV DO NOSSO NUMERO -- MODULO 11, PESOS 2..9 DA DIREITA
      *-----------------------------------------------------------------
       0100-DV-NOSSO-NUMERO                    SECTION.

               MOVE LK-NOSSO-NUM-BASE TO WRK-NOSSO-NUM-AREA.
               MOVE ZEROS TO WRK-SOMA.
               MOVE 2     TO WRK-PESO.
               PERFORM 0110-SOMA-NOSSO-NUMERO
                       VARYING WRK-IDX FROM 10 BY -1
                       UNTIL WRK-IDX LESS 1.
               DIVIDE WRK-SOMA BY 11
                   GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
               COMPUTE WRK-DV = 11 - WRK-RESTO.
               IF WRK-DV GREATER 9
                   MOVE ZEROS TO WRK-DV
               END-IF.

       0100-DV-NOSSO-NUMERO-FIM.EXIT.

       0110-SOMA-NOSSO-NUMERO                  SECTION.

               COMPUTE WRK-SOMA = WRK-SOMA +
                   WRK-NN-DIG(WRK-IDX) * WRK-PESO.
               ADD 1 TO WRK-PESO.
               IF WRK-PESO GREATER 9
                   MOVE 2 TO WRK-PESO
               END-IF.

       0110-SOMA-NOSSO-NUMERO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CODIGO DE BARRAS -- DV GERAL (POSICAO 5) MODULO 11 SOBRE AS
      *    OUTRAS 43 POSICOES
      *-----------------------------------------------------------------
       0200-MONTA-BARRAS                       SECTION.

               COMPUTE WRK-FATOR =
                   FUNCTION INTEGER-OF-DATE(LK-VENCIMENTO) -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE-FATOR).
               IF WRK-FATOR GREATER 9999
                   SUBTRACT 9000 FROM WRK-FATOR
               END-IF.

               MOVE LK-BANCO           TO WRK-BAR-BANCO.
               MOVE 9                  TO WRK-BAR-MOEDA.
               MOVE ZEROS              TO WRK-BAR-DV.
               MOVE WRK-FATOR          TO WRK-BAR-FATOR.
               MOVE LK-VALOR           TO WRK-BAR-VALOR.
               MOVE LK-AGENCIA         TO WRK-LIV-AGENCIA.
               MOVE LK-CARTEIRA        TO WRK-LIV-CARTEIRA.
               MOVE LK-NOSSO-NUMERO    TO WRK-LIV-NOSSO-NUM.
               MOVE LK-CONTA           TO WRK-LIV-CONTA.
               MOVE ZEROS              TO WRK-LIV-ZERO.

               MOVE ZEROS TO WRK-SOMA.
               MOVE 2     TO WRK-PESO.
               PERFORM 0210-SOMA-BARRAS
                       VARYING WRK-IDX FROM 44 BY -1
                       UNTIL WRK-IDX LESS 1.
               DIVIDE WRK-SOMA BY 11
                   GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
               COMPUTE WRK-DV = 11 - WRK-RESTO.
               IF WRK-DV EQUAL ZEROS OR WRK-DV GREATER 9
                   MOVE 1 TO WRK-DV
               END-IF.
               MOVE WRK-DV    TO WRK-BAR-DV.
               MOVE WRK-BARRAS TO LK-COD-BARRAS.

       0200-MONTA-BARRAS-FIM.EXIT.

       0210-SOMA-BARRAS                        SECTION.

               IF WRK-IDX NOT EQUAL 5
                   COMPUTE WRK-SOMA = WRK-SOMA +
                       WRK-BAR-DIG(WRK-IDX) * WRK-PESO
                   ADD 1 TO WRK-PESO
                   IF WRK-PESO GREATER 9
                       MOVE 2 TO WRK-PESO
                   END-IF
               END-IF.

       0210-SOMA-BARRAS-FIM.EXIT.

      *-----------------------------------------------------------------
      *    LINHA DIGITAVEL -- CAMPOS 1 A 3 COM DV MODULO 10, CAMPO 4 =
      *    DV GERAL, CAMPO 5 = FATOR DE VENCIMENTO + VALOR
      *-----------------------------------------------------------------
       0300-MONTA-LINHA                        SECTION.

               MOVE WRK-BAR-BANCO TO WRK-C1-BANCO.
               MOVE WRK-BAR-MOEDA TO WRK-C1-MOEDA.
               MOVE WRK-LIVRE-1   TO WRK-C1-LIVRE.
               MOVE WRK-CAMPO-1(1:9) TO WRK-M10-AREA.
               MOVE 9 TO WRK-M10-TAM.
               PERFORM 0310-MODULO-10.
               MOVE WRK-DV TO WRK-C1-DV.

               MOVE WRK-LIVRE-2   TO WRK-C2-LIVRE.
               MOVE WRK-C2-LIVRE  TO WRK-M10-AREA.
               MOVE 10 TO WRK-M10-TAM.
               PERFORM 0310-MODULO-10.
               MOVE WRK-DV TO WRK-C2-DV.

               MOVE WRK-LIVRE-3   TO WRK-C3-LIVRE.
               MOVE WRK-C3-LIVRE  TO WRK-M10-AREA.
               MOVE 10 TO WRK-M10-TAM.
               PERFORM 0310-MODULO-10.
               MOVE WRK-DV TO WRK-C3-DV.

               MOVE WRK-CAMPO-1(1:5)  TO WRK-LIN-C1-A.
               MOVE WRK-CAMPO-1(6:5)  TO WRK-LIN-C1-B.
               MOVE WRK-CAMPO-2(1:5)  TO WRK-LIN-C2-A.
               MOVE WRK-CAMPO-2(6:6)  TO WRK-LIN-C2-B.
               MOVE WRK-CAMPO-3(1:5)  TO WRK-LIN-C3-A.
               MOVE WRK-CAMPO-3(6:6)  TO WRK-LIN-C3-B.
               MOVE WRK-BAR-DV        TO WRK-LIN-C4.
               MOVE WRK-BAR-FATOR     TO WRK-LIN-C5-FATOR.
               MOVE WRK-BAR-VALOR     TO WRK-LIN-C5-VALOR.
               MOVE WRK-LINHA-EDITADA TO LK-LINHA-DIGITAVEL.

       0300-MONTA-LINHA-FIM.EXIT.

       0310-MODULO-10                          SECTION.

               MOVE ZEROS TO WRK-SOMA.
               MOVE 2     TO WRK-PESO.
               PERFORM 0311-SOMA-MODULO-10
                       VARYING WRK-IDX FROM WRK-M10-TAM BY -1
                       UNTIL WRK-IDX LESS 1.
               DIVIDE WRK-SOMA BY 10
                   GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
               IF WRK-RESTO EQUAL ZEROS
                   MOVE ZEROS TO WRK-DV
               ELSE
                   COMPUTE WRK-DV = 10 - WRK-RESTO
               END-IF.

       0310-MODULO-10-FIM.EXIT.

       0311-SOMA-MODULO-10                     SECTION.

               COMPUTE WRK-PRODUTO = WRK-M10-DIG(WRK-IDX) * WRK-PESO.
               IF WRK-PRODUTO GREATER 9
                   SUBTRACT 9 FROM WRK-PRODUTO
               END-IF.
               ADD WRK-PRODUTO TO WRK-SOMA.
               IF WRK-PESO EQUAL 2
                   MOVE 1 TO WRK-PESO
               ELSE
                   MOVE 2 TO WRK-PESO
               END-IF.

       0311-SOMA-MODULO-10-FIM.EXIT.

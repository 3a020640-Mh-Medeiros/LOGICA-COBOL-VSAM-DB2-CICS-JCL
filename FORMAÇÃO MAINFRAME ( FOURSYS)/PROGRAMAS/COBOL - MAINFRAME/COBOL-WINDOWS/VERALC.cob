       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             VERALC.
      *=================================================================
      * PROGRAMA   : VERALC  (MODULO CHAMADO)
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ROTINA COMUM DE CONFERENCIA DA ALCADA DO APROVADOR
      *              (ALCADAS.TXT, #BOOKALCADA, MANTIDO PELO PROGUSR).
      *              AS ROTINAS DE DECISAO (PROGAPROV, PROGBLOQ,
      *              PROGARQ05, PROGLCMAN) CHAMAM ANTES DE DECIDIR:
      *                - LK-TIPO EM BRANCO: SO CONFERE SE O USUARIO
      *                  PODE DECIDIR A FILA PEDIDA;
      *                - LK-TIPO PREENCHIDO: CONFERE TAMBEM O VALOR DO
      *                  ITEM CONTRA O LIMITE DO USUARIO NAQUELE TIPO
      *                  (TIPO SEM LIMITE CADASTRADO = ALCADA ZERO).
      *              LK-SITUACAO: "0" DENTRO DA ALCADA, "1" FILA NAO
      *              LIBERADA, "2" ACIMA DA ALCADA, "3" USUARIO SEM
      *              ALCADA CADASTRADA (#BOOKVERALC).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  ALCADAS                I                    #BOOKALCADA
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
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT ALCADAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ALCADAS.TXT"
               FILE STATUS IS FS-ALCADAS.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  ALCADAS.
       COPY "#BOOKALCADA".

       WORKING-STORAGE                         SECTION.
       77  FS-ALCADAS                  PIC 9(02)           VALUE ZEROS.
       77  WRK-ACHOU-ALCADA            PIC X(01)           VALUE "N".
       77  WRK-IND-LIM                 PIC 9(02)           VALUE ZEROS.

       LINKAGE                                 SECTION.
       01  LK-VERALC.
           05 LK-ID                    PIC X(08).
           05 LK-FILA                  PIC X(01).
           05 LK-TIPO                  PIC X(01).
           05 LK-VALOR                 PIC 9(12)V99.
           05 LK-SITUACAO              PIC X(01).
           05 LK-LIMITE                PIC 9(12)V99.

       PROCEDURE                               DIVISION USING LK-VERALC.
       0000-PRINCIPAL.

               MOVE "3"    TO LK-SITUACAO.
               MOVE ZEROS  TO LK-LIMITE.
               MOVE "N"    TO WRK-ACHOU-ALCADA.

               PERFORM 0100-PROCURA-ALCADA.
               IF WRK-ACHOU-ALCADA NOT EQUAL "S"
                   GOBACK
               END-IF.
               PERFORM 0200-CONFERE-FILA.
               IF LK-SITUACAO NOT EQUAL "0"
                   GOBACK
               END-IF.
               IF LK-TIPO NOT EQUAL SPACES
                   PERFORM 0300-CONFERE-LIMITE
               END-IF.
               GOBACK.

       0000-PRINCIPAL-FIM.EXIT.

      *-----------------------------------------------------------------
      *    PROCURA O REGISTRO DO USUARIO NA TABELA DE ALCADAS. TABELA
      *    AUSENTE = NINGUEM TEM ALCADA
      *-----------------------------------------------------------------
       0100-PROCURA-ALCADA                     SECTION.

               OPEN INPUT ALCADAS.
               IF FS-ALCADAS NOT EQUAL 0
                   GO TO 0100-PROCURA-ALCADA-FIM
               END-IF.
               PERFORM 0110-LE-ALCADA
                   UNTIL FS-ALCADAS NOT EQUAL 0 OR
                         WRK-ACHOU-ALCADA EQUAL "S".
               CLOSE ALCADAS.

       0100-PROCURA-ALCADA-FIM.EXIT.

       0110-LE-ALCADA                          SECTION.

               READ ALCADAS
                   AT END
                       MOVE 10 TO FS-ALCADAS
                   NOT AT END
                       IF REG-ID-ALC EQUAL LK-ID
                           MOVE "S" TO WRK-ACHOU-ALCADA
                       END-IF
               END-READ.

       0110-LE-ALCADA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    FILA PEDIDA LIBERADA PARA O USUARIO
      *-----------------------------------------------------------------
       0200-CONFERE-FILA                       SECTION.

               MOVE "1" TO LK-SITUACAO.
               EVALUATE LK-FILA
                   WHEN "S"
                       IF REG-ALC-DECIDE-SUSP
                           MOVE "0" TO LK-SITUACAO
                       END-IF
                   WHEN "B"
                       IF REG-ALC-DECIDE-BLQP
                           MOVE "0" TO LK-SITUACAO
                       END-IF
                   WHEN "E"
                       IF REG-ALC-DECIDE-EXCL
                           MOVE "0" TO LK-SITUACAO
                       END-IF
                   WHEN "M"
                       IF REG-ALC-DECIDE-LCM
                           MOVE "0" TO LK-SITUACAO
                       END-IF
               END-EVALUATE.

       0200-CONFERE-FILA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    VALOR DO ITEM CONTRA O LIMITE DO TIPO. TIPO NAO CADASTRADO
      *    FICA COM LIMITE ZERO (TODO VALOR E ENCAMINHADO)
      *-----------------------------------------------------------------
       0300-CONFERE-LIMITE                     SECTION.

               PERFORM 0310-PROCURA-TIPO
                   VARYING WRK-IND-LIM FROM 1 BY 1
                   UNTIL WRK-IND-LIM GREATER 17.
               IF LK-VALOR GREATER LK-LIMITE
                   MOVE "2" TO LK-SITUACAO
               END-IF.

       0300-CONFERE-LIMITE-FIM.EXIT.

       0310-PROCURA-TIPO                       SECTION.

               IF REG-TIPO-LIM-ALC(WRK-IND-LIM) EQUAL LK-TIPO
                   MOVE REG-VALOR-LIM-ALC(WRK-IND-LIM) TO LK-LIMITE
               END-IF.

       0310-PROCURA-TIPO-FIM.EXIT.

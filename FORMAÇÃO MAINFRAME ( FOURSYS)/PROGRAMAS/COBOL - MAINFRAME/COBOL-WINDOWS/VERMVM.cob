       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             VERMVM.
      *=================================================================
      * PROGRAMA   : VERMVM  (MODULO CHAMADO)
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ROTINA COMUM DE CONFERENCIA DO MOVIMENTO
      *              CONSOLIDADO DO MES (MOVMES.M<AAAAMM>.TXT,
      *              #BOOKMOVMES, GRAVADO PELO PROGMOVM). OS RELATORIOS
      *              MENSAIS CHAMAM ANTES DE LER AS GERACOES DIARIAS E
      *              SO USAM O CONSOLIDADO QUANDO ELE:
      *                - EXISTE E O CABECALHO E DO MES PEDIDO;
      *                - CONFERE COM O PROPRIO TRAILER (QUANTIDADES,
      *                  TOTAIS E TOTAL DE CONFERENCIA DOS DETALHES);
      *                - AINDA REPRESENTA O CATALOGO: MESMA QUANTIDADE
      *                  DE GERACOES RELSAIDA E REJEITAD DO MES NO
      *                  GERACOES.TXT, MESMA ULTIMA GERACAO, E NENHUM
      *                  MANIFESTO (GERMANIF.TXT) DE GERACAO DO MES
      *                  GRAVADO DEPOIS DA CONSOLIDACAO (GERACAO
      *                  REFEITA DEPOIS DO PROGDESF).
      *              LK-SITUACAO: "0" OK, "1" AUSENTE, "2"
      *              DESATUALIZADO, "3" NAO CONFERE COM O TRAILER
      *              (#BOOKVERMVM).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  MOVMES                 I (DINAMICO)         #BOOKMOVMES
      *  GERACOES               I
      *  GERMANIF               I                    #BOOKMANIF
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
           SELECT MOVMES ASSIGN TO DYNAMIC WRK-NOME-MOVMES
               FILE STATUS IS FS-MOVMES.
           SELECT GERACOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERACOES.TXT"
               FILE STATUS IS FS-GERACOES.
           SELECT GERMANIF ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERMANIF.TXT"
               FILE STATUS IS FS-GERMANIF.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  MOVMES.
       COPY "#BOOKMOVMES".
       FD  GERACOES.
       01  REG-GERACOES.
           05 REG-TIPO-GER             PIC X(08).
           05 FILLER                   PIC X(01).
           05 REG-DATA-GER             PIC 9(08).
       FD  GERMANIF.
       COPY "#BOOKMANIF".

       WORKING-STORAGE                         SECTION.
       77  FS-MOVMES                   PIC 9(02)           VALUE ZEROS.
       77  FS-GERACOES                 PIC 9(02)           VALUE ZEROS.
       77  FS-GERMANIF                 PIC 9(02)           VALUE ZEROS.
       77  WRK-NOME-MOVMES             PIC X(60)           VALUE SPACES.
       77  WRK-ACHOU-TRAILER           PIC X(01)           VALUE "N".
       77  WRK-CHAVE-CONTA             PIC 9(10)           VALUE ZEROS.
      *    CABECALHO DO CONSOLIDADO
       77  WRK-DATA-GRAV-CAB           PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-GRAV-CAB           PIC 9(06)           VALUE ZEROS.
       77  WRK-ULT-GERACAO-CAB         PIC 9(08)           VALUE ZEROS.
      *    APURADO NOS DETALHES
       77  WRK-QT-ACEITOS              PIC 9(09)           VALUE ZEROS.
       77  WRK-QT-REJEITADOS           PIC 9(09)           VALUE ZEROS.
       77  WRK-TOTAL-DEB               PIC 9(15)V99        VALUE ZEROS.
       77  WRK-TOTAL-CRED              PIC 9(15)V99        VALUE ZEROS.
       77  WRK-TOTAL-REJ               PIC 9(15)V99        VALUE ZEROS.
       77  WRK-HASH                    PIC 9(18)           VALUE ZEROS.
      *    APURADO NO CATALOGO
       77  WRK-QT-GER-ACEITO           PIC 9(03)           VALUE ZEROS.
       77  WRK-QT-GER-REJ              PIC 9(03)           VALUE ZEROS.
       77  WRK-ULT-GERACAO             PIC 9(08)           VALUE ZEROS.
      *    AREA PARA O SINAL DO ACEITO
       COPY "#BOOKRELSAIDA".

       LINKAGE                                 SECTION.
       01  LK-VERMVM.
           05 LK-MES                   PIC 9(06).
           05 LK-PROGRAMA              PIC X(08).
           05 LK-SITUACAO              PIC X(01).
           05 LK-NOME                  PIC X(60).
           05 LK-SITUACAO-MES          PIC X(01).
           05 LK-QT-GER-ACEITO         PIC 9(03).
           05 LK-QT-GER-REJ            PIC 9(03).
           05 LK-QT-ACEITOS            PIC 9(09).
           05 LK-QT-REJEITADOS         PIC 9(09).

       PROCEDURE                               DIVISION USING LK-VERMVM.
       0000-PRINCIPAL.

               MOVE "0"    TO LK-SITUACAO.
               MOVE SPACES TO LK-SITUACAO-MES.
               MOVE ZEROS  TO LK-QT-GER-ACEITO
                              LK-QT-GER-REJ
                              LK-QT-ACEITOS
                              LK-QT-REJEITADOS
                              WRK-QT-ACEITOS
                              WRK-QT-REJEITADOS
                              WRK-TOTAL-DEB
                              WRK-TOTAL-CRED
                              WRK-TOTAL-REJ
                              WRK-HASH
                              WRK-QT-GER-ACEITO
                              WRK-QT-GER-REJ
                              WRK-ULT-GERACAO.
               MOVE "N"    TO WRK-ACHOU-TRAILER.

               MOVE SPACES TO WRK-NOME-MOVMES.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\MOVMES.M"
                          DELIMITED BY SIZE
                      LK-MES            DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-MOVMES
               END-STRING.
               MOVE WRK-NOME-MOVMES TO LK-NOME.

               PERFORM 0100-CONFERE-CONSOLIDADO.
               IF LK-SITUACAO NOT EQUAL "0"
                   GOBACK
               END-IF.
               PERFORM 0200-CONFERE-CATALOGO.
               IF LK-SITUACAO NOT EQUAL "0"
                   GOBACK
               END-IF.
               PERFORM 0300-CONFERE-MANIFESTO.
               GOBACK.

       0000-PRINCIPAL-FIM.EXIT.

      *-----------------------------------------------------------------
      *    LE O CONSOLIDADO INTEIRO: CABECALHO DO MES, DETALHES DO MES
      *    E UM UNICO TRAILER NO FIM, BATENDO COM OS DETALHES
      *-----------------------------------------------------------------
       0100-CONFERE-CONSOLIDADO                SECTION.

               OPEN INPUT MOVMES.
               IF FS-MOVMES NOT EQUAL 0
                   MOVE "1" TO LK-SITUACAO
                   GO TO 0100-CONFERE-CONSOLIDADO-FIM
               END-IF.

               READ MOVMES
                   AT END
                       MOVE 10 TO FS-MOVMES
               END-READ.
               IF FS-MOVMES NOT EQUAL 0
                   MOVE "1" TO LK-SITUACAO
                   CLOSE MOVMES
                   GO TO 0100-CONFERE-CONSOLIDADO-FIM
               END-IF.
               IF NOT REG-MVM-CABECALHO OR
                  REG-MES-REF-MVM NOT EQUAL LK-MES
                   MOVE "3" TO LK-SITUACAO
                   CLOSE MOVMES
                   GO TO 0100-CONFERE-CONSOLIDADO-FIM
               END-IF.
               MOVE REG-SITUACAO-MVM      TO LK-SITUACAO-MES.
               MOVE REG-QT-GER-ACEITO-MVM TO LK-QT-GER-ACEITO.
               MOVE REG-QT-GER-REJ-MVM    TO LK-QT-GER-REJ.
               MOVE REG-DATA-GRAV-MVM     TO WRK-DATA-GRAV-CAB.
               MOVE REG-HORA-GRAV-MVM     TO WRK-HORA-GRAV-CAB.
               MOVE REG-ULT-GERACAO-MVM   TO WRK-ULT-GERACAO-CAB.

               PERFORM 0110-LE-CONSOLIDADO
                   UNTIL FS-MOVMES NOT EQUAL 0.
               CLOSE MOVMES.

               IF WRK-ACHOU-TRAILER EQUAL "N"
                   MOVE "3" TO LK-SITUACAO
               END-IF.
               MOVE WRK-QT-ACEITOS    TO LK-QT-ACEITOS.
               MOVE WRK-QT-REJEITADOS TO LK-QT-REJEITADOS.

       0100-CONFERE-CONSOLIDADO-FIM.EXIT.

       0110-LE-CONSOLIDADO                     SECTION.

               READ MOVMES
                   AT END
                       MOVE 10 TO FS-MOVMES
                   NOT AT END
                       IF WRK-ACHOU-TRAILER EQUAL "S"
                           MOVE "3" TO LK-SITUACAO
                       END-IF
                       EVALUATE TRUE
                           WHEN REG-MVM-ACEITO
                               ADD 1 TO WRK-QT-ACEITOS
                               PERFORM 0120-SOMA-DETALHE
                               MOVE REG-DADOS-MVM TO REG-RELSAIDA
                               IF REG-RELSAIDA-DEBITO
                                   ADD REG-LANCAMENTO-MVM TO
                                       WRK-TOTAL-DEB
                               END-IF
                               IF REG-RELSAIDA-CREDITO
                                   ADD REG-LANCAMENTO-MVM TO
                                       WRK-TOTAL-CRED
                               END-IF
                           WHEN REG-MVM-REJEITADO
                               ADD 1 TO WRK-QT-REJEITADOS
                               PERFORM 0120-SOMA-DETALHE
                               ADD REG-LANCAMENTO-MVM TO WRK-TOTAL-REJ
                           WHEN REG-MVM-TRAILER
                               MOVE "S" TO WRK-ACHOU-TRAILER
                               PERFORM 0130-CONFERE-TRAILER
                           WHEN OTHER
                               MOVE "3" TO LK-SITUACAO
                       END-EVALUATE
               END-READ.

       0110-LE-CONSOLIDADO-FIM.EXIT.

       0120-SOMA-DETALHE                       SECTION.

               COMPUTE WRK-CHAVE-CONTA =
                   REG-AGENCIA-MVM * 1000000 + REG-CONTA-MVM.
               ADD WRK-CHAVE-CONTA TO WRK-HASH.
               IF REG-DATA-GER-MVM(1:6) NOT EQUAL LK-MES
                   MOVE "3" TO LK-SITUACAO
               END-IF.

       0120-SOMA-DETALHE-FIM.EXIT.

       0130-CONFERE-TRAILER                    SECTION.

               IF REG-QT-ACEITOS-MVM    NOT EQUAL WRK-QT-ACEITOS    OR
                  REG-QT-REJEITADOS-MVM NOT EQUAL WRK-QT-REJEITADOS OR
                  REG-TOTAL-DEB-MVM     NOT EQUAL WRK-TOTAL-DEB     OR
                  REG-TOTAL-CRED-MVM    NOT EQUAL WRK-TOTAL-CRED    OR
                  REG-TOTAL-REJ-MVM     NOT EQUAL WRK-TOTAL-REJ     OR
                  REG-HASH-MVM          NOT EQUAL WRK-HASH
                   MOVE "3" TO LK-SITUACAO
               END-IF.

       0130-CONFERE-TRAILER-FIM.EXIT.

      *-----------------------------------------------------------------
      *    O CATALOGO DEVE TER AS MESMAS GERACOES DO MES QUE FORAM
      *    CONSOLIDADAS (GERACAO NOVA DEPOIS DA CONSOLIDACAO = O
      *    CONSOLIDADO PARCIAL FICOU PARA TRAS)
      *-----------------------------------------------------------------
       0200-CONFERE-CATALOGO                   SECTION.

               OPEN INPUT GERACOES.
               IF FS-GERACOES EQUAL 0
                   PERFORM 0210-LE-CATALOGO
                       UNTIL FS-GERACOES NOT EQUAL 0
                   CLOSE GERACOES
               END-IF.

               IF WRK-QT-GER-ACEITO NOT EQUAL LK-QT-GER-ACEITO OR
                  WRK-QT-GER-REJ    NOT EQUAL LK-QT-GER-REJ    OR
                  WRK-ULT-GERACAO   NOT EQUAL WRK-ULT-GERACAO-CAB
                   MOVE "2" TO LK-SITUACAO
               END-IF.

       0200-CONFERE-CATALOGO-FIM.EXIT.

       0210-LE-CATALOGO                        SECTION.

               READ GERACOES
                   AT END
                       MOVE 10 TO FS-GERACOES
                   NOT AT END
                       IF REG-DATA-GER(1:6) EQUAL LK-MES
                           IF REG-TIPO-GER EQUAL "RELSAIDA"
                               ADD 1 TO WRK-QT-GER-ACEITO
                           END-IF
                           IF REG-TIPO-GER EQUAL "REJEITAD"
                               ADD 1 TO WRK-QT-GER-REJ
                           END-IF
                           IF (REG-TIPO-GER EQUAL "RELSAIDA" OR
                               REG-TIPO-GER EQUAL "REJEITAD") AND
                              REG-DATA-GER GREATER WRK-ULT-GERACAO
                               MOVE REG-DATA-GER TO WRK-ULT-GERACAO
                           END-IF
                       END-IF
               END-READ.

       0210-LE-CATALOGO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    GERACAO DO MES COM MANIFESTO GRAVADO DEPOIS DA CONSOLIDACAO
      *    FOI REFEITA (PROGDESF + NOVA NOITE) -- O CONSOLIDADO TEM O
      *    CONTEUDO ANTIGO
      *-----------------------------------------------------------------
       0300-CONFERE-MANIFESTO                  SECTION.

               OPEN INPUT GERMANIF.
               IF FS-GERMANIF EQUAL 0
                   PERFORM 0310-LE-MANIFESTO
                       UNTIL FS-GERMANIF NOT EQUAL 0
                   CLOSE GERMANIF
               END-IF.

       0300-CONFERE-MANIFESTO-FIM.EXIT.

       0310-LE-MANIFESTO                       SECTION.

               READ GERMANIF
                   AT END
                       MOVE 10 TO FS-GERMANIF
                   NOT AT END
                       IF (REG-TIPO-MAN EQUAL "RELSAIDA" OR
                           REG-TIPO-MAN EQUAL "REJEITAD") AND
                          REG-DATA-MAN(1:6) EQUAL LK-MES
                           IF REG-DATA-GRAV-MAN GREATER
                                  WRK-DATA-GRAV-CAB OR
                              (REG-DATA-GRAV-MAN EQUAL
                                  WRK-DATA-GRAV-CAB AND
                               REG-HORA-GRAV-MAN GREATER
                                  WRK-HORA-GRAV-CAB)
                               MOVE "2" TO LK-SITUACAO
                           END-IF
                       END-IF
               END-READ.

       0310-LE-MANIFESTO-FIM.EXIT.

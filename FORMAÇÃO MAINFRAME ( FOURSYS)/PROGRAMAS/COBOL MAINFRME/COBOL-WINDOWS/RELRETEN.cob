       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.RELRETEN.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : RELRETEN                                      *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 15 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  RELATORIO MENSAL DA FILA DE RETENCAO         *
      *                    (RETENCAO.DAT): LE OS PEDIDOS DE             *
      *                    CANCELAMENTO DECIDIDOS NO MES DE REFERENCIA  *
      *                    (DATA DA DECISAO) E APURA:                   *
      *                    - RETIDOS  : CLIENTE ACEITOU A OFERTA OU     *
      *                      DESISTIU DO CANCELAMENTO ("R")             *
      *                    - CANCELADOS: RECUSOU A OFERTA ("D") OU O    *
      *                      PRAZO VENCEU SEM DECISAO ("C" COM "E")     *
      *                    E A TAXA DE RETENCAO (RETIDOS / DECIDIDOS)   *
      *                    POR STREAMING, POR MOTIVO (TABELA MOTCANC)   *
      *                    E POR OFERTA (CODIGO DA PROMOCAO OFERTADA),  *
      *                    COM LISTA DE DETALHE                         *
      *                                                                 *
      *    OBSERVACOES. :  O RESULTADO CONSOLIDADO E GRAVADO EM         *
      *                    RETENRES.TXT (UM REGISTRO POR STREAMING,     *
      *                    MOTIVO E OFERTA), NO MESMO MOLDE DO TRIALRES *
      *                    DO RELTRIAL                                  *
      *=================================================================
      *    ARQUIVOS.... : RETENCAO.DAT     (I)          #BOOKRETEN      *
      *                   MOTCANC.TXT      (I)          #BOOKMOTCAN     *
      *                   RETENRES.TXT     (O)                          *
      *=================================================================
      *    MODULOS..... :                                               *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *    PROGRAMADOR.:
      *    DATA........:
      *    OBJETIVO....:
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT RETENCAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\RETENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-RET
               FILE STATUS IS FS-RETENCAO.
           SELECT MOTCANC ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\MOTCANC.TXT"
               FILE STATUS IS FS-MOTCANC.
           SELECT RETENRES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\RETENRES.TXT"
               FILE STATUS IS FS-RETENRES.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  RETENCAO.
       COPY "#BOOKRETEN".
       FD  MOTCANC.
       COPY "#BOOKMOTCAN".
       FD  RETENRES.
       01  REG-RETENRES.
           05 REG-MES-RRS              PIC 9(06).
           05 REG-QUEBRA-RRS           PIC X(01).
               88 REG-RRS-STREAM            VALUE "S".
               88 REG-RRS-MOTIVO            VALUE "M".
               88 REG-RRS-OFERTA            VALUE "O".
           05 REG-CHAVE-RRS            PIC X(10).
           05 REG-QT-RETIDOS-RRS       PIC 9(05).
           05 REG-QT-CANCELADOS-RRS    PIC 9(05).
           05 REG-TAXA-RRS             PIC 9(03)V9.

       WORKING-STORAGE                         SECTION.
       77  FS-RETENCAO                 PIC 9(02)           VALUE ZEROS.
       77  FS-MOTCANC                  PIC 9(02)           VALUE ZEROS.
       77  FS-RETENRES                 PIC 9(02)           VALUE ZEROS.
       77  WRK-PARM-MES                PIC 9(06)           VALUE ZEROS.
       77  WRK-MES-DECISAO             PIC 9(06)           VALUE ZEROS.
       77  WRK-RETIDO                  PIC X(01)           VALUE "N".
       77  WRK-QT-STREAMS              PIC 9(02)           VALUE ZEROS.
       77  WRK-IDX-STR                 PIC 9(02)           VALUE ZEROS.
       77  WRK-STR-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-QT-OFERTAS              PIC 9(02)           VALUE ZEROS.
       77  WRK-IDX-OFE                 PIC 9(02)           VALUE ZEROS.
       77  WRK-OFE-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-IDX-MOT                 PIC 9(03)           VALUE ZEROS.
       77  WRK-CODIGO-MOT              PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-RETIDOS              PIC 9(05)           VALUE ZEROS.
       77  WRK-QT-CANCELADOS           PIC 9(05)           VALUE ZEROS.
       77  WRK-TAXA-RETENCAO           PIC 9(03)V9         VALUE ZEROS.
       77  WRK-TAXA-ED                 PIC ZZ9,9.
       77  ACU-LIDOS                   PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-EM-ABERTO               PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-RETIDOS                 PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-CANCELADOS              PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-VENCIDOS                PIC 9(05)    COMP-3 VALUE ZEROS.
       01  TAB-STREAMS.
           05 TAB-STR-ITEM             OCCURS 20 TIMES.
               10 TAB-STR-NOME             PIC X(10).
               10 TAB-STR-RETIDOS          PIC 9(05)    COMP-3.
               10 TAB-STR-CANCELADOS       PIC 9(05)    COMP-3.
      *-----------------------------------------------------------------
      *    MOTIVOS 00 A 99 -- POSICAO NA TABELA = CODIGO + 1
      *-----------------------------------------------------------------
       01  TAB-MOTIVOS.
           05 TAB-MOT-ITEM             OCCURS 100 TIMES.
               10 TAB-MOT-DESCRICAO        PIC X(30).
               10 TAB-MOT-RETIDOS          PIC 9(05)    COMP-3.
               10 TAB-MOT-CANCELADOS       PIC 9(05)    COMP-3.
      *-----------------------------------------------------------------
      *    OFERTAS -- CODIGO EM BRANCO = DECIDIDO SEM OFERTA
      *-----------------------------------------------------------------
       01  TAB-OFERTAS.
           05 TAB-OFE-ITEM             OCCURS 20 TIMES.
               10 TAB-OFE-CODIGO           PIC X(05).
               10 TAB-OFE-RETIDOS          PIC 9(05)    COMP-3.
               10 TAB-OFE-CANCELADOS       PIC 9(05)    COMP-3.

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR
                   UNTIL FS-RETENCAO NOT EQUAL 0.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               DISPLAY "MES DE REFERENCIA (AAAAMM): ".
               ACCEPT WRK-PARM-MES.
               PERFORM 0110-CARREGA-MOTIVOS.

               OPEN INPUT RETENCAO.
               IF FS-RETENCAO NOT EQUAL 0
                   DISPLAY "FILA DE RETENCAO AUSENTE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "===== RETENCAO " WRK-PARM-MES
                   " -- DETALHE =====".

       0100-INICIAR-FIM.EXIT.

       0110-CARREGA-MOTIVOS                    SECTION.

               PERFORM 0111-ZERA-MOTIVO
                   VARYING WRK-IDX-MOT FROM 1 BY 1
                   UNTIL WRK-IDX-MOT GREATER 100.
               MOVE "PEDIDO DO PORTAL SEM MOTIVO" TO
                   TAB-MOT-DESCRICAO(100).
               OPEN INPUT MOTCANC.
               IF FS-MOTCANC NOT EQUAL 0
                   DISPLAY "TABELA DE MOTIVOS AUSENTE -- MOTIVOS SO "
                       "PELO CODIGO"
               ELSE
                   PERFORM 0112-LE-MOTIVO
                       UNTIL FS-MOTCANC NOT EQUAL 0
                   CLOSE MOTCANC
               END-IF.

       0110-CARREGA-MOTIVOS-FIM.EXIT.

       0111-ZERA-MOTIVO                        SECTION.

               MOVE SPACES TO TAB-MOT-DESCRICAO(WRK-IDX-MOT).
               MOVE ZEROS  TO TAB-MOT-RETIDOS(WRK-IDX-MOT).
               MOVE ZEROS  TO TAB-MOT-CANCELADOS(WRK-IDX-MOT).

       0111-ZERA-MOTIVO-FIM.EXIT.

       0112-LE-MOTIVO                          SECTION.

               READ MOTCANC
                   AT END
                       MOVE 10 TO FS-MOTCANC
                   NOT AT END
                       COMPUTE WRK-IDX-MOT = REG-CODIGO-MOTC + 1
                       MOVE REG-DESCRICAO-MOTC TO
                           TAB-MOT-DESCRICAO(WRK-IDX-MOT)
               END-READ.

       0112-LE-MOTIVO-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               READ RETENCAO NEXT RECORD
                   AT END
                       MOVE 10 TO FS-RETENCAO
                   NOT AT END
                       ADD 1 TO ACU-LIDOS
                       PERFORM 0210-CLASSIFICA-PEDIDO
               END-READ.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SO ENTRA O PEDIDO DECIDIDO NO MES: RETIDO, RECUSADO OU
      *    CANCELADO (RECUSADO JA APLICADO OU PRAZO VENCIDO)
      *-----------------------------------------------------------------
       0210-CLASSIFICA-PEDIDO                  SECTION.

               IF REG-RET-EM-ABERTO
                   ADD 1 TO ACU-EM-ABERTO
                   GO TO 0210-CLASSIFICA-PEDIDO-FIM
               END-IF.
               DIVIDE REG-DATA-DECISAO-RET BY 100
                   GIVING WRK-MES-DECISAO.
               IF WRK-MES-DECISAO NOT EQUAL WRK-PARM-MES
                   GO TO 0210-CLASSIFICA-PEDIDO-FIM
               END-IF.

               PERFORM 0215-LOCALIZA-STREAM.
               PERFORM 0220-LOCALIZA-OFERTA.
               COMPUTE WRK-IDX-MOT = REG-MOTIVO-RET + 1.

               IF REG-RET-RETIDO
                   ADD 1 TO TAB-STR-RETIDOS(WRK-IDX-STR)
                   ADD 1 TO TAB-MOT-RETIDOS(WRK-IDX-MOT)
                   ADD 1 TO TAB-OFE-RETIDOS(WRK-IDX-OFE)
                   ADD 1 TO ACU-RETIDOS
                   DISPLAY "RETIDO....: ID " REG-ID-RET " "
                       REG-STREAM-RET " PEDIDO " REG-DATA-PEDIDO-RET
                       " MOTIVO " REG-MOTIVO-RET " OFERTA "
                       REG-CODIGO-OFERTA-RET " POR "
                       REG-OPERADOR-DECISAO-RET
               ELSE
                   ADD 1 TO TAB-STR-CANCELADOS(WRK-IDX-STR)
                   ADD 1 TO TAB-MOT-CANCELADOS(WRK-IDX-MOT)
                   ADD 1 TO TAB-OFE-CANCELADOS(WRK-IDX-OFE)
                   ADD 1 TO ACU-CANCELADOS
                   IF REG-DECISAO-EXPIROU
                       ADD 1 TO ACU-VENCIDOS
                   END-IF
                   DISPLAY "CANCELADO.: ID " REG-ID-RET " "
                       REG-STREAM-RET " PEDIDO " REG-DATA-PEDIDO-RET
                       " MOTIVO " REG-MOTIVO-RET " OFERTA "
                       REG-CODIGO-OFERTA-RET " DECISAO "
                       REG-TIPO-DECISAO-RET " SIT " REG-SITUACAO-RET
               END-IF.

       0210-CLASSIFICA-PEDIDO-FIM.EXIT.

       0215-LOCALIZA-STREAM                    SECTION.

               MOVE "N" TO WRK-STR-ACHOU.
               PERFORM 0216-COMPARA-STREAM
                   VARYING WRK-IDX-STR FROM 1 BY 1
                   UNTIL WRK-IDX-STR GREATER WRK-QT-STREAMS
                      OR WRK-STR-ACHOU EQUAL "S".
               IF WRK-STR-ACHOU EQUAL "N"
                   IF WRK-QT-STREAMS LESS THAN 20
                       ADD 1 TO WRK-QT-STREAMS
                       MOVE WRK-QT-STREAMS TO WRK-IDX-STR
                       MOVE REG-STREAM-RET TO
                           TAB-STR-NOME(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-RETIDOS(WRK-IDX-STR)
                       MOVE ZEROS TO TAB-STR-CANCELADOS(WRK-IDX-STR)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 20 STREAMINGS NA "
                           "FILA DE RETENCAO -- EXECUCAO "
                           "ABORTADA PARA NAO SOMAR NO PRIMEIRO "
                           "STREAMING (AUMENTAR A TABELA)"
                       CLOSE RETENCAO
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0215-LOCALIZA-STREAM-FIM.EXIT.

       0216-COMPARA-STREAM                     SECTION.

               IF TAB-STR-NOME(WRK-IDX-STR) EQUAL REG-STREAM-RET
                   MOVE "S" TO WRK-STR-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-STR
               END-IF.

       0216-COMPARA-STREAM-FIM.EXIT.

       0220-LOCALIZA-OFERTA                    SECTION.

               MOVE "N" TO WRK-OFE-ACHOU.
               PERFORM 0221-COMPARA-OFERTA
                   VARYING WRK-IDX-OFE FROM 1 BY 1
                   UNTIL WRK-IDX-OFE GREATER WRK-QT-OFERTAS
                      OR WRK-OFE-ACHOU EQUAL "S".
               IF WRK-OFE-ACHOU EQUAL "N"
                   IF WRK-QT-OFERTAS LESS THAN 20
                       ADD 1 TO WRK-QT-OFERTAS
                       MOVE WRK-QT-OFERTAS TO WRK-IDX-OFE
                       MOVE REG-CODIGO-OFERTA-RET TO
                           TAB-OFE-CODIGO(WRK-IDX-OFE)
                       MOVE ZEROS TO TAB-OFE-RETIDOS(WRK-IDX-OFE)
                       MOVE ZEROS TO TAB-OFE-CANCELADOS(WRK-IDX-OFE)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 20 OFERTAS NA "
                           "FILA DE RETENCAO -- EXECUCAO "
                           "ABORTADA PARA NAO SOMAR NA PRIMEIRA "
                           "OFERTA (AUMENTAR A TABELA)"
                       CLOSE RETENCAO
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0220-LOCALIZA-OFERTA-FIM.EXIT.

       0221-COMPARA-OFERTA                     SECTION.

               IF TAB-OFE-CODIGO(WRK-IDX-OFE) EQUAL
                  REG-CODIGO-OFERTA-RET
                   MOVE "S" TO WRK-OFE-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-OFE
               END-IF.

       0221-COMPARA-OFERTA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE RETENCAO.
               OPEN OUTPUT RETENRES.
               DISPLAY "===== RETENCAO " WRK-PARM-MES
                   " POR STREAMING =====".
               PERFORM 0310-IMP-STREAM
                   VARYING WRK-IDX-STR FROM 1 BY 1
                   UNTIL WRK-IDX-STR GREATER WRK-QT-STREAMS.
               DISPLAY "===== RETENCAO " WRK-PARM-MES
                   " POR MOTIVO =====".
               PERFORM 0320-IMP-MOTIVO
                   VARYING WRK-IDX-MOT FROM 1 BY 1
                   UNTIL WRK-IDX-MOT GREATER 100.
               DISPLAY "===== RETENCAO " WRK-PARM-MES
                   " POR OFERTA =====".
               PERFORM 0330-IMP-OFERTA
                   VARYING WRK-IDX-OFE FROM 1 BY 1
                   UNTIL WRK-IDX-OFE GREATER WRK-QT-OFERTAS.
               CLOSE RETENRES.
               DISPLAY "PEDIDOS LIDOS NA FILA.....:" ACU-LIDOS.
               DISPLAY "AINDA EM ABERTO...........:" ACU-EM-ABERTO.
               DISPLAY "RETIDOS NO MES............:" ACU-RETIDOS.
               DISPLAY "CANCELADOS NO MES.........:" ACU-CANCELADOS.
               DISPLAY "  DOS QUAIS PRAZO VENCIDO.:" ACU-VENCIDOS.
               MOVE ACU-RETIDOS    TO WRK-QT-RETIDOS.
               MOVE ACU-CANCELADOS TO WRK-QT-CANCELADOS.
               PERFORM 0340-CALCULA-TAXA.
               MOVE WRK-TAXA-RETENCAO TO WRK-TAXA-ED.
               DISPLAY "TAXA DE RETENCAO..........:" WRK-TAXA-ED "%".

       0300-FINALIZAR-FIM.EXIT.

       0310-IMP-STREAM                         SECTION.

               MOVE TAB-STR-RETIDOS(WRK-IDX-STR)    TO WRK-QT-RETIDOS.
               MOVE TAB-STR-CANCELADOS(WRK-IDX-STR) TO
                   WRK-QT-CANCELADOS.
               PERFORM 0340-CALCULA-TAXA.
               MOVE WRK-TAXA-RETENCAO TO WRK-TAXA-ED.
               DISPLAY TAB-STR-NOME(WRK-IDX-STR)
                   " RETIDOS:"    WRK-QT-RETIDOS
                   " CANCELADOS:" WRK-QT-CANCELADOS
                   " TAXA:"       WRK-TAXA-ED "%".
               SET REG-RRS-STREAM TO TRUE.
               MOVE TAB-STR-NOME(WRK-IDX-STR) TO REG-CHAVE-RRS.
               PERFORM 0350-GRAVA-RESULTADO.

       0310-IMP-STREAM-FIM.EXIT.

       0320-IMP-MOTIVO                         SECTION.

               MOVE TAB-MOT-RETIDOS(WRK-IDX-MOT)    TO WRK-QT-RETIDOS.
               MOVE TAB-MOT-CANCELADOS(WRK-IDX-MOT) TO
                   WRK-QT-CANCELADOS.
               IF WRK-QT-RETIDOS + WRK-QT-CANCELADOS EQUAL ZEROS
                   GO TO 0320-IMP-MOTIVO-FIM
               END-IF.
               PERFORM 0340-CALCULA-TAXA.
               MOVE WRK-TAXA-RETENCAO TO WRK-TAXA-ED.
               COMPUTE WRK-CODIGO-MOT = WRK-IDX-MOT - 1.
               DISPLAY WRK-CODIGO-MOT " "
                   TAB-MOT-DESCRICAO(WRK-IDX-MOT)
                   " RETIDOS:"    WRK-QT-RETIDOS
                   " CANCELADOS:" WRK-QT-CANCELADOS
                   " TAXA:"       WRK-TAXA-ED "%".
               SET REG-RRS-MOTIVO TO TRUE.
               MOVE WRK-CODIGO-MOT TO REG-CHAVE-RRS.
               PERFORM 0350-GRAVA-RESULTADO.

       0320-IMP-MOTIVO-FIM.EXIT.

       0330-IMP-OFERTA                         SECTION.

               MOVE TAB-OFE-RETIDOS(WRK-IDX-OFE)    TO WRK-QT-RETIDOS.
               MOVE TAB-OFE-CANCELADOS(WRK-IDX-OFE) TO
                   WRK-QT-CANCELADOS.
               PERFORM 0340-CALCULA-TAXA.
               MOVE WRK-TAXA-RETENCAO TO WRK-TAXA-ED.
               IF TAB-OFE-CODIGO(WRK-IDX-OFE) EQUAL SPACES
                   DISPLAY "SEM OFERTA"
                       " RETIDOS:"    WRK-QT-RETIDOS
                       " CANCELADOS:" WRK-QT-CANCELADOS
                       " TAXA:"       WRK-TAXA-ED "%"
               ELSE
                   DISPLAY "OFERTA " TAB-OFE-CODIGO(WRK-IDX-OFE)
                       " RETIDOS:"    WRK-QT-RETIDOS
                       " CANCELADOS:" WRK-QT-CANCELADOS
                       " TAXA:"       WRK-TAXA-ED "%"
               END-IF.
               SET REG-RRS-OFERTA TO TRUE.
               MOVE TAB-OFE-CODIGO(WRK-IDX-OFE) TO REG-CHAVE-RRS.
               PERFORM 0350-GRAVA-RESULTADO.

       0330-IMP-OFERTA-FIM.EXIT.

       0340-CALCULA-TAXA                       SECTION.

               MOVE ZEROS TO WRK-TAXA-RETENCAO.
               IF WRK-QT-RETIDOS + WRK-QT-CANCELADOS GREATER ZEROS
                   COMPUTE WRK-TAXA-RETENCAO ROUNDED =
                       WRK-QT-RETIDOS * 100 /
                       (WRK-QT-RETIDOS + WRK-QT-CANCELADOS)
               END-IF.

       0340-CALCULA-TAXA-FIM.EXIT.

       0350-GRAVA-RESULTADO                    SECTION.

               MOVE WRK-PARM-MES      TO REG-MES-RRS.
               MOVE WRK-QT-RETIDOS    TO REG-QT-RETIDOS-RRS.
               MOVE WRK-QT-CANCELADOS TO REG-QT-CANCELADOS-RRS.
               MOVE WRK-TAXA-RETENCAO TO REG-TAXA-RRS.
               WRITE REG-RETENRES.

       0350-GRAVA-RESULTADO-FIM.EXIT.

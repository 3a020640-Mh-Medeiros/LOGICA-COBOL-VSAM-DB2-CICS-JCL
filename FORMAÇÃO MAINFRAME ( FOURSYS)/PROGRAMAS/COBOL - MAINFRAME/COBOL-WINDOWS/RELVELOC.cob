      *  SUSPEITOS              O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *  SORTWK01               SORT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *
      *              -- O SUPERVISOR CONFIRMA OU DESCARTA NA REVISAO
      *              DO PROGBLOQ, SEM REDIGITACAO; CONTA JA BLOQUEADA
      *              OU JA PENDENTE NAO ENTRA DE NOVO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 06/10/2026
      * OBJETIVO...: BLOQUEADOS.TXT PASSA A SER VSAM KSDS (CHAVE
      *              REG-CONTA-BLOQ), MANTIDO ON-LINE NA TELA CCL7 E
      *              NO PROGBLOQ -- LIDO EM SEQUENCIA DE CHAVE
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: FIM DA TABELA DE 500 CONTAS DO DIA: OS
      *              LANCAMENTOS DA DATA PASSAM POR UM SORT INTERNO
      *              (AGENCIA + CONTA) E CADA CONTA E AVALIADA NA
      *              QUEBRA, SEM LIMITE DE CONTAS. O BLOQUEADOS (KSDS)
      *              E CONSULTADO PELA CHAVE EM VEZ DE CARREGADO EM
      *              TABELA; SO OS PEDIDOS AINDA PENDENTES DO
      *              BLOQPEND FICAM EM MEMORIA. TOTAIS DE CONTROLE NO
      *              CONSOLE (LANCAMENTOS DA DATA X ORDENADOS X
      *              SOMADOS NAS CONTAS; CC 8 SE DIVERGIREM)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: MAIS DE 1000 PEDIDOS PENDENTES NO BLOQPEND (OU
      *              JUNTANDO OS DO DIA) DEIXAVA DE GUARDAR A CONTA E
      *              PEDIA O BLOQUEIO DE NOVO -- AGORA ABORTA COM CC 12
      *              (AUMENTAR A TABELA)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
               FILE STATUS IS FS-BLOQPEND.
           SELECT BLOQUEADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQUEADOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CONTA-BLOQ
               FILE STATUS IS FS-BLOQUEADOS.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".

      *=================================================================
       DATA                                    DIVISION.
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
      *-----------------------------------------------------------------
      *     SORT  -  LANCAMENTOS DA DATA POR AGENCIA + CONTA
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-AGENCIA-SRT          PIC 9(004).
           05 REG-CONTA-SRT            PIC 9(006).
           05 REG-VALOR-SRT            PIC 9(007)V99.

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
       01  FS-BLOQPEND                 PIC X(002)          VALUE SPACES.
       01  FS-BLOQUEADOS               PIC 9(002)          VALUE ZEROS.
       01  WRK-QT-JA-TRAVADAS          PIC 9(004)          VALUE ZEROS.
       01  WRK-BLOQUEADOS-OK           PIC X(001)          VALUE "N".
       01  WRK-IDX-TRAVA               PIC 9(004)          VALUE ZEROS.
       01  WRK-TRAVA-ACHOU             PIC X(001)          VALUE "N".
       01  WRK-TRAVA-ESTOUROU          PIC X(001)          VALUE "N".
       01  ACU-PEDIDOS-BLOQ            PIC 9(004)    COMP-3 VALUE ZEROS.
       01  TAB-JA-TRAVADAS.
           05 TAB-TRAVA-CONTA          OCCURS 1000 TIMES
       01  WRK-PARM-VALOR-FRACION      PIC 9(007)V99       VALUE ZEROS.
       01  WRK-PARM-MAX-FRACION        PIC 9(005)          VALUE 5.
      *-----------------------------------------------------------------
       01  ACU-LIDOS-RELSAIDA          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-NO-DIA                  PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-APONTADAS               PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DE CONTROLE: LANCAMENTOS DA DATA ENTREGUES AO SORT X
      *    DEVOLVIDOS X SOMADOS NAS CONTAS, EM QUANTIDADE E VALOR
      *-----------------------------------------------------------------
       01  ACU-ORDENADOS               PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SOMADOS-CONTAS          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-DIA              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-VALOR-NO-DIA            PIC 9(013)V99 COMP-3 VALUE ZEROS.
       01  ACU-VALOR-CONTAS            PIC 9(013)V99 COMP-3 VALUE ZEROS.
       01  WRK-CONFERENCIA             PIC X(040)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-REG-DADO                PIC X(001)          VALUE "N".
       01  WRK-FIM-SORT                PIC X(001)          VALUE "N".
       01  WRK-MOTIVO-APONTE           PIC X(010)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-VALOR-ED                PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
      *    CONTA EM ACUMULACAO NA SAIDA DO SORT
      *-----------------------------------------------------------------
       01  WRK-CHAVE-CTA-ANT.
           05 WRK-AGENCIA-ANT          PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-ANT            PIC 9(006)          VALUE ZEROS.
       01  WRK-CHAVE-CTA-SRT.
           05 WRK-AGENCIA-CHV-SRT      PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-CHV-SRT        PIC 9(006)          VALUE ZEROS.
       01  WRK-CTA-QT-MOVTOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  WRK-CTA-VALOR               PIC 9(010)V99 COMP-3 VALUE ZEROS.
       01  WRK-CTA-QT-FRACION          PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0150-ORDENA-LANCAMENTOS.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

                   CLOSE BLOQPEND
                   OPEN EXTEND BLOQPEND
               END-IF.
               OPEN INPUT BLOQUEADOS.
               IF FS-BLOQUEADOS EQUAL 0
                   MOVE "S" TO WRK-BLOQUEADOS-OK
               END-IF.
               PERFORM 0120-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
               END-IF.

       0111-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    SO OS PEDIDOS AINDA PENDENTES DA FILA FICAM EM MEMORIA; A
      *    CONTA JA BLOQUEADA E CONSULTADA NO KSDS PELA CHAVE
      *-----------------------------------------------------------------
       0130-CARREGA-JA-TRAVADAS                SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT BLOQPEND.
               IF FS-BLOQPEND EQUAL '00'
                   PERFORM 0132-LE-PENDENTE
               MOVE SPACES TO FS-BLOQPEND.

       0130-CARREGA-JA-TRAVADAS-FIM.           EXIT.
      *-----------------------------------------------------------------
       0132-LE-PENDENTE                        SECTION.
      *-----------------------------------------------------------------
                   AT END
                       MOVE '10' TO FS-BLOQPEND
                   NOT AT END
                       IF REG-BLQP-PENDENTE
                           IF WRK-QT-JA-TRAVADAS NOT LESS 1000
                               DISPLAY "ERRO: MAIS DE 1000 PEDIDOS "
                                   "PENDENTES NO BLOQPEND -- EXECUCAO "
                                   "ABORTADA (AUMENTAR A TABELA)"
                               MOVE "TABELA DE PENDENTES CHEIA" TO
                                   WRK-MSG-ERROS
                               PERFORM 9999-TRATA-ERRO
                           END-IF
                           ADD 1 TO WRK-QT-JA-TRAVADAS
                           MOVE REG-CONTA-BLQP TO
                               TAB-TRAVA-CONTA(WRK-QT-JA-TRAVADAS)
       0133-PROCURA-TRAVADA                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-TRAVA-CONTA(WRK-IDX-TRAVA) EQUAL WRK-CONTA-ANT
                   MOVE "S" TO WRK-TRAVA-ACHOU
               END-IF.

               END-IF.

       0121-LE-UM-FIM.                         EXIT.
      *-----------------------------------------------------------------
      *    OS LANCAMENTOS DA DATA SAO ORDENADOS POR AGENCIA + CONTA E
      *    CADA CONTA E AVALIADA NA QUEBRA -- SEM LIMITE DE CONTAS
      *-----------------------------------------------------------------
       0150-ORDENA-LANCAMENTOS                 SECTION.
      *-----------------------------------------------------------------

               SORT SORTWK01
                   ON ASCENDING KEY REG-AGENCIA-SRT
                                    REG-CONTA-SRT
                   INPUT PROCEDURE  0155-SELECIONA-LANCAMENTOS
                   OUTPUT PROCEDURE 0230-AVALIA-CONTAS.
               IF SORT-RETURN NOT EQUAL ZEROS
                   DISPLAY "ERRO NO SORT DOS LANCAMENTOS (SORT-RETURN "
                       SORT-RETURN ")"
                   MOVE "ERRO NO SORT DO RELVELOC" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF WRK-TRAVA-ESTOUROU EQUAL "S"
                   DISPLAY "ERRO: MAIS DE 1000 PEDIDOS PENDENTES COM OS"
                       " DO DIA -- EXECUCAO ABORTADA (AUMENTAR A "
                       "TABELA)"
                   MOVE "TABELA DE PENDENTES CHEIA" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0150-ORDENA-LANCAMENTOS-FIM.            EXIT.
      *-----------------------------------------------------------------
       0155-SELECIONA-LANCAMENTOS              SECTION.
      *-----------------------------------------------------------------

               PERFORM 0200-PROCESSAR UNTIL FS-RELSAIDA NOT EQUAL '00'.

       0155-SELECIONA-LANCAMENTOS-FIM.         EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------
               ADD 1 TO ACU-LIDOS-RELSAIDA.
               IF REG-DATA-RELSAIDA EQUAL WRK-DATA-MOVTO
                   ADD 1 TO ACU-NO-DIA
                   ADD REG-LANCAMENTO-RELSAIDA TO ACU-VALOR-NO-DIA
                   PERFORM 0210-LIBERA-LANCAMENTO
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LIBERA-LANCAMENTO                  SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA    TO REG-AGENCIA-SRT.
               MOVE REG-CONTA-RELSAIDA      TO REG-CONTA-SRT.
               MOVE REG-LANCAMENTO-RELSAIDA TO REG-VALOR-SRT.
               RELEASE REG-SORTWK01.

       0210-LIBERA-LANCAMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    SAIDA DO SORT: ACUMULA A CONTA E AVALIA NA QUEBRA
      *-----------------------------------------------------------------
       0230-AVALIA-CONTAS                      SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0231-RETORNA-LANCAMENTO.
               IF WRK-FIM-SORT EQUAL "N"
                   PERFORM 0232-INICIA-CONTA
               END-IF.
               PERFORM 0233-ACUMULA-CONTA
                   UNTIL WRK-FIM-SORT EQUAL "S".
               IF ACU-ORDENADOS GREATER ZEROS
                   PERFORM 0251-AVALIA-CONTA
               END-IF.

       0230-AVALIA-CONTAS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0231-RETORNA-LANCAMENTO                 SECTION.
      *-----------------------------------------------------------------

               RETURN SORTWK01
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       MOVE REG-AGENCIA-SRT TO WRK-AGENCIA-CHV-SRT
                       MOVE REG-CONTA-SRT   TO WRK-CONTA-CHV-SRT
               END-RETURN.

       0231-RETORNA-LANCAMENTO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0232-INICIA-CONTA                       SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-CHAVE-CTA-SRT TO WRK-CHAVE-CTA-ANT.
               MOVE ZEROS TO WRK-CTA-QT-MOVTOS.
               MOVE ZEROS TO WRK-CTA-VALOR.
               MOVE ZEROS TO WRK-CTA-QT-FRACION.

       0232-INICIA-CONTA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0233-ACUMULA-CONTA                      SECTION.
      *-----------------------------------------------------------------

               IF WRK-CHAVE-CTA-SRT NOT EQUAL WRK-CHAVE-CTA-ANT
                   PERFORM 0251-AVALIA-CONTA
                   PERFORM 0232-INICIA-CONTA
               END-IF.
               ADD 1 TO ACU-ORDENADOS.
               ADD 1 TO WRK-CTA-QT-MOVTOS.
               ADD REG-VALOR-SRT TO WRK-CTA-VALOR.
               IF WRK-PARM-VALOR-FRACION GREATER ZEROS
                   IF REG-VALOR-SRT LESS
                          WRK-PARM-VALOR-FRACION AND
                      REG-VALOR-SRT NOT LESS
                          WRK-PARM-VALOR-FRACION * 0,90
                       ADD 1 TO WRK-CTA-QT-FRACION
                   END-IF
               END-IF.
               PERFORM 0231-RETORNA-LANCAMENTO.

       0233-ACUMULA-CONTA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0251-AVALIA-CONTA                       SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CONTAS-DIA.
               ADD WRK-CTA-QT-MOVTOS TO ACU-SOMADOS-CONTAS.
               ADD WRK-CTA-VALOR     TO ACU-VALOR-CONTAS.
               MOVE SPACES TO WRK-MOTIVO-APONTE.
               EVALUATE TRUE
                   WHEN WRK-CTA-QT-MOVTOS GREATER
                            WRK-PARM-MAX-MOVTOS
                       MOVE "QTDE MOVTO" TO WRK-MOTIVO-APONTE
                   WHEN WRK-PARM-MAX-VALOR GREATER ZEROS AND
                        WRK-CTA-VALOR GREATER
                            WRK-PARM-MAX-VALOR
                       MOVE "VALOR DIA"  TO WRK-MOTIVO-APONTE
                   WHEN WRK-CTA-QT-FRACION GREATER
                            WRK-PARM-MAX-FRACION
                       MOVE "FRACIONADO" TO WRK-MOTIVO-APONTE
               END-EVALUATE.
               IF WRK-MOTIVO-APONTE NOT EQUAL SPACES
                   ADD 1 TO ACU-APONTADAS
                   MOVE WRK-DATA-MOVTO               TO REG-DATA-SUSPC
                   MOVE WRK-AGENCIA-ANT              TO
                       REG-AGENCIA-SUSPC
                   MOVE WRK-CONTA-ANT                TO REG-CONTA-SUSPC
                   MOVE WRK-CTA-QT-MOVTOS            TO
                       REG-QT-MOVTOS-SUSPC
                   MOVE WRK-CTA-VALOR                TO REG-VALOR-SUSPC
                   MOVE WRK-CTA-QT-FRACION           TO
                       REG-QT-FRACION-SUSPC
                   MOVE WRK-MOTIVO-APONTE            TO
                       REG-MOTIVO-SUSPC
                   WRITE REG-SUSPEITOS
                   PERFORM 0252-PEDE-BLOQUEIO
                   MOVE WRK-CTA-VALOR TO WRK-VALOR-ED
                   DISPLAY "** CONTA SUSPEITA: "
                       WRK-AGENCIA-ANT "/"
                       WRK-CONTA-ANT
                       " MOVTOS:" WRK-CTA-QT-MOVTOS
                       " R$" WRK-VALOR-ED
                       " MOTIVO:" WRK-MOTIVO-APONTE
               END-IF.
       0251-AVALIA-CONTA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    A SUSPEITA VIRA PEDIDO DE BLOQUEIO PENDENTE (BLOQPEND),
      *    SALVO SE A CONTA JA ESTA BLOQUEADA OU JA TEM PEDIDO "P".
      *    COM A TABELA CHEIA NAO HA COMO GARANTIR PEDIDO UNICO: O
      *    PEDIDO NAO SAI E O RUN ABORTA NO FIM DO SORT
      *-----------------------------------------------------------------
       0252-PEDE-BLOQUEIO                      SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-TRAVA-ACHOU.
               IF WRK-BLOQUEADOS-OK EQUAL "S"
                   MOVE WRK-CONTA-ANT TO REG-CONTA-BLOQ
                   READ BLOQUEADOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WRK-TRAVA-ACHOU
                   END-READ
               END-IF.
               IF WRK-TRAVA-ACHOU EQUAL "N"
                   PERFORM 0133-PROCURA-TRAVADA
                       VARYING WRK-IDX-TRAVA FROM 1 BY 1
                       UNTIL WRK-IDX-TRAVA GREATER WRK-QT-JA-TRAVADAS
                          OR WRK-TRAVA-ACHOU EQUAL "S"
               END-IF.
               IF WRK-TRAVA-ACHOU EQUAL "N" AND
                  WRK-QT-JA-TRAVADAS NOT LESS 1000
                   MOVE "S" TO WRK-TRAVA-ESTOUROU
                   GO TO 0252-PEDE-BLOQUEIO-FIM
               END-IF.
               IF WRK-TRAVA-ACHOU EQUAL "N"
                   MOVE WRK-CONTA-ANT     TO REG-CONTA-BLQP
                   MOVE WRK-MOTIVO-APONTE TO REG-MOTIVO-BLQP
                   MOVE WRK-DATA-MOVTO    TO REG-DATA-BLQP
                   MOVE "RELVELOC"        TO REG-ORIGEM-BLQP
                   SET REG-BLQP-PENDENTE  TO TRUE
                   WRITE REG-BLOQPEND
                   ADD 1 TO ACU-PEDIDOS-BLOQ
                   ADD 1 TO WRK-QT-JA-TRAVADAS
                   MOVE WRK-CONTA-ANT TO
                       TAB-TRAVA-CONTA(WRK-QT-JA-TRAVADAS)
               END-IF.

       0252-PEDE-BLOQUEIO-FIM.                 EXIT.
      *-----------------------------------------------------------------

       0305-APONTA.
               DISPLAY "PEDIDOS DE BLOQUEIO GRAVADOS.:"
                   ACU-PEDIDOS-BLOQ.
               CLOSE BLOQPEND.
               IF WRK-BLOQUEADOS-OK EQUAL "S"
                   CLOSE BLOQUEADOS
               END-IF.
               DISPLAY "REGISTROS LIDOS DO RELSAIDA..:"
                   ACU-LIDOS-RELSAIDA.
               DISPLAY "LANCAMENTOS DA DATA..........:" ACU-NO-DIA.
               DISPLAY "CONTAS MOVIMENTADAS NA DATA..:" ACU-CONTAS-DIA.
               DISPLAY "CONTAS APONTADAS.............:" ACU-APONTADAS.
               IF ACU-APONTADAS GREATER ZEROS
                   MOVE "CONTA COM ATIVIDADE SUSPEITA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.

       0307-CONFERE-TOTAIS.
               IF ACU-ORDENADOS      EQUAL ACU-NO-DIA AND
                  ACU-SOMADOS-CONTAS EQUAL ACU-NO-DIA AND
                  ACU-VALOR-CONTAS   EQUAL ACU-VALOR-NO-DIA
                   MOVE "OK - NENHUM LANCAMENTO PERDIDO" TO
                       WRK-CONFERENCIA
               ELSE
                   MOVE "DIVERGENTE - LANCAMENTOS PERDIDOS" TO
                       WRK-CONFERENCIA
               END-IF.
               DISPLAY "----- TOTAIS DE CONTROLE -----".
               DISPLAY "LANCAMENTOS ENTREGUES AO SORT:" ACU-NO-DIA.
               DISPLAY "LANCAMENTOS ORDENADOS........:" ACU-ORDENADOS.
               DISPLAY "LANCAMENTOS SOMADOS NAS CTAS.:"
                   ACU-SOMADOS-CONTAS.
               DISPLAY "VALOR DOS LANCAMENTOS DA DATA:"
                   ACU-VALOR-NO-DIA.
               DISPLAY "VALOR SOMADO NAS CONTAS......:"
                   ACU-VALOR-CONTAS.
               DISPLAY "CONFERENCIA..................:"
                   WRK-CONFERENCIA.
               IF WRK-CONFERENCIA(1:2) NOT EQUAL "OK"
                   MOVE "RELVELOC PERDEU LANCAMENTOS" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.

       0310-FECHA-ARQUIVOS.
               CLOSE RELSAIDA
                     SUSPEITOS.

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELMANIF.
      *=================================================================
      * PROGRAMA   : RELMANIF
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CONFERENCIA SEMANAL DO MANIFESTO DE INTEGRIDADE:
      *              VARRE O CATALOGO GERACOES.TXT (TODA A JANELA DE
      *              RETENCAO -- O PROGARQ08 TIRA DO CATALOGO O QUE
      *              EXPURGA) E, PARA CADA GERACAO DATADA DO RELSAIDA
      *              E DO REJEITADOS, RELE O CONTEUDO E CONFERE COM O
      *              MANIFESTO (GERMANIF.TXT) PELO MODULO VERGER.
      *              LISTA EM RELMANIF.TXT TODA GERACAO QUE NAO
      *              CONFERE, QUE SUMIU DO DISCO OU QUE NAO TEM
      *              MANIFESTO, E FECHA COM OS TOTAIS DA VARREDURA.
      *              RETURN-CODE 8 = GERACAO DIVERGENTE OU AUSENTE;
      *              RETURN-CODE 4 = SO GERACOES SEM MANIFESTO
      *              (ANTERIORES A ELE).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  GERACOES               I
      *  RELMANIF               O
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VERGER
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR:
      * ANALISTA   :
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *=================================================================


      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT GERACOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\GERACOES.TXT"
               FILE STATUS IS FS-GERACOES.
           SELECT RELMANIF ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELMANIF.TXT"
               FILE STATUS IS FS-RELMANIF.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  GERACOES.
       01  REG-GERACOES.
           05 REG-TIPO-GER             PIC X(008).
           05 FILLER                   PIC X(001).
           05 REG-DATA-GER             PIC 9(008).
       FD  RELMANIF.
       01  REG-RELMANIF                PIC X(100).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-RELMANIF                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-GERACOES-LIDAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GERACOES-OK             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GERACOES-DIVERGE        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GERACOES-AUSENTE        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-GERACOES-SEM-MAN        PIC 9(005)    COMP-3 VALUE ZEROS.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    O CATALOGO RECEBE UMA LINHA POR RUN -- A GERACAO DE UMA
      *    DATA REPROCESSADA E CONFERIDA UMA VEZ SO
      *-----------------------------------------------------------------
       01  WRK-QT-GER-VISTAS           PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-GER                 PIC 9(004)          VALUE ZEROS.
       01  WRK-GER-REPETIDA            PIC X(001)          VALUE "N".
       01  TAB-GER-VISTAS.
           05 TAB-GER-ITEM             OCCURS 500 TIMES.
               10 TAB-GER-TIPO             PIC X(008).
               10 TAB-GER-DATA             PIC 9(008).
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC X(050)          VALUE
               "CONFERENCIA DO MANIFESTO DAS GERACOES DATADAS -".
           05 FILLER                   PIC X(010)          VALUE
               " EXECUCAO ".
           05 WRK-CAB-DATA             PIC 9(008).
           05 FILLER                   PIC X(032)          VALUE SPACES.
       01  WRK-LIN-CABEC2.
           05 FILLER                   PIC X(050)          VALUE
               "TIPO     DATA     SITUACAO".
           05 FILLER                   PIC X(050)          VALUE SPACES.
       01  WRK-LIN-DETALHE.
           05 WRK-DET-TIPO             PIC X(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DATA             PIC 9(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(030).
           05 FILLER                   PIC X(052)          VALUE SPACES.
       01  WRK-LIN-CONFRONTO.
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 WRK-CNF-ROTULO           PIC X(013).
           05 FILLER                   PIC X(007)          VALUE
               " LIDO  ".
           05 WRK-CNF-LIDO-ED          PIC Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(012)          VALUE
               "  MANIFESTO ".
           05 WRK-CNF-MAN-ED           PIC Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(016)          VALUE SPACES.
       01  WRK-LIN-HASH.
           05 FILLER                   PIC X(004)          VALUE SPACES.
           05 FILLER                   PIC X(013)          VALUE
               "CONFERENCIA".
           05 FILLER                   PIC X(007)          VALUE
               " LIDO  ".
           05 WRK-HASH-LIDO            PIC 9(018).
           05 FILLER                   PIC X(012)          VALUE
               "  MANIFESTO ".
           05 WRK-HASH-MAN             PIC 9(018).
           05 FILLER                   PIC X(028)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO           PIC X(040).
           05 WRK-TOT-QTDE             PIC ZZ.ZZ9.
           05 FILLER                   PIC X(054)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "RELMANIF".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       COPY "#BOOKVERGER".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-GERACOES NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

               OPEN OUTPUT RELMANIF.
               IF FS-RELMANIF                NOT EQUAL '00'
                   MOVE "ERRO ABERTURA RELMANIF"  TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE WRK-DATA-EXEC  TO WRK-CAB-DATA.
               MOVE WRK-LIN-CABEC1 TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE WRK-LIN-CABEC2 TO REG-RELMANIF.
               WRITE REG-RELMANIF.

               OPEN INPUT GERACOES.
               IF FS-GERACOES                NOT EQUAL '00'
                   DISPLAY "CATALOGO DE GERACOES AUSENTE -- NADA A "
                       "CONFERIR"
                   MOVE '10' TO FS-GERACOES
               END-IF.
               PERFORM 0120-LEITURA.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0120-LEITURA                            SECTION.
      *-----------------------------------------------------------------

               READ GERACOES
                   AT END
                       MOVE '10' TO FS-GERACOES
               END-READ.

       0120-LEITURA-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-TIPO-GER EQUAL "RELSAIDA" OR
                  REG-TIPO-GER EQUAL "REJEITAD"
                   PERFORM 0205-CONFERE-REPETIDA
                   IF WRK-GER-REPETIDA EQUAL 'N'
                       ADD 1 TO ACU-GERACOES-LIDAS
                       PERFORM 0210-CONFERE-GERACAO
                   END-IF
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0205-CONFERE-REPETIDA                   SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-GER-REPETIDA.
               PERFORM 0206-COMPARA-GERACAO
                       VARYING WRK-IDX-GER FROM 1 BY 1
                       UNTIL WRK-IDX-GER GREATER WRK-QT-GER-VISTAS
                          OR WRK-GER-REPETIDA EQUAL 'S'.
               IF WRK-GER-REPETIDA EQUAL 'N'
                   IF WRK-QT-GER-VISTAS LESS THAN 500
                       ADD 1 TO WRK-QT-GER-VISTAS
                       MOVE REG-TIPO-GER TO
                           TAB-GER-TIPO(WRK-QT-GER-VISTAS)
                       MOVE REG-DATA-GER TO
                           TAB-GER-DATA(WRK-QT-GER-VISTAS)
                   ELSE
                       DISPLAY "ERRO: MAIS DE 500 GERACOES NO "
                           "CATALOGO -- EXECUCAO ABORTADA (AUMENTAR A "
                           "TABELA)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF.

       0205-CONFERE-REPETIDA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0206-COMPARA-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-GER-TIPO(WRK-IDX-GER) EQUAL REG-TIPO-GER AND
                  TAB-GER-DATA(WRK-IDX-GER) EQUAL REG-DATA-GER
                   MOVE 'S' TO WRK-GER-REPETIDA
               END-IF.

       0206-COMPARA-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0210-CONFERE-GERACAO                    SECTION.
      *-----------------------------------------------------------------

               MOVE "V"               TO WRK-FUNCAO-VGR.
               MOVE REG-TIPO-GER      TO WRK-TIPO-VGR.
               MOVE REG-DATA-GER      TO WRK-DATA-VGR.
               MOVE WRK-PROGRAMA-EXEC TO WRK-PROGRAMA-VGR.
               CALL WRK-MODULO-VERGER USING WRK-VERGER.

               MOVE REG-TIPO-GER TO WRK-DET-TIPO.
               MOVE REG-DATA-GER TO WRK-DET-DATA.
               EVALUATE TRUE
                   WHEN WRK-VGR-OK
                       ADD 1 TO ACU-GERACOES-OK
                   WHEN WRK-VGR-DIVERGE
                       ADD 1 TO ACU-GERACOES-DIVERGE
                       MOVE "NAO CONFERE COM O MANIFESTO" TO
                           WRK-DET-SITUACAO
                       PERFORM 0220-IMPRIME-DIVERGENCIA
                       MOVE 8 TO WRK-RC-SAIDA
                   WHEN WRK-VGR-AUSENTE
                       ADD 1 TO ACU-GERACOES-AUSENTE
                       MOVE "CATALOGADA E AUSENTE NO DISCO" TO
                           WRK-DET-SITUACAO
                       MOVE WRK-LIN-DETALHE TO REG-RELMANIF
                       WRITE REG-RELMANIF
                       MOVE 8 TO WRK-RC-SAIDA
                   WHEN OTHER
                       ADD 1 TO ACU-GERACOES-SEM-MAN
                       MOVE "SEM MANIFESTO" TO WRK-DET-SITUACAO
                       MOVE WRK-LIN-DETALHE TO REG-RELMANIF
                       WRITE REG-RELMANIF
                       IF WRK-RC-SAIDA LESS 4
                           MOVE 4 TO WRK-RC-SAIDA
                       END-IF
               END-EVALUATE.

       0210-CONFERE-GERACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0220-IMPRIME-DIVERGENCIA                SECTION.
      *-----------------------------------------------------------------

               DISPLAY "ERRO: GERACAO " WRK-TIPO-VGR " " WRK-DATA-VGR
                   " NAO CONFERE COM O MANIFESTO".
               MOVE WRK-LIN-DETALHE TO REG-RELMANIF.
               WRITE REG-RELMANIF.

               MOVE "REGISTROS"             TO WRK-CNF-ROTULO.
               MOVE WRK-QT-REG-CALC-VGR     TO WRK-CNF-LIDO-ED.
               MOVE WRK-QT-REG-MAN-VGR      TO WRK-CNF-MAN-ED.
               MOVE WRK-LIN-CONFRONTO TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE "DEBITOS"               TO WRK-CNF-ROTULO.
               MOVE WRK-TOTAL-DEB-CALC-VGR  TO WRK-CNF-LIDO-ED.
               MOVE WRK-TOTAL-DEB-MAN-VGR   TO WRK-CNF-MAN-ED.
               MOVE WRK-LIN-CONFRONTO TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE "CREDITOS"              TO WRK-CNF-ROTULO.
               MOVE WRK-TOTAL-CRED-CALC-VGR TO WRK-CNF-LIDO-ED.
               MOVE WRK-TOTAL-CRED-MAN-VGR  TO WRK-CNF-MAN-ED.
               MOVE WRK-LIN-CONFRONTO TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE WRK-HASH-CALC-VGR       TO WRK-HASH-LIDO.
               MOVE WRK-HASH-MAN-VGR        TO WRK-HASH-MAN.
               MOVE WRK-LIN-HASH TO REG-RELMANIF.
               WRITE REG-RELMANIF.

       0220-IMPRIME-DIVERGENCIA-FIM.           EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

               CLOSE GERACOES.

               MOVE SPACES TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE "GERACOES CONFERIDAS.....................:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-GERACOES-LIDAS   TO WRK-TOT-QTDE.
               MOVE WRK-LIN-TOTAL TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE "CONFEREM COM O MANIFESTO................:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-GERACOES-OK      TO WRK-TOT-QTDE.
               MOVE WRK-LIN-TOTAL TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE "NAO CONFEREM (ALTERADAS OU TRUNCADAS)...:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-GERACOES-DIVERGE TO WRK-TOT-QTDE.
               MOVE WRK-LIN-TOTAL TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE "CATALOGADAS E AUSENTES NO DISCO.........:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-GERACOES-AUSENTE TO WRK-TOT-QTDE.
               MOVE WRK-LIN-TOTAL TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               MOVE "SEM MANIFESTO (ANTERIORES A ELE)........:" TO
                   WRK-TOT-ROTULO.
               MOVE ACU-GERACOES-SEM-MAN TO WRK-TOT-QTDE.
               MOVE WRK-LIN-TOTAL TO REG-RELMANIF.
               WRITE REG-RELMANIF.
               CLOSE RELMANIF.

               DISPLAY " >>>>>>>> MANIFESTO DAS GERACOES <<<<<<<<< ".
               DISPLAY "GERACOES CONFERIDAS.........:"
                   ACU-GERACOES-LIDAS.
               DISPLAY "CONFEREM....................:" ACU-GERACOES-OK.
               DISPLAY "NAO CONFEREM................:"
                   ACU-GERACOES-DIVERGE.
               DISPLAY "AUSENTES NO DISCO...........:"
                   ACU-GERACOES-AUSENTE.
               DISPLAY "SEM MANIFESTO...............:"
                   ACU-GERACOES-SEM-MAN.
               IF ACU-GERACOES-DIVERGE GREATER ZEROS OR
                  ACU-GERACOES-AUSENTE GREATER ZEROS
                   MOVE "GERACAO DIVERGE DO MANIFESTO" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC  TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC   TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC      TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC      TO REG-HORA-AUD.
               MOVE ACU-GERACOES-LIDAS TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.
               MOVE WRK-RC-SAIDA TO RETURN-CODE.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

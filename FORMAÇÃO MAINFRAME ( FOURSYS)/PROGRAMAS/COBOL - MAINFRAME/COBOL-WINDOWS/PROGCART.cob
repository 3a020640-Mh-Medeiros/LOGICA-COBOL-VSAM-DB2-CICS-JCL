       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGCART.
      *=================================================================
      * PROGRAMA   : PROGCART
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 02/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: TRANSFERENCIA EM LOTE DA CARTEIRA DE UM GERENTE
      *              PARA OUTRO (SAIDA DO GERENTE, REORGANIZACAO DA
      *              AGENCIA), SEM ALTERAR CONTA A CONTA NO PROGCTAS:
      *              - SELECIONA NO MASTER AS CONTAS NAO ENCERRADAS DO
      *                GERENTE DE ORIGEM (OPCIONALMENTE SO DE UMA
      *                AGENCIA);
      *              - AGENDA A TROCA DE GERENTE DE CADA UMA EM
      *                CTASPEND.TXT (CAMPO "G") PARA A DATA EFETIVA,
      *                QUE O PROGEFETIVA APLICA NA NOITE CERTA;
      *              - GRAVA O HISTORICO DE TRANSFERENCIAS (TRFGER.TXT)
      *                QUE O PROGCOMISSAO USA PARA DIVIDIR A COMISSAO
      *                DO MES ENTRE OS DOIS GERENTES PELA DATA;
      *              - EMITE O RELATORIO RELTRGER.TXT COM A CARTEIRA
      *                ANTES E DEPOIS DE CADA UM DOS DOIS GERENTES,
      *                COM O SALDO DE CADA CONTA NO MASTER DE SALDOS,
      *                UMA PARTE PARA CADA GERENTE.
      *-----------------------------------------------------------------
      * OBSERVACAO.: SYSIN: GERENTE DE ORIGEM, GERENTE DE DESTINO,
      *              AGENCIA (0000 = TODAS), DATA EFETIVA (AAAAMMDD,
      *              ZEROS = DATA DE MOVIMENTO DO CTLDATA) E USUARIO.
      *              A DATA EFETIVA E ROLADA PARA O PROXIMO DIA UTIL
      *              PELO CALENDARIO, COMO O PROGEFETIVA FARIA, E E
      *              A MESMA NO AGENDAMENTO E NO HISTORICO. GERENTES
      *              EM BRANCO OU IGUAIS, OU DATA EFETIVA ANTERIOR A
      *              DATA DE MOVIMENTO, TERMINAM COM RETURN-CODE 8
      *              SEM AGENDAR NADA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CONTAS                 I                    #BOOKCTAS
      *  SALDOS                 I                    #BOOKSALDO
      *  CTASPEND               O (EXTEND)           #BOOKCTAPEND
      *  TRFGER                 O (EXTEND)           #BOOKTRFGER
      *  RELTRGER               O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              CALDIA
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
      *=================================================================

      *-----------------------------------------------------------------
       CONFIGURATION                           SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                            SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT CTASPEND ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTASPEND.TXT"
               FILE STATUS IS FS-CTASPEND.
           SELECT TRFGER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TRFGER.TXT"
               FILE STATUS IS FS-TRFGER.
           SELECT RELTRGER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELTRGER.TXT"
               FILE STATUS IS FS-RELTRGER.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 061
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE SALDOS (PROGSALDO)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *     OUTPUT-  ALTERACOES PROGRAMADAS DO MASTER (PROGEFETIVA)
      *                               LRECL = 025
      *-----------------------------------------------------------------
       FD  CTASPEND.
       COPY "#BOOKCTAPEND".
      *-----------------------------------------------------------------
      *     OUTPUT-  HISTORICO DE TRANSFERENCIAS DE CARTEIRA
      *                               LRECL = 036
      *-----------------------------------------------------------------
       FD  TRFGER.
       COPY "#BOOKTRFGER".
      *-----------------------------------------------------------------
      *     OUTPUT-  CARTEIRA ANTES E DEPOIS DOS DOIS GERENTES
      *                               LRECL = 080
      *-----------------------------------------------------------------
       FD  RELTRGER.
       01  REG-RELTRGER                PIC X(080).
      *-----------------------------------------------------------------
      *     INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-CTASPEND                 PIC X(002)          VALUE SPACES.
       01  FS-TRFGER                   PIC X(002)          VALUE SPACES.
       01  FS-RELTRGER                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-GER-DE             PIC X(001)          VALUE SPACES.
       01  WRK-PARM-GER-PARA           PIC X(001)          VALUE SPACES.
       01  WRK-PARM-AGENCIA            PIC 9(004)          VALUE ZEROS.
       01  WRK-PARM-DATA-EFETIVA       PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-CONTAS-LIDAS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TRANSFERIDAS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SALDO-TRANSFERIDO       PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  ACU-SEM-SALDO               PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== PARTE DO RELATORIO EM EMISSAO =====".
      *-----------------------------------------------------------------
      *    "O" = CARTEIRA DO GERENTE DE ORIGEM (E AGENDAMENTO)
      *    "D" = CARTEIRA DO GERENTE DE DESTINO
      *-----------------------------------------------------------------
       01  WRK-PARTE                   PIC X(001)          VALUE "O".
       01  WRK-GER-PARTE               PIC X(001)          VALUE SPACES.
       01  WRK-FIM-CONTAS              PIC X(001)          VALUE "N".
       01  WRK-CONTA-SELECIONADA       PIC X(001)          VALUE "N".
       01  WRK-SALDOS-ABERTO           PIC X(001)          VALUE "N".
       01  WRK-SALDO-CONTA             PIC S9(010)V99      VALUE ZEROS.
       01  WRK-QT-ANTES                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  WRK-QT-DEPOIS               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  WRK-SALDO-ANTES             PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  WRK-SALDO-DEPOIS            PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EFETIVA            PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGCART".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       77  WRK-MODULO-CALDIA           PIC X(08)           VALUE
               "CALDIA".
       01  WRK-CALDIA.
           05 WRK-FUNCAO-CAL           PIC X(01).
           05 WRK-DATA-IN-CAL          PIC 9(08).
           05 WRK-DATA-OUT-CAL         PIC 9(08).
           05 WRK-RESPOSTA-CAL         PIC X(01).
           05 WRK-SITUACAO-CAL         PIC X(01).
      *-----------------------------------------------------------------
       01  WRK-VALOR-ED                PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC X(021)          VALUE
               "CARTEIRA DO GERENTE ".
           05 WRK-CAB-GERENTE          PIC X(001).
           05 FILLER                   PIC X(026)          VALUE
               " - TRANSFERENCIA GERENTE ".
           05 WRK-CAB-GER-DE           PIC X(001).
           05 FILLER                   PIC X(004)          VALUE
               " -> ".
           05 WRK-CAB-GER-PARA         PIC X(001).
           05 FILLER                   PIC X(010)          VALUE
               " EFETIVA ".
           05 WRK-CAB-EFETIVA          PIC 9(008).
           05 FILLER                   PIC X(008)          VALUE SPACES.
       01  WRK-LIN-CABEC2.
           05 FILLER                   PIC X(010)          VALUE
               "AGENCIA ".
           05 WRK-CAB-AGENCIA          PIC X(006).
           05 FILLER                   PIC X(010)          VALUE
               " EMISSAO ".
           05 WRK-CAB-EXEC             PIC 9(008).
           05 FILLER                   PIC X(046)          VALUE SPACES.
       01  WRK-LIN-CABEC3.
           05 FILLER                   PIC X(014)          VALUE
               "AGENCIA/CONTA".
           05 FILLER                   PIC X(022)          VALUE
               "TITULAR".
           05 FILLER                   PIC X(004)          VALUE
               "SIT".
           05 FILLER                   PIC X(021)          VALUE
               "               SALDO".
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 FILLER                   PIC X(017)          VALUE
               "CARTEIRA".
       01  WRK-LIN-DETALHE.
           05 WRK-DET-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-CONTA            PIC 9(006).
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-TITULAR          PIC X(020).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(001).
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-SALDO            PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-MOVIMENTO        PIC X(017).
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO           PIC X(024).
           05 FILLER                   PIC X(007)          VALUE
               "CONTAS ".
           05 WRK-TOT-QT               PIC ZZ.ZZ9.
           05 FILLER                   PIC X(008)          VALUE
               "  SALDO ".
           05 WRK-TOT-SALDO            PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(014)          VALUE SPACES.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* FIM DA WORKING *".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               MOVE "O"             TO WRK-PARTE.
               MOVE WRK-PARM-GER-DE TO WRK-GER-PARTE.
               PERFORM 0200-PARTE-GERENTE.
               MOVE "D"               TO WRK-PARTE.
               MOVE WRK-PARM-GER-PARA TO WRK-GER-PARTE.
               PERFORM 0200-PARTE-GERENTE.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "GERENTE DE ORIGEM DA CARTEIRA: "
               ACCEPT WRK-PARM-GER-DE.
               DISPLAY "GERENTE DE DESTINO DA CARTEIRA: "
               ACCEPT WRK-PARM-GER-PARA.
               DISPLAY "AGENCIA (0000 = TODAS): "
               ACCEPT WRK-PARM-AGENCIA.
               DISPLAY "DATA EFETIVA (AAAAMMDD, ZEROS = DATA DE "
                   "MOVIMENTO): "
               ACCEPT WRK-PARM-DATA-EFETIVA.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0120-VALIDA-PARAMETROS.

               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT SALDOS.
               IF FS-SALDOS                  EQUAL '00'
                   MOVE "S" TO WRK-SALDOS-ABERTO
               ELSE
                   DISPLAY "MASTER DE SALDOS INDISPONIVEL (FS "
                       FS-SALDOS ") -- CARTEIRA LISTADA COM SALDO ZERO"
               END-IF.
               OPEN EXTEND CTASPEND.
               IF FS-CTASPEND EQUAL '35'
                   OPEN OUTPUT CTASPEND
                   CLOSE CTASPEND
                   OPEN EXTEND CTASPEND
               END-IF.
               IF FS-CTASPEND                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CTASPEND          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-CTASPEND' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN EXTEND TRFGER.
               IF FS-TRFGER EQUAL '35'
                   OPEN OUTPUT TRFGER
                   CLOSE TRFGER
                   OPEN EXTEND TRFGER
               END-IF.
               IF FS-TRFGER                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-TRFGER            TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-TRFGER'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT RELTRGER.
               IF FS-RELTRGER                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RELTRGER          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-RELTRGER' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0110-LE-DATA-MOVTO                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-EXEC TO WRK-DATA-MOVTO.
               OPEN INPUT CTLDATA.
               IF FS-CTLDATA                 EQUAL '00'
                   PERFORM 0111-LE-CTLDATA
                           UNTIL FS-CTLDATA NOT EQUAL '00'
                   CLOSE CTLDATA
               END-IF.

       0110-LE-DATA-MOVTO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0111-LE-CTLDATA                         SECTION.
      *-----------------------------------------------------------------

               READ CTLDATA
               IF FS-CTLDATA                 EQUAL '00'
                   IF REG-CTL-DATA-MOVTO
                       MOVE REG-DATA-MOVTO-CTLDATA TO WRK-DATA-MOVTO
                   END-IF
               END-IF.

       0111-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0120-VALIDA-PARAMETROS                  SECTION.
      *-----------------------------------------------------------------
      *    A DATA EFETIVA E ROLADA PARA DIA UTIL AQUI, COMO O
      *    PROGEFETIVA FARIA, PARA QUE O HISTORICO DA COMISSAO TENHA A
      *    MESMA DATA EM QUE O MASTER E ALTERADO
      *-----------------------------------------------------------------

               IF WRK-PARM-GER-DE   EQUAL SPACES OR
                  WRK-PARM-GER-PARA EQUAL SPACES
                   DISPLAY "GERENTE DE ORIGEM E DE DESTINO SAO "
                       "OBRIGATORIOS -- NADA AGENDADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-PARM-GER-DE EQUAL WRK-PARM-GER-PARA
                   DISPLAY "GERENTE DE ORIGEM IGUAL AO DE DESTINO -- "
                       "NADA AGENDADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-PARM-DATA-EFETIVA EQUAL ZEROS
                   MOVE WRK-DATA-MOVTO TO WRK-PARM-DATA-EFETIVA
               END-IF.
               IF WRK-PARM-DATA-EFETIVA LESS WRK-DATA-MOVTO
                   DISPLAY "DATA EFETIVA " WRK-PARM-DATA-EFETIVA
                       " ANTERIOR A DATA DE MOVIMENTO " WRK-DATA-MOVTO
                       " -- NADA AGENDADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               MOVE WRK-PARM-DATA-EFETIVA TO WRK-DATA-EFETIVA.
               MOVE "V" TO WRK-FUNCAO-CAL.
               MOVE WRK-DATA-EFETIVA TO WRK-DATA-IN-CAL.
               CALL WRK-MODULO-CALDIA USING WRK-CALDIA.
               IF WRK-SITUACAO-CAL EQUAL "0" AND
                  WRK-RESPOSTA-CAL NOT EQUAL "S"
                   MOVE "P" TO WRK-FUNCAO-CAL
                   CALL WRK-MODULO-CALDIA USING WRK-CALDIA
                   IF WRK-SITUACAO-CAL EQUAL "0"
                       DISPLAY "DATA EFETIVA NAO E DIA UTIL -- "
                           "ROLADA PARA O PROXIMO DIA UTIL"
                       MOVE WRK-DATA-OUT-CAL TO WRK-DATA-EFETIVA
                   END-IF
               END-IF.

               DISPLAY "TRANSFERENCIA DE CARTEIRA DO GERENTE "
                   WRK-PARM-GER-DE " PARA O GERENTE " WRK-PARM-GER-PARA.
               IF WRK-PARM-AGENCIA EQUAL ZEROS
                   DISPLAY "AGENCIA..........: TODAS"
               ELSE
                   DISPLAY "AGENCIA..........:" WRK-PARM-AGENCIA
               END-IF.
               DISPLAY "DATA EFETIVA.....:" WRK-DATA-EFETIVA.

       0120-VALIDA-PARAMETROS-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    UMA PASSADA NO MASTER PARA CADA GERENTE: NA DO GERENTE DE
      *    ORIGEM AS CONTAS SELECIONADAS SAO AGENDADAS; NA DO DESTINO
      *    ELAS APARECEM COMO ENTRADA NA CARTEIRA
      *-----------------------------------------------------------------
       0200-PARTE-GERENTE                      SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-QT-ANTES
                             WRK-QT-DEPOIS
                             WRK-SALDO-ANTES
                             WRK-SALDO-DEPOIS.
               PERFORM 0210-CABECALHO.
               MOVE 'N'        TO WRK-FIM-CONTAS.
               MOVE LOW-VALUES TO REG-CHAVE-MTR.
               START CONTAS KEY NOT LESS REG-CHAVE-MTR
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CONTAS
               END-START.
               PERFORM 0220-LE-CONTA
                       UNTIL WRK-FIM-CONTAS EQUAL 'S'.
               PERFORM 0260-TOTAIS.

       0200-PARTE-GERENTE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0210-CABECALHO                          SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-GER-PARTE     TO WRK-CAB-GERENTE.
               MOVE WRK-PARM-GER-DE   TO WRK-CAB-GER-DE.
               MOVE WRK-PARM-GER-PARA TO WRK-CAB-GER-PARA.
               MOVE WRK-DATA-EFETIVA  TO WRK-CAB-EFETIVA.
               IF WRK-PARM-AGENCIA EQUAL ZEROS
                   MOVE "TODAS"          TO WRK-CAB-AGENCIA
               ELSE
                   MOVE WRK-PARM-AGENCIA TO WRK-CAB-AGENCIA
               END-IF.
               MOVE WRK-DATA-EXEC     TO WRK-CAB-EXEC.
               IF WRK-PARTE EQUAL "D"
                   MOVE SPACES TO REG-RELTRGER
                   WRITE REG-RELTRGER
               END-IF.
               WRITE REG-RELTRGER FROM WRK-LIN-CABEC1.
               WRITE REG-RELTRGER FROM WRK-LIN-CABEC2.
               WRITE REG-RELTRGER FROM WRK-LIN-CABEC3.

       0210-CABECALHO-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0220-LE-CONTA                           SECTION.
      *-----------------------------------------------------------------

               READ CONTAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-CONTAS
                       GO TO 0220-LE-CONTA-FIM
               END-READ.
               IF WRK-PARTE EQUAL "O"
                   ADD 1 TO ACU-CONTAS-LIDAS
               END-IF.
               IF REG-CONTA-ENCERRADA
                   GO TO 0220-LE-CONTA-FIM
               END-IF.

               MOVE 'N' TO WRK-CONTA-SELECIONADA.
               IF REG-GERENTE-MTR EQUAL WRK-PARM-GER-DE
                   IF WRK-PARM-AGENCIA EQUAL ZEROS OR
                      WRK-PARM-AGENCIA EQUAL REG-AGENCIA-MTR
                       MOVE 'S' TO WRK-CONTA-SELECIONADA
                   END-IF
               END-IF.

               IF REG-GERENTE-MTR EQUAL WRK-GER-PARTE
                   PERFORM 0230-LE-SALDO
                   ADD 1               TO WRK-QT-ANTES
                   ADD WRK-SALDO-CONTA TO WRK-SALDO-ANTES
                   IF WRK-CONTA-SELECIONADA EQUAL 'S'
                       MOVE "SAI P/ GERENTE  " TO WRK-DET-MOVIMENTO
                       MOVE WRK-PARM-GER-PARA  TO
                           WRK-DET-MOVIMENTO(16:1)
                       PERFORM 0240-AGENDA-TRANSFERENCIA
                   ELSE
                       MOVE "PERMANECE"        TO WRK-DET-MOVIMENTO
                       ADD 1               TO WRK-QT-DEPOIS
                       ADD WRK-SALDO-CONTA TO WRK-SALDO-DEPOIS
                   END-IF
                   PERFORM 0250-IMPRIME-CONTA
               ELSE
                   IF WRK-PARTE EQUAL "D" AND
                      WRK-CONTA-SELECIONADA EQUAL 'S'
                       PERFORM 0230-LE-SALDO
                       MOVE "ENTRA DO GERENTE " TO WRK-DET-MOVIMENTO
                       MOVE WRK-PARM-GER-DE    TO
                           WRK-DET-MOVIMENTO(17:1)
                       ADD 1               TO WRK-QT-DEPOIS
                       ADD WRK-SALDO-CONTA TO WRK-SALDO-DEPOIS
                       PERFORM 0250-IMPRIME-CONTA
                   END-IF
               END-IF.

       0220-LE-CONTA-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0230-LE-SALDO                           SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-SALDO-CONTA.
               IF WRK-SALDOS-ABERTO EQUAL "S"
                   MOVE REG-AGENCIA-MTR TO REG-AGENCIA-SALDO
                   MOVE REG-CONTA-MTR   TO REG-CONTA-SALDO
                   READ SALDOS
                       INVALID KEY
                           IF WRK-PARTE EQUAL "O"
                               ADD 1 TO ACU-SEM-SALDO
                           END-IF
                       NOT INVALID KEY
                           MOVE REG-SALDO-ATUAL TO WRK-SALDO-CONTA
                   END-READ
               END-IF.

       0230-LE-SALDO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0240-AGENDA-TRANSFERENCIA               SECTION.
      *-----------------------------------------------------------------

               MOVE REG-CONTA-MTR      TO REG-CONTA-PEND.
               SET REG-PEND-GERENTE    TO TRUE.
               MOVE SPACES             TO REG-VALOR-PEND.
               MOVE WRK-PARM-GER-PARA  TO REG-VALOR-PEND(1:1).
               MOVE WRK-DATA-EFETIVA   TO REG-DATA-EFETIVA-PEND.
               SET REG-PEND-PENDENTE   TO TRUE.
               WRITE REG-CTAPEND.
               IF FS-CTASPEND                NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-CTASPEND          TO WRK-STATUS-ERRO
                   MOVE '0240-GRAVA-CTASPEND' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE REG-AGENCIA-MTR    TO REG-AGENCIA-TRF.
               MOVE REG-CONTA-MTR      TO REG-CONTA-TRF.
               MOVE WRK-PARM-GER-DE    TO REG-GERENTE-DE-TRF.
               MOVE WRK-PARM-GER-PARA  TO REG-GERENTE-PARA-TRF.
               MOVE WRK-DATA-EFETIVA   TO REG-DATA-EFETIVA-TRF.
               MOVE WRK-DATA-EXEC      TO REG-DATA-REGISTRO-TRF.
               MOVE WRK-USUARIO-EXEC   TO REG-USUARIO-TRF.
               WRITE REG-TRFGER.
               IF FS-TRFGER                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-TRFGER            TO WRK-STATUS-ERRO
                   MOVE '0240-GRAVA-TRFGER'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               ADD 1               TO ACU-TRANSFERIDAS.
               ADD WRK-SALDO-CONTA TO ACU-SALDO-TRANSFERIDO.

       0240-AGENDA-TRANSFERENCIA-FIM.          EXIT.
      *-----------------------------------------------------------------
       0250-IMPRIME-CONTA                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-MTR      TO WRK-DET-AGENCIA.
               MOVE REG-CONTA-MTR        TO WRK-DET-CONTA.
               MOVE REG-NOME-TITULAR-MTR TO WRK-DET-TITULAR.
               MOVE REG-SITUACAO-MTR     TO WRK-DET-SITUACAO.
               MOVE WRK-SALDO-CONTA      TO WRK-DET-SALDO.
               WRITE REG-RELTRGER FROM WRK-LIN-DETALHE.

       0250-IMPRIME-CONTA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0260-TOTAIS                             SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES TO REG-RELTRGER.
               WRITE REG-RELTRGER.
               MOVE "CARTEIRA ANTES.........:" TO WRK-TOT-ROTULO.
               MOVE WRK-QT-ANTES               TO WRK-TOT-QT.
               MOVE WRK-SALDO-ANTES            TO WRK-TOT-SALDO.
               WRITE REG-RELTRGER FROM WRK-LIN-TOTAL.
               MOVE "CARTEIRA DEPOIS........:" TO WRK-TOT-ROTULO.
               MOVE WRK-QT-DEPOIS              TO WRK-TOT-QT.
               MOVE WRK-SALDO-DEPOIS           TO WRK-TOT-SALDO.
               WRITE REG-RELTRGER FROM WRK-LIN-TOTAL.

       0260-TOTAIS-FIM.                        EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-FECHA-ARQUIVOS.
               CLOSE CONTAS.
               IF WRK-SALDOS-ABERTO EQUAL "S"
                   CLOSE SALDOS
               END-IF.
               CLOSE CTASPEND.
               CLOSE TRFGER.
               CLOSE RELTRGER.

       0310-ESTATISTICA.
               DISPLAY " >>>>>>> TRANSFERENCIA DE CARTEIRA <<<<<<< "
               DISPLAY "CONTAS LIDAS NO MASTER......:" ACU-CONTAS-LIDAS.
               DISPLAY "CONTAS TRANSFERIDAS.........:" ACU-TRANSFERIDAS.
               MOVE ACU-SALDO-TRANSFERIDO TO WRK-VALOR-ED.
               DISPLAY "SALDO DAS CONTAS TRANSFERIDAS:R$" WRK-VALOR-ED.
               DISPLAY "CONTAS SEM SALDO NO MASTER..:" ACU-SEM-SALDO.
               IF ACU-TRANSFERIDAS EQUAL ZEROS
                   DISPLAY "NENHUMA CONTA DO GERENTE " WRK-PARM-GER-DE
                       " NA SELECAO -- NADA AGENDADO"
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC    TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC     TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC        TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC        TO REG-HORA-AUD.
               MOVE ACU-TRANSFERIDAS     TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

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

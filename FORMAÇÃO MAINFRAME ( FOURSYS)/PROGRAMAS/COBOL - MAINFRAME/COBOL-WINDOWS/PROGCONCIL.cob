      *  TRANSORF               O                    #BOOKRELSAIDA
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *  SORTWK01               SORT
      *  CONCTRF                O / I (TRABALHO)
      *  CONCGRP                O / I (TRABALHO)
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *
      *              REGRAVACAO DO TRANSORF -- O AVISO DEIXAVA A
      *              FILA SER REGRAVADA PELA METADE E O ORFAO ALEM
      *              DO LIMITE SUMIA DO CASAMENTO PARA SEMPRE
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX DO #BOOKLANCAM (LRECL 185) GRAVADO
      *              EM BRANCO NOS LANCAMENTOS GERADOS
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: FIM DA TABELA DE 2000 TRANSFERENCIAS/ORFAOS: OS
      *              ORFAOS DA FILA E AS TRANSFERENCIAS DO DIA PASSAM
      *              POR UM SORT INTERNO NA CHAVE DO PAR (CONTA QUE
      *              DEBITA + CONTA QUE CREDITA + VALOR) QUE GRAVA OS
      *              ITENS EM CONCTRF.TMP E AS QUANTIDADES POR CHAVE
      *              EM CONCGRP.TMP; O CASAMENTO E FEITO GRUPO A
      *              GRUPO, NA ORDEM DE CHEGADA. TOTAIS DE CONTROLE
      *              NO CONSOLE (ITENS ENTREGUES X DEVOLVIDOS PELO
      *              SORT X TRATADOS NO CASAMENTO); DIVERGENCIA NO
      *              SORT ABORTA ANTES DE REGRAVAR O TRANSORF
      *=================================================================
      *=================================================================
       ENVIRONMENT                             DIVISION.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".
           SELECT CONCTRF ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONCTRF.TMP"
               FILE STATUS IS FS-CONCTRF.
           SELECT CONCGRP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONCGRP.TMP"
               FILE STATUS IS FS-CONCGRP.

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
      *     SORT  -  ORFAOS CARREGADOS + TRANSFERENCIAS DO DIA, PELA
      *              CHAVE DO PAR (CONTA QUE DEBITA + CONTA QUE
      *              CREDITA + VALOR), SINAL E ORDEM DE CHEGADA
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-CHAVE-PAR-SRT.
               10 REG-AGENCIA-DEB-SRT  PIC 9(004).
               10 REG-CONTA-DEB-SRT    PIC 9(006).
               10 REG-AGENCIA-CRE-SRT  PIC 9(004).
               10 REG-CONTA-CRE-SRT    PIC 9(006).
               10 REG-VALOR-SRT        PIC 9(007)V99.
           05 REG-SINAL-SRT            PIC X(001).
           05 REG-SEQ-SRT              PIC 9(009).
           05 REG-AGENCIA-SRT          PIC 9(004).
           05 REG-CONTA-SRT            PIC 9(006).
           05 REG-DATA-SRT             PIC 9(008).
           05 REG-GERENTE-SRT          PIC X(001).
           05 REG-AGENCIA-DEST-SRT     PIC 9(004).
           05 REG-CONTA-DEST-SRT       PIC 9(006).
           05 REG-CARREGADO-SRT        PIC X(001).
      *-----------------------------------------------------------------
      *     TRABALHO - ITENS ORDENADOS (MESMO LAYOUT DO SORT)
      *                               LRECL = 069
      *-----------------------------------------------------------------
       FD  CONCTRF.
       01  REG-CONCTRF.
           05 REG-CHAVE-PAR-CTRF.
               10 FILLER               PIC X(020).
               10 REG-VALOR-CTRF       PIC 9(007)V99.
           05 REG-SINAL-CTRF           PIC X(001).
           05 REG-SEQ-CTRF             PIC 9(009).
           05 REG-AGENCIA-CTRF         PIC 9(004).
           05 REG-CONTA-CTRF           PIC 9(006).
           05 REG-DATA-CTRF            PIC 9(008).
           05 REG-GERENTE-CTRF         PIC X(001).
           05 REG-AGENCIA-DEST-CTRF    PIC 9(004).
           05 REG-CONTA-DEST-CTRF      PIC 9(006).
           05 REG-CARREGADO-CTRF       PIC X(001).
      *-----------------------------------------------------------------
      *     TRABALHO - QUANTIDADES POR CHAVE DE PAR, NA ORDEM DO
      *                CONCTRF                LRECL = 057
      *-----------------------------------------------------------------
       FD  CONCGRP.
       01  REG-CONCGRP.
           05 REG-CHAVE-PAR-CGRP       PIC X(029).
           05 REG-QT-CRED-CGRP         PIC 9(007).
           05 REG-QT-DEB-CGRP          PIC 9(007).
           05 REG-QT-CRED-CARR-CGRP    PIC 9(007).
           05 REG-QT-DEB-CARR-CGRP     PIC 9(007).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-STATUSREL                PIC X(002)          VALUE SPACES.
       01  FS-CONCTRF                  PIC X(002)          VALUE SPACES.
       01  FS-CONCGRP                  PIC X(002)          VALUE SPACES.
       01  WRK-STEP-CONCLUIDO          PIC X(001)          VALUE "N".
       01  WRK-RELSAIDA-AUSENTE        PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  ACU-LIDOS-RELSAIDA          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-TRANSFERENCIAS          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-PARES-CASADOS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ORFAOS                  PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CARREGADOS              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-RECASADOS               PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-EXPIRADOS               PIC 9(007)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    TOTAIS DE CONTROLE: ITENS ENTREGUES AO SORT X DEVOLVIDOS
      *    PELO SORT X TRATADOS NO CASAMENTO (CASADOS + ORFAOS +
      *    EXPIRADOS)
      *-----------------------------------------------------------------
       01  ACU-ITENS-LIBERADOS         PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-ITENS-ORDENADOS         PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-ITENS-TRATADOS          PIC 9(009)    COMP-3 VALUE ZEROS.
       01  ACU-ITENS-CONFERIDOS        PIC 9(009)    COMP-3 VALUE ZEROS.
       01  WRK-CONFERENCIA             PIC X(040)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  FS-ORFEST                   PIC X(002)          VALUE SPACES.
       01  WRK-PARM-DIAS-EXPIRA        PIC 9(002)          VALUE 5.
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-REG-DADO                PIC X(001)          VALUE "N".
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-HORA-FIM                PIC 9(006)          VALUE ZEROS.
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
      *    QUEBRA POR CHAVE DE PAR NA SAIDA DO SORT E CASAMENTO DE
      *    CADA GRUPO (CREDITOS E DEBITOS NA ORDEM DE CHEGADA)
      *-----------------------------------------------------------------
       01  WRK-FIM-SORT                PIC X(001)          VALUE "N".
       01  WRK-FIM-GRUPOS              PIC X(001)          VALUE "N".
       01  WRK-CONCTRF-CURTO           PIC X(001)          VALUE "N".
       01  WRK-CHAVE-PAR-ANT           PIC X(029)          VALUE SPACES.
       01  WRK-QT-CRED-GRP             PIC 9(007)          VALUE ZEROS.
       01  WRK-QT-DEB-GRP              PIC 9(007)          VALUE ZEROS.
       01  WRK-QT-CRED-CARR-GRP        PIC 9(007)          VALUE ZEROS.
       01  WRK-QT-DEB-CARR-GRP         PIC 9(007)          VALUE ZEROS.
       01  WRK-QT-PARES-GRP            PIC 9(007)          VALUE ZEROS.
       01  WRK-QT-CARR-GRP             PIC 9(007)          VALUE ZEROS.
       01  WRK-QT-ITENS-GRP            PIC 9(008)          VALUE ZEROS.
       01  WRK-ORDEM-CRED              PIC 9(007)          VALUE ZEROS.
       01  WRK-ORDEM-DEB               PIC 9(007)          VALUE ZEROS.
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0150-ORDENA-TRANSFERENCIAS.
               PERFORM 0116-ABRE-ORFEST.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

               END-STRING.
               COMPUTE WRK-DIAS-MOVTO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVTO).

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------

       0111-LE-CTLDATA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    ORFAOS DAS NOITES ANTERIORES E TRANSFERENCIAS DO DIA PASSAM
      *    PELO SORT NA CHAVE DO PAR; A SAIDA GRAVA OS ITENS EM ORDEM
      *    (CONCTRF.TMP) E AS QUANTIDADES DE CADA CHAVE (CONCGRP.TMP)
      *    -- SEM LIMITE DE ITENS. O TRANSORF AINDA NAO E TOCADO
      *-----------------------------------------------------------------
       0150-ORDENA-TRANSFERENCIAS              SECTION.
      *-----------------------------------------------------------------

               SORT SORTWK01
                   ON ASCENDING KEY REG-CHAVE-PAR-SRT
                                    REG-SINAL-SRT
                                    REG-SEQ-SRT
                   INPUT PROCEDURE  0155-SELECIONA-TRANSFERENCIAS
                   OUTPUT PROCEDURE 0230-GRAVA-GRUPOS.
               IF WRK-RELSAIDA-AUSENTE EQUAL "S"
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF SORT-RETURN NOT EQUAL ZEROS
                   DISPLAY "ERRO NO SORT DAS TRANSFERENCIAS "
                       "(SORT-RETURN " SORT-RETURN ")"
                   MOVE "ERRO NO SORT DA CONCILIACAO" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF ACU-ITENS-ORDENADOS NOT EQUAL ACU-ITENS-LIBERADOS
                   DISPLAY "ERRO: ITENS ENTREGUES AO SORT "
                       ACU-ITENS-LIBERADOS " DIFERENTE DOS DEVOLVIDOS "
                       ACU-ITENS-ORDENADOS " -- EXECUCAO ABORTADA "
                       "ANTES DE REGRAVAR O TRANSORF"
                   MOVE "SORT PERDEU TRANSFERENCIAS" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0150-ORDENA-TRANSFERENCIAS-FIM.         EXIT.
      *-----------------------------------------------------------------
       0155-SELECIONA-TRANSFERENCIAS           SECTION.
      *-----------------------------------------------------------------

               PERFORM 0115-CARREGA-PENDENTES.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA                NOT EQUAL '00'
                   MOVE "S" TO WRK-RELSAIDA-AUSENTE
                   GO TO 0155-SELECIONA-TRANSFERENCIAS-FIM
               END-IF.
               PERFORM 0120-LEITURA.
               PERFORM 0200-PROCESSAR UNTIL FS-RELSAIDA NOT EQUAL '00'.
               CLOSE RELSAIDA.

       0155-SELECIONA-TRANSFERENCIAS-FIM.      EXIT.
      *-----------------------------------------------------------------
      *    OS ORFAOS DAS NOITES ANTERIORES ENTRAM NO SORT COMO
      *    CARREGADOS, PARA RECASAR CONTRA AS TRANSFERENCIAS DE HOJE
      *-----------------------------------------------------------------
       0115-CARREGA-PENDENTES                  SECTION.
                   AT END
                       MOVE '10' TO FS-TRANSORF
                   NOT AT END
                       ADD 1 TO ACU-CARREGADOS
                       MOVE REG-AGENCIA-ORF      TO REG-AGENCIA-SRT
                       MOVE REG-CONTA-ORF        TO REG-CONTA-SRT
                       MOVE REG-LANCAMENTO-ORF   TO REG-VALOR-SRT
                       MOVE REG-DATA-ORF         TO REG-DATA-SRT
                       MOVE REG-SINAL-ORF        TO REG-SINAL-SRT
                       MOVE REG-GERENTE-ORF      TO REG-GERENTE-SRT
                       MOVE REG-AGENCIA-DEST-ORF TO
                           REG-AGENCIA-DEST-SRT
                       MOVE REG-CONTA-DEST-ORF   TO REG-CONTA-DEST-SRT
                       MOVE 'S'                  TO REG-CARREGADO-SRT
                       PERFORM 0215-LIBERA-ITEM
               END-READ.

       0117-LE-PENDENTE-FIM.                   EXIT.
               MOVE ZEROS  TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS  TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

       0116-ABRE-ORFEST-FIM.                   EXIT.
       0210-GUARDA-TRANSFERENCIA               SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA      TO REG-AGENCIA-SRT.
               MOVE REG-CONTA-RELSAIDA        TO REG-CONTA-SRT.
               MOVE REG-LANCAMENTO-RELSAIDA   TO REG-VALOR-SRT.
               MOVE REG-DATA-RELSAIDA         TO REG-DATA-SRT.
               MOVE REG-SINAL-RELSAIDA        TO REG-SINAL-SRT.
               MOVE REG-GERENTE-RELSAIDA      TO REG-GERENTE-SRT.
               MOVE REG-AGENCIA-DEST-RELSAIDA TO REG-AGENCIA-DEST-SRT.
               MOVE REG-CONTA-DEST-RELSAIDA   TO REG-CONTA-DEST-SRT.
               MOVE 'N'                       TO REG-CARREGADO-SRT.
               PERFORM 0215-LIBERA-ITEM.

       0210-GUARDA-TRANSFERENCIA-FIM.          EXIT.
      *-----------------------------------------------------------------
      *    A CHAVE DO PAR E A MESMA NAS DUAS PONTAS: NO DEBITO A CONTA
      *    QUE DEBITA E A PROPRIA E A QUE CREDITA E O DESTINO; NO
      *    CREDITO E O CONTRARIO. A SEQUENCIA GUARDA A ORDEM DE
      *    CHEGADA (ORFAOS CARREGADOS PRIMEIRO)
      *-----------------------------------------------------------------
       0215-LIBERA-ITEM                        SECTION.
      *-----------------------------------------------------------------

               IF REG-SINAL-SRT EQUAL 'D'
                   MOVE REG-AGENCIA-SRT      TO REG-AGENCIA-DEB-SRT
                   MOVE REG-CONTA-SRT        TO REG-CONTA-DEB-SRT
                   MOVE REG-AGENCIA-DEST-SRT TO REG-AGENCIA-CRE-SRT
                   MOVE REG-CONTA-DEST-SRT   TO REG-CONTA-CRE-SRT
               ELSE
                   MOVE REG-AGENCIA-DEST-SRT TO REG-AGENCIA-DEB-SRT
                   MOVE REG-CONTA-DEST-SRT   TO REG-CONTA-DEB-SRT
                   MOVE REG-AGENCIA-SRT      TO REG-AGENCIA-CRE-SRT
                   MOVE REG-CONTA-SRT        TO REG-CONTA-CRE-SRT
               END-IF.
               ADD 1 TO ACU-ITENS-LIBERADOS.
               MOVE ACU-ITENS-LIBERADOS TO REG-SEQ-SRT.
               RELEASE REG-SORTWK01.

       0215-LIBERA-ITEM-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    SAIDA DO SORT: CADA ITEM VAI PARA O CONCTRF E, NA QUEBRA DA
      *    CHAVE DO PAR, AS QUANTIDADES DO GRUPO VAO PARA O CONCGRP
      *-----------------------------------------------------------------
       0230-GRAVA-GRUPOS                       SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT CONCTRF.
               OPEN OUTPUT CONCGRP.
               IF FS-CONCTRF NOT EQUAL '00' OR
                  FS-CONCGRP NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0231-RETORNA-ITEM.
               IF WRK-FIM-SORT EQUAL "N"
                   PERFORM 0232-INICIA-GRUPO
               END-IF.
               PERFORM 0233-ACUMULA-ITEM
                   UNTIL WRK-FIM-SORT EQUAL "S".
               IF ACU-ITENS-ORDENADOS GREATER ZEROS
                   PERFORM 0234-GRAVA-GRUPO
               END-IF.
               CLOSE CONCTRF.
               CLOSE CONCGRP.

       0230-GRAVA-GRUPOS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0231-RETORNA-ITEM                       SECTION.
      *-----------------------------------------------------------------

               RETURN SORTWK01
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
               END-RETURN.

       0231-RETORNA-ITEM-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0232-INICIA-GRUPO                       SECTION.
      *-----------------------------------------------------------------

               MOVE REG-CHAVE-PAR-SRT TO WRK-CHAVE-PAR-ANT.
               MOVE ZEROS TO WRK-QT-CRED-GRP.
               MOVE ZEROS TO WRK-QT-DEB-GRP.
               MOVE ZEROS TO WRK-QT-CRED-CARR-GRP.
               MOVE ZEROS TO WRK-QT-DEB-CARR-GRP.

       0232-INICIA-GRUPO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0233-ACUMULA-ITEM                       SECTION.
      *-----------------------------------------------------------------

               IF REG-CHAVE-PAR-SRT NOT EQUAL WRK-CHAVE-PAR-ANT
                   PERFORM 0234-GRAVA-GRUPO
                   PERFORM 0232-INICIA-GRUPO
               END-IF.
               ADD 1 TO ACU-ITENS-ORDENADOS.
               IF REG-SINAL-SRT EQUAL 'D'
                   ADD 1 TO WRK-QT-DEB-GRP
                   IF REG-CARREGADO-SRT EQUAL 'S'
                       ADD 1 TO WRK-QT-DEB-CARR-GRP
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-CRED-GRP
                   IF REG-CARREGADO-SRT EQUAL 'S'
                       ADD 1 TO WRK-QT-CRED-CARR-GRP
                   END-IF
               END-IF.
               MOVE REG-SORTWK01 TO REG-CONCTRF.
               WRITE REG-CONCTRF.
               PERFORM 0231-RETORNA-ITEM.

       0233-ACUMULA-ITEM-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0234-GRAVA-GRUPO                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-CHAVE-PAR-ANT    TO REG-CHAVE-PAR-CGRP.
               MOVE WRK-QT-CRED-GRP      TO REG-QT-CRED-CGRP.
               MOVE WRK-QT-DEB-GRP       TO REG-QT-DEB-CGRP.
               MOVE WRK-QT-CRED-CARR-GRP TO REG-QT-CRED-CARR-CGRP.
               MOVE WRK-QT-DEB-CARR-GRP  TO REG-QT-DEB-CARR-CGRP.
               WRITE REG-CONCGRP.

       0234-GRAVA-GRUPO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    DENTRO DE UMA CHAVE DE PAR QUALQUER DEBITO CASA COM
      *    QUALQUER CREDITO (AS TRANSFERENCIAS DO DIA TEM TODAS A
      *    MESMA DATA E O ORFAO CARREGADO CASA COM QUALQUER DATA):
      *    CASAM OS N PRIMEIROS DE CADA LADO NA ORDEM DE CHEGADA,
      *    N = MENOR DAS DUAS QUANTIDADES, E O RESTO E ORFAO. COMO OS
      *    CARREGADOS CHEGAM PRIMEIRO, OS RECASADOS SAO OS PARES ATE
      *    A MAIOR QUANTIDADE DE CARREGADOS DE UM DOS LADOS
      *-----------------------------------------------------------------
       0250-CASA-PARES                         SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CONCTRF.
               OPEN INPUT CONCGRP.
               IF FS-CONCTRF NOT EQUAL '00' OR
                  FS-CONCGRP NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-GRUPOS.
               PERFORM 0251-LE-GRUPO.
               PERFORM 0252-CASA-GRUPO
                   UNTIL WRK-FIM-GRUPOS EQUAL "S".
               CLOSE CONCTRF.
               CLOSE CONCGRP.

       0250-CASA-PARES-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0251-LE-GRUPO                           SECTION.
      *-----------------------------------------------------------------

               READ CONCGRP
                   AT END
                       MOVE "S" TO WRK-FIM-GRUPOS
               END-READ.

       0251-LE-GRUPO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0252-CASA-GRUPO                         SECTION.
      *-----------------------------------------------------------------

               IF REG-QT-DEB-CGRP LESS REG-QT-CRED-CGRP
                   MOVE REG-QT-DEB-CGRP  TO WRK-QT-PARES-GRP
               ELSE
                   MOVE REG-QT-CRED-CGRP TO WRK-QT-PARES-GRP
               END-IF.
               IF REG-QT-DEB-CARR-CGRP GREATER REG-QT-CRED-CARR-CGRP
                   MOVE REG-QT-DEB-CARR-CGRP  TO WRK-QT-CARR-GRP
               ELSE
                   MOVE REG-QT-CRED-CARR-CGRP TO WRK-QT-CARR-GRP
               END-IF.
               IF WRK-QT-CARR-GRP GREATER WRK-QT-PARES-GRP
                   MOVE WRK-QT-PARES-GRP TO WRK-QT-CARR-GRP
               END-IF.
               ADD WRK-QT-PARES-GRP TO ACU-PARES-CASADOS.
               ADD WRK-QT-CARR-GRP  TO ACU-RECASADOS.
               MOVE ZEROS TO WRK-ORDEM-CRED.
               MOVE ZEROS TO WRK-ORDEM-DEB.
               COMPUTE WRK-QT-ITENS-GRP =
                   REG-QT-CRED-CGRP + REG-QT-DEB-CGRP.
               PERFORM 0253-TRATA-ITEM WRK-QT-ITENS-GRP TIMES.
               PERFORM 0251-LE-GRUPO.

       0252-CASA-GRUPO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0253-TRATA-ITEM                         SECTION.
      *-----------------------------------------------------------------

               READ CONCTRF
                   AT END
                       MOVE "S" TO WRK-CONCTRF-CURTO
               END-READ.
               IF WRK-CONCTRF-CURTO EQUAL "S"
                   GO TO 0253-TRATA-ITEM-FIM
               END-IF.
               ADD 1 TO ACU-ITENS-TRATADOS.
               IF REG-SINAL-CTRF EQUAL 'D'
                   ADD 1 TO WRK-ORDEM-DEB
                   IF WRK-ORDEM-DEB GREATER WRK-QT-PARES-GRP
                       PERFORM 0261-GRAVA-ORFAO
                   END-IF
               ELSE
                   ADD 1 TO WRK-ORDEM-CRED
                   IF WRK-ORDEM-CRED GREATER WRK-QT-PARES-GRP
                       PERFORM 0261-GRAVA-ORFAO
                   END-IF
               END-IF.

       0253-TRATA-ITEM-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0261-GRAVA-ORFAO                        SECTION.
      *-----------------------------------------------------------------

               COMPUTE WRK-DIAS-ORFAO =
                   FUNCTION INTEGER-OF-DATE(REG-DATA-CTRF).
               COMPUTE WRK-IDADE-ORFAO =
                   WRK-DIAS-MOVTO - WRK-DIAS-ORFAO.
               IF WRK-IDADE-ORFAO NOT LESS WRK-PARM-DIAS-EXPIRA
                   PERFORM 0262-EXPIRA-ORFAO
               ELSE
                   ADD 1 TO ACU-ORFAOS
                   MOVE REG-AGENCIA-CTRF      TO REG-AGENCIA-ORF
                   MOVE REG-CONTA-CTRF        TO REG-CONTA-ORF
                   MOVE REG-VALOR-CTRF        TO REG-LANCAMENTO-ORF
                   MOVE REG-DATA-CTRF         TO REG-DATA-ORF
                   MOVE REG-SINAL-CTRF        TO REG-SINAL-ORF
                   MOVE 'T'                   TO REG-TIPO-ORF
                   MOVE REG-GERENTE-CTRF      TO REG-GERENTE-ORF
                   MOVE REG-AGENCIA-DEST-CTRF TO REG-AGENCIA-DEST-ORF
                   MOVE REG-CONTA-DEST-CTRF   TO REG-CONTA-DEST-ORF
                   WRITE REG-TRANSORF
                   DISPLAY "** TRANSFERENCIA SEM PAR: "
                       REG-AGENCIA-CTRF "/"
                       REG-CONTA-CTRF " SINAL:"
                       REG-SINAL-CTRF " VALOR:"
                       REG-LANCAMENTO-ORF
                       " IDADE (DIAS):" WRK-IDADE-ORFAO
               END-IF.

       0261-GRAVA-ORFAO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    O ORFAO ALEM DO PRAZO SAI DA FILA GERANDO O LANCAMENTO DE
      *-----------------------------------------------------------------

               ADD 1 TO ACU-EXPIRADOS.
               MOVE REG-AGENCIA-CTRF             TO REG-AGENCIA.
               MOVE REG-CONTA-CTRF               TO REG-CONTA.
               MOVE REG-VALOR-CTRF               TO REG-LANCAMENTO.
               MOVE "BRL"                        TO REG-MOEDA-LANCAM.
               MOVE REG-GERENTE-CTRF             TO REG-GERENTE.
               MOVE WRK-PARM-TIPO-CLI            TO REG-TIPO-CLI.
               MOVE WRK-DATA-MOVTO               TO REG-DATA-LANCAM.
               IF REG-SINAL-CTRF EQUAL 'D'
                   MOVE 'C' TO REG-SINAL-LANCAM
               ELSE
                   MOVE 'D' TO REG-SINAL-LANCAM
               END-IF.
               MOVE 'E'                          TO REG-TIPO-LANCAM.
               MOVE REG-DATA-CTRF                TO
                   REG-DATA-REF-LANCAM.
               MOVE REG-AGENCIA-DEST-CTRF        TO
                   REG-AGENCIA-DEST.
               MOVE REG-CONTA-DEST-CTRF          TO
                   REG-CONTA-DEST.
               MOVE "ESTORNO ORFAO CONC"         TO
                   REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA-CTRF             TO
                   REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               DISPLAY "** ORFAO EXPIRADO (ESTORNO GERADO): "
                   REG-AGENCIA-CTRF "/"
                   REG-CONTA-CTRF " VALOR:"
                   REG-LANCAMENTO.

       0262-EXPIRA-ORFAO-FIM.                  EXIT.
      *-----------------------------------------------------------------
               MOVE ZEROS         TO REG-CONTA-DEST.
               MOVE SPACES        TO REG-HISTORICO-LANCAM.
               MOVE ZEROS         TO REG-AGENCIA-ORIGEM.
               MOVE SPACES        TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE ORFEST.
               OPEN I-O ORFEST.
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

      *    O TRANSORF SO E REGRAVADO AQUI, DEPOIS DE TODA A CARGA, DO
      *    SORT E DA CONFERENCIA DOS ITENS ORDENADOS -- ABEND NO MEIO
      *    DO RUN DEIXA A FILA ANTIGA INTACTA
       0305-CONCILIA.
               OPEN OUTPUT TRANSORF.
               PERFORM 0250-CASA-PARES.
               COMPUTE ACU-ITENS-CONFERIDOS =
                   (ACU-PARES-CASADOS * 2) + ACU-ORFAOS +
                   ACU-EXPIRADOS.
               IF ACU-ITENS-TRATADOS   EQUAL ACU-ITENS-ORDENADOS AND
                  ACU-ITENS-CONFERIDOS EQUAL ACU-ITENS-TRATADOS
                   MOVE "OK - NENHUMA TRANSFERENCIA PERDIDA" TO
                       WRK-CONFERENCIA
               ELSE
                   MOVE "DIVERGENTE - TRANSFERENCIAS PERDIDAS" TO
                       WRK-CONFERENCIA
               END-IF.
               DISPLAY "REGISTROS LIDOS DO RELSAIDA..:"
                   ACU-LIDOS-RELSAIDA.
               DISPLAY "TRANSFERENCIAS DO DIA........:"
               DISPLAY "ORFAOS EXPIRADOS (ESTORNO)...:"
                   ACU-EXPIRADOS.
               DISPLAY "PONTAS ORFAS NA FILA.........:" ACU-ORFAOS.
               DISPLAY "----- TOTAIS DE CONTROLE -----".
               DISPLAY "ITENS ENTREGUES AO SORT......:"
                   ACU-ITENS-LIBERADOS.
               DISPLAY "ITENS DEVOLVIDOS PELO SORT...:"
                   ACU-ITENS-ORDENADOS.
               DISPLAY "ITENS TRATADOS NO CASAMENTO..:"
                   ACU-ITENS-TRATADOS.
               DISPLAY "CASADOS X2 + ORFAOS + EXPIR..:"
                   ACU-ITENS-CONFERIDOS.
               DISPLAY "CONFERENCIA..................:"
                   WRK-CONFERENCIA.
               IF ACU-ORFAOS GREATER ZEROS
                   MOVE "TRANSFERENCIA SEM PAR NO DIA" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               PERFORM 0265-FECHA-ORFEST.

       0310-FECHA-ARQUIVOS.
               CLOSE TRANSORF.
               IF ACU-ITENS-TRATADOS   NOT EQUAL ACU-ITENS-ORDENADOS OR
                  ACU-ITENS-CONFERIDOS NOT EQUAL ACU-ITENS-TRATADOS
                   MOVE "CONCILIACAO PERDEU ITENS" TO WRK-MSG-ERROS
                   MOVE '0310-FECHA-ARQUIVOS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0318-GRAVA-STATUSREL.
               PERFORM 0070-GRAVA-STATUSREL.
               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0060-VERIFICA-CONCLUSAO                 SECTION.
      *-----------------------------------------------------------------

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGINCO.
      *=================================================================
      * PROGRAMA   : PROGINCO
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 03/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: FUSAO DE AGENCIAS -- TRANSFERE TODAS AS CONTAS DA
      *              AGENCIA QUE FECHA (ORIGEM) PARA A AGENCIA QUE A
      *              ABSORVE (DESTINO):
      *              - MONTA O MAPA DE CONTAS (MAPCONTA.DAT): CADA
      *                CONTA DA ORIGEM MANTEM O NUMERO NA AGENCIA DE
      *                DESTINO; SE O NUMERO JA EXISTE LA, RECEBE UM
      *                NUMERO NOVO ACIMA DO MAIOR DAS DUAS AGENCIAS,
      *                COM DV CALCULADO PELO VALCONTA;
      *              - TROCA A CHAVE NO MASTER DE CONTAS E NO DE
      *                SALDOS, NOS AGENDAMENTOS, NO SUSPENSO E NAS
      *                CHAVES PIX (CONTA E CONTA DE DESTINO);
      *              - BLOQUEIO DE CONTA RENUMERADA E COPIADO PARA O
      *                NUMERO NOVO (BLOQUEADOS.TXT NAO TEM AGENCIA);
      *              - ALTERACAO PROGRAMADA PENDENTE DE CONTA
      *                RENUMERADA (CTASPEND.TXT, SO COM A CONTA) E
      *                LISTADA PARA REVISAO MANUAL, SEM ALTERAR;
      *              - INATIVA A AGENCIA DE ORIGEM NO AGENMTR;
      *              - EMITE O RELFUSAO.TXT COM O MAPA DE CONTAS E A
      *                CONCILIACAO ANTES/DEPOIS DE QUANTIDADES E
      *                VALORES DE CADA ARQUIVO NAS DUAS AGENCIAS.
      *-----------------------------------------------------------------
      * OBSERVACAO.: SYSIN: AGENCIA DE ORIGEM, AGENCIA DE DESTINO E
      *              USUARIO. AGENCIAS IGUAIS, FORA DO AGENMTR, ORIGEM
      *              JA INATIVA OU DESTINO INATIVO TERMINAM COM
      *              RETURN-CODE 8 SEM ALTERAR NADA. O MAPA E MONTADO
      *              ANTES DE QUALQUER ALTERACAO; FALTA DE NUMERO LIVRE
      *              TERMINA COM RETURN-CODE 12 COM OS MASTERS INTACTOS.
      *              O MOVIMENTO QUE AINDA CHEGAR COM A CHAVE ANTIGA E
      *              TRADUZIDO PELO MAPA NO PROGINTAKE E NO PROGCALL.
      *              RETURN-CODE 4 = HA ALTERACOES PROGRAMADAS A REVER;
      *              RETURN-CODE 8 = CONCILIACAO COM DIVERGENCIA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  AGENMTR                I-O                  #BOOKAGEN
      *  CONTAS                 I-O                  #BOOKCTAS
      *  SALDOS                 I-O                  #BOOKSALDO
      *  MAPCONTA               I-O                  #BOOKMAPCTA
      *  BLOQUEADOS             I-O                  #BOOKBLOQ
      *  BLOQTRAB               I/O (TRABALHO)
      *  AGENDADOS              I-O                  #BOOKAGENDA
      *  SUSPENSO               I-O                  #BOOKSUSP
      *  CHAVEPIX               I-O                  #BOOKPIX
      *  CTASPEND               I                    #BOOKCTAPEND
      *  RELFUSAO               O
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VALCONTA
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR:
      * ANALISTA   :
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 06/10/2026
      * OBJETIVO...: BLOQUEADOS.TXT PASSA A SER VSAM KSDS (CHAVE
      *              REG-CONTA-BLOQ): A COPIA DO BLOQUEIO DE CONTA
      *              RENUMERADA E GRAVADA PELA CHAVE (I-O EM VEZ DE
      *              EXTEND); NUMERO NOVO JA BLOQUEADO E IGNORADO E
      *              SAI DA CONTAGEM DE COPIADOS DA CONCILIACAO
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
           SELECT AGENMTR ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\AGENMTR.TXT"
               FILE STATUS IS FS-AGENMTR.
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
           SELECT MAPCONTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\MAPCONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ANT-MAP
               FILE STATUS IS FS-MAPCONTA.
           SELECT BLOQUEADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQUEADOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CONTA-BLOQ
               FILE STATUS IS FS-BLOQUEADOS.
           SELECT BLOQTRAB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQFUSA.TXT"
               FILE STATUS IS FS-BLOQTRAB.
           SELECT AGENDADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\AGENDADOS.TXT"
               FILE STATUS IS FS-AGENDADOS.
           SELECT SUSPENSO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SUSPENSO.TXT"
               FILE STATUS IS FS-SUSPENSO.
           SELECT CHAVEPIX ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CHAVEPIX.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-PIX
               FILE STATUS IS FS-CHAVEPIX.
           SELECT CTASPEND ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTASPEND.TXT"
               FILE STATUS IS FS-CTASPEND.
           SELECT RELFUSAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELFUSAO.TXT"
               FILE STATUS IS FS-RELFUSAO.
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
      *     I-O   -  CADASTRO DE AGENCIAS (PROGAGEN)
      *                               LRECL = 039
      *-----------------------------------------------------------------
       FD  AGENMTR.
       COPY "#BOOKAGEN".
      *-----------------------------------------------------------------
      *     I-O   -  MASTER DE CONTAS (PROGCTAS)
      *                               LRECL = 061
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *     I-O   -  MASTER DE SALDOS (PROGSALDO)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *     I-O   -  MAPA DE CONTAS DAS FUSOES (CUMULATIVO)
      *                               LRECL = 029
      *-----------------------------------------------------------------
       FD  MAPCONTA.
       COPY "#BOOKMAPCTA".
      *-----------------------------------------------------------------
      *     I/O   -  CONTAS BLOQUEADAS (PROGBLOQ)
      *                               LRECL = 042
      *-----------------------------------------------------------------
       FD  BLOQUEADOS.
       COPY "#BOOKBLOQ".
      *-----------------------------------------------------------------
      *     I/O   -  BLOQUEIOS A COPIAR PARA AS CONTAS RENUMERADAS
      *                               LRECL = 042
      *-----------------------------------------------------------------
       FD  BLOQTRAB.
       01  REG-BLOQTRAB                PIC X(042).
      *-----------------------------------------------------------------
      *     I-O   -  LANCAMENTOS AGENDADOS (PROGAGENDA)
      *-----------------------------------------------------------------
       FD  AGENDADOS.
       COPY "#BOOKAGENDA".
      *-----------------------------------------------------------------
      *     I-O   -  MOVIMENTO EM SUSPENSO (PROGSUSPAGE)
      *-----------------------------------------------------------------
       FD  SUSPENSO.
       COPY "#BOOKSUSP".
      *-----------------------------------------------------------------
      *     I-O   -  CHAVES PIX (PROGPIX)
      *-----------------------------------------------------------------
       FD  CHAVEPIX.
       COPY "#BOOKPIX".
      *-----------------------------------------------------------------
      *     INPUT -  ALTERACOES PROGRAMADAS DO MASTER (PROGEFETIVA)
      *                               LRECL = 025
      *-----------------------------------------------------------------
       FD  CTASPEND.
       COPY "#BOOKCTAPEND".
      *-----------------------------------------------------------------
      *     OUTPUT-  MAPA DE CONTAS E CONCILIACAO DA FUSAO
      *                               LRECL = 132
      *-----------------------------------------------------------------
       FD  RELFUSAO.
       01  REG-RELFUSAO                PIC X(132).
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
       01  FS-AGENMTR                  PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-MAPCONTA                 PIC X(002)          VALUE SPACES.
       01  FS-BLOQUEADOS               PIC X(002)          VALUE SPACES.
       01  FS-BLOQTRAB                 PIC X(002)          VALUE SPACES.
       01  FS-AGENDADOS                PIC X(002)          VALUE SPACES.
       01  FS-SUSPENSO                 PIC X(002)          VALUE SPACES.
       01  FS-CHAVEPIX                 PIC X(002)          VALUE SPACES.
       01  FS-CTASPEND                 PIC X(002)          VALUE SPACES.
       01  FS-RELFUSAO                 PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-AG-ORIGEM          PIC 9(004)          VALUE ZEROS.
       01  WRK-PARM-AG-DESTINO         PIC 9(004)          VALUE ZEROS.
       01  WRK-SIT-AG-ORIGEM           PIC X(001)          VALUE SPACES.
       01  WRK-SIT-AG-DESTINO          PIC X(001)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-CONTAS-MAPEADAS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-RENUMERADAS             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-MIGRADAS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SALDOS-MIGRADOS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SALDOS-CONFLITO         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-BLOQ-COPIADOS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-AGEND-ALTERADOS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SUSP-ALTERADOS          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-PIX-ALTERADAS           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-PEND-REVISAR            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-DIVERGENCIAS            PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-FIM-ARQUIVO             PIC X(001)          VALUE "N".
       01  WRK-FIM-MAPA                PIC X(001)          VALUE "N".
       01  WRK-ALTEROU                 PIC X(001)          VALUE "N".
       01  WRK-SALDOS-ABERTO           PIC X(001)          VALUE "N".
       01  WRK-CHAVE-SALVA.
           05 WRK-AGENCIA-SALVA        PIC 9(004)          VALUE ZEROS.
           05 WRK-CONTA-SALVA          PIC 9(006)          VALUE ZEROS.
       01  WRK-MAIOR-BASE              PIC 9(005)          VALUE ZEROS.
       01  WRK-PROXIMA-BASE            PIC 9(006)          VALUE ZEROS.
       01  WRK-CONTA-AREA.
           05 WRK-CONTA-BASE           PIC 9(005).
           05 WRK-CONTA-DV             PIC 9(001).
       01  WRK-CONTA-NUM REDEFINES WRK-CONTA-AREA
                                       PIC 9(006).
      *-----------------------------------------------------------------
      *    TRADUCAO DE UMA CHAVE AGENCIA/CONTA PELO MAPA (0260)
      *-----------------------------------------------------------------
       01  WRK-TRD-AGENCIA             PIC 9(004)          VALUE ZEROS.
       01  WRK-TRD-CONTA               PIC 9(006)          VALUE ZEROS.
       01  WRK-TRD-RENUMERADA          PIC X(001)          VALUE "N".
       01  WRK-TRD-TROCOU              PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
      *    CONCILIACAO: "A" = CONTAGEM ANTES DA FUSAO, "D" = DEPOIS
      *-----------------------------------------------------------------
       01  WRK-FASE                    PIC X(001)          VALUE "A".
       01  WRK-CNT-AGENCIA             PIC 9(004)          VALUE ZEROS.
       01  WRK-CNT-VALOR               PIC S9(011)V99      VALUE ZEROS.
       01  WRK-IDX                     PIC 9(002)    COMP   VALUE ZEROS.
       01  WRK-QT-ESPERADA             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  WRK-VL-ESPERADO             PIC S9(013)V99 COMP-3
                                                           VALUE ZEROS.
      *-----------------------------------------------------------------
      *    ARQUIVOS CONCILIADOS: NOME, SEM AGENCIA (S/N) E COM VALOR
      *    (S/N). ARQUIVO SEM AGENCIA E CONFERIDO PELO TOTAL GERAL
      *-----------------------------------------------------------------
       01  WRK-ARQUIVOS-CONC.
           05 FILLER                   PIC X(012)          VALUE
               "CONTAS    NN".
           05 FILLER                   PIC X(012)          VALUE
               "SALDOS    NS".
           05 FILLER                   PIC X(012)          VALUE
               "BLOQUEADOSSN".
           05 FILLER                   PIC X(012)          VALUE
               "AGENDADOS NS".
           05 FILLER                   PIC X(012)          VALUE
               "CTASPEND  SN".
           05 FILLER                   PIC X(012)          VALUE
               "SUSPENSO  NS".
           05 FILLER                   PIC X(012)          VALUE
               "CHAVEPIX  NN".
       01  TAB-ARQUIVOS-CONC REDEFINES WRK-ARQUIVOS-CONC.
           05 TAB-ARQ-CONC             OCCURS 7 TIMES.
               10 TAB-NOME-ARQ         PIC X(010).
               10 TAB-SEM-AGENCIA      PIC X(001).
               10 TAB-TEM-VALOR        PIC X(001).
       01  TAB-CONCILIACAO.
           05 TAB-CONC                 OCCURS 7 TIMES.
               10 TAB-QT-ORIG-ANT      PIC 9(007)    COMP-3.
               10 TAB-QT-DEST-ANT      PIC 9(007)    COMP-3.
               10 TAB-QT-ORIG-DEP      PIC 9(007)    COMP-3.
               10 TAB-QT-DEST-DEP      PIC 9(007)    COMP-3.
               10 TAB-QT-EXTRA         PIC 9(007)    COMP-3.
               10 TAB-VL-ORIG-ANT      PIC S9(013)V99 COMP-3.
               10 TAB-VL-DEST-ANT      PIC S9(013)V99 COMP-3.
               10 TAB-VL-ORIG-DEP      PIC S9(013)V99 COMP-3.
               10 TAB-VL-DEST-DEP      PIC S9(013)V99 COMP-3.
               10 TAB-SITUACAO-CONC    PIC X(008).
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGINCO".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       77  WRK-MODULO-VALCONTA         PIC X(08)           VALUE
               "VALCONTA".
       01  WRK-VALCONTA.
           05 WRK-FUNCAO-VCT           PIC X(01).
           05 WRK-CONTA-VCT            PIC 9(06).
           05 WRK-DV-VCT               PIC 9(01).
           05 WRK-RESP-VCT             PIC X(01).
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC X(030)          VALUE
               "FUSAO DE AGENCIAS - ORIGEM ".
           05 WRK-CAB-ORIGEM           PIC 9(004).
           05 FILLER                   PIC X(012)          VALUE
               "  DESTINO ".
           05 WRK-CAB-DESTINO          PIC 9(004).
           05 FILLER                   PIC X(012)          VALUE
               "  MOVIMENTO ".
           05 WRK-CAB-MOVTO            PIC 9(008).
           05 FILLER                   PIC X(010)          VALUE
               "  EMISSAO ".
           05 WRK-CAB-EXEC             PIC 9(008).
           05 FILLER                   PIC X(044)          VALUE SPACES.
       01  WRK-LIN-TITULO.
           05 WRK-TIT-TEXTO            PIC X(060).
           05 FILLER                   PIC X(072)          VALUE SPACES.
       01  WRK-LIN-MAPA.
           05 WRK-MAP-AG-ANT           PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-MAP-CONTA-ANT        PIC 9(006).
           05 FILLER                   PIC X(004)          VALUE
               " -> ".
           05 WRK-MAP-AG-NOVA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-MAP-CONTA-NOVA       PIC 9(006).
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-MAP-TITULAR          PIC X(020).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-MAP-OBSERVACAO       PIC X(040).
           05 FILLER                   PIC X(041)          VALUE SPACES.
       01  WRK-LIN-CONC-CAB.
           05 FILLER                   PIC X(018)          VALUE
               "ARQUIVO    ITEM".
           05 FILLER                   PIC X(022)          VALUE
               "          ORIGEM ANTES".
           05 FILLER                   PIC X(022)          VALUE
               "         DESTINO ANTES".
           05 FILLER                   PIC X(022)          VALUE
               "         ORIGEM DEPOIS".
           05 FILLER                   PIC X(022)          VALUE
               "        DESTINO DEPOIS".
           05 FILLER                   PIC X(026)          VALUE
               "  SITUACAO".
       01  WRK-LIN-CONC.
           05 WRK-CNC-ARQUIVO          PIC X(011).
           05 WRK-CNC-ITEM             PIC X(007).
           05 WRK-CNC-ORIG-ANT         PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CNC-DEST-ANT         PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CNC-ORIG-DEP         PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CNC-DEST-DEP         PIC -.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-CNC-SITUACAO         PIC X(029).
       01  WRK-LIN-CONC-QT REDEFINES WRK-LIN-CONC.
           05 FILLER                   PIC X(031).
           05 WRK-CNQ-ORIG-ANT         PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(014).
           05 WRK-CNQ-DEST-ANT         PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(014).
           05 WRK-CNQ-ORIG-DEP         PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(014).
           05 WRK-CNQ-DEST-DEP         PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(031).
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
               MOVE "A" TO WRK-FASE.
               PERFORM 0400-CONTAGEM.
               PERFORM 0200-MONTA-MAPA.
               PERFORM 0220-MIGRA-CONTAS.
               PERFORM 0230-MIGRA-SALDOS.
               PERFORM 0240-MIGRA-BLOQUEADOS.
               PERFORM 0250-CONFERE-CTASPEND.
               PERFORM 0270-MIGRA-AGENDADOS.
               PERFORM 0280-MIGRA-SUSPENSO.
               PERFORM 0290-MIGRA-CHAVEPIX.
               PERFORM 0295-INATIVA-AGENCIA.
               MOVE "D" TO WRK-FASE.
               PERFORM 0400-CONTAGEM.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "AGENCIA DE ORIGEM (QUE FECHA): "
               ACCEPT WRK-PARM-AG-ORIGEM.
               DISPLAY "AGENCIA DE DESTINO (QUE ABSORVE): "
               ACCEPT WRK-PARM-AG-DESTINO.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.
               PERFORM 0120-VALIDA-AGENCIAS.

               INITIALIZE TAB-CONCILIACAO.
               OPEN I-O MAPCONTA.
               IF FS-MAPCONTA EQUAL '35'
                   OPEN OUTPUT MAPCONTA
                   CLOSE MAPCONTA
                   OPEN I-O MAPCONTA
               END-IF.
               IF FS-MAPCONTA                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-MAPCONTA          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-MAPCONTA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT RELFUSAO.
               IF FS-RELFUSAO                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-RELFUSAO          TO WRK-STATUS-ERRO
                   MOVE '0100-ABRE-RELFUSAO' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE WRK-PARM-AG-ORIGEM  TO WRK-CAB-ORIGEM.
               MOVE WRK-PARM-AG-DESTINO TO WRK-CAB-DESTINO.
               MOVE WRK-DATA-MOVTO      TO WRK-CAB-MOVTO.
               MOVE WRK-DATA-EXEC       TO WRK-CAB-EXEC.
               WRITE REG-RELFUSAO FROM WRK-LIN-CABEC1.
               MOVE SPACES TO REG-RELFUSAO.
               WRITE REG-RELFUSAO.
               MOVE "MAPA DE CONTAS (ANTIGA -> NOVA)" TO WRK-TIT-TEXTO.
               WRITE REG-RELFUSAO FROM WRK-LIN-TITULO.

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
      *    AS DUAS AGENCIAS TEM DE EXISTIR NO AGENMTR, A DE DESTINO
      *    ATIVA E A DE ORIGEM AINDA ATIVA (FUSAO NAO RODA DUAS VEZES)
      *-----------------------------------------------------------------
       0120-VALIDA-AGENCIAS                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-PARM-AG-ORIGEM  EQUAL ZEROS OR
                  WRK-PARM-AG-DESTINO EQUAL ZEROS
                   DISPLAY "AGENCIA DE ORIGEM E DE DESTINO SAO "
                       "OBRIGATORIAS -- NADA ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-PARM-AG-ORIGEM EQUAL WRK-PARM-AG-DESTINO
                   DISPLAY "AGENCIA DE ORIGEM IGUAL A DE DESTINO -- "
                       "NADA ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               OPEN INPUT AGENMTR.
               IF FS-AGENMTR                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-AGENMTR           TO WRK-STATUS-ERRO
                   MOVE '0120-ABRE-AGENMTR'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0121-LE-AGENCIA
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE AGENMTR.

               IF WRK-SIT-AG-ORIGEM EQUAL SPACES
                   DISPLAY "AGENCIA DE ORIGEM " WRK-PARM-AG-ORIGEM
                       " NAO CADASTRADA -- NADA ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-SIT-AG-ORIGEM NOT EQUAL "A"
                   DISPLAY "AGENCIA DE ORIGEM " WRK-PARM-AG-ORIGEM
                       " JA INATIVA -- NADA ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF WRK-SIT-AG-DESTINO NOT EQUAL "A"
                   DISPLAY "AGENCIA DE DESTINO " WRK-PARM-AG-DESTINO
                       " NAO CADASTRADA OU INATIVA -- NADA ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               DISPLAY "FUSAO DA AGENCIA " WRK-PARM-AG-ORIGEM
                   " NA AGENCIA " WRK-PARM-AG-DESTINO.

       0120-VALIDA-AGENCIAS-FIM.               EXIT.
      *-----------------------------------------------------------------
       0121-LE-AGENCIA                         SECTION.
      *-----------------------------------------------------------------

               READ AGENMTR
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0121-LE-AGENCIA-FIM
               END-READ.
               IF REG-CODIGO-AGEN EQUAL WRK-PARM-AG-ORIGEM
                   MOVE REG-ATIVO-AGEN TO WRK-SIT-AG-ORIGEM
               END-IF.
               IF REG-CODIGO-AGEN EQUAL WRK-PARM-AG-DESTINO
                   MOVE REG-ATIVO-AGEN TO WRK-SIT-AG-DESTINO
               END-IF.

       0121-LE-AGENCIA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    O MAPA E MONTADO ANTES DE QUALQUER ALTERACAO: UMA PASSADA
      *    PARA ACHAR O MAIOR NUMERO-BASE (5 DIGITOS SEM O DV) DAS
      *    DUAS AGENCIAS, OUTRA NAS CONTAS DA ORIGEM, CONFERINDO SE O
      *    NUMERO JA EXISTE NO DESTINO
      *-----------------------------------------------------------------
       0200-MONTA-MAPA                         SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0200-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE "N"        TO WRK-FIM-ARQUIVO.
               MOVE LOW-VALUES TO REG-CHAVE-MTR.
               START CONTAS KEY NOT LESS REG-CHAVE-MTR
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ARQUIVO
               END-START.
               PERFORM 0205-APURA-MAIOR-BASE
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               MOVE WRK-MAIOR-BASE TO WRK-PROXIMA-BASE.

               MOVE "N"                TO WRK-FIM-ARQUIVO.
               MOVE WRK-PARM-AG-ORIGEM TO REG-AGENCIA-MTR.
               MOVE ZEROS              TO REG-CONTA-MTR.
               START CONTAS KEY NOT LESS REG-CHAVE-MTR
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ARQUIVO
               END-START.
               PERFORM 0210-MAPEIA-CONTA
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE CONTAS.

               IF ACU-CONTAS-MAPEADAS EQUAL ZEROS
                   DISPLAY "AGENCIA " WRK-PARM-AG-ORIGEM
                       " SEM CONTAS NO MASTER -- SO SERA INATIVADA"
               END-IF.

       0200-MONTA-MAPA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0205-APURA-MAIOR-BASE                   SECTION.
      *-----------------------------------------------------------------

               READ CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0205-APURA-MAIOR-BASE-FIM
               END-READ.
               IF REG-AGENCIA-MTR EQUAL WRK-PARM-AG-ORIGEM OR
                  REG-AGENCIA-MTR EQUAL WRK-PARM-AG-DESTINO
                   MOVE REG-CONTA-MTR TO WRK-CONTA-NUM
                   IF WRK-CONTA-BASE GREATER WRK-MAIOR-BASE
                       MOVE WRK-CONTA-BASE TO WRK-MAIOR-BASE
                   END-IF
               END-IF.

       0205-APURA-MAIOR-BASE-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    A LEITURA DIRETA DO NUMERO NO DESTINO DESPOSICIONA O
      *    MASTER; A LEITURA SEQUENCIAL E RETOMADA PELA CHAVE SALVA
      *-----------------------------------------------------------------
       0210-MAPEIA-CONTA                       SECTION.
      *-----------------------------------------------------------------

               READ CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0210-MAPEIA-CONTA-FIM
               END-READ.
               IF REG-AGENCIA-MTR NOT EQUAL WRK-PARM-AG-ORIGEM
                   MOVE "S" TO WRK-FIM-ARQUIVO
                   GO TO 0210-MAPEIA-CONTA-FIM
               END-IF.

               ADD 1 TO ACU-CONTAS-MAPEADAS.
               MOVE REG-CHAVE-MTR       TO WRK-CHAVE-SALVA.
               MOVE REG-CHAVE-MTR       TO REG-CHAVE-ANT-MAP.
               MOVE WRK-PARM-AG-DESTINO TO REG-AGENCIA-NOVA-MAP.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-FUSAO-MAP.

               MOVE WRK-PARM-AG-DESTINO TO REG-AGENCIA-MTR.
               READ CONTAS
                   INVALID KEY
                       MOVE WRK-CONTA-SALVA TO REG-CONTA-NOVA-MAP
                       SET REG-MAP-MESMO-NUMERO TO TRUE
                   NOT INVALID KEY
                       PERFORM 0211-NOVO-NUMERO
               END-READ.

               WRITE REG-MAPCONTA
                   INVALID KEY
                       REWRITE REG-MAPCONTA
               END-WRITE.
               IF FS-MAPCONTA                NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-MAPCONTA          TO WRK-STATUS-ERRO
                   MOVE '0210-GRAVA-MAPCONTA' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE WRK-CHAVE-SALVA TO REG-CHAVE-MTR.
               START CONTAS KEY GREATER REG-CHAVE-MTR
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ARQUIVO
               END-START.

       0210-MAPEIA-CONTA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    NUMERO JA USADO NO DESTINO: PROXIMA BASE LIVRE ACIMA DA
      *    MAIOR DAS DUAS AGENCIAS, COM O DV DO VALCONTA
      *-----------------------------------------------------------------
       0211-NOVO-NUMERO                        SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO WRK-PROXIMA-BASE.
               IF WRK-PROXIMA-BASE GREATER 99999
                   DISPLAY "SEM NUMERO DE CONTA LIVRE NA AGENCIA "
                       WRK-PARM-AG-DESTINO " PARA RENUMERAR A CONTA "
                       WRK-CONTA-SALVA " -- MASTERS NAO ALTERADOS"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

               MOVE WRK-PROXIMA-BASE TO WRK-CONTA-BASE.
               MOVE ZEROS            TO WRK-CONTA-DV.
               MOVE "C"              TO WRK-FUNCAO-VCT.
               MOVE WRK-CONTA-NUM    TO WRK-CONTA-VCT.
               CALL WRK-MODULO-VALCONTA USING WRK-VALCONTA.
               MOVE WRK-DV-VCT       TO WRK-CONTA-DV.

               MOVE WRK-CONTA-NUM    TO REG-CONTA-NOVA-MAP.
               SET REG-MAP-RENUMERADA TO TRUE.
               ADD 1 TO ACU-RENUMERADAS.

       0211-NOVO-NUMERO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    PASSADA NO MAPA DA AGENCIA DE ORIGEM (USADA EM TODAS AS
      *    MIGRACOES POR CHAVE)
      *-----------------------------------------------------------------
       0215-POSICIONA-MAPA                     SECTION.
      *-----------------------------------------------------------------

               MOVE "N"                TO WRK-FIM-MAPA.
               MOVE WRK-PARM-AG-ORIGEM TO REG-AGENCIA-ANT-MAP.
               MOVE ZEROS              TO REG-CONTA-ANT-MAP.
               START MAPCONTA KEY NOT LESS REG-CHAVE-ANT-MAP
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-MAPA
               END-START.

       0215-POSICIONA-MAPA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0216-LE-MAPA                            SECTION.
      *-----------------------------------------------------------------

               READ MAPCONTA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-MAPA
               END-READ.
               IF WRK-FIM-MAPA EQUAL "N" AND
                  REG-AGENCIA-ANT-MAP NOT EQUAL WRK-PARM-AG-ORIGEM
                   MOVE "S" TO WRK-FIM-MAPA
               END-IF.

       0216-LE-MAPA-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    CONTAS: GRAVA O REGISTRO NA CHAVE NOVA E EXCLUI A ANTIGA
      *-----------------------------------------------------------------
       0220-MIGRA-CONTAS                       SECTION.
      *-----------------------------------------------------------------

               OPEN I-O CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0220-ABRE-CONTAS'   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0215-POSICIONA-MAPA.
               IF WRK-FIM-MAPA EQUAL "N"
                   PERFORM 0216-LE-MAPA
               END-IF.
               PERFORM 0221-MIGRA-CONTA
                       UNTIL WRK-FIM-MAPA EQUAL "S".
               CLOSE CONTAS.

       0220-MIGRA-CONTAS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0221-MIGRA-CONTA                        SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES             TO WRK-MAP-TITULAR.
               MOVE REG-CHAVE-ANT-MAP  TO REG-CHAVE-MTR.
               READ CONTAS
                   INVALID KEY
                       MOVE "CONTA NAO ENCONTRADA NO MASTER"
                                       TO WRK-MAP-OBSERVACAO
                       PERFORM 0222-IMPRIME-MAPA
                       GO TO 0221-LE-PROXIMO
               END-READ.

               MOVE REG-NOME-TITULAR-MTR TO WRK-MAP-TITULAR.
               MOVE REG-AGENCIA-NOVA-MAP TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-NOVA-MAP   TO REG-CONTA-MTR.
               WRITE REG-CONTAS-MTR.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0221-GRAVA-CONTAS'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE REG-CHAVE-ANT-MAP  TO REG-CHAVE-MTR.
               DELETE CONTAS RECORD.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-CONTAS            TO WRK-STATUS-ERRO
                   MOVE '0221-EXCLUI-CONTAS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-CONTAS-MIGRADAS.

               IF REG-MAP-RENUMERADA
                   MOVE "RENUMERADA (NUMERO JA USADO NO DESTINO)"
                                       TO WRK-MAP-OBSERVACAO
               ELSE
                   MOVE "MESMO NUMERO"  TO WRK-MAP-OBSERVACAO
               END-IF.
               PERFORM 0222-IMPRIME-MAPA.

       0221-LE-PROXIMO.
               PERFORM 0216-LE-MAPA.

       0221-MIGRA-CONTA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0222-IMPRIME-MAPA                       SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-ANT-MAP  TO WRK-MAP-AG-ANT.
               MOVE REG-CONTA-ANT-MAP    TO WRK-MAP-CONTA-ANT.
               MOVE REG-AGENCIA-NOVA-MAP TO WRK-MAP-AG-NOVA.
               MOVE REG-CONTA-NOVA-MAP   TO WRK-MAP-CONTA-NOVA.
               WRITE REG-RELFUSAO FROM WRK-LIN-MAPA.

       0222-IMPRIME-MAPA-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    SALDOS: MESMA TROCA DE CHAVE. SALDO JA EXISTENTE NA CHAVE
      *    NOVA (SALDO SEM CONTA NO MASTER) NAO E SOBREPOSTO -- FICA NA
      *    CHAVE ANTIGA E APARECE COMO DIVERGENCIA NA CONCILIACAO
      *-----------------------------------------------------------------
       0230-MIGRA-SALDOS                       SECTION.
      *-----------------------------------------------------------------

               OPEN I-O SALDOS.
               IF FS-SALDOS NOT EQUAL '00'
                   DISPLAY "MASTER DE SALDOS INDISPONIVEL (FS "
                       FS-SALDOS ") -- SALDOS NAO MIGRADOS"
                   GO TO 0230-MIGRA-SALDOS-FIM
               END-IF.
               PERFORM 0215-POSICIONA-MAPA.
               IF WRK-FIM-MAPA EQUAL "N"
                   PERFORM 0216-LE-MAPA
               END-IF.
               PERFORM 0231-MIGRA-SALDO
                       UNTIL WRK-FIM-MAPA EQUAL "S".
               CLOSE SALDOS.

       0230-MIGRA-SALDOS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0231-MIGRA-SALDO                        SECTION.
      *-----------------------------------------------------------------

               MOVE REG-CHAVE-ANT-MAP TO REG-CHAVE-SALDO.
               READ SALDOS
                   INVALID KEY
                       GO TO 0231-LE-PROXIMO
               END-READ.

               MOVE REG-AGENCIA-NOVA-MAP TO REG-AGENCIA-SALDO.
               MOVE REG-CONTA-NOVA-MAP   TO REG-CONTA-SALDO.
               WRITE REG-SALDOS
                   INVALID KEY
                       ADD 1 TO ACU-SALDOS-CONFLITO
                       MOVE SPACES TO WRK-MAP-TITULAR
                       MOVE "SALDO JA EXISTE NA CHAVE NOVA - REVISAR"
                                   TO WRK-MAP-OBSERVACAO
                       PERFORM 0222-IMPRIME-MAPA
                       GO TO 0231-LE-PROXIMO
               END-WRITE.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0231-GRAVA-SALDOS'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE REG-CHAVE-ANT-MAP TO REG-CHAVE-SALDO.
               DELETE SALDOS RECORD.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-SALDOS            TO WRK-STATUS-ERRO
                   MOVE '0231-EXCLUI-SALDOS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-SALDOS-MIGRADOS.

       0231-LE-PROXIMO.
               PERFORM 0216-LE-MAPA.

       0231-MIGRA-SALDO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    BLOQUEADOS.TXT SO TEM O NUMERO DA CONTA: O BLOQUEIO DE CONTA
      *    RENUMERADA E COPIADO PARA O NUMERO NOVO (O ORIGINAL CONTINUA
      *    VALENDO PARA A CONTA DO DESTINO COM O NUMERO ANTIGO). AS
      *    COPIAS VAO PRIMEIRO PARA UM ARQUIVO DE TRABALHO E DEPOIS SAO
      *    GRAVADAS PELA CHAVE NO BLOQUEADOS.TXT (KSDS); NUMERO NOVO
      *    QUE JA ESTAVA BLOQUEADO NAO CONTA COMO COPIA
      *-----------------------------------------------------------------
       0240-MIGRA-BLOQUEADOS                   SECTION.
      *-----------------------------------------------------------------

               IF ACU-RENUMERADAS EQUAL ZEROS
                   GO TO 0240-MIGRA-BLOQUEADOS-FIM
               END-IF.
               OPEN INPUT BLOQUEADOS.
               IF FS-BLOQUEADOS NOT EQUAL '00'
                   GO TO 0240-MIGRA-BLOQUEADOS-FIM
               END-IF.
               OPEN OUTPUT BLOQTRAB.
               IF FS-BLOQTRAB                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-BLOQTRAB          TO WRK-STATUS-ERRO
                   MOVE '0240-ABRE-BLOQTRAB' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0241-SELECIONA-BLOQUEIO
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE BLOQUEADOS
                     BLOQTRAB.

               IF ACU-BLOQ-COPIADOS EQUAL ZEROS
                   GO TO 0240-MIGRA-BLOQUEADOS-FIM
               END-IF.
               OPEN INPUT BLOQTRAB.
               OPEN I-O BLOQUEADOS.
               IF FS-BLOQUEADOS              NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-BLOQUEADOS        TO WRK-STATUS-ERRO
                   MOVE '0240-ABRE-BLOQUEADOS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0242-COPIA-BLOQUEIO
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE BLOQTRAB
                     BLOQUEADOS.

       0240-MIGRA-BLOQUEADOS-FIM.              EXIT.
      *-----------------------------------------------------------------
       0241-SELECIONA-BLOQUEIO                 SECTION.
      *-----------------------------------------------------------------

               READ BLOQUEADOS NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0241-SELECIONA-BLOQUEIO-FIM
               END-READ.
               MOVE WRK-PARM-AG-ORIGEM TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-BLOQ     TO WRK-TRD-CONTA.
               PERFORM 0260-TRADUZ-CHAVE.
               IF WRK-TRD-RENUMERADA EQUAL "S"
                   MOVE WRK-TRD-CONTA TO REG-CONTA-BLOQ
                   WRITE REG-BLOQTRAB FROM REG-BLOQUEADOS
                   ADD 1 TO ACU-BLOQ-COPIADOS
               END-IF.

       0241-SELECIONA-BLOQUEIO-FIM.            EXIT.
      *-----------------------------------------------------------------
       0242-COPIA-BLOQUEIO                     SECTION.
      *-----------------------------------------------------------------

               READ BLOQTRAB
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0242-COPIA-BLOQUEIO-FIM
               END-READ.
               WRITE REG-BLOQUEADOS FROM REG-BLOQTRAB.
               IF FS-BLOQUEADOS              EQUAL '22'
                   SUBTRACT 1 FROM ACU-BLOQ-COPIADOS
                   GO TO 0242-COPIA-BLOQUEIO-FIM
               END-IF.
               IF FS-BLOQUEADOS              NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                   MOVE FS-BLOQUEADOS        TO WRK-STATUS-ERRO
                   MOVE '0242-GRAVA-BLOQUEADOS' TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0242-COPIA-BLOQUEIO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    CTASPEND.TXT SO TEM O NUMERO DA CONTA: A ALTERACAO PENDENTE
      *    DE UM NUMERO QUE FOI RENUMERADO NAO TEM COMO SER ATRIBUIDA
      *    COM CERTEZA -- SO E LISTADA PARA REVISAO
      *-----------------------------------------------------------------
       0250-CONFERE-CTASPEND                   SECTION.
      *-----------------------------------------------------------------

               IF ACU-RENUMERADAS EQUAL ZEROS
                   GO TO 0250-CONFERE-CTASPEND-FIM
               END-IF.
               OPEN INPUT CTASPEND.
               IF FS-CTASPEND NOT EQUAL '00'
                   GO TO 0250-CONFERE-CTASPEND-FIM
               END-IF.
               MOVE SPACES TO REG-RELFUSAO.
               WRITE REG-RELFUSAO.
               MOVE "ALTERACOES PROGRAMADAS DE CONTAS RENUMERADAS"
                                           TO WRK-TIT-TEXTO.
               WRITE REG-RELFUSAO FROM WRK-LIN-TITULO.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0251-CONFERE-PENDENTE
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE CTASPEND.

       0250-CONFERE-CTASPEND-FIM.              EXIT.
      *-----------------------------------------------------------------
       0251-CONFERE-PENDENTE                   SECTION.
      *-----------------------------------------------------------------

               READ CTASPEND
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0251-CONFERE-PENDENTE-FIM
               END-READ.
               IF NOT REG-PEND-PENDENTE
                   GO TO 0251-CONFERE-PENDENTE-FIM
               END-IF.
               MOVE WRK-PARM-AG-ORIGEM TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-PEND     TO WRK-TRD-CONTA.
               PERFORM 0260-TRADUZ-CHAVE.
               IF WRK-TRD-RENUMERADA EQUAL "S"
                   ADD 1 TO ACU-PEND-REVISAR
                   MOVE SPACES TO WRK-MAP-TITULAR
                   MOVE "ALTERACAO "     TO WRK-MAP-OBSERVACAO
                   MOVE REG-CAMPO-PEND   TO WRK-MAP-OBSERVACAO(11:1)
                   MOVE " EFETIVA "      TO WRK-MAP-OBSERVACAO(12:9)
                   MOVE REG-DATA-EFETIVA-PEND
                                         TO WRK-MAP-OBSERVACAO(21:8)
                   MOVE " - REVISAR"     TO WRK-MAP-OBSERVACAO(29:10)
                   PERFORM 0222-IMPRIME-MAPA
               END-IF.

       0251-CONFERE-PENDENTE-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    TRADUZ WRK-TRD-AGENCIA/WRK-TRD-CONTA PELO MAPA. DEVOLVE
      *    WRK-TRD-TROCOU = "S" SE A CHAVE ERA DA AGENCIA DE ORIGEM E
      *    WRK-TRD-RENUMERADA = "S" SE O NUMERO MUDOU
      *-----------------------------------------------------------------
       0260-TRADUZ-CHAVE                       SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-TRD-TROCOU
                           WRK-TRD-RENUMERADA.
               IF WRK-TRD-AGENCIA NOT EQUAL WRK-PARM-AG-ORIGEM
                   GO TO 0260-TRADUZ-CHAVE-FIM
               END-IF.
               MOVE WRK-TRD-AGENCIA TO REG-AGENCIA-ANT-MAP.
               MOVE WRK-TRD-CONTA   TO REG-CONTA-ANT-MAP.
               READ MAPCONTA
                   INVALID KEY
                       GO TO 0260-TRADUZ-CHAVE-FIM
               END-READ.
               MOVE "S" TO WRK-TRD-TROCOU.
               IF REG-MAP-RENUMERADA
                   MOVE "S" TO WRK-TRD-RENUMERADA
               END-IF.
               MOVE REG-AGENCIA-NOVA-MAP TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-NOVA-MAP   TO WRK-TRD-CONTA.

       0260-TRADUZ-CHAVE-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    AGENDADOS: TRADUZ A CONTA DO LANCAMENTO E A DE DESTINO
      *-----------------------------------------------------------------
       0270-MIGRA-AGENDADOS                    SECTION.
      *-----------------------------------------------------------------

               OPEN I-O AGENDADOS.
               IF FS-AGENDADOS NOT EQUAL '00'
                   GO TO 0270-MIGRA-AGENDADOS-FIM
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0271-MIGRA-AGENDADO
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE AGENDADOS.

       0270-MIGRA-AGENDADOS-FIM.               EXIT.
      *-----------------------------------------------------------------
       0271-MIGRA-AGENDADO                     SECTION.
      *-----------------------------------------------------------------

               READ AGENDADOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0271-MIGRA-AGENDADO-FIM
               END-READ.
               MOVE "N" TO WRK-ALTEROU.
               MOVE REG-AGENCIA-AGD TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-AGD   TO WRK-TRD-CONTA.
               PERFORM 0260-TRADUZ-CHAVE.
               IF WRK-TRD-TROCOU EQUAL "S"
                   MOVE WRK-TRD-AGENCIA TO REG-AGENCIA-AGD
                   MOVE WRK-TRD-CONTA   TO REG-CONTA-AGD
                   MOVE "S"             TO WRK-ALTEROU
               END-IF.
               MOVE REG-AGENCIA-DEST-AGD TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-DEST-AGD   TO WRK-TRD-CONTA.
               PERFORM 0260-TRADUZ-CHAVE.
               IF WRK-TRD-TROCOU EQUAL "S"
                   MOVE WRK-TRD-AGENCIA TO REG-AGENCIA-DEST-AGD
                   MOVE WRK-TRD-CONTA   TO REG-CONTA-DEST-AGD
                   MOVE "S"             TO WRK-ALTEROU
               END-IF.
               IF WRK-ALTEROU EQUAL "S"
                   REWRITE REG-AGENDA
                   IF FS-AGENDADOS               NOT EQUAL '00'
                       MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                       MOVE FS-AGENDADOS         TO WRK-STATUS-ERRO
                       MOVE '0271-REGRAVA-AGENDADOS' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO ACU-AGEND-ALTERADOS
               END-IF.

       0271-MIGRA-AGENDADO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    SUSPENSO: TRADUZ A CONTA DO LANCAMENTO E A DE DESTINO
      *-----------------------------------------------------------------
       0280-MIGRA-SUSPENSO                     SECTION.
      *-----------------------------------------------------------------

               OPEN I-O SUSPENSO.
               IF FS-SUSPENSO NOT EQUAL '00'
                   GO TO 0280-MIGRA-SUSPENSO-FIM
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0281-MIGRA-SUSPENSO
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE SUSPENSO.

       0280-MIGRA-SUSPENSO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0281-MIGRA-SUSPENSO                     SECTION.
      *-----------------------------------------------------------------

               READ SUSPENSO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0281-MIGRA-SUSPENSO-FIM
               END-READ.
               MOVE "N" TO WRK-ALTEROU.
               MOVE REG-AGENCIA-SUSP TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-SUSP   TO WRK-TRD-CONTA.
               PERFORM 0260-TRADUZ-CHAVE.
               IF WRK-TRD-TROCOU EQUAL "S"
                   MOVE WRK-TRD-AGENCIA TO REG-AGENCIA-SUSP
                   MOVE WRK-TRD-CONTA   TO REG-CONTA-SUSP
                   MOVE "S"             TO WRK-ALTEROU
               END-IF.
               MOVE REG-AGENCIA-DEST-SUSP TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-DEST-SUSP   TO WRK-TRD-CONTA.
               PERFORM 0260-TRADUZ-CHAVE.
               IF WRK-TRD-TROCOU EQUAL "S"
                   MOVE WRK-TRD-AGENCIA TO REG-AGENCIA-DEST-SUSP
                   MOVE WRK-TRD-CONTA   TO REG-CONTA-DEST-SUSP
                   MOVE "S"             TO WRK-ALTEROU
               END-IF.
               IF WRK-ALTEROU EQUAL "S"
                   REWRITE REG-SUSPENSO
                   IF FS-SUSPENSO                NOT EQUAL '00'
                       MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                       MOVE FS-SUSPENSO          TO WRK-STATUS-ERRO
                       MOVE '0281-REGRAVA-SUSPENSO' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO ACU-SUSP-ALTERADOS
               END-IF.

       0281-MIGRA-SUSPENSO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    CHAVES PIX: A CHAVE DO ARQUIVO E A CHAVE PIX, QUE NAO MUDA;
      *    SO A CONTA VINCULADA E REGRAVADA
      *-----------------------------------------------------------------
       0290-MIGRA-CHAVEPIX                     SECTION.
      *-----------------------------------------------------------------

               OPEN I-O CHAVEPIX.
               IF FS-CHAVEPIX NOT EQUAL '00'
                   GO TO 0290-MIGRA-CHAVEPIX-FIM
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0291-MIGRA-CHAVE
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE CHAVEPIX.

       0290-MIGRA-CHAVEPIX-FIM.                EXIT.
      *-----------------------------------------------------------------
       0291-MIGRA-CHAVE                        SECTION.
      *-----------------------------------------------------------------

               READ CHAVEPIX NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0291-MIGRA-CHAVE-FIM
               END-READ.
               MOVE REG-AGENCIA-PIX TO WRK-TRD-AGENCIA.
               MOVE REG-CONTA-PIX   TO WRK-TRD-CONTA.
               PERFORM 0260-TRADUZ-CHAVE.
               IF WRK-TRD-TROCOU EQUAL "S"
                   MOVE WRK-TRD-AGENCIA TO REG-AGENCIA-PIX
                   MOVE WRK-TRD-CONTA   TO REG-CONTA-PIX
                   REWRITE REG-CHAVEPIX
                   IF FS-CHAVEPIX                NOT EQUAL '00'
                       MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                       MOVE FS-CHAVEPIX          TO WRK-STATUS-ERRO
                       MOVE '0291-REGRAVA-CHAVEPIX' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO ACU-PIX-ALTERADAS
               END-IF.

       0291-MIGRA-CHAVE-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0295-INATIVA-AGENCIA                    SECTION.
      *-----------------------------------------------------------------

               OPEN I-O AGENMTR.
               IF FS-AGENMTR                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-AGENMTR           TO WRK-STATUS-ERRO
                   MOVE '0295-ABRE-AGENMTR'  TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0296-INATIVA-ORIGEM
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE AGENMTR.

       0295-INATIVA-AGENCIA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0296-INATIVA-ORIGEM                     SECTION.
      *-----------------------------------------------------------------

               READ AGENMTR
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0296-INATIVA-ORIGEM-FIM
               END-READ.
               IF REG-CODIGO-AGEN EQUAL WRK-PARM-AG-ORIGEM
                   SET REG-AGEN-INATIVA TO TRUE
                   REWRITE REG-AGENMTR
                   IF FS-AGENMTR                 NOT EQUAL '00'
                       MOVE WRK-NAO-GRAVOU       TO WRK-MSG-ERROS
                       MOVE FS-AGENMTR           TO WRK-STATUS-ERRO
                       MOVE '0296-REGRAVA-AGENMTR' TO WRK-AREA-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE "S" TO WRK-FIM-ARQUIVO
               END-IF.

       0296-INATIVA-ORIGEM-FIM.                EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-CONCILIACAO.
               MOVE SPACES TO REG-RELFUSAO.
               WRITE REG-RELFUSAO.
               MOVE "CONCILIACAO ANTES/DEPOIS DA FUSAO"
                                           TO WRK-TIT-TEXTO.
               WRITE REG-RELFUSAO FROM WRK-LIN-TITULO.
               WRITE REG-RELFUSAO FROM WRK-LIN-CONC-CAB.
               MOVE ACU-BLOQ-COPIADOS TO TAB-QT-EXTRA(3).
               PERFORM 0310-CONFERE-ARQUIVO
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX GREATER 7.
               CLOSE MAPCONTA
                     RELFUSAO.

       0320-ESTATISTICA.
               DISPLAY " >>>>>>>>>>> FUSAO DE AGENCIAS <<<<<<<<<<< "
               DISPLAY "CONTAS NO MAPA..............:"
                   ACU-CONTAS-MAPEADAS.
               DISPLAY "CONTAS RENUMERADAS..........:"
                   ACU-RENUMERADAS.
               DISPLAY "CONTAS MIGRADAS NO MASTER...:"
                   ACU-CONTAS-MIGRADAS.
               DISPLAY "SALDOS MIGRADOS.............:"
                   ACU-SALDOS-MIGRADOS.
               DISPLAY "SALDOS EM CONFLITO..........:"
                   ACU-SALDOS-CONFLITO.
               DISPLAY "BLOQUEIOS COPIADOS..........:"
                   ACU-BLOQ-COPIADOS.
               DISPLAY "AGENDAMENTOS ALTERADOS......:"
                   ACU-AGEND-ALTERADOS.
               DISPLAY "SUSPENSOS ALTERADOS.........:"
                   ACU-SUSP-ALTERADOS.
               DISPLAY "CHAVES PIX ALTERADAS........:"
                   ACU-PIX-ALTERADAS.
               DISPLAY "ALTERACOES PROGRAMADAS A REVER:"
                   ACU-PEND-REVISAR.
               DISPLAY "ARQUIVOS COM DIVERGENCIA....:"
                   ACU-DIVERGENCIAS.
               DISPLAY "AGENCIA " WRK-PARM-AG-ORIGEM " INATIVADA".
               IF ACU-DIVERGENCIAS GREATER ZEROS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF ACU-PEND-REVISAR GREATER ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.

       0330-GRAVA-AUDITORIA.
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
               MOVE ACU-CONTAS-MIGRADAS  TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    ARQUIVO POR AGENCIA: DEPOIS, A ORIGEM FICA ZERADA E O
      *    DESTINO COM A SOMA DAS DUAS. ARQUIVO SEM AGENCIA: O TOTAL SO
      *    CRESCE PELAS COPIAS FEITAS NA FUSAO
      *-----------------------------------------------------------------
       0310-CONFERE-ARQUIVO                    SECTION.
      *-----------------------------------------------------------------

               MOVE "OK" TO TAB-SITUACAO-CONC(WRK-IDX).
               IF TAB-SEM-AGENCIA(WRK-IDX) EQUAL "S"
                   COMPUTE WRK-QT-ESPERADA = TAB-QT-ORIG-ANT(WRK-IDX)
                                           + TAB-QT-EXTRA(WRK-IDX)
                   IF TAB-QT-ORIG-DEP(WRK-IDX) NOT EQUAL
                      WRK-QT-ESPERADA
                       MOVE "DIVERGE" TO TAB-SITUACAO-CONC(WRK-IDX)
                   END-IF
               ELSE
                   COMPUTE WRK-QT-ESPERADA = TAB-QT-ORIG-ANT(WRK-IDX)
                                           + TAB-QT-DEST-ANT(WRK-IDX)
                   COMPUTE WRK-VL-ESPERADO = TAB-VL-ORIG-ANT(WRK-IDX)
                                           + TAB-VL-DEST-ANT(WRK-IDX)
                   IF TAB-QT-ORIG-DEP(WRK-IDX) NOT EQUAL ZEROS OR
                      TAB-QT-DEST-DEP(WRK-IDX) NOT EQUAL
                      WRK-QT-ESPERADA OR
                      TAB-VL-DEST-DEP(WRK-IDX) NOT EQUAL
                      WRK-VL-ESPERADO
                       MOVE "DIVERGE" TO TAB-SITUACAO-CONC(WRK-IDX)
                   END-IF
               END-IF.
               IF TAB-SITUACAO-CONC(WRK-IDX) EQUAL "DIVERGE"
                   ADD 1 TO ACU-DIVERGENCIAS
               END-IF.

               MOVE SPACES                   TO WRK-LIN-CONC.
               MOVE TAB-NOME-ARQ(WRK-IDX)    TO WRK-CNC-ARQUIVO.
               MOVE "QTDE"                   TO WRK-CNC-ITEM.
               MOVE TAB-QT-ORIG-ANT(WRK-IDX) TO WRK-CNQ-ORIG-ANT.
               MOVE TAB-QT-ORIG-DEP(WRK-IDX) TO WRK-CNQ-ORIG-DEP.
               MOVE TAB-SITUACAO-CONC(WRK-IDX) TO WRK-CNC-SITUACAO.
               IF TAB-SEM-AGENCIA(WRK-IDX) EQUAL "S"
                   MOVE " (TOTAL DO ARQUIVO)"
                                       TO WRK-CNC-SITUACAO(8:19)
               ELSE
                   MOVE TAB-QT-DEST-ANT(WRK-IDX) TO WRK-CNQ-DEST-ANT
                   MOVE TAB-QT-DEST-DEP(WRK-IDX) TO WRK-CNQ-DEST-DEP
               END-IF.
               WRITE REG-RELFUSAO FROM WRK-LIN-CONC.

               IF TAB-TEM-VALOR(WRK-IDX) EQUAL "S"
                   MOVE SPACES                   TO WRK-LIN-CONC
                   MOVE "VALOR"                  TO WRK-CNC-ITEM
                   MOVE TAB-VL-ORIG-ANT(WRK-IDX) TO WRK-CNC-ORIG-ANT
                   MOVE TAB-VL-DEST-ANT(WRK-IDX) TO WRK-CNC-DEST-ANT
                   MOVE TAB-VL-ORIG-DEP(WRK-IDX) TO WRK-CNC-ORIG-DEP
                   MOVE TAB-VL-DEST-DEP(WRK-IDX) TO WRK-CNC-DEST-DEP
                   WRITE REG-RELFUSAO FROM WRK-LIN-CONC
               END-IF.

       0310-CONFERE-ARQUIVO-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    CONTAGEM DE QUANTIDADES E VALORES DAS DUAS AGENCIAS EM CADA
      *    ARQUIVO, ANTES (WRK-FASE "A") E DEPOIS ("D") DA FUSAO
      *-----------------------------------------------------------------
       0400-CONTAGEM                           SECTION.
      *-----------------------------------------------------------------

               PERFORM 0410-CONTA-CONTAS.
               PERFORM 0420-CONTA-SALDOS.
               PERFORM 0430-CONTA-BLOQUEADOS.
               PERFORM 0440-CONTA-AGENDADOS.
               PERFORM 0450-CONTA-CTASPEND.
               PERFORM 0460-CONTA-SUSPENSO.
               PERFORM 0470-CONTA-CHAVEPIX.

       0400-CONTAGEM-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0410-CONTA-CONTAS                       SECTION.
      *-----------------------------------------------------------------

               MOVE 1 TO WRK-IDX.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL '00'
                   GO TO 0410-CONTA-CONTAS-FIM
               END-IF.
               MOVE "N"        TO WRK-FIM-ARQUIVO.
               MOVE LOW-VALUES TO REG-CHAVE-MTR.
               START CONTAS KEY NOT LESS REG-CHAVE-MTR
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ARQUIVO
               END-START.
               PERFORM 0411-LE-CONTAS
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE CONTAS.

       0410-CONTA-CONTAS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0411-LE-CONTAS                          SECTION.
      *-----------------------------------------------------------------

               READ CONTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0411-LE-CONTAS-FIM
               END-READ.
               MOVE REG-AGENCIA-MTR TO WRK-CNT-AGENCIA.
               MOVE ZEROS           TO WRK-CNT-VALOR.
               PERFORM 0490-SOMA-CONTAGEM.

       0411-LE-CONTAS-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0420-CONTA-SALDOS                       SECTION.
      *-----------------------------------------------------------------

               MOVE 2 TO WRK-IDX.
               OPEN INPUT SALDOS.
               IF FS-SALDOS NOT EQUAL '00'
                   GO TO 0420-CONTA-SALDOS-FIM
               END-IF.
               MOVE "N"        TO WRK-FIM-ARQUIVO.
               MOVE LOW-VALUES TO REG-CHAVE-SALDO.
               START SALDOS KEY NOT LESS REG-CHAVE-SALDO
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ARQUIVO
               END-START.
               PERFORM 0421-LE-SALDOS
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE SALDOS.

       0420-CONTA-SALDOS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0421-LE-SALDOS                          SECTION.
      *-----------------------------------------------------------------

               READ SALDOS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0421-LE-SALDOS-FIM
               END-READ.
               MOVE REG-AGENCIA-SALDO TO WRK-CNT-AGENCIA.
               MOVE REG-SALDO-ATUAL   TO WRK-CNT-VALOR.
               PERFORM 0490-SOMA-CONTAGEM.

       0421-LE-SALDOS-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0430-CONTA-BLOQUEADOS                   SECTION.
      *-----------------------------------------------------------------

               MOVE 3 TO WRK-IDX.
               OPEN INPUT BLOQUEADOS.
               IF FS-BLOQUEADOS NOT EQUAL '00'
                   GO TO 0430-CONTA-BLOQUEADOS-FIM
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0431-LE-BLOQUEADOS
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE BLOQUEADOS.

       0430-CONTA-BLOQUEADOS-FIM.              EXIT.
      *-----------------------------------------------------------------
       0431-LE-BLOQUEADOS                      SECTION.
      *-----------------------------------------------------------------

               READ BLOQUEADOS NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0431-LE-BLOQUEADOS-FIM
               END-READ.
               MOVE WRK-PARM-AG-ORIGEM TO WRK-CNT-AGENCIA.
               MOVE ZEROS              TO WRK-CNT-VALOR.
               PERFORM 0490-SOMA-CONTAGEM.

       0431-LE-BLOQUEADOS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0440-CONTA-AGENDADOS                    SECTION.
      *-----------------------------------------------------------------

               MOVE 4 TO WRK-IDX.
               OPEN INPUT AGENDADOS.
               IF FS-AGENDADOS NOT EQUAL '00'
                   GO TO 0440-CONTA-AGENDADOS-FIM
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0441-LE-AGENDADOS
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE AGENDADOS.

       0440-CONTA-AGENDADOS-FIM.               EXIT.
      *-----------------------------------------------------------------
       0441-LE-AGENDADOS                       SECTION.
      *-----------------------------------------------------------------

               READ AGENDADOS
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0441-LE-AGENDADOS-FIM
               END-READ.
               MOVE REG-AGENCIA-AGD    TO WRK-CNT-AGENCIA.
               MOVE REG-LANCAMENTO-AGD TO WRK-CNT-VALOR.
               PERFORM 0490-SOMA-CONTAGEM.

       0441-LE-AGENDADOS-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0450-CONTA-CTASPEND                     SECTION.
      *-----------------------------------------------------------------

               MOVE 5 TO WRK-IDX.
               OPEN INPUT CTASPEND.
               IF FS-CTASPEND NOT EQUAL '00'
                   GO TO 0450-CONTA-CTASPEND-FIM
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0451-LE-CTASPEND
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE CTASPEND.

       0450-CONTA-CTASPEND-FIM.                EXIT.
      *-----------------------------------------------------------------
       0451-LE-CTASPEND                        SECTION.
      *-----------------------------------------------------------------

               READ CTASPEND
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0451-LE-CTASPEND-FIM
               END-READ.
               MOVE WRK-PARM-AG-ORIGEM TO WRK-CNT-AGENCIA.
               MOVE ZEROS              TO WRK-CNT-VALOR.
               PERFORM 0490-SOMA-CONTAGEM.

       0451-LE-CTASPEND-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0460-CONTA-SUSPENSO                     SECTION.
      *-----------------------------------------------------------------

               MOVE 6 TO WRK-IDX.
               OPEN INPUT SUSPENSO.
               IF FS-SUSPENSO NOT EQUAL '00'
                   GO TO 0460-CONTA-SUSPENSO-FIM
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0461-LE-SUSPENSO
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE SUSPENSO.

       0460-CONTA-SUSPENSO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0461-LE-SUSPENSO                        SECTION.
      *-----------------------------------------------------------------

               READ SUSPENSO
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0461-LE-SUSPENSO-FIM
               END-READ.
               MOVE REG-AGENCIA-SUSP    TO WRK-CNT-AGENCIA.
               MOVE REG-LANCAMENTO-SUSP TO WRK-CNT-VALOR.
               PERFORM 0490-SOMA-CONTAGEM.

       0461-LE-SUSPENSO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0470-CONTA-CHAVEPIX                     SECTION.
      *-----------------------------------------------------------------

               MOVE 7 TO WRK-IDX.
               OPEN INPUT CHAVEPIX.
               IF FS-CHAVEPIX NOT EQUAL '00'
                   GO TO 0470-CONTA-CHAVEPIX-FIM
               END-IF.
               MOVE "N" TO WRK-FIM-ARQUIVO.
               PERFORM 0471-LE-CHAVEPIX
                       UNTIL WRK-FIM-ARQUIVO EQUAL "S".
               CLOSE CHAVEPIX.

       0470-CONTA-CHAVEPIX-FIM.                EXIT.
      *-----------------------------------------------------------------
       0471-LE-CHAVEPIX                        SECTION.
      *-----------------------------------------------------------------

               READ CHAVEPIX NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ARQUIVO
                       GO TO 0471-LE-CHAVEPIX-FIM
               END-READ.
               MOVE REG-AGENCIA-PIX TO WRK-CNT-AGENCIA.
               MOVE ZEROS           TO WRK-CNT-VALOR.
               PERFORM 0490-SOMA-CONTAGEM.

       0471-LE-CHAVEPIX-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0490-SOMA-CONTAGEM                      SECTION.
      *-----------------------------------------------------------------

               IF WRK-FASE EQUAL "A"
                   IF WRK-CNT-AGENCIA EQUAL WRK-PARM-AG-ORIGEM
                       ADD 1             TO TAB-QT-ORIG-ANT(WRK-IDX)
                       ADD WRK-CNT-VALOR TO TAB-VL-ORIG-ANT(WRK-IDX)
                   END-IF
                   IF WRK-CNT-AGENCIA EQUAL WRK-PARM-AG-DESTINO
                       ADD 1             TO TAB-QT-DEST-ANT(WRK-IDX)
                       ADD WRK-CNT-VALOR TO TAB-VL-DEST-ANT(WRK-IDX)
                   END-IF
               ELSE
                   IF WRK-CNT-AGENCIA EQUAL WRK-PARM-AG-ORIGEM
                       ADD 1             TO TAB-QT-ORIG-DEP(WRK-IDX)
                       ADD WRK-CNT-VALOR TO TAB-VL-ORIG-DEP(WRK-IDX)
                   END-IF
                   IF WRK-CNT-AGENCIA EQUAL WRK-PARM-AG-DESTINO
                       ADD 1             TO TAB-QT-DEST-DEP(WRK-IDX)
                       ADD WRK-CNT-VALOR TO TAB-VL-DEST-DEP(WRK-IDX)
                   END-IF
               END-IF.

       0490-SOMA-CONTAGEM-FIM.                 EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

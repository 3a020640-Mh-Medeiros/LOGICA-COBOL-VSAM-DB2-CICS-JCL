       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELSOD.
      *=================================================================
      * PROGRAMA   : RELSOD
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RELATORIO PERIODICO DE SEGREGACAO DE FUNCOES --
      *              CRUZA, POR OPERADOR E POR OBJETO, AS FONTES DOS
      *              FLUXOS DE QUATRO OLHOS E APONTA CADA CASO EM QUE
      *              A MESMA PESSOA FEZ E APROVOU:
      *              1 REPARO DO REJEITADO (REPARCTL, PROGREPAR) E
      *                LIBERACAO DO SUSPENSO GERADO PELA RESSUBMISSAO
      *                (REG-APROVADOR-SUSP) -- MESMA AGENCIA, CONTA,
      *                VALOR E DATA DO MOVIMENTO;
      *              2 SUSPENSO ENCAMINHADO E DECIDIDO PELO MESMO
      *                APROVADOR;
      *              3 PEDIDO DE BLOQUEIO (BLOQPEND, ORIGEM) APROVADO
      *                PELO PROPRIO SOLICITANTE (BLOQUEADOS, OPERADOR);
      *              4 EXCLUSAO DE CLIENTE PEDIDA E DECIDIDA PELO MESMO
      *                OPERADOR (JRNCLI: TROCA PARA "P" E DEPOIS
      *                EXCLUSAO OU CANCELAMENTO DA PENDENCIA);
      *              5 LANCAMENTO CONTABIL MANUAL INCLUIDO E APROVADO
      *                (OU ENCAMINHADO) PELO MESMO USUARIO;
      *              6 LANCAMENTO MANUAL ENCAMINHADO E APROVADO PELO
      *                MESMO USUARIO;
      *              7 ALCADA ALTERADA PELO PROPRIO DONO (ALCADAS);
      *              8 USUARIO QUE ALTEROU O PROPRIO CADASTRO NO
      *                MASTER DE OPERADORES (JRNUSR, PROGUSR);
      *              E, COMO INDICIO (NAO CONTA COMO VIOLACAO):
      *              9 MESMO USUARIO RODOU O REPARO (PROGREPA) E A
      *                APROVACAO DE SUSPENSOS (PROGAPRV) NO MESMO DIA
      *                (AUDITORIA.TXT) -- COBRE OS REPAROS ANTERIORES
      *                AO OPERADOR GRAVADO NO REPARCTL.
      *              PARAMETRO: MES DE REFERENCIA AAAAMM PELA DATA DA
      *              DECISAO (ZEROS = TODO O HISTORICO). CONDITION
      *              CODE 4 QUANDO HA VIOLACAO; 12 EM ESTOURO DE TABELA.
      *-----------------------------------------------------------------
      * OBSERVACAO.: OS DOIS JORNAIS (JRNCLI E JRNUSR) TEM O LAYOUT DO
      *              #BOOKJRN E SAO LIDOS PELO MESMO FD, UM APOS O
      *              OUTRO. A DECISAO DO BLOQUEIO PENDENTE NAO TEM DATA
      *              PROPRIA -- VALE A DATA DO BLOQUEIO GRAVADO.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  SUSPENSO               I                    #BOOKSUSP
      *  REPARCTL               I
      *  BLOQPEND               I                    #BOOKBLQP
      *  BLOQUEADOS             I                    #BOOKBLOQ
      *  JRNCLI / JRNUSR        I                    #BOOKJRN
      *  LCTOMAN                I                    #BOOKLCMAN
      *  ALCADAS                I                    #BOOKALCADA
      *  AUDITORIA              I / O (EXTEND)       #BOOKAUDIT
      *  RELSOD                 O
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *
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
           SELECT SUSPENSO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SUSPENSO.TXT"
               FILE STATUS IS FS-SUSPENSO.
           SELECT REPARCTL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\REPARCTL.TXT"
               FILE STATUS IS FS-REPARCTL.
           SELECT BLOQPEND ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQPEND.TXT"
               FILE STATUS IS FS-BLOQPEND.
           SELECT BLOQUEADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQUEADOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CONTA-BLOQ
               FILE STATUS IS FS-BLOQUEADOS.
           SELECT JORNAL ASSIGN TO DYNAMIC WRK-NOME-JORNAL
               FILE STATUS IS FS-JORNAL.
           SELECT LCTOMAN ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\LCTOMAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-NUM-LCM
               FILE STATUS IS FS-LCTOMAN.
           SELECT ALCADAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ALCADAS.TXT"
               FILE STATUS IS FS-ALCADAS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT RELSOD ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELSOD.TXT"
               FILE STATUS IS FS-RELSOD.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  SUSPENSO.
       COPY "#BOOKSUSP".
       FD  REPARCTL.
       01  REG-REPARCTL.
           05 REG-AGENCIA-CTL          PIC 9(04).
           05 REG-CONTA-CTL            PIC 9(06).
           05 REG-LANCAMENTO-CTL       PIC 9(07)V99.
           05 REG-DATA-CTL             PIC 9(08).
           05 REG-QT-RESSUB-CTL        PIC 9(02).
           05 REG-OPERADOR-CTL         PIC X(08).
           05 REG-DATA-REPARO-CTL      PIC 9(08).
       FD  BLOQPEND.
       COPY "#BOOKBLQP".
       FD  BLOQUEADOS.
       COPY "#BOOKBLOQ".
       FD  JORNAL.
       COPY "#BOOKJRN".
       FD  LCTOMAN.
       COPY "#BOOKLCMAN".
       FD  ALCADAS.
       COPY "#BOOKALCADA".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
       FD  RELSOD.
       01  REG-RELSOD                  PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-SUSPENSO                 PIC X(002)          VALUE SPACES.
       01  FS-REPARCTL                 PIC X(002)          VALUE SPACES.
       01  FS-BLOQPEND                 PIC X(002)          VALUE SPACES.
       01  FS-BLOQUEADOS               PIC X(002)          VALUE SPACES.
       01  FS-JORNAL                   PIC X(002)          VALUE SPACES.
       01  FS-LCTOMAN                  PIC X(002)          VALUE SPACES.
       01  FS-ALCADAS                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-RELSOD                   PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-NOME-JORNAL             PIC X(060)          VALUE SPACES.
       01  WRK-MES-REF                 PIC 9(006)          VALUE ZEROS.
       01  WRK-DATA-ITEM               PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-ITEM-R REDEFINES WRK-DATA-ITEM.
           05 WRK-MES-ITEM             PIC 9(006).
           05 FILLER                   PIC 9(002).
       01  WRK-NO-PERIODO              PIC X(001)          VALUE "N".
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "RELSOD".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *----------------- PROGRAMAS DO INDICIO DA AUDITORIA
       01  WRK-PRG-REPARO              PIC X(008)          VALUE
               "PROGREPA".
       01  WRK-PRG-APROVA              PIC X(008)          VALUE
               "PROGAPRV".
      *-----------------------------------------------------------------
       01  WRK-REGRA                   PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-REGRA               PIC 9(002)          VALUE ZEROS.
       01  ACU-VIOLACOES               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-INDICIOS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  TAB-ACUMULADORES.
           05 ACU-REGRA                PIC 9(005)    COMP-3
                                       OCCURS 9 TIMES.
      *----------------- DESCRICAO DAS REGRAS, NA ORDEM DO OBJETIVO
       01  WRK-REGRAS.
           05 FILLER                   PIC X(034)          VALUE
               "SUSPENSO: REPAROU E LIBEROU".
           05 FILLER                   PIC X(034)          VALUE
               "SUSPENSO: ENCAMINHOU E DECIDIU".
           05 FILLER                   PIC X(034)          VALUE
               "BLOQUEIO: PEDIU E APROVOU".
           05 FILLER                   PIC X(034)          VALUE
               "EXCLUSAO CLIENTE: PEDIU E DECIDIU".
           05 FILLER                   PIC X(034)          VALUE
               "LANCTO MANUAL: INCLUIU E DECIDIU".
           05 FILLER                   PIC X(034)          VALUE
               "LANCTO MANUAL: ENCAMINHOU E APROV".
           05 FILLER                   PIC X(034)          VALUE
               "ALCADA: ALTEROU A PROPRIA".
           05 FILLER                   PIC X(034)          VALUE
               "USUARIOS: ALTEROU O PROPRIO".
           05 FILLER                   PIC X(034)          VALUE
               "INDICIO: REPARO+APROVACAO NO DIA".
       01  WRK-REGRAS-TAB REDEFINES WRK-REGRAS.
           05 WRK-NOME-REGRA           PIC X(034)  OCCURS 9 TIMES.
      *----------------- REPAROS DO REPARCTL (LIMITE DO PROGREPAR)
       01  WRK-QT-REPAROS              PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-REP                 PIC 9(004)          VALUE ZEROS.
       01  WRK-REP-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-REPAROS.
           05 TAB-REP-ITEM             OCCURS 500 TIMES.
               10 TAB-REP-AGENCIA          PIC 9(004).
               10 TAB-REP-CONTA            PIC 9(006).
               10 TAB-REP-VALOR            PIC 9(007)V99.
               10 TAB-REP-DATA             PIC 9(008).
               10 TAB-REP-OPERADOR         PIC X(008).
      *----------------- PEDIDOS DE BLOQUEIO APROVADOS (LIMITE PROGBLOQ)
       01  WRK-QT-PEDIDOS              PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-PED                 PIC 9(004)          VALUE ZEROS.
       01  WRK-PED-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-PEDIDOS.
           05 TAB-PED-ITEM             OCCURS 200 TIMES.
               10 TAB-PED-CONTA            PIC 9(006).
               10 TAB-PED-MOTIVO           PIC X(020).
               10 TAB-PED-ORIGEM           PIC X(008).
      *----------------- EXCLUSOES DE CLIENTE EM ABERTO NO JORNAL
       01  WRK-QT-EXCL                 PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-EXCL                PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-EXCL-ACHADO         PIC 9(004)          VALUE ZEROS.
       01  TAB-EXCLUSOES.
           05 TAB-EXCL-ITEM            OCCURS 200 TIMES.
               10 TAB-EXCL-ID              PIC 9(004).
               10 TAB-EXCL-SOLICITANTE     PIC X(008).
       01  WRK-STATUS-ANTES            PIC X(001)          VALUE SPACES.
       01  WRK-STATUS-DEPOIS           PIC X(001)          VALUE SPACES.
       01  WRK-IMAGEM.
           05 WRK-IMG-ID               PIC 9(004).
           05 WRK-IMG-NOME             PIC X(020).
           05 WRK-IMG-TEL              PIC X(011).
           05 WRK-IMG-STREAM           PIC X(010).
           05 WRK-IMG-STATUS           PIC X(001).
           05 FILLER                   PIC X(086).
       01  WRK-IMAGEM-USER REDEFINES WRK-IMAGEM.
           05 WRK-IMG-ID-USER          PIC X(008).
           05 FILLER                   PIC X(124).
      *----------------- USUARIO X DIA NA AUDITORIA
       01  WRK-QT-AUD                  PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-AUD                 PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-AUD-ACHADO          PIC 9(004)          VALUE ZEROS.
       01  TAB-AUDITORIA.
           05 TAB-AUD-ITEM             OCCURS 2000 TIMES.
               10 TAB-AUD-USUARIO          PIC X(008).
               10 TAB-AUD-DATA             PIC 9(008).
               10 TAB-AUD-REPAROU          PIC X(001).
               10 TAB-AUD-APROVOU          PIC X(001).
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(040)          VALUE
               "SEGREGACAO DE FUNCOES -- MES REFERENCIA".
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CAB-MES              PIC 9(006).
           05 FILLER                   PIC X(013)          VALUE
               "  (000000 = T".
           05 FILLER                   PIC X(040)          VALUE
               "ODO O HISTORICO)".
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(035)          VALUE
               "REGRA".
           05 FILLER                   PIC X(041)          VALUE
               "OBJETO".
           05 FILLER                   PIC X(009)          VALUE
               "OPERADOR".
           05 FILLER                   PIC X(015)          VALUE
               "DATA".
       01  WRK-LIN-DET.
           05 WRK-DET-REGRA            PIC X(034).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OBJETO           PIC X(040).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OPERADOR         PIC X(008).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-DATA             PIC 9(008).
           05 FILLER                   PIC X(007)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-REGRA            PIC X(034).
           05 FILLER                   PIC X(002)          VALUE ": ".
           05 WRK-TOT-QT               PIC ZZ.ZZ9.
           05 FILLER                   PIC X(058)          VALUE SPACES.
       01  WRK-LIN-BRANCO              PIC X(100)          VALUE SPACES.
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
               PERFORM 0200-SUSPENSOS.
               PERFORM 0210-BLOQUEIOS.
               PERFORM 0220-EXCLUSOES-CLIENTE.
               PERFORM 0230-LANCTOS-MANUAIS.
               PERFORM 0240-ALCADAS.
               PERFORM 0250-USUARIOS.
               PERFORM 0260-AUDITORIA.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: "
               ACCEPT WRK-USUARIO-EXEC.
               DISPLAY "MES DE REFERENCIA (AAAAMM, ZEROS = TODO O "
                   "HISTORICO): "
               ACCEPT WRK-MES-REF.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               INITIALIZE TAB-ACUMULADORES.
               OPEN OUTPUT RELSOD.
               IF FS-RELSOD                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE WRK-MES-REF    TO WRK-CAB-MES.
               MOVE WRK-LIN-CABEC  TO REG-RELSOD.
               WRITE REG-RELSOD.
               MOVE WRK-LIN-BRANCO TO REG-RELSOD.
               WRITE REG-RELSOD.
               MOVE WRK-LIN-TITULO TO REG-RELSOD.
               WRITE REG-RELSOD.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    DATA DA DECISAO (WRK-DATA-ITEM) DENTRO DO MES PEDIDO
      *-----------------------------------------------------------------
       0110-CONFERE-PERIODO                    SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-NO-PERIODO.
               IF WRK-MES-REF EQUAL ZEROS OR
                  WRK-MES-ITEM EQUAL WRK-MES-REF
                   MOVE "S" TO WRK-NO-PERIODO
               END-IF.

       0110-CONFERE-PERIODO-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    GRAVA A LINHA DA REGRA WRK-REGRA (OBJETO, OPERADOR E DATA
      *    JA MONTADOS NA WRK-LIN-DET) E SOMA NO TOTAL DA REGRA
      *-----------------------------------------------------------------
       0120-GRAVA-VIOLACAO                     SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-NOME-REGRA(WRK-REGRA) TO WRK-DET-REGRA.
               MOVE WRK-LIN-DET TO REG-RELSOD.
               WRITE REG-RELSOD.
               ADD 1 TO ACU-REGRA(WRK-REGRA).
               IF WRK-REGRA EQUAL 9
                   ADD 1 TO ACU-INDICIOS
               ELSE
                   ADD 1 TO ACU-VIOLACOES
               END-IF.
               MOVE SPACES TO WRK-DET-OBJETO.

       0120-GRAVA-VIOLACAO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    REGRAS 1 E 2 -- SUSPENSOS DECIDIDOS CONTRA OS REPAROS
      *-----------------------------------------------------------------
       0200-SUSPENSOS                          SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT REPARCTL.
               IF FS-REPARCTL EQUAL '00'
                   PERFORM 0201-LE-REPARO
                       UNTIL FS-REPARCTL NOT EQUAL '00'
                   CLOSE REPARCTL
               END-IF.
               OPEN INPUT SUSPENSO.
               IF FS-SUSPENSO EQUAL '00'
                   PERFORM 0202-LE-SUSPENSO
                       UNTIL FS-SUSPENSO NOT EQUAL '00'
                   CLOSE SUSPENSO
               END-IF.

       0200-SUSPENSOS-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0201-LE-REPARO                          SECTION.
      *-----------------------------------------------------------------

               READ REPARCTL.
               IF FS-REPARCTL EQUAL '00' AND
                  REG-OPERADOR-CTL NOT EQUAL SPACES
                   IF WRK-QT-REPAROS NOT LESS 500
                       MOVE "ESTOURO TABELA REPARCTL" TO
                           WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-REPAROS
                   MOVE REG-AGENCIA-CTL    TO
                       TAB-REP-AGENCIA(WRK-QT-REPAROS)
                   MOVE REG-CONTA-CTL      TO
                       TAB-REP-CONTA(WRK-QT-REPAROS)
                   MOVE REG-LANCAMENTO-CTL TO
                       TAB-REP-VALOR(WRK-QT-REPAROS)
                   MOVE REG-DATA-CTL       TO
                       TAB-REP-DATA(WRK-QT-REPAROS)
                   MOVE REG-OPERADOR-CTL   TO
                       TAB-REP-OPERADOR(WRK-QT-REPAROS)
               END-IF.

       0201-LE-REPARO-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0202-LE-SUSPENSO                        SECTION.
      *-----------------------------------------------------------------

               READ SUSPENSO.
               IF FS-SUSPENSO NOT EQUAL '00'
                   GO TO 0202-LE-SUSPENSO-FIM
               END-IF.
               IF NOT REG-SUSP-LIBERADO AND NOT REG-SUSP-NEGADO
                   GO TO 0202-LE-SUSPENSO-FIM
               END-IF.
               MOVE REG-DATA-DECISAO-SUSP TO WRK-DATA-ITEM.
               PERFORM 0110-CONFERE-PERIODO.
               IF WRK-NO-PERIODO NOT EQUAL "S"
                   GO TO 0202-LE-SUSPENSO-FIM
               END-IF.
               STRING "AG/CC " REG-AGENCIA-SUSP "/" REG-CONTA-SUSP
                      " MOVTO " REG-DATA-SUSP
                      DELIMITED BY SIZE
                   INTO WRK-DET-OBJETO
               END-STRING.
               MOVE REG-APROVADOR-SUSP    TO WRK-DET-OPERADOR.
               MOVE REG-DATA-DECISAO-SUSP TO WRK-DET-DATA.
               IF REG-SUSP-LIBERADO
                   MOVE "N" TO WRK-REP-ACHOU
                   PERFORM 0203-PROCURA-REPARO
                       VARYING WRK-IDX-REP FROM 1 BY 1
                       UNTIL WRK-IDX-REP GREATER WRK-QT-REPAROS
                          OR WRK-REP-ACHOU EQUAL "S"
                   IF WRK-REP-ACHOU EQUAL "S"
                       MOVE 1 TO WRK-REGRA
                       PERFORM 0120-GRAVA-VIOLACAO
                   END-IF
               END-IF.
               IF REG-ENCAMINHADOR-SUSP NOT EQUAL SPACES AND
                  REG-ENCAMINHADOR-SUSP EQUAL REG-APROVADOR-SUSP
                   STRING "AG/CC " REG-AGENCIA-SUSP "/"
                          REG-CONTA-SUSP " MOVTO " REG-DATA-SUSP
                          DELIMITED BY SIZE
                       INTO WRK-DET-OBJETO
                   END-STRING
                   MOVE 2 TO WRK-REGRA
                   PERFORM 0120-GRAVA-VIOLACAO
               END-IF.
               MOVE SPACES TO WRK-DET-OBJETO.

       0202-LE-SUSPENSO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    O SUSPENSO LIBERADO PODE TER O VALOR REDUZIDO -- CONFERE O
      *    VALOR ATUAL E O ORIGINAL CONTRA O REPARO
      *-----------------------------------------------------------------
       0203-PROCURA-REPARO                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-REP-AGENCIA(WRK-IDX-REP) EQUAL REG-AGENCIA-SUSP
                  AND TAB-REP-CONTA(WRK-IDX-REP) EQUAL REG-CONTA-SUSP
                  AND TAB-REP-DATA(WRK-IDX-REP) EQUAL REG-DATA-SUSP
                  AND (TAB-REP-VALOR(WRK-IDX-REP) EQUAL
                          REG-LANCAMENTO-SUSP OR
                       TAB-REP-VALOR(WRK-IDX-REP) EQUAL
                          REG-VALOR-ORIG-SUSP)
                  AND (TAB-REP-OPERADOR(WRK-IDX-REP) EQUAL
                          REG-APROVADOR-SUSP OR
                       TAB-REP-OPERADOR(WRK-IDX-REP) EQUAL
                          REG-ENCAMINHADOR-SUSP)
                   MOVE "S" TO WRK-REP-ACHOU
               END-IF.

       0203-PROCURA-REPARO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    REGRA 3 -- PEDIDO DE BLOQUEIO APROVADO PELO SOLICITANTE
      *-----------------------------------------------------------------
       0210-BLOQUEIOS                          SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT BLOQPEND.
               IF FS-BLOQPEND EQUAL '00'
                   PERFORM 0211-LE-PEDIDO
                       UNTIL FS-BLOQPEND NOT EQUAL '00'
                   CLOSE BLOQPEND
               END-IF.
               IF WRK-QT-PEDIDOS EQUAL ZEROS
                   GO TO 0210-BLOQUEIOS-FIM
               END-IF.
               OPEN INPUT BLOQUEADOS.
               IF FS-BLOQUEADOS EQUAL '00'
                   PERFORM 0212-LE-BLOQUEIO
                       UNTIL FS-BLOQUEADOS NOT EQUAL '00'
                   CLOSE BLOQUEADOS
               END-IF.

       0210-BLOQUEIOS-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0211-LE-PEDIDO                          SECTION.
      *-----------------------------------------------------------------

               READ BLOQPEND.
               IF FS-BLOQPEND EQUAL '00' AND REG-BLQP-APROVADO AND
                  REG-ORIGEM-BLQP NOT EQUAL SPACES
                   IF WRK-QT-PEDIDOS NOT LESS 200
                       MOVE "ESTOURO TABELA BLOQPEND" TO
                           WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-PEDIDOS
                   MOVE REG-CONTA-BLQP  TO
                       TAB-PED-CONTA(WRK-QT-PEDIDOS)
                   MOVE REG-MOTIVO-BLQP TO
                       TAB-PED-MOTIVO(WRK-QT-PEDIDOS)
                   MOVE REG-ORIGEM-BLQP TO
                       TAB-PED-ORIGEM(WRK-QT-PEDIDOS)
               END-IF.

       0211-LE-PEDIDO-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0212-LE-BLOQUEIO                        SECTION.
      *-----------------------------------------------------------------

               READ BLOQUEADOS.
               IF FS-BLOQUEADOS NOT EQUAL '00'
                   GO TO 0212-LE-BLOQUEIO-FIM
               END-IF.
               MOVE REG-DATA-BLOQ TO WRK-DATA-ITEM.
               PERFORM 0110-CONFERE-PERIODO.
               IF WRK-NO-PERIODO NOT EQUAL "S"
                   GO TO 0212-LE-BLOQUEIO-FIM
               END-IF.
               MOVE "N" TO WRK-PED-ACHOU.
               PERFORM 0213-PROCURA-PEDIDO
                   VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL WRK-IDX-PED GREATER WRK-QT-PEDIDOS
                      OR WRK-PED-ACHOU EQUAL "S".
               IF WRK-PED-ACHOU EQUAL "S"
                   STRING "CONTA " REG-CONTA-BLOQ " "
                          REG-MOTIVO-BLOQ
                          DELIMITED BY SIZE
                       INTO WRK-DET-OBJETO
                   END-STRING
                   MOVE REG-OPERADOR-BLOQ TO WRK-DET-OPERADOR
                   MOVE REG-DATA-BLOQ     TO WRK-DET-DATA
                   MOVE 3 TO WRK-REGRA
                   PERFORM 0120-GRAVA-VIOLACAO
               END-IF.

       0212-LE-BLOQUEIO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0213-PROCURA-PEDIDO                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-PED-CONTA(WRK-IDX-PED)  EQUAL REG-CONTA-BLOQ AND
                  TAB-PED-MOTIVO(WRK-IDX-PED) EQUAL REG-MOTIVO-BLOQ AND
                  TAB-PED-ORIGEM(WRK-IDX-PED) EQUAL REG-OPERADOR-BLOQ
                   MOVE "S" TO WRK-PED-ACHOU
               END-IF.

       0213-PROCURA-PEDIDO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    REGRA 4 -- O JORNAL DO NEWCLI E LIDO EM ORDEM CRONOLOGICA:
      *    A TROCA DE SITUACAO PARA "P" ABRE O PEDIDO DE EXCLUSAO COM
      *    O SOLICITANTE; A EXCLUSAO OU A SAIDA DO "P" FECHA O PEDIDO
      *    E E CONFERIDA CONTRA QUEM PEDIU
      *-----------------------------------------------------------------
       0220-EXCLUSOES-CLIENTE                  SECTION.
      *-----------------------------------------------------------------

               MOVE "C:\CURSOLOGICA\COBOL\DADOS\JRNCLI.TXT" TO
                   WRK-NOME-JORNAL.
               OPEN INPUT JORNAL.
               IF FS-JORNAL EQUAL '00'
                   PERFORM 0221-LE-JORNAL-CLI
                       UNTIL FS-JORNAL NOT EQUAL '00'
                   CLOSE JORNAL
               END-IF.

       0220-EXCLUSOES-CLIENTE-FIM.             EXIT.
      *-----------------------------------------------------------------
       0221-LE-JORNAL-CLI                      SECTION.
      *-----------------------------------------------------------------

               READ JORNAL.
               IF FS-JORNAL NOT EQUAL '00'
                   GO TO 0221-LE-JORNAL-CLI-FIM
               END-IF.
               MOVE REG-IMAGEM-ANTES-JRN  TO WRK-IMAGEM.
               MOVE WRK-IMG-STATUS        TO WRK-STATUS-ANTES.
               MOVE REG-IMAGEM-DEPOIS-JRN TO WRK-IMAGEM.
               MOVE WRK-IMG-STATUS        TO WRK-STATUS-DEPOIS.
               MOVE ZEROS TO WRK-IDX-EXCL-ACHADO.
               PERFORM 0224-PROCURA-EXCLUSAO
                   VARYING WRK-IDX-EXCL FROM 1 BY 1
                   UNTIL WRK-IDX-EXCL GREATER WRK-QT-EXCL
                      OR WRK-IDX-EXCL-ACHADO GREATER ZEROS.
               IF REG-JRN-SITUACAO AND WRK-STATUS-DEPOIS EQUAL "P" AND
                  WRK-STATUS-ANTES NOT EQUAL "P"
                   PERFORM 0222-ABRE-EXCLUSAO
               ELSE
                   IF WRK-IDX-EXCL-ACHADO GREATER ZEROS AND
                      (REG-JRN-EXCLUSAO OR
                       (REG-JRN-SITUACAO AND
                        WRK-STATUS-DEPOIS NOT EQUAL "P"))
                       PERFORM 0223-FECHA-EXCLUSAO
                   END-IF
               END-IF.

       0221-LE-JORNAL-CLI-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0222-ABRE-EXCLUSAO                      SECTION.
      *-----------------------------------------------------------------

               IF WRK-IDX-EXCL-ACHADO EQUAL ZEROS
                   IF WRK-QT-EXCL NOT LESS 200
                       MOVE "ESTOURO TABELA EXCLUSOES" TO
                           WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-EXCL
                   MOVE WRK-QT-EXCL TO WRK-IDX-EXCL-ACHADO
                   MOVE REG-ID-JRN  TO
                       TAB-EXCL-ID(WRK-IDX-EXCL-ACHADO)
               END-IF.
               MOVE REG-OPERADOR-JRN TO
                   TAB-EXCL-SOLICITANTE(WRK-IDX-EXCL-ACHADO).

       0222-ABRE-EXCLUSAO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0223-FECHA-EXCLUSAO                     SECTION.
      *-----------------------------------------------------------------

               MOVE REG-DATA-JRN TO WRK-DATA-ITEM.
               PERFORM 0110-CONFERE-PERIODO.
               IF WRK-NO-PERIODO EQUAL "S" AND
                  TAB-EXCL-SOLICITANTE(WRK-IDX-EXCL-ACHADO) EQUAL
                      REG-OPERADOR-JRN
                   STRING "CLIENTE ID " REG-ID-JRN " OPERACAO "
                          REG-OPERACAO-JRN
                          DELIMITED BY SIZE
                       INTO WRK-DET-OBJETO
                   END-STRING
                   MOVE REG-OPERADOR-JRN TO WRK-DET-OPERADOR
                   MOVE REG-DATA-JRN     TO WRK-DET-DATA
                   MOVE 4 TO WRK-REGRA
                   PERFORM 0120-GRAVA-VIOLACAO
               END-IF.
      *----------------- LIBERA A POSICAO COM O ULTIMO DA TABELA
               MOVE TAB-EXCL-ITEM(WRK-QT-EXCL) TO
                   TAB-EXCL-ITEM(WRK-IDX-EXCL-ACHADO).
               SUBTRACT 1 FROM WRK-QT-EXCL.

       0223-FECHA-EXCLUSAO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0224-PROCURA-EXCLUSAO                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-EXCL-ID(WRK-IDX-EXCL) EQUAL REG-ID-JRN
                   MOVE WRK-IDX-EXCL TO WRK-IDX-EXCL-ACHADO
               END-IF.

       0224-PROCURA-EXCLUSAO-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    REGRAS 5 E 6 -- LANCAMENTOS CONTABEIS MANUAIS
      *-----------------------------------------------------------------
       0230-LANCTOS-MANUAIS                    SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT LCTOMAN.
               IF FS-LCTOMAN EQUAL '00'
                   PERFORM 0231-LE-LCTOMAN
                       UNTIL FS-LCTOMAN NOT EQUAL '00'
                   CLOSE LCTOMAN
               END-IF.

       0230-LANCTOS-MANUAIS-FIM.               EXIT.
      *-----------------------------------------------------------------
       0231-LE-LCTOMAN                         SECTION.
      *-----------------------------------------------------------------

               READ LCTOMAN.
               IF FS-LCTOMAN NOT EQUAL '00' OR
                  REG-USUARIO-INCL-LCM EQUAL SPACES
                   GO TO 0231-LE-LCTOMAN-FIM
               END-IF.
               STRING "LANCTO MANUAL " REG-NUM-LCM " SITUACAO "
                      REG-SITUACAO-LCM
                      DELIMITED BY SIZE
                   INTO WRK-DET-OBJETO
               END-STRING.
               IF REG-USUARIO-APROV-LCM EQUAL REG-USUARIO-INCL-LCM
                   MOVE REG-DATA-APROV-LCM TO WRK-DATA-ITEM
                   PERFORM 0110-CONFERE-PERIODO
                   IF WRK-NO-PERIODO EQUAL "S"
                       MOVE REG-USUARIO-APROV-LCM TO WRK-DET-OPERADOR
                       MOVE REG-DATA-APROV-LCM    TO WRK-DET-DATA
                       MOVE 5 TO WRK-REGRA
                       PERFORM 0120-GRAVA-VIOLACAO
                   END-IF
               END-IF.
               IF REG-USUARIO-ENCAM-LCM EQUAL REG-USUARIO-INCL-LCM
                   MOVE REG-DATA-ENCAM-LCM TO WRK-DATA-ITEM
                   PERFORM 0110-CONFERE-PERIODO
                   IF WRK-NO-PERIODO EQUAL "S"
                       STRING "LANCTO MANUAL " REG-NUM-LCM
                              " ENCAMINHADO"
                              DELIMITED BY SIZE
                           INTO WRK-DET-OBJETO
                       END-STRING
                       MOVE REG-USUARIO-ENCAM-LCM TO WRK-DET-OPERADOR
                       MOVE REG-DATA-ENCAM-LCM    TO WRK-DET-DATA
                       MOVE 5 TO WRK-REGRA
                       PERFORM 0120-GRAVA-VIOLACAO
                   END-IF
               END-IF.
               IF REG-USUARIO-ENCAM-LCM NOT EQUAL SPACES AND
                  REG-USUARIO-ENCAM-LCM EQUAL REG-USUARIO-APROV-LCM
                   MOVE REG-DATA-APROV-LCM TO WRK-DATA-ITEM
                   PERFORM 0110-CONFERE-PERIODO
                   IF WRK-NO-PERIODO EQUAL "S"
                       STRING "LANCTO MANUAL " REG-NUM-LCM
                              " SITUACAO " REG-SITUACAO-LCM
                              DELIMITED BY SIZE
                           INTO WRK-DET-OBJETO
                       END-STRING
                       MOVE REG-USUARIO-APROV-LCM TO WRK-DET-OPERADOR
                       MOVE REG-DATA-APROV-LCM    TO WRK-DET-DATA
                       MOVE 6 TO WRK-REGRA
                       PERFORM 0120-GRAVA-VIOLACAO
                   END-IF
               END-IF.
               MOVE SPACES TO WRK-DET-OBJETO.

       0231-LE-LCTOMAN-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    REGRA 7 -- ALCADA MANTIDA PELO PROPRIO SUPERVISOR
      *-----------------------------------------------------------------
       0240-ALCADAS                            SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT ALCADAS.
               IF FS-ALCADAS EQUAL '00'
                   PERFORM 0241-LE-ALCADA
                       UNTIL FS-ALCADAS NOT EQUAL '00'
                   CLOSE ALCADAS
               END-IF.

       0240-ALCADAS-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0241-LE-ALCADA                          SECTION.
      *-----------------------------------------------------------------

               READ ALCADAS.
               IF FS-ALCADAS EQUAL '00' AND
                  REG-USUARIO-MANUT-ALC EQUAL REG-ID-ALC
                   MOVE REG-DATA-MANUT-ALC TO WRK-DATA-ITEM
                   PERFORM 0110-CONFERE-PERIODO
                   IF WRK-NO-PERIODO EQUAL "S"
                       STRING "ALCADA DE " REG-ID-ALC
                              DELIMITED BY SIZE
                           INTO WRK-DET-OBJETO
                       END-STRING
                       MOVE REG-USUARIO-MANUT-ALC TO WRK-DET-OPERADOR
                       MOVE REG-DATA-MANUT-ALC    TO WRK-DET-DATA
                       MOVE 7 TO WRK-REGRA
                       PERFORM 0120-GRAVA-VIOLACAO
                   END-IF
               END-IF.

       0241-LE-ALCADA-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    REGRA 8 -- JORNAL DO MASTER DE USUARIOS: O ID DO USUARIO
      *    ALTERADO ESTA NO INICIO DA IMAGEM DEPOIS (#BOOKUSER)
      *-----------------------------------------------------------------
       0250-USUARIOS                           SECTION.
      *-----------------------------------------------------------------

               MOVE "C:\CURSOLOGICA\COBOL\DADOS\JRNUSR.TXT" TO
                   WRK-NOME-JORNAL.
               OPEN INPUT JORNAL.
               IF FS-JORNAL EQUAL '00'
                   PERFORM 0251-LE-JORNAL-USR
                       UNTIL FS-JORNAL NOT EQUAL '00'
                   CLOSE JORNAL
               END-IF.

       0250-USUARIOS-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0251-LE-JORNAL-USR                      SECTION.
      *-----------------------------------------------------------------

               READ JORNAL.
               IF FS-JORNAL NOT EQUAL '00'
                   GO TO 0251-LE-JORNAL-USR-FIM
               END-IF.
               MOVE REG-IMAGEM-DEPOIS-JRN TO WRK-IMAGEM.
               IF WRK-IMG-ID-USER EQUAL REG-OPERADOR-JRN
                   MOVE REG-DATA-JRN TO WRK-DATA-ITEM
                   PERFORM 0110-CONFERE-PERIODO
                   IF WRK-NO-PERIODO EQUAL "S"
                       STRING "USUARIO " WRK-IMG-ID-USER
                              " OPERACAO " REG-OPERACAO-JRN
                              DELIMITED BY SIZE
                           INTO WRK-DET-OBJETO
                       END-STRING
                       MOVE REG-OPERADOR-JRN TO WRK-DET-OPERADOR
                       MOVE REG-DATA-JRN     TO WRK-DET-DATA
                       MOVE 8 TO WRK-REGRA
                       PERFORM 0120-GRAVA-VIOLACAO
                   END-IF
               END-IF.

       0251-LE-JORNAL-USR-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    INDICIO -- USUARIO QUE RODOU O REPARO E A APROVACAO DE
      *    SUSPENSOS NO MESMO DIA, PELA TRILHA DA AUDITORIA
      *-----------------------------------------------------------------
       0260-AUDITORIA                          SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT AUDITORIA.
               IF FS-AUDITORIA EQUAL '00'
                   PERFORM 0261-LE-AUDITORIA
                       UNTIL FS-AUDITORIA NOT EQUAL '00'
                   CLOSE AUDITORIA
               END-IF.
               PERFORM 0263-CONFERE-DIA
                   VARYING WRK-IDX-AUD FROM 1 BY 1
                   UNTIL WRK-IDX-AUD GREATER WRK-QT-AUD.

       0260-AUDITORIA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0261-LE-AUDITORIA                       SECTION.
      *-----------------------------------------------------------------

               READ AUDITORIA.
               IF FS-AUDITORIA NOT EQUAL '00' OR
                  REG-USUARIO-AUD EQUAL SPACES
                   GO TO 0261-LE-AUDITORIA-FIM
               END-IF.
               IF REG-PROGRAMA-AUD NOT EQUAL WRK-PRG-REPARO AND
                  REG-PROGRAMA-AUD NOT EQUAL WRK-PRG-APROVA
                   GO TO 0261-LE-AUDITORIA-FIM
               END-IF.
               MOVE REG-DATA-AUD TO WRK-DATA-ITEM.
               PERFORM 0110-CONFERE-PERIODO.
               IF WRK-NO-PERIODO NOT EQUAL "S"
                   GO TO 0261-LE-AUDITORIA-FIM
               END-IF.
               MOVE ZEROS TO WRK-IDX-AUD-ACHADO.
               PERFORM 0262-PROCURA-DIA
                   VARYING WRK-IDX-AUD FROM 1 BY 1
                   UNTIL WRK-IDX-AUD GREATER WRK-QT-AUD
                      OR WRK-IDX-AUD-ACHADO GREATER ZEROS.
               IF WRK-IDX-AUD-ACHADO EQUAL ZEROS
                   IF WRK-QT-AUD NOT LESS 2000
                       MOVE "ESTOURO TABELA AUDITORIA" TO
                           WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-AUD
                   MOVE WRK-QT-AUD      TO WRK-IDX-AUD-ACHADO
                   MOVE REG-USUARIO-AUD TO
                       TAB-AUD-USUARIO(WRK-IDX-AUD-ACHADO)
                   MOVE REG-DATA-AUD    TO
                       TAB-AUD-DATA(WRK-IDX-AUD-ACHADO)
                   MOVE "N" TO TAB-AUD-REPAROU(WRK-IDX-AUD-ACHADO)
                   MOVE "N" TO TAB-AUD-APROVOU(WRK-IDX-AUD-ACHADO)
               END-IF.
               IF REG-PROGRAMA-AUD EQUAL WRK-PRG-REPARO
                   MOVE "S" TO TAB-AUD-REPAROU(WRK-IDX-AUD-ACHADO)
               ELSE
                   MOVE "S" TO TAB-AUD-APROVOU(WRK-IDX-AUD-ACHADO)
               END-IF.

       0261-LE-AUDITORIA-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0262-PROCURA-DIA                        SECTION.
      *-----------------------------------------------------------------

               IF TAB-AUD-USUARIO(WRK-IDX-AUD) EQUAL REG-USUARIO-AUD
                  AND TAB-AUD-DATA(WRK-IDX-AUD) EQUAL REG-DATA-AUD
                   MOVE WRK-IDX-AUD TO WRK-IDX-AUD-ACHADO
               END-IF.

       0262-PROCURA-DIA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0263-CONFERE-DIA                        SECTION.
      *-----------------------------------------------------------------

               IF TAB-AUD-REPAROU(WRK-IDX-AUD) EQUAL "S" AND
                  TAB-AUD-APROVOU(WRK-IDX-AUD) EQUAL "S"
                   STRING WRK-PRG-REPARO " E " WRK-PRG-APROVA
                          " NO MESMO DIA"
                          DELIMITED BY SIZE
                       INTO WRK-DET-OBJETO
                   END-STRING
                   MOVE TAB-AUD-USUARIO(WRK-IDX-AUD) TO
                       WRK-DET-OPERADOR
                   MOVE TAB-AUD-DATA(WRK-IDX-AUD)    TO WRK-DET-DATA
                   MOVE 9 TO WRK-REGRA
                   PERFORM 0120-GRAVA-VIOLACAO
               END-IF.

       0263-CONFERE-DIA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-BRANCO TO REG-RELSOD.
               WRITE REG-RELSOD.
               PERFORM 0301-GRAVA-TOTAL
                   VARYING WRK-IDX-REGRA FROM 1 BY 1
                   UNTIL WRK-IDX-REGRA GREATER 9.
               CLOSE RELSOD.
               DISPLAY "VIOLACOES DE SEGREGACAO...:" ACU-VIOLACOES.
               DISPLAY "INDICIOS DA AUDITORIA.....:" ACU-INDICIOS.
               PERFORM 0310-GRAVA-AUDITORIA.
               IF ACU-VIOLACOES GREATER ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0301-GRAVA-TOTAL                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-NOME-REGRA(WRK-IDX-REGRA) TO WRK-TOT-REGRA.
               MOVE ACU-REGRA(WRK-IDX-REGRA)      TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-RELSOD.
               WRITE REG-RELSOD.

       0301-GRAVA-TOTAL-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0310-GRAVA-AUDITORIA                    SECTION.
      *-----------------------------------------------------------------

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL '00'
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-AUD
                   MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC     TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC     TO REG-HORA-AUD
                   MOVE ACU-VIOLACOES     TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.

       0310-GRAVA-AUDITORIA-FIM.               EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

      *
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              VERGER
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *                 E O AVISO "VALIDACAO INCOMPLETA" DEIXAVA O
      *                 ESTORNO EM DOBRO PASSAR CALADO DEPOIS DA
      *                 POSICAO 500
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 14 / 09 / 2026
      *    OBJETIVO...: DEBITO DE JUROS DE CHEQUE ESPECIAL (TIPO "J",
      *                 SINAL "D", GERADO PELO PROGCOBCE) FICA FORA DA
      *                 CRITICA DE SALDO -- NAO E REJEITADO POR
      *                 "SEM SALDO" QUANDO A CONTA JA ESTA NO LIMITE
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 17 / 09 / 2026
      *    OBJETIVO...: LANCAMENTO PIX (TIPO "P"): A CHAVE PIX DA
      *                 CONTRAPARTE E RESOLVIDA NO DIRETORIO CHAVEPIX
      *                 (PROGPIX) E PREENCHE A AGENCIA/CONTA DE DESTINO;
      *                 CHAVE DESCONHECIDA, CONTA DA CHAVE ENCERRADA OU
      *                 DESTINO DIVERGENTE REJEITAM COM O MOTIVO "CHAVE
      *                 PIX". CHAVE E IDENTIFICADOR FIM A FIM SEGUEM
      *                 PARA RELSAIDA, SUSPENSO E REJEITADOS;
      *                 ESTATISTICA GANHA A LINHA DE PIX
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 18 / 09 / 2026
      *    OBJETIVO...: TIPO "C" (CONTESTACAO) DO PROGCONTLC: CONTADO
      *                 NAS ESTATISTICAS E A REVERSAO DO CREDITO
      *                 PROVISORIO (DEBITO) NAO BARRADA POR FALTA DE
      *                 SALDO
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 19 / 09 / 2026
      *    OBJETIVO...: TIPO "R" (REEMBOLSO DE SALDO A FAVOR DO CLIENTE
      *                 DAS ASSINATURAS, PROGREEMLC) ACUMULADO NA
      *                 ESTATISTICA POR TIPO
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 26 / 09 / 2026
      *    OBJETIVO...: TIPO "B" (APLICACAO / RESGATE DE CDB, PROGCDBV)
      *                 ACUMULADO NA ESTATISTICA POR TIPO
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 27 / 09 / 2026
      *    OBJETIVO...: TIPO "L" (CREDITO DE EMPRESTIMO PESSOAL E DEBITO
      *                 DAS PARCELAS, PROGEMLC) ACUMULADO NA
      *                 ESTATISTICA POR TIPO
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 28 / 09 / 2026
      *    OBJETIVO...: TIPO "Q" (DEBITO DE CHEQUE COMPENSADO, PROGCOMP)
      *                 ACUMULADO NA ESTATISTICA POR TIPO
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 03 / 10 / 2026
      *    OBJETIVO...: LANCAMENTO COM A CHAVE DE UMA AGENCIA
      *                 INCORPORADA (FUSAO, PROGINCO) E TRADUZIDO PELO
      *                 MAPA DE CONTAS (MAPCONTA.DAT) NA ENTRADA DO
      *                 0200-PROCESSAR, CONTA E CONTA DE DESTINO, ANTES
      *                 DE QUALQUER VALIDACAO (0205-TRADUZ-CHAVE)
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 06 / 10 / 2026
      *    OBJETIVO...: BLOQUEADOS.TXT PASSA A SER VSAM KSDS (CHAVE
      *                 REG-CONTA-BLOQ), O MESMO ARQUIVO MANTIDO NA
      *                 TELA CCL7 (PROGCICS7) E NO PROGBLOQ -- LIDO EM
      *                 SEQUENCIA DE CHAVE PARA A TAB-BLOQUEADOS
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 10 / 2026
      *    OBJETIVO...: AO FECHAR AS GERACOES DATADAS (RUN UNICO) GRAVA
      *                 O MANIFESTO DE INTEGRIDADE DE CADA UMA
      *                 (GERMANIF.TXT) PELO MODULO VERGER -- QUANTIDADE
      *                 DE REGISTROS, TOTAIS DE DEBITO E CREDITO E
      *                 TOTAL DE CONFERENCIA (0315-GRAVA-MANIFESTO)
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 10 / 2026
      *    OBJETIVO...: SUSPENSO NASCE SEM MARCA DE ENCAMINHAMENTO POR
      *                 ALCADA (#BOOKSUSP LRECL 223)
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 10 / 2026
      *    OBJETIVO...: OBITO DE TITULAR (OBITOS.TXT, PROGOBITO): AS
      *                 CONTAS EM QUE O CPF FALECIDO E TITULAR ATIVO
      *                 (TITULARES.TXT) SAO CARREGADAS NA ABERTURA E O
      *                 DEBITO NELAS E REJEITADO COM O MOTIVO "OBITO"
      *                 (0228-VERIFICA-OBITO) -- O CREDITO CONTINUA
      *                 ENTRANDO. REGISTRO ESTORNADO NAO BLOQUEIA
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 10 / 2026
      *    OBJETIVO...: BLOQUEIO JUDICIAL (JUDCTA.TXT, PROGJUDA): O
      *                 VALOR PRESO POR ORDEM JUDICIAL EM CADA CONTA E
      *                 CARREGADO NA ABERTURA E O DEBITO QUE DEIXARIA O
      *                 SALDO ABAIXO DELE E REJEITADO COM O MOTIVO
      *                 "BLOQ JUDIC" (0239-VERIFICA-BLOQ-JUDICIAL). O
      *                 DEBITO TIPO "K" (TRANSFERENCIA JUDICIAL) PASSA
      *                 E BAIXA O BLOQUEIO DA CONTA NO RUN
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 10 / 2026
      *    OBJETIVO...: TOTAL POR TIPO DOS LANCAMENTOS DE FOLHA DE
      *                 PAGAMENTO (TIPO "H", FOLHALAN DO PROGFOLHA)
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 10 / 2026
      *    OBJETIVO...: O DEBITO "K" SO BAIXA O BLOQUEIO JUDICIAL DO
      *                 RUN QUANDO VAI PARA O RELSAIDA (O QUE VAI PARA
      *                 O SUSPENSO CONTINUA PRESO). CREDITO "K" OU "H"
      *                 CUJO DEBITO DE ORIGEM (MESMO HISTORICO, CONTA
      *                 DO DEBITO NO DESTINO DO CREDITO) FOI REJEITADO
      *                 ANTES NO RUN E REJEITADO COM O MOTIVO "SEM
      *                 DEBITO" (0242-VERIFICA-DEBITO-ORIGEM) -- O
      *                 JUDCTA / FOLHALAN GRAVAM O DEBITO NA FRENTE
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 10 / 2026
      *    OBJETIVO...: "K" E "H" NAO VAO MAIS PARA O SUSPENSO PELO
      *                 LIMITE DE APROVACAO (O DEBITO SUSPENSO E NEGADO
      *                 DEIXAVA O CREDITO PAGO SEM COBERTURA); CREDITO
      *                 "K"/"H" SEM O DEBITO DE ORIGEM ACEITO NO RUN
      *                 (DEBITO EM OUTRA FATIA NO MODO FAIXA) VAI PARA
      *                 O SUSPENSO (0242C-DEFINE-DESTINO). A RELEITURA
      *                 DO RESTART (0112) REFAZ A TABELA DE DEBITOS
      *                 K/H E A BAIXA DO BLOQUEIO JUDICIAL DO RUN
      *-----------------------------------------------------------------
      *    PROGRAMADOR: MATHEUS
      *    DATA.......: 15 / 10 / 2026
      *    OBJETIVO...: A RELEITURA DO RESTART (0112) TRADUZ A CHAVE
      *                 PELO MAPCONTA COMO O 0200 -- AS TABELAS DO RUN
      *                 (CHAVES, SAQUE DO DIA, SALDO, DEBITOS K/H E
      *                 BLOQUEIO JUDICIAL) FICAVAM NA CONTA ANTIGA DA
      *                 AGENCIA INCORPORADA
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
               FILE STATUS IS FS-REJEITADOS.
           SELECT BLOQUEADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQUEADOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CONTA-BLOQ
               FILE STATUS IS FS-BLOQUEADOS.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT CHAVEPIX ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CHAVEPIX.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-PIX
               FILE STATUS IS FS-CHAVEPIX.
           SELECT CAMBIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CAMBIO.TXT"
               FILE STATUS IS FS-CAMBIO.
           SELECT IOFDIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\IOFDIA.TXT"
               FILE STATUS IS FS-IOFDIA.
           SELECT MAPCONTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\MAPCONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-ANT-MAP
               FILE STATUS IS FS-MAPCONTA.
           SELECT OBITOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\OBITOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CPF-OBT
               FILE STATUS IS FS-OBITOS.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT JUDCTA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\JUDCTA.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-JCT
               FILE STATUS IS FS-JUDCTA.

      *=================================================================
       DATA                                    DIVISION.
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  DADOS DO ARQUIVO DE ENTRADA (LANCAM)
      *                               LRECL = 185
      *
      *-----------------------------------------------------------------
       FD  PARMS.
       COPY "#BOOKLANCAM".
      *-----------------------------------------------------------------
      *     OUTPUT-  DADOS DO ARQUIVO DE SAIDA (RELSAIDA)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS JA FILTRADOS PELO PROGLANCAM
      *                 (USADO NO MODO DE ENTRADA [F]ILTRADOS)
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  FILTRADOS.
       COPY "#BOOKFILTRO".
      *-----------------------------------------------------------------
      *     OUTPUT-  DADOS DOS LANCAMENTOS REJEITADOS PELO FILTRO
      *                               LRECL = 195
      *-----------------------------------------------------------------
       FD  REJEITADOS.
       COPY "#BOOKREJEIT".
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *     INPUT -  DIRETORIO DE CHAVES PIX (PROGPIX)
      *                               LRECL = 105
      *-----------------------------------------------------------------
       FD  CHAVEPIX.
       COPY "#BOOKPIX".
      *-----------------------------------------------------------------
      *     INPUT -  TABELA DIARIA DE CAMBIO (MOEDA + TAXA P/ BRL)
      *                               LRECL = 020
      *-----------------------------------------------------------------
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *     OUTPUT-  FILA DE SUSPENSOS P/ APROVACAO (CUMULATIVO/EXTEND)
      *                               LRECL = 207
      *-----------------------------------------------------------------
       FD  SUSPENSO.
       COPY "#BOOKSUSP".
      *-----------------------------------------------------------------
      *     INPUT -  LANCAMENTOS LIBERADOS PELO SUPERVISOR (PROGAPROV)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  LIBERADOS.
       01  REG-LIBERADOS.
           05 REG-AGENCIA-DEST-LIB     PIC 9(004).
           05 REG-CONTA-DEST-LIB       PIC 9(006).
           05 REG-HISTORICO-LIB        PIC X(020).
           05 REG-PIX-LIB.
               10 REG-CHAVE-PIX-LIB    PIC X(077).
               10 REG-E2E-PIX-LIB      PIC X(032).
      *-----------------------------------------------------------------
      *     OUTPUT-  DATASET DE RESUMO DO JOB (CUMULATIVO)
      *                               LRECL = 053
      *     OUTPUT-  GERACAO DATADA DO RELSAIDA (SO O DIA)
      *-----------------------------------------------------------------
       FD  GERSAIDA.
       01  REG-GERSAIDA                PIC X(189).
      *-----------------------------------------------------------------
      *     OUTPUT-  GERACAO DATADA DO REJEITADOS (SO O DIA)
      *-----------------------------------------------------------------
       FD  GERREJ.
       01  REG-GERREJ                  PIC X(195).
      *-----------------------------------------------------------------
      *     INPUT -  GERACAO DATADA DA DATA REFERENCIADA POR UM
      *              ESTORNO (LAYOUT DO #BOOKRELSAIDA)
           05 REG-AGENCIA-DEST-GREF    PIC 9(004).
           05 REG-CONTA-DEST-GREF      PIC 9(006).
           05 REG-HISTORICO-GREF       PIC X(020).
           05 REG-PIX-GREF             PIC X(109).
      *-----------------------------------------------------------------
      *     I-O   -  CONTROLE CUMULATIVO DOS MOVIMENTOS JA ESTORNADOS
      *                               LRECL = 027
           05 REG-BASE-IOF             PIC 9(012)V99.
           05 REG-VALOR-IOF            PIC 9(010)V99.
      *-----------------------------------------------------------------
      *     INPUT -  MAPA DE CONTAS DAS FUSOES DE AGENCIA (PROGINCO)
      *                               LRECL = 029
      *-----------------------------------------------------------------
       FD  MAPCONTA.
       COPY "#BOOKMAPCTA".
      *-----------------------------------------------------------------
      *     INPUT -  CADASTRO DE OBITOS (PROGOBITO)
      *                               LRECL = 130
      *-----------------------------------------------------------------
       FD  OBITOS.
       COPY "#BOOKOBITO".
      *-----------------------------------------------------------------
      *     INPUT -  TITULARES DAS CONTAS (PROGCTAS)
      *                               LRECL = 074
      *-----------------------------------------------------------------
       FD  TITULARES.
       COPY "#BOOKTITU".
      *-----------------------------------------------------------------
      *     INPUT -  BLOQUEIO JUDICIAL POR CONTA (PROGJUDA)
      *                               LRECL = 090
      *-----------------------------------------------------------------
       FD  JUDCTA.
       COPY "#BOOKJUDCTA".
      *-----------------------------------------------------------------
      *     OUTPUT-  CATALOGO DAS GERACOES DATADAS (CUMULATIVO)
      *                               LRECL = 017
      *-----------------------------------------------------------------
       01  FS-REJEITADOS               PIC X(002)          VALUE SPACES.
       01  FS-BLOQUEADOS               PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-CHAVEPIX                 PIC X(002)          VALUE SPACES.
       01  FS-CAMBIO                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-SUSPENSO                 PIC X(002)          VALUE SPACES.
       01  FS-GERREF                   PIC X(002)          VALUE SPACES.
       01  FS-ESTORNOS                 PIC X(002)          VALUE SPACES.
       01  FS-IOFDIA                   PIC X(002)          VALUE SPACES.
       01  FS-MAPCONTA                 PIC X(002)          VALUE SPACES.
       01  FS-GERACOES                 PIC X(002)          VALUE SPACES.
       01  FS-OBITOS                   PIC X(002)          VALUE SPACES.
       01  FS-TITULARES                PIC X(002)          VALUE SPACES.
       01  FS-JUDCTA                   PIC X(002)          VALUE SPACES.
       01  WRK-NOME-GERSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-NOME-GERREJ             PIC X(060)          VALUE SPACES.
       01  WRK-NOME-GERREF             PIC X(060)          VALUE SPACES.
       01  ACU-GRANA-DEBAUTO           PIC S9(010)V99 COMP-3 VALUE ZEROS.
       01  ACU-QT-ESTORNO              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-GRANA-ESTORNO           PIC S9(010)V99 COMP-3 VALUE ZEROS.
       01  ACU-QT-PIX                  PIC 9(007)   COMP-3 VALUE ZEROS.
       01  ACU-GRANA-PIX               PIC S9(010)V99 COMP-3 VALUE ZERO.
       01  ACU-QT-CONTEST              PIC 9(007)   COMP-3 VALUE ZEROS.
       01  ACU-GRANA-CONTEST           PIC S9(010)V99 COMP-3 VALUE ZERO.
       01  ACU-QT-REEMB                PIC 9(007)   COMP-3 VALUE ZEROS.
       01  ACU-GRANA-REEMB             PIC S9(010)V99 COMP-3 VALUE ZERO.
       01  ACU-QT-CDB                  PIC 9(007)   COMP-3 VALUE ZEROS.
       01  ACU-GRANA-CDB               PIC S9(010)V99 COMP-3 VALUE ZERO.
       01  ACU-QT-EMPR                 PIC 9(007)   COMP-3 VALUE ZEROS.
       01  ACU-GRANA-EMPR              PIC S9(010)V99 COMP-3 VALUE ZERO.
       01  ACU-QT-CHEQUE               PIC 9(007)   COMP-3 VALUE ZEROS.
       01  ACU-GRANA-CHEQUE            PIC S9(010)V99 COMP-3 VALUE ZERO.
       01  ACU-QT-JUDICIAL             PIC 9(007)   COMP-3 VALUE ZEROS.
       01  ACU-GRANA-JUDICIAL          PIC S9(010)V99 COMP-3 VALUE ZERO.
       01  ACU-QT-FOLHA                PIC 9(007)   COMP-3 VALUE ZEROS.
       01  ACU-GRANA-FOLHA             PIC S9(010)V99 COMP-3 VALUE ZERO.
       01  WRK-PARM-IOF-PCT            PIC 9(003)V9(004)   VALUE 0,3800.
       01  WRK-VALOR-IOF               PIC 9(010)V99 COMP-3 VALUE ZEROS.
       01  ACU-QT-IOF                  PIC 9(007)    COMP-3 VALUE ZEROS.
       01  WRK-SITUACAO-CTA            PIC X(001)          VALUE SPACES.
       01  WRK-LIMITE-SAQUE-CTA        PIC 9(007)V99       VALUE ZEROS.
       01  WRK-LIMITE-CRED-LIDO        PIC 9(007)V99       VALUE ZEROS.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== DIRETORIO DE CHAVES PIX =====".
      *-----------------------------------------------------------------
       01  WRK-PIX-DISPONIVEL          PIC X(001)          VALUE "N".
       01  WRK-CHAVE-PIX-INVALIDA      PIC X(001)          VALUE "N".
       01  WRK-AGENCIA-CHAVE-PIX       PIC 9(004)          VALUE ZEROS.
       01  WRK-CONTA-CHAVE-PIX         PIC 9(006)          VALUE ZEROS.
       01  WRK-SAQ-ACUMULADO           PIC 9(008)V99       VALUE ZEROS.
       01  WRK-QT-SAQUES-DIA           PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-SAQ                 PIC 9(004)          VALUE ZEROS.
       01  WRK-QT-SALDOS               PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-SALDO               PIC 9(004)          VALUE ZEROS.
       01  WRK-SALDOS-DISPONIVEL       PIC X(001)          VALUE "N".
       01  WRK-MAPCONTA-DISPONIVEL     PIC X(001)          VALUE "N".
       01  ACU-CHAVES-TRADUZIDAS       PIC 9(007)    COMP-3 VALUE ZEROS.
       01  WRK-SALDO-NOVO              PIC S9(010)V99      VALUE ZEROS.
       01  WRK-SALDO-ACHOU             PIC X(001)          VALUE "N".
       01  WRK-SALDO-INSUF             PIC X(001)          VALUE "N".
               10 TAB-EST-CONTA            PIC 9(006).
               10 TAB-EST-VALOR            PIC 9(007)V99 COMP-3.
               10 TAB-EST-DATA-REF         PIC 9(008).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== CONTAS DE TITULAR FALECIDO (OBITOS) =====".
      *-----------------------------------------------------------------
       01  WRK-QT-CPF-OBITO            PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-CPF-OBITO           PIC 9(004)          VALUE ZEROS.
       01  WRK-QT-CONTAS-OBITO         PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-OBITO               PIC 9(004)          VALUE ZEROS.
       01  WRK-CPF-FALECIDO            PIC X(001)          VALUE "N".
       01  WRK-CONTA-OBITO             PIC X(001)          VALUE "N".
       01  TAB-CPF-OBITO.
           05 TAB-CPF-OBT              OCCURS 500 TIMES
                                       PIC 9(011).
       01  TAB-CONTAS-OBITO.
           05 TAB-OBT-ITEM             OCCURS 1000 TIMES.
               10 TAB-OBT-AGENCIA          PIC 9(004).
               10 TAB-OBT-CONTA            PIC 9(006).
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== BLOQUEIO JUDICIAL POR CONTA (JUDCTA) =====".
      *-----------------------------------------------------------------
       01  WRK-QT-CTA-JUD              PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-JUD                 PIC 9(004)          VALUE ZEROS.
       01  WRK-POS-JUD                 PIC 9(004)          VALUE ZEROS.
       01  WRK-BLOQ-JUDICIAL           PIC X(001)          VALUE "N".
       01  WRK-SALDO-JUDIC             PIC S9(011)V99 COMP-3
                                                           VALUE ZEROS.
       01  TAB-CTA-JUDIC.
           05 TAB-JUD-ITEM             OCCURS 2000 TIMES.
               10 TAB-JUD-AGENCIA          PIC 9(004).
               10 TAB-JUD-CONTA            PIC 9(006).
               10 TAB-JUD-VALOR            PIC S9(009)V99 COMP-3.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "===== DEBITOS K/H VISTOS NO RUN =====".
      *-----------------------------------------------------------------
      *    DEBITO DA TRANSFERENCIA JUDICIAL OU DA EMPRESA NA FOLHA,
      *    ACEITO (A) OU REJEITADO (R): O CREDITO DE CONTRAPARTE QUE
      *    VEM DEPOIS SO ENTRA COM O DEBITO ACEITO
      *-----------------------------------------------------------------
       01  WRK-QT-DEB-ORIGEM           PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-DEB-ORIGEM          PIC 9(004)          VALUE ZEROS.
       01  WRK-SEM-DEB-ORIGEM          PIC X(001)          VALUE "N".
       01  WRK-DEB-ORIGEM-ACHOU        PIC X(001)          VALUE "N".
       01  WRK-VAI-SUSPENSO            PIC X(001)          VALUE "N".
       01  TAB-DEB-ORIGEM.
           05 TAB-DOR-ITEM             OCCURS 2000 TIMES.
               10 TAB-DOR-TIPO             PIC X(001).
               10 TAB-DOR-AGENCIA          PIC 9(004).
               10 TAB-DOR-CONTA            PIC 9(006).
               10 TAB-DOR-HISTORICO        PIC X(020).
               10 TAB-DOR-SITUACAO         PIC X(001).
                   88 TAB-DOR-ACEITO            VALUE "A".
                   88 TAB-DOR-REJEITADO         VALUE "R".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)           VALUE
               "===== TABELA DIARIA DE CAMBIO =====".
      *-----------------------------------------------------------------
       COPY "#BOOKBANK".
       COPY "#BOOKERRO".
       COPY "#BOOKVERGER".
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
               "* FIM DA WORKING *".
               OPEN INPUT  BLOQUEADOS
                            CONTAS
                            CAMBIO.
               OPEN INPUT CHAVEPIX.
               IF FS-CHAVEPIX                 EQUAL '00'
                   MOVE 'S' TO WRK-PIX-DISPONIVEL
               ELSE
                   MOVE 'N' TO WRK-PIX-DISPONIVEL
                   DISPLAY "ATENCAO: DIRETORIO DE CHAVES PIX "
                       "INDISPONIVEL (STATUS " FS-CHAVEPIX ") -- "
                       "LANCAMENTO PIX SERA REJEITADO"
               END-IF.
               IF WRK-RUN-UNICO
                   OPEN EXTEND RELSAIDA
                   IF FS-RELSAIDA             EQUAL '35'
               PERFORM 0113-TESTA-CONTAS-MASTER.
               PERFORM 0114-CARREGA-CAMBIO.
               PERFORM 0141-ABRE-SALDOS.
               OPEN INPUT MAPCONTA.
               IF FS-MAPCONTA                EQUAL '00'
                   MOVE "S" TO WRK-MAPCONTA-DISPONIVEL
               END-IF.
               PERFORM 0143-CARREGA-ESTORNOS.
               PERFORM 0146-CARREGA-OBITOS.
               PERFORM 0151-CARREGA-BLOQ-JUDICIAL.
               PERFORM 0107-LE-CABECALHO.
               PERFORM 0112-PULA-REGISTROS.
               PERFORM 0110-LEITURA.
               END-READ.

       0144-LE-ESTORNO-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0146-CARREGA-OBITOS                      SECTION.
      *-----------------------------------------------------------------
      *    CPFS COM OBITO ATIVO E, DEPOIS, AS CONTAS EM QUE ELES SAO
      *    TITULARES ATIVOS (VARREDURA DO TITULARES, QUE NAO TEM O CPF
      *    NA CHAVE). SEM OBITOS.TXT NAO HA CONTA A BLOQUEAR
      *-----------------------------------------------------------------

               OPEN INPUT OBITOS.
               IF FS-OBITOS                  EQUAL '00'
                   PERFORM 0147-LE-OBITO
                           UNTIL FS-OBITOS NOT EQUAL '00'
                   CLOSE OBITOS
               END-IF.
               IF WRK-QT-CPF-OBITO           EQUAL ZEROS
                   GO TO 0146-CARREGA-OBITOS-FIM
               END-IF.
               OPEN INPUT TITULARES.
               IF FS-TITULARES               NOT EQUAL '00'
                   DISPLAY "ERRO: OBITO REGISTRADO E TITULARES.TXT "
                       "INDISPONIVEL (STATUS " FS-TITULARES ") -- "
                       "EXECUCAO ABORTADA PARA NAO DEBITAR CONTA DE "
                       "FALECIDO"
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-TITULARES         TO WRK-STATUS-ERRO
                   MOVE "0146-ABRE-TITULARES" TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0148-LE-TITULAR-OBITO
                       UNTIL FS-TITULARES NOT EQUAL '00'.
               CLOSE TITULARES.
               DISPLAY "CONTAS COM DEBITO BLOQUEADO POR OBITO: "
                   WRK-QT-CONTAS-OBITO.

       0146-CARREGA-OBITOS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0147-LE-OBITO                            SECTION.
      *-----------------------------------------------------------------

               READ OBITOS
                   AT END
                       MOVE '10' TO FS-OBITOS
                   NOT AT END
                       IF REG-OBT-ATIVO
                           IF WRK-QT-CPF-OBITO LESS THAN 500
                               ADD 1 TO WRK-QT-CPF-OBITO
                               MOVE REG-CPF-OBT TO
                                   TAB-CPF-OBT(WRK-QT-CPF-OBITO)
                           ELSE
                               DISPLAY "ERRO: MAIS DE 500 OBITOS "
                                   "ATIVOS -- EXECUCAO ABORTADA PARA "
                                   "NAO DEBITAR CONTA DE FALECIDO "
                                   "(AUMENTAR A TABELA)"
                               MOVE "TABELA DE OBITOS CHEIA" TO
                                   WRK-MSG-ERROS
                               MOVE "0147-LE-OBITO" TO WRK-AREA-ERRO
                               PERFORM 9999-TRATA-ERRO
                           END-IF
                       END-IF
               END-READ.

       0147-LE-OBITO-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0148-LE-TITULAR-OBITO                    SECTION.
      *-----------------------------------------------------------------

               READ TITULARES
                   AT END
                       MOVE '10' TO FS-TITULARES
                   NOT AT END
                       IF REG-TIT-ATIVO
                           MOVE 'N' TO WRK-CPF-FALECIDO
                           PERFORM 0149-COMPARA-CPF-OBITO
                               VARYING WRK-IDX-CPF-OBITO FROM 1 BY 1
                               UNTIL WRK-IDX-CPF-OBITO GREATER
                                     WRK-QT-CPF-OBITO
                                  OR WRK-CPF-FALECIDO EQUAL 'S'
                           IF WRK-CPF-FALECIDO EQUAL 'S'
                               PERFORM 0150-GUARDA-CONTA-OBITO
                           END-IF
                       END-IF
               END-READ.

       0148-LE-TITULAR-OBITO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0149-COMPARA-CPF-OBITO                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-CPF-OBT(WRK-IDX-CPF-OBITO) EQUAL REG-CPF-TIT
                   MOVE 'S' TO WRK-CPF-FALECIDO
               END-IF.

       0149-COMPARA-CPF-OBITO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0150-GUARDA-CONTA-OBITO                  SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-CONTAS-OBITO LESS THAN 1000
                   ADD 1 TO WRK-QT-CONTAS-OBITO
                   MOVE REG-AGENCIA-TIT TO
                       TAB-OBT-AGENCIA(WRK-QT-CONTAS-OBITO)
                   MOVE REG-CONTA-TIT   TO
                       TAB-OBT-CONTA(WRK-QT-CONTAS-OBITO)
               ELSE
                   DISPLAY "ERRO: MAIS DE 1000 CONTAS DE TITULAR "
                       "FALECIDO -- EXECUCAO ABORTADA (AUMENTAR A "
                       "TABELA)"
                   MOVE "TABELA DE CONTAS DE OBITO CHEIA" TO
                       WRK-MSG-ERROS
                   MOVE "0150-GUARDA-CONTA-OBITO" TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0150-GUARDA-CONTA-OBITO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0151-CARREGA-BLOQ-JUDICIAL               SECTION.
      *-----------------------------------------------------------------
      *    TOTAL PRESO POR ORDEM JUDICIAL EM CADA CONTA, SOMANDO AS
      *    ORDENS. O BLOQUEIO "EM TRANSFERENCIA" CONTINUA PRESO ATE O
      *    DEBITO "K" SER ACEITO. SEM JUDCTA.TXT NAO HA BLOQUEIO
      *-----------------------------------------------------------------

               OPEN INPUT JUDCTA.
               IF FS-JUDCTA                  EQUAL '35'
                   GO TO 0151-CARREGA-BLOQ-JUDICIAL-FIM
               END-IF.
               IF FS-JUDCTA                  NOT EQUAL '00'
                   DISPLAY "ERRO: JUDCTA.TXT INDISPONIVEL (STATUS "
                       FS-JUDCTA ") -- EXECUCAO ABORTADA PARA NAO "
                       "DEBITAR SALDO BLOQUEADO JUDICIALMENTE"
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   MOVE FS-JUDCTA            TO WRK-STATUS-ERRO
                   MOVE "0151-ABRE-JUDCTA"   TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0152-LE-JUDCTA
                       UNTIL FS-JUDCTA NOT EQUAL '00'.
               CLOSE JUDCTA.
               DISPLAY "CONTAS COM BLOQUEIO JUDICIAL: "
                   WRK-QT-CTA-JUD.

       0151-CARREGA-BLOQ-JUDICIAL-FIM.          EXIT.
      *-----------------------------------------------------------------
       0152-LE-JUDCTA                           SECTION.
      *-----------------------------------------------------------------

               READ JUDCTA
                   AT END
                       MOVE '10' TO FS-JUDCTA
                   NOT AT END
                       MOVE REG-AGENCIA-JCT TO REG-AGENCIA
                       MOVE REG-CONTA-JCT   TO REG-CONTA
                       PERFORM 0153-LOCALIZA-BLOQ-JUDICIAL
                       IF WRK-POS-JUD EQUAL ZEROS
                           IF WRK-QT-CTA-JUD LESS THAN 2000
                               ADD 1 TO WRK-QT-CTA-JUD
                               MOVE WRK-QT-CTA-JUD TO WRK-POS-JUD
                               MOVE REG-AGENCIA-JCT TO
                                   TAB-JUD-AGENCIA(WRK-POS-JUD)
                               MOVE REG-CONTA-JCT   TO
                                   TAB-JUD-CONTA(WRK-POS-JUD)
                               MOVE ZEROS TO TAB-JUD-VALOR(WRK-POS-JUD)
                           ELSE
                               DISPLAY "ERRO: MAIS DE 2000 CONTAS COM "
                                   "BLOQUEIO JUDICIAL -- EXECUCAO "
                                   "ABORTADA (AUMENTAR A TABELA)"
                               MOVE "TABELA DE BLOQUEIO JUDICIAL CHEIA"
                                   TO WRK-MSG-ERROS
                               MOVE "0152-LE-JUDCTA" TO WRK-AREA-ERRO
                               PERFORM 9999-TRATA-ERRO
                           END-IF
                       END-IF
                       ADD REG-VALOR-BLOQ-JCT TO
                           TAB-JUD-VALOR(WRK-POS-JUD)
               END-READ.

       0152-LE-JUDCTA-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0153-LOCALIZA-BLOQ-JUDICIAL              SECTION.
      *-----------------------------------------------------------------
      *    POSICAO DA CONTA REG-AGENCIA/REG-CONTA NA TAB-CTA-JUDIC
      *    (ZEROS SE A CONTA NAO TEM BLOQUEIO)
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-POS-JUD.
               PERFORM 0154-COMPARA-BLOQ-JUDICIAL
                       VARYING WRK-IDX-JUD FROM 1 BY 1
                       UNTIL WRK-IDX-JUD GREATER WRK-QT-CTA-JUD
                          OR WRK-POS-JUD GREATER ZEROS.

       0153-LOCALIZA-BLOQ-JUDICIAL-FIM.         EXIT.
      *-----------------------------------------------------------------
       0154-COMPARA-BLOQ-JUDICIAL               SECTION.
      *-----------------------------------------------------------------

               IF TAB-JUD-AGENCIA(WRK-IDX-JUD) EQUAL REG-AGENCIA AND
                  TAB-JUD-CONTA(WRK-IDX-JUD)   EQUAL REG-CONTA
                   MOVE WRK-IDX-JUD TO WRK-POS-JUD
               END-IF.

       0154-COMPARA-BLOQ-JUDICIAL-FIM.          EXIT.
      *-----------------------------------------------------------------
       0116-CARREGA-LIBERADOS                   SECTION.
      *-----------------------------------------------------------------
                       REG-CONTA-DEST-RELSAIDA
                   MOVE REG-HISTORICO-LIB    TO
                       REG-HISTORICO-RELSAIDA
                   MOVE REG-PIX-LIB          TO REG-PIX-RELSAIDA
                   WRITE REG-RELSAIDA
                   IF WRK-RUN-UNICO
                       MOVE REG-RELSAIDA TO REG-GERSAIDA
               ADD 1 TO WRK-IDX-PULAR.
               PERFORM 8100-LE-ENTRADA.
               IF FS-LANCAM EQUAL '00'
                   IF WRK-MAPCONTA-DISPONIVEL EQUAL "S"
                       PERFORM 0205-TRADUZ-CHAVE
                   END-IF
                   PERFORM 0220-VALIDA-REG
                   IF REG-E-DEBITO AND
                      (REG-TIPO-JUDICIAL OR REG-TIPO-FOLHA)
                       PERFORM 0242A-GUARDA-DEBITO-ORIGEM
                   END-IF
                   IF WRK-PASSOU EQUAL 'S'
                       PERFORM 0229-GRAVA-CHAVE-LANCAMENTO
                       PERFORM 0236-ACUMULA-SAQUE-DIA
                       PERFORM 0238-ATUALIZA-SALDO-RUN
                       PERFORM 0242C-DEFINE-DESTINO
                       IF WRK-VAI-SUSPENSO EQUAL 'N'
                           MOVE REG-TIPO-LANCAM TO REG-TIPO-RELSAIDA
                           MOVE WRK-VALOR-BRL   TO
                               REG-LANCAMENTO-RELSAIDA
                           PERFORM 0241-ACUMULA-IOF
                           IF REG-E-DEBITO AND REG-TIPO-JUDICIAL
                               PERFORM 0239A-BAIXA-BLOQ-JUDICIAL
                           END-IF
                       END-IF
                   END-IF
               END-IF.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-LIDOS-LANCAM.
               IF WRK-MAPCONTA-DISPONIVEL EQUAL "S"
                   PERFORM 0205-TRADUZ-CHAVE
               END-IF.
               PERFORM 0220-VALIDA-REG.
               IF REG-E-DEBITO AND
                  (REG-TIPO-JUDICIAL OR REG-TIPO-FOLHA)
                   PERFORM 0242A-GUARDA-DEBITO-ORIGEM
               END-IF.

               IF WRK-PASSOU                 EQUAL 'S'
                   ADD 1 TO ACU-VALIDOS-LANCAM
                   PERFORM 0236-ACUMULA-SAQUE-DIA
                   PERFORM 0238-ATUALIZA-SALDO-RUN
                   PERFORM 0242C-DEFINE-DESTINO
                   IF WRK-VAI-SUSPENSO EQUAL 'S'
                       PERFORM 0243-GRAVA-SUSPENSO
                   ELSE
                       MOVE REG-AGENCIA      TO REG-AGENCIA-RELSAIDA
                           REG-CONTA-DEST-RELSAIDA
                       MOVE REG-HISTORICO-LANCAM TO
                           REG-HISTORICO-RELSAIDA
                       MOVE REG-PIX-LANCAM   TO REG-PIX-RELSAIDA

                       IF REG-E-DEBITO AND REG-TIPO-JUDICIAL
                           PERFORM 0239A-BAIXA-BLOQ-JUDICIAL
                       END-IF
                       PERFORM 0240-GRAVA
                   END-IF
               ELSE
               END-IF.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    CONTA DE AGENCIA INCORPORADA (FUSAO) VAI PARA A CHAVE NOVA
      *-----------------------------------------------------------------
       0205-TRADUZ-CHAVE                       SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA TO REG-AGENCIA-ANT-MAP.
               MOVE REG-CONTA   TO REG-CONTA-ANT-MAP.
               READ MAPCONTA
                   NOT INVALID KEY
                       MOVE REG-AGENCIA-NOVA-MAP TO REG-AGENCIA
                       MOVE REG-CONTA-NOVA-MAP   TO REG-CONTA
                       ADD 1 TO ACU-CHAVES-TRADUZIDAS
               END-READ.
               IF REG-CONTA-DEST EQUAL ZEROS
                   GO TO 0205-TRADUZ-CHAVE-FIM
               END-IF.
               MOVE REG-AGENCIA-DEST TO REG-AGENCIA-ANT-MAP.
               MOVE REG-CONTA-DEST   TO REG-CONTA-ANT-MAP.
               READ MAPCONTA
                   NOT INVALID KEY
                       MOVE REG-AGENCIA-NOVA-MAP TO REG-AGENCIA-DEST
                       MOVE REG-CONTA-NOVA-MAP   TO REG-CONTA-DEST
                       ADD 1 TO ACU-CHAVES-TRADUZIDAS
               END-READ.

       0205-TRADUZ-CHAVE-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0210-ACUMULA                            SECTION.
      *-----------------------------------------------------------------
                   WHEN REG-TIPO-ESTORNO
                       ADD 1               TO ACU-QT-ESTORNO
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-ESTORNO
                   WHEN REG-TIPO-PIX
                       ADD 1               TO ACU-QT-PIX
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-PIX
                   WHEN REG-TIPO-CONTEST
                       ADD 1               TO ACU-QT-CONTEST
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-CONTEST
                   WHEN REG-TIPO-REEMBOLSO
                       ADD 1               TO ACU-QT-REEMB
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-REEMB
                   WHEN REG-TIPO-CDB
                       ADD 1               TO ACU-QT-CDB
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-CDB
                   WHEN REG-TIPO-EMPRESTIMO
                       ADD 1               TO ACU-QT-EMPR
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-EMPR
                   WHEN REG-TIPO-CHEQUE
                       ADD 1               TO ACU-QT-CHEQUE
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-CHEQUE
                   WHEN REG-TIPO-JUDICIAL
                       ADD 1               TO ACU-QT-JUDICIAL
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-JUDICIAL
                   WHEN REG-TIPO-FOLHA
                       ADD 1               TO ACU-QT-FOLHA
                       ADD WRK-VALOR-BRL   TO ACU-GRANA-FOLHA
               END-EVALUATE.

       0215-ACUMULA-TIPO-FIM.                  EXIT.
       0220-VALIDA-REG                         SECTION.
      *-----------------------------------------------------------------

               PERFORM 0232-RESOLVE-CHAVE-PIX.
               PERFORM 0225-VERIFICA-BLOQUEIO.
               PERFORM 0228-VERIFICA-OBITO.
               PERFORM 0227-VERIFICA-DUP-LANCAMENTO.
               PERFORM 0221-VERIFICA-COMBO.
               PERFORM 0231-VERIFICA-CONTA-MTR.
               PERFORM 0233-VERIFICA-MOEDA.
               PERFORM 0235-VERIFICA-LIMITE-SAQUE.
               PERFORM 0237-VERIFICA-SALDO.
               PERFORM 0239-VERIFICA-BLOQ-JUDICIAL.
               PERFORM 0242-VERIFICA-DEBITO-ORIGEM.
               PERFORM 0247-VERIFICA-ESTORNO.

               IF REG-LANCAMENTO GREATER THAN ZEROS
                  REG-DATA-LANCAM  NOT LESS WRK-PARM-DATA-INI AND
                  REG-DATA-LANCAM  NOT GREATER WRK-PARM-DATA-FIM AND
                  WRK-CONTA-BLOQUEADA NOT EQUAL 'S' AND
                  WRK-CONTA-OBITO NOT EQUAL 'S' AND
                  WRK-LANC-DUPLICADO NOT EQUAL 'S' AND
                  WRK-VALOR-INVALIDO NOT EQUAL 'S' AND
                  WRK-CONTA-INEXISTENTE NOT EQUAL 'S' AND
                  WRK-CONTA-ENCERRADA NOT EQUAL 'S' AND
                  WRK-CHAVE-PIX-INVALIDA NOT EQUAL 'S' AND
                  WRK-MOEDA-INVALIDA NOT EQUAL 'S' AND
                  WRK-LIMITE-ESTOURADO NOT EQUAL 'S' AND
                  WRK-SALDO-INSUF NOT EQUAL 'S' AND
                  WRK-BLOQ-JUDICIAL NOT EQUAL 'S' AND
                  WRK-SEM-DEB-ORIGEM NOT EQUAL 'S' AND
                  WRK-EST-SEM-ORIGEM NOT EQUAL 'S' AND
                  WRK-EST-JA-FEITO NOT EQUAL 'S'
                   MOVE 'S' TO WRK-PASSOU
                       UNTIL WRK-IDX-BLOQ GREATER WRK-QT-BLOQUEADAS.

       0225-VERIFICA-BLOQUEIO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0228-VERIFICA-OBITO                      SECTION.
      *-----------------------------------------------------------------
      *    SO O DEBITO E BARRADO NA CONTA DE TITULAR FALECIDO -- O
      *    CREDITO (SALARIO, BENEFICIO, TRANSFERENCIA) ENTRA NO ESPOLIO
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CONTA-OBITO.
               IF REG-E-DEBITO AND WRK-QT-CONTAS-OBITO GREATER ZEROS
                   PERFORM 0228-COMPARA-OBITO
                           VARYING WRK-IDX-OBITO FROM 1 BY 1
                           UNTIL WRK-IDX-OBITO GREATER
                                 WRK-QT-CONTAS-OBITO
                              OR WRK-CONTA-OBITO EQUAL 'S'
               END-IF.

       0228-VERIFICA-OBITO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0228-COMPARA-OBITO                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-OBT-AGENCIA(WRK-IDX-OBITO) EQUAL REG-AGENCIA AND
                  TAB-OBT-CONTA(WRK-IDX-OBITO)   EQUAL REG-CONTA
                   MOVE 'S' TO WRK-CONTA-OBITO
               END-IF.

       0228-COMPARA-OBITO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0226-COMPARA-BLOQ                        SECTION.
      *-----------------------------------------------------------------


       0231-VERIFICA-CONTA-MTR-FIM.              EXIT.
      *-----------------------------------------------------------------
       0232-RESOLVE-CHAVE-PIX                    SECTION.
      *-----------------------------------------------------------------
      *    LANCAMENTO PIX (TIPO "P"): A CHAVE E SEMPRE A DA CONTRAPARTE
      *    E VIRA A CONTA DE DESTINO, COMO NAS PONTAS DA TED -- NO
      *    DEBITO E QUEM RECEBE, NO CREDITO E QUEM PAGOU. CHAVE FORA
      *    DO DIRETORIO, CONTA DA CHAVE INEXISTENTE OU ENCERRADA E
      *    DESTINO INFORMADO DIFERENTE DO DA CHAVE REJEITAM COM O
      *    MOTIVO "CHAVE PIX"
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CHAVE-PIX-INVALIDA.
               IF REG-TIPO-PIX
                   INSPECT REG-CHAVE-PIX-LANCAM CONVERTING
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                       "abcdefghijklmnopqrstuvwxyz"
                   IF WRK-PIX-DISPONIVEL NOT EQUAL 'S' OR
                      REG-CHAVE-PIX-LANCAM EQUAL SPACES
                       MOVE 'S' TO WRK-CHAVE-PIX-INVALIDA
                   ELSE
                       MOVE REG-CHAVE-PIX-LANCAM TO REG-CHAVE-PIX
                       READ CHAVEPIX
                           INVALID KEY
                               MOVE 'S' TO WRK-CHAVE-PIX-INVALIDA
                           NOT INVALID KEY
                               MOVE REG-AGENCIA-PIX TO
                                   WRK-AGENCIA-CHAVE-PIX
                               MOVE REG-CONTA-PIX   TO
                                   WRK-CONTA-CHAVE-PIX
                       END-READ
                   END-IF
                   IF WRK-CHAVE-PIX-INVALIDA NOT EQUAL 'S' AND
                      REG-CONTA-DEST NOT EQUAL ZEROS AND
                      (REG-AGENCIA-DEST NOT EQUAL WRK-AGENCIA-CHAVE-PIX
                       OR REG-CONTA-DEST NOT EQUAL WRK-CONTA-CHAVE-PIX)
                       MOVE 'S' TO WRK-CHAVE-PIX-INVALIDA
                   END-IF
                   IF WRK-CHAVE-PIX-INVALIDA NOT EQUAL 'S' AND
                      WRK-MASTER-VAZIO NOT EQUAL 'S'
                       MOVE WRK-AGENCIA-CHAVE-PIX TO REG-AGENCIA-MTR
                       MOVE WRK-CONTA-CHAVE-PIX   TO REG-CONTA-MTR
                       READ CONTAS
                           INVALID KEY
                               MOVE 'S' TO WRK-CHAVE-PIX-INVALIDA
                           NOT INVALID KEY
                               IF REG-CONTA-ENCERRADA
                                   MOVE 'S' TO WRK-CHAVE-PIX-INVALIDA
                               END-IF
                       END-READ
                   END-IF
                   IF WRK-CHAVE-PIX-INVALIDA EQUAL 'S'
                       DISPLAY "** CHAVE PIX NAO RESOLVIDA: "
                           REG-AGENCIA "/" REG-CONTA " CHAVE "
                           REG-CHAVE-PIX-LANCAM
                   ELSE
                       MOVE WRK-AGENCIA-CHAVE-PIX TO REG-AGENCIA-DEST
                       MOVE WRK-CONTA-CHAVE-PIX   TO REG-CONTA-DEST
                   END-IF
               END-IF.

       0232-RESOLVE-CHAVE-PIX-FIM.               EXIT.
      *-----------------------------------------------------------------
       0233-VERIFICA-MOEDA                       SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-SALDO-INSUF.
      *    JUROS DE CHEQUE ESPECIAL (DEBITO TIPO "J") NAO PASSAM PELA
      *    CRITICA -- A COBRANCA E SOBRE O PROPRIO USO DO LIMITE.
      *    A REVERSAO DO CREDITO PROVISORIO DE CONTESTACAO (DEBITO
      *    TIPO "C") TAMBEM NAO -- DEVOLVE UM CREDITO JA CONCEDIDO
               IF REG-E-DEBITO AND NOT REG-TIPO-JUROS AND
                  NOT REG-TIPO-CONTEST
                   MOVE ZEROS TO WRK-LIMITE-CRED-CTA
                   IF WRK-CONTA-ACHOU-MTR EQUAL 'S'
                       MOVE WRK-LIMITE-CRED-LIDO TO
               END-IF.

       0237-VERIFICA-SALDO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0239-VERIFICA-BLOQ-JUDICIAL               SECTION.
      *-----------------------------------------------------------------
      *    O DEBITO NAO PODE DEIXAR O SALDO DA CONTA ABAIXO DO VALOR
      *    BLOQUEADO POR ORDEM JUDICIAL (O LIMITE DE CREDITO NAO
      *    COBRE O BLOQUEIO). MESMAS EXCECOES DA 0237 ("J" E "C") E
      *    O PROPRIO DEBITO DA TRANSFERENCIA JUDICIAL ("K")
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-BLOQ-JUDICIAL.
               IF WRK-QT-CTA-JUD EQUAL ZEROS
                   GO TO 0239-VERIFICA-BLOQ-JUDICIAL-FIM
               END-IF.
               IF REG-E-DEBITO AND NOT REG-TIPO-JUROS AND
                  NOT REG-TIPO-CONTEST AND NOT REG-TIPO-JUDICIAL
                   PERFORM 0153-LOCALIZA-BLOQ-JUDICIAL
                   IF WRK-POS-JUD GREATER ZEROS AND
                      TAB-JUD-VALOR(WRK-POS-JUD) GREATER ZEROS
                       PERFORM 0244-LOCALIZA-SALDO
                       IF WRK-SALDO-ACHOU EQUAL 'S'
                           COMPUTE WRK-SALDO-JUDIC =
                               TAB-SALDO-VALOR(WRK-IDX-SALDO) -
                               WRK-VALOR-BRL
                       ELSE
                           COMPUTE WRK-SALDO-JUDIC =
                               ZEROS - WRK-VALOR-BRL
                       END-IF
                       IF WRK-SALDO-JUDIC LESS THAN
                          TAB-JUD-VALOR(WRK-POS-JUD)
                           MOVE 'S' TO WRK-BLOQ-JUDICIAL
                       END-IF
                   END-IF
               END-IF.

       0239-VERIFICA-BLOQ-JUDICIAL-FIM.          EXIT.
      *-----------------------------------------------------------------
       0244-LOCALIZA-SALDO                       SECTION.
      *-----------------------------------------------------------------
               END-IF.

       0238-ATUALIZA-SALDO-RUN-FIM.              EXIT.
      *-----------------------------------------------------------------
       0239A-BAIXA-BLOQ-JUDICIAL                 SECTION.
      *-----------------------------------------------------------------
      *    O VALOR TRANSFERIDO PARA A CONTA DE DEPOSITO JUDICIAL DEIXA
      *    DE ESTAR PRESO NA CONTA (O PROGJUDA CONFERE O DEBITO NO
      *    RELSAIDA E EXCLUI O REGISTRO). SO PARA O DEBITO QUE VAI
      *    PARA O RELSAIDA -- NO SUSPENSO O VALOR CONTINUA PRESO
      *-----------------------------------------------------------------

               PERFORM 0153-LOCALIZA-BLOQ-JUDICIAL.
               IF WRK-POS-JUD GREATER ZEROS
                   IF TAB-JUD-VALOR(WRK-POS-JUD) GREATER WRK-VALOR-BRL
                       SUBTRACT WRK-VALOR-BRL FROM
                           TAB-JUD-VALOR(WRK-POS-JUD)
                   ELSE
                       MOVE ZEROS TO TAB-JUD-VALOR(WRK-POS-JUD)
                   END-IF
               END-IF.

       0239A-BAIXA-BLOQ-JUDICIAL-FIM.            EXIT.
      *-----------------------------------------------------------------
       0242-VERIFICA-DEBITO-ORIGEM               SECTION.
      *-----------------------------------------------------------------
      *    CREDITO "K" (DEPOSITO JUDICIAL) OU "H" (SALARIO) PROCURA O
      *    DEBITO DE ORIGEM JA VISTO NO RUN: MESMO TIPO, MESMO
      *    HISTORICO E A CONTA DEBITADA NO DESTINO DO CREDITO. COM O
      *    DEBITO REJEITADO O CREDITO E REJEITADO; SEM O DEBITO NO
      *    RUN ELE VAI PARA O SUSPENSO (0242C)
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-SEM-DEB-ORIGEM.
               MOVE 'N' TO WRK-DEB-ORIGEM-ACHOU.
               IF NOT REG-E-DEBITO AND
                  (REG-TIPO-JUDICIAL OR REG-TIPO-FOLHA)
                   PERFORM 0242B-COMPARA-DEBITO-ORIGEM
                           VARYING WRK-IDX-DEB-ORIGEM FROM 1 BY 1
                           UNTIL WRK-IDX-DEB-ORIGEM GREATER
                                 WRK-QT-DEB-ORIGEM
                              OR WRK-DEB-ORIGEM-ACHOU EQUAL 'S'
               END-IF.

       0242-VERIFICA-DEBITO-ORIGEM-FIM.          EXIT.
      *-----------------------------------------------------------------
       0242A-GUARDA-DEBITO-ORIGEM                SECTION.
      *-----------------------------------------------------------------
      *    TODO DEBITO "K"/"H" VALIDADO ENTRA NA TABELA, ACEITO OU
      *    REJEITADO (TAMBEM NA RELEITURA DO RESTART, 0112)
      *-----------------------------------------------------------------

               IF WRK-QT-DEB-ORIGEM LESS THAN 2000
                   ADD 1 TO WRK-QT-DEB-ORIGEM
                   MOVE REG-TIPO-LANCAM TO
                       TAB-DOR-TIPO(WRK-QT-DEB-ORIGEM)
                   MOVE REG-AGENCIA     TO
                       TAB-DOR-AGENCIA(WRK-QT-DEB-ORIGEM)
                   MOVE REG-CONTA       TO
                       TAB-DOR-CONTA(WRK-QT-DEB-ORIGEM)
                   MOVE REG-HISTORICO-LANCAM TO
                       TAB-DOR-HISTORICO(WRK-QT-DEB-ORIGEM)
                   IF WRK-PASSOU EQUAL 'S'
                       SET TAB-DOR-ACEITO(WRK-QT-DEB-ORIGEM) TO TRUE
                   ELSE
                       SET TAB-DOR-REJEITADO(WRK-QT-DEB-ORIGEM)
                           TO TRUE
                   END-IF
               ELSE
                   DISPLAY "ERRO: MAIS DE 2000 DEBITOS K/H NO RUN "
                       "-- EXECUCAO ABORTADA PARA NAO CREDITAR SEM O "
                       "DEBITO DE ORIGEM (AUMENTAR A TABELA)"
                   MOVE "TABELA DE DEBITOS K/H CHEIA" TO
                       WRK-MSG-ERROS
                   MOVE "0242A-GUARDA-DEB-ORI" TO WRK-AREA-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0242A-GUARDA-DEBITO-ORIGEM-FIM.           EXIT.
      *-----------------------------------------------------------------
       0242B-COMPARA-DEBITO-ORIGEM               SECTION.
      *-----------------------------------------------------------------

               IF TAB-DOR-TIPO(WRK-IDX-DEB-ORIGEM) EQUAL REG-TIPO-LANCAM
                  AND
                  TAB-DOR-AGENCIA(WRK-IDX-DEB-ORIGEM) EQUAL
                      REG-AGENCIA-DEST AND
                  TAB-DOR-CONTA(WRK-IDX-DEB-ORIGEM)   EQUAL
                      REG-CONTA-DEST AND
                  TAB-DOR-HISTORICO(WRK-IDX-DEB-ORIGEM) EQUAL
                      REG-HISTORICO-LANCAM
                   MOVE 'S' TO WRK-DEB-ORIGEM-ACHOU
                   IF TAB-DOR-REJEITADO(WRK-IDX-DEB-ORIGEM)
                       MOVE 'S' TO WRK-SEM-DEB-ORIGEM
                   END-IF
               END-IF.

       0242B-COMPARA-DEBITO-ORIGEM-FIM.          EXIT.
      *-----------------------------------------------------------------
       0242C-DEFINE-DESTINO                      SECTION.
      *-----------------------------------------------------------------
      *    LANCAMENTO VALIDO VAI PARA O SUSPENSO QUANDO O VALOR ATINGE
      *    O LIMITE DE APROVACAO -- MENOS "K" E "H", JA AUTORIZADOS
      *    NA ORIGEM (ORDEM JUDICIAL / CONVENIO DA FOLHA), CUJO
      *    DEBITO SUSPENSO DEIXARIA O CREDITO SEM COBERTURA -- OU
      *    QUANDO E CREDITO "K"/"H" SEM O DEBITO DE ORIGEM NO RUN
      *    (FATIA SEM O DEBITO NO MODO FAIXA)
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-VAI-SUSPENSO.
               IF REG-TIPO-JUDICIAL OR REG-TIPO-FOLHA
                   IF NOT REG-E-DEBITO AND
                      WRK-DEB-ORIGEM-ACHOU EQUAL 'N'
                       MOVE 'S' TO WRK-VAI-SUSPENSO
                       DISPLAY "** CREDITO " REG-TIPO-LANCAM
                           " SEM O DEBITO DE ORIGEM NO RUN:"
                           REG-AGENCIA "/" REG-CONTA
                   END-IF
               ELSE
                   IF WRK-PARM-LIMITE-SUSP GREATER ZEROS AND
                      WRK-VALOR-BRL NOT LESS WRK-PARM-LIMITE-SUSP
                       MOVE 'S' TO WRK-VAI-SUSPENSO
                   END-IF
               END-IF.

       0242C-DEFINE-DESTINO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0247-VERIFICA-ESTORNO                     SECTION.
      *-----------------------------------------------------------------
               MOVE ACU-GRANA-ESTORNO       TO WRK-TRANSFERENCIA-ED.
               DISPLAY "ESTORNOS.....:" ACU-QT-ESTORNO
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-PIX           TO WRK-TRANSFERENCIA-ED.
               DISPLAY "PIX..........:" ACU-QT-PIX
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-CONTEST       TO WRK-TRANSFERENCIA-ED.
               DISPLAY "CONTESTACAO..:" ACU-QT-CONTEST
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-REEMB         TO WRK-TRANSFERENCIA-ED.
               DISPLAY "REEMB SALDO..:" ACU-QT-REEMB
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-CDB           TO WRK-TRANSFERENCIA-ED.
               DISPLAY "CDB..........:" ACU-QT-CDB
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-EMPR          TO WRK-TRANSFERENCIA-ED.
               DISPLAY "EMPRESTIMO...:" ACU-QT-EMPR
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-CHEQUE        TO WRK-TRANSFERENCIA-ED.
               DISPLAY "CHEQUE.......:" ACU-QT-CHEQUE
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-JUDICIAL      TO WRK-TRANSFERENCIA-ED.
               DISPLAY "JUDICIAL.....:" ACU-QT-JUDICIAL
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-FOLHA         TO WRK-TRANSFERENCIA-ED.
               DISPLAY "FOLHA........:" ACU-QT-FOLHA
                   " R$" WRK-TRANSFERENCIA-ED.
               MOVE ACU-GRANA-IOF           TO WRK-TRANSFERENCIA-ED.
               DISPLAY "IOF APURADO..:" ACU-QT-IOF
                   " R$" WRK-TRANSFERENCIA-ED.
                   ACU-SUSPENSOS-LANCAM.
               DISPLAY "TOTAL LIBERADOS (RUN ANTERIOR):"
                   ACU-LIBERADOS-LANCAM.
               DISPLAY "CHAVES TRADUZIDAS (FUSAO)....:"
                   ACU-CHAVES-TRADUZIDAS.

       0230-ESTATISTICA-FIM.                   EXIT.
      *-----------------------------------------------------------------
               MOVE REG-AGENCIA-DEST    TO REG-AGENCIA-DEST-SUSP.
               MOVE REG-CONTA-DEST      TO REG-CONTA-DEST-SUSP.
               MOVE REG-HISTORICO-LANCAM TO REG-HISTORICO-SUSP.
               MOVE REG-PIX-LANCAM      TO REG-PIX-SUSP.
               MOVE SPACES              TO REG-ENCAMINHADOR-SUSP.
               MOVE ZEROS               TO REG-DATA-ENCAM-SUSP.
               WRITE REG-SUSPENSO.

               IF FS-SUSPENSO             NOT EQUAL '00'
               MOVE REG-CONTA-DEST      TO REG-CONTA-DEST-REJ.
               MOVE REG-HISTORICO-LANCAM TO REG-HISTORICO-REJ.
               MOVE REG-AGENCIA-ORIGEM   TO REG-AGENCIA-ORIG-REJ.
               MOVE REG-PIX-LANCAM       TO REG-PIX-REJ.
               EVALUATE TRUE
                   WHEN WRK-LANC-DUPLICADO EQUAL 'S'
                       MOVE "DUPLICADO"    TO REG-MOTIVO-REJ
                       ELSE
                           MOVE WRK-MOTIVO-BLOQUEIO TO REG-MOTIVO-REJ
                       END-IF
                   WHEN WRK-CONTA-OBITO EQUAL 'S'
                       MOVE "OBITO"        TO REG-MOTIVO-REJ
                   WHEN WRK-CONTA-INEXISTENTE EQUAL 'S'
                       MOVE "NAO EXISTE"   TO REG-MOTIVO-REJ
                   WHEN WRK-CONTA-ENCERRADA EQUAL 'S'
                       MOVE "ENCERRADA"    TO REG-MOTIVO-REJ
                   WHEN WRK-CHAVE-PIX-INVALIDA EQUAL 'S'
                       MOVE "CHAVE PIX"    TO REG-MOTIVO-REJ
                   WHEN WRK-MOEDA-INVALIDA EQUAL 'S'
                       MOVE "MOEDA INV"    TO REG-MOTIVO-REJ
                   WHEN WRK-LIMITE-ESTOURADO EQUAL 'S'
                       MOVE "LIMITE"       TO REG-MOTIVO-REJ
                   WHEN WRK-BLOQ-JUDICIAL EQUAL 'S'
                       MOVE "BLOQ JUDIC"   TO REG-MOTIVO-REJ
                   WHEN WRK-SALDO-INSUF EQUAL 'S'
                       MOVE "SEM SALDO"    TO REG-MOTIVO-REJ
                   WHEN WRK-SEM-DEB-ORIGEM EQUAL 'S'
                       MOVE "SEM DEBITO"   TO REG-MOTIVO-REJ
                   WHEN WRK-EST-JA-FEITO EQUAL 'S'
                       MOVE "JA ESTORN"    TO REG-MOTIVO-REJ
                   WHEN WRK-EST-SEM-ORIGEM EQUAL 'S'
               MOVE ZEROS              TO REG-AGENCIA-DEST-RELSAIDA.
               MOVE ZEROS              TO REG-CONTA-DEST-RELSAIDA.
               MOVE SPACES             TO REG-HISTORICO-RELSAIDA.
               MOVE SPACES             TO REG-PIX-RELSAIDA.
               WRITE REG-RELSAIDA.
               IF WRK-RUN-UNICO
                   MOVE REG-RELSAIDA TO REG-GERSAIDA
               IF WRK-SALDOS-DISPONIVEL EQUAL 'S'
                   CLOSE SALDOS
               END-IF.
               IF WRK-PIX-DISPONIVEL EQUAL 'S'
                   CLOSE CHAVEPIX
               END-IF.
               IF WRK-MAPCONTA-DISPONIVEL EQUAL 'S'
                   CLOSE MAPCONTA
               END-IF.
               IF WRK-RUN-UNICO
                   CLOSE GERSAIDA
                         GERREJ
                         SUMARIO
                   PERFORM 0315-GRAVA-MANIFESTO
               END-IF.
               IF FS-LANCAM                NOT EQUAL '00'
                   MOVE WRK-ARQ-OK         TO WRK-MSG-ERROS
               MOVE WRK-RC-SAIDA TO RETURN-CODE.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0315-GRAVA-MANIFESTO                    SECTION.
      *-----------------------------------------------------------------

               MOVE "G"               TO WRK-FUNCAO-VGR.
               MOVE "RELSAIDA"        TO WRK-TIPO-VGR.
               MOVE WRK-DATA-MOVTO    TO WRK-DATA-VGR.
               MOVE WRK-PROGRAMA-EXEC TO WRK-PROGRAMA-VGR.
               CALL WRK-MODULO-VERGER USING WRK-VERGER.
               PERFORM 0316-AVALIA-MANIFESTO.

               MOVE "G"               TO WRK-FUNCAO-VGR.
               MOVE "REJEITAD"        TO WRK-TIPO-VGR.
               MOVE WRK-DATA-MOVTO    TO WRK-DATA-VGR.
               MOVE WRK-PROGRAMA-EXEC TO WRK-PROGRAMA-VGR.
               CALL WRK-MODULO-VERGER USING WRK-VERGER.
               PERFORM 0316-AVALIA-MANIFESTO.

       0315-GRAVA-MANIFESTO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0316-AVALIA-MANIFESTO                   SECTION.
      *-----------------------------------------------------------------

               IF WRK-VGR-OK
                   DISPLAY "MANIFESTO " WRK-TIPO-VGR " " WRK-DATA-VGR
                       " REGISTROS: " WRK-QT-REG-CALC-VGR
               ELSE
                   DISPLAY "*** ALERTA: MANIFESTO DA GERACAO "
                       WRK-TIPO-VGR " " WRK-DATA-VGR
                       " NAO GRAVADO - SITUACAO " WRK-SITUACAO-VGR
                   MOVE "MANIFESTO DA GERACAO NAO GRAVADO" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   IF WRK-RC-SAIDA LESS 4
                       MOVE 4 TO WRK-RC-SAIDA
                   END-IF
               END-IF.

       0316-AVALIA-MANIFESTO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0327-AVALIA-DESVIO-LIDOS                SECTION.
      *-----------------------------------------------------------------

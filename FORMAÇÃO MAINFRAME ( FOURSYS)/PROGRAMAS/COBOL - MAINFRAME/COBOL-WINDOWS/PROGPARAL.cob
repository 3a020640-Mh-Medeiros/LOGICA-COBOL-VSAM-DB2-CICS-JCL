       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGPARAL.
      *=================================================================
      * PROGRAMA   : PROGPARAL
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: CONFRONTO DE EXECUCAO PARALELA DAS SAIDAS DA
      *              NOITE. COMPARA DUAS VERSOES (LADO A = PRODUCAO,
      *              LADO B = RODADA DE TESTE, EX.: MASSA DO
      *              PROGGERTST) DO RELSAIDA, DO REJEITADOS, DO
      *              SALDOS E DO RESUMO DA MESMA DATA DE MOVIMENTO,
      *              CADA LADO EM SEU DIRETORIO:
      *              - RELSAIDA E REJEITADOS: CASADOS PELA CHAVE DO
      *                LANCAMENTO (AGENCIA, CONTA, DATA, SINAL, TIPO,
      *                DATA DE REFERENCIA, DESTINO E HISTORICO);
      *                CONFERE VALOR, GERENTE, MOEDA, VALOR ORIGINAL
      *                E PIX (NO REJEITADOS TAMBEM MOTIVO, TIPO DE
      *                CLIENTE E AGENCIA DE ORIGEM);
      *              - SALDOS: CASADO POR AGENCIA + CONTA; CONFERE O
      *                SALDO E A DATA DO SALDO;
      *              - RESUMO: ULTIMA EXECUCAO DE CADA LADO; CONFERE
      *                AS QUANTIDADES E O VALOR (A DATA DE EXECUCAO
      *                NAO E COMPARADA).
      *              OS REGISTROS DOS DOIS LADOS PASSAM POR UM SORT
      *              INTERNO (ARQUIVO + CHAVE + LADO + CONTEUDO) E SAO
      *              CONFRONTADOS NA QUEBRA DA CHAVE. O RELPARAL LISTA
      *              O REGISTRO QUE SO EXISTE EM UM LADO, CADA CAMPO
      *              DIVERGENTE E O ARQUIVO AUSENTE EM UM DOS LADOS,
      *              COM TOTAIS POR ARQUIVO E O VEREDITO.
      *              CONDITION CODE 4 QUANDO AS SAIDAS DIFEREM, 8 SE
      *              OS TOTAIS DE CONTROLE DO SORT DIVERGIREM, 12 EM
      *              ERRO DE PARAMETRO, ABERTURA OU ESTOURO DE TABELA.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  RELSAIA / RELSAIB      I                    #BOOKRELSAIDA
      *  REJEITA / REJEITB      I                    #BOOKREJEIT
      *  SALDOA / SALDOB        I                    #BOOKSALDO
      *  RESUMOA / RESUMOB      I
      *  CTLDATA                I                    #BOOKCTLDAT
      *  RELPARAL               O
      *  AUDITORIA              O                    #BOOKAUDIT
      *  SORTWK01               SORT
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

      *-----------------------------------------------------------------
       CONFIGURATION                           SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                            SECTION.
      *-----------------------------------------------------------------

       FILE-CONTROL.
           SELECT RELSAIA ASSIGN TO DYNAMIC WRK-NOME-RELSAIA
               FILE STATUS IS FS-RELSAIA.
           SELECT RELSAIB ASSIGN TO DYNAMIC WRK-NOME-RELSAIB
               FILE STATUS IS FS-RELSAIB.
           SELECT REJEITA ASSIGN TO DYNAMIC WRK-NOME-REJEITA
               FILE STATUS IS FS-REJEITA.
           SELECT REJEITB ASSIGN TO DYNAMIC WRK-NOME-REJEITB
               FILE STATUS IS FS-REJEITB.
           SELECT SALDOA ASSIGN TO DYNAMIC WRK-NOME-SALDOA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-SALDOA
               FILE STATUS IS FS-SALDOA.
           SELECT SALDOB ASSIGN TO DYNAMIC WRK-NOME-SALDOB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-SALDOB
               FILE STATUS IS FS-SALDOB.
           SELECT RESUMOA ASSIGN TO DYNAMIC WRK-NOME-RESUMOA
               FILE STATUS IS FS-RESUMOA.
           SELECT RESUMOB ASSIGN TO DYNAMIC WRK-NOME-RESUMOB
               FILE STATUS IS FS-RESUMOB.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT RELPARAL ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELPARAL.TXT"
               FILE STATUS IS FS-RELPARAL.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS DA DATA, LADOS A E B
      *                 (LAYOUT #BOOKRELSAIDA NA WORKING)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIA.
       01  REG-RELSAIA                 PIC X(189).
       FD  RELSAIB.
       01  REG-RELSAIB                 PIC X(189).
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS REJEITADOS DA DATA, LADOS A E B
      *                 (LAYOUT #BOOKREJEIT NA WORKING)
      *                               LRECL = 195
      *-----------------------------------------------------------------
       FD  REJEITA.
       01  REG-REJEITA                 PIC X(195).
       FD  REJEITB.
       01  REG-REJEITB                 PIC X(195).
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE SALDOS (KSDS), LADOS A E B
      *                 (LAYOUT #BOOKSALDO NA WORKING)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOA.
       01  REG-SALDOA.
           05 REG-CHAVE-SALDOA         PIC X(010).
           05 FILLER                   PIC X(021).
       FD  SALDOB.
       01  REG-SALDOB.
           05 REG-CHAVE-SALDOB         PIC X(010).
           05 FILLER                   PIC X(021).
      *-----------------------------------------------------------------
      *        INPUT -  RESUMO DO JOB (PROGCALL, CUMULATIVO), LADOS
      *                 A E B
      *                               LRECL = 053
      *-----------------------------------------------------------------
       FD  RESUMOA.
       01  REG-RESUMOA                 PIC X(053).
       FD  RESUMOB.
       01  REG-RESUMOB                 PIC X(053).
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *     OUTPUT-  RELATORIO DO CONFRONTO
      *                               LRECL = 132
      *-----------------------------------------------------------------
       FD  RELPARAL.
       01  REG-RELPARAL                PIC X(132).
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
      *-----------------------------------------------------------------
      *     SORT  -  REGISTROS DOS DOIS LADOS POR ARQUIVO + CHAVE +
      *              LADO + CONTEUDO (1 = RELSAIDA, 2 = REJEITADOS,
      *              3 = SALDOS)
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-ARQ-SRT              PIC 9(001).
           05 REG-CHAVE-SRT            PIC X(058).
           05 REG-LADO-SRT             PIC X(001).
           05 REG-DADOS-SRT            PIC X(195).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-RELSAIA                  PIC X(002)          VALUE SPACES.
       01  FS-RELSAIB                  PIC X(002)          VALUE SPACES.
       01  FS-REJEITA                  PIC X(002)          VALUE SPACES.
       01  FS-REJEITB                  PIC X(002)          VALUE SPACES.
       01  FS-SALDOA                   PIC X(002)          VALUE SPACES.
       01  FS-SALDOB                   PIC X(002)          VALUE SPACES.
       01  FS-RESUMOA                  PIC X(002)          VALUE SPACES.
       01  FS-RESUMOB                  PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-RELPARAL                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-NOME-RELSAIA            PIC X(080)          VALUE SPACES.
       01  WRK-NOME-RELSAIB            PIC X(080)          VALUE SPACES.
       01  WRK-NOME-REJEITA            PIC X(080)          VALUE SPACES.
       01  WRK-NOME-REJEITB            PIC X(080)          VALUE SPACES.
       01  WRK-NOME-SALDOA             PIC X(080)          VALUE SPACES.
       01  WRK-NOME-SALDOB             PIC X(080)          VALUE SPACES.
       01  WRK-NOME-RESUMOA            PIC X(080)          VALUE SPACES.
       01  WRK-NOME-RESUMOB            PIC X(080)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-DATA               PIC 9(008)          VALUE ZEROS.
       01  WRK-DIR-A                   PIC X(040)          VALUE SPACES.
       01  WRK-DIR-B                   PIC X(040)          VALUE SPACES.
       01  WRK-DIR-PADRAO              PIC X(040)          VALUE
               "C:\CURSOLOGICA\COBOL\Atividade\".
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-MOVTO-ED           PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    SITUACAO E TOTAIS POR ARQUIVO: 1 = RELSAIDA,
      *    2 = REJEITADOS, 3 = SALDOS, 4 = RESUMO
      *-----------------------------------------------------------------
       01  TAB-ARQUIVOS.
           05 TAB-ARQ-ITEM             OCCURS 4 TIMES.
               10 TAB-ARQ-NOME             PIC X(010).
               10 TAB-ARQ-ABERTO-A         PIC X(001).
               10 TAB-ARQ-ABERTO-B         PIC X(001).
               10 TAB-ARQ-QT-A             PIC 9(007)    COMP-3.
               10 TAB-ARQ-QT-B             PIC 9(007)    COMP-3.
               10 TAB-ARQ-IGUAIS           PIC 9(007)    COMP-3.
               10 TAB-ARQ-SO-A             PIC 9(007)    COMP-3.
               10 TAB-ARQ-SO-B             PIC 9(007)    COMP-3.
               10 TAB-ARQ-DIVERG           PIC 9(007)    COMP-3.
       01  WRK-IDX-ARQ                 PIC 9(001)          VALUE ZEROS.
       01  WRK-LADO                    PIC X(001)          VALUE SPACES.
       01  WRK-FS-ABERTURA             PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
      *    GRUPO DE MESMA CHAVE EM ACUMULACAO NA SAIDA DO SORT -- O
      *    N-ESIMO REGISTRO DO LADO A E CONFRONTADO COM O N-ESIMO DO
      *    LADO B (O SORT PELO CONTEUDO ALINHA OS IGUAIS)
      *-----------------------------------------------------------------
       01  WRK-GRUPO-SRT.
           05 WRK-ARQ-SRT              PIC 9(001)          VALUE ZEROS.
           05 WRK-CHAVE-SRT            PIC X(058)          VALUE SPACES.
       01  WRK-GRUPO-ANT.
           05 WRK-ARQ-ANT              PIC 9(001)          VALUE ZEROS.
           05 WRK-CHAVE-ANT            PIC X(058)          VALUE SPACES.
       01  WRK-QT-GRP-A                PIC 9(003)          VALUE ZEROS.
       01  WRK-QT-GRP-B                PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-GRP                 PIC 9(003)          VALUE ZEROS.
       01  TAB-GRUPO-A.
           05 TAB-GRP-A                OCCURS 100 TIMES
                                       PIC X(195).
       01  TAB-GRUPO-B.
           05 TAB-GRP-B                OCCURS 100 TIMES
                                       PIC X(195).
       01  WRK-DADOS-UM                PIC X(195)          VALUE SPACES.
       01  WRK-FIM-SORT                PIC X(001)          VALUE "N".
       01  WRK-PAR-DIVERGE             PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
      *    CHAVE DO LANCAMENTO NO SORT (NO SALDOS SO AGENCIA + CONTA)
      *-----------------------------------------------------------------
       01  WRK-CHAVE-LANC.
           05 WRK-CHV-AGENCIA          PIC 9(004)          VALUE ZEROS.
           05 WRK-CHV-CONTA            PIC 9(006)          VALUE ZEROS.
           05 WRK-CHV-DATA             PIC 9(008)          VALUE ZEROS.
           05 WRK-CHV-SINAL            PIC X(001)          VALUE SPACES.
           05 WRK-CHV-TIPO             PIC X(001)          VALUE SPACES.
           05 WRK-CHV-DATA-REF         PIC 9(008)          VALUE ZEROS.
           05 WRK-CHV-AGENCIA-DEST     PIC 9(004)          VALUE ZEROS.
           05 WRK-CHV-CONTA-DEST       PIC 9(006)          VALUE ZEROS.
           05 WRK-CHV-HISTORICO        PIC X(020)          VALUE SPACES.
       01  WRK-CHAVE-ED.
           05 WRK-CED-AGENCIA          PIC 9(004)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-CED-CONTA            PIC 9(006)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CED-DATA             PIC 9(008)          VALUE ZEROS.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CED-TIPO             PIC X(001)          VALUE SPACES.
           05 WRK-CED-SINAL            PIC X(001)          VALUE SPACES.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CED-HISTORICO        PIC X(016)          VALUE SPACES.
      *-----------------------------------------------------------------
      *    CAMPOS DO REGISTRO DO LADO A GUARDADOS PARA O CONFRONTO
      *-----------------------------------------------------------------
       01  WRK-VALOR-LDA               PIC 9(007)V99       VALUE ZEROS.
       01  WRK-GERENTE-LDA             PIC X(001)          VALUE SPACES.
       01  WRK-MOEDA-LDA               PIC X(003)          VALUE SPACES.
       01  WRK-VALOR-ORIG-LDA          PIC 9(007)V99       VALUE ZEROS.
       01  WRK-PIX-LDA                 PIC X(109)          VALUE SPACES.
       01  WRK-MOTIVO-LDA              PIC X(010)          VALUE SPACES.
       01  WRK-TIPO-CLI-LDA            PIC X(001)          VALUE SPACES.
       01  WRK-AGENCIA-ORIG-LDA        PIC 9(004)          VALUE ZEROS.
       01  WRK-SALDO-LDA               PIC S9(010)V99      VALUE ZEROS.
       01  WRK-DATA-SALDO-LDA          PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    ULTIMO REGISTRO DO RESUMO DE CADA LADO
      *-----------------------------------------------------------------
       01  WRK-RESUMO-LDA.
           05 WRK-DATA-EXEC-RSA        PIC 9(008).
           05 FILLER                   PIC X(001).
           05 WRK-LIDOS-RSA            PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WRK-VALIDOS-RSA          PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WRK-GRAVADOS-RSA         PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WRK-REJEITADOS-RSA       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WRK-GRANA-RSA            PIC S9(010)V99.
       01  WRK-RESUMO-LDB.
           05 WRK-DATA-EXEC-RSB        PIC 9(008).
           05 FILLER                   PIC X(001).
           05 WRK-LIDOS-RSB            PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WRK-VALIDOS-RSB          PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WRK-GRAVADOS-RSB         PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WRK-REJEITADOS-RSB       PIC 9(007).
           05 FILLER                   PIC X(001).
           05 WRK-GRANA-RSB            PIC S9(010)V99.
      *-----------------------------------------------------------------
      *    TOTAIS DE CONTROLE: REGISTROS ENTREGUES AO SORT X
      *    DEVOLVIDOS X CONFRONTADOS
      *-----------------------------------------------------------------
       01  ACU-LIBERADOS               PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-RETORNADOS              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CONFRONTADOS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-AUSENTES                PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-ABERTOS                 PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-DIFERENCAS              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LINHAS-DIF              PIC 9(007)    COMP-3 VALUE ZEROS.
       01  WRK-CONFERENCIA             PIC X(040)          VALUE SPACES.
       01  WRK-VEREDITO                PIC X(040)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGPARA".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-VALOR-ED                PIC -.---.---.--9,99.
       01  WRK-QTDE-ED                 PIC Z.ZZZ.ZZ9.
      *-----------------------------------------------------------------
      *    VISOES DE TRABALHO DOS REGISTROS CONFRONTADOS
      *-----------------------------------------------------------------
       COPY "#BOOKRELSAIDA".
       COPY "#BOOKREJEIT".
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(045)          VALUE
               "CONFRONTO DE EXECUCAO PARALELA -- MOVIMENTO".
           05 WRK-CAB-DATA             PIC 9(008).
           05 FILLER                   PIC X(079)          VALUE SPACES.
       01  WRK-LIN-LADO.
           05 WRK-LAD-NOME             PIC X(009).
           05 WRK-LAD-DIRETORIO        PIC X(040).
           05 FILLER                   PIC X(083)          VALUE SPACES.
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(011)          VALUE
               "ARQUIVO".
           05 FILLER                   PIC X(041)          VALUE
               "CHAVE".
           05 FILLER                   PIC X(015)          VALUE
               "OCORRENCIA".
           05 FILLER                   PIC X(011)          VALUE
               "CAMPO".
           05 FILLER                   PIC X(026)          VALUE
               "LADO A".
           05 FILLER                   PIC X(028)          VALUE
               "LADO B".
       01  WRK-LIN-DET.
           05 WRK-DET-ARQ              PIC X(010).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CHAVE            PIC X(040).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-OCORR            PIC X(014).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CAMPO            PIC X(010).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-VALOR-A          PIC X(025).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-VALOR-B          PIC X(025).
           05 FILLER                   PIC X(003)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-ARQ              PIC X(010).
           05 FILLER                   PIC X(009)          VALUE
               " LADO A:".
           05 WRK-TOT-QT-A             PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(009)          VALUE
               " LADO B:".
           05 WRK-TOT-QT-B             PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(009)          VALUE
               " IGUAIS:".
           05 WRK-TOT-IGUAIS           PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(007)          VALUE
               " SO A:".
           05 WRK-TOT-SO-A             PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(007)          VALUE
               " SO B:".
           05 WRK-TOT-SO-B             PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(013)          VALUE
               " DIVERGENTES:".
           05 WRK-TOT-DIVERG           PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(014)          VALUE SPACES.
       01  WRK-LIN-VEREDITO.
           05 FILLER                   PIC X(011)          VALUE
               "VEREDITO: ".
           05 WRK-VER-TEXTO            PIC X(040).
           05 FILLER                   PIC X(081)          VALUE SPACES.
       01  WRK-LIN-BRANCO              PIC X(132)          VALUE SPACES.
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
               PERFORM 0150-ORDENA-REGISTROS.
               PERFORM 0400-CONFRONTA-RESUMO.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "DATA DO MOVIMENTO A CONFRONTAR (AAAAMMDD, "
                   "ZEROS = CTLDATA): "
               ACCEPT WRK-PARM-DATA.
               DISPLAY "DIRETORIO DO LADO A - PRODUCAO, TERMINADO EM "
                   "\ (ENTER = C:\CURSOLOGICA\COBOL\Atividade\): "
               ACCEPT WRK-DIR-A.
               IF WRK-DIR-A EQUAL SPACES
                   MOVE WRK-DIR-PADRAO TO WRK-DIR-A
               END-IF.
               DISPLAY "DIRETORIO DO LADO B - TESTE, TERMINADO EM \: "
               ACCEPT WRK-DIR-B.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O CONFRONTO: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

               IF WRK-DIR-B EQUAL SPACES OR
                  WRK-DIR-B EQUAL WRK-DIR-A
                   DISPLAY "ERRO: INFORMAR O DIRETORIO DO LADO B, "
                       "DIFERENTE DO LADO A"
                   MOVE "DIRETORIO DO LADO B INVALIDO" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF WRK-PARM-DATA EQUAL ZEROS
                   PERFORM 0110-LE-DATA-MOVTO
               ELSE
                   MOVE WRK-PARM-DATA TO WRK-DATA-MOVTO
               END-IF.
               MOVE WRK-DATA-MOVTO TO WRK-DATA-MOVTO-ED.
               DISPLAY "CONFRONTANDO AS SAIDAS DA DATA:" WRK-DATA-MOVTO.
               DISPLAY "LADO A: " WRK-DIR-A.
               DISPLAY "LADO B: " WRK-DIR-B.

               INITIALIZE TAB-ARQUIVOS.
               MOVE "RELSAIDA"   TO TAB-ARQ-NOME(1).
               MOVE "REJEITADOS" TO TAB-ARQ-NOME(2).
               MOVE "SALDOS"     TO TAB-ARQ-NOME(3).
               MOVE "RESUMO"     TO TAB-ARQ-NOME(4).

               OPEN OUTPUT RELPARAL.
               IF FS-RELPARAL                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE WRK-DATA-MOVTO TO WRK-CAB-DATA.
               MOVE WRK-LIN-CABEC  TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               MOVE "LADO A: " TO WRK-LAD-NOME.
               MOVE WRK-DIR-A  TO WRK-LAD-DIRETORIO.
               MOVE WRK-LIN-LADO TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               MOVE "LADO B: " TO WRK-LAD-NOME.
               MOVE WRK-DIR-B  TO WRK-LAD-DIRETORIO.
               MOVE WRK-LIN-LADO TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               MOVE WRK-LIN-BRANCO TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               MOVE WRK-LIN-TITULO TO REG-RELPARAL.
               WRITE REG-RELPARAL.

               PERFORM 0120-MONTA-NOMES.
               PERFORM 0130-ABRE-ARQUIVOS.

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
      *    GERACOES DA DATA (RELSAIDA.D / REJEITADOS.D), MASTER DE
      *    SALDOS E RESUMO, NO DIRETORIO DE CADA LADO
      *-----------------------------------------------------------------
       0120-MONTA-NOMES                        SECTION.
      *-----------------------------------------------------------------

               STRING WRK-DIR-A         DELIMITED BY SPACE
                      "RELSAIDA.D"      DELIMITED BY SIZE
                      WRK-DATA-MOVTO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIA
               END-STRING.
               STRING WRK-DIR-B         DELIMITED BY SPACE
                      "RELSAIDA.D"      DELIMITED BY SIZE
                      WRK-DATA-MOVTO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIB
               END-STRING.
               STRING WRK-DIR-A         DELIMITED BY SPACE
                      "REJEITADOS.D"    DELIMITED BY SIZE
                      WRK-DATA-MOVTO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-REJEITA
               END-STRING.
               STRING WRK-DIR-B         DELIMITED BY SPACE
                      "REJEITADOS.D"    DELIMITED BY SIZE
                      WRK-DATA-MOVTO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-REJEITB
               END-STRING.
               STRING WRK-DIR-A         DELIMITED BY SPACE
                      "SALDOS.TXT"      DELIMITED BY SIZE
                   INTO WRK-NOME-SALDOA
               END-STRING.
               STRING WRK-DIR-B         DELIMITED BY SPACE
                      "SALDOS.TXT"      DELIMITED BY SIZE
                   INTO WRK-NOME-SALDOB
               END-STRING.
               STRING WRK-DIR-A         DELIMITED BY SPACE
                      "RESUMO.TXT"      DELIMITED BY SIZE
                   INTO WRK-NOME-RESUMOA
               END-STRING.
               STRING WRK-DIR-B         DELIMITED BY SPACE
                      "RESUMO.TXT"      DELIMITED BY SIZE
                   INTO WRK-NOME-RESUMOB
               END-STRING.

       0120-MONTA-NOMES-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    ARQUIVO INEXISTENTE (FS 35) NAO E ERRO: FICA FORA DO
      *    CONFRONTO E, SE FALTAR SO EM UM LADO, CONTA COMO DIFERENCA
      *-----------------------------------------------------------------
       0130-ABRE-ARQUIVOS                      SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT RELSAIA.
               MOVE 1 TO WRK-IDX-ARQ.
               MOVE "A" TO WRK-LADO.
               MOVE FS-RELSAIA TO WRK-FS-ABERTURA.
               PERFORM 0131-SITUACAO-ABERTURA.
               OPEN INPUT RELSAIB.
               MOVE "B" TO WRK-LADO.
               MOVE FS-RELSAIB TO WRK-FS-ABERTURA.
               PERFORM 0131-SITUACAO-ABERTURA.

               OPEN INPUT REJEITA.
               MOVE 2 TO WRK-IDX-ARQ.
               MOVE "A" TO WRK-LADO.
               MOVE FS-REJEITA TO WRK-FS-ABERTURA.
               PERFORM 0131-SITUACAO-ABERTURA.
               OPEN INPUT REJEITB.
               MOVE "B" TO WRK-LADO.
               MOVE FS-REJEITB TO WRK-FS-ABERTURA.
               PERFORM 0131-SITUACAO-ABERTURA.

               OPEN INPUT SALDOA.
               MOVE 3 TO WRK-IDX-ARQ.
               MOVE "A" TO WRK-LADO.
               MOVE FS-SALDOA TO WRK-FS-ABERTURA.
               PERFORM 0131-SITUACAO-ABERTURA.
               OPEN INPUT SALDOB.
               MOVE "B" TO WRK-LADO.
               MOVE FS-SALDOB TO WRK-FS-ABERTURA.
               PERFORM 0131-SITUACAO-ABERTURA.

               OPEN INPUT RESUMOA.
               MOVE 4 TO WRK-IDX-ARQ.
               MOVE "A" TO WRK-LADO.
               MOVE FS-RESUMOA TO WRK-FS-ABERTURA.
               PERFORM 0131-SITUACAO-ABERTURA.
               OPEN INPUT RESUMOB.
               MOVE "B" TO WRK-LADO.
               MOVE FS-RESUMOB TO WRK-FS-ABERTURA.
               PERFORM 0131-SITUACAO-ABERTURA.

               IF ACU-ABERTOS EQUAL ZEROS
                   DISPLAY "ERRO: NENHUMA SAIDA DA DATA ENCONTRADA NOS "
                       "DOIS LADOS"
                   MOVE "NENHUMA SAIDA A CONFRONTAR" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               PERFORM 0132-AUSENTE-UM-LADO
                   VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ GREATER 4.

       0130-ABRE-ARQUIVOS-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    SITUACAO DA ABERTURA DO ARQUIVO WRK-IDX-ARQ DO WRK-LADO
      *-----------------------------------------------------------------
       0131-SITUACAO-ABERTURA                  SECTION.
      *-----------------------------------------------------------------

               EVALUATE WRK-FS-ABERTURA
                   WHEN '00'
                       ADD 1 TO ACU-ABERTOS
                       IF WRK-LADO EQUAL "A"
                           MOVE "S" TO TAB-ARQ-ABERTO-A(WRK-IDX-ARQ)
                       ELSE
                           MOVE "S" TO TAB-ARQ-ABERTO-B(WRK-IDX-ARQ)
                       END-IF
                   WHEN '35'
                       DISPLAY "ARQUIVO AUSENTE NO LADO " WRK-LADO ": "
                           TAB-ARQ-NOME(WRK-IDX-ARQ)
                       IF WRK-LADO EQUAL "A"
                           MOVE "N" TO TAB-ARQ-ABERTO-A(WRK-IDX-ARQ)
                       ELSE
                           MOVE "N" TO TAB-ARQ-ABERTO-B(WRK-IDX-ARQ)
                       END-IF
                   WHEN OTHER
                       DISPLAY "ERRO NA ABERTURA DO "
                           TAB-ARQ-NOME(WRK-IDX-ARQ) " DO LADO "
                           WRK-LADO " (FS " WRK-FS-ABERTURA ")"
                       MOVE WRK-ERRO-ABERTURA TO WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
               END-EVALUATE.

       0131-SITUACAO-ABERTURA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0132-AUSENTE-UM-LADO                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-ARQ-ABERTO-A(WRK-IDX-ARQ) NOT EQUAL
                  TAB-ARQ-ABERTO-B(WRK-IDX-ARQ)
                   ADD 1 TO ACU-AUSENTES
                   MOVE TAB-ARQ-NOME(WRK-IDX-ARQ) TO WRK-DET-ARQ
                   MOVE "ARQUIVO"                 TO WRK-DET-CHAVE
                   MOVE "AUSENTE"                 TO WRK-DET-OCORR
                   IF TAB-ARQ-ABERTO-A(WRK-IDX-ARQ) EQUAL "S"
                       MOVE "PRESENTE"    TO WRK-DET-VALOR-A
                       MOVE "NAO ENCONTRADO" TO WRK-DET-VALOR-B
                   ELSE
                       MOVE "NAO ENCONTRADO" TO WRK-DET-VALOR-A
                       MOVE "PRESENTE"    TO WRK-DET-VALOR-B
                   END-IF
                   PERFORM 0260-GRAVA-LINHA
               END-IF.

       0132-AUSENTE-UM-LADO-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    OS REGISTROS DOS DOIS LADOS SAO ORDENADOS POR ARQUIVO +
      *    CHAVE + LADO E CONFRONTADOS NA QUEBRA DA CHAVE
      *-----------------------------------------------------------------
       0150-ORDENA-REGISTROS                   SECTION.
      *-----------------------------------------------------------------

               SORT SORTWK01
                   ON ASCENDING KEY REG-ARQ-SRT
                                    REG-CHAVE-SRT
                                    REG-LADO-SRT
                                    REG-DADOS-SRT
                   INPUT PROCEDURE  0155-SELECIONA-REGISTROS
                   OUTPUT PROCEDURE 0200-CONFRONTA-REGISTROS.
               IF SORT-RETURN NOT EQUAL ZEROS
                   DISPLAY "ERRO NO SORT DO CONFRONTO (SORT-RETURN "
                       SORT-RETURN ")"
                   MOVE "ERRO NO SORT DO PROGPARAL" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0150-ORDENA-REGISTROS-FIM.              EXIT.
      *-----------------------------------------------------------------
       0155-SELECIONA-REGISTROS                SECTION.
      *-----------------------------------------------------------------

               MOVE 1 TO WRK-IDX-ARQ.
               IF TAB-ARQ-ABERTO-A(1) EQUAL "S"
                   MOVE "A" TO WRK-LADO
                   PERFORM 0161-LE-RELSAIA
                       UNTIL FS-RELSAIA NOT EQUAL '00'
               END-IF.
               IF TAB-ARQ-ABERTO-B(1) EQUAL "S"
                   MOVE "B" TO WRK-LADO
                   PERFORM 0162-LE-RELSAIB
                       UNTIL FS-RELSAIB NOT EQUAL '00'
               END-IF.
               MOVE 2 TO WRK-IDX-ARQ.
               IF TAB-ARQ-ABERTO-A(2) EQUAL "S"
                   MOVE "A" TO WRK-LADO
                   PERFORM 0163-LE-REJEITA
                       UNTIL FS-REJEITA NOT EQUAL '00'
               END-IF.
               IF TAB-ARQ-ABERTO-B(2) EQUAL "S"
                   MOVE "B" TO WRK-LADO
                   PERFORM 0164-LE-REJEITB
                       UNTIL FS-REJEITB NOT EQUAL '00'
               END-IF.
               MOVE 3 TO WRK-IDX-ARQ.
               IF TAB-ARQ-ABERTO-A(3) EQUAL "S"
                   MOVE "A" TO WRK-LADO
                   PERFORM 0165-LE-SALDOA
                       UNTIL FS-SALDOA NOT EQUAL '00'
               END-IF.
               IF TAB-ARQ-ABERTO-B(3) EQUAL "S"
                   MOVE "B" TO WRK-LADO
                   PERFORM 0166-LE-SALDOB
                       UNTIL FS-SALDOB NOT EQUAL '00'
               END-IF.

       0155-SELECIONA-REGISTROS-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    O TRAILER DO RELSAIDA (AGENCIA 9999) NAO E CONFRONTADO
      *-----------------------------------------------------------------
       0161-LE-RELSAIA                         SECTION.
      *-----------------------------------------------------------------

               READ RELSAIA
               IF FS-RELSAIA EQUAL '00'
                   MOVE REG-RELSAIA TO REG-RELSAIDA
                   IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                       PERFORM 0170-LIBERA-LANCAMENTO
                   END-IF
               END-IF.

       0161-LE-RELSAIA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0162-LE-RELSAIB                         SECTION.
      *-----------------------------------------------------------------

               READ RELSAIB
               IF FS-RELSAIB EQUAL '00'
                   MOVE REG-RELSAIB TO REG-RELSAIDA
                   IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999
                       PERFORM 0170-LIBERA-LANCAMENTO
                   END-IF
               END-IF.

       0162-LE-RELSAIB-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0163-LE-REJEITA                         SECTION.
      *-----------------------------------------------------------------

               READ REJEITA
               IF FS-REJEITA EQUAL '00'
                   MOVE REG-REJEITA TO REG-REJEITADOS
                   PERFORM 0175-LIBERA-REJEITADO
               END-IF.

       0163-LE-REJEITA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0164-LE-REJEITB                         SECTION.
      *-----------------------------------------------------------------

               READ REJEITB
               IF FS-REJEITB EQUAL '00'
                   MOVE REG-REJEITB TO REG-REJEITADOS
                   PERFORM 0175-LIBERA-REJEITADO
               END-IF.

       0164-LE-REJEITB-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0165-LE-SALDOA                          SECTION.
      *-----------------------------------------------------------------

               READ SALDOA NEXT
                   AT END
                       MOVE '10' TO FS-SALDOA
                   NOT AT END
                       MOVE REG-SALDOA TO REG-SALDOS
                       PERFORM 0180-LIBERA-SALDO
               END-READ.

       0165-LE-SALDOA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0166-LE-SALDOB                          SECTION.
      *-----------------------------------------------------------------

               READ SALDOB NEXT
                   AT END
                       MOVE '10' TO FS-SALDOB
                   NOT AT END
                       MOVE REG-SALDOB TO REG-SALDOS
                       PERFORM 0180-LIBERA-SALDO
               END-READ.

       0166-LE-SALDOB-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0170-LIBERA-LANCAMENTO                  SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA      TO WRK-CHV-AGENCIA.
               MOVE REG-CONTA-RELSAIDA        TO WRK-CHV-CONTA.
               MOVE REG-DATA-RELSAIDA         TO WRK-CHV-DATA.
               MOVE REG-SINAL-RELSAIDA        TO WRK-CHV-SINAL.
               MOVE REG-TIPO-RELSAIDA         TO WRK-CHV-TIPO.
               MOVE REG-DATA-REF-RELSAIDA     TO WRK-CHV-DATA-REF.
               MOVE REG-AGENCIA-DEST-RELSAIDA TO WRK-CHV-AGENCIA-DEST.
               MOVE REG-CONTA-DEST-RELSAIDA   TO WRK-CHV-CONTA-DEST.
               MOVE REG-HISTORICO-RELSAIDA    TO WRK-CHV-HISTORICO.
               MOVE REG-RELSAIDA              TO REG-DADOS-SRT.
               PERFORM 0190-LIBERA-REGISTRO.

       0170-LIBERA-LANCAMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0175-LIBERA-REJEITADO                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-REJ           TO WRK-CHV-AGENCIA.
               MOVE REG-CONTA-REJ             TO WRK-CHV-CONTA.
               MOVE REG-DATA-REJ              TO WRK-CHV-DATA.
               MOVE REG-SINAL-REJ             TO WRK-CHV-SINAL.
               MOVE REG-TIPO-LANCAM-REJ       TO WRK-CHV-TIPO.
               MOVE REG-DATA-REF-REJ          TO WRK-CHV-DATA-REF.
               MOVE REG-AGENCIA-DEST-REJ      TO WRK-CHV-AGENCIA-DEST.
               MOVE REG-CONTA-DEST-REJ        TO WRK-CHV-CONTA-DEST.
               MOVE REG-HISTORICO-REJ         TO WRK-CHV-HISTORICO.
               MOVE REG-REJEITADOS            TO REG-DADOS-SRT.
               PERFORM 0190-LIBERA-REGISTRO.

       0175-LIBERA-REJEITADO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0180-LIBERA-SALDO                       SECTION.
      *-----------------------------------------------------------------

               INITIALIZE WRK-CHAVE-LANC.
               MOVE REG-AGENCIA-SALDO         TO WRK-CHV-AGENCIA.
               MOVE REG-CONTA-SALDO           TO WRK-CHV-CONTA.
               MOVE REG-SALDOS                TO REG-DADOS-SRT.
               PERFORM 0190-LIBERA-REGISTRO.

       0180-LIBERA-SALDO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0190-LIBERA-REGISTRO                    SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-IDX-ARQ    TO REG-ARQ-SRT.
               MOVE WRK-CHAVE-LANC TO REG-CHAVE-SRT.
               MOVE WRK-LADO       TO REG-LADO-SRT.
               RELEASE REG-SORTWK01.
               ADD 1 TO ACU-LIBERADOS.
               IF WRK-LADO EQUAL "A"
                   ADD 1 TO TAB-ARQ-QT-A(WRK-IDX-ARQ)
               ELSE
                   ADD 1 TO TAB-ARQ-QT-B(WRK-IDX-ARQ)
               END-IF.

       0190-LIBERA-REGISTRO-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    SAIDA DO SORT: ACUMULA OS DOIS LADOS DA CHAVE E CONFRONTA
      *    NA QUEBRA
      *-----------------------------------------------------------------
       0200-CONFRONTA-REGISTROS                SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0201-RETORNA-REGISTRO.
               IF WRK-FIM-SORT EQUAL "N"
                   PERFORM 0202-INICIA-GRUPO
               END-IF.
               PERFORM 0203-ACUMULA-GRUPO
                   UNTIL WRK-FIM-SORT EQUAL "S".
               IF ACU-RETORNADOS GREATER ZEROS
                   PERFORM 0210-CONFRONTA-GRUPO
               END-IF.

       0200-CONFRONTA-REGISTROS-FIM.           EXIT.
      *-----------------------------------------------------------------
       0201-RETORNA-REGISTRO                   SECTION.
      *-----------------------------------------------------------------

               RETURN SORTWK01
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
                   NOT AT END
                       MOVE REG-ARQ-SRT   TO WRK-ARQ-SRT
                       MOVE REG-CHAVE-SRT TO WRK-CHAVE-SRT
               END-RETURN.

       0201-RETORNA-REGISTRO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0202-INICIA-GRUPO                       SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-GRUPO-SRT TO WRK-GRUPO-ANT.
               MOVE ZEROS TO WRK-QT-GRP-A.
               MOVE ZEROS TO WRK-QT-GRP-B.

       0202-INICIA-GRUPO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0203-ACUMULA-GRUPO                      SECTION.
      *-----------------------------------------------------------------

               IF WRK-GRUPO-SRT NOT EQUAL WRK-GRUPO-ANT
                   PERFORM 0210-CONFRONTA-GRUPO
                   PERFORM 0202-INICIA-GRUPO
               END-IF.
               ADD 1 TO ACU-RETORNADOS.
               IF WRK-QT-GRP-A NOT LESS 100 OR
                  WRK-QT-GRP-B NOT LESS 100
                   DISPLAY "ERRO: MAIS DE 100 REGISTROS COM A MESMA "
                       "CHAVE NO " TAB-ARQ-NOME(WRK-ARQ-SRT)
                   MOVE "ESTOURO DA TABELA DE CHAVE" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF REG-LADO-SRT EQUAL "A"
                   ADD 1 TO WRK-QT-GRP-A
                   MOVE REG-DADOS-SRT TO TAB-GRP-A(WRK-QT-GRP-A)
               ELSE
                   ADD 1 TO WRK-QT-GRP-B
                   MOVE REG-DADOS-SRT TO TAB-GRP-B(WRK-QT-GRP-B)
               END-IF.
               PERFORM 0201-RETORNA-REGISTRO.

       0203-ACUMULA-GRUPO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0210-CONFRONTA-GRUPO                    SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-ARQ-ANT   TO WRK-IDX-ARQ.
               MOVE WRK-CHAVE-ANT TO WRK-CHAVE-LANC.
               MOVE WRK-CHV-AGENCIA   TO WRK-CED-AGENCIA.
               MOVE WRK-CHV-CONTA     TO WRK-CED-CONTA.
               MOVE WRK-CHV-DATA      TO WRK-CED-DATA.
               MOVE WRK-CHV-TIPO      TO WRK-CED-TIPO.
               MOVE WRK-CHV-SINAL     TO WRK-CED-SINAL.
               MOVE WRK-CHV-HISTORICO TO WRK-CED-HISTORICO.
               PERFORM 0211-CONFRONTA-PAR
                   VARYING WRK-IDX-GRP FROM 1 BY 1
                   UNTIL WRK-IDX-GRP GREATER WRK-QT-GRP-A AND
                         WRK-IDX-GRP GREATER WRK-QT-GRP-B.

       0210-CONFRONTA-GRUPO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0211-CONFRONTA-PAR                      SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN WRK-IDX-GRP GREATER WRK-QT-GRP-B
                       ADD 1 TO ACU-CONFRONTADOS
                       ADD 1 TO TAB-ARQ-SO-A(WRK-IDX-ARQ)
                       MOVE "A" TO WRK-LADO
                       MOVE TAB-GRP-A(WRK-IDX-GRP) TO WRK-DADOS-UM
                       PERFORM 0220-GRAVA-UNILATERAL
                   WHEN WRK-IDX-GRP GREATER WRK-QT-GRP-A
                       ADD 1 TO ACU-CONFRONTADOS
                       ADD 1 TO TAB-ARQ-SO-B(WRK-IDX-ARQ)
                       MOVE "B" TO WRK-LADO
                       MOVE TAB-GRP-B(WRK-IDX-GRP) TO WRK-DADOS-UM
                       PERFORM 0220-GRAVA-UNILATERAL
                   WHEN OTHER
                       ADD 2 TO ACU-CONFRONTADOS
                       PERFORM 0230-COMPARA-CAMPOS
               END-EVALUATE.

       0211-CONFRONTA-PAR-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    REGISTRO SO EM UM LADO: LISTA O VALOR (OU O SALDO) DELE
      *-----------------------------------------------------------------
       0220-GRAVA-UNILATERAL                   SECTION.
      *-----------------------------------------------------------------

               EVALUATE WRK-IDX-ARQ
                   WHEN 1
                       MOVE WRK-DADOS-UM TO REG-RELSAIDA
                       MOVE "VALOR" TO WRK-DET-CAMPO
                       MOVE REG-LANCAMENTO-RELSAIDA TO WRK-VALOR-ED
                   WHEN 2
                       MOVE WRK-DADOS-UM TO REG-REJEITADOS
                       MOVE "VALOR" TO WRK-DET-CAMPO
                       MOVE REG-LANCAMENTO-REJ TO WRK-VALOR-ED
                   WHEN 3
                       MOVE WRK-DADOS-UM TO REG-SALDOS
                       MOVE "SALDO" TO WRK-DET-CAMPO
                       MOVE REG-SALDO-ATUAL TO WRK-VALOR-ED
               END-EVALUATE.
               IF WRK-LADO EQUAL "A"
                   MOVE "SO NO LADO A" TO WRK-DET-OCORR
                   MOVE WRK-VALOR-ED   TO WRK-DET-VALOR-A
               ELSE
                   MOVE "SO NO LADO B" TO WRK-DET-OCORR
                   MOVE WRK-VALOR-ED   TO WRK-DET-VALOR-B
               END-IF.
               PERFORM 0250-CHAVE-DA-LINHA.
               PERFORM 0260-GRAVA-LINHA.

       0220-GRAVA-UNILATERAL-FIM.              EXIT.
      *-----------------------------------------------------------------
       0230-COMPARA-CAMPOS                     SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-PAR-DIVERGE.
               EVALUATE WRK-IDX-ARQ
                   WHEN 1
                       PERFORM 0231-COMPARA-RELSAIDA
                   WHEN 2
                       PERFORM 0232-COMPARA-REJEITADO
                   WHEN 3
                       PERFORM 0233-COMPARA-SALDO
               END-EVALUATE.
               IF WRK-PAR-DIVERGE EQUAL "S"
                   ADD 1 TO TAB-ARQ-DIVERG(WRK-IDX-ARQ)
               ELSE
                   ADD 1 TO TAB-ARQ-IGUAIS(WRK-IDX-ARQ)
               END-IF.

       0230-COMPARA-CAMPOS-FIM.                EXIT.
      *-----------------------------------------------------------------
       0231-COMPARA-RELSAIDA                   SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-GRP-A(WRK-IDX-GRP)  TO REG-RELSAIDA.
               MOVE REG-LANCAMENTO-RELSAIDA TO WRK-VALOR-LDA.
               MOVE REG-GERENTE-RELSAIDA    TO WRK-GERENTE-LDA.
               MOVE REG-MOEDA-RELSAIDA      TO WRK-MOEDA-LDA.
               MOVE REG-VALOR-ORIG-RELSAIDA TO WRK-VALOR-ORIG-LDA.
               MOVE REG-PIX-RELSAIDA        TO WRK-PIX-LDA.
               MOVE TAB-GRP-B(WRK-IDX-GRP)  TO REG-RELSAIDA.

               IF REG-LANCAMENTO-RELSAIDA NOT EQUAL WRK-VALOR-LDA
                   MOVE "VALOR"       TO WRK-DET-CAMPO
                   MOVE WRK-VALOR-LDA TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED  TO WRK-DET-VALOR-A
                   MOVE REG-LANCAMENTO-RELSAIDA TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED  TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-GERENTE-RELSAIDA NOT EQUAL WRK-GERENTE-LDA
                   MOVE "GERENTE"            TO WRK-DET-CAMPO
                   MOVE WRK-GERENTE-LDA      TO WRK-DET-VALOR-A
                   MOVE REG-GERENTE-RELSAIDA TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-MOEDA-RELSAIDA NOT EQUAL WRK-MOEDA-LDA
                   MOVE "MOEDA"            TO WRK-DET-CAMPO
                   MOVE WRK-MOEDA-LDA      TO WRK-DET-VALOR-A
                   MOVE REG-MOEDA-RELSAIDA TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-VALOR-ORIG-RELSAIDA NOT EQUAL WRK-VALOR-ORIG-LDA
                   MOVE "VALOR ORIG"       TO WRK-DET-CAMPO
                   MOVE WRK-VALOR-ORIG-LDA TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED       TO WRK-DET-VALOR-A
                   MOVE REG-VALOR-ORIG-RELSAIDA TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED       TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-PIX-RELSAIDA NOT EQUAL WRK-PIX-LDA
                   MOVE "PIX"            TO WRK-DET-CAMPO
                   MOVE WRK-PIX-LDA      TO WRK-DET-VALOR-A
                   MOVE REG-PIX-RELSAIDA TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.

       0231-COMPARA-RELSAIDA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0232-COMPARA-REJEITADO                  SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-GRP-A(WRK-IDX-GRP)  TO REG-REJEITADOS.
               MOVE REG-LANCAMENTO-REJ      TO WRK-VALOR-LDA.
               MOVE REG-MOTIVO-REJ          TO WRK-MOTIVO-LDA.
               MOVE REG-GERENTE-REJ         TO WRK-GERENTE-LDA.
               MOVE REG-TIPO-CLI-REJ        TO WRK-TIPO-CLI-LDA.
               MOVE REG-MOEDA-REJ           TO WRK-MOEDA-LDA.
               MOVE REG-AGENCIA-ORIG-REJ    TO WRK-AGENCIA-ORIG-LDA.
               MOVE REG-PIX-REJ             TO WRK-PIX-LDA.
               MOVE TAB-GRP-B(WRK-IDX-GRP)  TO REG-REJEITADOS.

               IF REG-LANCAMENTO-REJ NOT EQUAL WRK-VALOR-LDA
                   MOVE "VALOR"       TO WRK-DET-CAMPO
                   MOVE WRK-VALOR-LDA TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED  TO WRK-DET-VALOR-A
                   MOVE REG-LANCAMENTO-REJ TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED  TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-MOTIVO-REJ NOT EQUAL WRK-MOTIVO-LDA
                   MOVE "MOTIVO"       TO WRK-DET-CAMPO
                   MOVE WRK-MOTIVO-LDA TO WRK-DET-VALOR-A
                   MOVE REG-MOTIVO-REJ TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-GERENTE-REJ NOT EQUAL WRK-GERENTE-LDA
                   MOVE "GERENTE"       TO WRK-DET-CAMPO
                   MOVE WRK-GERENTE-LDA TO WRK-DET-VALOR-A
                   MOVE REG-GERENTE-REJ TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-TIPO-CLI-REJ NOT EQUAL WRK-TIPO-CLI-LDA
                   MOVE "TIPO CLI"       TO WRK-DET-CAMPO
                   MOVE WRK-TIPO-CLI-LDA TO WRK-DET-VALOR-A
                   MOVE REG-TIPO-CLI-REJ TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-MOEDA-REJ NOT EQUAL WRK-MOEDA-LDA
                   MOVE "MOEDA"       TO WRK-DET-CAMPO
                   MOVE WRK-MOEDA-LDA TO WRK-DET-VALOR-A
                   MOVE REG-MOEDA-REJ TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-AGENCIA-ORIG-REJ NOT EQUAL WRK-AGENCIA-ORIG-LDA
                   MOVE "AG ORIGEM"          TO WRK-DET-CAMPO
                   MOVE WRK-AGENCIA-ORIG-LDA TO WRK-DET-VALOR-A
                   MOVE REG-AGENCIA-ORIG-REJ TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-PIX-REJ NOT EQUAL WRK-PIX-LDA
                   MOVE "PIX"       TO WRK-DET-CAMPO
                   MOVE WRK-PIX-LDA TO WRK-DET-VALOR-A
                   MOVE REG-PIX-REJ TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.

       0232-COMPARA-REJEITADO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0233-COMPARA-SALDO                      SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-GRP-A(WRK-IDX-GRP)  TO REG-SALDOS.
               MOVE REG-SALDO-ATUAL         TO WRK-SALDO-LDA.
               MOVE REG-DATA-SALDO          TO WRK-DATA-SALDO-LDA.
               MOVE TAB-GRP-B(WRK-IDX-GRP)  TO REG-SALDOS.

               IF REG-SALDO-ATUAL NOT EQUAL WRK-SALDO-LDA
                   MOVE "SALDO"       TO WRK-DET-CAMPO
                   MOVE WRK-SALDO-LDA TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED  TO WRK-DET-VALOR-A
                   MOVE REG-SALDO-ATUAL TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED  TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.
               IF REG-DATA-SALDO NOT EQUAL WRK-DATA-SALDO-LDA
                   MOVE "DATA SALDO"       TO WRK-DET-CAMPO
                   MOVE WRK-DATA-SALDO-LDA TO WRK-DET-VALOR-A
                   MOVE REG-DATA-SALDO     TO WRK-DET-VALOR-B
                   PERFORM 0240-GRAVA-DIVERGENCIA
               END-IF.

       0233-COMPARA-SALDO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0240-GRAVA-DIVERGENCIA                  SECTION.
      *-----------------------------------------------------------------

               MOVE "S"          TO WRK-PAR-DIVERGE.
               MOVE "DIVERGENTE" TO WRK-DET-OCORR.
               PERFORM 0250-CHAVE-DA-LINHA.
               PERFORM 0260-GRAVA-LINHA.

       0240-GRAVA-DIVERGENCIA-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    CHAVE IMPRESSA: AGENCIA/CONTA DATA TIPO+SINAL HISTORICO
      *    (NO SALDOS SO AGENCIA/CONTA)
      *-----------------------------------------------------------------
       0250-CHAVE-DA-LINHA                     SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-CHAVE-ED TO WRK-DET-CHAVE.
               IF WRK-IDX-ARQ EQUAL 3
                   MOVE SPACES TO WRK-DET-CHAVE(12:)
               END-IF.

       0250-CHAVE-DA-LINHA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0260-GRAVA-LINHA                        SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-ARQ-NOME(WRK-IDX-ARQ) TO WRK-DET-ARQ.
               MOVE WRK-LIN-DET TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               ADD 1 TO ACU-LINHAS-DIF.
               MOVE SPACES TO WRK-DET-CHAVE
                              WRK-DET-OCORR
                              WRK-DET-CAMPO
                              WRK-DET-VALOR-A
                              WRK-DET-VALOR-B.

       0260-GRAVA-LINHA-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    RESUMO: CONFRONTA A ULTIMA EXECUCAO GRAVADA EM CADA LADO
      *-----------------------------------------------------------------
       0400-CONFRONTA-RESUMO                   SECTION.
      *-----------------------------------------------------------------

               MOVE 4 TO WRK-IDX-ARQ.
               IF TAB-ARQ-ABERTO-A(4) EQUAL "S"
                   PERFORM 0401-LE-RESUMOA
                       UNTIL FS-RESUMOA NOT EQUAL '00'
               END-IF.
               IF TAB-ARQ-ABERTO-B(4) EQUAL "S"
                   PERFORM 0402-LE-RESUMOB
                       UNTIL FS-RESUMOB NOT EQUAL '00'
               END-IF.
               MOVE SPACES TO WRK-DET-CHAVE.
               EVALUATE TRUE
                   WHEN TAB-ARQ-QT-A(4) EQUAL ZEROS AND
                        TAB-ARQ-QT-B(4) EQUAL ZEROS
                       CONTINUE
                   WHEN TAB-ARQ-QT-B(4) EQUAL ZEROS
                       ADD 1 TO TAB-ARQ-SO-A(4)
                       MOVE "SO NO LADO A"    TO WRK-DET-OCORR
                       MOVE "ULTIMA EXECUCAO" TO WRK-DET-CHAVE
                       PERFORM 0260-GRAVA-LINHA
                   WHEN TAB-ARQ-QT-A(4) EQUAL ZEROS
                       ADD 1 TO TAB-ARQ-SO-B(4)
                       MOVE "SO NO LADO B"    TO WRK-DET-OCORR
                       MOVE "ULTIMA EXECUCAO" TO WRK-DET-CHAVE
                       PERFORM 0260-GRAVA-LINHA
                   WHEN OTHER
                       PERFORM 0410-COMPARA-RESUMO
               END-EVALUATE.

       0400-CONFRONTA-RESUMO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0401-LE-RESUMOA                         SECTION.
      *-----------------------------------------------------------------

               READ RESUMOA
               IF FS-RESUMOA EQUAL '00'
                   ADD 1 TO TAB-ARQ-QT-A(4)
                   MOVE REG-RESUMOA TO WRK-RESUMO-LDA
               END-IF.

       0401-LE-RESUMOA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0402-LE-RESUMOB                         SECTION.
      *-----------------------------------------------------------------

               READ RESUMOB
               IF FS-RESUMOB EQUAL '00'
                   ADD 1 TO TAB-ARQ-QT-B(4)
                   MOVE REG-RESUMOB TO WRK-RESUMO-LDB
               END-IF.

       0402-LE-RESUMOB-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0410-COMPARA-RESUMO                     SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-PAR-DIVERGE.
               IF WRK-LIDOS-RSA NOT EQUAL WRK-LIDOS-RSB
                   MOVE "LIDOS"       TO WRK-DET-CAMPO
                   MOVE WRK-LIDOS-RSA TO WRK-QTDE-ED
                   MOVE WRK-QTDE-ED   TO WRK-DET-VALOR-A
                   MOVE WRK-LIDOS-RSB TO WRK-QTDE-ED
                   MOVE WRK-QTDE-ED   TO WRK-DET-VALOR-B
                   PERFORM 0411-GRAVA-DIVERG-RESUMO
               END-IF.
               IF WRK-VALIDOS-RSA NOT EQUAL WRK-VALIDOS-RSB
                   MOVE "VALIDOS"       TO WRK-DET-CAMPO
                   MOVE WRK-VALIDOS-RSA TO WRK-QTDE-ED
                   MOVE WRK-QTDE-ED     TO WRK-DET-VALOR-A
                   MOVE WRK-VALIDOS-RSB TO WRK-QTDE-ED
                   MOVE WRK-QTDE-ED     TO WRK-DET-VALOR-B
                   PERFORM 0411-GRAVA-DIVERG-RESUMO
               END-IF.
               IF WRK-GRAVADOS-RSA NOT EQUAL WRK-GRAVADOS-RSB
                   MOVE "GRAVADOS"       TO WRK-DET-CAMPO
                   MOVE WRK-GRAVADOS-RSA TO WRK-QTDE-ED
                   MOVE WRK-QTDE-ED      TO WRK-DET-VALOR-A
                   MOVE WRK-GRAVADOS-RSB TO WRK-QTDE-ED
                   MOVE WRK-QTDE-ED      TO WRK-DET-VALOR-B
                   PERFORM 0411-GRAVA-DIVERG-RESUMO
               END-IF.
               IF WRK-REJEITADOS-RSA NOT EQUAL WRK-REJEITADOS-RSB
                   MOVE "REJEITADOS"       TO WRK-DET-CAMPO
                   MOVE WRK-REJEITADOS-RSA TO WRK-QTDE-ED
                   MOVE WRK-QTDE-ED        TO WRK-DET-VALOR-A
                   MOVE WRK-REJEITADOS-RSB TO WRK-QTDE-ED
                   MOVE WRK-QTDE-ED        TO WRK-DET-VALOR-B
                   PERFORM 0411-GRAVA-DIVERG-RESUMO
               END-IF.
               IF WRK-GRANA-RSA NOT EQUAL WRK-GRANA-RSB
                   MOVE "VALOR"       TO WRK-DET-CAMPO
                   MOVE WRK-GRANA-RSA TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED  TO WRK-DET-VALOR-A
                   MOVE WRK-GRANA-RSB TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED  TO WRK-DET-VALOR-B
                   PERFORM 0411-GRAVA-DIVERG-RESUMO
               END-IF.
               IF WRK-PAR-DIVERGE EQUAL "S"
                   ADD 1 TO TAB-ARQ-DIVERG(4)
               ELSE
                   ADD 1 TO TAB-ARQ-IGUAIS(4)
               END-IF.

       0410-COMPARA-RESUMO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0411-GRAVA-DIVERG-RESUMO                SECTION.
      *-----------------------------------------------------------------

               MOVE "S"               TO WRK-PAR-DIVERGE.
               MOVE "DIVERGENTE"      TO WRK-DET-OCORR.
               MOVE "ULTIMA EXECUCAO" TO WRK-DET-CHAVE.
               PERFORM 0260-GRAVA-LINHA.

       0411-GRAVA-DIVERG-RESUMO-FIM.           EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-TOTAIS.
               MOVE WRK-LIN-BRANCO TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               DISPLAY "----- CONFRONTO POR ARQUIVO -----".
               PERFORM 0301-GRAVA-TOTAL
                   VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ GREATER 4.
               ADD ACU-AUSENTES TO ACU-DIFERENCAS.
               DISPLAY "ARQUIVOS AUSENTES EM UM LADO:" ACU-AUSENTES.
               DISPLAY "LINHAS DE DIFERENCA.........:" ACU-LINHAS-DIF.

       0307-CONFERE-TOTAIS.
               IF ACU-RETORNADOS   EQUAL ACU-LIBERADOS AND
                  ACU-CONFRONTADOS EQUAL ACU-LIBERADOS
                   MOVE "OK - NENHUM REGISTRO PERDIDO" TO
                       WRK-CONFERENCIA
               ELSE
                   MOVE "DIVERGENTE - REGISTROS PERDIDOS" TO
                       WRK-CONFERENCIA
               END-IF.
               DISPLAY "----- TOTAIS DE CONTROLE -----".
               DISPLAY "REGISTROS ENTREGUES AO SORT.:" ACU-LIBERADOS.
               DISPLAY "REGISTROS ORDENADOS.........:" ACU-RETORNADOS.
               DISPLAY "REGISTROS CONFRONTADOS......:"
                   ACU-CONFRONTADOS.
               DISPLAY "CONFERENCIA.................:"
                   WRK-CONFERENCIA.

       0308-VEREDITO.
               IF ACU-DIFERENCAS EQUAL ZEROS
                   MOVE "SAIDAS IGUAIS" TO WRK-VEREDITO
               ELSE
                   MOVE "SAIDAS DIFERENTES" TO WRK-VEREDITO
               END-IF.
               MOVE WRK-LIN-BRANCO TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               MOVE WRK-VEREDITO     TO WRK-VER-TEXTO.
               MOVE WRK-LIN-VEREDITO TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               DISPLAY "VEREDITO....................:" WRK-VEREDITO.
               IF ACU-DIFERENCAS GREATER ZEROS
                   MOVE "EXECUCAO PARALELA COM DIFERENCAS" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.
               IF WRK-CONFERENCIA(1:2) NOT EQUAL "OK"
                   MOVE "PROGPARAL PERDEU REGISTROS" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.

       0310-FECHA-ARQUIVOS.
               IF TAB-ARQ-ABERTO-A(1) EQUAL "S"
                   CLOSE RELSAIA
               END-IF.
               IF TAB-ARQ-ABERTO-B(1) EQUAL "S"
                   CLOSE RELSAIB
               END-IF.
               IF TAB-ARQ-ABERTO-A(2) EQUAL "S"
                   CLOSE REJEITA
               END-IF.
               IF TAB-ARQ-ABERTO-B(2) EQUAL "S"
                   CLOSE REJEITB
               END-IF.
               IF TAB-ARQ-ABERTO-A(3) EQUAL "S"
                   CLOSE SALDOA
               END-IF.
               IF TAB-ARQ-ABERTO-B(3) EQUAL "S"
                   CLOSE SALDOB
               END-IF.
               IF TAB-ARQ-ABERTO-A(4) EQUAL "S"
                   CLOSE RESUMOA
               END-IF.
               IF TAB-ARQ-ABERTO-B(4) EQUAL "S"
                   CLOSE RESUMOB
               END-IF.
               CLOSE RELPARAL.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC     TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC     TO REG-HORA-AUD.
               MOVE ACU-LIBERADOS     TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0301-GRAVA-TOTAL                        SECTION.
      *-----------------------------------------------------------------

               ADD TAB-ARQ-SO-A(WRK-IDX-ARQ)   TO ACU-DIFERENCAS.
               ADD TAB-ARQ-SO-B(WRK-IDX-ARQ)   TO ACU-DIFERENCAS.
               ADD TAB-ARQ-DIVERG(WRK-IDX-ARQ) TO ACU-DIFERENCAS.
               MOVE TAB-ARQ-NOME(WRK-IDX-ARQ)   TO WRK-TOT-ARQ.
               MOVE TAB-ARQ-QT-A(WRK-IDX-ARQ)   TO WRK-TOT-QT-A.
               MOVE TAB-ARQ-QT-B(WRK-IDX-ARQ)   TO WRK-TOT-QT-B.
               MOVE TAB-ARQ-IGUAIS(WRK-IDX-ARQ) TO WRK-TOT-IGUAIS.
               MOVE TAB-ARQ-SO-A(WRK-IDX-ARQ)   TO WRK-TOT-SO-A.
               MOVE TAB-ARQ-SO-B(WRK-IDX-ARQ)   TO WRK-TOT-SO-B.
               MOVE TAB-ARQ-DIVERG(WRK-IDX-ARQ) TO WRK-TOT-DIVERG.
               MOVE WRK-LIN-TOTAL TO REG-RELPARAL.
               WRITE REG-RELPARAL.
               DISPLAY WRK-LIN-TOTAL.

       0301-GRAVA-TOTAL-FIM.                   EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                          SECTION.
      *-----------------------------------------------------------------

                CALL WRK-MODULO USING WRK-MSG-ERROS.
                MOVE 12 TO RETURN-CODE.
                GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                      EXIT.
      *-----------------------------------------------------------------

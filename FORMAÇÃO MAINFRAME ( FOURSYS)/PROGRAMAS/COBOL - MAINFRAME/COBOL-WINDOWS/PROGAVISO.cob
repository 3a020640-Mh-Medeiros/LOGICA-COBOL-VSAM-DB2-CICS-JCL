       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGAVISO.
      *=================================================================
      * PROGRAMA   : PROGAVISO
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 09/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: AVISOS AO TITULAR DE SALDO BAIXO E DE DEBITO
      *              ALTO, CONFORME A PREFERENCIA DE CADA CONTA
      *              (ALERTAS.DAT, MANTIDO PELO PROGALERTA). RODA NA
      *              NOITE DEPOIS DO PROGSALDO E GERA:
      *              - AVISO DE DEBITO ("D") PARA CADA DEBITO DA DATA
      *                DE MOVIMENTO (RELSAIDA.D<DATA>) IGUAL OU ACIMA
      *                DO LIMITE DE DEBITO DA PREFERENCIA;
      *              - AVISO DE SALDO BAIXO ("S") QUANDO O SALDO DE
      *                FECHAMENTO (SALDOS) FICA ABAIXO DO LIMITE DE
      *                SALDO DA PREFERENCIA. O AVISO SAI UMA VEZ POR
      *                CRUZAMENTO: A DATA DO AVISO FICA NA PREFERENCIA
      *                E SO E LIMPA QUANDO O SALDO VOLTA AO LIMITE.
      *              OS AVISOS VAO PARA O PROVEDOR DE MENSAGENS NO
      *              ARQUIVO AVISOS.D<DATA>.TXT (SMS OU E-MAIL) E TODOS
      *              FICAM NO LOG DE AVISOS (ALERTLOG.DAT), INCLUSIVE
      *              OS QUE NAO SAIRAM POR FALTA DE CELULAR/E-MAIL.
      *              PREFERENCIA SUSPENSA E CONTA ENCERRADA NAO GERAM
      *              AVISO. GERACAO DO RELSAIDA AUSENTE SO AVALIA OS
      *              SALDOS E TERMINA COM RETURN-CODE 4. REPROCESSAR A
      *              DATA REGRAVA O ARQUIVO DO PROVEDOR E AS MESMAS
      *              CHAVES DO LOG.
      *              AVISO SO VAI AO PROVEDOR SE O TITULAR PRINCIPAL DA
      *              CONTA TEM CONSENTIMENTO LGPD DE NOTIFICACAO
      *              (CONSENT, TIPO "T" + CPF + FINALIDADE "N", OPT-IN);
      *              SEM CONSENTIMENTO O AVISO FICA SO NO LOG ("N").
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  RELSAIDA               I (GERACAO)          #BOOKRELSAIDA
      *  SALDOS                 I                    #BOOKSALDO
      *  CONTAS                 I                    #BOOKCTAS
      *  CTLDATA                I                    #BOOKCTLDAT
      *  ALERTAS                I-O                  #BOOKALERTA
      *  ALERTLOG               I-O                  #BOOKALRLOG
      *  AVISOS                 O (GERACAO)          #BOOKAVISO
      *  AUDITORIA              O                    #BOOKAUDIT
      *  TITULARES              I                    #BOOKTITU
      *  CONSENT                I                    #BOOKCONSENT
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
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: AVISO SO SAI PARA O PROVEDOR COM CONSENTIMENTO
      *              LGPD DE NOTIFICACAO DO TITULAR PRINCIPAL (CONSENT);
      *              SEM ELE FICA NO LOG COMO "N" E NO CONTADOR
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
           SELECT RELSAIDA ASSIGN TO DYNAMIC WRK-NOME-RELSAIDA
               FILE STATUS IS FS-RELSAIDA.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT ALERTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ALERTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ALERTA
               FILE STATUS IS FS-ALERTAS.
           SELECT ALERTLOG ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ALERTLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ALRLOG
               FILE STATUS IS FS-ALERTLOG.
           SELECT AVISOS ASSIGN TO DYNAMIC WRK-NOME-AVISOS
               FILE STATUS IS FS-AVISOS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT CONSENT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-CNS
               FILE STATUS IS FS-CONSENT.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================

      *-----------------------------------------------------------------
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  LANCAMENTOS ACEITOS (RELSAIDA.D<DATA>)
      *                               LRECL = 189
      *-----------------------------------------------------------------
       FD  RELSAIDA.
       COPY "#BOOKRELSAIDA".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE SALDOS (SALDO DE FECHAMENTO)
      *                               LRECL = 031
      *-----------------------------------------------------------------
       FD  SALDOS.
       COPY "#BOOKSALDO".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (TITULAR E SITUACAO)
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  CONTROLE DE DATA DE MOVIMENTO (PROGDATA)
      *-----------------------------------------------------------------
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
      *-----------------------------------------------------------------
      *      I-O  -  PREFERENCIAS DE AVISO (DATA DO AVISO DE SALDO)
      *                               LRECL = 139
      *-----------------------------------------------------------------
       FD  ALERTAS.
       COPY "#BOOKALERTA".
      *-----------------------------------------------------------------
      *      I-O  -  LOG DE AVISOS AO TITULAR
      *                               LRECL = 137
      *-----------------------------------------------------------------
       FD  ALERTLOG.
       COPY "#BOOKALRLOG".
      *-----------------------------------------------------------------
      *     OUTPUT-  AVISOS PARA O PROVEDOR DE MENSAGENS
      *                               LRECL = 240
      *-----------------------------------------------------------------
       FD  AVISOS.
       COPY "#BOOKAVISO".
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
      *-----------------------------------------------------------------
      *        INPUT -  TITULARES DAS CONTAS (CPF DO TITULAR PRINCIPAL)
      *                               LRECL = 074
      *-----------------------------------------------------------------
       FD  TITULARES.
       COPY "#BOOKTITU".
      *-----------------------------------------------------------------
      *        INPUT -  CONSENTIMENTOS LGPD (PROGARQ05 / CCL2)
      *                               LRECL = 060
      *-----------------------------------------------------------------
       FD  CONSENT.
       COPY "#BOOKCONSENT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-RELSAIDA                 PIC X(002)          VALUE SPACES.
       01  FS-SALDOS                   PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-ALERTAS                  PIC X(002)          VALUE SPACES.
       01  FS-ALERTLOG                 PIC X(002)          VALUE SPACES.
       01  FS-AVISOS                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-TITULARES                PIC X(002)          VALUE SPACES.
       01  FS-CONSENT                  PIC X(002)          VALUE SPACES.
       01  WRK-NOME-RELSAIDA           PIC X(060)          VALUE SPACES.
       01  WRK-NOME-AVISOS             PIC X(060)          VALUE SPACES.
       01  WRK-DATA-GERACAO-ED         PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-RELSAIDA-AUSENTE        PIC X(001)          VALUE "N".
       01  WRK-FIM-ALERTAS             PIC X(001)          VALUE "N".
       01  WRK-CTA-ENCERRADA           PIC X(001)          VALUE "N".
       01  WRK-SEQ-AVISO               PIC 9(006)          VALUE ZEROS.
       01  WRK-TITULARES-OK            PIC X(001)          VALUE "N".
       01  WRK-CONSENT-OK              PIC X(001)          VALUE "N".
       01  WRK-TEM-CONSENT             PIC X(001)          VALUE "N".
       01  WRK-CPF-PRINCIPAL           PIC 9(011)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    AVISO A GERAR (MONTADO PELA AVALIACAO DO DEBITO OU DO SALDO)
      *-----------------------------------------------------------------
       01  WRK-AVISO.
           05 WRK-AVI-TIPO             PIC X(001)          VALUE SPACES.
           05 WRK-AVI-AGENCIA          PIC 9(004)          VALUE ZEROS.
           05 WRK-AVI-CONTA            PIC 9(006)          VALUE ZEROS.
           05 WRK-AVI-VALOR            PIC S9(010)V99      VALUE ZEROS.
           05 WRK-AVI-LIMITE           PIC 9(009)V99       VALUE ZEROS.
           05 WRK-AVI-HISTORICO        PIC X(020)          VALUE SPACES.
           05 WRK-AVI-CANAL            PIC X(001)          VALUE SPACES.
           05 WRK-AVI-DESTINO          PIC X(050)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  ACU-LIDOS-RELSAIDA          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-DEBITOS                 PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-PREFERENCIAS            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-AVISOS-DEBITO           PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-AVISOS-SALDO            PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SALDO-JA-AVISADO        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SALDO-RECOMPOSTO        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-AVISOS-ENVIADOS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-CONTATO             PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CONTA-ENCERRADA         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-CONSENT             PIC 9(007)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-MOVTO-R            REDEFINES WRK-DATA-MOVTO.
           05 WRK-ANO-MOVTO            PIC 9(004).
           05 WRK-MES-MOVTO            PIC 9(002).
           05 WRK-DIA-MOVTO            PIC 9(002).
       01  WRK-TITULAR                 PIC X(020)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGAVIS".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
      *    TEXTO DAS MENSAGENS AO TITULAR (LARGURA DO REG-MENSAGEM)
      *-----------------------------------------------------------------
       01  WRK-MSG-DEBITO.
           05 FILLER                   PIC X(022)          VALUE
               "FOURSYS: DEBITO DE R$".
           05 WRK-MSD-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)          VALUE
               " NA CONTA ".
           05 WRK-MSD-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-MSD-CONTA            PIC 9(006).
           05 FILLER                   PIC X(004)          VALUE
               " EM ".
           05 WRK-MSD-DIA              PIC 9(002).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-MSD-MES              PIC 9(002).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-MSD-ANO              PIC 9(004).
           05 FILLER                   PIC X(003)          VALUE
               " - ".
           05 WRK-MSD-HISTORICO        PIC X(020).
           05 FILLER                   PIC X(006)          VALUE SPACES.
       01  WRK-MSG-SALDO.
           05 FILLER                   PIC X(015)          VALUE
               "FOURSYS: CONTA ".
           05 WRK-MSS-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-MSS-CONTA            PIC 9(006).
           05 FILLER                   PIC X(010)          VALUE
               " SALDO EM ".
           05 WRK-MSS-DIA              PIC 9(002).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-MSS-MES              PIC 9(002).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-MSS-ANO              PIC 9(004).
           05 FILLER                   PIC X(003)          VALUE
               " R$".
           05 WRK-MSS-VALOR            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(020)          VALUE
               " ABAIXO DO LIMITE R$".
           05 WRK-MSS-LIMITE           PIC ZZZ.ZZZ.ZZ9,99.
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
               PERFORM 0200-PROCESSAR.
               PERFORM 0230-AVALIA-SALDOS.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "USUARIO/JOB QUE ESTA RODANDO OS AVISOS: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               PERFORM 0110-LE-DATA-MOVTO.

               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT SALDOS.
               IF FS-SALDOS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN I-O ALERTAS.
               IF FS-ALERTAS                 EQUAL '35'
                   OPEN OUTPUT ALERTAS
                   CLOSE ALERTAS
                   OPEN I-O ALERTAS
               END-IF.
               IF FS-ALERTAS                 NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN I-O ALERTLOG.
               IF FS-ALERTLOG                EQUAL '35'
                   OPEN OUTPUT ALERTLOG
                   CLOSE ALERTLOG
                   OPEN I-O ALERTLOG
               END-IF.
               IF FS-ALERTLOG                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
      *-----------------------------------------------------------------
      *    SEM TITULARES OU SEM CONSENT NINGUEM TEM CONSENTIMENTO DE
      *    NOTIFICACAO: OS AVISOS FICAM SO NO LOG
      *-----------------------------------------------------------------
               OPEN INPUT TITULARES.
               IF FS-TITULARES               EQUAL '00'
                   MOVE "S" TO WRK-TITULARES-OK
               ELSE
                   DISPLAY "TITULARES INDISPONIVEL - STATUS:"
                       FS-TITULARES
               END-IF.
               OPEN INPUT CONSENT.
               IF FS-CONSENT                 EQUAL '00'
                   MOVE "S" TO WRK-CONSENT-OK
               ELSE
                   DISPLAY "CONSENT INDISPONIVEL - STATUS:" FS-CONSENT
               END-IF.

               MOVE WRK-DATA-MOVTO TO WRK-DATA-GERACAO-ED.
               MOVE SPACES TO WRK-NOME-AVISOS.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\AVISOS.D"
                          DELIMITED BY SIZE
                      WRK-DATA-GERACAO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-AVISOS
               END-STRING.
               OPEN OUTPUT AVISOS.
               IF FS-AVISOS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

               MOVE WRK-DIA-MOVTO TO WRK-MSD-DIA
                                     WRK-MSS-DIA.
               MOVE WRK-MES-MOVTO TO WRK-MSD-MES
                                     WRK-MSS-MES.
               MOVE WRK-ANO-MOVTO TO WRK-MSD-ANO
                                     WRK-MSS-ANO.

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
               DISPLAY "AVISOS AO TITULAR DA DATA:" WRK-DATA-MOVTO.

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
      *    DEBITOS DA DATA DE MOVIMENTO CONTRA O LIMITE DE DEBITO
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES TO WRK-NOME-RELSAIDA.
               STRING "C:\CURSOLOGICA\COBOL\Atividade\RELSAIDA.D"
                          DELIMITED BY SIZE
                      WRK-DATA-GERACAO-ED DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-RELSAIDA
               END-STRING.
               OPEN INPUT RELSAIDA.
               IF FS-RELSAIDA NOT EQUAL '00'
                   MOVE "S" TO WRK-RELSAIDA-AUSENTE
                   DISPLAY "ATENCAO: GERACAO AUSENTE " WRK-NOME-RELSAIDA
                       " -- SO OS SALDOS SERAO AVALIADOS"
                   GO TO 0200-PROCESSAR-FIM
               END-IF.
               PERFORM 0210-LE-LANCAMENTO
                       UNTIL FS-RELSAIDA NOT EQUAL '00'.
               CLOSE RELSAIDA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0210-LE-LANCAMENTO                      SECTION.
      *-----------------------------------------------------------------

               READ RELSAIDA
               IF FS-RELSAIDA EQUAL '00'
                   ADD 1 TO ACU-LIDOS-RELSAIDA
                   IF REG-AGENCIA-RELSAIDA NOT EQUAL 9999 AND
                      REG-RELSAIDA-DEBITO
                       ADD 1 TO ACU-DEBITOS
                       PERFORM 0220-AVALIA-DEBITO
                   END-IF
               END-IF.

       0210-LE-LANCAMENTO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0220-AVALIA-DEBITO                      SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-RELSAIDA TO REG-AGENCIA-ALERTA.
               MOVE REG-CONTA-RELSAIDA   TO REG-CONTA-ALERTA.
               READ ALERTAS
                   INVALID KEY
                       GO TO 0220-AVALIA-DEBITO-FIM
               END-READ.
               IF NOT REG-ALERTA-ATIVO OR
                  REG-LIMITE-DEBITO-ALERTA EQUAL ZEROS OR
                  REG-LANCAMENTO-RELSAIDA LESS REG-LIMITE-DEBITO-ALERTA
                   GO TO 0220-AVALIA-DEBITO-FIM
               END-IF.

               MOVE "D"                      TO WRK-AVI-TIPO.
               MOVE REG-LANCAMENTO-RELSAIDA  TO WRK-AVI-VALOR.
               MOVE REG-LIMITE-DEBITO-ALERTA TO WRK-AVI-LIMITE.
               MOVE REG-HISTORICO-RELSAIDA   TO WRK-AVI-HISTORICO.
               PERFORM 0260-GERA-AVISO.

       0220-AVALIA-DEBITO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    SALDO DE FECHAMENTO CONTRA O LIMITE DE SALDO, PREFERENCIA A
      *    PREFERENCIA. O AVISO SAI NO DIA EM QUE O SALDO CRUZA O
      *    LIMITE (OU NO REPROCESSAMENTO DESSE DIA); ENQUANTO CONTINUA
      *    ABAIXO NAO SE REPETE. SALDO DE VOLTA AO LIMITE LIMPA A DATA
      *-----------------------------------------------------------------
       0230-AVALIA-SALDOS                      SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO REG-CHAVE-ALERTA.
               START ALERTAS KEY NOT LESS REG-CHAVE-ALERTA.
               IF FS-ALERTAS EQUAL '00'
                   MOVE "N" TO WRK-FIM-ALERTAS
                   PERFORM 0231-LE-PREFERENCIA
                           UNTIL WRK-FIM-ALERTAS EQUAL "S"
               END-IF.

       0230-AVALIA-SALDOS-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0231-LE-PREFERENCIA                     SECTION.
      *-----------------------------------------------------------------

               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ALERTAS
                   NOT AT END
                       ADD 1 TO ACU-PREFERENCIAS
                       PERFORM 0232-AVALIA-SALDO
               END-READ.

       0231-LE-PREFERENCIA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0232-AVALIA-SALDO                       SECTION.
      *-----------------------------------------------------------------

               IF NOT REG-ALERTA-ATIVO OR
                  REG-LIMITE-SALDO-ALERTA EQUAL ZEROS
                   GO TO 0232-AVALIA-SALDO-FIM
               END-IF.
               MOVE REG-AGENCIA-ALERTA TO REG-AGENCIA-SALDO.
               MOVE REG-CONTA-ALERTA   TO REG-CONTA-SALDO.
               READ SALDOS
                   INVALID KEY
                       GO TO 0232-AVALIA-SALDO-FIM
               END-READ.

               IF REG-SALDO-ATUAL NOT LESS REG-LIMITE-SALDO-ALERTA
                   IF REG-DATA-AVISO-SLD-ALERTA NOT EQUAL ZEROS
                       MOVE ZEROS TO REG-DATA-AVISO-SLD-ALERTA
                       PERFORM 0235-REGRAVA-PREFERENCIA
                       ADD 1 TO ACU-SALDO-RECOMPOSTO
                   END-IF
                   GO TO 0232-AVALIA-SALDO-FIM
               END-IF.
               IF REG-DATA-AVISO-SLD-ALERTA NOT EQUAL ZEROS AND
                  REG-DATA-AVISO-SLD-ALERTA NOT EQUAL WRK-DATA-MOVTO
                   ADD 1 TO ACU-SALDO-JA-AVISADO
                   GO TO 0232-AVALIA-SALDO-FIM
               END-IF.

               MOVE "S"                     TO WRK-AVI-TIPO.
               MOVE REG-SALDO-ATUAL         TO WRK-AVI-VALOR.
               MOVE REG-LIMITE-SALDO-ALERTA TO WRK-AVI-LIMITE.
               MOVE "SALDO DE FECHAMENTO"   TO WRK-AVI-HISTORICO.
               PERFORM 0260-GERA-AVISO.
               IF WRK-CTA-ENCERRADA EQUAL "N"
                   MOVE WRK-DATA-MOVTO TO REG-DATA-AVISO-SLD-ALERTA
                   PERFORM 0235-REGRAVA-PREFERENCIA
               END-IF.

       0232-AVALIA-SALDO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0235-REGRAVA-PREFERENCIA                SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-ALERTA
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PREFERENCIA "
                           REG-AGENCIA-ALERTA "/" REG-CONTA-ALERTA
                           " - STATUS:" FS-ALERTAS
               END-REWRITE.

       0235-REGRAVA-PREFERENCIA-FIM.           EXIT.
      *-----------------------------------------------------------------
       0250-BUSCA-TITULAR                      SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-CTA-ENCERRADA.
               READ CONTAS
                   INVALID KEY
                       MOVE "CONTA FORA DO MASTER" TO WRK-TITULAR
                   NOT INVALID KEY
                       MOVE REG-NOME-TITULAR-MTR TO WRK-TITULAR
                       IF REG-CONTA-ENCERRADA
                           MOVE "S" TO WRK-CTA-ENCERRADA
                       END-IF
               END-READ.

       0250-BUSCA-TITULAR-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    CONSENTIMENTO LGPD DE NOTIFICACAO DO TITULAR PRINCIPAL ATIVO
      *    DA CONTA (REG-CHAVE-MTR): SO O OPT-IN VALE
      *-----------------------------------------------------------------
       0255-VERIFICA-CONSENT                   SECTION.
      *-----------------------------------------------------------------

               MOVE "N"   TO WRK-TEM-CONSENT.
               MOVE ZEROS TO WRK-CPF-PRINCIPAL.
               IF WRK-TITULARES-OK NOT EQUAL "S" OR
                  WRK-CONSENT-OK   NOT EQUAL "S"
                   GO TO 0255-VERIFICA-CONSENT-FIM
               END-IF.
               MOVE REG-AGENCIA-MTR TO REG-AGENCIA-TIT.
               MOVE REG-CONTA-MTR   TO REG-CONTA-TIT.
               MOVE ZEROS           TO REG-SEQ-TIT.
               START TITULARES KEY IS NOT LESS REG-CHAVE-TIT
                   INVALID KEY
                       MOVE '10' TO FS-TITULARES
                   NOT INVALID KEY
                       MOVE '00' TO FS-TITULARES
               END-START.
               PERFORM 0256-LE-TITULAR
                   UNTIL FS-TITULARES NOT EQUAL '00'.
               IF WRK-CPF-PRINCIPAL EQUAL ZEROS
                   GO TO 0255-VERIFICA-CONSENT-FIM
               END-IF.

               MOVE "T"               TO REG-TIPO-PESSOA-CNS.
               MOVE WRK-CPF-PRINCIPAL TO REG-ID-PESSOA-CNS.
               MOVE "N"               TO REG-FINALIDADE-CNS.
               READ CONSENT
                   INVALID KEY
                       MOVE "N" TO WRK-TEM-CONSENT
                   NOT INVALID KEY
                       IF REG-CNS-OPT-IN
                           MOVE "S" TO WRK-TEM-CONSENT
                       END-IF
               END-READ.

       0255-VERIFICA-CONSENT-FIM.              EXIT.
      *-----------------------------------------------------------------
       0256-LE-TITULAR                         SECTION.
      *-----------------------------------------------------------------

               READ TITULARES NEXT
                   AT END
                       MOVE '10' TO FS-TITULARES
               END-READ.
               IF FS-TITULARES EQUAL '00'
                   IF REG-AGENCIA-TIT NOT EQUAL REG-AGENCIA-MTR OR
                      REG-CONTA-TIT   NOT EQUAL REG-CONTA-MTR
                       MOVE '10' TO FS-TITULARES
                   ELSE
                       IF REG-TIT-PRINCIPAL AND REG-TIT-ATIVO
                           MOVE REG-CPF-TIT TO WRK-CPF-PRINCIPAL
                           MOVE '10'        TO FS-TITULARES
                       END-IF
                   END-IF
               END-IF.

       0256-LE-TITULAR-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    AVISO DA PREFERENCIA EM REG-ALERTA: VAI PARA O PROVEDOR SE A
      *    PREFERENCIA TEM O CONTATO DO CANAL E FICA SEMPRE NO LOG
      *-----------------------------------------------------------------
       0260-GERA-AVISO                         SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-ALERTA TO WRK-AVI-AGENCIA
                                          REG-AGENCIA-MTR.
               MOVE REG-CONTA-ALERTA   TO WRK-AVI-CONTA
                                          REG-CONTA-MTR.
               PERFORM 0250-BUSCA-TITULAR.
               IF WRK-CTA-ENCERRADA EQUAL "S"
                   ADD 1 TO ACU-CONTA-ENCERRADA
                   GO TO 0260-GERA-AVISO-FIM
               END-IF.
               PERFORM 0255-VERIFICA-CONSENT.

               MOVE REG-CANAL-ALERTA TO WRK-AVI-CANAL.
               IF REG-ALERTA-SMS
                   MOVE REG-CELULAR-ALERTA TO WRK-AVI-DESTINO
               ELSE
                   MOVE REG-EMAIL-ALERTA   TO WRK-AVI-DESTINO
               END-IF.
               ADD 1 TO WRK-SEQ-AVISO.
               IF WRK-AVI-TIPO EQUAL "D"
                   ADD 1 TO ACU-AVISOS-DEBITO
               ELSE
                   ADD 1 TO ACU-AVISOS-SALDO
               END-IF.

               MOVE SPACES              TO REG-ALRLOG.
               MOVE WRK-AVI-AGENCIA     TO REG-AGENCIA-ALRLOG.
               MOVE WRK-AVI-CONTA       TO REG-CONTA-ALRLOG.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-ALRLOG.
               MOVE WRK-SEQ-AVISO       TO REG-SEQ-ALRLOG.
               MOVE WRK-AVI-TIPO        TO REG-TIPO-ALRLOG.
               MOVE WRK-AVI-VALOR       TO REG-VALOR-ALRLOG.
               MOVE WRK-AVI-LIMITE      TO REG-LIMITE-ALRLOG.
               MOVE WRK-AVI-HISTORICO   TO REG-HISTORICO-ALRLOG.
               MOVE WRK-AVI-CANAL       TO REG-CANAL-ALRLOG.
               MOVE WRK-AVI-DESTINO     TO REG-DESTINO-ALRLOG.
               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-HORA-EXEC       TO REG-HORA-ALRLOG.
               EVALUATE TRUE
                   WHEN WRK-TEM-CONSENT NOT EQUAL "S"
                       SET REG-ALRLOG-SEM-CONSENT TO TRUE
                       ADD 1 TO ACU-SEM-CONSENT
                   WHEN WRK-AVI-DESTINO EQUAL SPACES
                       SET REG-ALRLOG-SEM-CONTATO TO TRUE
                       ADD 1 TO ACU-SEM-CONTATO
                   WHEN OTHER
                       SET REG-ALRLOG-ENVIADO TO TRUE
                       PERFORM 0270-GRAVA-AVISO
               END-EVALUATE.
               WRITE REG-ALRLOG
                   INVALID KEY
                       REWRITE REG-ALRLOG
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR LOG DE AVISOS - "
                                   "STATUS:" FS-ALERTLOG
                       END-REWRITE
               END-WRITE.

       0260-GERA-AVISO-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0270-GRAVA-AVISO                        SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES              TO REG-AVISO.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-MOVTO-AVISO.
               MOVE WRK-SEQ-AVISO       TO REG-SEQ-AVISO.
               MOVE WRK-AVI-TIPO        TO REG-TIPO-AVISO.
               MOVE WRK-AVI-AGENCIA     TO REG-AGENCIA-AVISO.
               MOVE WRK-AVI-CONTA       TO REG-CONTA-AVISO.
               MOVE WRK-TITULAR         TO REG-TITULAR-AVISO.
               MOVE WRK-AVI-CANAL       TO REG-CANAL-AVISO.
               MOVE WRK-AVI-DESTINO     TO REG-DESTINO-AVISO.
               MOVE WRK-AVI-VALOR       TO REG-VALOR-AVISO.
               MOVE WRK-AVI-LIMITE      TO REG-LIMITE-AVISO.
               MOVE WRK-AVI-HISTORICO   TO REG-HISTORICO-AVISO.
               IF REG-AVISO-DEBITO
                   MOVE WRK-AVI-VALOR     TO WRK-MSD-VALOR
                   MOVE WRK-AVI-AGENCIA   TO WRK-MSD-AGENCIA
                   MOVE WRK-AVI-CONTA     TO WRK-MSD-CONTA
                   MOVE WRK-AVI-HISTORICO TO WRK-MSD-HISTORICO
                   MOVE WRK-MSG-DEBITO    TO REG-MENSAGEM-AVISO
               ELSE
                   MOVE WRK-AVI-VALOR     TO WRK-MSS-VALOR
                   MOVE WRK-AVI-LIMITE    TO WRK-MSS-LIMITE
                   MOVE WRK-AVI-AGENCIA   TO WRK-MSS-AGENCIA
                   MOVE WRK-AVI-CONTA     TO WRK-MSS-CONTA
                   MOVE WRK-MSG-SALDO     TO REG-MENSAGEM-AVISO
               END-IF.
               WRITE REG-AVISO.
               IF FS-AVISOS NOT EQUAL '00'
                   MOVE WRK-NAO-GRAVOU TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO ACU-AVISOS-ENVIADOS.

       0270-GRAVA-AVISO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

               DISPLAY "LANCAMENTOS LIDOS............:"
                   ACU-LIDOS-RELSAIDA.
               DISPLAY "DEBITOS AVALIADOS............:" ACU-DEBITOS.
               DISPLAY "PREFERENCIAS DE AVISO........:"
                   ACU-PREFERENCIAS.
               DISPLAY "AVISOS DE DEBITO ALTO........:"
                   ACU-AVISOS-DEBITO.
               DISPLAY "AVISOS DE SALDO BAIXO........:"
                   ACU-AVISOS-SALDO.
               DISPLAY "SALDO BAIXO JA AVISADO ANTES.:"
                   ACU-SALDO-JA-AVISADO.
               DISPLAY "SALDO DE VOLTA AO LIMITE.....:"
                   ACU-SALDO-RECOMPOSTO.
               DISPLAY "AVISOS ENVIADOS AO PROVEDOR..:"
                   ACU-AVISOS-ENVIADOS.
               DISPLAY "AVISOS SEM CELULAR/E-MAIL....:" ACU-SEM-CONTATO.
               DISPLAY "CONTA ENCERRADA (SEM AVISO)..:"
                   ACU-CONTA-ENCERRADA.
               DISPLAY "SEM CONSENTIMENTO (SO NO LOG):"
                   ACU-SEM-CONSENT.
               IF ACU-SEM-CONTATO GREATER ZEROS
                   MOVE "AVISO AO TITULAR SEM CONTATO" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.
               IF WRK-RELSAIDA-AUSENTE EQUAL "S"
                   MOVE "AVISOS SEM A GERACAO DO RELSAIDA" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0310-FECHA-ARQUIVOS.
               CLOSE CONTAS
                     SALDOS
                     ALERTAS
                     ALERTLOG
                     AVISOS.
               IF WRK-TITULARES-OK EQUAL "S"
                   CLOSE TITULARES
               END-IF.
               IF WRK-CONSENT-OK EQUAL "S"
                   CLOSE CONSENT
               END-IF.

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
               COMPUTE REG-QT-PROC-AUD =
                   ACU-AVISOS-DEBITO + ACU-AVISOS-SALDO.
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

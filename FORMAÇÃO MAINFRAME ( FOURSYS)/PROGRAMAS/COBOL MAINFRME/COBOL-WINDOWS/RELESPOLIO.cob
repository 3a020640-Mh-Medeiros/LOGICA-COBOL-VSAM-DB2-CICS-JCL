       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELESPOLIO.
      *=================================================================
      * PROGRAMA   : RELESPOLIO
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: EXTRATO DO ESPOLIO DE UM TITULAR FALECIDO, PARA O
      *              INVENTARIO (ESPOLIO.TXT). O CPF PRECISA TER OBITO
      *              ATIVO NO CADASTRO DE OBITOS (OBITOS.TXT,
      *              PROGOBITO):
      *              1) IDENTIFICACAO -- NOME, CPF, DATA DO OBITO E
      *                 DOCUMENTO APRESENTADO;
      *              2) CONTAS EM QUE O CPF E TITULAR ATIVO
      *                 (TITULARES.TXT), COM O SALDO NA DATA DO OBITO
      *                 (ULTIMO SALDO DIARIO ATE A DATA, SLDDIARIO.DAT;
      *                 SEM HISTORICO, O SALDO ATUAL DO SALDOS.TXT);
      *              3) CDB ATIVO OU COM RESGATE PEDIDO NESSAS CONTAS
      *                 (VALOR APLICADO MAIS JUROS PROVISIONADOS);
      *              4) EMPRESTIMO ATIVO NESSAS CONTAS, COM O SALDO
      *                 DEVEDOR E AS PRESTACOES NAO PAGAS VENCIDAS ATE
      *                 A DATA DO OBITO;
      *              5) FATURAS DE ASSINATURA EM ABERTO DOS CLIENTES
      *                 COM ESSE CPF, EMITIDAS ATE A DATA DO OBITO (A
      *                 EMITIDA DEPOIS E CANCELADA PELO PROGOBITA);
      *              6) TOTAIS DE BENS E DE DIVIDAS.
      *-----------------------------------------------------------------
      * OBSERVACAO.: ACESSO COM SIGN-ON (USUARIOS.TXT) E TRILHA NA
      *              AUDITORIA -- O EXTRATO E ENTREGUE AO INVENTARIANTE.
      *              CONTA CONJUNTA SAI COM O SALDO INTEIRO E O PAPEL
      *              DO FALECIDO; A PARTILHA NAO E CALCULADA AQUI.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  USUARIOS               I                    #BOOKUSER
      *  OBITOS                 I (KSDS)             #BOOKOBITO
      *  TITULARES              I (KSDS)             #BOOKTITU
      *  SLDDIARIO              I (KSDS)             #BOOKSLDDIA
      *  SALDOS                 I (KSDS)             #BOOKSALDO
      *  CDB                    I (KSDS)             #BOOKCDB
      *  EMPREST                I (KSDS)             #BOOKEMPR
      *  PRESTACAO              I (KSDS)             #BOOKPREST
      *  CLIMASTER              I
      *  FATURA                 I                    #BOOKFATURA
      *  ESPOLIO                O
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....:
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
           SELECT USUARIOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\USUARIOS.TXT"
               FILE STATUS IS FS-USUARIOS.
           SELECT OBITOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\OBITOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CPF-OBT
               FILE STATUS IS FS-OBITOS.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT SLDDIARIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDDIARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SLDDIA
               FILE STATUS IS FS-SLDDIARIO.
           SELECT SALDOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SALDOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT CDB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CDB.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-CDB
               FILE STATUS IS FS-CDB.
           SELECT EMPREST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\EMPREST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-EMP
               FILE STATUS IS FS-EMPREST.
           SELECT PRESTACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PRESTACAO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-PRE
               FILE STATUS IS FS-PRESTACAO.
           SELECT CLIMASTER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CLIMASTER.DAT.TXT"
               FILE STATUS IS FS-CLIMASTER.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT ESPOLIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\ESPOLIO.TXT"
               FILE STATUS IS FS-ESPOLIO.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  OBITOS.
       COPY "#BOOKOBITO".
       FD  TITULARES.
       COPY "#BOOKTITU".
       FD  SLDDIARIO.
       COPY "#BOOKSLDDIA".
       FD  SALDOS.
       COPY "#BOOKSALDO".
       FD  CDB.
       COPY "#BOOKCDB".
       FD  EMPREST.
       COPY "#BOOKEMPR".
       FD  PRESTACAO.
       COPY "#BOOKPREST".
       FD  CLIMASTER.
       01  REG-CLIMASTER.
           05 REG-ID-MASTER             PIC 9(04).
           05 REG-NOME-MASTER           PIC X(20).
           05 REG-TEL-MASTER            PIC X(11).
           05 REG-STREAM-MASTER          PIC X(10).
           05 REG-STATUS-CLI-MASTER      PIC X(01).
           05 REG-CPF-MASTER            PIC 9(11).
           05 REG-ENDERECO-MASTER       PIC X(30).
           05 REG-CIDADE-MASTER         PIC X(20).
           05 REG-UF-MASTER             PIC X(02).
           05 REG-CEP-MASTER            PIC 9(08).
           05 REG-ASSINATURA-MASTER     PIC 9(03)V99.
           05 REG-MOEDA-ASSIN-MASTER    PIC X(03).
           05 REG-CONTA-BCO-MASTER      PIC 9(06).
           05 REG-SIT-COBRANCA-MASTER   PIC X(01).
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  ESPOLIO.
       01  REG-ESPOLIO                 PIC X(132).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  FS-OBITOS                   PIC X(02)           VALUE SPACES.
       77  FS-TITULARES                PIC X(02)           VALUE SPACES.
       77  FS-SLDDIARIO                PIC X(02)           VALUE SPACES.
       77  FS-SALDOS                   PIC X(02)           VALUE SPACES.
       77  FS-CDB                      PIC X(02)           VALUE SPACES.
       77  FS-EMPREST                  PIC X(02)           VALUE SPACES.
       77  FS-PRESTACAO                PIC X(02)           VALUE SPACES.
       77  FS-CLIMASTER                PIC X(02)           VALUE SPACES.
       77  FS-FATURA                   PIC X(02)           VALUE SPACES.
       77  FS-ESPOLIO                  PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-SIGNON-ID               PIC X(08)           VALUE SPACES.
       77  WRK-SIGNON-OK               PIC X(01)           VALUE "N".
       77  WRK-NIVEL-SIGNON            PIC 9(01)           VALUE ZEROS.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WRK-PARM-CPF                PIC 9(11)           VALUE ZEROS.
       77  WRK-DATA-OBITO              PIC 9(08)           VALUE ZEROS.
       77  WRK-SLD-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-FIM-SLDDIA              PIC X(01)           VALUE "N".
       77  WRK-FIM-PRESTACAO           PIC X(01)           VALUE "N".
       77  WRK-CTA-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-CLI-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-SALDO-DATA              PIC S9(10)V99       VALUE ZEROS.
       77  WRK-VALOR-CDB               PIC 9(09)V99        VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CONTAS DO FALECIDO E CLIENTES DE ASSINATURA COM O CPF
      *-----------------------------------------------------------------
       77  WRK-QT-CONTAS               PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-CTA                 PIC 9(03)           VALUE ZEROS.
       01  TAB-CONTAS-ESP.
           05 TAB-CTA-ITEM             OCCURS 50 TIMES.
               10 TAB-CTA-AGENCIA          PIC 9(004).
               10 TAB-CTA-CONTA            PIC 9(006).
       77  WRK-QT-CLIENTES             PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-CLI                 PIC 9(03)           VALUE ZEROS.
       01  TAB-CLIENTES-ESP.
           05 TAB-CLI-ID               OCCURS 20 TIMES
                                       PIC 9(004).
      *-----------------------------------------------------------------
       77  ACU-CONTAS                  PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-CDB                     PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-EMPRESTIMOS             PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-PRESTACOES              PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-FATURAS                 PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-SALDO-CREDOR            PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ACU-SALDO-DEVEDOR           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ACU-VALOR-CDB               PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ACU-DEVEDOR-EMP             PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ACU-VALOR-PREST             PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ACU-VALOR-FATURAS           PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ACU-TOTAL-BENS              PIC S9(11)V99 COMP-3 VALUE ZEROS.
       77  ACU-TOTAL-DIVIDAS           PIC S9(11)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(020)          VALUE
               "EXTRATO DO ESPOLIO  ".
           05 WRK-TIT-CPF              PIC 9(011).
           05 FILLER                   PIC X(012)          VALUE
               " EMITIDO EM ".
           05 WRK-TIT-DATA             PIC 9(008).
           05 FILLER                   PIC X(005)          VALUE
               " POR ".
           05 WRK-TIT-OPERADOR         PIC X(008).
           05 FILLER                   PIC X(068)          VALUE SPACES.
       01  WRK-LIN-SECAO.
           05 FILLER                   PIC X(006)          VALUE
               "=====>".
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-SECAO-TITULO         PIC X(050).
           05 FILLER                   PIC X(075)          VALUE SPACES.
       01  WRK-LIN-ROTULO.
           05 WRK-ROT-NOME             PIC X(014).
           05 WRK-ROT-VALOR            PIC X(060).
           05 FILLER                   PIC X(058)          VALUE SPACES.
       01  WRK-LIN-CONTA.
           05 FILLER                   PIC X(003)          VALUE "AG ".
           05 WRK-CTA-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(004)          VALUE " CT ".
           05 WRK-CTA-CONTA            PIC 9(006).
           05 FILLER                   PIC X(007)          VALUE
               " PAPEL ".
           05 WRK-CTA-PAPEL            PIC X(001).
           05 FILLER                   PIC X(007)          VALUE
               " ASSIN ".
           05 WRK-CTA-REGRA            PIC X(001).
           05 FILLER                   PIC X(007)          VALUE
               " SALDO ".
           05 WRK-CTA-SALDO            PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CTA-ORIGEM           PIC X(030).
           05 FILLER                   PIC X(044)          VALUE SPACES.
       01  WRK-LIN-CDB.
           05 FILLER                   PIC X(003)          VALUE "AG ".
           05 WRK-CDB-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(004)          VALUE " CT ".
           05 WRK-CDB-CONTA            PIC 9(006).
           05 FILLER                   PIC X(005)          VALUE
               " SEQ ".
           05 WRK-CDB-SEQ              PIC 9(003).
           05 FILLER                   PIC X(007)          VALUE
               " APLIC ".
           05 WRK-CDB-APLIC            PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(007)          VALUE
               " JUROS ".
           05 WRK-CDB-JUROS            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(008)          VALUE
               " VENCTO ".
           05 WRK-CDB-VENCTO           PIC 9(008).
           05 FILLER                   PIC X(005)          VALUE
               " SIT ".
           05 WRK-CDB-SITUACAO         PIC X(001).
           05 FILLER                   PIC X(039)          VALUE SPACES.
       01  WRK-LIN-EMPRESTIMO.
           05 FILLER                   PIC X(003)          VALUE "AG ".
           05 WRK-EMP-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(004)          VALUE " CT ".
           05 WRK-EMP-CONTA            PIC 9(006).
           05 FILLER                   PIC X(005)          VALUE
               " SEQ ".
           05 WRK-EMP-SEQ              PIC 9(003).
           05 FILLER                   PIC X(011)          VALUE
               " PRINCIPAL ".
           05 WRK-EMP-PRINCIPAL        PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(007)          VALUE
               " PAGAS ".
           05 WRK-EMP-PAGAS            PIC ZZ9.
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-EMP-PARCELAS         PIC ZZ9.
           05 FILLER                   PIC X(015)          VALUE
               " SALDO DEVEDOR ".
           05 WRK-EMP-SALDO            PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(043)          VALUE SPACES.
       01  WRK-LIN-PRESTACAO.
           05 FILLER                   PIC X(011)          VALUE
               "   PARCELA ".
           05 WRK-PRE-NUM              PIC ZZ9.
           05 FILLER                   PIC X(008)          VALUE
               " VENCTO ".
           05 WRK-PRE-VENCTO           PIC 9(008).
           05 FILLER                   PIC X(007)          VALUE
               " VALOR ".
           05 WRK-PRE-VALOR            PIC Z.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(005)          VALUE
               " SIT ".
           05 WRK-PRE-SITUACAO         PIC X(001).
           05 FILLER                   PIC X(077)          VALUE SPACES.
       01  WRK-LIN-FATURA.
           05 FILLER                   PIC X(008)          VALUE
               "CLIENTE ".
           05 WRK-FAT-ID               PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-FAT-STREAM           PIC X(010).
           05 FILLER                   PIC X(005)          VALUE
               " REF ".
           05 WRK-FAT-MES-REF          PIC 9(006).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-FAT-VALOR            PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-FAT-MOEDA            PIC X(003).
           05 FILLER                   PIC X(009)          VALUE
               " EMISSAO ".
           05 WRK-FAT-EMISSAO          PIC 9(008).
           05 FILLER                   PIC X(008)          VALUE
               " VENCTO ".
           05 WRK-FAT-VENCTO           PIC 9(008).
           05 FILLER                   PIC X(051)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-ROTULO           PIC X(030).
           05 WRK-TOT-QT               PIC ZZ.ZZ9.
           05 FILLER                   PIC X(096)          VALUE SPACES.
       01  WRK-LIN-VALOR.
           05 WRK-VLR-ROTULO           PIC X(030).
           05 WRK-VLR-VALOR            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(084)          VALUE SPACES.

      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.
               PERFORM 0090-SIGNON.
               PERFORM 0100-INICIAR.
               PERFORM 0200-IDENTIFICACAO.
               PERFORM 0210-CONTAS.
               PERFORM 0220-APLICACOES.
               PERFORM 0230-EMPRESTIMOS.
               PERFORM 0240-FATURAS.
               PERFORM 0250-TOTAIS.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0090-SIGNON                             SECTION.

               DISPLAY "SIGN-ON - USUARIO: ".
               ACCEPT WRK-SIGNON-ID.
               MOVE "N"   TO WRK-SIGNON-OK.
               MOVE ZEROS TO WRK-NIVEL-SIGNON.
               OPEN INPUT USUARIOS.
               IF FS-USUARIOS NOT EQUAL 0
                   DISPLAY "MASTER DE USUARIOS AUSENTE -- PROCURE O "
                       "SUPERVISOR (PROGUSR)"
               ELSE
                   PERFORM 0091-LE-USUARIO
                       UNTIL FS-USUARIOS NOT EQUAL 0
                   CLOSE USUARIOS
               END-IF.
               IF WRK-SIGNON-OK NOT EQUAL "S"
                   DISPLAY "USUARIO NAO CADASTRADO OU INATIVO -- "
                       "ACESSO NEGADO"
                   GOBACK
               END-IF.

       0090-SIGNON-FIM.EXIT.

       0091-LE-USUARIO                         SECTION.

               READ USUARIOS
                   AT END
                       MOVE 10 TO FS-USUARIOS
                   NOT AT END
                       IF REG-ID-USER EQUAL WRK-SIGNON-ID AND
                          REG-USER-ATIVO
                           MOVE "S" TO WRK-SIGNON-OK
                           MOVE REG-NIVEL-USER TO WRK-NIVEL-SIGNON
                           MOVE 10 TO FS-USUARIOS
                       END-IF
               END-READ.

       0091-LE-USUARIO-FIM.EXIT.

       0100-INICIAR                            SECTION.

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "CPF DO TITULAR FALECIDO: ".
               ACCEPT WRK-PARM-CPF.

               OPEN INPUT OBITOS.
               IF FS-OBITOS NOT EQUAL "00"
                   DISPLAY "CADASTRO DE OBITOS AUSENTE -- REGISTRE O "
                       "OBITO NO PROGOBITO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE WRK-PARM-CPF TO REG-CPF-OBT.
               READ OBITOS
                   INVALID KEY
                       MOVE "23" TO FS-OBITOS
               END-READ.
               CLOSE OBITOS.
               IF FS-OBITOS NOT EQUAL "00"
                   DISPLAY "CPF SEM OBITO REGISTRADO -- REGISTRE O "
                       "OBITO NO PROGOBITO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               IF NOT REG-OBT-ATIVO
                   DISPLAY "OBITO DESTE CPF FOI ESTORNADO EM "
                       REG-DATA-ESTORNO-OBT " -- NAO HA ESPOLIO"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               MOVE REG-DATA-OBITO-OBT TO WRK-DATA-OBITO.

               OPEN OUTPUT ESPOLIO.
               MOVE WRK-PARM-CPF  TO WRK-TIT-CPF.
               MOVE WRK-DATA-EXEC TO WRK-TIT-DATA.
               MOVE WRK-SIGNON-ID TO WRK-TIT-OPERADOR.
               MOVE WRK-LIN-TITULO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0100-INICIAR-FIM.EXIT.

       0200-IDENTIFICACAO                      SECTION.

               MOVE "1. IDENTIFICACAO DO FALECIDO (OBITOS)" TO
                   WRK-SECAO-TITULO.
               MOVE WRK-LIN-SECAO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               MOVE "NOME........: " TO WRK-ROT-NOME.
               MOVE REG-NOME-OBT      TO WRK-ROT-VALOR.
               PERFORM 0205-GRAVA-ROTULO.
               MOVE "CPF.........: " TO WRK-ROT-NOME.
               MOVE REG-CPF-OBT       TO WRK-ROT-VALOR.
               PERFORM 0205-GRAVA-ROTULO.
               MOVE "DATA OBITO..: " TO WRK-ROT-NOME.
               MOVE REG-DATA-OBITO-OBT TO WRK-ROT-VALOR.
               PERFORM 0205-GRAVA-ROTULO.
               MOVE "DOCUMENTO...: " TO WRK-ROT-NOME.
               MOVE REG-DOCUMENTO-OBT TO WRK-ROT-VALOR.
               PERFORM 0205-GRAVA-ROTULO.
               MOVE "REGISTRO....: " TO WRK-ROT-NOME.
               MOVE SPACES            TO WRK-ROT-VALOR.
               STRING REG-DATA-REGISTRO-OBT DELIMITED BY SIZE
                      " POR "               DELIMITED BY SIZE
                      REG-OPERADOR-OBT      DELIMITED BY SIZE
                   INTO WRK-ROT-VALOR
               END-STRING.
               PERFORM 0205-GRAVA-ROTULO.

       0200-IDENTIFICACAO-FIM.EXIT.

       0205-GRAVA-ROTULO                       SECTION.

               MOVE WRK-LIN-ROTULO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0205-GRAVA-ROTULO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CONTAS EM QUE O CPF E TITULAR ATIVO -- VARREDURA SEQUENCIAL
      *    DO KSDS, A CHAVE E A CONTA E NAO O CPF
      *-----------------------------------------------------------------
       0210-CONTAS                             SECTION.

               MOVE "2. CONTAS E SALDO NA DATA DO OBITO" TO
                   WRK-SECAO-TITULO.
               MOVE WRK-LIN-SECAO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               OPEN INPUT SLDDIARIO.
               OPEN INPUT SALDOS.
               OPEN INPUT TITULARES.
               IF FS-TITULARES EQUAL "00"
                   PERFORM 0211-LE-TITULAR
                       UNTIL FS-TITULARES NOT EQUAL "00"
                   CLOSE TITULARES
               END-IF.
               CLOSE SLDDIARIO
                     SALDOS.
               MOVE "CONTAS DO FALECIDO...........:" TO WRK-TOT-ROTULO.
               MOVE ACU-CONTAS TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0210-CONTAS-FIM.EXIT.

       0211-LE-TITULAR                         SECTION.

               READ TITULARES NEXT RECORD
                   AT END
                       MOVE "10" TO FS-TITULARES
                   NOT AT END
                       IF REG-CPF-TIT EQUAL WRK-PARM-CPF AND
                          REG-TIT-ATIVO
                           PERFORM 0212-GRAVA-CONTA
                       END-IF
               END-READ.

       0211-LE-TITULAR-FIM.EXIT.

       0212-GRAVA-CONTA                        SECTION.

               IF WRK-QT-CONTAS NOT LESS 50
                   DISPLAY "ATENCAO: MAIS DE 50 CONTAS DO CPF -- "
                       "CONTA " REG-AGENCIA-TIT "/" REG-CONTA-TIT
                       " FORA DO EXTRATO"
                   GO TO 0212-GRAVA-CONTA-FIM
               END-IF.
               ADD 1 TO WRK-QT-CONTAS.
               ADD 1 TO ACU-CONTAS.
               MOVE REG-AGENCIA-TIT TO TAB-CTA-AGENCIA(WRK-QT-CONTAS).
               MOVE REG-CONTA-TIT   TO TAB-CTA-CONTA(WRK-QT-CONTAS).

               PERFORM 0213-SALDO-NA-DATA.

               MOVE REG-AGENCIA-TIT     TO WRK-CTA-AGENCIA.
               MOVE REG-CONTA-TIT       TO WRK-CTA-CONTA.
               MOVE REG-PAPEL-TIT       TO WRK-CTA-PAPEL.
               MOVE REG-REGRA-ASSIN-TIT TO WRK-CTA-REGRA.
               MOVE WRK-SALDO-DATA      TO WRK-CTA-SALDO.
               MOVE WRK-LIN-CONTA TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               IF WRK-SALDO-DATA LESS ZEROS
                   SUBTRACT WRK-SALDO-DATA FROM ACU-SALDO-DEVEDOR
               ELSE
                   ADD WRK-SALDO-DATA TO ACU-SALDO-CREDOR
               END-IF.

       0212-GRAVA-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ULTIMO SALDO DIARIO ATE A DATA DO OBITO; SEM HISTORICO NO
      *    PERIODO, O SALDO ATUAL DO SALDOS (SINALIZADO NA LINHA)
      *-----------------------------------------------------------------
       0213-SALDO-NA-DATA                      SECTION.

               MOVE ZEROS  TO WRK-SALDO-DATA.
               MOVE "N"    TO WRK-SLD-ACHOU.
               MOVE SPACES TO WRK-CTA-ORIGEM.
               IF FS-SLDDIARIO EQUAL "00"
                   MOVE REG-AGENCIA-TIT TO REG-AGENCIA-SLDDIA
                   MOVE REG-CONTA-TIT   TO REG-CONTA-SLDDIA
                   MOVE ZEROS           TO REG-DATA-SLDDIA
                   MOVE "N"             TO WRK-FIM-SLDDIA
                   START SLDDIARIO KEY NOT LESS REG-CHAVE-SLDDIA
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-SLDDIA
                   END-START
                   PERFORM 0214-LE-SLDDIARIO
                       UNTIL WRK-FIM-SLDDIA EQUAL "S"
                   MOVE "00" TO FS-SLDDIARIO
               END-IF.
               IF WRK-SLD-ACHOU EQUAL "S"
                   MOVE "SALDO DIARIO NA DATA" TO WRK-CTA-ORIGEM
                   GO TO 0213-SALDO-NA-DATA-FIM
               END-IF.
               IF FS-SALDOS EQUAL "00"
                   MOVE REG-AGENCIA-TIT TO REG-AGENCIA-SALDO
                   MOVE REG-CONTA-TIT   TO REG-CONTA-SALDO
                   READ SALDOS
                       INVALID KEY
                           MOVE "SEM SALDO REGISTRADO" TO
                               WRK-CTA-ORIGEM
                       NOT INVALID KEY
                           MOVE REG-SALDO-ATUAL TO WRK-SALDO-DATA
                           MOVE "SALDO ATUAL (SEM HISTORICO)" TO
                               WRK-CTA-ORIGEM
                   END-READ
                   MOVE "00" TO FS-SALDOS
               ELSE
                   MOVE "SEM SALDO REGISTRADO" TO WRK-CTA-ORIGEM
               END-IF.

       0213-SALDO-NA-DATA-FIM.EXIT.

       0214-LE-SLDDIARIO                       SECTION.

               READ SLDDIARIO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-SLDDIA
                       GO TO 0214-LE-SLDDIARIO-FIM
               END-READ.
               IF REG-AGENCIA-SLDDIA NOT EQUAL REG-AGENCIA-TIT OR
                  REG-CONTA-SLDDIA   NOT EQUAL REG-CONTA-TIT   OR
                  REG-DATA-SLDDIA    GREATER WRK-DATA-OBITO
                   MOVE "S" TO WRK-FIM-SLDDIA
                   GO TO 0214-LE-SLDDIARIO-FIM
               END-IF.
               MOVE "S"              TO WRK-SLD-ACHOU.
               MOVE REG-SALDO-SLDDIA TO WRK-SALDO-DATA.

       0214-LE-SLDDIARIO-FIM.EXIT.

       0215-PROCURA-CONTA                      SECTION.

               IF TAB-CTA-AGENCIA(WRK-IDX-CTA) EQUAL REG-AGENCIA-CDB
                  AND TAB-CTA-CONTA(WRK-IDX-CTA) EQUAL REG-CONTA-CDB
                   MOVE "S" TO WRK-CTA-ACHOU
               END-IF.

       0215-PROCURA-CONTA-FIM.EXIT.

       0220-APLICACOES                         SECTION.

               MOVE "3. APLICACOES CDB" TO WRK-SECAO-TITULO.
               MOVE WRK-LIN-SECAO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               IF WRK-QT-CONTAS GREATER ZEROS
                   OPEN INPUT CDB
                   IF FS-CDB EQUAL "00"
                       PERFORM 0221-LE-CDB
                           UNTIL FS-CDB NOT EQUAL "00"
                       CLOSE CDB
                   END-IF
               END-IF.
               MOVE "APLICACOES EM ABERTO.........:" TO WRK-TOT-ROTULO.
               MOVE ACU-CDB TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0220-APLICACOES-FIM.EXIT.

       0221-LE-CDB                             SECTION.

               READ CDB NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CDB
                       GO TO 0221-LE-CDB-FIM
               END-READ.
               IF NOT REG-CDB-ATIVA AND NOT REG-CDB-RESGATE-PEDIDO
                   GO TO 0221-LE-CDB-FIM
               END-IF.
               MOVE "N" TO WRK-CTA-ACHOU.
               PERFORM 0215-PROCURA-CONTA
                   VARYING WRK-IDX-CTA FROM 1 BY 1
                   UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS
                      OR WRK-CTA-ACHOU EQUAL "S".
               IF WRK-CTA-ACHOU NOT EQUAL "S"
                   GO TO 0221-LE-CDB-FIM
               END-IF.
               ADD 1 TO ACU-CDB.
               COMPUTE WRK-VALOR-CDB =
                   REG-VALOR-APLIC-CDB + REG-JUROS-PROV-CDB.
               ADD WRK-VALOR-CDB TO ACU-VALOR-CDB.
               MOVE REG-AGENCIA-CDB     TO WRK-CDB-AGENCIA.
               MOVE REG-CONTA-CDB       TO WRK-CDB-CONTA.
               MOVE REG-SEQ-CDB         TO WRK-CDB-SEQ.
               MOVE REG-VALOR-APLIC-CDB TO WRK-CDB-APLIC.
               MOVE REG-JUROS-PROV-CDB  TO WRK-CDB-JUROS.
               MOVE REG-DATA-VENCTO-CDB TO WRK-CDB-VENCTO.
               MOVE REG-SITUACAO-CDB    TO WRK-CDB-SITUACAO.
               MOVE WRK-LIN-CDB TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0221-LE-CDB-FIM.EXIT.

       0230-EMPRESTIMOS                        SECTION.

               MOVE "4. EMPRESTIMOS E PRESTACOES VENCIDAS" TO
                   WRK-SECAO-TITULO.
               MOVE WRK-LIN-SECAO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               IF WRK-QT-CONTAS GREATER ZEROS
                   OPEN INPUT EMPREST
                   IF FS-EMPREST EQUAL "00"
                       OPEN INPUT PRESTACAO
                       PERFORM 0231-LE-EMPRESTIMO
                           UNTIL FS-EMPREST NOT EQUAL "00"
                       CLOSE EMPREST
                       IF FS-PRESTACAO EQUAL "00"
                           CLOSE PRESTACAO
                       END-IF
                   END-IF
               END-IF.
               MOVE "EMPRESTIMOS ATIVOS...........:" TO WRK-TOT-ROTULO.
               MOVE ACU-EMPRESTIMOS TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               MOVE "PRESTACOES VENCIDAS NAO PAGAS:" TO WRK-TOT-ROTULO.
               MOVE ACU-PRESTACOES TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0230-EMPRESTIMOS-FIM.EXIT.

       0231-LE-EMPRESTIMO                      SECTION.

               READ EMPREST NEXT RECORD
                   AT END
                       MOVE "10" TO FS-EMPREST
                       GO TO 0231-LE-EMPRESTIMO-FIM
               END-READ.
               IF NOT REG-EMP-ATIVO
                   GO TO 0231-LE-EMPRESTIMO-FIM
               END-IF.
               MOVE "N" TO WRK-CTA-ACHOU.
               PERFORM 0232-PROCURA-CONTA-EMP
                   VARYING WRK-IDX-CTA FROM 1 BY 1
                   UNTIL WRK-IDX-CTA GREATER WRK-QT-CONTAS
                      OR WRK-CTA-ACHOU EQUAL "S".
               IF WRK-CTA-ACHOU NOT EQUAL "S"
                   GO TO 0231-LE-EMPRESTIMO-FIM
               END-IF.
               ADD 1 TO ACU-EMPRESTIMOS.
               ADD REG-SALDO-DEVEDOR-EMP TO ACU-DEVEDOR-EMP.
               MOVE REG-AGENCIA-EMP       TO WRK-EMP-AGENCIA.
               MOVE REG-CONTA-EMP         TO WRK-EMP-CONTA.
               MOVE REG-SEQ-EMP           TO WRK-EMP-SEQ.
               MOVE REG-PRINCIPAL-EMP     TO WRK-EMP-PRINCIPAL.
               MOVE REG-QT-PAGAS-EMP      TO WRK-EMP-PAGAS.
               MOVE REG-QT-PARCELAS-EMP   TO WRK-EMP-PARCELAS.
               MOVE REG-SALDO-DEVEDOR-EMP TO WRK-EMP-SALDO.
               MOVE WRK-LIN-EMPRESTIMO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               IF FS-PRESTACAO NOT EQUAL "00"
                   GO TO 0231-LE-EMPRESTIMO-FIM
               END-IF.
               MOVE REG-AGENCIA-EMP TO REG-AGENCIA-PRE.
               MOVE REG-CONTA-EMP   TO REG-CONTA-PRE.
               MOVE REG-SEQ-EMP     TO REG-SEQ-PRE.
               MOVE ZEROS           TO REG-NUM-PRE.
               MOVE "N"             TO WRK-FIM-PRESTACAO.
               START PRESTACAO KEY NOT LESS REG-CHAVE-PRE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-PRESTACAO
               END-START.
               PERFORM 0233-LE-PRESTACAO
                   UNTIL WRK-FIM-PRESTACAO EQUAL "S".
               MOVE "00" TO FS-PRESTACAO.

       0231-LE-EMPRESTIMO-FIM.EXIT.

       0232-PROCURA-CONTA-EMP                  SECTION.

               IF TAB-CTA-AGENCIA(WRK-IDX-CTA) EQUAL REG-AGENCIA-EMP
                  AND TAB-CTA-CONTA(WRK-IDX-CTA) EQUAL REG-CONTA-EMP
                   MOVE "S" TO WRK-CTA-ACHOU
               END-IF.

       0232-PROCURA-CONTA-EMP-FIM.EXIT.

       0233-LE-PRESTACAO                       SECTION.

               READ PRESTACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-PRESTACAO
                       GO TO 0233-LE-PRESTACAO-FIM
               END-READ.
               IF REG-AGENCIA-PRE NOT EQUAL REG-AGENCIA-EMP OR
                  REG-CONTA-PRE   NOT EQUAL REG-CONTA-EMP   OR
                  REG-SEQ-PRE     NOT EQUAL REG-SEQ-EMP
                   MOVE "S" TO WRK-FIM-PRESTACAO
                   GO TO 0233-LE-PRESTACAO-FIM
               END-IF.
               IF REG-PRE-PAGA OR
                  REG-DATA-VENCTO-PRE GREATER WRK-DATA-OBITO
                   GO TO 0233-LE-PRESTACAO-FIM
               END-IF.
               ADD 1 TO ACU-PRESTACOES.
               ADD REG-VALOR-PRE TO ACU-VALOR-PREST.
               MOVE REG-NUM-PRE         TO WRK-PRE-NUM.
               MOVE REG-DATA-VENCTO-PRE TO WRK-PRE-VENCTO.
               MOVE REG-VALOR-PRE       TO WRK-PRE-VALOR.
               MOVE REG-SITUACAO-PRE    TO WRK-PRE-SITUACAO.
               MOVE WRK-LIN-PRESTACAO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0233-LE-PRESTACAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    FATURAS EM ABERTO DOS CLIENTES DE ASSINATURA COM O CPF,
      *    EMITIDAS ATE A DATA DO OBITO
      *-----------------------------------------------------------------
       0240-FATURAS                            SECTION.

               MOVE "5. FATURAS DE ASSINATURA EM ABERTO" TO
                   WRK-SECAO-TITULO.
               MOVE WRK-LIN-SECAO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER EQUAL "00"
                   PERFORM 0241-LE-CLIMASTER
                       UNTIL FS-CLIMASTER NOT EQUAL "00"
                   CLOSE CLIMASTER
               END-IF.
               IF WRK-QT-CLIENTES GREATER ZEROS
                   OPEN INPUT FATURA
                   IF FS-FATURA EQUAL "00"
                       PERFORM 0242-LE-FATURA
                           UNTIL FS-FATURA NOT EQUAL "00"
                       CLOSE FATURA
                   END-IF
               END-IF.
               MOVE "FATURAS EM ABERTO............:" TO WRK-TOT-ROTULO.
               MOVE ACU-FATURAS TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0240-FATURAS-FIM.EXIT.

       0241-LE-CLIMASTER                       SECTION.

               READ CLIMASTER
                   AT END
                       MOVE "10" TO FS-CLIMASTER
                   NOT AT END
                       IF REG-CPF-MASTER EQUAL WRK-PARM-CPF AND
                          WRK-QT-CLIENTES LESS 20
                           ADD 1 TO WRK-QT-CLIENTES
                           MOVE REG-ID-MASTER TO
                               TAB-CLI-ID(WRK-QT-CLIENTES)
                       END-IF
               END-READ.

       0241-LE-CLIMASTER-FIM.EXIT.

       0242-LE-FATURA                          SECTION.

               READ FATURA
                   AT END
                       MOVE "10" TO FS-FATURA
                       GO TO 0242-LE-FATURA-FIM
               END-READ.
               IF NOT REG-FAT-ABERTA OR
                  REG-DATA-EMISSAO-FAT GREATER WRK-DATA-OBITO
                   GO TO 0242-LE-FATURA-FIM
               END-IF.
               MOVE "N" TO WRK-CLI-ACHOU.
               PERFORM 0243-PROCURA-CLIENTE
                   VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES
                      OR WRK-CLI-ACHOU EQUAL "S".
               IF WRK-CLI-ACHOU NOT EQUAL "S"
                   GO TO 0242-LE-FATURA-FIM
               END-IF.
               ADD 1 TO ACU-FATURAS.
               ADD REG-VALOR-FAT TO ACU-VALOR-FATURAS.
               MOVE REG-ID-FAT           TO WRK-FAT-ID.
               MOVE REG-STREAM-FAT       TO WRK-FAT-STREAM.
               MOVE REG-MES-REF-FAT      TO WRK-FAT-MES-REF.
               MOVE REG-VALOR-FAT        TO WRK-FAT-VALOR.
               MOVE REG-MOEDA-FAT        TO WRK-FAT-MOEDA.
               MOVE REG-DATA-EMISSAO-FAT TO WRK-FAT-EMISSAO.
               MOVE REG-DATA-VENCTO-FAT  TO WRK-FAT-VENCTO.
               MOVE WRK-LIN-FATURA TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0242-LE-FATURA-FIM.EXIT.

       0243-PROCURA-CLIENTE                    SECTION.

               IF TAB-CLI-ID(WRK-IDX-CLI) EQUAL REG-ID-FAT
                   MOVE "S" TO WRK-CLI-ACHOU
               END-IF.

       0243-PROCURA-CLIENTE-FIM.EXIT.

      *-----------------------------------------------------------------
      *    BENS = SALDOS CREDORES + CDB; DIVIDAS = SALDOS DEVEDORES +
      *    SALDO DEVEDOR DOS EMPRESTIMOS + FATURAS. A PRESTACAO VENCIDA
      *    JA ESTA NO SALDO DEVEDOR E SAI SO COMO INFORMACAO
      *-----------------------------------------------------------------
       0250-TOTAIS                             SECTION.

               MOVE "6. TOTAIS DO ESPOLIO" TO WRK-SECAO-TITULO.
               MOVE WRK-LIN-SECAO TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.
               COMPUTE ACU-TOTAL-BENS =
                   ACU-SALDO-CREDOR + ACU-VALOR-CDB.
               COMPUTE ACU-TOTAL-DIVIDAS =
                   ACU-SALDO-DEVEDOR + ACU-DEVEDOR-EMP +
                   ACU-VALOR-FATURAS.
               MOVE "SALDOS CREDORES EM CONTA.....:" TO WRK-VLR-ROTULO.
               MOVE ACU-SALDO-CREDOR  TO WRK-VLR-VALOR.
               PERFORM 0255-GRAVA-VALOR.
               MOVE "APLICACOES CDB...............:" TO WRK-VLR-ROTULO.
               MOVE ACU-VALOR-CDB     TO WRK-VLR-VALOR.
               PERFORM 0255-GRAVA-VALOR.
               MOVE "TOTAL DE BENS................:" TO WRK-VLR-ROTULO.
               MOVE ACU-TOTAL-BENS    TO WRK-VLR-VALOR.
               PERFORM 0255-GRAVA-VALOR.
               MOVE "SALDOS DEVEDORES EM CONTA....:" TO WRK-VLR-ROTULO.
               MOVE ACU-SALDO-DEVEDOR TO WRK-VLR-VALOR.
               PERFORM 0255-GRAVA-VALOR.
               MOVE "SALDO DEVEDOR EMPRESTIMOS....:" TO WRK-VLR-ROTULO.
               MOVE ACU-DEVEDOR-EMP   TO WRK-VLR-VALOR.
               PERFORM 0255-GRAVA-VALOR.
               MOVE "  (PRESTACOES VENCIDAS.......:" TO WRK-VLR-ROTULO.
               MOVE ACU-VALOR-PREST   TO WRK-VLR-VALOR.
               PERFORM 0255-GRAVA-VALOR.
               MOVE "FATURAS EM ABERTO............:" TO WRK-VLR-ROTULO.
               MOVE ACU-VALOR-FATURAS TO WRK-VLR-VALOR.
               PERFORM 0255-GRAVA-VALOR.
               MOVE "TOTAL DE DIVIDAS.............:" TO WRK-VLR-ROTULO.
               MOVE ACU-TOTAL-DIVIDAS TO WRK-VLR-VALOR.
               PERFORM 0255-GRAVA-VALOR.

       0250-TOTAIS-FIM.EXIT.

       0255-GRAVA-VALOR                        SECTION.

               MOVE WRK-LIN-VALOR TO REG-ESPOLIO.
               WRITE REG-ESPOLIO.

       0255-GRAVA-VALOR-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE ESPOLIO.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL "35"
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.
               IF FS-AUDITORIA EQUAL "00"
                   ACCEPT WRK-HORA-EXEC FROM TIME
                   MOVE "RELESPOL"    TO REG-PROGRAMA-AUD
                   MOVE WRK-SIGNON-ID TO REG-USUARIO-AUD
                   MOVE WRK-DATA-EXEC TO REG-DATA-AUD
                   MOVE WRK-HORA-EXEC TO REG-HORA-AUD
                   MOVE ACU-CONTAS    TO REG-QT-PROC-AUD
                   WRITE REG-AUDITORIA
                   CLOSE AUDITORIA
               END-IF.
               DISPLAY "ESPOLIO DO CPF " WRK-PARM-CPF " GRAVADO EM "
                   "ESPOLIO.TXT".
               DISPLAY "CONTAS:" ACU-CONTAS
                   " CDB:" ACU-CDB
                   " EMPRESTIMOS:" ACU-EMPRESTIMOS
                   " FATURAS:" ACU-FATURAS.

       0300-FINALIZAR-FIM.EXIT.

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             RELCROSS.
      *=================================================================
      * PROGRAMA   : RELCROSS
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: RELATORIO MENSAL DE VENDA CRUZADA ENTRE OS
      *              TITULARES DE CONTA (TITULARES + MASTER DE CONTAS)
      *              E OS ASSINANTES DO STREAMING (CLIMASTER), CASADOS
      *              PELO CPF -- A CONTA BANCARIA DO CLIMASTER SO VEM
      *              PREENCHIDA NO DEBITO AUTOMATICO E NAO SERVE DE
      *              ELO. LISTA TRES GRUPOS PARA O COMERCIAL:
      *              1 TITULAR DE CONTA ATIVA SEM ASSINATURA ATIVA
      *                (UMA LINHA POR CONTA);
      *              2 ASSINANTE ATIVO SEM CONTA ATIVA CONOSCO;
      *              3 ASSINANTE ATIVO QUE JA TEM CONTA CONOSCO MAS
      *                PAGA POR BOLETO (CONTA BANCARIA ZERADA) OU
      *                DEBITA EM CONTA QUE NAO E DELE AQUI (OUTRO
      *                BANCO) -- SAI COM A CONTA DO TITULAR PRINCIPAL
      *                (OU A PRIMEIRA) PARA O GERENTE OFERECER O
      *                DEBITO AUTOMATICO.
      *              CADA GRUPO SAI QUEBRADO POR GERENTE, AGENCIA E
      *              STREAM NO FIM DO RELATORIO. CLIENTE SEM CPF NO
      *              CLIMASTER NAO ENTRA NO CRUZAMENTO (SO CONTADO).
      *              PARAMETROS: USUARIO/JOB E MES DE REFERENCIA
      *              (AAAAMM, SO PARA O CABECALHO -- A FOTO E A DOS
      *              CADASTROS NA HORA DA EXECUCAO).
      *-----------------------------------------------------------------
      * OBSERVACAO.: OS DOIS CADASTROS PASSAM POR UM SORT INTERNO POR
      *              CPF (TITULARES ANTES DOS ASSINANTES) E CADA CPF E
      *              AVALIADO NA QUEBRA -- SEM LIMITE DE CLIENTES OU
      *              CONTAS. SO O CPF EM AVALIACAO E AS QUEBRAS FICAM
      *              EM MEMORIA (ESTOURO = CONDITION CODE 12).
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  TITULARES              I                    #BOOKTITU
      *  CONTAS                 I                    #BOOKCTAS
      *  CLIMASTER              I
      *  RELCROSS               O
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
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT CLIMASTER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CLIMASTER.DAT.TXT"
               FILE STATUS IS FS-CLIMASTER.
           SELECT RELCROSS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELCROSS.TXT"
               FILE STATUS IS FS-RELCROSS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT SORTWK01 ASSIGN TO "SORTWK01".

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
      *-----------------------------------------------------------------
      *        INPUT -  TITULARES DAS CONTAS (KSDS, PROGCTAS)
      *-----------------------------------------------------------------
       FD  TITULARES.
       COPY "#BOOKTITU".
      *-----------------------------------------------------------------
      *        INPUT -  MASTER DE CONTAS (KSDS, LIDO PELA CHAVE)
      *-----------------------------------------------------------------
       FD  CONTAS.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *        INPUT -  CADASTRO DE CLIENTES DO STREAMING
      *-----------------------------------------------------------------
       FD  CLIMASTER.
       01  REG-CLIMASTER.
           05 REG-ID-MASTER             PIC 9(04).
           05 REG-NOME-MASTER           PIC X(20).
           05 REG-TEL-MASTER            PIC X(11).
           05 REG-STREAM-MASTER         PIC X(10).
           05 REG-STATUS-CLI-MASTER     PIC X(01).
           05 REG-CPF-MASTER            PIC 9(11).
           05 REG-ENDERECO-MASTER       PIC X(30).
           05 REG-CIDADE-MASTER         PIC X(20).
           05 REG-UF-MASTER             PIC X(02).
           05 REG-CEP-MASTER            PIC 9(08).
           05 REG-ASSINATURA-MASTER     PIC 9(03)V99.
           05 REG-MOEDA-ASSIN-MASTER    PIC X(03).
           05 REG-CONTA-BCO-MASTER      PIC 9(06).
           05 REG-SIT-COBRANCA-MASTER   PIC X(01).
      *-----------------------------------------------------------------
      *     OUTPUT-  RELATORIO DE VENDA CRUZADA
      *-----------------------------------------------------------------
       FD  RELCROSS.
       01  REG-RELCROSS                PIC X(100).
      *-----------------------------------------------------------------
      *     OUTPUT-  TRILHA DE AUDITORIA (CUMULATIVO / EXTEND)
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
      *-----------------------------------------------------------------
      *     SORT  -  TITULARES E ASSINANTES POR CPF ("C" ANTES DE "S")
      *-----------------------------------------------------------------
       SD  SORTWK01.
       01  REG-SORTWK01.
           05 REG-CPF-SRT              PIC 9(011).
           05 REG-ORIGEM-SRT           PIC X(001).
           05 REG-AGENCIA-SRT          PIC 9(004).
           05 REG-CONTA-SRT            PIC 9(006).
           05 REG-GERENTE-SRT          PIC X(001).
           05 REG-PAPEL-SRT            PIC X(001).
           05 REG-ID-SRT               PIC 9(004).
           05 REG-NOME-SRT             PIC X(020).
           05 REG-STREAM-SRT           PIC X(010).
           05 REG-CONTA-BCO-SRT        PIC 9(006).

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FILLER                      PIC X(050)          VALUE
           "* INICIO DA WORKING *".
      *-----------------------------------------------------------------
       01  FS-TITULARES                PIC X(002)          VALUE SPACES.
       01  FS-CONTAS                   PIC X(002)          VALUE SPACES.
       01  FS-CLIMASTER                PIC X(002)          VALUE SPACES.
       01  FS-RELCROSS                 PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-MES-REF                 PIC 9(006)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "RELCROSS".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-FIM-SORT                PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
       01  ACU-TITULARES-LIDOS         PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CLIENTES-LIDOS          PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CLIENTES-SEM-CPF        PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-ORDENADOS               PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LIBERADOS               PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-CPFS                    PIC 9(007)    COMP-3 VALUE ZEROS.
       01  ACU-LISTADOS                PIC 9(007)    COMP-3 VALUE ZEROS.
      *----------------- DESCRICAO DOS GRUPOS, NA ORDEM DO OBJETIVO
       01  WRK-GRUPO                   PIC 9(001)          VALUE ZEROS.
       01  WRK-IDX-GRUPO               PIC 9(001)          VALUE ZEROS.
       01  TAB-ACU-GRUPOS.
           05 ACU-GRUPO                PIC 9(007)    COMP-3
                                       OCCURS 3 TIMES.
       01  WRK-GRUPOS.
           05 FILLER                   PIC X(034)          VALUE
               "1 TITULAR SEM ASSINATURA".
           05 FILLER                   PIC X(034)          VALUE
               "2 ASSINANTE SEM CONTA".
           05 FILLER                   PIC X(034)          VALUE
               "3 ASSINANTE C/ CONTA, PAGA FORA".
       01  WRK-GRUPOS-TAB REDEFINES WRK-GRUPOS.
           05 WRK-NOME-GRUPO           PIC X(034)  OCCURS 3 TIMES.
      *----------------- CPF EM AVALIACAO NA SAIDA DO SORT
       01  WRK-CPF-ANT                 PIC 9(011)          VALUE ZEROS.
       01  WRK-QT-CTAS-CPF             PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-CTA                 PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-CTA-OFERTA          PIC 9(003)          VALUE ZEROS.
       01  TAB-CTAS-CPF.
           05 TAB-CTA-ITEM             OCCURS 50 TIMES.
               10 TAB-CTA-AGENCIA          PIC 9(004).
               10 TAB-CTA-CONTA            PIC 9(006).
               10 TAB-CTA-GERENTE          PIC X(001).
               10 TAB-CTA-PAPEL            PIC X(001).
               10 TAB-CTA-NOME             PIC X(020).
       01  WRK-QT-ASS-CPF              PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-ASS                 PIC 9(003)          VALUE ZEROS.
       01  TAB-ASS-CPF.
           05 TAB-ASS-ITEM             OCCURS 50 TIMES.
               10 TAB-ASS-ID               PIC 9(004).
               10 TAB-ASS-NOME             PIC X(020).
               10 TAB-ASS-STREAM           PIC X(010).
               10 TAB-ASS-CONTA-BCO        PIC 9(006).
       01  WRK-DEBITA-AQUI             PIC X(001)          VALUE "N".
      *----------------- QUEBRAS: "G" GERENTE, "A" AGENCIA, "S" STREAM
       01  WRK-TIPO-QBR                PIC X(001)          VALUE SPACES.
       01  WRK-CHAVE-QBR               PIC X(010)          VALUE SPACES.
       01  WRK-AGENCIA-QBR             PIC 9(004)          VALUE ZEROS.
       01  WRK-SEM-CONTA               PIC X(010)          VALUE
               "SEM CONTA".
       01  WRK-SEM-ASSIN               PIC X(010)          VALUE
               "SEM ASSIN.".
       01  WRK-QT-QBR                  PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-QBR                 PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-QBR-ACHADO          PIC 9(004)          VALUE ZEROS.
       01  TAB-QUEBRAS.
           05 TAB-QBR-ITEM             OCCURS 500 TIMES.
               10 TAB-QBR-TIPO             PIC X(001).
               10 TAB-QBR-CHAVE            PIC X(010).
               10 TAB-QBR-QT               PIC 9(007)    COMP-3
                                           OCCURS 3 TIMES.
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC.
           05 FILLER                   PIC X(040)          VALUE
               "VENDA CRUZADA CONTAS X STREAMING -- MES".
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-CAB-MES              PIC 9(006).
           05 FILLER                   PIC X(011)          VALUE
               "  EMISSAO: ".
           05 WRK-CAB-DATA             PIC 9(008).
           05 FILLER                   PIC X(034)          VALUE SPACES.
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(025)          VALUE
               "GRUPO".
           05 FILLER                   PIC X(012)          VALUE
               "CPF".
           05 FILLER                   PIC X(012)          VALUE
               "AG/CONTA".
           05 FILLER                   PIC X(004)          VALUE
               "GER".
           05 FILLER                   PIC X(005)          VALUE
               "ID".
           05 FILLER                   PIC X(021)          VALUE
               "NOME".
           05 FILLER                   PIC X(011)          VALUE
               "STREAM".
           05 FILLER                   PIC X(010)          VALUE
               "PAGAMENTO".
       01  WRK-LIN-DET.
           05 WRK-DET-GRUPO            PIC X(024).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-CPF              PIC 9(011).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-AGENCIA          PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE "/".
           05 WRK-DET-CONTA            PIC 9(006).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-GERENTE          PIC X(001).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-ID               PIC 9(004).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-NOME             PIC X(020).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-STREAM           PIC X(010).
           05 FILLER                   PIC X(001)          VALUE SPACES.
           05 WRK-DET-PAGTO            PIC X(009).
       01  WRK-LIN-SECAO.
           05 FILLER                   PIC X(013)          VALUE
               "QUEBRA POR ".
           05 WRK-SEC-NOME             PIC X(010).
           05 FILLER                   PIC X(077)          VALUE
               "              GRUPO 1     GRUPO 2     GRUPO 3".
       01  WRK-LIN-QBR.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-QBR-CHAVE            PIC X(010).
           05 FILLER                   PIC X(011)          VALUE SPACES.
           05 WRK-QBR-QT1              PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-QBR-QT2              PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-QBR-QT3              PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(044)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 WRK-TOT-GRUPO            PIC X(034).
           05 FILLER                   PIC X(002)          VALUE ": ".
           05 WRK-TOT-QT               PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(055)          VALUE SPACES.
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
               PERFORM 0150-ORDENA-CPF.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: "
               ACCEPT WRK-USUARIO-EXEC.
               DISPLAY "MES DE REFERENCIA (AAAAMM): "
               ACCEPT WRK-MES-REF.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               INITIALIZE TAB-ACU-GRUPOS.
               OPEN INPUT TITULARES.
               IF FS-TITULARES               NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT CONTAS.
               IF FS-CONTAS                  NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER               NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN OUTPUT RELCROSS.
               IF FS-RELCROSS                NOT EQUAL '00'
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               MOVE WRK-MES-REF    TO WRK-CAB-MES.
               MOVE WRK-DATA-EXEC  TO WRK-CAB-DATA.
               MOVE WRK-LIN-CABEC  TO REG-RELCROSS.
               WRITE REG-RELCROSS.
               MOVE WRK-LIN-BRANCO TO REG-RELCROSS.
               WRITE REG-RELCROSS.
               MOVE WRK-LIN-TITULO TO REG-RELCROSS.
               WRITE REG-RELCROSS.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
      *    TITULARES E ASSINANTES SAO ORDENADOS POR CPF E CADA CPF E
      *    AVALIADO NA QUEBRA -- SEM LIMITE DE CLIENTES
      *-----------------------------------------------------------------
       0150-ORDENA-CPF                         SECTION.
      *-----------------------------------------------------------------

               SORT SORTWK01
                   ON ASCENDING KEY REG-CPF-SRT
                                    REG-ORIGEM-SRT
                   INPUT PROCEDURE  0155-SELECIONA-CADASTROS
                   OUTPUT PROCEDURE 0230-AVALIA-CPFS.
               IF SORT-RETURN NOT EQUAL ZEROS
                   DISPLAY "ERRO NO SORT DOS CADASTROS (SORT-RETURN "
                       SORT-RETURN ")"
                   MOVE "ERRO NO SORT DO RELCROSS" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.

       0150-ORDENA-CPF-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0155-SELECIONA-CADASTROS                SECTION.
      *-----------------------------------------------------------------

               PERFORM 0200-LE-TITULAR
                   UNTIL FS-TITULARES NOT EQUAL '00'.
               PERFORM 0210-LE-CLIENTE
                   UNTIL FS-CLIMASTER NOT EQUAL '00'.

       0155-SELECIONA-CADASTROS-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    TITULAR ATIVO DE CONTA NAO ENCERRADA. O GERENTE VEM DO
      *    MASTER DE CONTAS, LIDO PELA CHAVE DO TITULAR
      *-----------------------------------------------------------------
       0200-LE-TITULAR                         SECTION.
      *-----------------------------------------------------------------

               READ TITULARES NEXT.
               IF FS-TITULARES NOT EQUAL '00'
                   GO TO 0200-LE-TITULAR-FIM
               END-IF.
               ADD 1 TO ACU-TITULARES-LIDOS.
               IF NOT REG-TIT-ATIVO OR
                  REG-CPF-TIT EQUAL ZEROS
                   GO TO 0200-LE-TITULAR-FIM
               END-IF.
               MOVE REG-AGENCIA-TIT TO REG-AGENCIA-MTR.
               MOVE REG-CONTA-TIT   TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       GO TO 0200-LE-TITULAR-FIM
               END-READ.
               IF REG-CONTA-ENCERRADA
                   GO TO 0200-LE-TITULAR-FIM
               END-IF.
               MOVE REG-CPF-TIT       TO REG-CPF-SRT.
               MOVE "C"               TO REG-ORIGEM-SRT.
               MOVE REG-AGENCIA-TIT   TO REG-AGENCIA-SRT.
               MOVE REG-CONTA-TIT     TO REG-CONTA-SRT.
               MOVE REG-GERENTE-MTR   TO REG-GERENTE-SRT.
               MOVE REG-PAPEL-TIT     TO REG-PAPEL-SRT.
               MOVE ZEROS             TO REG-ID-SRT.
               MOVE REG-NOME-TIT      TO REG-NOME-SRT.
               MOVE SPACES            TO REG-STREAM-SRT.
               MOVE ZEROS             TO REG-CONTA-BCO-SRT.
               RELEASE REG-SORTWK01.
               ADD 1 TO ACU-LIBERADOS.

       0200-LE-TITULAR-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    ASSINANTE ATIVO ("A") COM CPF INFORMADO
      *-----------------------------------------------------------------
       0210-LE-CLIENTE                         SECTION.
      *-----------------------------------------------------------------

               READ CLIMASTER.
               IF FS-CLIMASTER NOT EQUAL '00'
                   GO TO 0210-LE-CLIENTE-FIM
               END-IF.
               ADD 1 TO ACU-CLIENTES-LIDOS.
               IF REG-STATUS-CLI-MASTER NOT EQUAL 'A'
                   GO TO 0210-LE-CLIENTE-FIM
               END-IF.
               IF REG-CPF-MASTER EQUAL ZEROS
                   ADD 1 TO ACU-CLIENTES-SEM-CPF
                   GO TO 0210-LE-CLIENTE-FIM
               END-IF.
               MOVE REG-CPF-MASTER       TO REG-CPF-SRT.
               MOVE "S"                  TO REG-ORIGEM-SRT.
               MOVE ZEROS                TO REG-AGENCIA-SRT.
               MOVE ZEROS                TO REG-CONTA-SRT.
               MOVE SPACES               TO REG-GERENTE-SRT.
               MOVE SPACES               TO REG-PAPEL-SRT.
               MOVE REG-ID-MASTER        TO REG-ID-SRT.
               MOVE REG-NOME-MASTER      TO REG-NOME-SRT.
               MOVE REG-STREAM-MASTER    TO REG-STREAM-SRT.
               MOVE REG-CONTA-BCO-MASTER TO REG-CONTA-BCO-SRT.
               RELEASE REG-SORTWK01.
               ADD 1 TO ACU-LIBERADOS.

       0210-LE-CLIENTE-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    SAIDA DO SORT: JUNTA AS CONTAS E AS ASSINATURAS DO CPF E
      *    AVALIA NA QUEBRA
      *-----------------------------------------------------------------
       0230-AVALIA-CPFS                        SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-FIM-SORT.
               PERFORM 0231-RETORNA-CADASTRO.
               IF WRK-FIM-SORT EQUAL "N"
                   PERFORM 0232-INICIA-CPF
               END-IF.
               PERFORM 0233-ACUMULA-CPF
                   UNTIL WRK-FIM-SORT EQUAL "S".
               IF ACU-ORDENADOS GREATER ZEROS
                   PERFORM 0240-AVALIA-CPF
               END-IF.

       0230-AVALIA-CPFS-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0231-RETORNA-CADASTRO                   SECTION.
      *-----------------------------------------------------------------

               RETURN SORTWK01
                   AT END
                       MOVE "S" TO WRK-FIM-SORT
               END-RETURN.

       0231-RETORNA-CADASTRO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0232-INICIA-CPF                         SECTION.
      *-----------------------------------------------------------------

               MOVE REG-CPF-SRT TO WRK-CPF-ANT.
               MOVE ZEROS TO WRK-QT-CTAS-CPF.
               MOVE ZEROS TO WRK-QT-ASS-CPF.

       0232-INICIA-CPF-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0233-ACUMULA-CPF                        SECTION.
      *-----------------------------------------------------------------

               IF REG-CPF-SRT NOT EQUAL WRK-CPF-ANT
                   PERFORM 0240-AVALIA-CPF
                   PERFORM 0232-INICIA-CPF
               END-IF.
               ADD 1 TO ACU-ORDENADOS.
               IF REG-ORIGEM-SRT EQUAL "C"
                   IF WRK-QT-CTAS-CPF NOT LESS 50
                       MOVE "ESTOURO CONTAS DO CPF" TO WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-CTAS-CPF
                   MOVE REG-AGENCIA-SRT TO
                       TAB-CTA-AGENCIA(WRK-QT-CTAS-CPF)
                   MOVE REG-CONTA-SRT   TO
                       TAB-CTA-CONTA(WRK-QT-CTAS-CPF)
                   MOVE REG-GERENTE-SRT TO
                       TAB-CTA-GERENTE(WRK-QT-CTAS-CPF)
                   MOVE REG-PAPEL-SRT   TO
                       TAB-CTA-PAPEL(WRK-QT-CTAS-CPF)
                   MOVE REG-NOME-SRT    TO
                       TAB-CTA-NOME(WRK-QT-CTAS-CPF)
               ELSE
                   IF WRK-QT-ASS-CPF NOT LESS 50
                       MOVE "ESTOURO ASSINATURAS DO CPF" TO
                           WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-ASS-CPF
                   MOVE REG-ID-SRT        TO
                       TAB-ASS-ID(WRK-QT-ASS-CPF)
                   MOVE REG-NOME-SRT      TO
                       TAB-ASS-NOME(WRK-QT-ASS-CPF)
                   MOVE REG-STREAM-SRT    TO
                       TAB-ASS-STREAM(WRK-QT-ASS-CPF)
                   MOVE REG-CONTA-BCO-SRT TO
                       TAB-ASS-CONTA-BCO(WRK-QT-ASS-CPF)
               END-IF.
               PERFORM 0231-RETORNA-CADASTRO.

       0233-ACUMULA-CPF-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    CLASSIFICA O CPF: SO CONTA (GRUPO 1), SO ASSINATURA
      *    (GRUPO 2) OU OS DOIS, COM A ASSINATURA PAGA FORA (GRUPO 3)
      *-----------------------------------------------------------------
       0240-AVALIA-CPF                         SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CPFS.
               EVALUATE TRUE
                   WHEN WRK-QT-ASS-CPF EQUAL ZEROS
                       PERFORM 0241-LISTA-SEM-ASSINATURA
                           VARYING WRK-IDX-CTA FROM 1 BY 1
                           UNTIL WRK-IDX-CTA GREATER WRK-QT-CTAS-CPF
                   WHEN WRK-QT-CTAS-CPF EQUAL ZEROS
                       PERFORM 0242-LISTA-SEM-CONTA
                           VARYING WRK-IDX-ASS FROM 1 BY 1
                           UNTIL WRK-IDX-ASS GREATER WRK-QT-ASS-CPF
                   WHEN OTHER
                       PERFORM 0243-ESCOLHE-CONTA-OFERTA
                       PERFORM 0244-CONFERE-PAGAMENTO
                           VARYING WRK-IDX-ASS FROM 1 BY 1
                           UNTIL WRK-IDX-ASS GREATER WRK-QT-ASS-CPF
               END-EVALUATE.

       0240-AVALIA-CPF-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0241-LISTA-SEM-ASSINATURA               SECTION.
      *-----------------------------------------------------------------

               MOVE 1 TO WRK-GRUPO.
               MOVE TAB-CTA-AGENCIA(WRK-IDX-CTA) TO WRK-DET-AGENCIA.
               MOVE TAB-CTA-CONTA(WRK-IDX-CTA)   TO WRK-DET-CONTA.
               MOVE TAB-CTA-GERENTE(WRK-IDX-CTA) TO WRK-DET-GERENTE.
               MOVE ZEROS                        TO WRK-DET-ID.
               MOVE TAB-CTA-NOME(WRK-IDX-CTA)    TO WRK-DET-NOME.
               MOVE WRK-SEM-ASSIN                TO WRK-DET-STREAM.
               MOVE SPACES                       TO WRK-DET-PAGTO.
               PERFORM 0250-GRAVA-LINHA.

       0241-LISTA-SEM-ASSINATURA-FIM.          EXIT.
      *-----------------------------------------------------------------
       0242-LISTA-SEM-CONTA                    SECTION.
      *-----------------------------------------------------------------

               MOVE 2 TO WRK-GRUPO.
               MOVE ZEROS                         TO WRK-DET-AGENCIA.
               MOVE ZEROS                         TO WRK-DET-CONTA.
               MOVE SPACES                        TO WRK-DET-GERENTE.
               MOVE TAB-ASS-ID(WRK-IDX-ASS)       TO WRK-DET-ID.
               MOVE TAB-ASS-NOME(WRK-IDX-ASS)     TO WRK-DET-NOME.
               MOVE TAB-ASS-STREAM(WRK-IDX-ASS)   TO WRK-DET-STREAM.
               IF TAB-ASS-CONTA-BCO(WRK-IDX-ASS) EQUAL ZEROS
                   MOVE "BOLETO"    TO WRK-DET-PAGTO
               ELSE
                   MOVE "OUTRO BCO" TO WRK-DET-PAGTO
               END-IF.
               PERFORM 0250-GRAVA-LINHA.

       0242-LISTA-SEM-CONTA-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    CONTA QUE VAI NO GRUPO 3: A DO TITULAR PRINCIPAL, SENAO A
      *    PRIMEIRA DO CPF
      *-----------------------------------------------------------------
       0243-ESCOLHE-CONTA-OFERTA               SECTION.
      *-----------------------------------------------------------------

               MOVE 1 TO WRK-IDX-CTA-OFERTA.
               PERFORM 0245-PROCURA-PRINCIPAL
                   VARYING WRK-IDX-CTA FROM WRK-QT-CTAS-CPF BY -1
                   UNTIL WRK-IDX-CTA LESS 1.

       0243-ESCOLHE-CONTA-OFERTA-FIM.          EXIT.
      *-----------------------------------------------------------------
       0245-PROCURA-PRINCIPAL                  SECTION.
      *-----------------------------------------------------------------

               IF TAB-CTA-PAPEL(WRK-IDX-CTA) EQUAL "P"
                   MOVE WRK-IDX-CTA TO WRK-IDX-CTA-OFERTA
               END-IF.

       0245-PROCURA-PRINCIPAL-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    ASSINATURA DE QUEM TEM CONTA: SO ENTRA NO GRUPO 3 SE A
      *    CONTA DE DEBITO NAO E UMA DAS CONTAS DELE AQUI
      *-----------------------------------------------------------------
       0244-CONFERE-PAGAMENTO                  SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-DEBITA-AQUI.
               IF TAB-ASS-CONTA-BCO(WRK-IDX-ASS) GREATER ZEROS
                   PERFORM 0246-PROCURA-CONTA-DEBITO
                       VARYING WRK-IDX-CTA FROM 1 BY 1
                       UNTIL WRK-IDX-CTA GREATER WRK-QT-CTAS-CPF
                          OR WRK-DEBITA-AQUI EQUAL "S"
               END-IF.
               IF WRK-DEBITA-AQUI EQUAL "S"
                   GO TO 0244-CONFERE-PAGAMENTO-FIM
               END-IF.
               MOVE 3 TO WRK-GRUPO.
               MOVE TAB-CTA-AGENCIA(WRK-IDX-CTA-OFERTA) TO
                   WRK-DET-AGENCIA.
               MOVE TAB-CTA-CONTA(WRK-IDX-CTA-OFERTA)   TO
                   WRK-DET-CONTA.
               MOVE TAB-CTA-GERENTE(WRK-IDX-CTA-OFERTA) TO
                   WRK-DET-GERENTE.
               MOVE TAB-ASS-ID(WRK-IDX-ASS)       TO WRK-DET-ID.
               MOVE TAB-ASS-NOME(WRK-IDX-ASS)     TO WRK-DET-NOME.
               MOVE TAB-ASS-STREAM(WRK-IDX-ASS)   TO WRK-DET-STREAM.
               IF TAB-ASS-CONTA-BCO(WRK-IDX-ASS) EQUAL ZEROS
                   MOVE "BOLETO"    TO WRK-DET-PAGTO
               ELSE
                   MOVE "OUTRO BCO" TO WRK-DET-PAGTO
               END-IF.
               PERFORM 0250-GRAVA-LINHA.

       0244-CONFERE-PAGAMENTO-FIM.             EXIT.
      *-----------------------------------------------------------------
       0246-PROCURA-CONTA-DEBITO               SECTION.
      *-----------------------------------------------------------------

               IF TAB-CTA-CONTA(WRK-IDX-CTA) EQUAL
                  TAB-ASS-CONTA-BCO(WRK-IDX-ASS)
                   MOVE "S" TO WRK-DEBITA-AQUI
               END-IF.

       0246-PROCURA-CONTA-DEBITO-FIM.          EXIT.
      *-----------------------------------------------------------------
      *    GRAVA A LINHA DO GRUPO WRK-GRUPO (DEMAIS CAMPOS JA MONTADOS
      *    NA WRK-LIN-DET) E SOMA NAS QUEBRAS DE GERENTE, AGENCIA E
      *    STREAM
      *-----------------------------------------------------------------
       0250-GRAVA-LINHA                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-NOME-GRUPO(WRK-GRUPO) TO WRK-DET-GRUPO.
               MOVE WRK-CPF-ANT               TO WRK-DET-CPF.
               MOVE WRK-LIN-DET TO REG-RELCROSS.
               WRITE REG-RELCROSS.
               ADD 1 TO ACU-GRUPO(WRK-GRUPO).
               ADD 1 TO ACU-LISTADOS.

               MOVE "G" TO WRK-TIPO-QBR.
               IF WRK-GRUPO EQUAL 2
                   MOVE WRK-SEM-CONTA   TO WRK-CHAVE-QBR
               ELSE
                   MOVE WRK-DET-GERENTE TO WRK-CHAVE-QBR
               END-IF.
               PERFORM 0260-SOMA-QUEBRA.

               MOVE "A" TO WRK-TIPO-QBR.
               IF WRK-GRUPO EQUAL 2
                   MOVE WRK-SEM-CONTA   TO WRK-CHAVE-QBR
               ELSE
                   MOVE WRK-DET-AGENCIA TO WRK-AGENCIA-QBR
                   MOVE WRK-AGENCIA-QBR TO WRK-CHAVE-QBR
               END-IF.
               PERFORM 0260-SOMA-QUEBRA.

               MOVE "S" TO WRK-TIPO-QBR.
               MOVE WRK-DET-STREAM TO WRK-CHAVE-QBR.
               PERFORM 0260-SOMA-QUEBRA.

       0250-GRAVA-LINHA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0260-SOMA-QUEBRA                        SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-IDX-QBR-ACHADO.
               PERFORM 0261-PROCURA-QUEBRA
                   VARYING WRK-IDX-QBR FROM 1 BY 1
                   UNTIL WRK-IDX-QBR GREATER WRK-QT-QBR
                      OR WRK-IDX-QBR-ACHADO GREATER ZEROS.
               IF WRK-IDX-QBR-ACHADO EQUAL ZEROS
                   IF WRK-QT-QBR NOT LESS 500
                       MOVE "ESTOURO TABELA DE QUEBRAS" TO
                           WRK-MSG-ERROS
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WRK-QT-QBR
                   MOVE WRK-QT-QBR    TO WRK-IDX-QBR-ACHADO
                   MOVE WRK-TIPO-QBR  TO
                       TAB-QBR-TIPO(WRK-IDX-QBR-ACHADO)
                   MOVE WRK-CHAVE-QBR TO
                       TAB-QBR-CHAVE(WRK-IDX-QBR-ACHADO)
                   MOVE ZEROS TO TAB-QBR-QT(WRK-IDX-QBR-ACHADO, 1)
                   MOVE ZEROS TO TAB-QBR-QT(WRK-IDX-QBR-ACHADO, 2)
                   MOVE ZEROS TO TAB-QBR-QT(WRK-IDX-QBR-ACHADO, 3)
               END-IF.
               ADD 1 TO TAB-QBR-QT(WRK-IDX-QBR-ACHADO, WRK-GRUPO).

       0260-SOMA-QUEBRA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0261-PROCURA-QUEBRA                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-QBR-TIPO(WRK-IDX-QBR)  EQUAL WRK-TIPO-QBR AND
                  TAB-QBR-CHAVE(WRK-IDX-QBR) EQUAL WRK-CHAVE-QBR
                   MOVE WRK-IDX-QBR TO WRK-IDX-QBR-ACHADO
               END-IF.

       0261-PROCURA-QUEBRA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-BRANCO TO REG-RELCROSS.
               WRITE REG-RELCROSS.
               PERFORM 0301-GRAVA-TOTAL
                   VARYING WRK-IDX-GRUPO FROM 1 BY 1
                   UNTIL WRK-IDX-GRUPO GREATER 3.
               MOVE "G"        TO WRK-TIPO-QBR.
               MOVE "GERENTE"  TO WRK-SEC-NOME.
               PERFORM 0302-GRAVA-SECAO.
               MOVE "A"        TO WRK-TIPO-QBR.
               MOVE "AGENCIA"  TO WRK-SEC-NOME.
               PERFORM 0302-GRAVA-SECAO.
               MOVE "S"        TO WRK-TIPO-QBR.
               MOVE "STREAM"   TO WRK-SEC-NOME.
               PERFORM 0302-GRAVA-SECAO.
               CLOSE TITULARES
                     CONTAS
                     CLIMASTER
                     RELCROSS.
               DISPLAY "TITULARES LIDOS..............:"
                   ACU-TITULARES-LIDOS.
               DISPLAY "CLIENTES LIDOS DO CLIMASTER..:"
                   ACU-CLIENTES-LIDOS.
               DISPLAY "ASSINANTES ATIVOS SEM CPF....:"
                   ACU-CLIENTES-SEM-CPF.
               DISPLAY "REGISTROS ENTREGUES AO SORT..:" ACU-LIBERADOS.
               DISPLAY "REGISTROS ORDENADOS..........:" ACU-ORDENADOS.
               DISPLAY "CPFS AVALIADOS...............:" ACU-CPFS.
               DISPLAY "LINHAS LISTADAS..............:" ACU-LISTADOS.
               IF ACU-ORDENADOS NOT EQUAL ACU-LIBERADOS
                   MOVE "RELCROSS PERDEU REGISTROS NO SORT" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
               END-IF.
               PERFORM 0310-GRAVA-AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0301-GRAVA-TOTAL                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-NOME-GRUPO(WRK-IDX-GRUPO) TO WRK-TOT-GRUPO.
               MOVE ACU-GRUPO(WRK-IDX-GRUPO)      TO WRK-TOT-QT.
               MOVE WRK-LIN-TOTAL TO REG-RELCROSS.
               WRITE REG-RELCROSS.

       0301-GRAVA-TOTAL-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    UMA SECAO DE QUEBRA (WRK-TIPO-QBR) COM OS TRES GRUPOS EM
      *    COLUNA
      *-----------------------------------------------------------------
       0302-GRAVA-SECAO                        SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-LIN-BRANCO TO REG-RELCROSS.
               WRITE REG-RELCROSS.
               MOVE WRK-LIN-SECAO  TO REG-RELCROSS.
               WRITE REG-RELCROSS.
               PERFORM 0303-GRAVA-QUEBRA
                   VARYING WRK-IDX-QBR FROM 1 BY 1
                   UNTIL WRK-IDX-QBR GREATER WRK-QT-QBR.

       0302-GRAVA-SECAO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0303-GRAVA-QUEBRA                       SECTION.
      *-----------------------------------------------------------------

               IF TAB-QBR-TIPO(WRK-IDX-QBR) EQUAL WRK-TIPO-QBR
                   MOVE TAB-QBR-CHAVE(WRK-IDX-QBR)   TO WRK-QBR-CHAVE
                   MOVE TAB-QBR-QT(WRK-IDX-QBR, 1)   TO WRK-QBR-QT1
                   MOVE TAB-QBR-QT(WRK-IDX-QBR, 2)   TO WRK-QBR-QT2
                   MOVE TAB-QBR-QT(WRK-IDX-QBR, 3)   TO WRK-QBR-QT3
                   MOVE WRK-LIN-QBR TO REG-RELCROSS
                   WRITE REG-RELCROSS
               END-IF.

       0303-GRAVA-QUEBRA-FIM.                  EXIT.
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
                   MOVE ACU-LISTADOS      TO REG-QT-PROC-AUD
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

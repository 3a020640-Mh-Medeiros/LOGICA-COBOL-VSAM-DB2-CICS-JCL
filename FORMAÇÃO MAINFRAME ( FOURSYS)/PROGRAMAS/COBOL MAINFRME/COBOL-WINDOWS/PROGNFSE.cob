       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGNFSE.
      *=================================================================
      * PROGRAMA   : PROGNFSE
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 22/09/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: EXTRATO MENSAL PARA EMISSAO DAS NOTAS FISCAIS DE
      *              SERVICO (NFS-E) E APURACAO DO ISS: LE AS FATURAS
      *              PAGAS NO MES INFORMADO (REG-STATUS-FAT "P" COM
      *              REG-DATA-PGTO-FAT NO MES) E GRAVA UM REGISTRO POR
      *              FATURA NO NFSE.M<AAAAMM>.TXT COM CPF, NOME E
      *              ENDERECO DO TOMADOR (CLIMASTER). O ISS SAI DA
      *              ALIQUOTA DO MUNICIPIO DO TOMADOR (ALIQISS.TXT,
      *              CIDADE + UF); MUNICIPIO FORA DA TABELA PAGA A
      *              ALIQUOTA MAXIMA DE 5% E SAI MARCADO PARA O
      *              FISCAL CADASTRAR. O VALOR DO SERVICO E O VALOR DE
      *              RECEITA DA FATURA (ANTES DO ABATIMENTO DO SALDO A
      *              FAVOR), CONVERTIDO PARA REAIS PELA TAXA DE CAMBIO
      *              VIGENTE NA DATA DO PAGAMENTO (CAMBIO.TXT). O
      *              RESUMO POR MUNICIPIO PARA A DECLARACAO DO ISS SAI
      *              EM ISSCID.M<AAAAMM>.TXT. FATURA DE CLIENTE FORA DO
      *              CLIMASTER OU EM MOEDA SEM TAXA NAO E EXTRAIDA E
      *              A EXECUCAO TERMINA COM RETURN-CODE 4. REPROCESSAR
      *              O MES REGRAVA OS DOIS ARQUIVOS.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  FATURA                 I                    #BOOKFATURA
      *  CLIMASTER              I
      *  ALIQISS                I
      *  CAMBIO                 I                    #BOOKCAMBIO
      *  NFSE                   O (GERACAO)          #BOOKNFSE
      *  ISSCID                 O (GERACAO)
      *  AUDITORIA              O                    #BOOKAUDIT
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
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT CLIMASTER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CLIMASTER.DAT.TXT"
               FILE STATUS IS FS-CLIMASTER.
           SELECT ALIQISS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\ALIQISS.TXT"
               FILE STATUS IS FS-ALIQISS.
           SELECT CAMBIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CAMBIO.TXT"
               FILE STATUS IS FS-CAMBIO.
           SELECT NFSE ASSIGN TO DYNAMIC WRK-NOME-NFSE
               FILE STATUS IS FS-NFSE.
           SELECT ISSCID ASSIGN TO DYNAMIC WRK-NOME-ISSCID
               FILE STATUS IS FS-ISSCID.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  FATURA.
       COPY "#BOOKFATURA".
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
      *-----------------------------------------------------------------
      *    TABELA DE ALIQUOTAS DE ISS POR MUNICIPIO (MANTIDA PELO
      *    FISCAL): CIDADE E UF COMO NO CLIMASTER, ALIQUOTA EM %
      *                               LRECL = 025
      *-----------------------------------------------------------------
       FD  ALIQISS.
       01  REG-ALIQISS.
           05 REG-CIDADE-ALQ            PIC X(20).
           05 REG-UF-ALQ                PIC X(02).
           05 REG-ALIQ-ALQ              PIC 9(01)V99.
       FD  CAMBIO.
       COPY "#BOOKCAMBIO".
       FD  NFSE.
       COPY "#BOOKNFSE".
       FD  ISSCID.
       01  REG-ISSCID                  PIC X(100).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-CLIMASTER                PIC X(002)          VALUE SPACES.
       01  FS-ALIQISS                  PIC X(002)          VALUE SPACES.
       01  FS-CAMBIO                   PIC X(002)          VALUE SPACES.
       01  FS-NFSE                     PIC X(002)          VALUE SPACES.
       01  FS-ISSCID                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-NFSE               PIC X(060)          VALUE SPACES.
       01  WRK-NOME-ISSCID             PIC X(060)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
       01  WRK-PARM-MES-X REDEFINES WRK-PARM-MES.
           05 WRK-MES-AAAA             PIC 9(004).
           05 WRK-MES-MM               PIC 9(002).
       01  WRK-ALIQ-MAXIMA             PIC 9(001)V99       VALUE 5,00.
       01  WRK-VALOR-BASE              PIC 9(005)V99       VALUE ZEROS.
       01  WRK-VALOR-BRL               PIC 9(007)V99       VALUE ZEROS.
       01  WRK-ALIQ-USADA              PIC 9(001)V99       VALUE ZEROS.
       01  WRK-ALIQ-PADRAO             PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
      *    CADASTRO DOS CLIENTES (CLIMASTER) -- TOMADORES DAS NOTAS
      *-----------------------------------------------------------------
       01  WRK-QT-CLIENTES             PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-CLI                 PIC 9(004)          VALUE ZEROS.
       01  WRK-CLI-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-CLIENTES.
           05 TAB-CLI-ITEM             OCCURS 2000 TIMES.
               10 TAB-CLI-ID               PIC 9(004).
               10 TAB-CLI-NOME             PIC X(020).
               10 TAB-CLI-CPF              PIC 9(011).
               10 TAB-CLI-ENDERECO         PIC X(030).
               10 TAB-CLI-CIDADE           PIC X(020).
               10 TAB-CLI-UF               PIC X(002).
               10 TAB-CLI-CEP              PIC 9(008).
      *-----------------------------------------------------------------
      *    ALIQUOTAS DE ISS POR MUNICIPIO (ALIQISS)
      *-----------------------------------------------------------------
       01  WRK-QT-ALIQ                 PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-ALIQ                PIC 9(003)          VALUE ZEROS.
       01  WRK-ALIQ-ACHOU              PIC X(001)          VALUE "N".
       01  TAB-ALIQUOTAS.
           05 TAB-ALQ-ITEM             OCCURS 200 TIMES.
               10 TAB-ALQ-CIDADE           PIC X(020).
               10 TAB-ALQ-UF               PIC X(002).
               10 TAB-ALQ-ALIQ             PIC 9(001)V99.
      *-----------------------------------------------------------------
      *    TAXAS DE CAMBIO DATADAS (CAMBIO, MANTIDA PELO PROGCAMBIO)
      *-----------------------------------------------------------------
       01  WRK-QT-MOEDAS               PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-MOEDA               PIC 9(003)          VALUE ZEROS.
       01  WRK-MOEDA-ACHOU             PIC X(001)          VALUE "N".
       01  WRK-TAXA-VALIDA             PIC X(001)          VALUE "N".
       01  WRK-MELHOR-VIGENCIA         PIC 9(008)          VALUE ZEROS.
       01  WRK-MELHOR-IDX              PIC 9(003)          VALUE ZEROS.
       01  TAB-CAMBIO.
           05 TAB-CAMBIO-ITEM          OCCURS 200 TIMES.
               10 TAB-CAMBIO-MOEDA         PIC X(003).
               10 TAB-CAMBIO-DATA          PIC 9(008).
               10 TAB-CAMBIO-TAXA          PIC 9(003)V9(006).
      *-----------------------------------------------------------------
      *    TOTAIS POR MUNICIPIO PARA A DECLARACAO DO ISS
      *-----------------------------------------------------------------
       01  WRK-QT-CIDADES              PIC 9(003)          VALUE ZEROS.
       01  WRK-IDX-CID                 PIC 9(003)          VALUE ZEROS.
       01  WRK-CID-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-CIDADES.
           05 TAB-CID-ITEM             OCCURS 200 TIMES.
               10 TAB-CID-CIDADE           PIC X(020).
               10 TAB-CID-UF               PIC X(002).
               10 TAB-CID-ALIQ             PIC 9(001)V99.
               10 TAB-CID-PADRAO           PIC X(001).
               10 TAB-CID-QT               PIC 9(005)    COMP-3.
               10 TAB-CID-BASE             PIC 9(009)V99 COMP-3.
               10 TAB-CID-ISS              PIC 9(009)V99 COMP-3.
      *-----------------------------------------------------------------
       01  ACU-FATURAS-LIDAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PAGAS-MES               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-NOTAS                   PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-VALOR-ZERO              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-CLIENTE             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-TAXA                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ALIQ-PADRAO             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-SERVICOS          PIC 9(011)V99 COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-ISS               PIC 9(011)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-CABEC1.
           05 FILLER                   PIC X(040)          VALUE
               "ISS POR MUNICIPIO - MES DE PAGAMENTO".
           05 WRK-CAB-MES              PIC 9(006).
           05 FILLER                   PIC X(054)          VALUE SPACES.
       01  WRK-LIN-CABEC2.
           05 FILLER                   PIC X(023)          VALUE
               "MUNICIPIO".
           05 FILLER                   PIC X(004)          VALUE
               "UF".
           05 FILLER                   PIC X(008)          VALUE
               "NOTAS".
           05 FILLER                   PIC X(022)          VALUE
               "VALOR DOS SERVICOS".
           05 FILLER                   PIC X(010)          VALUE
               "ALIQ %".
           05 FILLER                   PIC X(033)          VALUE
               "VALOR DO ISS".
       01  WRK-LIN-DETALHE.
           05 WRK-DET-CIDADE           PIC X(020).
           05 FILLER                   PIC X(003)          VALUE SPACES.
           05 WRK-DET-UF               PIC X(002).
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-QT-ED            PIC ZZ.ZZ9.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-DET-BASE-ED          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(008)          VALUE SPACES.
           05 WRK-DET-ALIQ-ED          PIC 9,99.
           05 WRK-DET-PADRAO           PIC X(001).
           05 FILLER                   PIC X(005)          VALUE SPACES.
           05 WRK-DET-ISS-ED           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(020)          VALUE SPACES.
       01  WRK-LIN-TOTAL.
           05 FILLER                   PIC X(027)          VALUE
               "TOTAL GERAL".
           05 WRK-TOT-QT-ED            PIC ZZ.ZZ9.
           05 FILLER                   PIC X(002)          VALUE SPACES.
           05 WRK-TOT-BASE-ED          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(018)          VALUE SPACES.
           05 WRK-TOT-ISS-ED           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(020)          VALUE SPACES.
       01  WRK-LIN-RODAPE.
           05 FILLER                   PIC X(050)          VALUE
               "* MUNICIPIO FORA DO ALIQISS.TXT -- ISS PELA ALIQUO".
           05 FILLER                   PIC X(050)          VALUE
               "TA MAXIMA; CADASTRAR A ALIQUOTA DO MUNICIPIO".
      *-----------------------------------------------------------------
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGNFSE".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
       01  WRK-TOTAL-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-VALOR-ED                PIC ZZ.ZZ9,99.
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-FATURA NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               DISPLAY "MES DE PAGAMENTO (AAAAMM): "
               ACCEPT WRK-PARM-MES.
               IF WRK-PARM-MES IS NOT NUMERIC OR
                  WRK-MES-MM LESS 1 OR WRK-MES-MM GREATER 12
                   DISPLAY "MES DE PAGAMENTO INVALIDO -- INFORMAR "
                       "AAAAMM"
                   MOVE "MES INVALIDO P/ EXTRATO NFS-E" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O EXTRATO: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.

               PERFORM 0105-CARREGA-ALIQUOTAS.
               PERFORM 0110-CARREGA-CLIENTES.
               PERFORM 0115-CARREGA-CAMBIO.

               OPEN INPUT FATURA.
               IF FS-FATURA NOT EQUAL '00'
                   DISPLAY "FATURA.TXT AUSENTE -- RODE O PROGFATURA"
                   MOVE "FATURA AUSENTE P/ EXTRATO NFS-E" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.

               MOVE SPACES TO WRK-NOME-NFSE.
               STRING "C:\CURSOLOGICA\COBOL\DADOS\NFSE.M"
                          DELIMITED BY SIZE
                      WRK-PARM-MES      DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-NFSE
               END-STRING.
               OPEN OUTPUT NFSE.
               IF FS-NFSE NOT EQUAL '00'
                   DISPLAY "EXTRATO NFS-E NAO ABERTO -- FS " FS-NFSE
                   MOVE "EXTRATO NFS-E NAO ABERTO" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
       0105-CARREGA-ALIQUOTAS                  SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT ALIQISS.
               IF FS-ALIQISS NOT EQUAL '00'
                   DISPLAY "TABELA DE ALIQUOTAS DE ISS (ALIQISS.TXT) "
                       "AUSENTE -- EXTRATO NAO GERADO"
                   MOVE "ALIQISS AUSENTE P/ EXTRATO NFS-E" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0106-LE-ALIQUOTA
                       UNTIL FS-ALIQISS NOT EQUAL '00'.
               CLOSE ALIQISS.
               DISPLAY "MUNICIPIOS NA TABELA DE ISS:" WRK-QT-ALIQ.

       0105-CARREGA-ALIQUOTAS-FIM.             EXIT.
      *-----------------------------------------------------------------
       0106-LE-ALIQUOTA                        SECTION.
      *-----------------------------------------------------------------

               READ ALIQISS
                   AT END
                       MOVE '10' TO FS-ALIQISS
                   NOT AT END
                       IF WRK-QT-ALIQ NOT LESS 200
                           DISPLAY "TABELA DE ALIQUOTAS CHEIA -- "
                               "AUMENTAR TAB-ALIQUOTAS"
                           MOVE "TABELA DE ALIQUOTAS CHEIA" TO
                               WRK-MSG-ERROS
                           CALL WRK-MODULO USING WRK-MSG-ERROS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WRK-QT-ALIQ
                       MOVE REG-CIDADE-ALQ TO
                           TAB-ALQ-CIDADE(WRK-QT-ALIQ)
                       MOVE REG-UF-ALQ     TO TAB-ALQ-UF(WRK-QT-ALIQ)
                       MOVE REG-ALIQ-ALQ   TO TAB-ALQ-ALIQ(WRK-QT-ALIQ)
               END-READ.

       0106-LE-ALIQUOTA-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0110-CARREGA-CLIENTES                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER NOT EQUAL '00'
                   DISPLAY "CLIMASTER AUSENTE -- RODE O PROGARQ07"
                   MOVE "CLIMASTER AUSENTE P/ EXTRATO NFS-E" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0111-LE-CLIMASTER
                       UNTIL FS-CLIMASTER NOT EQUAL '00'.
               CLOSE CLIMASTER.

       0110-CARREGA-CLIENTES-FIM.              EXIT.
      *-----------------------------------------------------------------
       0111-LE-CLIMASTER                       SECTION.
      *-----------------------------------------------------------------

               READ CLIMASTER
                   AT END
                       MOVE '10' TO FS-CLIMASTER
                   NOT AT END
                       IF WRK-QT-CLIENTES NOT LESS 2000
                           DISPLAY "TABELA DE CLIENTES CHEIA -- "
                               "AUMENTAR TAB-CLIENTES"
                           MOVE "TABELA DE CLIENTES CHEIA" TO
                               WRK-MSG-ERROS
                           CALL WRK-MODULO USING WRK-MSG-ERROS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WRK-QT-CLIENTES
                       MOVE REG-ID-MASTER       TO
                           TAB-CLI-ID(WRK-QT-CLIENTES)
                       MOVE REG-NOME-MASTER     TO
                           TAB-CLI-NOME(WRK-QT-CLIENTES)
                       MOVE REG-CPF-MASTER      TO
                           TAB-CLI-CPF(WRK-QT-CLIENTES)
                       MOVE REG-ENDERECO-MASTER TO
                           TAB-CLI-ENDERECO(WRK-QT-CLIENTES)
                       MOVE REG-CIDADE-MASTER   TO
                           TAB-CLI-CIDADE(WRK-QT-CLIENTES)
                       MOVE REG-UF-MASTER       TO
                           TAB-CLI-UF(WRK-QT-CLIENTES)
                       MOVE REG-CEP-MASTER      TO
                           TAB-CLI-CEP(WRK-QT-CLIENTES)
               END-READ.

       0111-LE-CLIMASTER-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0115-CARREGA-CAMBIO                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CAMBIO.
               IF FS-CAMBIO EQUAL '00'
                   PERFORM 0116-LE-CAMBIO
                           UNTIL FS-CAMBIO NOT EQUAL '00'
                   CLOSE CAMBIO
               ELSE
                   DISPLAY "ATENCAO: TABELA DE CAMBIO AUSENTE -- "
                       "FATURA EM MOEDA ESTRANGEIRA NAO E EXTRAIDA"
               END-IF.

       0115-CARREGA-CAMBIO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0116-LE-CAMBIO                          SECTION.
      *-----------------------------------------------------------------

               READ CAMBIO
               IF FS-CAMBIO EQUAL '00'
                   IF WRK-QT-MOEDAS LESS 200
                       ADD 1 TO WRK-QT-MOEDAS
                       MOVE REG-MOEDA-CAMBIO TO
                           TAB-CAMBIO-MOEDA(WRK-QT-MOEDAS)
                       MOVE REG-DATA-VIGENCIA-CAMBIO TO
                           TAB-CAMBIO-DATA(WRK-QT-MOEDAS)
                       MOVE REG-TAXA-CAMBIO  TO
                           TAB-CAMBIO-TAXA(WRK-QT-MOEDAS)
                   ELSE
                       DISPLAY "ATENCAO: MAIS DE 200 TAXAS NO "
                           "CAMBIO.TXT -- CARGA INCOMPLETA"
                   END-IF
               END-IF.

       0116-LE-CAMBIO-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               READ FATURA
                   AT END
                       MOVE '10' TO FS-FATURA
                   NOT AT END
                       ADD 1 TO ACU-FATURAS-LIDAS
                       IF REG-FAT-PAGA AND
                          REG-DATA-PGTO-FAT(1:6) EQUAL WRK-PARM-MES
                           ADD 1 TO ACU-PAGAS-MES
                           PERFORM 0210-GERA-NOTA
                       END-IF
               END-READ.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    UMA NOTA POR FATURA PAGA. O SERVICO PRESTADO E O VALOR DE
      *    RECEITA DA FATURA (O SALDO A FAVOR ABATIDO E SO FORMA DE
      *    PAGAMENTO); REGISTRO ANTIGO SEM VALOR DE RECEITA USA O
      *    VALOR DA FATURA
      *-----------------------------------------------------------------
       0210-GERA-NOTA                          SECTION.
      *-----------------------------------------------------------------

               MOVE REG-VALOR-FAT TO WRK-VALOR-BASE.
               IF REG-VALOR-RECEITA-FAT IS NUMERIC AND
                  REG-VALOR-RECEITA-FAT GREATER ZEROS
                   MOVE REG-VALOR-RECEITA-FAT TO WRK-VALOR-BASE
               END-IF.
               IF WRK-VALOR-BASE EQUAL ZEROS
                   ADD 1 TO ACU-VALOR-ZERO
                   GO TO 0210-GERA-NOTA-FIM
               END-IF.

               MOVE 'N' TO WRK-CLI-ACHOU.
               PERFORM 0211-PROCURA-CLIENTE
                       VARYING WRK-IDX-CLI FROM 1 BY 1
                       UNTIL WRK-IDX-CLI GREATER WRK-QT-CLIENTES
                          OR WRK-CLI-ACHOU EQUAL 'S'.
               IF WRK-CLI-ACHOU EQUAL 'N'
                   ADD 1 TO ACU-SEM-CLIENTE
                   DISPLAY "** FATURA SEM CLIENTE NO CLIMASTER: ID "
                       REG-ID-FAT " MES " REG-MES-REF-FAT
                       " -- NOTA NAO EXTRAIDA **"
                   GO TO 0210-GERA-NOTA-FIM
               END-IF.

               PERFORM 0220-CONVERTE-MOEDA.
               IF WRK-TAXA-VALIDA EQUAL 'N'
                   ADD 1 TO ACU-SEM-TAXA
                   DISPLAY "** MOEDA " REG-MOEDA-FAT " SEM TAXA "
                       "VIGENTE EM " REG-DATA-PGTO-FAT ": ID "
                       REG-ID-FAT " -- CADASTRAR NO PROGCAMBIO **"
                   GO TO 0210-GERA-NOTA-FIM
               END-IF.

               PERFORM 0230-LOCALIZA-ALIQUOTA.

               MOVE SPACES                     TO REG-NFSE.
               MOVE WRK-PARM-MES               TO REG-MES-NFS.
               MOVE REG-ID-FAT                 TO REG-ID-NFS.
               MOVE TAB-CLI-CPF(WRK-IDX-CLI)   TO REG-CPF-NFS.
               MOVE TAB-CLI-NOME(WRK-IDX-CLI)  TO REG-NOME-NFS.
               MOVE TAB-CLI-ENDERECO(WRK-IDX-CLI) TO REG-ENDERECO-NFS.
               MOVE TAB-CLI-CIDADE(WRK-IDX-CLI) TO REG-CIDADE-NFS.
               MOVE TAB-CLI-UF(WRK-IDX-CLI)    TO REG-UF-NFS.
               MOVE TAB-CLI-CEP(WRK-IDX-CLI)   TO REG-CEP-NFS.
               MOVE REG-STREAM-FAT             TO REG-STREAM-NFS.
               MOVE REG-MES-REF-FAT            TO REG-MES-REF-NFS.
               MOVE REG-DATA-PGTO-FAT          TO REG-DATA-PGTO-NFS.
               MOVE REG-MOEDA-FAT              TO REG-MOEDA-NFS.
               MOVE WRK-VALOR-BRL              TO REG-VALOR-SERV-NFS.
               MOVE WRK-ALIQ-USADA             TO REG-ALIQ-NFS.
               COMPUTE REG-VALOR-ISS-NFS ROUNDED =
                   WRK-VALOR-BRL * WRK-ALIQ-USADA / 100.
               MOVE WRK-ALIQ-PADRAO            TO REG-ALIQ-PADRAO-NFS.
               WRITE REG-NFSE.

               ADD 1 TO ACU-NOTAS.
               ADD REG-VALOR-SERV-NFS TO ACU-TOTAL-SERVICOS.
               ADD REG-VALOR-ISS-NFS  TO ACU-TOTAL-ISS.
               IF REG-NFS-ALIQ-PADRAO
                   ADD 1 TO ACU-ALIQ-PADRAO
               END-IF.
               PERFORM 0240-ACUMULA-CIDADE.

       0210-GERA-NOTA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0211-PROCURA-CLIENTE                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-CLI-ID(WRK-IDX-CLI) EQUAL REG-ID-FAT
                   MOVE 'S' TO WRK-CLI-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-CLI
               END-IF.

       0211-PROCURA-CLIENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    VALOR DO SERVICO EM REAIS: MOEDA ESTRANGEIRA PELA TAXA DE
      *    MAIOR VIGENCIA NAO POSTERIOR A DATA DO PAGAMENTO
      *-----------------------------------------------------------------
       0220-CONVERTE-MOEDA                     SECTION.
      *-----------------------------------------------------------------

               IF REG-MOEDA-FAT EQUAL "BRL" OR
                  REG-MOEDA-FAT EQUAL SPACES
                   MOVE 'S' TO WRK-TAXA-VALIDA
                   MOVE WRK-VALOR-BASE TO WRK-VALOR-BRL
                   GO TO 0220-CONVERTE-MOEDA-FIM
               END-IF.
               MOVE 'N'   TO WRK-MOEDA-ACHOU.
               MOVE 'N'   TO WRK-TAXA-VALIDA.
               MOVE ZEROS TO WRK-MELHOR-VIGENCIA.
               MOVE ZEROS TO WRK-MELHOR-IDX.
               PERFORM 0221-COMPARA-MOEDA
                       VARYING WRK-IDX-MOEDA FROM 1 BY 1
                       UNTIL WRK-IDX-MOEDA GREATER WRK-QT-MOEDAS.
               IF WRK-TAXA-VALIDA EQUAL 'S'
                   COMPUTE WRK-VALOR-BRL ROUNDED =
                       WRK-VALOR-BASE * TAB-CAMBIO-TAXA(WRK-MELHOR-IDX)
               END-IF.

       0220-CONVERTE-MOEDA-FIM.                EXIT.
      *-----------------------------------------------------------------
       0221-COMPARA-MOEDA                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-CAMBIO-MOEDA(WRK-IDX-MOEDA) EQUAL REG-MOEDA-FAT
                   MOVE 'S' TO WRK-MOEDA-ACHOU
                   IF TAB-CAMBIO-DATA(WRK-IDX-MOEDA) NOT GREATER
                          REG-DATA-PGTO-FAT AND
                      TAB-CAMBIO-DATA(WRK-IDX-MOEDA) NOT LESS
                          WRK-MELHOR-VIGENCIA
                       MOVE 'S' TO WRK-TAXA-VALIDA
                       MOVE TAB-CAMBIO-DATA(WRK-IDX-MOEDA) TO
                           WRK-MELHOR-VIGENCIA
                       MOVE WRK-IDX-MOEDA TO WRK-MELHOR-IDX
                   END-IF
               END-IF.

       0221-COMPARA-MOEDA-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0230-LOCALIZA-ALIQUOTA                  SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-ALIQ-ACHOU.
               PERFORM 0231-PROCURA-ALIQUOTA
                       VARYING WRK-IDX-ALIQ FROM 1 BY 1
                       UNTIL WRK-IDX-ALIQ GREATER WRK-QT-ALIQ
                          OR WRK-ALIQ-ACHOU EQUAL 'S'.
               IF WRK-ALIQ-ACHOU EQUAL 'S'
                   MOVE TAB-ALQ-ALIQ(WRK-IDX-ALIQ) TO WRK-ALIQ-USADA
                   MOVE 'N' TO WRK-ALIQ-PADRAO
               ELSE
                   MOVE WRK-ALIQ-MAXIMA TO WRK-ALIQ-USADA
                   MOVE 'S' TO WRK-ALIQ-PADRAO
               END-IF.

       0230-LOCALIZA-ALIQUOTA-FIM.             EXIT.
      *-----------------------------------------------------------------
       0231-PROCURA-ALIQUOTA                   SECTION.
      *-----------------------------------------------------------------

               IF TAB-ALQ-CIDADE(WRK-IDX-ALIQ) EQUAL
                      TAB-CLI-CIDADE(WRK-IDX-CLI) AND
                  TAB-ALQ-UF(WRK-IDX-ALIQ) EQUAL
                      TAB-CLI-UF(WRK-IDX-CLI)
                   MOVE 'S' TO WRK-ALIQ-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-ALIQ
               END-IF.

       0231-PROCURA-ALIQUOTA-FIM.              EXIT.
      *-----------------------------------------------------------------
       0240-ACUMULA-CIDADE                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-CID-ACHOU.
               PERFORM 0241-PROCURA-CIDADE
                       VARYING WRK-IDX-CID FROM 1 BY 1
                       UNTIL WRK-IDX-CID GREATER WRK-QT-CIDADES
                          OR WRK-CID-ACHOU EQUAL 'S'.
               IF WRK-CID-ACHOU EQUAL 'N'
                   IF WRK-QT-CIDADES NOT LESS 200
                       DISPLAY "TABELA DE MUNICIPIOS CHEIA -- "
                           "AUMENTAR TAB-CIDADES"
                       MOVE "TABELA DE MUNICIPIOS CHEIA" TO
                           WRK-MSG-ERROS
                       CALL WRK-MODULO USING WRK-MSG-ERROS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WRK-QT-CIDADES
                   MOVE WRK-QT-CIDADES TO WRK-IDX-CID
                   MOVE REG-CIDADE-NFS TO TAB-CID-CIDADE(WRK-IDX-CID)
                   MOVE REG-UF-NFS     TO TAB-CID-UF(WRK-IDX-CID)
                   MOVE REG-ALIQ-NFS   TO TAB-CID-ALIQ(WRK-IDX-CID)
                   MOVE REG-ALIQ-PADRAO-NFS TO
                       TAB-CID-PADRAO(WRK-IDX-CID)
                   MOVE ZEROS TO TAB-CID-QT(WRK-IDX-CID)
                                 TAB-CID-BASE(WRK-IDX-CID)
                                 TAB-CID-ISS(WRK-IDX-CID)
               END-IF.
               ADD 1                  TO TAB-CID-QT(WRK-IDX-CID).
               ADD REG-VALOR-SERV-NFS TO TAB-CID-BASE(WRK-IDX-CID).
               ADD REG-VALOR-ISS-NFS  TO TAB-CID-ISS(WRK-IDX-CID).

       0240-ACUMULA-CIDADE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0241-PROCURA-CIDADE                     SECTION.
      *-----------------------------------------------------------------

               IF TAB-CID-CIDADE(WRK-IDX-CID) EQUAL REG-CIDADE-NFS AND
                  TAB-CID-UF(WRK-IDX-CID)     EQUAL REG-UF-NFS
                   MOVE 'S' TO WRK-CID-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-CID
               END-IF.

       0241-PROCURA-CIDADE-FIM.                EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-RESUMO-MUNICIPIOS.
               MOVE SPACES TO WRK-NOME-ISSCID.
               STRING "C:\CURSOLOGICA\COBOL\RELATORIOS\ISSCID.M"
                          DELIMITED BY SIZE
                      WRK-PARM-MES      DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-ISSCID
               END-STRING.
               OPEN OUTPUT ISSCID.
               MOVE WRK-PARM-MES TO WRK-CAB-MES.
               WRITE REG-ISSCID FROM WRK-LIN-CABEC1.
               WRITE REG-ISSCID FROM WRK-LIN-CABEC2.
               PERFORM 0310-IMP-CIDADE
                       VARYING WRK-IDX-CID FROM 1 BY 1
                       UNTIL WRK-IDX-CID GREATER WRK-QT-CIDADES.
               MOVE ACU-NOTAS          TO WRK-TOT-QT-ED.
               MOVE ACU-TOTAL-SERVICOS TO WRK-TOT-BASE-ED.
               MOVE ACU-TOTAL-ISS      TO WRK-TOT-ISS-ED.
               WRITE REG-ISSCID FROM WRK-LIN-TOTAL.
               IF ACU-ALIQ-PADRAO GREATER ZEROS
                   WRITE REG-ISSCID FROM WRK-LIN-RODAPE
               END-IF.
               CLOSE ISSCID.

       0310-ESTATISTICA.
               DISPLAY "===== EXTRATO NFS-E / ISS " WRK-PARM-MES
                   " =====".
               DISPLAY "FATURAS LIDAS.............:" ACU-FATURAS-LIDAS.
               DISPLAY "PAGAS NO MES..............:" ACU-PAGAS-MES.
               DISPLAY "NOTAS EXTRAIDAS...........:" ACU-NOTAS.
               DISPLAY "PAGAS SEM VALOR (SEM NOTA):" ACU-VALOR-ZERO.
               DISPLAY "SEM CLIENTE NO CLIMASTER..:" ACU-SEM-CLIENTE.
               DISPLAY "MOEDA SEM TAXA DE CAMBIO..:" ACU-SEM-TAXA.
               DISPLAY "MUNICIPIO FORA DA TABELA..:" ACU-ALIQ-PADRAO.
               MOVE ACU-TOTAL-SERVICOS TO WRK-TOTAL-ED.
               DISPLAY "TOTAL DOS SERVICOS........:R$" WRK-TOTAL-ED.
               MOVE ACU-TOTAL-ISS TO WRK-TOTAL-ED.
               DISPLAY "TOTAL DO ISS..............:R$" WRK-TOTAL-ED.
               DISPLAY "EXTRATO...................:" WRK-NOME-NFSE.
               DISPLAY "RESUMO POR MUNICIPIO......:" WRK-NOME-ISSCID.
               IF ACU-SEM-CLIENTE GREATER ZEROS OR
                  ACU-SEM-TAXA GREATER ZEROS
                   DISPLAY "** HA FATURAS PAGAS SEM NOTA -- CORRIGIR E "
                       "REPROCESSAR O MES **"
                   MOVE "FATURAS PAGAS SEM NFS-E" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 4 TO RETURN-CODE
               END-IF.

       0315-FECHA-ARQUIVOS.
               CLOSE FATURA
                     NFSE.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC   TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC    TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC       TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC       TO REG-HORA-AUD.
               MOVE ACU-NOTAS           TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0310-IMP-CIDADE                         SECTION.
      *-----------------------------------------------------------------

               MOVE TAB-CID-CIDADE(WRK-IDX-CID) TO WRK-DET-CIDADE.
               MOVE TAB-CID-UF(WRK-IDX-CID)     TO WRK-DET-UF.
               MOVE TAB-CID-QT(WRK-IDX-CID)     TO WRK-DET-QT-ED.
               MOVE TAB-CID-BASE(WRK-IDX-CID)   TO WRK-DET-BASE-ED.
               MOVE TAB-CID-ALIQ(WRK-IDX-CID)   TO WRK-DET-ALIQ-ED.
               IF TAB-CID-PADRAO(WRK-IDX-CID) EQUAL 'S'
                   MOVE '*' TO WRK-DET-PADRAO
               ELSE
                   MOVE SPACE TO WRK-DET-PADRAO
               END-IF.
               MOVE TAB-CID-ISS(WRK-IDX-CID)    TO WRK-DET-ISS-ED.
               WRITE REG-ISSCID FROM WRK-LIN-DETALHE.

       0310-IMP-CIDADE-FIM.                    EXIT.

      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CLIMASTER              I
      *  ASSINAT                I-O (RANDOM)
      *  FATURA                 I-O                  #BOOKFATURA
      *  BOLREM                 O (GERACAO)          #BOOKBOLREM
      *  SALDOCLI               I / O (EXTEND)       #BOOKSALDOCLI
      *  RETENCAO               I   (KSDS)           #BOOKRETEN
      *  INDICACAO              I-O (KSDS)           #BOOKINDIC
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS / CALDIA / CALCBOL
      *
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *              REGISTRO DE FATURAMENTO). MAIS DE UMA TROCA NO
      *              MES: VALE A PRIMEIRA IMAGEM-ANTES, A ULTIMA
      *              IMAGEM-DEPOIS E A DATA DA ULTIMA TROCA
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 16 / 09 / 2026
      * OBJETIVO...: EMISSAO DE BOLETO PARA A FATURA GERADA DE CLIENTE
      *              SEM CONTA PARA DEBITO AUTOMATICO
      *              (REG-CONTA-BCO-MASTER ZERADA): NOSSO NUMERO (ID +
      *              MES DE REFERENCIA + DV), CODIGO DE BARRAS E LINHA
      *              DIGITAVEL PELO MODULO CALCBOL, VENCIMENTO DA
      *              FATURA (JA ROLADO PARA DIA UTIL PELO CALDIA). OS
      *              BOLETOS SAEM NO LOTE DE REMESSA DO DIA PARA O
      *              BANCO COBRADOR (BOLREM.D<DATA>.TXT); A
      *              LIQUIDACAO VOLTA PELO RETORNO (PROGRETBOL)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 19 / 09 / 2026
      * OBJETIVO...: SALDO A FAVOR DO CLIENTE (SALDOCLI.TXT, GRAVADO
      *              PELO PROGBAIXA COM OS PAGAMENTOS A MAIOR E EM
      *              DUPLICIDADE) ABATE A FATURA EMITIDA EM REAIS,
      *              DEPOIS DO PRO-RATA E DA PROMOCAO; O ABATIMENTO
      *              ENTRA NO SALDOCLI COMO DEBITO "U" E A FATURA
      *              COBERTA PELO SALDO SAI PAGA, SEM BOLETO E SEM
      *              DEBITO AUTOMATICO. O TOTAL FATURADO E OS TOTAIS POR
      *              STREAMING CONTINUAM PELO VALOR ANTES DO ABATIMENTO
      *              (CONFERENCIA COM O RELASSIN)
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 20 / 09 / 2026
      * OBJETIVO...: PERIODO DE TRIAL GRATIS: O CLIENTE CUJA ASSINATURA
      *              DO STREAMING (ASSINAT.DAT, CHAVE ID + STREAMING)
      *              TEM FIM DE TRIAL NO MES DE REFERENCIA OU DEPOIS NAO
      *              E FATURADO -- A COBRANCA COMECA NO PRIMEIRO MES
      *              CHEIO APOS O TRIAL. CONTADOR PROPRIO NO REGISTRO DE
      *              FATURAMENTO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 21 / 09 / 2026
      * OBJETIVO...: CICLO DE COBRANCA DA ASSINATURA (ASSINAT): PLANO
      *              TRIMESTRAL OU ANUAL SAI NUMA SO FATURA DE 3 OU 12
      *              MESES (PRIMEIRO MES RATEADO + DEMAIS PELO VALOR
      *              CHEIO, PROMOCAO SOBRE O TOTAL), COM OS MESES
      *              COBERTOS E O VALOR DE RECEITA NA FATURA; O ASSINAT
      *              (AGORA ABERTO I-O) GUARDA ATE QUE MES O CLIENTE
      *              ESTA COBERTO E NESSES MESES ELE NAO E FATURADO. A
      *              RECEITA MENSAL DESSAS FATURAS E RECONHECIDA PELO
      *              PROGDIFER
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 14 / 10 / 2026
      * OBJETIVO...: CANCELAMENTO NO MEIO DO MES (REGISTRO "S" DO
      *              JRNCLI DE ATIVO PARA INATIVO, GRAVADO PELO
      *              PROGARQ05 OU PELOS PEDIDOS DO PORTAL NO
      *              PROGPORTAL) PASSA A SAIR PRO-RATA ATE A VESPERA
      *              DO CANCELAMENTO -- ANTES O CLIENTE INATIVO NAO ERA
      *              FATURADO E OS DIAS USADOS NO MES SE PERDIAM
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: CLIENTE RETIDO PELA EQUIPE DE RETENCAO COM OFERTA
      *              (RETENCAO.DAT SITUACAO "R" COM CODIGO DE OFERTA,
      *              PROGRETN) TEM O DESCONTO DA PROMOCAO OFERTADA,
      *              PELO CODIGO E ENQUANTO ELA ESTIVER VIGENTE, NO
      *              LUGAR DA PROMOCAO GERAL DO STREAMING. CONTADOR
      *              PROPRIO NO REGISTRO DE FATURAMENTO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: CAMPANHA "INDIQUE UM AMIGO" -- INDICACAO
      *              QUALIFICADA PELO PROGBAIXA ("Q", INDICACAO.DAT)
      *              GERA UM CREDITO DE INDICACAO (SALDOCLI TIPO "I")
      *              PARA O INDICADO E OUTRO PARA O INDICADOR ANTES DA
      *              CARGA DOS SALDOS, E O ABATIMENTO DO SALDO A FAVOR
      *              JA LEVA O CREDITO PARA A FATURA DO MES; A
      *              INDICACAO PASSA A CREDITADA ("C") COM O MES, A
      *              DATA E O VALOR DO CREDITO
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           SELECT CLIMASTER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CLIMASTER.DAT.TXT"
               FILE STATUS IS FS-CLIMASTER.
           SELECT ASSINAT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\ASSINAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-ASS
               FILE STATUS IS FS-ASSINAT.
           SELECT PROMOCOES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PROMOCOES.TXT"
               FILE STATUS IS FS-PROMOCOES.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT BOLREM ASSIGN TO DYNAMIC WRK-NOME-BOLREM
               FILE STATUS IS FS-BOLREM.
           SELECT SALDOCLI ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\SALDOCLI.TXT"
               FILE STATUS IS FS-SALDOCLI.
           SELECT RETENCAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\RETENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-RET
               FILE STATUS IS FS-RETENCAO.
           SELECT INDICACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\INDICACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-ID-INDICADO-IND
               FILE STATUS IS FS-INDICACAO.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           05 REG-MOEDA-ASSIN-MASTER    PIC X(03).
           05 REG-CONTA-BCO-MASTER      PIC 9(06).
           05 REG-SIT-COBRANCA-MASTER   PIC X(01).
       FD  ASSINAT.
       01  REG-ASSINAT.
           05 REG-CHAVE-ASS.
               10 REG-ID-ASS           PIC 9(04).
               10 REG-STREAM-ASS       PIC X(10).
           05 REG-VALOR-ASS            PIC 9(03)V99.
           05 REG-DATA-INICIO-ASS      PIC 9(08).
           05 REG-STATUS-ASS           PIC X(01).
           05 REG-DATA-INI-TRIAL-ASS   PIC 9(08).
           05 REG-DATA-FIM-TRIAL-ASS   PIC 9(08).
           05 FILLER REDEFINES REG-DATA-FIM-TRIAL-ASS.
               10 REG-MES-FIM-TRIAL-ASS    PIC 9(06).
               10 FILLER                   PIC 9(02).
           05 REG-DATA-CANC-ASS        PIC 9(08).
           05 REG-CICLO-ASS            PIC X(01).
               88 REG-CICLO-MENSAL          VALUE "M" " ".
               88 REG-CICLO-TRIMESTRAL      VALUE "T".
               88 REG-CICLO-ANUAL           VALUE "A".
           05 REG-MES-COBERTO-ASS      PIC 9(06).
       FD  PROMOCOES.
       01  REG-PROMOCOES.
           05 REG-STREAM-PRM           PIC X(010).
       COPY "#BOOKJRN".
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  BOLREM.
       COPY "#BOOKBOLREM".
       FD  SALDOCLI.
       COPY "#BOOKSALDOCLI".
       FD  RETENCAO.
       COPY "#BOOKRETEN".
       FD  INDICACAO.
       COPY "#BOOKINDIC".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       01  FS-PROMOCOES                PIC X(002)          VALUE SPACES.
       01  FS-JRNCLI                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-BOLREM                   PIC X(002)          VALUE SPACES.
       01  WRK-NOME-BOLREM             PIC X(060)          VALUE SPACES.
       01  FS-SALDOCLI                 PIC X(002)          VALUE SPACES.
       01  FS-ASSINAT                  PIC X(002)          VALUE SPACES.
       01  WRK-ASSINAT-OK              PIC X(001)          VALUE "N".
       01  FS-RETENCAO                 PIC X(002)          VALUE SPACES.
       01  WRK-RETENCAO-OK             PIC X(001)          VALUE "N".
       01  WRK-FIM-RETENCAO            PIC X(001)          VALUE "N".
       01  WRK-CODIGO-OFERTA           PIC X(005)          VALUE SPACES.
       01  WRK-EM-TRIAL                PIC X(001)          VALUE "N".
       01  WRK-COBERTO-CICLO           PIC X(001)          VALUE "N".
       01  WRK-CANCELADO-MES           PIC X(001)          VALUE "N".
       01  WRK-STATUS-ANTES            PIC X(001)          VALUE SPACES.
       01  WRK-MESES-CICLO             PIC 9(002)          VALUE 1.
       01  WRK-MESES-TOTAL             PIC 9(006)          VALUE ZEROS.
       01  WRK-MES-COBERTO             PIC 9(006)          VALUE ZEROS.
       01  WRK-MES-COBERTO-X REDEFINES WRK-MES-COBERTO.
           05 WRK-COBERTO-AAAA         PIC 9(004).
           05 WRK-COBERTO-MM           PIC 9(002).
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
       01  WRK-PARM-MES-X REDEFINES WRK-PARM-MES.
       01  ACU-INATIVOS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SEM-VALOR               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JA-FATURADOS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EM-TRIAL                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-COBERTO-CICLO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FATURAS-CICLO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-FATURADO          PIC 9(009)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    BOLETO -- DADOS DO CEDENTE NO CONTRATO DE COBRANCA COM O
      *    BANCO COBRADOR
      *-----------------------------------------------------------------
       01  WRK-PARM-BANCO-BOL          PIC 9(003)          VALUE 237.
       01  WRK-PARM-AGENCIA-BOL        PIC 9(004)          VALUE 1234.
       01  WRK-PARM-CARTEIRA-BOL       PIC 9(002)          VALUE 09.
       01  WRK-PARM-CONTA-BOL          PIC 9(007)          VALUE
               0012345.
       01  WRK-SEQ-BOL                 PIC 9(006)          VALUE ZEROS.
       01  ACU-BOLETOS                 PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-BOLETOS           PIC 9(013)V99 COMP-3 VALUE ZEROS.
       01  ACU-DEBITO-AUTOMATICO       PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-BOLETO-RECUSADO         PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-QT-STREAMS              PIC 9(002)          VALUE ZEROS.
       01  WRK-IDX-STREAM              PIC 9(002)          VALUE ZEROS.
       01  FILLER REDEFINES WRK-IMAGEM-JRN.
           05 FILLER                   PIC X(035).
           05 WRK-STREAM-IMG           PIC X(010).
           05 WRK-STATUS-IMG           PIC X(001).
           05 FILLER                   PIC X(071).
           05 WRK-ASSINATURA-IMG       PIC 9(003)V99.
           05 FILLER                   PIC X(010).
       01  WRK-VALOR-ANTES             PIC 9(003)V99       VALUE ZEROS.
       01  WRK-VALOR-ANTES-ED          PIC ZZ9,99.
       01  WRK-VALOR-DEPOIS-ED         PIC ZZ9,99.
       01  ACU-PRO-RATA                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-OFERTA-RETENCAO         PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    CREDITO DE INDICACAO (POR CLIENTE, INDICADO E INDICADOR)
      *-----------------------------------------------------------------
       01  FS-INDICACAO                PIC X(002)          VALUE SPACES.
       01  WRK-PARM-CREDITO-IND        PIC 9(005)V99       VALUE 10,00.
       01  ACU-IND-CREDITADAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-CREDITO-IND       PIC 9(009)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
      *    SALDO A FAVOR POR CLIENTE (SOMA DOS MOVIMENTOS DO SALDOCLI)
      *-----------------------------------------------------------------
       01  WRK-QT-SALDOS               PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-SALDO               PIC 9(004)          VALUE ZEROS.
       01  WRK-SALDO-ACHOU             PIC X(001)          VALUE "N".
       01  WRK-ID-SALDO                PIC 9(004)          VALUE ZEROS.
       01  WRK-VALOR-ABATIDO           PIC 9(005)V99       VALUE ZEROS.
       01  TAB-SALDOS.
           05 TAB-SLD-ITEM             OCCURS 2000 TIMES.
               10 TAB-SLD-ID               PIC 9(004).
               10 TAB-SLD-SALDO            PIC S9(007)V99 COMP-3.
       01  ACU-SALDO-ABATIDO           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-SALDO-QUITADAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TOTAL-ABATIDO           PIC 9(009)V99 COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
           05 WRK-DATA-OUT-CAL         PIC 9(08).
           05 WRK-RESPOSTA-CAL         PIC X(01).
           05 WRK-SITUACAO-CAL         PIC X(01).
       77  WRK-MODULO-CALCBOL          PIC X(08)           VALUE
               "CALCBOL".
       01  WRK-CALCBOL.
           05 WRK-FUNCAO-BOL           PIC X(01).
           05 WRK-BANCO-BOL            PIC 9(03).
           05 WRK-AGENCIA-BOL          PIC 9(04).
           05 WRK-CARTEIRA-BOL         PIC 9(02).
           05 WRK-CONTA-BOL            PIC 9(07).
           05 WRK-NOSSO-NUMERO-BOL.
               10 WRK-NOSSO-NUM-BASE-BOL   PIC 9(10).
               10 WRK-NOSSO-NUM-DV-BOL     PIC 9(01).
           05 WRK-VENCIMENTO-BOL       PIC 9(08).
           05 WRK-VALOR-BOL            PIC 9(08)V99.
           05 WRK-COD-BARRAS-BOL       PIC X(44).
           05 WRK-LINHA-DIGITAVEL-BOL  PIC X(54).
           05 WRK-RESPOSTA-BOL         PIC X(01).
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
               PERFORM 0105-CARREGA-PROMOCOES.
               PERFORM 0115-CARREGA-ALTERACOES.
               PERFORM 0110-CARREGA-FATURADOS-MES.
               PERFORM 0130-CREDITA-INDICACOES.
               PERFORM 0125-CARREGA-SALDOS.

               OPEN INPUT CLIMASTER.
               IF FS-CLIMASTER             NOT EQUAL '00'
                   CLOSE FATURA
                   OPEN EXTEND FATURA
               END-IF.
               PERFORM 0120-ABRE-REMESSA-BOLETO.
               OPEN I-O ASSINAT.
               IF FS-ASSINAT EQUAL '00'
                   MOVE "S" TO WRK-ASSINAT-OK
               ELSE
                   DISPLAY "ASSINAT AUSENTE -- FATURAMENTO SEM "
                       "VERIFICAR PERIODO DE TRIAL E TODO CLIENTE "
                       "FATURADO COMO MENSAL"
               END-IF.
               OPEN INPUT RETENCAO.
               IF FS-RETENCAO EQUAL '00'
                   MOVE "S" TO WRK-RETENCAO-OK
               ELSE
                   DISPLAY "RETENCAO AUSENTE -- FATURAMENTO SEM AS "
                       "OFERTAS DA EQUIPE DE RETENCAO"
               END-IF.
               OPEN EXTEND SALDOCLI.
               IF FS-SALDOCLI EQUAL '35'
                   OPEN OUTPUT SALDOCLI
                   CLOSE SALDOCLI
                   OPEN EXTEND SALDOCLI
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------
                           PERFORM 0117-GUARDA-ALTERACAO
                       END-IF
                   END-IF
                   IF REG-JRN-SITUACAO AND
                      REG-DATA-JRN(1:6) EQUAL WRK-PARM-MES
                       MOVE REG-IMAGEM-ANTES-JRN  TO WRK-IMAGEM-JRN
                       MOVE WRK-ASSINATURA-IMG    TO WRK-VALOR-ANTES
                       MOVE WRK-STATUS-IMG        TO WRK-STATUS-ANTES
                       MOVE REG-IMAGEM-DEPOIS-JRN TO WRK-IMAGEM-JRN
                       IF WRK-STATUS-ANTES EQUAL 'A' AND
                          WRK-STATUS-IMG EQUAL 'I'
                           MOVE ZEROS TO WRK-VALOR-DEPOIS
                           PERFORM 0117-GUARDA-ALTERACAO
                       END-IF
                   END-IF
               END-IF.

       0116-LE-JORNAL-FIM.                     EXIT.
               END-IF.

       0118-PROCURA-ALTERACAO-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    SALDO A FAVOR DE CADA CLIENTE: CREDITOS MENOS DEBITOS DOS
      *    MOVIMENTOS DO SALDOCLI (O REEMBOLSO SOLICITADO JA SAI DO
      *    SALDO NA SOLICITACAO)
      *-----------------------------------------------------------------
       0125-CARREGA-SALDOS                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT SALDOCLI.
               IF FS-SALDOCLI EQUAL '00'
                   PERFORM 0126-LE-SALDO
                       UNTIL FS-SALDOCLI NOT EQUAL '00'
                   CLOSE SALDOCLI
               END-IF.
               DISPLAY "CLIENTES COM MOVIMENTO DE SALDO:" WRK-QT-SALDOS.

       0125-CARREGA-SALDOS-FIM.                EXIT.
      *-----------------------------------------------------------------
       0126-LE-SALDO                           SECTION.
      *-----------------------------------------------------------------

               READ SALDOCLI
               IF FS-SALDOCLI EQUAL '00'
                   MOVE REG-ID-SCL TO WRK-ID-SALDO
                   PERFORM 0127-LOCALIZA-SALDO
                   IF WRK-SALDO-ACHOU EQUAL 'N'
                       IF WRK-QT-SALDOS LESS THAN 2000
                           ADD 1 TO WRK-QT-SALDOS
                           MOVE WRK-QT-SALDOS TO WRK-IDX-SALDO
                           MOVE REG-ID-SCL TO
                               TAB-SLD-ID(WRK-IDX-SALDO)
                           MOVE ZEROS TO TAB-SLD-SALDO(WRK-IDX-SALDO)
                       ELSE
                           DISPLAY "ERRO: MAIS DE 2000 CLIENTES NO "
                               "SALDOCLI.TXT -- EXECUCAO ABORTADA "
                               "PARA NAO FATURAR SEM O SALDO A FAVOR "
                               "(AUMENTAR A TABELA)"
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
                   IF REG-SCL-CREDITO
                       ADD REG-VALOR-SCL TO TAB-SLD-SALDO(WRK-IDX-SALDO)
                   ELSE
                       SUBTRACT REG-VALOR-SCL FROM
                           TAB-SLD-SALDO(WRK-IDX-SALDO)
                   END-IF
               END-IF.

       0126-LE-SALDO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0127-LOCALIZA-SALDO                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-SALDO-ACHOU.
               PERFORM 0128-PROCURA-SALDO
                       VARYING WRK-IDX-SALDO FROM 1 BY 1
                       UNTIL WRK-IDX-SALDO GREATER WRK-QT-SALDOS
                          OR WRK-SALDO-ACHOU EQUAL 'S'.

       0127-LOCALIZA-SALDO-FIM.                EXIT.
      *-----------------------------------------------------------------
       0128-PROCURA-SALDO                      SECTION.
      *-----------------------------------------------------------------

               IF TAB-SLD-ID(WRK-IDX-SALDO) EQUAL WRK-ID-SALDO
                   MOVE 'S' TO WRK-SALDO-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-SALDO
               END-IF.

       0128-PROCURA-SALDO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    INDICACAO QUALIFICADA (PRIMEIRA FATURA DO INDICADO PAGA,
      *    PROGBAIXA): CREDITO "I" NO SALDO A FAVOR DO INDICADO E DO
      *    INDICADOR, ABATIDO NAS PROXIMAS FATURAS PELO 0217
      *-----------------------------------------------------------------
       0130-CREDITA-INDICACOES                 SECTION.
      *-----------------------------------------------------------------

               OPEN I-O INDICACAO.
               IF FS-INDICACAO NOT EQUAL '00'
                   DISPLAY "INDICACAO AUSENTE -- FATURAMENTO SEM OS "
                       "CREDITOS DE INDICACAO"
                   GO TO 0130-CREDITA-INDICACOES-FIM
               END-IF.
               OPEN EXTEND SALDOCLI.
               IF FS-SALDOCLI EQUAL '35'
                   OPEN OUTPUT SALDOCLI
                   CLOSE SALDOCLI
                   OPEN EXTEND SALDOCLI
               END-IF.
               PERFORM 0131-LE-INDICACAO
                       UNTIL FS-INDICACAO NOT EQUAL '00'.
               CLOSE INDICACAO
                     SALDOCLI.

       0130-CREDITA-INDICACOES-FIM.            EXIT.
      *-----------------------------------------------------------------
       0131-LE-INDICACAO                       SECTION.
      *-----------------------------------------------------------------

               READ INDICACAO NEXT RECORD.
               IF FS-INDICACAO NOT EQUAL '00'
                   GO TO 0131-LE-INDICACAO-FIM
               END-IF.
               IF NOT REG-IND-QUALIFICADA
                   GO TO 0131-LE-INDICACAO-FIM
               END-IF.
               MOVE REG-ID-INDICADO-IND  TO WRK-ID-SALDO.
               PERFORM 0132-GRAVA-CREDITO-IND.
               MOVE REG-ID-INDICADOR-IND TO WRK-ID-SALDO.
               PERFORM 0132-GRAVA-CREDITO-IND.
               SET REG-IND-CREDITADA TO TRUE.
               MOVE WRK-PARM-MES         TO REG-MES-CREDITO-IND.
               MOVE WRK-DATA-EMISSAO     TO REG-DATA-CREDITO-IND.
               MOVE WRK-PARM-CREDITO-IND TO REG-VALOR-CREDITO-IND.
               REWRITE REG-INDICACAO.
               IF FS-INDICACAO NOT EQUAL '00'
                   DISPLAY "ERRO AO REGRAVAR INDICACAO "
                       REG-ID-INDICADO-IND " -- EXECUCAO ABORTADA "
                       "PARA NAO CREDITAR DUAS VEZES"
                   MOVE "ERRO REGRAVACAO INDICACAO" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               ADD 1 TO ACU-IND-CREDITADAS.
               DISPLAY "INDICACAO CREDITADA: CLIENTE "
                   REG-ID-INDICADO-IND " E INDICADOR "
                   REG-ID-INDICADOR-IND.

       0131-LE-INDICACAO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0132-GRAVA-CREDITO-IND                  SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES               TO REG-SALDOCLI.
               MOVE WRK-ID-SALDO         TO REG-ID-SCL.
               MOVE WRK-DATA-EMISSAO     TO REG-DATA-SCL.
               SET REG-SCL-INDICACAO     TO TRUE.
               SET REG-SCL-CREDITO       TO TRUE.
               MOVE WRK-PARM-CREDITO-IND TO REG-VALOR-SCL.
               MOVE WRK-PARM-MES         TO REG-MES-REF-SCL.
               MOVE ZEROS                TO REG-CONTA-BCO-SCL.
               SET REG-REEMB-NENHUM      TO TRUE.
               MOVE ZEROS                TO REG-DATA-LANC-SCL.
               MOVE WRK-USUARIO-EXEC     TO REG-OPERADOR-SCL.
               WRITE REG-SALDOCLI.
               ADD WRK-PARM-CREDITO-IND  TO ACU-TOTAL-CREDITO-IND.

       0132-GRAVA-CREDITO-IND-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    LOTE DE REMESSA DE BOLETOS DA DATA DE EMISSAO -- O RERUN NO
      *    MESMO DIA ACRESCENTA UM NOVO LOTE (HEADER/TRAILER PROPRIOS)
      *-----------------------------------------------------------------
       0120-ABRE-REMESSA-BOLETO                SECTION.
      *-----------------------------------------------------------------

               MOVE SPACES TO WRK-NOME-BOLREM.
               STRING "C:\CURSOLOGICA\COBOL\DADOS\BOLREM.D"
                          DELIMITED BY SIZE
                      WRK-DATA-EMISSAO  DELIMITED BY SIZE
                      ".TXT"            DELIMITED BY SIZE
                   INTO WRK-NOME-BOLREM
               END-STRING.
               OPEN EXTEND BOLREM.
               IF FS-BOLREM EQUAL '35'
                   OPEN OUTPUT BOLREM
                   CLOSE BOLREM
                   OPEN EXTEND BOLREM
               END-IF.
               IF FS-BOLREM NOT EQUAL '00'
                   DISPLAY "REMESSA DE BOLETOS NAO ABERTA -- FS "
                       FS-BOLREM
                   MOVE "REMESSA DE BOLETOS NAO ABERTA" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

               MOVE SPACES                TO REG-BOLREM-HEADER.
               ADD 1 TO WRK-SEQ-BOL.
               MOVE "0"                   TO REG-TIPO-BRH.
               MOVE WRK-SEQ-BOL           TO REG-SEQ-BRH.
               MOVE WRK-PARM-BANCO-BOL    TO REG-BANCO-BRH.
               MOVE WRK-PARM-AGENCIA-BOL  TO REG-AGENCIA-BRH.
               MOVE WRK-PARM-CONTA-BOL    TO REG-CONTA-BRH.
               MOVE WRK-PARM-CARTEIRA-BOL TO REG-CARTEIRA-BRH.
               MOVE WRK-DATA-EMISSAO      TO REG-DATA-BRH.
               MOVE WRK-PARM-MES          TO REG-MES-REF-BRH.
               WRITE REG-BOLREM-HEADER.

       0120-ABRE-REMESSA-BOLETO-FIM.           EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------
               READ CLIMASTER
               IF FS-CLIMASTER EQUAL '00'
                   ADD 1 TO ACU-CLIENTES-LIDOS
                   MOVE 'N' TO WRK-CANCELADO-MES
                   IF REG-STATUS-CLI-MASTER NOT EQUAL 'A'
                       PERFORM 0207-VERIFICA-CANCELAMENTO
                   END-IF
                   EVALUATE TRUE
                       WHEN REG-STATUS-CLI-MASTER NOT EQUAL 'A' AND
                            WRK-CANCELADO-MES NOT EQUAL 'S'
                           ADD 1 TO ACU-INATIVOS
                       WHEN REG-ASSINATURA-MASTER EQUAL ZEROS
                           ADD 1 TO ACU-SEM-VALOR
                       WHEN OTHER
                           PERFORM 0205-VERIFICA-TRIAL
                           IF WRK-EM-TRIAL EQUAL 'S'
                               ADD 1 TO ACU-EM-TRIAL
                           ELSE
                               IF WRK-COBERTO-CICLO EQUAL 'S'
                                   ADD 1 TO ACU-COBERTO-CICLO
                               ELSE
                                   PERFORM 0210-FATURA-CLIENTE
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    PERIODO DE TRIAL GRATIS (ASSINAT): O MES DE REFERENCIA NAO
      *    E FATURADO ENQUANTO O TRIAL VALE EM QUALQUER DIA DELE -- A
      *    COBRANCA COMECA NO PRIMEIRO MES CHEIO DEPOIS DO FIM DO TRIAL.
      *    CICLO DE COBRANCA: PLANO TRIMESTRAL (3) OU ANUAL (12) E
      *    COBRADO ANTECIPADO NUMA SO FATURA; ENQUANTO O MES DE
      *    REFERENCIA ESTA DENTRO DO PERIODO JA COBERTO O CLIENTE NAO
      *    E FATURADO
      *-----------------------------------------------------------------
       0205-VERIFICA-TRIAL                     SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-EM-TRIAL.
               MOVE 'N' TO WRK-COBERTO-CICLO.
               MOVE 1   TO WRK-MESES-CICLO.
               IF WRK-ASSINAT-OK EQUAL 'S'
                   MOVE REG-ID-MASTER     TO REG-ID-ASS
                   MOVE REG-STREAM-MASTER TO REG-STREAM-ASS
                   READ ASSINAT
                   IF FS-ASSINAT EQUAL '00'
                      AND REG-DATA-FIM-TRIAL-ASS GREATER ZEROS
                      AND REG-MES-FIM-TRIAL-ASS NOT LESS WRK-PARM-MES
                       MOVE 'S' TO WRK-EM-TRIAL
                       DISPLAY "EM TRIAL ATE " REG-DATA-FIM-TRIAL-ASS
                           ": CLIENTE " REG-ID-MASTER " "
                           REG-STREAM-MASTER
                   END-IF
                   IF FS-ASSINAT EQUAL '00'
                       PERFORM 0206-VERIFICA-CICLO
                   END-IF
               END-IF.

       0205-VERIFICA-TRIAL-FIM.                EXIT.
      *-----------------------------------------------------------------
       0206-VERIFICA-CICLO                     SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN REG-CICLO-TRIMESTRAL
                       MOVE 3  TO WRK-MESES-CICLO
                   WHEN REG-CICLO-ANUAL
                       MOVE 12 TO WRK-MESES-CICLO
                   WHEN OTHER
                       GO TO 0206-VERIFICA-CICLO-FIM
               END-EVALUATE.
               IF REG-MES-COBERTO-ASS IS NUMERIC
                  AND REG-MES-COBERTO-ASS NOT LESS WRK-PARM-MES
                   MOVE 'S' TO WRK-COBERTO-CICLO
                   DISPLAY "PLANO " REG-CICLO-ASS " COBERTO ATE "
                       REG-MES-COBERTO-ASS ": CLIENTE " REG-ID-MASTER
                       " " REG-STREAM-MASTER
               END-IF.

       0206-VERIFICA-CICLO-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    CLIENTE INATIVADO NO MES DE REFERENCIA (DEPOIS DO DIA 1):
      *    E FATURADO PRO-RATA ATE A VESPERA DO CANCELAMENTO
      *-----------------------------------------------------------------
       0207-VERIFICA-CANCELAMENTO              SECTION.
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-ALTER-ACHOU.
               PERFORM 0208-PROCURA-CANCELAMENTO
                       VARYING WRK-IDX-ALTER FROM 1 BY 1
                       UNTIL WRK-IDX-ALTER GREATER WRK-QT-ALTER
                          OR WRK-ALTER-ACHOU EQUAL 'S'.
               IF WRK-ALTER-ACHOU EQUAL 'S'
                  AND TAB-ALT-VALOR-DEPOIS(WRK-IDX-ALTER) EQUAL ZEROS
                  AND TAB-ALT-DIA(WRK-IDX-ALTER) GREATER 1
                   MOVE 'S' TO WRK-CANCELADO-MES
                   DISPLAY "CANCELADO NO DIA "
                       TAB-ALT-DIA(WRK-IDX-ALTER) ": CLIENTE "
                       REG-ID-MASTER " FATURADO PRO-RATA"
               END-IF.

       0207-VERIFICA-CANCELAMENTO-FIM.         EXIT.
      *-----------------------------------------------------------------
       0208-PROCURA-CANCELAMENTO               SECTION.
      *-----------------------------------------------------------------

               IF TAB-ALT-ID(WRK-IDX-ALTER) EQUAL REG-ID-MASTER
                   MOVE 'S' TO WRK-ALTER-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-ALTER
               END-IF.

       0208-PROCURA-CANCELAMENTO-FIM.          EXIT.
      *-----------------------------------------------------------------
       0210-FATURA-CLIENTE                     SECTION.
      *-----------------------------------------------------------------
                   MOVE ZEROS                  TO REG-ACORDO-FAT
                   MOVE ZEROS                  TO REG-PARCELA-FAT
                   MOVE ZEROS                  TO REG-QT-PARC-FAT
                   MOVE WRK-MESES-CICLO        TO REG-MESES-FAT
                   PERFORM 0213-APLICA-PRO-RATA
                   PERFORM 0212-APLICA-CICLO
                   PERFORM 0215-APLICA-PROMOCAO
                   MOVE REG-VALOR-FAT          TO REG-VALOR-RECEITA-FAT
                   PERFORM 0217-APLICA-SALDO
                   WRITE REG-FATURA
                   IF FS-FATURA EQUAL '00'
                       ADD 1 TO ACU-FATURAS-GERADAS
                       PERFORM 0219-GRAVA-MES-COBERTO
                       ADD REG-VALOR-FAT WRK-VALOR-ABATIDO TO
                           ACU-TOTAL-FATURADO
                       PERFORM 0218-GRAVA-SALDO-UTILIZADO
                       PERFORM 0220-ACUMULA-STREAM
                       PERFORM 0230-EMITE-BOLETO
                   END-IF
               END-IF.

       0210-FATURA-CLIENTE-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    PLANO TRIMESTRAL OU ANUAL: O PRIMEIRO MES VEM DO VALOR JA
      *    RATEADO E OS DEMAIS PELO VALOR CHEIO DA ASSINATURA; A
      *    PROMOCAO DESCONTA EM CIMA DO TOTAL DO PERIODO
      *-----------------------------------------------------------------
       0212-APLICA-CICLO                       SECTION.
      *-----------------------------------------------------------------

               IF WRK-MESES-CICLO GREATER 1
                   COMPUTE REG-VALOR-FAT = REG-VALOR-FAT +
                       REG-ASSINATURA-MASTER * (WRK-MESES-CICLO - 1)
                   MOVE REG-VALOR-FAT TO REG-VALOR-ORIG-FAT
               END-IF.

       0212-APLICA-CICLO-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    GRAVA NO ASSINAT ATE QUE MES A FATURA ANTECIPADA COBRE O
      *    CLIENTE (MES DE REFERENCIA + MESES DO CICLO - 1)
      *-----------------------------------------------------------------
       0219-GRAVA-MES-COBERTO                  SECTION.
      *-----------------------------------------------------------------

               IF WRK-MESES-CICLO NOT GREATER 1
                   GO TO 0219-GRAVA-MES-COBERTO-FIM
               END-IF.
               ADD 1 TO ACU-FATURAS-CICLO.
               COMPUTE WRK-MESES-TOTAL = WRK-MES-AAAA * 12 +
                   WRK-MES-MM - 1 + WRK-MESES-CICLO - 1.
               DIVIDE WRK-MESES-TOTAL BY 12
                   GIVING WRK-COBERTO-AAAA REMAINDER WRK-COBERTO-MM.
               ADD 1 TO WRK-COBERTO-MM.
               MOVE WRK-MES-COBERTO TO REG-MES-COBERTO-ASS.
               REWRITE REG-ASSINAT.
               IF FS-ASSINAT NOT EQUAL '00'
                   DISPLAY "ERRO " FS-ASSINAT " AO GRAVAR MES COBERTO "
                       "NO ASSINAT: CLIENTE " REG-ID-FAT " "
                       REG-STREAM-FAT " -- CORRIGIR ANTES DO PROXIMO "
                       "FATURAMENTO"
               ELSE
                   DISPLAY "PLANO " REG-CICLO-ASS " CLIENTE "
                       REG-ID-FAT ": FATURA DE " WRK-MESES-CICLO
                       " MESES, COBERTO ATE " WRK-MES-COBERTO
               END-IF.

       0219-GRAVA-MES-COBERTO-FIM.             EXIT.
      *-----------------------------------------------------------------
      *    TROCA DE PLANO NO MEIO DO MES: CADA TRECHO E FATURADO
      *    PROPORCIONAL AOS DIAS -- ATE A VESPERA DA TROCA PELO VALOR
      *    ANTIGO, DA TROCA EM DIANTE PELO NOVO. O VALOR RATEADO VIRA
      *-----------------------------------------------------------------

               MOVE 'N' TO WRK-PROMO-ACHOU.
               MOVE SPACES TO WRK-CODIGO-OFERTA.
               IF WRK-RETENCAO-OK EQUAL 'S'
                   PERFORM 0225-PROCURA-OFERTA-RETENCAO
               END-IF.
               IF WRK-CODIGO-OFERTA NOT EQUAL SPACES
                   PERFORM 0226-PROCURA-PROMO-OFERTA
                           VARYING WRK-IDX-PROMO FROM 1 BY 1
                           UNTIL WRK-IDX-PROMO GREATER WRK-QT-PROMOS
                              OR WRK-PROMO-ACHOU EQUAL 'S'
                   IF WRK-PROMO-ACHOU EQUAL 'S'
                       ADD 1 TO ACU-OFERTA-RETENCAO
                   END-IF
               END-IF.
               IF WRK-PROMO-ACHOU NOT EQUAL 'S'
                   PERFORM 0216-PROCURA-PROMOCAO
                           VARYING WRK-IDX-PROMO FROM 1 BY 1
                           UNTIL WRK-IDX-PROMO GREATER WRK-QT-PROMOS
                              OR WRK-PROMO-ACHOU EQUAL 'S'
               END-IF.
               IF WRK-PROMO-ACHOU EQUAL 'S'
                   COMPUTE REG-VALOR-FAT ROUNDED =
                       REG-VALOR-ORIG-FAT *
               END-IF.

       0216-PROCURA-PROMOCAO-FIM.              EXIT.
      *-----------------------------------------------------------------
      *    OFERTA DE RETENCAO: O PEDIDO DE CANCELAMENTO MAIS RECENTE DO
      *    CLIENTE NO STREAMING, RETIDO COM OFERTA ATE A EMISSAO
      *-----------------------------------------------------------------
       0225-PROCURA-OFERTA-RETENCAO            SECTION.
      *-----------------------------------------------------------------

               MOVE "N"            TO WRK-FIM-RETENCAO.
               MOVE REG-ID-FAT     TO REG-ID-RET.
               MOVE REG-STREAM-FAT TO REG-STREAM-RET.
               MOVE ZEROS          TO REG-DATA-PEDIDO-RET.
               START RETENCAO KEY NOT LESS REG-CHAVE-RET
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-RETENCAO
               END-START.
               PERFORM 0227-LE-RETENCAO
                   UNTIL WRK-FIM-RETENCAO EQUAL "S".

       0225-PROCURA-OFERTA-RETENCAO-FIM.       EXIT.
      *-----------------------------------------------------------------
       0226-PROCURA-PROMO-OFERTA               SECTION.
      *-----------------------------------------------------------------

               IF TAB-PRM-CODIGO(WRK-IDX-PROMO) EQUAL WRK-CODIGO-OFERTA
                  AND WRK-DATA-EMISSAO NOT LESS
                      TAB-PRM-DATA-INI(WRK-IDX-PROMO)
                  AND WRK-DATA-EMISSAO NOT GREATER
                      TAB-PRM-DATA-FIM(WRK-IDX-PROMO)
                   MOVE 'S' TO WRK-PROMO-ACHOU
                   SUBTRACT 1 FROM WRK-IDX-PROMO
               END-IF.

       0226-PROCURA-PROMO-OFERTA-FIM.          EXIT.
      *-----------------------------------------------------------------
       0227-LE-RETENCAO                        SECTION.
      *-----------------------------------------------------------------

               READ RETENCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-RETENCAO
                   NOT AT END
                       IF REG-ID-RET NOT EQUAL REG-ID-FAT OR
                          REG-STREAM-RET NOT EQUAL REG-STREAM-FAT OR
                          REG-DATA-PEDIDO-RET GREATER WRK-DATA-EMISSAO
                           MOVE "S" TO WRK-FIM-RETENCAO
                       ELSE
                           IF REG-RET-RETIDO
                               MOVE REG-CODIGO-OFERTA-RET
                                   TO WRK-CODIGO-OFERTA
                           ELSE
                               MOVE SPACES TO WRK-CODIGO-OFERTA
                           END-IF
                       END-IF
               END-READ.

       0227-LE-RETENCAO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    SALDO A FAVOR DO CLIENTE (PAGAMENTO A MAIOR OU EM
      *    DUPLICIDADE) ABATE O VALOR DA FATURA, SO EM REAIS; A FATURA
      *    COBERTA PELO SALDO JA SAI PAGA NA EMISSAO
      *-----------------------------------------------------------------
       0217-APLICA-SALDO                       SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-VALOR-ABATIDO.
               IF REG-MOEDA-FAT NOT EQUAL "BRL" OR
                  REG-VALOR-FAT EQUAL ZEROS
                   GO TO 0217-APLICA-SALDO-FIM
               END-IF.
               MOVE REG-ID-FAT TO WRK-ID-SALDO.
               PERFORM 0127-LOCALIZA-SALDO.
               IF WRK-SALDO-ACHOU EQUAL 'N'
                   GO TO 0217-APLICA-SALDO-FIM
               END-IF.
               IF TAB-SLD-SALDO(WRK-IDX-SALDO) NOT GREATER ZEROS
                   GO TO 0217-APLICA-SALDO-FIM
               END-IF.
               IF TAB-SLD-SALDO(WRK-IDX-SALDO) LESS REG-VALOR-FAT
                   MOVE TAB-SLD-SALDO(WRK-IDX-SALDO) TO
                       WRK-VALOR-ABATIDO
               ELSE
                   MOVE REG-VALOR-FAT TO WRK-VALOR-ABATIDO
               END-IF.
               SUBTRACT WRK-VALOR-ABATIDO FROM REG-VALOR-FAT.
               IF REG-VALOR-FAT EQUAL ZEROS
                   SET REG-FAT-PAGA TO TRUE
                   MOVE WRK-DATA-EMISSAO TO REG-DATA-PGTO-FAT
               END-IF.

       0217-APLICA-SALDO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0218-GRAVA-SALDO-UTILIZADO              SECTION.
      *-----------------------------------------------------------------

               IF WRK-VALOR-ABATIDO EQUAL ZEROS
                   GO TO 0218-GRAVA-SALDO-UTILIZADO-FIM
               END-IF.
               SUBTRACT WRK-VALOR-ABATIDO FROM
                   TAB-SLD-SALDO(WRK-IDX-SALDO).
               MOVE SPACES            TO REG-SALDOCLI.
               MOVE REG-ID-FAT        TO REG-ID-SCL.
               MOVE WRK-DATA-EMISSAO  TO REG-DATA-SCL.
               SET REG-SCL-UTILIZADO  TO TRUE.
               SET REG-SCL-DEBITO     TO TRUE.
               MOVE WRK-VALOR-ABATIDO TO REG-VALOR-SCL.
               MOVE REG-MES-REF-FAT   TO REG-MES-REF-SCL.
               MOVE ZEROS             TO REG-CONTA-BCO-SCL.
               SET REG-REEMB-NENHUM   TO TRUE.
               MOVE ZEROS             TO REG-DATA-LANC-SCL.
               MOVE WRK-USUARIO-EXEC  TO REG-OPERADOR-SCL.
               WRITE REG-SALDOCLI.
               ADD 1 TO ACU-SALDO-ABATIDO.
               ADD WRK-VALOR-ABATIDO TO ACU-TOTAL-ABATIDO.
               IF REG-FAT-PAGA
                   ADD 1 TO ACU-SALDO-QUITADAS
               END-IF.
               MOVE WRK-VALOR-ABATIDO TO WRK-VALOR-ANTES-ED.
               DISPLAY "SALDO A FAVOR CLIENTE " REG-ID-FAT
                   ": ABATIDO R$" WRK-VALOR-ANTES-ED.

       0218-GRAVA-SALDO-UTILIZADO-FIM.         EXIT.
      *-----------------------------------------------------------------
       0211-PROCURA-FATURADO                   SECTION.
      *-----------------------------------------------------------------
               END-IF.
               IF WRK-STREAM-ACHOU EQUAL 'S'
                   ADD 1 TO TAB-STREAM-QT(WRK-IDX-STREAM)
                   ADD REG-VALOR-FAT WRK-VALOR-ABATIDO TO
                       TAB-STREAM-TOTAL(WRK-IDX-STREAM)
               END-IF.

               END-IF.

       0221-PROCURA-STREAM-FIM.                EXIT.
      *-----------------------------------------------------------------
      *    BOLETO DA FATURA GERADA -- CLIENTE COM CONTA NO BANCO PAGA
      *    PELO DEBITO AUTOMATICO (PROGDEBAUTO) E NAO RECEBE BOLETO;
      *    BOLETO SO EM REAIS
      *-----------------------------------------------------------------
       0230-EMITE-BOLETO                       SECTION.
      *-----------------------------------------------------------------

               IF REG-FAT-PAGA
                   GO TO 0230-EMITE-BOLETO-FIM
               END-IF.
               IF REG-CONTA-BCO-MASTER GREATER ZEROS
                   ADD 1 TO ACU-DEBITO-AUTOMATICO
                   GO TO 0230-EMITE-BOLETO-FIM
               END-IF.
               IF REG-MOEDA-FAT NOT EQUAL "BRL"
                   ADD 1 TO ACU-BOLETO-RECUSADO
                   DISPLAY "BOLETO NAO EMITIDO (MOEDA " REG-MOEDA-FAT
                       ") - CLIENTE " REG-ID-FAT
                   GO TO 0230-EMITE-BOLETO-FIM
               END-IF.

               MOVE "E"                   TO WRK-FUNCAO-BOL.
               MOVE WRK-PARM-BANCO-BOL    TO WRK-BANCO-BOL.
               MOVE WRK-PARM-AGENCIA-BOL  TO WRK-AGENCIA-BOL.
               MOVE WRK-PARM-CARTEIRA-BOL TO WRK-CARTEIRA-BOL.
               MOVE WRK-PARM-CONTA-BOL    TO WRK-CONTA-BOL.
               COMPUTE WRK-NOSSO-NUM-BASE-BOL =
                   REG-ID-FAT * 1000000 + REG-MES-REF-FAT.
               MOVE REG-DATA-VENCTO-FAT   TO WRK-VENCIMENTO-BOL.
               MOVE REG-VALOR-FAT         TO WRK-VALOR-BOL.
               CALL WRK-MODULO-CALCBOL USING WRK-CALCBOL.
               IF WRK-RESPOSTA-BOL NOT EQUAL "S"
                   ADD 1 TO ACU-BOLETO-RECUSADO
                   DISPLAY "BOLETO NAO EMITIDO (VENCTO/VALOR) - "
                       "CLIENTE " REG-ID-FAT
                   GO TO 0230-EMITE-BOLETO-FIM
               END-IF.

               MOVE SPACES                  TO REG-BOLREM.
               ADD 1 TO WRK-SEQ-BOL.
               SET REG-BOL-DETALHE          TO TRUE.
               MOVE WRK-SEQ-BOL             TO REG-SEQ-BOL.
               MOVE WRK-NOSSO-NUMERO-BOL    TO REG-NOSSO-NUMERO-BOL.
               MOVE REG-DATA-VENCTO-FAT     TO REG-DATA-VENCTO-BOL.
               MOVE REG-VALOR-FAT           TO REG-VALOR-BOL.
               MOVE REG-DATA-EMISSAO-FAT    TO REG-DATA-EMISSAO-BOL.
               MOVE REG-CPF-MASTER          TO REG-CPF-SACADO-BOL.
               MOVE REG-NOME-MASTER         TO REG-NOME-SACADO-BOL.
               MOVE REG-ENDERECO-MASTER     TO REG-ENDERECO-SACADO-BOL.
               MOVE REG-CIDADE-MASTER       TO REG-CIDADE-SACADO-BOL.
               MOVE REG-UF-MASTER           TO REG-UF-SACADO-BOL.
               MOVE REG-CEP-MASTER          TO REG-CEP-SACADO-BOL.
               MOVE WRK-LINHA-DIGITAVEL-BOL TO REG-LINHA-DIGITAVEL-BOL.
               MOVE WRK-COD-BARRAS-BOL      TO REG-COD-BARRAS-BOL.
               WRITE REG-BOLREM.
               IF FS-BOLREM EQUAL '00'
                   ADD 1 TO ACU-BOLETOS
                   ADD REG-VALOR-FAT TO ACU-TOTAL-BOLETOS
               END-IF.

       0230-EMITE-BOLETO-FIM.                  EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------
               DISPLAY "CLIENTES INATIVOS.........:" ACU-INATIVOS.
               DISPLAY "CLIENTES SEM VALOR........:" ACU-SEM-VALOR.
               DISPLAY "JA FATURADOS NO MES.......:" ACU-JA-FATURADOS.
               DISPLAY "EM TRIAL (NAO FATURADOS)..:" ACU-EM-TRIAL.
               DISPLAY "FATURAS TRIMESTRAL/ANUAL..:" ACU-FATURAS-CICLO.
               DISPLAY "JA COBERTOS PELO CICLO....:" ACU-COBERTO-CICLO.
               DISPLAY "FATURAS PRO-RATA..........:" ACU-PRO-RATA.
               DISPLAY "OFERTAS DE RETENCAO.......:"
                   ACU-OFERTA-RETENCAO.
               DISPLAY "BOLETOS EMITIDOS..........:" ACU-BOLETOS.
               DISPLAY "EM DEBITO AUTOMATICO......:"
                   ACU-DEBITO-AUTOMATICO.
               DISPLAY "BOLETOS NAO EMITIDOS......:"
                   ACU-BOLETO-RECUSADO.
               MOVE ACU-TOTAL-BOLETOS TO WRK-TOTAL-ED.
               DISPLAY "TOTAL EM BOLETOS..........:R$" WRK-TOTAL-ED.
               DISPLAY "REMESSA DE BOLETOS........:" WRK-NOME-BOLREM.
               MOVE ACU-TOTAL-FATURADO TO WRK-TOTAL-ED.
               DISPLAY "TOTAL FATURADO............:R$" WRK-TOTAL-ED.
               DISPLAY "FATURAS COM SALDO A FAVOR.:" ACU-SALDO-ABATIDO.
               DISPLAY "QUITADAS PELO SALDO.......:"
                   ACU-SALDO-QUITADAS.
               MOVE ACU-TOTAL-ABATIDO TO WRK-TOTAL-ED.
               DISPLAY "ABATIDO DO SALDO A FAVOR..:R$" WRK-TOTAL-ED.
               DISPLAY "INDICACOES CREDITADAS.....:"
                   ACU-IND-CREDITADAS.
               MOVE ACU-TOTAL-CREDITO-IND TO WRK-TOTAL-ED.
               DISPLAY "CREDITOS DE INDICACAO.....:R$" WRK-TOTAL-ED.
               PERFORM 0310-IMP-STREAM
                       VARYING WRK-IDX-STREAM FROM 1 BY 1
                       UNTIL WRK-IDX-STREAM GREATER WRK-QT-STREAMS.
               DISPLAY "CONFERIR OS TOTAIS POR STREAMING COM O "
                   "RELASSIN DO MESMO MES".
               IF ACU-FATURAS-CICLO GREATER ZEROS OR
                  ACU-COBERTO-CICLO GREATER ZEROS
                   DISPLAY "(PLANOS TRIMESTRAL/ANUAL FATURAM O PERIODO "
                       "TODO NO MES DA FATURA -- A RECEITA MENSAL "
                       "SAI NO PROGDIFER)"
               END-IF.
               IF WRK-QT-PROMOS GREATER ZEROS
                   DISPLAY "===== DESCONTOS CONCEDIDOS POR "
                       "PROMOCAO ====="
                           UNTIL WRK-IDX-PROMO GREATER WRK-QT-PROMOS
               END-IF.

       0314-FECHA-REMESSA-BOLETO.
               MOVE SPACES            TO REG-BOLREM-TRAILER.
               ADD 1 TO WRK-SEQ-BOL.
               MOVE "9"               TO REG-TIPO-BRT.
               MOVE WRK-SEQ-BOL       TO REG-SEQ-BRT.
               MOVE ACU-BOLETOS       TO REG-QTDE-BRT.
               MOVE ACU-TOTAL-BOLETOS TO REG-TOTAL-BRT.
               WRITE REG-BOLREM-TRAILER.

       0315-FECHA-ARQUIVOS.
               CLOSE CLIMASTER
                     FATURA
                     BOLREM.
               IF FS-SALDOCLI EQUAL '00'
                   CLOSE SALDOCLI
               END-IF.
               IF WRK-ASSINAT-OK EQUAL 'S'
                   CLOSE ASSINAT
               END-IF.
               IF WRK-RETENCAO-OK EQUAL 'S'
                   CLOSE RETENCAO
               END-IF.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGEMPR.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGEMPR                                      *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 27 / 09 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  CONTRATOS DE EMPRESTIMO PESSOAL DA CONTA     *
      *                    (EMPREST.TXT): CONTRATACAO PELO GERENTE COM  *
      *                    PRINCIPAL, TAXA MENSAL, QUANTIDADE DE        *
      *                    PARCELAS E PRIMEIRO VENCIMENTO, GERANDO O    *
      *                    CRONOGRAMA PELA TABELA PRICE (PRESTACAO.TXT);*
      *                    CONSULTA DOS CONTRATOS DA CONTA E DO         *
      *                    CRONOGRAMA; CANCELAMENTO DO CONTRATO AINDA   *
      *                    NAO LIBERADO                                 *
      *                                                                 *
      *    OBSERVACOES. :  O CONTRATO NASCE "S" (SOLICITADO): O CREDITO *
      *                    DO PRINCIPAL NA CONTA E O DEBITO DE CADA     *
      *                    PARCELA NO VENCIMENTO SAO EMITIDOS NA NOITE  *
      *                    PELO PROGEMLC. AS PARCELAS VENCEM NO MESMO   *
      *                    DIA DOS MESES SEGUINTES (ULTIMO DIA DO MES   *
      *                    QUANDO ELE NAO EXISTE), LEVADAS PARA O       *
      *                    PROXIMO DIA UTIL PELO CALDIA                 *
      *=================================================================
      *    ARQUIVOS.... : EMPREST.TXT                    BOOK           *
      *                                                 #BOOKEMPR       *
      *                   PRESTACAO.TXT                 #BOOKPREST      *
      *                   CONTAS.TXT                    #BOOKCTAS       *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *=================================================================
      *    MODULOS..... :  CALDIA                                       *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *    PROGRAMADOR.:
      *    DATA........:
      *    OBJETIVO....:
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT EMPREST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\EMPREST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-EMP
               FILE STATUS IS FS-EMPREST.
           SELECT PRESTACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\PRESTACAO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-PRE
               FILE STATUS IS FS-PRESTACAO.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  EMPREST.
       COPY "#BOOKEMPR".
       FD  PRESTACAO.
       COPY "#BOOKPREST".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-EMPREST                  PIC X(02)           VALUE SPACES.
       77  FS-PRESTACAO                PIC X(02)           VALUE SPACES.
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-AGENCIA-ENTRADA         PIC X(04)           VALUE SPACES.
       77  WRK-CONTA-ENTRADA           PIC X(06)           VALUE SPACES.
       77  WRK-SEQ-ENTRADA             PIC X(03)           VALUE SPACES.
       77  WRK-PARCELAS-ENTRADA        PIC X(03)           VALUE SPACES.
       77  WRK-AGENCIA-ALVO            PIC 9(04)           VALUE ZEROS.
       77  WRK-CONTA-ALVO              PIC 9(06)           VALUE ZEROS.
       77  WRK-SEQ-ALVO                PIC 9(03)           VALUE ZEROS.
       77  WRK-SEQ-MAX                 PIC 9(03)           VALUE ZEROS.
       77  WRK-CTA-OK                  PIC X(01)           VALUE "N".
       77  WRK-EMP-OK                  PIC X(01)           VALUE "N".
       77  WRK-FIM-EMP                 PIC X(01)           VALUE "N".
       77  WRK-FIM-PRE                 PIC X(01)           VALUE "N".
       77  WRK-QT-EMP-CTA              PIC 9(03)           VALUE ZEROS.
       77  WRK-PRINCIPAL               PIC 9(07)V99        VALUE ZEROS.
       77  WRK-TAXA-MENSAL             PIC 9(02)V9(04)     VALUE ZEROS.
       77  WRK-QT-PARCELAS             PIC 9(03)           VALUE ZEROS.
       77  WRK-VALOR-PARCELA           PIC 9(07)V99        VALUE ZEROS.
       77  WRK-PARM-PARCELAS-MAX       PIC 9(03)           VALUE 120.
       77  WRK-PARM-TAXA-MAX           PIC 9(02)V9(04)     VALUE 15.
       77  WRK-PARM-CARENCIA-MAX       PIC 9(03)           VALUE 60.
       77  WRK-DIAS-CARENCIA           PIC S9(05)          VALUE ZEROS.
       77  WRK-NUM-PARC                PIC 9(03)           VALUE ZEROS.
       77  WRK-MESES-SOMA              PIC 9(05)           VALUE ZEROS.
       77  WRK-SALDO-CALC              PIC 9(07)V99        VALUE ZEROS.
       77  WRK-JUROS-CALC              PIC 9(07)V99        VALUE ZEROS.
       77  WRK-TOTAL-PAGAR             PIC 9(09)V99        VALUE ZEROS.
       77  WRK-ULT-DIA                 PIC 9(02)           VALUE ZEROS.
       77  WRK-DATA-AUX                PIC 9(08)           VALUE ZEROS.
       77  WRK-SALDO-ED                PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED                PIC Z.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED                 PIC Z9,9999.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGEMPR".
       77  WRK-MODULO-CALDIA           PIC X(08)           VALUE
               "CALDIA".
       01  WRK-CALDIA.
           05 WRK-FUNCAO-CAL           PIC X(01).
           05 WRK-DATA-IN-CAL          PIC 9(08).
           05 WRK-DATA-OUT-CAL         PIC 9(08).
           05 WRK-RESPOSTA-CAL         PIC X(01).
           05 WRK-SITUACAO-CAL         PIC X(01).
       01  WRK-VALOR-AREA.
           05 WRK-VALOR-ENTRADA        PIC X(09)           VALUE
               "000000000".
           05 WRK-VALOR-NUM REDEFINES WRK-VALOR-ENTRADA
                                       PIC 9(07)V99.
       01  WRK-TAXA-AREA.
           05 WRK-TAXA-ENTRADA         PIC X(06)           VALUE
               "000000".
           05 WRK-TAXA-NUM REDEFINES WRK-TAXA-ENTRADA
                                       PIC 9(02)V9(04).
      *----------------- PRIMEIRO VENCIMENTO DIGITADO (AAAAMMDD)
       01  WRK-VENCTO-AREA.
           05 WRK-VENCTO-ENTRADA       PIC X(08)           VALUE
               "00000000".
           05 WRK-VENCTO-NUM REDEFINES WRK-VENCTO-ENTRADA
                                       PIC 9(08).
           05 WRK-VENCTO-PARTES REDEFINES WRK-VENCTO-ENTRADA.
               10 WRK-VENCTO-ANO       PIC 9(04).
               10 WRK-VENCTO-MES       PIC 9(02).
               10 WRK-VENCTO-DIA       PIC 9(02).
      *----------------- VENCIMENTO DA PARCELA EM MONTAGEM
       01  WRK-DATA-PARC.
           05 WRK-ANO-PARC             PIC 9(04)           VALUE ZEROS.
           05 WRK-MES-PARC             PIC 9(02)           VALUE ZEROS.
           05 WRK-DIA-PARC             PIC 9(02)           VALUE ZEROS.
       01  WRK-DATA-PARC-NUM REDEFINES WRK-DATA-PARC
                                       PIC 9(08).
       01  WRK-DATA-ULT.
           05 WRK-ANO-ULT              PIC 9(04)           VALUE ZEROS.
           05 WRK-MES-ULT              PIC 9(02)           VALUE ZEROS.
           05 WRK-DIA-ULT              PIC 9(02)           VALUE ZEROS.
       01  WRK-DATA-ULT-NUM REDEFINES WRK-DATA-ULT
                                       PIC 9(08).
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-CONTRATADO       PIC X(30)           VALUE
               "CONTRATO REGISTRADO!!".
           05 WRK-MSG-CANCELADO        PIC X(30)           VALUE
               "CONTRATO CANCELADO!!".
           05 WRK-MSG-NAO-EXISTE       PIC X(30)           VALUE
               "CONTRATO NAO CADASTRADO!".
           05 WRK-MSG-CONTA-INVALIDA   PIC X(30)           VALUE
               "CONTA INVALIDA - REDIGITE".
           05 WRK-MSG-VALOR-INVALIDO   PIC X(30)           VALUE
               "VALOR INVALIDO - REDIGITE".
           05 WRK-OPCAO-INVALIDA       PIC X(30)           VALUE
               "OPCAO INVALIDA!".
           05 WRK-FIM-ARQ              PIC X(30)           VALUE
               "FIM DE PROGRAMA".

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               DISPLAY "GERENTE/OPERADOR RESPONSAVEL PELO CONTRATO: ".
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL - STATUS:"
                       FS-CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O EMPREST.
               IF FS-EMPREST EQUAL "35"
                   OPEN OUTPUT EMPREST
                   CLOSE EMPREST
                   OPEN I-O EMPREST
               END-IF.
               IF FS-EMPREST NOT EQUAL "00"
                   DISPLAY "CADASTRO DE CONTRATOS INDISPONIVEL - "
                       "STATUS:" FS-EMPREST
                   CLOSE CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O PRESTACAO.
               IF FS-PRESTACAO EQUAL "35"
                   OPEN OUTPUT PRESTACAO
                   CLOSE PRESTACAO
                   OPEN I-O PRESTACAO
               END-IF.
               IF FS-PRESTACAO NOT EQUAL "00"
                   DISPLAY "CRONOGRAMA DE PARCELAS INDISPONIVEL - "
                       "STATUS:" FS-PRESTACAO
                   CLOSE CONTAS
                   CLOSE EMPREST
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               DISPLAY "[1] NOVO CONTRATO DE EMPRESTIMO".
               DISPLAY "[2] CONTRATOS DA CONTA".
               DISPLAY "[3] CRONOGRAMA DO CONTRATO".
               DISPLAY "[4] CANCELAR CONTRATO NAO LIBERADO".
               DISPLAY "[5] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-CONTRATAR
                   WHEN "2" PERFORM 0250-LISTAR-CONTA
                   WHEN "3" PERFORM 0260-CRONOGRAMA
                   WHEN "4" PERFORM 0240-CANCELAR
                   WHEN "5" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AGENCIA + CONTA DO CONTRATO: LIDA DIRETO NO MASTER PELA
      *    CHAVE DO KSDS
      *-----------------------------------------------------------------
       0205-ACEITA-CONTA                       SECTION.

               MOVE "N" TO WRK-CTA-OK.
               DISPLAY "AGENCIA (4 DIGITOS): ".
               ACCEPT WRK-AGENCIA-ENTRADA.
               DISPLAY "CONTA (6 DIGITOS): ".
               ACCEPT WRK-CONTA-ENTRADA.
               IF WRK-AGENCIA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA EQUAL "000000"
                   DISPLAY WRK-MSG-CONTA-INVALIDA
                   GO TO 0205-ACEITA-CONTA-FIM
               END-IF.
               MOVE WRK-AGENCIA-ENTRADA TO WRK-AGENCIA-ALVO.
               MOVE WRK-CONTA-ENTRADA   TO WRK-CONTA-ALVO.
               MOVE WRK-AGENCIA-ALVO    TO REG-AGENCIA-MTR.
               MOVE WRK-CONTA-ALVO      TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA NO MASTER!"
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CTA-OK
               END-READ.

       0205-ACEITA-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    PARCELA FIXA DA TABELA PRICE:
      *        PMT = PRINCIPAL X I / (1 - (1 + I) ** -N)
      *    COM I = TAXA MENSAL / 100. O PRIMEIRO VENCIMENTO TEM QUE
      *    CAIR DEPOIS DE HOJE E DENTRO DA CARENCIA MAXIMA
      *-----------------------------------------------------------------
       0210-CONTRATAR                          SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0210-CONTRATAR-FIM
               END-IF.
               IF NOT REG-CONTA-ABERTA
                   DISPLAY "CONTA NAO ESTA ABERTA -- NAO CONTRATA "
                       "EMPRESTIMO"
                   GO TO 0210-CONTRATAR-FIM
               END-IF.
               DISPLAY "PRINCIPAL 9(7)V99 SEM VIRGULA: ".
               MOVE "000000000" TO WRK-VALOR-ENTRADA.
               ACCEPT WRK-VALOR-ENTRADA.
               IF WRK-VALOR-ENTRADA IS NOT NUMERIC OR
                  WRK-VALOR-NUM EQUAL ZEROS
                   DISPLAY WRK-MSG-VALOR-INVALIDO
                   GO TO 0210-CONTRATAR-FIM
               END-IF.
               MOVE WRK-VALOR-NUM TO WRK-PRINCIPAL.
               DISPLAY "TAXA % AO MES 9(2)V9(4) SEM VIRGULA "
                   "(EX: 019900 = 1,99%): ".
               MOVE "000000" TO WRK-TAXA-ENTRADA.
               ACCEPT WRK-TAXA-ENTRADA.
               IF WRK-TAXA-ENTRADA IS NOT NUMERIC OR
                  WRK-TAXA-NUM EQUAL ZEROS OR
                  WRK-TAXA-NUM GREATER WRK-PARM-TAXA-MAX
                   DISPLAY "TAXA INVALIDA - REDIGITE"
                   GO TO 0210-CONTRATAR-FIM
               END-IF.
               MOVE WRK-TAXA-NUM TO WRK-TAXA-MENSAL.
               DISPLAY "QUANTIDADE DE PARCELAS (ATE "
                   WRK-PARM-PARCELAS-MAX "): ".
               MOVE SPACES TO WRK-PARCELAS-ENTRADA.
               ACCEPT WRK-PARCELAS-ENTRADA.
               IF WRK-PARCELAS-ENTRADA IS NOT NUMERIC
                   DISPLAY "QUANTIDADE INVALIDA - REDIGITE"
                   GO TO 0210-CONTRATAR-FIM
               END-IF.
               MOVE WRK-PARCELAS-ENTRADA TO WRK-QT-PARCELAS.
               IF WRK-QT-PARCELAS EQUAL ZEROS OR
                  WRK-QT-PARCELAS GREATER WRK-PARM-PARCELAS-MAX
                   DISPLAY "QUANTIDADE INVALIDA - REDIGITE"
                   GO TO 0210-CONTRATAR-FIM
               END-IF.
               PERFORM 0215-ACEITA-VENCIMENTO.
               IF WRK-VENCTO-NUM EQUAL ZEROS
                   GO TO 0210-CONTRATAR-FIM
               END-IF.

               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-PRINCIPAL * (WRK-TAXA-MENSAL / 100) /
                   (1 - (1 + WRK-TAXA-MENSAL / 100) **
                        (0 - WRK-QT-PARCELAS)).
               COMPUTE WRK-TOTAL-PAGAR =
                   WRK-VALOR-PARCELA * WRK-QT-PARCELAS.
               MOVE WRK-PRINCIPAL     TO WRK-SALDO-ED.
               MOVE WRK-TAXA-MENSAL   TO WRK-TAXA-ED.
               DISPLAY "PRINCIPAL R$" WRK-SALDO-ED " TAXA "
                   WRK-TAXA-ED "% A.M. EM " WRK-QT-PARCELAS
                   " PARCELAS".
               MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED.
               MOVE WRK-TOTAL-PAGAR   TO WRK-SALDO-ED.
               DISPLAY "PARCELA R$" WRK-VALOR-ED " -- TOTAL A PAGAR "
                   "R$" WRK-SALDO-ED " -- 1O VENCIMENTO "
                   WRK-VENCTO-NUM.
               DISPLAY "CONFIRMA A CONTRATACAO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA NOT EQUAL "S"
                   GO TO 0210-CONTRATAR-FIM
               END-IF.

               PERFORM 0255-CONTA-CONTRATOS.
               IF WRK-SEQ-MAX EQUAL 999
                   DISPLAY "CONTA SEM SEQUENCIA LIVRE DE CONTRATO"
                   GO TO 0210-CONTRATAR-FIM
               END-IF.
               PERFORM 0220-GRAVA-CONTRATO.

       0210-CONTRATAR-FIM.EXIT.

       0215-ACEITA-VENCIMENTO                  SECTION.

               DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD): ".
               MOVE "00000000" TO WRK-VENCTO-ENTRADA.
               ACCEPT WRK-VENCTO-ENTRADA.
               IF WRK-VENCTO-ENTRADA IS NOT NUMERIC OR
                  WRK-VENCTO-MES EQUAL ZEROS OR
                  WRK-VENCTO-MES GREATER 12 OR
                  WRK-VENCTO-DIA EQUAL ZEROS OR
                  WRK-VENCTO-ANO LESS 1601
                   DISPLAY "DATA INVALIDA - REDIGITE"
                   MOVE ZEROS TO WRK-VENCTO-NUM
                   GO TO 0215-ACEITA-VENCIMENTO-FIM
               END-IF.
               MOVE WRK-VENCTO-ANO TO WRK-ANO-PARC.
               MOVE WRK-VENCTO-MES TO WRK-MES-PARC.
               PERFORM 0228-ULTIMO-DIA-MES.
               IF WRK-VENCTO-DIA GREATER WRK-ULT-DIA
                   DISPLAY "DATA INVALIDA - REDIGITE"
                   MOVE ZEROS TO WRK-VENCTO-NUM
                   GO TO 0215-ACEITA-VENCIMENTO-FIM
               END-IF.
               COMPUTE WRK-DIAS-CARENCIA =
                   FUNCTION INTEGER-OF-DATE(WRK-VENCTO-NUM) -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-EXEC).
               IF WRK-DIAS-CARENCIA NOT GREATER ZEROS OR
                  WRK-DIAS-CARENCIA GREATER WRK-PARM-CARENCIA-MAX
                   DISPLAY "PRIMEIRO VENCIMENTO DEVE CAIR ENTRE "
                       "AMANHA E " WRK-PARM-CARENCIA-MAX " DIAS"
                   MOVE ZEROS TO WRK-VENCTO-NUM
               END-IF.

       0215-ACEITA-VENCIMENTO-FIM.EXIT.

       0220-GRAVA-CONTRATO                     SECTION.

               MOVE SPACES            TO REG-EMPREST.
               MOVE WRK-AGENCIA-ALVO  TO REG-AGENCIA-EMP.
               MOVE WRK-CONTA-ALVO    TO REG-CONTA-EMP.
               ADD 1 TO WRK-SEQ-MAX GIVING REG-SEQ-EMP.
               MOVE WRK-PRINCIPAL     TO REG-PRINCIPAL-EMP.
               MOVE WRK-TAXA-MENSAL   TO REG-TAXA-MENSAL-EMP.
               MOVE WRK-QT-PARCELAS   TO REG-QT-PARCELAS-EMP.
               MOVE WRK-VALOR-PARCELA TO REG-VALOR-PARCELA-EMP.
               MOVE WRK-VENCTO-NUM    TO REG-DATA-PRIM-VENCTO-EMP.
               MOVE WRK-DATA-EXEC     TO REG-DATA-CONTRATO-EMP.
               MOVE ZEROS             TO REG-DATA-LIBERACAO-EMP.
               MOVE ZEROS             TO REG-QT-PAGAS-EMP.
               MOVE WRK-PRINCIPAL     TO REG-SALDO-DEVEDOR-EMP.
               MOVE "S"               TO REG-SITUACAO-EMP.
               MOVE REG-GERENTE-MTR   TO REG-GERENTE-EMP.
               MOVE WRK-USUARIO-EXEC  TO REG-OPERADOR-EMP.
               WRITE REG-EMPREST
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR CONTRATO - STATUS:"
                           FS-EMPREST
                       GO TO 0220-GRAVA-CONTRATO-FIM
               END-WRITE.

               MOVE WRK-PRINCIPAL TO WRK-SALDO-CALC.
               PERFORM 0225-GERA-PARCELA
                   VARYING WRK-NUM-PARC FROM 1 BY 1
                   UNTIL WRK-NUM-PARC GREATER WRK-QT-PARCELAS.
               ADD 1 TO WRK-QT-ALTERACOES.
               DISPLAY WRK-MSG-CONTRATADO.
               DISPLAY "CONTRATO " REG-AGENCIA-EMP "/" REG-CONTA-EMP
                   "-" REG-SEQ-EMP " -- PRINCIPAL CREDITADO NO "
                   "PROCESSAMENTO DA NOITE".

       0220-GRAVA-CONTRATO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    PARCELA N: VENCE N-1 MESES DEPOIS DO PRIMEIRO VENCIMENTO, NO
      *    MESMO DIA (OU NO ULTIMO DIA DO MES), EM DIA UTIL; JUROS DO
      *    MES SOBRE O SALDO E AMORTIZACAO PELA DIFERENCA -- A ULTIMA
      *    PARCELA AMORTIZA O SALDO QUE SOBROU DOS ARREDONDAMENTOS
      *-----------------------------------------------------------------
       0225-GERA-PARCELA                       SECTION.

               COMPUTE WRK-MESES-SOMA =
                   WRK-VENCTO-MES - 1 + WRK-NUM-PARC - 1.
               COMPUTE WRK-ANO-PARC =
                   WRK-VENCTO-ANO + WRK-MESES-SOMA / 12.
               COMPUTE WRK-MES-PARC =
                   WRK-MESES-SOMA - (WRK-MESES-SOMA / 12) * 12 + 1.
               PERFORM 0228-ULTIMO-DIA-MES.
               IF WRK-VENCTO-DIA GREATER WRK-ULT-DIA
                   MOVE WRK-ULT-DIA    TO WRK-DIA-PARC
               ELSE
                   MOVE WRK-VENCTO-DIA TO WRK-DIA-PARC
               END-IF.
               MOVE WRK-DATA-PARC-NUM TO WRK-DATA-AUX.
               PERFORM 0229-AJUSTA-DIA-UTIL.

               COMPUTE WRK-JUROS-CALC ROUNDED =
                   WRK-SALDO-CALC * WRK-TAXA-MENSAL / 100.
               MOVE SPACES              TO REG-PRESTACAO.
               MOVE REG-AGENCIA-EMP     TO REG-AGENCIA-PRE.
               MOVE REG-CONTA-EMP       TO REG-CONTA-PRE.
               MOVE REG-SEQ-EMP         TO REG-SEQ-PRE.
               MOVE WRK-NUM-PARC        TO REG-NUM-PRE.
               MOVE WRK-DATA-AUX        TO REG-DATA-VENCTO-PRE.
               MOVE WRK-JUROS-CALC      TO REG-JUROS-PRE.
               IF WRK-NUM-PARC EQUAL WRK-QT-PARCELAS
                   MOVE WRK-SALDO-CALC  TO REG-AMORTIZACAO-PRE
                   COMPUTE REG-VALOR-PRE =
                       WRK-SALDO-CALC + WRK-JUROS-CALC
               ELSE
                   MOVE WRK-VALOR-PARCELA TO REG-VALOR-PRE
                   COMPUTE REG-AMORTIZACAO-PRE =
                       WRK-VALOR-PARCELA - WRK-JUROS-CALC
               END-IF.
               SUBTRACT REG-AMORTIZACAO-PRE FROM WRK-SALDO-CALC.
               MOVE WRK-SALDO-CALC      TO REG-SALDO-APOS-PRE.
               MOVE "A"                 TO REG-SITUACAO-PRE.
               MOVE ZEROS               TO REG-DATA-ENVIO-PRE.
               MOVE ZEROS               TO REG-QT-TENTATIVAS-PRE.
               MOVE ZEROS               TO REG-MULTA-PRE.
               MOVE ZEROS               TO REG-MORA-PRE.
               MOVE ZEROS               TO REG-VALOR-ENVIADO-PRE.
               MOVE ZEROS               TO REG-DATA-PAGTO-PRE.
               WRITE REG-PRESTACAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PARCELA " WRK-NUM-PARC
                           " - STATUS:" FS-PRESTACAO
               END-WRITE.

       0225-GERA-PARCELA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ULTIMO DIA DO MES WRK-ANO-PARC/WRK-MES-PARC: VESPERA DO DIA
      *    1 DO MES SEGUINTE
      *-----------------------------------------------------------------
       0228-ULTIMO-DIA-MES                     SECTION.

               IF WRK-MES-PARC EQUAL 12
                   COMPUTE WRK-ANO-ULT = WRK-ANO-PARC + 1
                   MOVE 1 TO WRK-MES-ULT
               ELSE
                   MOVE WRK-ANO-PARC TO WRK-ANO-ULT
                   COMPUTE WRK-MES-ULT = WRK-MES-PARC + 1
               END-IF.
               MOVE 1 TO WRK-DIA-ULT.
               COMPUTE WRK-DATA-ULT-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-ULT-NUM) - 1).
               MOVE WRK-DIA-ULT TO WRK-ULT-DIA.

       0228-ULTIMO-DIA-MES-FIM.EXIT.

      *-----------------------------------------------------------------
      *    VENCIMENTO EM DIA NAO UTIL VAI PARA O PROXIMO DIA UTIL; SEM
      *    CALENDARIO A DATA FICA COMO ESTA
      *-----------------------------------------------------------------
       0229-AJUSTA-DIA-UTIL                    SECTION.

               MOVE "V" TO WRK-FUNCAO-CAL.
               MOVE WRK-DATA-AUX TO WRK-DATA-IN-CAL.
               CALL WRK-MODULO-CALDIA USING WRK-CALDIA.
               IF WRK-SITUACAO-CAL EQUAL "0" AND
                  WRK-RESPOSTA-CAL NOT EQUAL "S"
                   MOVE "P" TO WRK-FUNCAO-CAL
                   CALL WRK-MODULO-CALDIA USING WRK-CALDIA
                   IF WRK-SITUACAO-CAL EQUAL "0"
                       MOVE WRK-DATA-OUT-CAL TO WRK-DATA-AUX
                   END-IF
               END-IF.

       0229-AJUSTA-DIA-UTIL-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CONTRATO DA CONTA PELA SEQUENCIA, LIDO DIRETO NO KSDS
      *-----------------------------------------------------------------
       0230-ACEITA-CONTRATO                    SECTION.

               MOVE "N" TO WRK-EMP-OK.
               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0230-ACEITA-CONTRATO-FIM
               END-IF.
               DISPLAY "SEQUENCIA DO CONTRATO (3 DIGITOS): ".
               ACCEPT WRK-SEQ-ENTRADA.
               IF WRK-SEQ-ENTRADA IS NOT NUMERIC
                   DISPLAY "SEQUENCIA INVALIDA - REDIGITE"
                   GO TO 0230-ACEITA-CONTRATO-FIM
               END-IF.
               MOVE WRK-SEQ-ENTRADA  TO WRK-SEQ-ALVO.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-EMP.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-EMP.
               MOVE WRK-SEQ-ALVO     TO REG-SEQ-EMP.
               READ EMPREST
                   INVALID KEY
                       DISPLAY WRK-MSG-NAO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-EMP-OK
                       PERFORM 0245-MOSTRA-CONTRATO
               END-READ.

       0230-ACEITA-CONTRATO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SO O CONTRATO AINDA NAO LIBERADO E CANCELADO; O CRONOGRAMA
      *    FICA GRAVADO (AS PARCELAS DE CONTRATO CANCELADO NAO SAO
      *    COBRADAS)
      *-----------------------------------------------------------------
       0240-CANCELAR                           SECTION.

               PERFORM 0230-ACEITA-CONTRATO.
               IF WRK-EMP-OK NOT EQUAL "S"
                   GO TO 0240-CANCELAR-FIM
               END-IF.
               IF NOT REG-EMP-SOLICITADO
                   DISPLAY "CONTRATO JA LIBERADO NA CONTA -- NAO PODE "
                       "SER CANCELADO"
                   GO TO 0240-CANCELAR-FIM
               END-IF.
               DISPLAY "CONFIRMA O CANCELAMENTO (S/N): ".
               ACCEPT WRK-CONFIRMA.
               IF WRK-CONFIRMA EQUAL "S"
                   MOVE "C"              TO REG-SITUACAO-EMP
                   MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-EMP
                   REWRITE REG-EMPREST
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR CONTRATO - "
                               "STATUS:" FS-EMPREST
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY WRK-MSG-CANCELADO
                   END-REWRITE
               END-IF.

       0240-CANCELAR-FIM.EXIT.

       0245-MOSTRA-CONTRATO                    SECTION.

               MOVE REG-PRINCIPAL-EMP   TO WRK-SALDO-ED.
               MOVE REG-TAXA-MENSAL-EMP TO WRK-TAXA-ED.
               DISPLAY REG-AGENCIA-EMP "/" REG-CONTA-EMP "-"
                       REG-SEQ-EMP " SITUACAO:" REG-SITUACAO-EMP
                       " PRINCIPAL R$" WRK-SALDO-ED
                       " TAXA " WRK-TAXA-ED "% A.M.".
               MOVE REG-VALOR-PARCELA-EMP TO WRK-VALOR-ED.
               MOVE REG-SALDO-DEVEDOR-EMP TO WRK-SALDO-ED.
               DISPLAY "  PARCELAS " REG-QT-PAGAS-EMP "/"
                       REG-QT-PARCELAS-EMP " DE R$" WRK-VALOR-ED
                       "  SALDO DEVEDOR R$" WRK-SALDO-ED.
               DISPLAY "  CONTRATADO EM " REG-DATA-CONTRATO-EMP
                       "  LIBERADO EM " REG-DATA-LIBERACAO-EMP
                       "  GERENTE " REG-GERENTE-EMP.

       0245-MOSTRA-CONTRATO-FIM.EXIT.

       0250-LISTAR-CONTA                       SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK EQUAL "S"
                   PERFORM 0255-CONTA-CONTRATOS
                   DISPLAY "CONTRATOS DA CONTA: " WRK-QT-EMP-CTA
               END-IF.

       0250-LISTAR-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    O KSDS E ORDENADO POR AGENCIA + CONTA + SEQUENCIA: OS
      *    CONTRATOS DA CONTA SAO LIDOS DO START ATE MUDAR A CONTA,
      *    GUARDANDO A MAIOR SEQUENCIA (NA LISTAGEM CADA UM E MOSTRADO)
      *-----------------------------------------------------------------
       0255-CONTA-CONTRATOS                    SECTION.

               MOVE ZEROS TO WRK-QT-EMP-CTA.
               MOVE ZEROS TO WRK-SEQ-MAX.
               MOVE WRK-AGENCIA-ALVO TO REG-AGENCIA-EMP.
               MOVE WRK-CONTA-ALVO   TO REG-CONTA-EMP.
               MOVE ZEROS            TO REG-SEQ-EMP.
               START EMPREST KEY NOT LESS REG-CHAVE-EMP.
               IF FS-EMPREST EQUAL "00"
                   MOVE "N" TO WRK-FIM-EMP
                   PERFORM 0256-LE-CONTRATO
                       UNTIL WRK-FIM-EMP EQUAL "S"
               END-IF.
               MOVE "00" TO FS-EMPREST.

       0255-CONTA-CONTRATOS-FIM.EXIT.

       0256-LE-CONTRATO                        SECTION.

               READ EMPREST NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-EMP
                   NOT AT END
                       IF REG-AGENCIA-EMP EQUAL WRK-AGENCIA-ALVO AND
                          REG-CONTA-EMP   EQUAL WRK-CONTA-ALVO
                           ADD 1 TO WRK-QT-EMP-CTA
                           MOVE REG-SEQ-EMP TO WRK-SEQ-MAX
                           IF WRK-OPCAO EQUAL "2"
                               PERFORM 0245-MOSTRA-CONTRATO
                           END-IF
                       ELSE
                           MOVE "S" TO WRK-FIM-EMP
                       END-IF
               END-READ.

       0256-LE-CONTRATO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CRONOGRAMA: AS PARCELAS DO CONTRATO EM ORDEM, COM A
      *    SITUACAO, O QUE FOI COBRADO DE ENCARGOS E A DATA DO PAGAMENTO
      *-----------------------------------------------------------------
       0260-CRONOGRAMA                         SECTION.

               PERFORM 0230-ACEITA-CONTRATO.
               IF WRK-EMP-OK NOT EQUAL "S"
                   GO TO 0260-CRONOGRAMA-FIM
               END-IF.
               MOVE REG-AGENCIA-EMP TO REG-AGENCIA-PRE.
               MOVE REG-CONTA-EMP   TO REG-CONTA-PRE.
               MOVE REG-SEQ-EMP     TO REG-SEQ-PRE.
               MOVE ZEROS           TO REG-NUM-PRE.
               START PRESTACAO KEY NOT LESS REG-CHAVE-PRE.
               IF FS-PRESTACAO EQUAL "00"
                   MOVE "N" TO WRK-FIM-PRE
                   PERFORM 0261-LE-PARCELA
                       UNTIL WRK-FIM-PRE EQUAL "S"
               END-IF.
               MOVE "00" TO FS-PRESTACAO.

       0260-CRONOGRAMA-FIM.EXIT.

       0261-LE-PARCELA                         SECTION.

               READ PRESTACAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-PRE
                   NOT AT END
                       IF REG-AGENCIA-PRE EQUAL REG-AGENCIA-EMP AND
                          REG-CONTA-PRE   EQUAL REG-CONTA-EMP   AND
                          REG-SEQ-PRE     EQUAL REG-SEQ-EMP
                           PERFORM 0262-MOSTRA-PARCELA
                       ELSE
                           MOVE "S" TO WRK-FIM-PRE
                       END-IF
               END-READ.

       0261-LE-PARCELA-FIM.EXIT.

       0262-MOSTRA-PARCELA                     SECTION.

               MOVE REG-VALOR-PRE      TO WRK-VALOR-ED.
               MOVE REG-SALDO-APOS-PRE TO WRK-SALDO-ED.
               DISPLAY "  " REG-NUM-PRE " VENCE " REG-DATA-VENCTO-PRE
                       " R$" WRK-VALOR-ED " SITUACAO:"
                       REG-SITUACAO-PRE " SALDO APOS R$" WRK-SALDO-ED.
               IF REG-MULTA-PRE GREATER ZEROS OR
                  REG-DATA-PAGTO-PRE GREATER ZEROS
                   COMPUTE WRK-TOTAL-PAGAR =
                       REG-MULTA-PRE + REG-MORA-PRE
                   MOVE WRK-TOTAL-PAGAR TO WRK-VALOR-ED
                   DISPLAY "      ENCARGOS R$" WRK-VALOR-ED
                       " TENTATIVAS " REG-QT-TENTATIVAS-PRE
                       " PAGA EM " REG-DATA-PAGTO-PRE
               END-IF.

       0262-MOSTRA-PARCELA-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE EMPREST.
               CLOSE PRESTACAO.
               CLOSE CONTAS.
               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY WRK-FIM-ARQ.

       0300-FINALIZAR-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

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
               MOVE WRK-QT-ALTERACOES TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

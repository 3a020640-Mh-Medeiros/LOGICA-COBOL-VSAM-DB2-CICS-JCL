       IDENTIFICATION                          DIVISION.
       PROGRAM-ID.PROGCICS9.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGCICS9                                     *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 08 / 10 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  TRANSACAO CICS (CCL9) DE CONSULTA DAS        *
      *                    FATURAS DO CLIENTE E PEDIDO DE SEGUNDA VIA   *
      *                    PARA O ATENDIMENTO, COM MAPA BMS (FATMAP9):  *
      *                    O OPERADOR FAZ SIGN-ON (USUARIOS, VIA FCT),  *
      *                    INFORMA O CODIGO DO CLIENTE (REG-ID-FAT) E O *
      *                    PROGRAMA PAGINA AS FATURAS DA TABELA DB2     *
      *                    FOURSYS.FATURA (CARGA DO PROGDB2FT), DA MAIS *
      *                    RECENTE PARA A MAIS ANTIGA -- MES DE         *
      *                    REFERENCIA, STREAMING, VENCIMENTO, VALOR,    *
      *                    SITUACAO, PAGAMENTO E ACORDO DE              *
      *                    PARCELAMENTO. MARCANDO COM X AS FATURAS E    *
      *                    TECLANDO ENTER, O PEDIDO DE SEGUNDA VIA VAI  *
      *                    PARA O SEGVIA (KSDS) COMO PENDENTE, COM O    *
      *                    CANAL DE ENVIO (IMPRESSA NO ENDERECO DO      *
      *                    CADASTRO OU E-MAIL INFORMADO NA TELA); O     *
      *                    PROG2VIA EMITE OS PENDENTES NA NOITE         *
      *                    SEGUINTE NO FAT2VIA.D<DATA>.TXT              *
      *                                                                 *
      *    OBSERVACOES. : RODA SOB CICS; NAO E UM PROGRAMA BATCH. A     *
      *                  LISTA VEM DO ESPELHO DB2 CARREGADO NA NOITE    *
      *                  ANTERIOR; A SEGUNDA VIA SAI COM A SITUACAO DA  *
      *                  FATURA NO FATURA.TXT NA NOITE DA EMISSAO.      *
      *                  FATURA CANCELADA OU PARCELADA NAO TEM SEGUNDA  *
      *                  VIA. AS CHAVES DAS FATURAS DA PAGINA, O CANAL  *
      *                  E O E-MAIL VIAJAM NA COMMAREA; CADA PAGINA     *
      *                  REABRE O CURSOR E PULA AS LINHAS DAS PAGINAS   *
      *                  ANTERIORES, COMO NO CCL6                       *
      *=================================================================
      *    ARQUIVOS.... : USUARIOS (VSAM, VIA FCT)     #BOOKUSER        *
      *                   NEWCLI   (VSAM, VIA FCT)                      *
      *                   SEGVIA   (KSDS, VIA FCT)     #BOOK2VIA        *
      *                   FOURSYS.FATURA (DB2)                          *
      *                   FATMAP9 (MAPSET BMS)         #FATMAP9         *
      *=================================================================
      *    MODULOS..... :                                               *
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

       DATA                                    DIVISION.
       WORKING-STORAGE                         SECTION.
       COPY DFHAID.
       77  WRK-RESP                    PIC 9(08) COMP-5     VALUE ZEROS.
       77  WRK-ENTRADA                 PIC X(10)           VALUE SPACES.
       77  WRK-ABSTIME                 PIC S9(15)   COMP-3 VALUE ZEROS.
       77  WRK-DATA-HOJE-X             PIC X(08)           VALUE SPACES.
       77  WRK-HORA-HOJE-X             PIC X(06)           VALUE SPACES.
       77  WRK-DATA-HOJE               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-HOJE               PIC 9(06)           VALUE ZEROS.
       77  WRK-CAMPO-OK                PIC X(01)           VALUE "S".
       77  WRK-FIM-CURSOR              PIC X(01)           VALUE "N".
       77  WRK-CLI-ACHOU               PIC X(01)           VALUE "N".
       77  WRK-IDX                     PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-MARCAS               PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-PEDIDOS              PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-ARROBA               PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-PULAR                PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-QT-LIDOS                PIC 9(07)    COMP-3 VALUE ZEROS.
       77  WRK-QT-LINHA                PIC 9(02)           VALUE ZEROS.
       77  WRK-PAGINA-ED               PIC ZZZ9.
       77  WRK-SQLCODE-ED              PIC -ZZZ9.
       77  WRK-TELA-FIM                PIC X(01)           VALUE SPACES.
      *----------------- CAMPOS DIGITADOS, GUARDADOS ANTES DE LIMPAR O
      *                  MAPA DE SAIDA (QUE REDEFINE O DE ENTRADA)
       01  WRK-TELA-FATURAS.
           05 WRK-TLA-ID               PIC X(04)           VALUE SPACES.
           05 WRK-TLA-CANAL            PIC X(01)           VALUE SPACES.
           05 WRK-TLA-EMAIL            PIC X(50)           VALUE SPACES.
           05 WRK-TLA-MARCA            PIC X(01)           VALUE SPACES
                                       OCCURS 10 TIMES.
       01  WRK-TELA-NUMERICA REDEFINES WRK-TELA-FATURAS.
           05 WRK-NUM-ID               PIC 9(04).
           05 FILLER                   PIC X(61).
      *----------------- CLIENTE DA CONSULTA (NEWCLI)
       01  WRK-NOME-CLI                PIC X(20)           VALUE SPACES.
       01  WRK-COBRANCA-CLI            PIC X(15)           VALUE SPACES.
      *----------------- TELAS DO SIGN-ON (SEND TEXT, COMO NO CCL5)
       01  WRK-TELA-SIGNON.
           05 FILLER                   PIC X(40)           VALUE
               "CCL9 - FATURAS E SEGUNDA VIA".
           05 FILLER                   PIC X(40)           VALUE
               "  SIGN-ON - USUARIO:".
       01  WRK-TELA-NEGADO             PIC X(40)           VALUE
               "USUARIO INVALIDO OU INATIVO - FIM".
      *----------------- MENSAGENS MONTADAS
       01  WRK-MSG-SQL.
           05 FILLER                   PIC X(30)           VALUE
               "ERRO NO DB2 - SQLCODE:".
           05 WRK-MSG-SQLCODE          PIC X(05).
           05 FILLER                   PIC X(25)           VALUE SPACES.
       01  WRK-MSG-LINHA.
           05 WRK-MSG-LIN-TEXTO        PIC X(40)           VALUE SPACES.
           05 FILLER                   PIC X(07)           VALUE
               " LINHA ".
           05 WRK-MSG-LIN-NUM          PIC Z9.
           05 FILLER                   PIC X(11)           VALUE SPACES.
       01  WRK-MSG-PEDIDOS.
           05 WRK-MSG-PED-QT           PIC Z9.
           05 FILLER                   PIC X(58)           VALUE
               " PEDIDO(S) DE 2A VIA GRAVADO(S) - SAI NA PROXIMA NOITE".
      *----------------- LINHA DE FATURA DA TELA
       01  WRK-LINHA-FATURA.
           05 WRK-LIN-MES-REF          PIC X(07).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-STREAM           PIC X(10).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-VENCTO           PIC X(10).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-VALOR-ED         PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-MOEDA            PIC X(03).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-SITUACAO         PIC X(09).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-PGTO             PIC X(10).
           05 FILLER                   PIC X(01)           VALUE SPACES.
           05 WRK-LIN-ACORDO           PIC X(10).
      *----------------- EDICAO DE DATAS E DO ACORDO NA LINHA
       01  WRK-DATA-AUX                PIC 9(08)           VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-AUX.
           05 WRK-DTA-ANO              PIC 9(04).
           05 WRK-DTA-MES              PIC 9(02).
           05 WRK-DTA-DIA              PIC 9(02).
       01  WRK-DATA-EDITADA.
           05 WRK-DTE-DIA              PIC 9(02).
           05 FILLER                   PIC X(01)           VALUE "/".
           05 WRK-DTE-MES              PIC 9(02).
           05 FILLER                   PIC X(01)           VALUE "/".
           05 WRK-DTE-ANO              PIC 9(04).
       01  WRK-MES-REF-AUX             PIC 9(06)           VALUE ZEROS.
       01  FILLER REDEFINES WRK-MES-REF-AUX.
           05 WRK-MRA-ANO              PIC 9(04).
           05 WRK-MRA-MES              PIC 9(02).
       01  WRK-MES-REF-EDITADO.
           05 WRK-MRE-MES              PIC 9(02).
           05 FILLER                   PIC X(01)           VALUE "/".
           05 WRK-MRE-ANO              PIC 9(04).
       01  WRK-ACORDO-EDITADO.
           05 WRK-ACE-ACORDO           PIC 9(04).
           05 FILLER                   PIC X(01)           VALUE "/".
           05 WRK-ACE-PARCELA          PIC 9(02).
           05 FILLER                   PIC X(01)           VALUE "/".
           05 WRK-ACE-QT-PARC          PIC 9(02).
      *----------------- COMMAREA
       01  WRK-COMMAREA.
           05 WRK-CA-FASE              PIC X(01)           VALUE "0".
               88 WRK-CA-FASE-SIGNON        VALUE "0".
               88 WRK-CA-FASE-CONSULTA      VALUE "1".
           05 WRK-CA-OPERADOR          PIC X(08)           VALUE SPACES.
           05 WRK-CA-ID                PIC 9(04)           VALUE ZEROS.
           05 WRK-CA-PAGINA            PIC 9(04)           VALUE ZEROS.
           05 WRK-CA-TEM-MAIS          PIC X(01)           VALUE "N".
           05 WRK-CA-CANAL             PIC X(01)           VALUE SPACES.
           05 WRK-CA-EMAIL             PIC X(50)           VALUE SPACES.
           05 WRK-CA-LINHAS.
               10 WRK-CA-FATURA        OCCURS 10 TIMES.
                   15 WRK-CA-MES-REF       PIC 9(06).
                   15 WRK-CA-STREAM        PIC X(10).
                   15 WRK-CA-ACORDO        PIC 9(04).
                   15 WRK-CA-PARCELA       PIC 9(02).
                   15 WRK-CA-STATUS        PIC X(01).
      *----------------- MAPA SIMBOLICO DO FATMAP9
       COPY "#FATMAP9".
      *----------------- REGISTRO DO MASTER DE OPERADORES
       COPY "#BOOKUSER".
      *----------------- REGISTRO DO PEDIDO DE SEGUNDA VIA
       COPY "#BOOK2VIA".
      *----------------- LAYOUT DO REGISTRO LIDO NO NEWCLI
       01  REG-CLIENTES.
           05 REG-ID                   PIC 9(04).
           05 REG-NOME                 PIC X(20).
           05 REG-TEL                  PIC X(11).
           05 REG-STREAM               PIC X(10).
           05 REG-STATUS-CLI           PIC X(01).
           05 REG-CPF                  PIC 9(11).
           05 REG-ENDERECO             PIC X(30).
           05 REG-CIDADE               PIC X(20).
           05 REG-UF                   PIC X(02).
           05 REG-CEP                  PIC 9(08).
           05 REG-ASSINATURA           PIC 9(03)V99.
           05 REG-MOEDA-ASSIN          PIC X(03).
           05 REG-CONTA-BCO            PIC 9(06).
           05 REG-SIT-COBRANCA         PIC X(01).
      *----------------- AREA DE COMUNICACAO DO DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *----------------- VARIAVEIS HOSPEDEIRAS DA TABELA FATURA
       01  HV-ID-CLIENTE               PIC S9(04) COMP.
       01  HV-FATURA.
           05 HV-MES-REFERENCIA        PIC S9(06)V COMP-3.
           05 HV-STREAMING             PIC X(10).
           05 HV-VALOR                 PIC S9(05)V99 COMP-3.
           05 HV-MOEDA                 PIC X(03).
           05 HV-DATA-VENCTO           PIC S9(08)V COMP-3.
           05 HV-STATUS-FAT            PIC X(01).
           05 HV-DATA-PGTO             PIC S9(08)V COMP-3.
           05 HV-ACORDO                PIC S9(04)V COMP-3.
           05 HV-PARCELA               PIC S9(02)V COMP-3.
           05 HV-QT-PARCELAS           PIC S9(02)V COMP-3.
      *----------------- CURSOR DAS FATURAS DO CLIENTE
           EXEC SQL
               DECLARE CFATURAS CURSOR FOR
                SELECT MES_REFERENCIA, STREAMING, VALOR,
                       COALESCE(MOEDA, ' '),
                       COALESCE(DATA_VENCTO, 0),
                       STATUS_FAT,
                       COALESCE(DATA_PGTO, 0),
                       COALESCE(ACORDO, 0),
                       COALESCE(PARCELA, 0),
                       COALESCE(QT_PARCELAS, 0)
                  FROM FOURSYS.FATURA
                 WHERE ID_CLIENTE = :HV-ID-CLIENTE
                 ORDER BY MES_REFERENCIA DESC, STREAMING, ACORDO,
                          PARCELA
           END-EXEC.

       LINKAGE                                 SECTION.
       01  DFHCOMMAREA.
           05 CA-FASE                  PIC X(01).
           05 CA-OPERADOR              PIC X(08).
           05 CA-ID                    PIC 9(04).
           05 CA-PAGINA                PIC 9(04).
           05 CA-TEM-MAIS              PIC X(01).
           05 CA-CANAL                 PIC X(01).
           05 CA-EMAIL                 PIC X(50).
           05 CA-LINHAS                PIC X(230).

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.

               IF EIBCALEN EQUAL ZEROS
                   PERFORM 0100-PRIMEIRA-VEZ
               END-IF.
               MOVE DFHCOMMAREA TO WRK-COMMAREA.
               IF WRK-CA-FASE-SIGNON
                   PERFORM 0200-TRATA-SIGNON
               ELSE
                   EVALUATE EIBAID
                       WHEN DFHPF3
                           PERFORM 0900-ENCERRA
                       WHEN DFHPF7
                           PERFORM 0500-PAGINA-ANTERIOR
                       WHEN DFHPF8
                           PERFORM 0510-PROXIMA-PAGINA
                       WHEN DFHENTER
                           PERFORM 0300-TRATA-ENTER
                       WHEN OTHER
                           MOVE LOW-VALUES TO MAPA9O
                           MOVE "TECLA INVALIDA - USE ENTER/PF7/PF8/PF3"
                               TO MENSAGEMO
                           PERFORM 0810-ENVIA-MENSAGEM
                   END-EVALUATE
               END-IF.
               PERFORM 0900-ENCERRA.

       0000-PRINCIPAL-FIM.EXIT.

       0100-PRIMEIRA-VEZ                       SECTION.

               EXEC CICS
                   SEND TEXT FROM(WRK-TELA-SIGNON)
                             LENGTH(80)
                             ERASE
               END-EXEC.
               MOVE "0" TO WRK-CA-FASE.
               EXEC CICS
                   RETURN TRANSID('CCL9')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(299)
               END-EXEC.

       0100-PRIMEIRA-VEZ-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SIGN-ON PELO MASTER DE OPERADORES, COMO NO CCL5 -- QUALQUER
      *    OPERADOR ATIVO ENTRA (CONSULTA E PEDIDO DE SEGUNDA VIA)
      *-----------------------------------------------------------------
       0200-TRATA-SIGNON                       SECTION.

               MOVE SPACES TO WRK-ENTRADA.
               EXEC CICS
                   RECEIVE INTO(WRK-ENTRADA)
                           LENGTH(10)
                           RESP(WRK-RESP)
               END-EXEC.
               MOVE WRK-ENTRADA(1:8) TO REG-ID-USER.
               EXEC CICS
                   READ FILE('USUARIOS')
                        INTO(REG-USUARIOS)
                        RIDFLD(REG-ID-USER)
                        KEYLENGTH(8)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL) OR
                  NOT REG-USER-ATIVO
                   EXEC CICS
                       SEND TEXT FROM(WRK-TELA-NEGADO)
                                 LENGTH(40)
                                 ERASE
                   END-EXEC
                   EXEC CICS
                       RETURN
                   END-EXEC
               END-IF.
               MOVE "1"         TO WRK-CA-FASE.
               MOVE REG-ID-USER TO WRK-CA-OPERADOR.
               MOVE ZEROS       TO WRK-CA-ID.
               MOVE ZEROS       TO WRK-CA-PAGINA.
               MOVE "N"         TO WRK-CA-TEM-MAIS.
               MOVE "I"         TO WRK-CA-CANAL.
               MOVE SPACES      TO WRK-CA-EMAIL.
               INITIALIZE WRK-CA-LINHAS.
               MOVE LOW-VALUES  TO MAPA9O.
               MOVE WRK-CA-CANAL TO CANALO.
               MOVE "INFORME O CODIGO DO CLIENTE E TECLE ENTER"
                   TO MENSAGEMO.
               PERFORM 0800-ENVIA-MAPA.

       0200-TRATA-SIGNON-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ENTER: CLIENTE NOVO (OU PRIMEIRA CONSULTA) MOSTRA A PRIMEIRA
      *    PAGINA; MESMO CLIENTE COM FATURAS MARCADAS GRAVA OS PEDIDOS
      *    DE SEGUNDA VIA; SEM MARCA, VOLTA A PRIMEIRA PAGINA
      *-----------------------------------------------------------------
       0300-TRATA-ENTER                        SECTION.

               EXEC CICS
                   RECEIVE MAP('MAPA9') MAPSET('FATMAP9')
                           INTO(MAPA9I)
                           RESP(WRK-RESP)
               END-EXEC.
               PERFORM 0305-GUARDA-TELA.
               MOVE LOW-VALUES TO MAPA9O.

               IF WRK-TLA-ID NOT NUMERIC OR WRK-TLA-ID EQUAL "0000"
                   MOVE "CODIGO DO CLIENTE INVALIDO - REDIGITE"
                       TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.

               IF WRK-NUM-ID NOT EQUAL WRK-CA-ID OR
                  WRK-CA-PAGINA EQUAL ZEROS
                   MOVE WRK-NUM-ID TO WRK-CA-ID
                   MOVE ZEROS      TO WRK-CA-PAGINA
                   PERFORM 0310-LE-CLIENTE
                   IF WRK-CLI-ACHOU EQUAL "N"
                       MOVE "CLIENTE NAO CADASTRADO NESTE CODIGO"
                           TO MENSAGEMO
                       PERFORM 0810-ENVIA-MENSAGEM
                   END-IF
                   MOVE 1 TO WRK-CA-PAGINA
                   PERFORM 0400-MONTA-PAGINA
                   PERFORM 0800-ENVIA-MAPA
               END-IF.

               PERFORM 0320-CRITICA-MARCAS.
               IF WRK-CAMPO-OK EQUAL "N"
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               PERFORM 0310-LE-CLIENTE.
               IF WRK-QT-MARCAS EQUAL ZEROS
                   MOVE 1 TO WRK-CA-PAGINA
                   PERFORM 0400-MONTA-PAGINA
                   PERFORM 0800-ENVIA-MAPA
               END-IF.

               PERFORM 0330-CRITICA-ENVIO.
               IF WRK-CAMPO-OK EQUAL "N"
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               PERFORM 0340-GRAVA-PEDIDOS.
               PERFORM 0400-MONTA-PAGINA.
               MOVE WRK-QT-PEDIDOS  TO WRK-MSG-PED-QT.
               MOVE WRK-MSG-PEDIDOS TO MENSAGEMO.
               PERFORM 0800-ENVIA-MAPA.

       0300-TRATA-ENTER-FIM.EXIT.

       0305-GUARDA-TELA                        SECTION.

               MOVE SPACES TO WRK-TELA-FATURAS.
               IF IDCLIL GREATER ZEROS
                   MOVE IDCLII TO WRK-TLA-ID
               END-IF.
               IF CANALL GREATER ZEROS
                   MOVE CANALI TO WRK-TLA-CANAL
               END-IF.
               IF EMAILL GREATER ZEROS
                   MOVE EMAILI TO WRK-TLA-EMAIL
               END-IF.
               PERFORM 0306-GUARDA-MARCA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 10.

       0305-GUARDA-TELA-FIM.EXIT.

       0306-GUARDA-MARCA                       SECTION.

               IF MARCAL(WRK-IDX) GREATER ZEROS AND
                  MARCAI(WRK-IDX) NOT EQUAL LOW-VALUES
                   MOVE MARCAI(WRK-IDX) TO WRK-TLA-MARCA(WRK-IDX)
               END-IF.

       0306-GUARDA-MARCA-FIM.EXIT.

       0310-LE-CLIENTE                         SECTION.

               MOVE "N"       TO WRK-CLI-ACHOU.
               MOVE SPACES    TO WRK-NOME-CLI.
               MOVE SPACES    TO WRK-COBRANCA-CLI.
               MOVE WRK-CA-ID TO REG-ID.
               EXEC CICS
                   READ FILE('NEWCLI')
                        INTO(REG-CLIENTES)
                        RIDFLD(REG-ID)
                        KEYLENGTH(4)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   GO TO 0310-LE-CLIENTE-FIM
               END-IF.
               MOVE "S"      TO WRK-CLI-ACHOU.
               MOVE REG-NOME TO WRK-NOME-CLI.
               IF REG-CONTA-BCO GREATER ZEROS
                   MOVE "DEBITO AUTOMAT." TO WRK-COBRANCA-CLI
               ELSE
                   MOVE "BOLETO"          TO WRK-COBRANCA-CLI
               END-IF.

       0310-LE-CLIENTE-FIM.EXIT.

      *-----------------------------------------------------------------
      *    SO VALE A MARCA "X", EM LINHA COM FATURA QUE TENHA SEGUNDA
      *    VIA (CANCELADA E PARCELADA NAO TEM)
      *-----------------------------------------------------------------
       0320-CRITICA-MARCAS                     SECTION.

               MOVE "S"   TO WRK-CAMPO-OK.
               MOVE ZEROS TO WRK-QT-MARCAS.
               PERFORM 0325-CRITICA-MARCA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 10
                      OR WRK-CAMPO-OK EQUAL "N".

       0320-CRITICA-MARCAS-FIM.EXIT.

       0325-CRITICA-MARCA                      SECTION.

               IF WRK-TLA-MARCA(WRK-IDX) EQUAL SPACES
                   GO TO 0325-CRITICA-MARCA-FIM
               END-IF.
               MOVE WRK-IDX TO WRK-MSG-LIN-NUM.
               IF WRK-TLA-MARCA(WRK-IDX) NOT EQUAL "X"
                   MOVE "MARQUE A FATURA SO COM X -"
                       TO WRK-MSG-LIN-TEXTO
                   MOVE WRK-MSG-LINHA TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0325-CRITICA-MARCA-FIM
               END-IF.
               IF WRK-CA-MES-REF(WRK-IDX) EQUAL ZEROS
                   MOVE "MARCA EM LINHA SEM FATURA -"
                       TO WRK-MSG-LIN-TEXTO
                   MOVE WRK-MSG-LINHA TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0325-CRITICA-MARCA-FIM
               END-IF.
               IF WRK-CA-STATUS(WRK-IDX) EQUAL "C"
                   MOVE "FATURA CANCELADA/PARCELADA SEM 2A VIA -"
                       TO WRK-MSG-LIN-TEXTO
                   MOVE WRK-MSG-LINHA TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0325-CRITICA-MARCA-FIM
               END-IF.
               ADD 1 TO WRK-QT-MARCAS.

       0325-CRITICA-MARCA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CANAL EM BRANCO = IMPRESSA NO ENDERECO DO CADASTRO; E-MAIL
      *    EXIGE UM ENDERECO COM UMA ARROBA
      *-----------------------------------------------------------------
       0330-CRITICA-ENVIO                      SECTION.

               MOVE "S" TO WRK-CAMPO-OK.
               IF WRK-TLA-CANAL EQUAL SPACES
                   MOVE "I" TO WRK-TLA-CANAL
               END-IF.
               IF WRK-TLA-CANAL NOT EQUAL "I" AND
                  WRK-TLA-CANAL NOT EQUAL "E"
                   MOVE "ENVIO INVALIDO - I=IMPRESSA OU E=E-MAIL"
                       TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0330-CRITICA-ENVIO-FIM
               END-IF.
               IF WRK-TLA-CANAL EQUAL "I"
                   MOVE SPACES TO WRK-TLA-EMAIL
               ELSE
                   MOVE ZEROS TO WRK-QT-ARROBA
                   INSPECT WRK-TLA-EMAIL TALLYING WRK-QT-ARROBA
                       FOR ALL "@"
                   IF WRK-QT-ARROBA NOT EQUAL 1 OR
                      WRK-TLA-EMAIL(1:1) EQUAL SPACES OR
                      WRK-TLA-EMAIL(1:1) EQUAL "@"
                       MOVE "E-MAIL INVALIDO PARA O ENVIO - REDIGITE"
                           TO MENSAGEMO
                       MOVE "N" TO WRK-CAMPO-OK
                       GO TO 0330-CRITICA-ENVIO-FIM
                   END-IF
               END-IF.
               MOVE WRK-TLA-CANAL TO WRK-CA-CANAL.
               MOVE WRK-TLA-EMAIL TO WRK-CA-EMAIL.

       0330-CRITICA-ENVIO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    UM PEDIDO POR FATURA MARCADA; A CHAVE LEVA A DATA, A HORA,
      *    A TAREFA CICS E A LINHA DA TELA
      *-----------------------------------------------------------------
       0340-GRAVA-PEDIDOS                      SECTION.

               PERFORM 0700-DATA-DO-DIA.
               MOVE ZEROS TO WRK-QT-PEDIDOS.
               PERFORM 0345-GRAVA-PEDIDO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER 10.

       0340-GRAVA-PEDIDOS-FIM.EXIT.

       0345-GRAVA-PEDIDO                       SECTION.

               IF WRK-TLA-MARCA(WRK-IDX) NOT EQUAL "X"
                   GO TO 0345-GRAVA-PEDIDO-FIM
               END-IF.
               MOVE SPACES                  TO REG-SEGVIA.
               MOVE WRK-DATA-HOJE           TO REG-DATA-PED-2VIA.
               MOVE WRK-HORA-HOJE           TO REG-HORA-PED-2VIA.
               MOVE EIBTASKN                TO REG-TAREFA-2VIA.
               MOVE WRK-IDX                 TO REG-SEQ-2VIA.
               MOVE WRK-CA-ID               TO REG-ID-2VIA.
               MOVE WRK-CA-MES-REF(WRK-IDX) TO REG-MES-REF-2VIA.
               MOVE WRK-CA-STREAM(WRK-IDX)  TO REG-STREAM-2VIA.
               MOVE WRK-CA-ACORDO(WRK-IDX)  TO REG-ACORDO-2VIA.
               MOVE WRK-CA-PARCELA(WRK-IDX) TO REG-PARCELA-2VIA.
               MOVE WRK-CA-OPERADOR         TO REG-OPERADOR-2VIA.
               MOVE WRK-CA-CANAL            TO REG-CANAL-2VIA.
               MOVE WRK-CA-EMAIL            TO REG-EMAIL-2VIA.
               SET REG-2VIA-PENDENTE        TO TRUE.
               MOVE ZEROS                   TO REG-DATA-EMIS-2VIA.
               EXEC CICS
                   WRITE FILE('SEGVIA')
                         FROM(REG-SEGVIA)
                         RIDFLD(REG-CHAVE-2VIA)
                         KEYLENGTH(23)
                         RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO MAPA9O
                   MOVE WRK-IDX    TO WRK-MSG-LIN-NUM
                   MOVE "ERRO NA GRAVACAO DO PEDIDO DE 2A VIA -"
                       TO WRK-MSG-LIN-TEXTO
                   MOVE WRK-MSG-LINHA TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               ADD 1 TO WRK-QT-PEDIDOS.

       0345-GRAVA-PEDIDO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    MONTA A PAGINA CORRENTE: REABRE O CURSOR, PULA AS LINHAS
      *    DAS PAGINAS ANTERIORES E PREENCHE AS DEZ LINHAS, GUARDANDO
      *    NA COMMAREA A CHAVE DE CADA FATURA MOSTRADA; A DECIMA
      *    PRIMEIRA SO DIZ SE HA PROXIMA
      *-----------------------------------------------------------------
       0400-MONTA-PAGINA                       SECTION.

               PERFORM 0700-DATA-DO-DIA.
               MOVE LOW-VALUES       TO MAPA9O.
               MOVE WRK-CA-ID        TO IDCLIO.
               MOVE WRK-NOME-CLI     TO NOMEO.
               MOVE WRK-COBRANCA-CLI TO SITCOBO.
               MOVE WRK-CA-CANAL     TO CANALO.
               MOVE WRK-CA-EMAIL     TO EMAILO.
               MOVE WRK-CA-PAGINA    TO WRK-PAGINA-ED.
               MOVE WRK-PAGINA-ED    TO PAGINAO.
               INITIALIZE WRK-CA-LINHAS.

               COMPUTE WRK-QT-PULAR = (WRK-CA-PAGINA - 1) * 10.
               MOVE ZEROS TO WRK-QT-LIDOS.
               MOVE ZEROS TO WRK-QT-LINHA.
               MOVE "N"   TO WRK-CA-TEM-MAIS.
               MOVE "N"   TO WRK-FIM-CURSOR.

               MOVE WRK-CA-ID TO HV-ID-CLIENTE.
               EXEC SQL
                   OPEN CFATURAS
               END-EXEC.
               IF SQLCODE NOT EQUAL 0
                   MOVE SQLCODE        TO WRK-SQLCODE-ED
                   MOVE WRK-SQLCODE-ED TO WRK-MSG-SQLCODE
                   MOVE WRK-MSG-SQL    TO MENSAGEMO
                   GO TO 0400-MONTA-PAGINA-FIM
               END-IF.
               PERFORM 0410-LE-FATURA
                   UNTIL WRK-FIM-CURSOR EQUAL "S".
               EXEC SQL
                   CLOSE CFATURAS
               END-EXEC.

               IF MENSAGEMO NOT EQUAL LOW-VALUES
                   GO TO 0400-MONTA-PAGINA-FIM
               END-IF.
               IF WRK-QT-LINHA EQUAL ZEROS
                   IF WRK-CA-PAGINA EQUAL 1
                       MOVE "CLIENTE SEM FATURAS EMITIDAS" TO MENSAGEMO
                   ELSE
                       MOVE "SEM FATURAS NESTA PAGINA - PF7 VOLTA"
                           TO MENSAGEMO
                   END-IF
               ELSE
                   IF WRK-CA-TEM-MAIS EQUAL "S"
                       MOVE "PF8 PARA A PROXIMA PAGINA" TO MENSAGEMO
                   ELSE
                       MOVE "FIM DAS FATURAS DO CLIENTE" TO MENSAGEMO
                   END-IF
               END-IF.

       0400-MONTA-PAGINA-FIM.EXIT.

       0410-LE-FATURA                          SECTION.

               EXEC SQL
                   FETCH CFATURAS
                    INTO :HV-MES-REFERENCIA, :HV-STREAMING, :HV-VALOR,
                         :HV-MOEDA, :HV-DATA-VENCTO, :HV-STATUS-FAT,
                         :HV-DATA-PGTO, :HV-ACORDO, :HV-PARCELA,
                         :HV-QT-PARCELAS
               END-EXEC.
               IF SQLCODE EQUAL +100
                   MOVE "S" TO WRK-FIM-CURSOR
                   GO TO 0410-LE-FATURA-FIM
               END-IF.
               IF SQLCODE NOT EQUAL 0
                   MOVE SQLCODE        TO WRK-SQLCODE-ED
                   MOVE WRK-SQLCODE-ED TO WRK-MSG-SQLCODE
                   MOVE WRK-MSG-SQL    TO MENSAGEMO
                   MOVE "S" TO WRK-FIM-CURSOR
                   GO TO 0410-LE-FATURA-FIM
               END-IF.

               ADD 1 TO WRK-QT-LIDOS.
               IF WRK-QT-LIDOS GREATER WRK-QT-PULAR + 10
                   MOVE "S" TO WRK-CA-TEM-MAIS
                   MOVE "S" TO WRK-FIM-CURSOR
                   GO TO 0410-LE-FATURA-FIM
               END-IF.
               IF WRK-QT-LIDOS GREATER WRK-QT-PULAR
                   ADD 1 TO WRK-QT-LINHA
                   PERFORM 0420-FORMATA-LINHA
               END-IF.

       0410-LE-FATURA-FIM.EXIT.

       0420-FORMATA-LINHA                      SECTION.

               MOVE HV-MES-REFERENCIA TO WRK-MES-REF-AUX.
               MOVE WRK-MRA-MES       TO WRK-MRE-MES.
               MOVE WRK-MRA-ANO       TO WRK-MRE-ANO.
               MOVE WRK-MES-REF-EDITADO TO WRK-LIN-MES-REF.
               MOVE HV-STREAMING      TO WRK-LIN-STREAM.
               MOVE HV-DATA-VENCTO    TO WRK-DATA-AUX.
               PERFORM 0430-EDITA-DATA.
               MOVE WRK-DATA-EDITADA  TO WRK-LIN-VENCTO.
               MOVE HV-VALOR          TO WRK-LIN-VALOR-ED.
               MOVE HV-MOEDA          TO WRK-LIN-MOEDA.

               EVALUATE HV-STATUS-FAT
                   WHEN "A"
                       IF HV-DATA-VENCTO LESS WRK-DATA-HOJE
                           MOVE "VENCIDA"   TO WRK-LIN-SITUACAO
                       ELSE
                           MOVE "ABERTA"    TO WRK-LIN-SITUACAO
                       END-IF
                   WHEN "P"
                       MOVE "PAGA"          TO WRK-LIN-SITUACAO
                   WHEN "C"
                       IF HV-ACORDO GREATER ZEROS
                           MOVE "PARCELADA" TO WRK-LIN-SITUACAO
                       ELSE
                           MOVE "CANCELADA" TO WRK-LIN-SITUACAO
                       END-IF
                   WHEN OTHER
                       MOVE HV-STATUS-FAT   TO WRK-LIN-SITUACAO
               END-EVALUATE.

               IF HV-DATA-PGTO EQUAL ZEROS
                   MOVE SPACES           TO WRK-LIN-PGTO
               ELSE
                   MOVE HV-DATA-PGTO     TO WRK-DATA-AUX
                   PERFORM 0430-EDITA-DATA
                   MOVE WRK-DATA-EDITADA TO WRK-LIN-PGTO
               END-IF.
               IF HV-ACORDO EQUAL ZEROS
                   MOVE SPACES             TO WRK-LIN-ACORDO
               ELSE
                   MOVE HV-ACORDO          TO WRK-ACE-ACORDO
                   MOVE HV-PARCELA         TO WRK-ACE-PARCELA
                   MOVE HV-QT-PARCELAS     TO WRK-ACE-QT-PARC
                   MOVE WRK-ACORDO-EDITADO TO WRK-LIN-ACORDO
               END-IF.
               MOVE WRK-LINHA-FATURA TO LINHAO(WRK-QT-LINHA).

               MOVE HV-MES-REFERENCIA TO WRK-CA-MES-REF(WRK-QT-LINHA).
               MOVE HV-STREAMING      TO WRK-CA-STREAM(WRK-QT-LINHA).
               MOVE HV-ACORDO         TO WRK-CA-ACORDO(WRK-QT-LINHA).
               MOVE HV-PARCELA        TO WRK-CA-PARCELA(WRK-QT-LINHA).
               MOVE HV-STATUS-FAT     TO WRK-CA-STATUS(WRK-QT-LINHA).

       0420-FORMATA-LINHA-FIM.EXIT.

       0430-EDITA-DATA                         SECTION.

               MOVE WRK-DTA-DIA TO WRK-DTE-DIA.
               MOVE WRK-DTA-MES TO WRK-DTE-MES.
               MOVE WRK-DTA-ANO TO WRK-DTE-ANO.

       0430-EDITA-DATA-FIM.EXIT.

       0500-PAGINA-ANTERIOR                    SECTION.

               MOVE LOW-VALUES TO MAPA9O.
               IF WRK-CA-PAGINA EQUAL ZEROS
                   MOVE "INFORME O CLIENTE E TECLE ENTER" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-CA-PAGINA EQUAL 1
                   MOVE "JA ESTA NA PRIMEIRA PAGINA" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               SUBTRACT 1 FROM WRK-CA-PAGINA.
               PERFORM 0310-LE-CLIENTE.
               PERFORM 0400-MONTA-PAGINA.
               PERFORM 0800-ENVIA-MAPA.

       0500-PAGINA-ANTERIOR-FIM.EXIT.

       0510-PROXIMA-PAGINA                     SECTION.

               MOVE LOW-VALUES TO MAPA9O.
               IF WRK-CA-PAGINA EQUAL ZEROS
                   MOVE "INFORME O CLIENTE E TECLE ENTER" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               IF WRK-CA-TEM-MAIS NOT EQUAL "S"
                   MOVE "JA ESTA NA ULTIMA PAGINA" TO MENSAGEMO
                   PERFORM 0810-ENVIA-MENSAGEM
               END-IF.
               ADD 1 TO WRK-CA-PAGINA.
               PERFORM 0310-LE-CLIENTE.
               PERFORM 0400-MONTA-PAGINA.
               PERFORM 0800-ENVIA-MAPA.

       0510-PROXIMA-PAGINA-FIM.EXIT.

       0700-DATA-DO-DIA                        SECTION.

               EXEC CICS
                   ASKTIME ABSTIME(WRK-ABSTIME)
               END-EXEC.
               EXEC CICS
                   FORMATTIME ABSTIME(WRK-ABSTIME)
                              YYYYMMDD(WRK-DATA-HOJE-X)
                              TIME(WRK-HORA-HOJE-X)
               END-EXEC.
               MOVE WRK-DATA-HOJE-X TO WRK-DATA-HOJE.
               MOVE WRK-HORA-HOJE-X TO WRK-HORA-HOJE.

       0700-DATA-DO-DIA-FIM.EXIT.

       0800-ENVIA-MAPA                         SECTION.

               EXEC CICS
                   SEND MAP('MAPA9') MAPSET('FATMAP9')
                        FROM(MAPA9O)
                        ERASE
               END-EXEC.
               EXEC CICS
                   RETURN TRANSID('CCL9')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(299)
               END-EXEC.

       0800-ENVIA-MAPA-FIM.EXIT.

       0810-ENVIA-MENSAGEM                     SECTION.

               EXEC CICS
                   SEND MAP('MAPA9') MAPSET('FATMAP9')
                        FROM(MAPA9O)
                        DATAONLY
               END-EXEC.
               EXEC CICS
                   RETURN TRANSID('CCL9')
                          COMMAREA(WRK-COMMAREA)
                          LENGTH(299)
               END-EXEC.

       0810-ENVIA-MENSAGEM-FIM.EXIT.

       0900-ENCERRA                            SECTION.

               EXEC CICS
                   SEND TEXT FROM(WRK-TELA-FIM)
                             LENGTH(0)
                             ERASE
               END-EXEC.
               EXEC CICS
                   RETURN
               END-EXEC.

       0900-ENCERRA-FIM.EXIT.

       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGPORTAL.
      *=================================================================
      * PROGRAMA   : PROGPORTAL
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 14/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: ENTRADA EM LOTE DOS PEDIDOS DE AUTOATENDIMENTO DO
      *              PORTAL (PORTALREQ.TXT): TROCA DE PLANO (P), TROCA
      *              DE STREAMING (S) E CANCELAMENTO (C). CADA PEDIDO
      *              E VALIDADO CONTRA O NEWCLI, O ASSINAT.DAT E O
      *              MASTER DE PARCEIROS; O ACEITO E EFETIVADO NA DATA
      *              DE MOVIMENTO PELO CAMINHO JORNALIZADO DE SEMPRE
      *              (REGISTRO "A" OU "S" NO JRNCLI COM AS IMAGENS
      *              ANTES/DEPOIS, OPERADOR "PORTAL"), O QUE LEVA O
      *              PROGFATURA A FATURAR O MES PRO-RATA E O PROGDELTA
      *              A REPASSAR A ALTERACAO AO CLIMASTER. O PORTAL
      *              RECEBE O PORTALRSP.TXT COM ACEITO/RECUSADO E O
      *              MOTIVO DE CADA PEDIDO -- O OPERADOR DEIXA DE
      *              REDIGITAR NO PROGARQ05 O QUE CHEGAVA POR E-MAIL.
      *-----------------------------------------------------------------
      * OBSERVACAO.: O PEDIDO JA PROCESSADO (ID NO HISTORICO
      *              PORTALHIS.DAT) NAO E REAPLICADO -- A RESPOSTA
      *              ORIGINAL E REEMITIDA, O QUE TORNA SEGURO O RESTART
      *              DO STEP E O REENVIO DO ARQUIVO PELO PORTAL. DATA
      *              SOLICITADA POSTERIOR A DATA DE MOVIMENTO E RECUSADA
      *              (O PORTAL REENVIA NA DATA). PROTOCOLO NEWCLIUSO
      *              ANTES DO OPEN I-O DO NEWCLI.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CTLDATA                I                    #BOOKCTLDAT
      *  PORTALREQ              I                    #BOOKPORTREQ
      *  PORTALRSP              O                    #BOOKPORTRSP
      *  PORTALHIS              I-O (KSDS)
      *  NEWCLIUSO              I-O
      *  NEWCLI                 I-O (KSDS)
      *  ASSINAT                I-O (KSDS)
      *  PARCEIROS              I   (KSDS)           #BOOKPARC
      *  JRNCLI                 O (EXTEND)           #BOOKJRN
      *  RETENCAO               I-O (KSDS)           #BOOKRETEN
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      * OBJETIVO...: O CANCELAMENTO (C) DEIXA DE SER APLICADO NA HORA:
      *              O PEDIDO ACEITO ENTRA NA FILA DE RETENCAO
      *              (RETENCAO.DAT, MOTIVO 99 ATE A EQUIPE
      *              RECLASSIFICAR) E A ASSINATURA SEGUE ATIVA; O
      *              CANCELAMENTO DE FATO E FEITO PELO PROGRETC QUANDO
      *              O CLIENTE RECUSA A OFERTA OU O PRAZO VENCE. PEDIDO
      *              DE CANCELAMENTO JA EM ABERTO NA FILA E RECUSADO
      *              (MOTIVO 14)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT PORTALREQ ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PORTALREQ.TXT"
               FILE STATUS IS FS-PORTALREQ.
           SELECT PORTALRSP ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PORTALRSP.TXT"
               FILE STATUS IS FS-PORTALRSP.
           SELECT PORTALHIS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PORTALHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID-PEDIDO-HIS
               FILE STATUS IS FS-PORTALHIS.
           SELECT NEWCLIUSO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\NEWCLIUSO.TXT"
               FILE STATUS IS FS-NEWCLIUSO.
           SELECT NEWCLI ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\NEWCLI.DAT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-STREAM WITH DUPLICATES
               FILE STATUS IS FS-NEWCLI.
           SELECT ASSINAT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\ASSINAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-ASS
               FILE STATUS IS FS-ASSINAT.
           SELECT PARCEIROS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\PARCEIROS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STREAM-PARC
               FILE STATUS IS FS-PARCEIROS.
           SELECT JRNCLI ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\JRNCLI.TXT"
               FILE STATUS IS FS-JRNCLI.
           SELECT RETENCAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\RETENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-RET
               FILE STATUS IS FS-RETENCAO.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  PORTALREQ.
       COPY "#BOOKPORTREQ".
       FD  PORTALRSP.
       COPY "#BOOKPORTRSP".
       FD  PORTALHIS.
       01  REG-PORTALHIS.
           05 REG-ID-PEDIDO-HIS        PIC X(012).
           05 REG-RESTO-HIS            PIC X(064).
       FD  NEWCLIUSO.
       01  REG-NEWCLIUSO.
           05 REG-ESTADO-USO           PIC X(01).
               88 REG-USO-LIVRE             VALUE "L".
               88 REG-USO-BATCH             VALUE "B".
           05 REG-PROGRAMA-USO         PIC X(08).
           05 REG-DATA-USO             PIC 9(08).
           05 REG-HORA-USO             PIC 9(06).
       FD  NEWCLI.
       01  REG-CLIENTES.
           05 REG-ID                   PIC 9(04).
           05 REG-NOME                 PIC X(20).
           05 REG-TEL                  PIC X(11).
           05 REG-STREAM                PIC X(10).
           05 REG-STATUS-CLI            PIC X(01).
               88 REG-CLI-ATIVO                 VALUE "A".
               88 REG-CLI-INATIVO              VALUE "I".
               88 REG-CLI-PEND-EXCL             VALUE "P".
           05 REG-CPF                  PIC 9(11).
           05 REG-ENDERECO             PIC X(30).
           05 REG-CIDADE               PIC X(20).
           05 REG-UF                   PIC X(02).
           05 REG-CEP                  PIC 9(08).
           05 REG-ASSINATURA           PIC 9(03)V99.
           05 REG-MOEDA-ASSIN          PIC X(03).
           05 REG-CONTA-BCO            PIC 9(06).
           05 REG-SIT-COBRANCA         PIC X(01).
       FD  ASSINAT.
       01  REG-ASSINAT.
           05 REG-CHAVE-ASS.
               10 REG-ID-ASS           PIC 9(04).
               10 REG-STREAM-ASS       PIC X(10).
           05 REG-VALOR-ASS            PIC 9(03)V99.
           05 REG-DATA-INICIO-ASS      PIC 9(08).
           05 REG-STATUS-ASS           PIC X(01).
               88 REG-ASS-ATIVA             VALUE "A".
               88 REG-ASS-CANCELADA         VALUE "C".
           05 REG-DATA-INI-TRIAL-ASS   PIC 9(08).
           05 REG-DATA-FIM-TRIAL-ASS   PIC 9(08).
           05 REG-DATA-CANC-ASS        PIC 9(08).
           05 REG-CICLO-ASS            PIC X(01).
               88 REG-CICLO-MENSAL          VALUE "M" " ".
               88 REG-CICLO-TRIMESTRAL      VALUE "T".
               88 REG-CICLO-ANUAL           VALUE "A".
           05 REG-MES-COBERTO-ASS      PIC 9(06).
       FD  PARCEIROS.
       COPY "#BOOKPARC".
       FD  JRNCLI.
       COPY "#BOOKJRN".
       FD  RETENCAO.
       COPY "#BOOKRETEN".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-PORTALREQ                PIC X(002)          VALUE SPACES.
       01  FS-PORTALRSP                PIC X(002)          VALUE SPACES.
       01  FS-PORTALHIS                PIC X(002)          VALUE SPACES.
       01  FS-NEWCLIUSO                PIC 9(002)          VALUE ZEROS.
       01  FS-NEWCLI                   PIC 9(002)          VALUE ZEROS.
       01  FS-ASSINAT                  PIC 9(002)          VALUE ZEROS.
       01  FS-PARCEIROS                PIC X(002)          VALUE SPACES.
       01  FS-JRNCLI                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-RETENCAO                 PIC X(002)          VALUE SPACES.
       01  WRK-HORA-USO                PIC 9(006)          VALUE ZEROS.
       01  WRK-VALIDA-PARC             PIC X(001)          VALUE "N".
      *-----------------------------------------------------------------
      *    PEDIDO EM PROCESSAMENTO
      *-----------------------------------------------------------------
       01  WRK-COD-MOTIVO              PIC 9(002)          VALUE ZEROS.
       01  WRK-MOTIVO                  PIC X(040)          VALUE SPACES.
       01  WRK-DATA-SOLIC              PIC 9(008)          VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-SOLIC.
           05 WRK-AAAA-SOLIC           PIC 9(004).
           05 WRK-MM-SOLIC             PIC 9(002).
           05 WRK-DD-SOLIC             PIC 9(002).
       01  WRK-ASSINAT-ATUAL           PIC X(059)          VALUE SPACES.
       01  WRK-VALOR-NOVO              PIC 9(003)V99       VALUE ZEROS.
       01  WRK-CICLO-NOVO              PIC X(001)          VALUE SPACES.
       01  WRK-CICLO-ATUAL             PIC X(001)          VALUE SPACES.
       01  WRK-REATIVA                 PIC X(001)          VALUE "N".
       01  WRK-FIM-FILA                PIC X(001)          VALUE "N".
       01  WRK-JA-NA-FILA              PIC X(001)          VALUE "N".
       01  WRK-MOTIVO-PORTAL           PIC 9(002)          VALUE 99.
       01  WRK-IMAGEM-ANTES            PIC X(132)          VALUE SPACES.
       01  WRK-OPERACAO-JRN            PIC X(001)          VALUE SPACES.
       01  WRK-HORA-JRN                PIC 9(006)          VALUE ZEROS.
       01  WRK-OPERADOR-PORTAL         PIC X(008)          VALUE
               "PORTAL".
      *-----------------------------------------------------------------
       01  ACU-PEDIDOS-LIDOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ACEITOS                 PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-RECUSADOS               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-REEMITIDOS              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TROCAS-PLANO            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TROCAS-STREAM           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CANCELAMENTOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JORNAL                  PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ERROS-GRAVACAO          PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGPORT".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL FS-PORTALREQ NOT EQUAL '00'.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PORTAL: "
               ACCEPT WRK-USUARIO-EXEC.
               PERFORM 0110-LE-DATA-MOVTO.

               OPEN OUTPUT PORTALRSP.
               IF FS-PORTALRSP NOT EQUAL '00'
                   MOVE "ERRO ABERTURA PORTALRSP" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT PORTALREQ.
               IF FS-PORTALREQ NOT EQUAL '00'
                   DISPLAY "SEM PEDIDOS DO PORTAL (PORTALREQ.TXT) "
                       "NA DATA -- RESPOSTA VAZIA GERADA"
                   CLOSE PORTALRSP
                   MOVE ZEROS TO RETURN-CODE
                   GOBACK
               END-IF.

               PERFORM 0120-RESERVA-NEWCLI.
               OPEN I-O NEWCLI.
               IF FS-NEWCLI NOT EQUAL 0
                   PERFORM 0125-LIBERA-NEWCLI
                   MOVE "NEWCLI INDISPONIVEL" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN I-O ASSINAT.
               IF FS-ASSINAT EQUAL 35
                   OPEN OUTPUT ASSINAT
                   CLOSE ASSINAT
                   OPEN I-O ASSINAT
               END-IF.
               IF FS-ASSINAT NOT EQUAL 0
                   CLOSE NEWCLI
                   PERFORM 0125-LIBERA-NEWCLI
                   MOVE "ASSINAT INDISPONIVEL" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN INPUT PARCEIROS.
               IF FS-PARCEIROS EQUAL '00'
                   MOVE "S" TO WRK-VALIDA-PARC
               ELSE
                   MOVE "N" TO WRK-VALIDA-PARC
                   DISPLAY "MASTER DE PARCEIROS AUSENTE -- "
                       "STREAMING NOVO SEM VALIDACAO (PROGPARC)"
               END-IF.
               OPEN I-O PORTALHIS.
               IF FS-PORTALHIS EQUAL '35'
                   OPEN OUTPUT PORTALHIS
                   CLOSE PORTALHIS
                   OPEN I-O PORTALHIS
               END-IF.
               OPEN EXTEND JRNCLI.
               IF FS-JRNCLI EQUAL '35'
                   OPEN OUTPUT JRNCLI
                   CLOSE JRNCLI
                   OPEN EXTEND JRNCLI
               END-IF.
               OPEN I-O RETENCAO.
               IF FS-RETENCAO EQUAL '35'
                   OPEN OUTPUT RETENCAO
                   CLOSE RETENCAO
                   OPEN I-O RETENCAO
               END-IF.
               IF FS-RETENCAO NOT EQUAL '00'
                   CLOSE NEWCLI ASSINAT
                   PERFORM 0125-LIBERA-NEWCLI
                   MOVE "RETENCAO INDISPONIVEL" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               PERFORM 0140-LE-PEDIDO.

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
               DISPLAY "PEDIDOS DO PORTAL EFETIVADOS EM:"
                   WRK-DATA-MOVTO.

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
       0120-RESERVA-NEWCLI                     SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT NEWCLIUSO.
               IF FS-NEWCLIUSO EQUAL 0
                   READ NEWCLIUSO
                   IF FS-NEWCLIUSO EQUAL 0 AND REG-USO-BATCH
                       DISPLAY "NEWCLI EM USO PELO BATCH: "
                           REG-PROGRAMA-USO " DESDE "
                           REG-DATA-USO "/" REG-HORA-USO
                       DISPLAY "EXECUCAO RECUSADA -- LIBERE COM O "
                           "PROGLIBERA SE O JOB NAO RODA MAIS"
                       CLOSE NEWCLIUSO
                       CLOSE PORTALREQ
                             PORTALRSP
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   CLOSE NEWCLIUSO
               END-IF.
               ACCEPT WRK-HORA-USO FROM TIME.
               OPEN OUTPUT NEWCLIUSO.
               MOVE "B"               TO REG-ESTADO-USO.
               MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-USO.
               MOVE WRK-DATA-EXEC     TO REG-DATA-USO.
               MOVE WRK-HORA-USO      TO REG-HORA-USO.
               WRITE REG-NEWCLIUSO.
               CLOSE NEWCLIUSO.
               DISPLAY "NEWCLI RESERVADO PELO BATCH -- FECHE O "
                   "ARQUIVO NO CICS: CEMT SET FILE(NEWCLI) CLOSED".

       0120-RESERVA-NEWCLI-FIM.                EXIT.
      *-----------------------------------------------------------------
       0125-LIBERA-NEWCLI                      SECTION.
      *-----------------------------------------------------------------

               OPEN OUTPUT NEWCLIUSO.
               MOVE "L"    TO REG-ESTADO-USO.
               MOVE SPACES TO REG-PROGRAMA-USO.
               MOVE ZEROS  TO REG-DATA-USO.
               MOVE ZEROS  TO REG-HORA-USO.
               WRITE REG-NEWCLIUSO.
               CLOSE NEWCLIUSO.
               DISPLAY "NEWCLI LIBERADO -- REABRA NO CICS: "
                   "CEMT SET FILE(NEWCLI) OPEN".

       0125-LIBERA-NEWCLI-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0140-LE-PEDIDO                          SECTION.
      *-----------------------------------------------------------------

               READ PORTALREQ.
               IF FS-PORTALREQ EQUAL '00'
                   ADD 1 TO ACU-PEDIDOS-LIDOS
               END-IF.

       0140-LE-PEDIDO-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    PEDIDO JA PROCESSADO (ID NO HISTORICO): REEMITE A RESPOSTA
      *    ORIGINAL SEM REAPLICAR; PEDIDO NOVO: VALIDA, EFETIVA O
      *    ACEITO E RESPONDE
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               IF REG-ID-PEDIDO-PTR EQUAL SPACES
                   MOVE 11 TO WRK-COD-MOTIVO
                   PERFORM 0290-RESPONDE
               ELSE
                   MOVE REG-ID-PEDIDO-PTR TO REG-ID-PEDIDO-HIS
                   READ PORTALHIS
                   IF FS-PORTALHIS EQUAL '00'
                       MOVE REG-PORTALHIS TO REG-RESPOSTA-PORTAL
                       WRITE REG-RESPOSTA-PORTAL
                       ADD 1 TO ACU-REEMITIDOS
                       DISPLAY "PEDIDO " REG-ID-PEDIDO-PTR
                           " JA PROCESSADO EM " REG-DATA-PROC-RSP
                           " -- RESPOSTA REEMITIDA"
                   ELSE
                       PERFORM 0210-VALIDA-PEDIDO
                       IF WRK-COD-MOTIVO EQUAL ZEROS
                           PERFORM 0250-APLICA-PEDIDO
                       END-IF
                       PERFORM 0290-RESPONDE
                   END-IF
               END-IF.
               PERFORM 0140-LE-PEDIDO.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    VALIDACAO DO PEDIDO CONTRA O NEWCLI, O ASSINAT E O MASTER
      *    DE PARCEIROS -- A PRIMEIRA RECUSA ENCERRA A VALIDACAO
      *-----------------------------------------------------------------
       0210-VALIDA-PEDIDO                      SECTION.
      *-----------------------------------------------------------------

               MOVE ZEROS TO WRK-COD-MOTIVO.
               IF REG-ID-CLI-PTR NOT NUMERIC OR
                  REG-ID-CLI-PTR EQUAL ZEROS
                   MOVE 11 TO WRK-COD-MOTIVO
                   GO TO 0210-VALIDA-PEDIDO-FIM
               END-IF.
               IF NOT REG-PTR-TROCA-PLANO AND
                  NOT REG-PTR-TROCA-STREAM AND
                  NOT REG-PTR-CANCELAMENTO
                   MOVE 01 TO WRK-COD-MOTIVO
                   GO TO 0210-VALIDA-PEDIDO-FIM
               END-IF.
               PERFORM 0215-VALIDA-DATA.
               IF WRK-COD-MOTIVO NOT EQUAL ZEROS
                   GO TO 0210-VALIDA-PEDIDO-FIM
               END-IF.

               MOVE REG-ID-CLI-PTR TO REG-ID.
               READ NEWCLI
                   INVALID KEY
                       MOVE 02 TO WRK-COD-MOTIVO
               END-READ.
               IF WRK-COD-MOTIVO NOT EQUAL ZEROS
                   GO TO 0210-VALIDA-PEDIDO-FIM
               END-IF.
               IF NOT REG-CLI-ATIVO
                   MOVE 03 TO WRK-COD-MOTIVO
                   GO TO 0210-VALIDA-PEDIDO-FIM
               END-IF.

               MOVE REG-ID-CLI-PTR       TO REG-ID-ASS.
               MOVE REG-STREAM-ATUAL-PTR TO REG-STREAM-ASS.
               READ ASSINAT
                   INVALID KEY
                       MOVE 04 TO WRK-COD-MOTIVO
               END-READ.
               IF WRK-COD-MOTIVO NOT EQUAL ZEROS
                   GO TO 0210-VALIDA-PEDIDO-FIM
               END-IF.
               IF REG-ASS-CANCELADA
                   MOVE 05 TO WRK-COD-MOTIVO
                   GO TO 0210-VALIDA-PEDIDO-FIM
               END-IF.
               MOVE REG-ASSINAT TO WRK-ASSINAT-ATUAL.
               IF REG-CICLO-MENSAL
                   MOVE "M" TO WRK-CICLO-ATUAL
               ELSE
                   MOVE REG-CICLO-ASS TO WRK-CICLO-ATUAL
               END-IF.

               EVALUATE TRUE
                   WHEN REG-PTR-TROCA-PLANO
                       PERFORM 0220-VALIDA-PLANO
                   WHEN REG-PTR-TROCA-STREAM
                       PERFORM 0230-VALIDA-TROCA-STREAM
                   WHEN OTHER
                       PERFORM 0240-VALIDA-CANCELAMENTO
               END-EVALUATE.

       0210-VALIDA-PEDIDO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    DATA SOLICITADA: ZERADA = DATA DE MOVIMENTO; POSTERIOR A
      *    DATA DE MOVIMENTO E RECUSADA; ANTERIOR VALE NA DATA DE
      *    MOVIMENTO (O JORNAL E O DELTA DO DIA ANDAM PELA DATA DE
      *    MOVIMENTO)
      *-----------------------------------------------------------------
       0215-VALIDA-DATA                        SECTION.
      *-----------------------------------------------------------------

               IF REG-DATA-SOLIC-PTR NOT NUMERIC
                   MOVE 10 TO WRK-COD-MOTIVO
                   GO TO 0215-VALIDA-DATA-FIM
               END-IF.
               MOVE REG-DATA-SOLIC-PTR TO WRK-DATA-SOLIC.
               IF WRK-DATA-SOLIC EQUAL ZEROS
                   MOVE WRK-DATA-MOVTO TO WRK-DATA-SOLIC
               END-IF.
               IF WRK-MM-SOLIC LESS 01 OR WRK-MM-SOLIC GREATER 12 OR
                  WRK-DD-SOLIC LESS 01 OR WRK-DD-SOLIC GREATER 31
                   MOVE 10 TO WRK-COD-MOTIVO
                   GO TO 0215-VALIDA-DATA-FIM
               END-IF.
               IF WRK-DATA-SOLIC GREATER WRK-DATA-MOVTO
                   MOVE 13 TO WRK-COD-MOTIVO
               END-IF.

       0215-VALIDA-DATA-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    TROCA DE PLANO: VALOR NOVO E/OU CICLO NOVO (M, T OU A);
      *    ZERO/BRANCO MANTEM O ATUAL, MAS ALGUMA COISA TEM DE MUDAR
      *-----------------------------------------------------------------
       0220-VALIDA-PLANO                       SECTION.
      *-----------------------------------------------------------------

               IF REG-VALOR-NOVO-PTR NOT NUMERIC
                   MOVE 08 TO WRK-COD-MOTIVO
                   GO TO 0220-VALIDA-PLANO-FIM
               END-IF.
               IF REG-CICLO-NOVO-PTR NOT EQUAL SPACE AND
                  REG-CICLO-NOVO-PTR NOT EQUAL "M" AND
                  REG-CICLO-NOVO-PTR NOT EQUAL "T" AND
                  REG-CICLO-NOVO-PTR NOT EQUAL "A"
                   MOVE 08 TO WRK-COD-MOTIVO
                   GO TO 0220-VALIDA-PLANO-FIM
               END-IF.
               IF REG-VALOR-NOVO-PTR EQUAL ZEROS
                   MOVE REG-VALOR-ASS      TO WRK-VALOR-NOVO
               ELSE
                   MOVE REG-VALOR-NOVO-PTR TO WRK-VALOR-NOVO
               END-IF.
               IF REG-CICLO-NOVO-PTR EQUAL SPACE
                   MOVE WRK-CICLO-ATUAL    TO WRK-CICLO-NOVO
               ELSE
                   MOVE REG-CICLO-NOVO-PTR TO WRK-CICLO-NOVO
               END-IF.
               IF WRK-VALOR-NOVO EQUAL REG-VALOR-ASS AND
                  WRK-CICLO-NOVO EQUAL WRK-CICLO-ATUAL
                   MOVE 09 TO WRK-COD-MOTIVO
               END-IF.

       0220-VALIDA-PLANO-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    TROCA DE STREAMING: O NOVO TEM PARCEIRO ATIVO NO MASTER E O
      *    CLIENTE AINDA NAO O ASSINA (ASSINATURA CANCELADA DO MESMO
      *    STREAMING E REATIVADA); VALOR ZERO MANTEM O VALOR ATUAL
      *-----------------------------------------------------------------
       0230-VALIDA-TROCA-STREAM                SECTION.
      *-----------------------------------------------------------------

               IF REG-STREAM-NOVO-PTR EQUAL SPACES OR
                  REG-STREAM-NOVO-PTR EQUAL REG-STREAM-ATUAL-PTR
                   MOVE 06 TO WRK-COD-MOTIVO
                   GO TO 0230-VALIDA-TROCA-STREAM-FIM
               END-IF.
               IF REG-VALOR-NOVO-PTR NOT NUMERIC
                   MOVE 08 TO WRK-COD-MOTIVO
                   GO TO 0230-VALIDA-TROCA-STREAM-FIM
               END-IF.
               IF REG-CICLO-NOVO-PTR NOT EQUAL SPACE AND
                  REG-CICLO-NOVO-PTR NOT EQUAL "M" AND
                  REG-CICLO-NOVO-PTR NOT EQUAL "T" AND
                  REG-CICLO-NOVO-PTR NOT EQUAL "A"
                   MOVE 08 TO WRK-COD-MOTIVO
                   GO TO 0230-VALIDA-TROCA-STREAM-FIM
               END-IF.
               IF REG-VALOR-NOVO-PTR EQUAL ZEROS
                   MOVE REG-VALOR-ASS      TO WRK-VALOR-NOVO
               ELSE
                   MOVE REG-VALOR-NOVO-PTR TO WRK-VALOR-NOVO
               END-IF.
               IF REG-CICLO-NOVO-PTR EQUAL SPACE
                   MOVE "M"                TO WRK-CICLO-NOVO
               ELSE
                   MOVE REG-CICLO-NOVO-PTR TO WRK-CICLO-NOVO
               END-IF.

               IF WRK-VALIDA-PARC EQUAL "S"
                   MOVE REG-STREAM-NOVO-PTR TO REG-STREAM-PARC
                   READ PARCEIROS
                       INVALID KEY
                           MOVE 06 TO WRK-COD-MOTIVO
                       NOT INVALID KEY
                           IF NOT REG-PARC-ATIVO
                               MOVE 06 TO WRK-COD-MOTIVO
                           END-IF
                   END-READ
               END-IF.
               IF WRK-COD-MOTIVO NOT EQUAL ZEROS
                   GO TO 0230-VALIDA-TROCA-STREAM-FIM
               END-IF.

               MOVE "N" TO WRK-REATIVA.
               MOVE REG-ID-CLI-PTR      TO REG-ID-ASS.
               MOVE REG-STREAM-NOVO-PTR TO REG-STREAM-ASS.
               READ ASSINAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-ASS-ATIVA
                           MOVE 07 TO WRK-COD-MOTIVO
                       ELSE
                           MOVE "S" TO WRK-REATIVA
                       END-IF
               END-READ.

       0230-VALIDA-TROCA-STREAM-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    CANCELAMENTO: SO UM PEDIDO EM ABERTO NA FILA DE RETENCAO
      *    POR ASSINATURA (PENDENTE, COM OFERTA OU JA RECUSADO E
      *    AGUARDANDO O PROGRETC)
      *-----------------------------------------------------------------
       0240-VALIDA-CANCELAMENTO                SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-JA-NA-FILA.
               MOVE "N" TO WRK-FIM-FILA.
               MOVE REG-ID-CLI-PTR       TO REG-ID-RET.
               MOVE REG-STREAM-ATUAL-PTR TO REG-STREAM-RET.
               MOVE ZEROS                TO REG-DATA-PEDIDO-RET.
               START RETENCAO KEY NOT LESS REG-CHAVE-RET
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-FILA
               END-START.
               PERFORM 0241-PROCURA-NA-FILA
                   UNTIL WRK-FIM-FILA EQUAL "S".
               IF WRK-JA-NA-FILA EQUAL "S"
                   MOVE 14 TO WRK-COD-MOTIVO
               END-IF.

       0240-VALIDA-CANCELAMENTO-FIM.           EXIT.
      *-----------------------------------------------------------------
       0241-PROCURA-NA-FILA                    SECTION.
      *-----------------------------------------------------------------

               READ RETENCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-FILA
                   NOT AT END
                       IF REG-ID-RET NOT EQUAL REG-ID-CLI-PTR OR
                          REG-STREAM-RET NOT EQUAL REG-STREAM-ATUAL-PTR
                           MOVE "S" TO WRK-FIM-FILA
                       ELSE
                           IF REG-RET-EM-ABERTO OR REG-RET-RECUSADA
                               MOVE "S" TO WRK-JA-NA-FILA
                               MOVE "S" TO WRK-FIM-FILA
                           END-IF
                       END-IF
               END-READ.

       0241-PROCURA-NA-FILA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0250-APLICA-PEDIDO                      SECTION.
      *-----------------------------------------------------------------

               EVALUATE TRUE
                   WHEN REG-PTR-TROCA-PLANO
                       PERFORM 0260-APLICA-PLANO
                   WHEN REG-PTR-TROCA-STREAM
                       PERFORM 0270-APLICA-TROCA-STREAM
                   WHEN REG-PTR-CANCELAMENTO
                       PERFORM 0280-APLICA-CANCELAMENTO
               END-EVALUATE.

       0250-APLICA-PEDIDO-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    TROCA DE PLANO: REGRAVA A ASSINATURA; SE FOR O STREAMING
      *    FATURADO DO CLIENTE (REG-STREAM DO NEWCLI), O VALOR NOVO
      *    ENTRA NO NEWCLI PELO JORNAL ("A") E O MES SAI PRO-RATA
      *-----------------------------------------------------------------
       0260-APLICA-PLANO                       SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-ASSINAT-ATUAL TO REG-ASSINAT.
               MOVE WRK-VALOR-NOVO    TO REG-VALOR-ASS.
               MOVE WRK-CICLO-NOVO    TO REG-CICLO-ASS.
               REWRITE REG-ASSINAT.
               IF FS-ASSINAT NOT EQUAL 0
                   DISPLAY "ERRO " FS-ASSINAT " AO REGRAVAR O ASSINAT: "
                       "PEDIDO " REG-ID-PEDIDO-PTR
                   MOVE 12 TO WRK-COD-MOTIVO
                   GO TO 0260-APLICA-PLANO-FIM
               END-IF.
               ADD 1 TO ACU-TROCAS-PLANO.
               IF REG-STREAM EQUAL REG-STREAM-ATUAL-PTR AND
                  REG-ASSINATURA NOT EQUAL WRK-VALOR-NOVO
                   MOVE REG-CLIENTES   TO WRK-IMAGEM-ANTES
                   MOVE WRK-VALOR-NOVO TO REG-ASSINATURA
                   MOVE "A"            TO WRK-OPERACAO-JRN
                   PERFORM 0295-REGRAVA-CLIENTE
               END-IF.

       0260-APLICA-PLANO-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    TROCA DE STREAMING: CANCELA A ASSINATURA ATUAL NA DATA DE
      *    MOVIMENTO E INCLUI (OU REATIVA) A DO STREAMING NOVO; SE O
      *    ATUAL ERA O STREAMING FATURADO, O NEWCLI PASSA PARA O NOVO
      *-----------------------------------------------------------------
       0270-APLICA-TROCA-STREAM                SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-ASSINAT-ATUAL TO REG-ASSINAT.
               SET REG-ASS-CANCELADA  TO TRUE.
               MOVE WRK-DATA-MOVTO    TO REG-DATA-CANC-ASS.
               REWRITE REG-ASSINAT.
               IF FS-ASSINAT NOT EQUAL 0
                   DISPLAY "ERRO " FS-ASSINAT " AO CANCELAR NO "
                       "ASSINAT: PEDIDO " REG-ID-PEDIDO-PTR
                   MOVE 12 TO WRK-COD-MOTIVO
                   GO TO 0270-APLICA-TROCA-STREAM-FIM
               END-IF.

               MOVE REG-ID-CLI-PTR      TO REG-ID-ASS.
               MOVE REG-STREAM-NOVO-PTR TO REG-STREAM-ASS.
               IF WRK-REATIVA EQUAL "S"
                   READ ASSINAT
               END-IF.
               MOVE WRK-VALOR-NOVO TO REG-VALOR-ASS.
               MOVE WRK-DATA-MOVTO TO REG-DATA-INICIO-ASS.
               SET REG-ASS-ATIVA   TO TRUE.
               MOVE ZEROS          TO REG-DATA-INI-TRIAL-ASS
                                      REG-DATA-FIM-TRIAL-ASS
                                      REG-DATA-CANC-ASS
                                      REG-MES-COBERTO-ASS.
               MOVE WRK-CICLO-NOVO TO REG-CICLO-ASS.
               IF WRK-REATIVA EQUAL "S"
                   REWRITE REG-ASSINAT
               ELSE
                   WRITE REG-ASSINAT
               END-IF.
               IF FS-ASSINAT NOT EQUAL 0
                   DISPLAY "ERRO " FS-ASSINAT " AO INCLUIR NO "
                       "ASSINAT: PEDIDO " REG-ID-PEDIDO-PTR
                   MOVE 12 TO WRK-COD-MOTIVO
                   GO TO 0270-APLICA-TROCA-STREAM-FIM
               END-IF.
               ADD 1 TO ACU-TROCAS-STREAM.
               IF REG-STREAM EQUAL REG-STREAM-ATUAL-PTR
                   MOVE REG-CLIENTES        TO WRK-IMAGEM-ANTES
                   MOVE REG-STREAM-NOVO-PTR TO REG-STREAM
                   MOVE WRK-VALOR-NOVO      TO REG-ASSINATURA
                   MOVE "A"                 TO WRK-OPERACAO-JRN
                   PERFORM 0295-REGRAVA-CLIENTE
               END-IF.

       0270-APLICA-TROCA-STREAM-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    CANCELAMENTO: O PEDIDO ENTRA NA FILA DE RETENCAO COM O
      *    MOTIVO 99 (PORTAL NAO INFORMA MOTIVO) E A ASSINATURA SEGUE
      *    ATIVA; O PROGRETC CANCELA DE FATO SE O CLIENTE RECUSAR A
      *    OFERTA OU O PRAZO DE RETENCAO VENCER
      *-----------------------------------------------------------------
       0280-APLICA-CANCELAMENTO                SECTION.
      *-----------------------------------------------------------------

               INITIALIZE REG-RETENCAO.
               MOVE REG-ID-CLI-PTR       TO REG-ID-RET.
               MOVE REG-STREAM-ATUAL-PTR TO REG-STREAM-RET.
               MOVE WRK-DATA-MOVTO       TO REG-DATA-PEDIDO-RET.
               SET REG-RET-ORIGEM-PORTAL TO TRUE.
               MOVE WRK-OPERADOR-PORTAL  TO REG-SOLICITANTE-RET.
               MOVE WRK-MOTIVO-PORTAL    TO REG-MOTIVO-RET.
               MOVE ZEROS                TO REG-DATA-LIMITE-RET.
               SET REG-RET-PENDENTE      TO TRUE.
               SET REG-DECISAO-NENHUMA   TO TRUE.
               WRITE REG-RETENCAO.
               IF FS-RETENCAO NOT EQUAL '00'
                   DISPLAY "ERRO " FS-RETENCAO " AO GRAVAR NA FILA DE "
                       "RETENCAO: PEDIDO " REG-ID-PEDIDO-PTR
                   MOVE 12 TO WRK-COD-MOTIVO
                   GO TO 0280-APLICA-CANCELAMENTO-FIM
               END-IF.
               ADD 1 TO ACU-CANCELAMENTOS.

       0280-APLICA-CANCELAMENTO-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    RESPOSTA AO PORTAL E HISTORICO DO PEDIDO
      *-----------------------------------------------------------------
       0290-RESPONDE                           SECTION.
      *-----------------------------------------------------------------

               PERFORM 0291-DESCREVE-MOTIVO.
               MOVE SPACES            TO REG-RESPOSTA-PORTAL.
               MOVE REG-ID-PEDIDO-PTR TO REG-ID-PEDIDO-RSP.
               IF REG-ID-CLI-PTR IS NUMERIC
                   MOVE REG-ID-CLI-PTR TO REG-ID-CLI-RSP
               ELSE
                   MOVE ZEROS          TO REG-ID-CLI-RSP
               END-IF.
               MOVE REG-ACAO-PTR      TO REG-ACAO-RSP.
               MOVE WRK-COD-MOTIVO    TO REG-COD-MOTIVO-RSP.
               MOVE WRK-MOTIVO        TO REG-MOTIVO-RSP.
               MOVE WRK-DATA-EXEC     TO REG-DATA-PROC-RSP.
               IF WRK-COD-MOTIVO EQUAL ZEROS
                   SET REG-RSP-ACEITO  TO TRUE
                   IF REG-PTR-CANCELAMENTO
                       MOVE ZEROS          TO REG-DATA-EFETIVA-RSP
                   ELSE
                       MOVE WRK-DATA-MOVTO TO REG-DATA-EFETIVA-RSP
                   END-IF
                   ADD 1 TO ACU-ACEITOS
               ELSE
                   SET REG-RSP-RECUSADO TO TRUE
                   MOVE ZEROS          TO REG-DATA-EFETIVA-RSP
                   ADD 1 TO ACU-RECUSADOS
                   DISPLAY "PEDIDO " REG-ID-PEDIDO-PTR " CLIENTE "
                       REG-ID-CLI-RSP " RECUSADO: " WRK-MOTIVO
               END-IF.
               WRITE REG-RESPOSTA-PORTAL.
               IF REG-ID-PEDIDO-PTR NOT EQUAL SPACES
                   MOVE REG-RESPOSTA-PORTAL TO REG-PORTALHIS
                   WRITE REG-PORTALHIS
                   IF FS-PORTALHIS NOT EQUAL '00'
                       DISPLAY "ERRO " FS-PORTALHIS " AO GRAVAR O "
                           "HISTORICO DO PEDIDO " REG-ID-PEDIDO-PTR
                       MOVE 8 TO WRK-RC-SAIDA
                   END-IF
               END-IF.

       0290-RESPONDE-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0291-DESCREVE-MOTIVO                    SECTION.
      *-----------------------------------------------------------------

               EVALUATE WRK-COD-MOTIVO
                   WHEN 00
                       IF REG-PTR-CANCELAMENTO
                       MOVE "CANCELAMENTO NA FILA DE RETENCAO"
                           TO WRK-MOTIVO
                   ELSE
                       MOVE "PEDIDO ACEITO E EFETIVADO"
                           TO WRK-MOTIVO
                   END-IF
                   WHEN 01
                       MOVE "ACAO INVALIDA (P, S OU C)"
                           TO WRK-MOTIVO
                   WHEN 02
                       MOVE "CLIENTE NAO CADASTRADO"
                           TO WRK-MOTIVO
                   WHEN 03
                       MOVE "CLIENTE INATIVO OU COM EXCLUSAO PENDENTE"
                           TO WRK-MOTIVO
                   WHEN 04
                       MOVE "ASSINATURA NAO ENCONTRADA"
                           TO WRK-MOTIVO
                   WHEN 05
                       MOVE "ASSINATURA JA CANCELADA"
                           TO WRK-MOTIVO
                   WHEN 06
                       MOVE "STREAMING NOVO INVALIDO OU SEM PARCEIRO"
                           TO WRK-MOTIVO
                   WHEN 07
                       MOVE "CLIENTE JA ASSINA O STREAMING NOVO"
                           TO WRK-MOTIVO
                   WHEN 08
                       MOVE "VALOR OU CICLO DO PLANO INVALIDO"
                           TO WRK-MOTIVO
                   WHEN 09
                       MOVE "PLANO SOLICITADO JA E O VIGENTE"
                           TO WRK-MOTIVO
                   WHEN 10
                       MOVE "DATA SOLICITADA INVALIDA"
                           TO WRK-MOTIVO
                   WHEN 11
                       MOVE "ID DO PEDIDO OU DO CLIENTE INVALIDO"
                           TO WRK-MOTIVO
                   WHEN 12
                       MOVE "ERRO NA GRAVACAO - REENVIAR O PEDIDO"
                           TO WRK-MOTIVO
                   WHEN 13
                       MOVE "DATA FUTURA - REENVIAR NA DATA"
                           TO WRK-MOTIVO
                   WHEN 14
                       MOVE "CANCELAMENTO JA EM ANDAMENTO"
                           TO WRK-MOTIVO
                   WHEN OTHER
                       MOVE "PEDIDO RECUSADO"
                           TO WRK-MOTIVO
               END-EVALUATE.

       0291-DESCREVE-MOTIVO-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    REGRAVA O NEWCLI E GRAVA O JORNAL COM AS IMAGENS ANTES E
      *    DEPOIS, NA DATA DE MOVIMENTO, OPERADOR "PORTAL"
      *-----------------------------------------------------------------
       0295-REGRAVA-CLIENTE                    SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-CLIENTES.
               IF FS-NEWCLI NOT EQUAL 0
                   DISPLAY "ERRO " FS-NEWCLI " AO REGRAVAR O NEWCLI: "
                       "CLIENTE " REG-ID " PEDIDO " REG-ID-PEDIDO-PTR
                       " -- ASSINAT JA ALTERADO, ACERTAR NO PROGARQ05"
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
                   GO TO 0295-REGRAVA-CLIENTE-FIM
               END-IF.
               ACCEPT WRK-HORA-JRN FROM TIME.
               MOVE WRK-OPERADOR-PORTAL TO REG-OPERADOR-JRN.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-JRN.
               MOVE WRK-HORA-JRN        TO REG-HORA-JRN.
               MOVE WRK-OPERACAO-JRN    TO REG-OPERACAO-JRN.
               MOVE REG-ID              TO REG-ID-JRN.
               MOVE WRK-IMAGEM-ANTES    TO REG-IMAGEM-ANTES-JRN.
               MOVE REG-CLIENTES        TO REG-IMAGEM-DEPOIS-JRN.
               WRITE REG-JORNAL.
               ADD 1 TO ACU-JORNAL.

       0295-REGRAVA-CLIENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-FECHA-ARQUIVOS.
               CLOSE PORTALREQ
                     PORTALRSP
                     PORTALHIS
                     NEWCLI
                     ASSINAT
                     JRNCLI
                     RETENCAO.
               IF WRK-VALIDA-PARC EQUAL "S"
                   CLOSE PARCEIROS
               END-IF.
               PERFORM 0125-LIBERA-NEWCLI.

       0310-ESTATISTICA.
               DISPLAY "PEDIDOS DO PORTAL LIDOS...:" ACU-PEDIDOS-LIDOS.
               DISPLAY "PEDIDOS ACEITOS...........:" ACU-ACEITOS.
               DISPLAY "  TROCAS DE PLANO.........:" ACU-TROCAS-PLANO.
               DISPLAY "  TROCAS DE STREAMING.....:" ACU-TROCAS-STREAM.
               DISPLAY "  CANCELAM. P/ RETENCAO...:" ACU-CANCELAMENTOS.
               DISPLAY "PEDIDOS RECUSADOS.........:" ACU-RECUSADOS.
               DISPLAY "RESPOSTAS REEMITIDAS......:" ACU-REEMITIDOS.
               DISPLAY "REGISTROS NO JRNCLI.......:" ACU-JORNAL.
               IF ACU-ERROS-GRAVACAO GREATER ZEROS
                   MOVE "PORTAL: ERRO GRAVACAO NEWCLI" TO
                       WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
               END-IF.
               IF ACU-RECUSADOS GREATER ZEROS AND
                  WRK-RC-SAIDA LESS 4
                   MOVE 4 TO WRK-RC-SAIDA
               END-IF.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC  TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC   TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC      TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC      TO REG-HORA-AUD.
               MOVE ACU-PEDIDOS-LIDOS  TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.
               MOVE WRK-RC-SAIDA TO RETURN-CODE.

       0300-FINALIZAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       9999-TRATA-ERRO                         SECTION.
      *-----------------------------------------------------------------

               CALL WRK-MODULO USING WRK-MSG-ERROS.
               MOVE 12 TO RETURN-CODE.
               GOBACK.

      *-----------------------------------------------------------------
       9999-TRATA-ERRO-FIM.                    EXIT.
      *-----------------------------------------------------------------

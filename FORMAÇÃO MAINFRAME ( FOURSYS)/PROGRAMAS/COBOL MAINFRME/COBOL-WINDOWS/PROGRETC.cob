       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGRETC.
      *=================================================================
      * PROGRAMA   : PROGRETC
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: FECHAMENTO NOTURNO DA FILA DE RETENCAO
      *              (RETENCAO.DAT). O PEDIDO NOVO (PROGARQ05 OU
      *              PORTAL) RECEBE A DATA LIMITE = DATA DO PEDIDO +
      *              PRAZO DE RETENCAO EM DIAS (SYSIN, ZEROS = 7). O
      *              PEDIDO RECUSADO PELO CLIENTE (SITUACAO "D") E O
      *              PEDIDO EM ABERTO COM A DATA LIMITE VENCIDA
      *              (DECISAO "E") VIRAM CANCELAMENTO DE FATO NA DATA
      *              DE MOVIMENTO: A ASSINATURA E CANCELADA NO ASSINAT
      *              E, SE ERA O STREAMING FATURADO, O NEWCLI PASSA
      *              PARA OUTRA ASSINATURA ATIVA DO CLIENTE ("A" NO
      *              JRNCLI) OU O CLIENTE E INATIVADO ("S" NO JRNCLI),
      *              O QUE LEVA O PROGFATURA A FATURAR O MES PRO-RATA E
      *              O PROGDELTA A REPASSAR AO CLIMASTER. O ITEM DA
      *              FILA FICA COM SITUACAO "C" E A DATA DO
      *              CANCELAMENTO. O RETIDO ("R") NAO E TOCADO.
      *-----------------------------------------------------------------
      * OBSERVACAO.: ASSINATURA JA CANCELADA POR OUTRO CAMINHO SO
      *              FECHA O ITEM DA FILA. PROTOCOLO NEWCLIUSO ANTES DO
      *              OPEN I-O DO NEWCLI. RODA ANTES DO BACKUP DO
      *              NEWCLI (STEP003) NO PGNOITE.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CTLDATA                I                    #BOOKCTLDAT
      *  RETENCAO               I-O (KSDS)           #BOOKRETEN
      *  NEWCLIUSO              I-O
      *  NEWCLI                 I-O (KSDS)
      *  ASSINAT                I-O (KSDS)
      *  JRNCLI                 O (EXTEND)           #BOOKJRN
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
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
           SELECT CTLDATA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CTLDATA.TXT"
               FILE STATUS IS FS-CTLDATA.
           SELECT RETENCAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\RETENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-RET
               FILE STATUS IS FS-RETENCAO.
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
           SELECT JRNCLI ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\JRNCLI.TXT"
               FILE STATUS IS FS-JRNCLI.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  RETENCAO.
       COPY "#BOOKRETEN".
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
       FD  JRNCLI.
       COPY "#BOOKJRN".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-RETENCAO                 PIC X(002)          VALUE SPACES.
       01  FS-NEWCLIUSO                PIC 9(002)          VALUE ZEROS.
       01  FS-NEWCLI                   PIC 9(002)          VALUE ZEROS.
       01  FS-ASSINAT                  PIC 9(002)          VALUE ZEROS.
       01  FS-JRNCLI                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-HORA-USO                PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    PRAZO DE RETENCAO (SYSIN)
      *-----------------------------------------------------------------
       01  WRK-PARM-PRAZO              PIC 9(003)          VALUE ZEROS.
       01  WRK-PRAZO-PADRAO            PIC 9(003)          VALUE 7.
       01  WRK-DATA-LIMITE             PIC 9(008)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    ITEM DA FILA EM PROCESSAMENTO
      *-----------------------------------------------------------------
       01  WRK-FIM-RETENCAO            PIC X(001)          VALUE "N".
       01  WRK-CANCELA                 PIC X(001)          VALUE "N".
       01  WRK-CANCELA-OK              PIC X(001)          VALUE "N".
       01  WRK-FIM-ASSINAT             PIC X(001)          VALUE "N".
       01  WRK-OUTRA-ACHOU             PIC X(001)          VALUE "N".
       01  WRK-STREAM-OUTRA            PIC X(010)          VALUE SPACES.
       01  WRK-VALOR-OUTRA             PIC 9(003)V99       VALUE ZEROS.
       01  WRK-IMAGEM-ANTES            PIC X(132)          VALUE SPACES.
       01  WRK-OPERACAO-JRN            PIC X(001)          VALUE SPACES.
       01  WRK-HORA-JRN                PIC 9(006)          VALUE ZEROS.
       01  WRK-OPERADOR-JRN            PIC X(008)          VALUE SPACES.
       01  WRK-OPERADOR-RETENCAO       PIC X(008)          VALUE
               "RETENCAO".
      *-----------------------------------------------------------------
       01  ACU-ITENS-LIDOS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-PRAZOS-FIXADOS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-RECUSADOS               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-VENCIDOS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CANCELAMENTOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JA-CANCELADAS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-EM-ABERTO               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JORNAL                  PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ERROS-GRAVACAO          PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGRETC".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL WRK-FIM-RETENCAO EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO A RETENCAO: "
               ACCEPT WRK-USUARIO-EXEC.
               DISPLAY "PRAZO DE RETENCAO EM DIAS (ZEROS = 7): "
               ACCEPT WRK-PARM-PRAZO.
               IF WRK-PARM-PRAZO EQUAL ZEROS
                   MOVE WRK-PRAZO-PADRAO TO WRK-PARM-PRAZO
               END-IF.
               PERFORM 0110-LE-DATA-MOVTO.

               OPEN I-O RETENCAO.
               IF FS-RETENCAO NOT EQUAL '00'
                   DISPLAY "FILA DE RETENCAO VAZIA (RETENCAO.DAT "
                       "AUSENTE) -- NADA A CANCELAR"
                   MOVE ZEROS TO RETURN-CODE
                   GOBACK
               END-IF.

               PERFORM 0120-RESERVA-NEWCLI.
               OPEN I-O NEWCLI.
               IF FS-NEWCLI NOT EQUAL 0
                   CLOSE RETENCAO
                   PERFORM 0125-LIBERA-NEWCLI
                   MOVE "NEWCLI INDISPONIVEL" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN I-O ASSINAT.
               IF FS-ASSINAT NOT EQUAL 0
                   CLOSE RETENCAO NEWCLI
                   PERFORM 0125-LIBERA-NEWCLI
                   MOVE "ASSINAT INDISPONIVEL" TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               OPEN EXTEND JRNCLI.
               IF FS-JRNCLI EQUAL '35'
                   OPEN OUTPUT JRNCLI
                   CLOSE JRNCLI
                   OPEN EXTEND JRNCLI
               END-IF.
               PERFORM 0140-LE-RETENCAO.

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
               DISPLAY "CANCELAMENTOS DA FILA DE RETENCAO EM:"
                   WRK-DATA-MOVTO " PRAZO:" WRK-PARM-PRAZO " DIAS".

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
                       CLOSE RETENCAO
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
       0140-LE-RETENCAO                        SECTION.
      *-----------------------------------------------------------------

               READ RETENCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-RETENCAO
                   NOT AT END
                       ADD 1 TO ACU-ITENS-LIDOS
               END-READ.

       0140-LE-RETENCAO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    PEDIDO EM ABERTO SEM DATA LIMITE RECEBE O PRAZO; RECUSADO
      *    OU EM ABERTO VENCIDO E CANCELADO; RETIDO E CANCELADO FICAM
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-CANCELA.
               IF REG-RET-EM-ABERTO AND REG-DATA-LIMITE-RET EQUAL ZEROS
                   PERFORM 0210-FIXA-PRAZO
               END-IF.
               EVALUATE TRUE
                   WHEN REG-RET-RECUSADA
                       MOVE "S" TO WRK-CANCELA
                       ADD 1 TO ACU-RECUSADOS
                   WHEN REG-RET-EM-ABERTO AND
                        REG-DATA-LIMITE-RET LESS WRK-DATA-MOVTO
                       MOVE "S" TO WRK-CANCELA
                       ADD 1 TO ACU-VENCIDOS
                       SET REG-DECISAO-EXPIROU TO TRUE
                       MOVE WRK-DATA-MOVTO        TO
                           REG-DATA-DECISAO-RET
                       MOVE WRK-OPERADOR-RETENCAO TO
                           REG-OPERADOR-DECISAO-RET
                   WHEN REG-RET-EM-ABERTO
                       ADD 1 TO ACU-EM-ABERTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF WRK-CANCELA EQUAL "S"
                   PERFORM 0250-CANCELA-ASSINATURA
                   IF WRK-CANCELA-OK EQUAL "S"
                       SET REG-RET-CANCELADA TO TRUE
                       MOVE WRK-DATA-MOVTO TO REG-DATA-CANC-RET
                       PERFORM 0290-REGRAVA-RETENCAO
                   END-IF
               END-IF.
               PERFORM 0140-LE-RETENCAO.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    DATA LIMITE = DATA DO PEDIDO + PRAZO EM DIAS CORRIDOS
      *-----------------------------------------------------------------
       0210-FIXA-PRAZO                         SECTION.
      *-----------------------------------------------------------------

               COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(REG-DATA-PEDIDO-RET) +
                   WRK-PARM-PRAZO).
               MOVE WRK-DATA-LIMITE TO REG-DATA-LIMITE-RET.
               PERFORM 0290-REGRAVA-RETENCAO.
               ADD 1 TO ACU-PRAZOS-FIXADOS.

       0210-FIXA-PRAZO-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    CANCELA A ASSINATURA NA DATA DE MOVIMENTO. SE ERA O
      *    STREAMING FATURADO DO CLIENTE ATIVO, O NEWCLI PASSA PARA
      *    OUTRA ASSINATURA ATIVA ("A"); SEM OUTRA, O CLIENTE E
      *    INATIVADO ("S") E O MES SAI PRO-RATA ATE A VESPERA
      *-----------------------------------------------------------------
       0250-CANCELA-ASSINATURA                 SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-CANCELA-OK.
               MOVE REG-ID-RET     TO REG-ID-ASS.
               MOVE REG-STREAM-RET TO REG-STREAM-ASS.
               READ ASSINAT
                   INVALID KEY
                       CONTINUE
               END-READ.
               IF FS-ASSINAT NOT EQUAL 0 OR REG-ASS-CANCELADA
                   DISPLAY "CLIENTE " REG-ID-RET " STREAMING "
                       REG-STREAM-RET " SEM ASSINATURA ATIVA -- "
                       "ITEM DA FILA SO FECHADO"
                   ADD 1 TO ACU-JA-CANCELADAS
                   MOVE "S" TO WRK-CANCELA-OK
                   GO TO 0250-CANCELA-ASSINATURA-FIM
               END-IF.

               SET REG-ASS-CANCELADA TO TRUE.
               MOVE WRK-DATA-MOVTO   TO REG-DATA-CANC-ASS.
               REWRITE REG-ASSINAT.
               IF FS-ASSINAT NOT EQUAL 0
                   DISPLAY "ERRO " FS-ASSINAT " AO CANCELAR NO "
                       "ASSINAT: CLIENTE " REG-ID-RET " STREAMING "
                       REG-STREAM-RET " -- ITEM FICA NA FILA"
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
                   GO TO 0250-CANCELA-ASSINATURA-FIM
               END-IF.
               MOVE "S" TO WRK-CANCELA-OK.
               ADD 1 TO ACU-CANCELAMENTOS.

               MOVE REG-ID-RET TO REG-ID.
               READ NEWCLI
                   INVALID KEY
                       GO TO 0250-CANCELA-ASSINATURA-FIM
               END-READ.
               IF NOT REG-CLI-ATIVO OR
                  REG-STREAM NOT EQUAL REG-STREAM-RET
                   GO TO 0250-CANCELA-ASSINATURA-FIM
               END-IF.

               PERFORM 0260-PROCURA-OUTRA-ASSINATURA.
               MOVE REG-CLIENTES TO WRK-IMAGEM-ANTES.
               IF WRK-OUTRA-ACHOU EQUAL "S"
                   MOVE WRK-STREAM-OUTRA TO REG-STREAM
                   MOVE WRK-VALOR-OUTRA  TO REG-ASSINATURA
                   MOVE "A"              TO WRK-OPERACAO-JRN
               ELSE
                   SET REG-CLI-INATIVO   TO TRUE
                   MOVE "S"              TO WRK-OPERACAO-JRN
               END-IF.
               PERFORM 0270-REGRAVA-CLIENTE.

       0250-CANCELA-ASSINATURA-FIM.            EXIT.
      *-----------------------------------------------------------------
       0260-PROCURA-OUTRA-ASSINATURA           SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-OUTRA-ACHOU.
               MOVE "N" TO WRK-FIM-ASSINAT.
               MOVE REG-ID-RET TO REG-ID-ASS.
               MOVE LOW-VALUES TO REG-STREAM-ASS.
               START ASSINAT KEY NOT LESS REG-CHAVE-ASS
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ASSINAT
               END-START.
               PERFORM 0261-LE-OUTRA-ASSINATURA
                   UNTIL WRK-FIM-ASSINAT EQUAL "S".

       0260-PROCURA-OUTRA-ASSINATURA-FIM.      EXIT.
      *-----------------------------------------------------------------
       0261-LE-OUTRA-ASSINATURA                SECTION.
      *-----------------------------------------------------------------

               READ ASSINAT NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ASSINAT
                   NOT AT END
                       IF REG-ID-ASS NOT EQUAL REG-ID-RET
                           MOVE "S" TO WRK-FIM-ASSINAT
                       ELSE
                           IF REG-ASS-ATIVA
                               MOVE "S"            TO WRK-OUTRA-ACHOU
                               MOVE REG-STREAM-ASS TO WRK-STREAM-OUTRA
                               MOVE REG-VALOR-ASS  TO WRK-VALOR-OUTRA
                               MOVE "S"            TO WRK-FIM-ASSINAT
                           END-IF
                       END-IF
               END-READ.

       0261-LE-OUTRA-ASSINATURA-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    REGRAVA O NEWCLI E GRAVA O JORNAL COM AS IMAGENS ANTES E
      *    DEPOIS, NA DATA DE MOVIMENTO; OPERADOR = QUEM REGISTROU A
      *    RECUSA OU "RETENCAO" NO PRAZO VENCIDO
      *-----------------------------------------------------------------
       0270-REGRAVA-CLIENTE                    SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-CLIENTES.
               IF FS-NEWCLI NOT EQUAL 0
                   DISPLAY "ERRO " FS-NEWCLI " AO REGRAVAR O NEWCLI: "
                       "CLIENTE " REG-ID " -- ASSINAT JA CANCELADO, "
                       "ACERTAR NO PROGARQ05"
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
                   GO TO 0270-REGRAVA-CLIENTE-FIM
               END-IF.
               IF REG-OPERADOR-DECISAO-RET EQUAL SPACES
                   MOVE WRK-OPERADOR-RETENCAO    TO WRK-OPERADOR-JRN
               ELSE
                   MOVE REG-OPERADOR-DECISAO-RET TO WRK-OPERADOR-JRN
               END-IF.
               ACCEPT WRK-HORA-JRN FROM TIME.
               MOVE WRK-OPERADOR-JRN    TO REG-OPERADOR-JRN.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-JRN.
               MOVE WRK-HORA-JRN        TO REG-HORA-JRN.
               MOVE WRK-OPERACAO-JRN    TO REG-OPERACAO-JRN.
               MOVE REG-ID              TO REG-ID-JRN.
               MOVE WRK-IMAGEM-ANTES    TO REG-IMAGEM-ANTES-JRN.
               MOVE REG-CLIENTES        TO REG-IMAGEM-DEPOIS-JRN.
               WRITE REG-JORNAL.
               ADD 1 TO ACU-JORNAL.

       0270-REGRAVA-CLIENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0290-REGRAVA-RETENCAO                   SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-RETENCAO.
               IF FS-RETENCAO NOT EQUAL '00'
                   DISPLAY "ERRO " FS-RETENCAO " AO REGRAVAR A FILA "
                       "DE RETENCAO: CLIENTE " REG-ID-RET " STREAMING "
                       REG-STREAM-RET " PEDIDO " REG-DATA-PEDIDO-RET
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
               END-IF.

       0290-REGRAVA-RETENCAO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-FECHA-ARQUIVOS.
               CLOSE RETENCAO
                     NEWCLI
                     ASSINAT
                     JRNCLI.
               PERFORM 0125-LIBERA-NEWCLI.

       0310-ESTATISTICA.
               DISPLAY "ITENS DA FILA LIDOS.......:" ACU-ITENS-LIDOS.
               DISPLAY "PRAZOS FIXADOS............:" ACU-PRAZOS-FIXADOS.
               DISPLAY "RECUSARAM A OFERTA........:" ACU-RECUSADOS.
               DISPLAY "PRAZO VENCIDO.............:" ACU-VENCIDOS.
               DISPLAY "ASSINATURAS CANCELADAS....:" ACU-CANCELAMENTOS.
               DISPLAY "JA CANCELADAS (SO FECHADO):" ACU-JA-CANCELADAS.
               DISPLAY "AINDA EM ABERTO NA FILA...:" ACU-EM-ABERTO.
               DISPLAY "REGISTROS NO JRNCLI.......:" ACU-JORNAL.
               IF ACU-ERROS-GRAVACAO GREATER ZEROS
                   DISPLAY "ERROS DE GRAVACAO.........:"
                       ACU-ERROS-GRAVACAO
                   MOVE "RETENCAO: ERRO GRAVACAO" TO WRK-MSG-ERROS
                   CALL WRK-MODULO USING WRK-MSG-ERROS
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
               MOVE ACU-ITENS-LIDOS    TO REG-QT-PROC-AUD.
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

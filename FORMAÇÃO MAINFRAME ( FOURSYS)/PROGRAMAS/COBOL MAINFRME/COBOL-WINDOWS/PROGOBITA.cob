       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.                             PROGOBITA.
      *=================================================================
      * PROGRAMA   : PROGOBITA
      * PROGRAMADOR: MATHEUS H. MEDEIROS
      * ANALISTA   : IVAN SANCHES
      * CONSULTORIA: FOURSYS
      * DATA.......: 15/10/2026
      *-----------------------------------------------------------------
      * OBJETIVO...: APLICACAO NOTURNA DO CADASTRO DE OBITOS
      *              (OBITOS.TXT, PROGOBITO) NO LADO DAS ASSINATURAS.
      *              PARA CADA CLIENTE DO NEWCLI CUJO CPF TEM OBITO
      *              ATIVO:
      *              1) TODAS AS ASSINATURAS ATIVAS SAO CANCELADAS NO
      *                 ASSINAT NA DATA DO OBITO, SEM PASSAR PELA FILA
      *                 DE RETENCAO (NAO HA OFERTA);
      *              2) O CLIENTE ATIVO E INATIVADO ("S" NO JRNCLI,
      *                 OPERADOR "OBITO");
      *              3) O ITEM EM ABERTO OU RECUSADO DA FILA DE
      *                 RETENCAO (RETENCAO.DAT) E FECHADO ("C");
      *              4) A FATURA EM ABERTO EMITIDA DEPOIS DA DATA DO
      *                 OBITO E CANCELADA ("C") NO FATURA.TXT -- A
      *                 EMITIDA ATE O OBITO FICA EM ABERTO, E DIVIDA
      *                 DO ESPOLIO (RELESPOLIO).
      *              NO PRIMEIRO PROCESSAMENTO O OBITO RECEBE A DATA
      *              DE APLICACAO (REG-DATA-APLIC-OBT).
      *-----------------------------------------------------------------
      * OBSERVACAO.: TODO OBITO ATIVO E REVISTO TODA NOITE -- FATURA
      *              GERADA DEPOIS (PRO-RATA DO MES DO CANCELAMENTO) E
      *              CANCELADA NA NOITE SEGUINTE. ASSINATURA JA
      *              CANCELADA E CLIENTE JA INATIVO NAO SAO TOCADOS.
      *              PROTOCOLO NEWCLIUSO ANTES DO OPEN I-O DO NEWCLI.
      *              RODA ANTES DO BACKUP DO NEWCLI (STEP003) NO
      *              PGNOITE.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CTLDATA                I                    #BOOKCTLDAT
      *  OBITOS                 I-O (KSDS)           #BOOKOBITO
      *  NEWCLIUSO              I-O
      *  NEWCLI                 I-O (KSDS)
      *  ASSINAT                I-O (KSDS)
      *  JRNCLI                 O (EXTEND)           #BOOKJRN
      *  RETENCAO               I-O (KSDS)           #BOOKRETEN
      *  FATURA                 I-O                  #BOOKFATURA
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
           SELECT OBITOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\OBITOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CPF-OBT
               FILE STATUS IS FS-OBITOS.
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
           SELECT RETENCAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\RETENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-RET
               FILE STATUS IS FS-RETENCAO.
           SELECT FATURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\FATURA.TXT"
               FILE STATUS IS FS-FATURA.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

      *=================================================================
       DATA                                    DIVISION.
      *=================================================================
       FILE                                    SECTION.
       FD  CTLDATA.
       COPY "#BOOKCTLDAT".
       FD  OBITOS.
       COPY "#BOOKOBITO".
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
       FD  RETENCAO.
       COPY "#BOOKRETEN".
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
      *-----------------------------------------------------------------
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-OBITOS                   PIC X(002)          VALUE SPACES.
       01  FS-NEWCLIUSO                PIC 9(002)          VALUE ZEROS.
       01  FS-NEWCLI                   PIC 9(002)          VALUE ZEROS.
       01  FS-ASSINAT                  PIC 9(002)          VALUE ZEROS.
       01  FS-JRNCLI                   PIC X(002)          VALUE SPACES.
       01  FS-RETENCAO                 PIC X(002)          VALUE SPACES.
       01  FS-FATURA                   PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  WRK-HORA-USO                PIC 9(006)          VALUE ZEROS.
      *-----------------------------------------------------------------
      *    OBITOS ATIVOS (CPF, DATA DO OBITO, JA APLICADO OU NAO)
      *-----------------------------------------------------------------
       01  WRK-QT-OBITOS               PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-OBT                 PIC 9(004)          VALUE ZEROS.
       01  WRK-OBT-ACHOU               PIC X(001)          VALUE "N".
       01  TAB-OBITOS.
           05 TAB-OBT-ITEM             OCCURS 500 TIMES.
               10 TAB-OBT-CPF              PIC 9(011).
               10 TAB-OBT-DATA             PIC 9(008).
               10 TAB-OBT-APLIC            PIC 9(008).
      *-----------------------------------------------------------------
      *    CLIENTES DO NEWCLI COM OBITO (ID, DATA DO OBITO)
      *-----------------------------------------------------------------
       01  WRK-QT-CLI-OBITO            PIC 9(004)          VALUE ZEROS.
       01  WRK-IDX-CLI                 PIC 9(004)          VALUE ZEROS.
       01  WRK-CLI-ACHOU               PIC X(001)          VALUE "N".
       01  WRK-DATA-OBITO              PIC 9(008)          VALUE ZEROS.
       01  TAB-CLI-OBITO.
           05 TAB-CLI-ITEM             OCCURS 2000 TIMES.
               10 TAB-CLI-ID               PIC 9(004).
               10 TAB-CLI-DATA-OBITO       PIC 9(008).
      *-----------------------------------------------------------------
       01  WRK-FIM-NEWCLI              PIC X(001)          VALUE "N".
       01  WRK-FIM-ASSINAT             PIC X(001)          VALUE "N".
       01  WRK-FIM-RETENCAO            PIC X(001)          VALUE "N".
       01  WRK-ID-CLIENTE              PIC 9(004)          VALUE ZEROS.
       01  WRK-IMAGEM-ANTES            PIC X(132)          VALUE SPACES.
       01  WRK-HORA-JRN                PIC 9(006)          VALUE ZEROS.
       01  WRK-OPERADOR-OBITO          PIC X(008)          VALUE
               "OBITO".
      *-----------------------------------------------------------------
       01  ACU-OBITOS-ATIVOS           PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CLIENTES                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ASSINATURAS             PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-INATIVADOS              PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-RETENCOES               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-FATURAS                 PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-APLICADOS               PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-JORNAL                  PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-ERROS-GRAVACAO          PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-USUARIO-EXEC            PIC X(008)          VALUE SPACES.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
       01  WRK-HORA-EXEC               PIC 9(006)          VALUE ZEROS.
       01  WRK-RC-SAIDA                PIC 9(002)          VALUE ZEROS.
       01  WRK-PROGRAMA-EXEC           PIC X(008)          VALUE
               "PROGOBTA".
       01  WRK-MODULO                  PIC X(008)          VALUE 'LOGS'.
      *-----------------------------------------------------------------
       COPY "#BOOKERRO".
      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                               DIVISION.
      *=================================================================
       0000-PRINCIPAL.

               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL WRK-FIM-NEWCLI EQUAL "S".
               PERFORM 0250-FECHA-NEWCLI.
               PERFORM 0260-FECHA-RETENCOES.
               PERFORM 0270-CANCELA-FATURAS.
               PERFORM 0280-MARCA-APLICACAO.
               PERFORM 0300-FINALIZAR.
               STOP RUN.

       0000-PRINCIPAL-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0100-INICIAR                            SECTION.
      *-----------------------------------------------------------------

               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO OS OBITOS: "
               ACCEPT WRK-USUARIO-EXEC.
               PERFORM 0110-LE-DATA-MOVTO.

               OPEN INPUT OBITOS.
               IF FS-OBITOS NOT EQUAL '00'
                   DISPLAY "CADASTRO DE OBITOS VAZIO (OBITOS.TXT "
                       "AUSENTE) -- NADA A APLICAR"
                   MOVE ZEROS TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM 0130-LE-OBITO
                   UNTIL FS-OBITOS NOT EQUAL '00'.
               CLOSE OBITOS.
               IF WRK-QT-OBITOS EQUAL ZEROS
                   DISPLAY "NENHUM OBITO ATIVO -- NADA A APLICAR"
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
               IF FS-ASSINAT NOT EQUAL 0
                   CLOSE NEWCLI
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
               PERFORM 0140-LE-NEWCLI.

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
               DISPLAY "APLICACAO DOS OBITOS EM:" WRK-DATA-MOVTO.

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
      *    SO O OBITO ATIVO ENTRA; O ESTORNADO FOI REGISTRO POR ENGANO
      *-----------------------------------------------------------------
       0130-LE-OBITO                           SECTION.
      *-----------------------------------------------------------------

               READ OBITOS NEXT RECORD
                   AT END
                       MOVE '10' TO FS-OBITOS
                   NOT AT END
                       IF REG-OBT-ATIVO
                           IF WRK-QT-OBITOS LESS 500
                               ADD 1 TO WRK-QT-OBITOS
                               ADD 1 TO ACU-OBITOS-ATIVOS
                               MOVE REG-CPF-OBT        TO
                                   TAB-OBT-CPF(WRK-QT-OBITOS)
                               MOVE REG-DATA-OBITO-OBT TO
                                   TAB-OBT-DATA(WRK-QT-OBITOS)
                               MOVE REG-DATA-APLIC-OBT TO
                                   TAB-OBT-APLIC(WRK-QT-OBITOS)
                           ELSE
                               DISPLAY "ERRO: MAIS DE 500 OBITOS "
                                   "ATIVOS -- AUMENTAR A TABELA"
                               CLOSE OBITOS
                               MOVE "TABELA DE OBITOS CHEIA" TO
                                   WRK-MSG-ERROS
                               PERFORM 9999-TRATA-ERRO
                           END-IF
                       END-IF
               END-READ.

       0130-LE-OBITO-FIM.                      EXIT.
      *-----------------------------------------------------------------
       0140-LE-NEWCLI                          SECTION.
      *-----------------------------------------------------------------

               READ NEWCLI NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-NEWCLI
               END-READ.

       0140-LE-NEWCLI-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-OBT-ACHOU.
               PERFORM 0205-COMPARA-CPF
                   VARYING WRK-IDX-OBT FROM 1 BY 1
                   UNTIL WRK-IDX-OBT GREATER WRK-QT-OBITOS
                      OR WRK-OBT-ACHOU EQUAL "S".
               IF WRK-OBT-ACHOU EQUAL "S"
                   PERFORM 0210-TRATA-CLIENTE
               END-IF.
               PERFORM 0140-LE-NEWCLI.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0205-COMPARA-CPF                        SECTION.
      *-----------------------------------------------------------------

               IF TAB-OBT-CPF(WRK-IDX-OBT) EQUAL REG-CPF
                   MOVE "S" TO WRK-OBT-ACHOU
                   MOVE TAB-OBT-DATA(WRK-IDX-OBT) TO WRK-DATA-OBITO
               END-IF.

       0205-COMPARA-CPF-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    CLIENTE COM OBITO: GUARDA O ID PARA A FILA E AS FATURAS,
      *    CANCELA AS ASSINATURAS ATIVAS E INATIVA O CLIENTE ATIVO
      *-----------------------------------------------------------------
       0210-TRATA-CLIENTE                      SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CLIENTES.
               IF WRK-QT-CLI-OBITO NOT LESS 2000
                   DISPLAY "ERRO: MAIS DE 2000 CLIENTES COM OBITO -- "
                       "AUMENTAR A TABELA"
                   CLOSE NEWCLI ASSINAT JRNCLI
                   PERFORM 0125-LIBERA-NEWCLI
                   MOVE "TABELA DE CLIENTES COM OBITO CHEIA" TO
                       WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               ADD 1 TO WRK-QT-CLI-OBITO.
               MOVE REG-ID         TO TAB-CLI-ID(WRK-QT-CLI-OBITO).
               MOVE WRK-DATA-OBITO TO
                   TAB-CLI-DATA-OBITO(WRK-QT-CLI-OBITO).
               MOVE REG-ID         TO WRK-ID-CLIENTE.

               PERFORM 0220-CANCELA-ASSINATURAS.

               IF REG-CLI-ATIVO
                   MOVE REG-CLIENTES TO WRK-IMAGEM-ANTES
                   SET REG-CLI-INATIVO TO TRUE
                   PERFORM 0240-REGRAVA-CLIENTE
               END-IF.

       0210-TRATA-CLIENTE-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0220-CANCELA-ASSINATURAS                SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-FIM-ASSINAT.
               MOVE WRK-ID-CLIENTE TO REG-ID-ASS.
               MOVE LOW-VALUES     TO REG-STREAM-ASS.
               START ASSINAT KEY NOT LESS REG-CHAVE-ASS
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ASSINAT
               END-START.
               PERFORM 0230-LE-ASSINATURA
                   UNTIL WRK-FIM-ASSINAT EQUAL "S".

       0220-CANCELA-ASSINATURAS-FIM.           EXIT.
      *-----------------------------------------------------------------
      *    CANCELA NA DATA DO OBITO (OU NO INICIO, SE A ASSINATURA E
      *    POSTERIOR) -- O PROGFATURA NAO COBRA ALEM DESSA DATA
      *-----------------------------------------------------------------
       0230-LE-ASSINATURA                      SECTION.
      *-----------------------------------------------------------------

               READ ASSINAT NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ASSINAT
                       GO TO 0230-LE-ASSINATURA-FIM
               END-READ.
               IF REG-ID-ASS NOT EQUAL WRK-ID-CLIENTE
                   MOVE "S" TO WRK-FIM-ASSINAT
                   GO TO 0230-LE-ASSINATURA-FIM
               END-IF.
               IF NOT REG-ASS-ATIVA
                   GO TO 0230-LE-ASSINATURA-FIM
               END-IF.

               SET REG-ASS-CANCELADA TO TRUE.
               IF REG-DATA-INICIO-ASS GREATER WRK-DATA-OBITO
                   MOVE REG-DATA-INICIO-ASS TO REG-DATA-CANC-ASS
               ELSE
                   MOVE WRK-DATA-OBITO      TO REG-DATA-CANC-ASS
               END-IF.
               REWRITE REG-ASSINAT.
               IF FS-ASSINAT NOT EQUAL 0
                   DISPLAY "ERRO " FS-ASSINAT " AO CANCELAR NO "
                       "ASSINAT: CLIENTE " REG-ID-ASS " STREAMING "
                       REG-STREAM-ASS
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
               ELSE
                   ADD 1 TO ACU-ASSINATURAS
               END-IF.

       0230-LE-ASSINATURA-FIM.                 EXIT.
      *-----------------------------------------------------------------
      *    REGRAVA O NEWCLI E GRAVA O JORNAL COM AS IMAGENS ANTES E
      *    DEPOIS, NA DATA DE MOVIMENTO, OPERADOR "OBITO"
      *-----------------------------------------------------------------
       0240-REGRAVA-CLIENTE                    SECTION.
      *-----------------------------------------------------------------

               REWRITE REG-CLIENTES.
               IF FS-NEWCLI NOT EQUAL 0
                   DISPLAY "ERRO " FS-NEWCLI " AO REGRAVAR O NEWCLI: "
                       "CLIENTE " REG-ID " -- ASSINAT JA CANCELADO, "
                       "ACERTAR NO PROGARQ05"
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
                   GO TO 0240-REGRAVA-CLIENTE-FIM
               END-IF.
               ADD 1 TO ACU-INATIVADOS.
               ACCEPT WRK-HORA-JRN FROM TIME.
               MOVE WRK-OPERADOR-OBITO  TO REG-OPERADOR-JRN.
               MOVE WRK-DATA-MOVTO      TO REG-DATA-JRN.
               MOVE WRK-HORA-JRN        TO REG-HORA-JRN.
               SET REG-JRN-SITUACAO     TO TRUE.
               MOVE REG-ID              TO REG-ID-JRN.
               MOVE WRK-IMAGEM-ANTES    TO REG-IMAGEM-ANTES-JRN.
               MOVE REG-CLIENTES        TO REG-IMAGEM-DEPOIS-JRN.
               WRITE REG-JORNAL.
               ADD 1 TO ACU-JORNAL.

       0240-REGRAVA-CLIENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
       0250-FECHA-NEWCLI                       SECTION.
      *-----------------------------------------------------------------

               CLOSE NEWCLI
                     ASSINAT
                     JRNCLI.
               PERFORM 0125-LIBERA-NEWCLI.

       0250-FECHA-NEWCLI-FIM.                  EXIT.
      *-----------------------------------------------------------------
      *    FILA DE RETENCAO: ITEM EM ABERTO OU RECUSADO DE CLIENTE COM
      *    OBITO E FECHADO SEM OFERTA -- A ASSINATURA JA FOI CANCELADA
      *-----------------------------------------------------------------
       0260-FECHA-RETENCOES                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-CLI-OBITO EQUAL ZEROS
                   GO TO 0260-FECHA-RETENCOES-FIM
               END-IF.
               OPEN I-O RETENCAO.
               IF FS-RETENCAO NOT EQUAL '00'
                   GO TO 0260-FECHA-RETENCOES-FIM
               END-IF.
               PERFORM 0261-FECHA-RETENCAO-CLIENTE
                   VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QT-CLI-OBITO.
               CLOSE RETENCAO.

       0260-FECHA-RETENCOES-FIM.               EXIT.
      *-----------------------------------------------------------------
       0261-FECHA-RETENCAO-CLIENTE             SECTION.
      *-----------------------------------------------------------------

               MOVE "N"                      TO WRK-FIM-RETENCAO.
               MOVE TAB-CLI-ID(WRK-IDX-CLI)  TO WRK-ID-CLIENTE.
               MOVE WRK-ID-CLIENTE           TO REG-ID-RET.
               MOVE LOW-VALUES               TO REG-STREAM-RET.
               MOVE ZEROS                    TO REG-DATA-PEDIDO-RET.
               START RETENCAO KEY NOT LESS REG-CHAVE-RET
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-RETENCAO
               END-START.
               PERFORM 0262-LE-RETENCAO
                   UNTIL WRK-FIM-RETENCAO EQUAL "S".

       0261-FECHA-RETENCAO-CLIENTE-FIM.        EXIT.
      *-----------------------------------------------------------------
       0262-LE-RETENCAO                        SECTION.
      *-----------------------------------------------------------------

               READ RETENCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-RETENCAO
                       GO TO 0262-LE-RETENCAO-FIM
               END-READ.
               IF REG-ID-RET NOT EQUAL WRK-ID-CLIENTE
                   MOVE "S" TO WRK-FIM-RETENCAO
                   GO TO 0262-LE-RETENCAO-FIM
               END-IF.
               IF NOT REG-RET-EM-ABERTO AND NOT REG-RET-RECUSADA
                   GO TO 0262-LE-RETENCAO-FIM
               END-IF.
               SET REG-RET-CANCELADA TO TRUE.
               MOVE WRK-DATA-MOVTO   TO REG-DATA-CANC-RET.
               REWRITE REG-RETENCAO.
               IF FS-RETENCAO NOT EQUAL '00'
                   DISPLAY "ERRO " FS-RETENCAO " AO REGRAVAR A FILA "
                       "DE RETENCAO: CLIENTE " REG-ID-RET " STREAMING "
                       REG-STREAM-RET " PEDIDO " REG-DATA-PEDIDO-RET
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
               ELSE
                   ADD 1 TO ACU-RETENCOES
               END-IF.

       0262-LE-RETENCAO-FIM.                   EXIT.
      *-----------------------------------------------------------------
      *    FATURA EM ABERTO EMITIDA DEPOIS DA DATA DO OBITO E
      *    CANCELADA; A EMITIDA ATE O OBITO CONTINUA EM ABERTO
      *-----------------------------------------------------------------
       0270-CANCELA-FATURAS                    SECTION.
      *-----------------------------------------------------------------

               IF WRK-QT-CLI-OBITO EQUAL ZEROS
                   GO TO 0270-CANCELA-FATURAS-FIM
               END-IF.
               OPEN I-O FATURA.
               IF FS-FATURA NOT EQUAL '00'
                   GO TO 0270-CANCELA-FATURAS-FIM
               END-IF.
               PERFORM 0271-LE-FATURA
                   UNTIL FS-FATURA NOT EQUAL '00'.
               CLOSE FATURA.

       0270-CANCELA-FATURAS-FIM.               EXIT.
      *-----------------------------------------------------------------
       0271-LE-FATURA                          SECTION.
      *-----------------------------------------------------------------

               READ FATURA
                   AT END
                       MOVE '10' TO FS-FATURA
                       GO TO 0271-LE-FATURA-FIM
               END-READ.
               IF NOT REG-FAT-ABERTA
                   GO TO 0271-LE-FATURA-FIM
               END-IF.
               MOVE "N" TO WRK-CLI-ACHOU.
               PERFORM 0272-COMPARA-CLIENTE
                   VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QT-CLI-OBITO
                      OR WRK-CLI-ACHOU EQUAL "S".
               IF WRK-CLI-ACHOU NOT EQUAL "S" OR
                  REG-DATA-EMISSAO-FAT NOT GREATER WRK-DATA-OBITO
                   GO TO 0271-LE-FATURA-FIM
               END-IF.
               SET REG-FAT-CANCELADA TO TRUE.
               REWRITE REG-FATURA.
               IF FS-FATURA NOT EQUAL '00'
                   DISPLAY "ERRO " FS-FATURA " AO CANCELAR A FATURA "
                       REG-ID-FAT "/" REG-MES-REF-FAT
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
                   MOVE '00' TO FS-FATURA
               ELSE
                   ADD 1 TO ACU-FATURAS
               END-IF.

       0271-LE-FATURA-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0272-COMPARA-CLIENTE                    SECTION.
      *-----------------------------------------------------------------

               IF TAB-CLI-ID(WRK-IDX-CLI) EQUAL REG-ID-FAT
                   MOVE "S" TO WRK-CLI-ACHOU
                   MOVE TAB-CLI-DATA-OBITO(WRK-IDX-CLI) TO
                       WRK-DATA-OBITO
               END-IF.

       0272-COMPARA-CLIENTE-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    PRIMEIRA APLICACAO: GRAVA A DATA DE MOVIMENTO NO OBITO
      *-----------------------------------------------------------------
       0280-MARCA-APLICACAO                    SECTION.
      *-----------------------------------------------------------------

               OPEN I-O OBITOS.
               IF FS-OBITOS NOT EQUAL '00'
                   DISPLAY "ERRO " FS-OBITOS " AO REABRIR O OBITOS -- "
                       "DATA DE APLICACAO NAO GRAVADA"
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
                   GO TO 0280-MARCA-APLICACAO-FIM
               END-IF.
               PERFORM 0281-MARCA-OBITO
                   VARYING WRK-IDX-OBT FROM 1 BY 1
                   UNTIL WRK-IDX-OBT GREATER WRK-QT-OBITOS.
               CLOSE OBITOS.

       0280-MARCA-APLICACAO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0281-MARCA-OBITO                        SECTION.
      *-----------------------------------------------------------------

               IF TAB-OBT-APLIC(WRK-IDX-OBT) GREATER ZEROS
                   GO TO 0281-MARCA-OBITO-FIM
               END-IF.
               MOVE TAB-OBT-CPF(WRK-IDX-OBT) TO REG-CPF-OBT.
               READ OBITOS
                   INVALID KEY
                       GO TO 0281-MARCA-OBITO-FIM
               END-READ.
               IF NOT REG-OBT-ATIVO
                   GO TO 0281-MARCA-OBITO-FIM
               END-IF.
               MOVE WRK-DATA-MOVTO TO REG-DATA-APLIC-OBT.
               REWRITE REG-OBITOS.
               IF FS-OBITOS NOT EQUAL '00'
                   DISPLAY "ERRO " FS-OBITOS " AO REGRAVAR O OBITO DO "
                       "CPF " REG-CPF-OBT
                   ADD 1 TO ACU-ERROS-GRAVACAO
                   MOVE 8 TO WRK-RC-SAIDA
               ELSE
                   ADD 1 TO ACU-APLICADOS
               END-IF.

       0281-MARCA-OBITO-FIM.                   EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0310-ESTATISTICA.
               DISPLAY "OBITOS ATIVOS.............:" ACU-OBITOS-ATIVOS.
               DISPLAY "OBITOS APLICADOS HOJE.....:" ACU-APLICADOS.
               DISPLAY "CLIENTES COM OBITO........:" ACU-CLIENTES.
               DISPLAY "ASSINATURAS CANCELADAS....:" ACU-ASSINATURAS.
               DISPLAY "CLIENTES INATIVADOS.......:" ACU-INATIVADOS.
               DISPLAY "ITENS DA RETENCAO FECHADOS:" ACU-RETENCOES.
               DISPLAY "FATURAS CANCELADAS........:" ACU-FATURAS.
               DISPLAY "REGISTROS NO JRNCLI.......:" ACU-JORNAL.
               IF ACU-ERROS-GRAVACAO GREATER ZEROS
                   DISPLAY "ERROS DE GRAVACAO.........:"
                       ACU-ERROS-GRAVACAO
                   MOVE "OBITOS: ERRO GRAVACAO" TO WRK-MSG-ERROS
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
               MOVE ACU-CLIENTES       TO REG-QT-PROC-AUD.
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

      *              QUE CONFERE COM O REGISTRO DE FATURAMENTO DO MES
      *              (FATURA.TXT) -- O PARCEIRO AUDITA UM ARQUIVO
      *              GERADO E TOTALIZADO, NAO UMA PLANILHA REDIGITADA.
      *              O ID SO VAI AO PARCEIRO QUANDO O CLIENTE TEM
      *              CONSENTIMENTO LGPD DE COMPARTILHAMENTO (CONSENT,
      *              TIPO "C" + ID + FINALIDADE "P", OPT-IN); SEM ELE O
      *              DETALHE SAI COM ID ZERADO (ANONIMO), SEM MUDAR A
      *              QTDE E O TOTAL DO TRAILER E DO REMCTRL.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CLIMASTER              I
      *  SETTLE<STREAM>         O  (DINAMICO)
      *  FATURA                 I                    #BOOKFATURA
      *  CONSENT                I (KSDS)             #BOOKCONSENT
      *  AUDITORIA              O                    #BOOKAUDIT
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *              PERCENTUAL DO MASTER DE PARCEIROS (PARCEIROS.TXT
      *              / #BOOKPARC, PROGPARC) -- STREAMING SEM PARCEIRO
      *              CADASTRADO E AVISADO NO RESUMO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: ASSINANTE SEM CONSENTIMENTO LGPD DE
      *              COMPARTILHAMENTO COM O PARCEIRO (CONSENT) SAI NA
      *              REMESSA COM ID ZERADO; QTDE E TOTAIS NAO MUDAM
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-STREAM-PARC
               FILE STATUS IS FS-PARCEIROS.
           SELECT CONSENT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-CNS
               FILE STATUS IS FS-CONSENT.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           05 REG-SITUACAO-REM         PIC X(010).
       FD  PARCEIROS.
       COPY "#BOOKPARC".
      *----------------- CONSENTIMENTOS LGPD (PROGARQ05 / CCL2)
       FD  CONSENT.
       COPY "#BOOKCONSENT".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       01  FS-REMCTRL                  PIC X(002)          VALUE SPACES.
       01  FS-PARCEIROS                PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-CONSENT                  PIC X(002)          VALUE SPACES.
       01  WRK-CONSENT-OK              PIC X(001)          VALUE "N".
       01  WRK-TEM-CONSENT             PIC X(001)          VALUE "N".
       01  ACU-ANONIMOS                PIC 9(005)    COMP-3 VALUE ZEROS.
       01  WRK-NOME-SETTLE             PIC X(060)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-MES                PIC 9(006)          VALUE ZEROS.
                   GOBACK
               END-IF.
               PERFORM 0110-CARREGA-PARCEIROS.
               OPEN INPUT CONSENT.
               IF FS-CONSENT EQUAL '00'
                   MOVE "S" TO WRK-CONSENT-OK
               ELSE
                   DISPLAY "CONSENT AUSENTE -- TODOS OS ASSINANTES "
                       "SAEM SEM ID NAS REMESSAS"
               END-IF.

       0100-INICIAR-FIM.                       EXIT.
      *-----------------------------------------------------------------

               IF TAB-CLI-STREAM(WRK-IDX-CLI) EQUAL
                      TAB-STR-NOME(WRK-IDX-STR)
                   PERFORM 0264-VERIFICA-CONSENT
                   IF WRK-TEM-CONSENT EQUAL "S"
                       MOVE TAB-CLI-ID(WRK-IDX-CLI) TO WRK-DET-ID
                   ELSE
                       MOVE ZEROS                   TO WRK-DET-ID
                       ADD 1 TO ACU-ANONIMOS
                   END-IF
                   MOVE TAB-CLI-VALOR(WRK-IDX-CLI)  TO WRK-DET-VALOR
                   MOVE TAB-CLI-MOEDA(WRK-IDX-CLI)  TO WRK-DET-MOEDA
                   MOVE TAB-CLI-STATUS(WRK-IDX-CLI) TO WRK-DET-STATUS
               END-IF.

       0263-GRAVA-ASSINANTE-FIM.               EXIT.
      *-----------------------------------------------------------------
      *    CONSENTIMENTO LGPD DE COMPARTILHAMENTO COM O PARCEIRO: SEM
      *    REGISTRO (OU SEM O CONSENT) VALE COMO OPT-OUT
      *-----------------------------------------------------------------
       0264-VERIFICA-CONSENT                   SECTION.
      *-----------------------------------------------------------------

               MOVE "N" TO WRK-TEM-CONSENT.
               IF WRK-CONSENT-OK NOT EQUAL "S"
                   GO TO 0264-VERIFICA-CONSENT-FIM
               END-IF.
               MOVE "C"                     TO REG-TIPO-PESSOA-CNS.
               MOVE TAB-CLI-ID(WRK-IDX-CLI) TO REG-ID-PESSOA-CNS.
               MOVE "P"                     TO REG-FINALIDADE-CNS.
               READ CONSENT
                   INVALID KEY
                       GO TO 0264-VERIFICA-CONSENT-FIM
               END-READ.
               IF REG-CNS-OPT-IN
                   MOVE "S" TO WRK-TEM-CONSENT
               END-IF.

       0264-VERIFICA-CONSENT-FIM.              EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------

       0305-RESUMO-CONSOLIDADO.
               CLOSE CLIMASTER.
               IF WRK-CONSENT-OK EQUAL "S"
                   CLOSE CONSENT
               END-IF.
               DISPLAY "===== RESUMO CONSOLIDADO DAS REMESSAS "
                   WRK-PARM-MES " =====".
               PERFORM 0310-IMP-RESUMO
                       VARYING WRK-IDX-STR FROM 1 BY 1
                       UNTIL WRK-IDX-STR GREATER WRK-QT-STREAMS.
               DISPLAY "ASSINANTES SEM ID (SEM CONSENTIMENTO LGPD): "
                   ACU-ANONIMOS.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.

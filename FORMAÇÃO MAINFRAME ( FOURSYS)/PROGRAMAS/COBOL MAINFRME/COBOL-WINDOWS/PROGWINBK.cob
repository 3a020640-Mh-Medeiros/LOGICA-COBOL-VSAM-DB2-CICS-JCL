      *              DE UM MES) -- A CAMPANHA APROVADA E COPIADA PARA
      *              O PROMOCOES.TXT E ENTRA DIRETO NO DESCONTO DO
      *              PROGFATURA.
      *              SO ENTRA NO EXTRATO O CLIENTE COM CONSENTIMENTO
      *              LGPD DE MARKETING (CONSENT, TIPO "C" + ID +
      *              FINALIDADE "M", OPT-IN); OS DEMAIS SO SAO
      *              CONTADOS.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  SNAPSHOT               I (DINAMICO, 2X)
      *  PROMOCOES              I
      *  WINBACK                O
      *  CAMPWINB               O
      *  CONSENT                I                    #BOOKCONSENT
      *-----------------------------------------------------------------
      * MODULOS....:
      *
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15/10/2026
      * OBJETIVO...: CANDIDATO SEM CONSENTIMENTO LGPD DE MARKETING
      *              (CONSENT) FICA FORA DO WINBACK E DA CAMPANHA
      *=================================================================


           SELECT CAMPWINB ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CAMPWINB.TXT"
               FILE STATUS IS FS-CAMPWINB.
           SELECT CONSENT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-CNS
               FILE STATUS IS FS-CONSENT.

      *=================================================================
       DATA                                    DIVISION.
           05 REG-DATA-INI-CWB         PIC 9(008).
           05 REG-DATA-FIM-CWB         PIC 9(008).
           05 REG-CODIGO-CWB           PIC X(005).
       FD  CONSENT.
       COPY "#BOOKCONSENT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
       77  FS-PROMOCOES                PIC 9(02)           VALUE ZEROS.
       77  FS-WINBACK                  PIC X(02)           VALUE SPACES.
       77  FS-CAMPWINB                 PIC X(02)           VALUE SPACES.
       77  FS-CONSENT                  PIC X(02)           VALUE SPACES.
       77  WRK-CONSENT-OK              PIC X(01)           VALUE "N".
       77  WRK-NOME-SNAP               PIC X(60)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-PARM-MES-ATUAL          PIC 9(06)           VALUE ZEROS.
       77  ACU-AGING-31                PIC 9(04)    COMP-3 VALUE ZEROS.
       77  ACU-JA-COBERTOS             PIC 9(04)    COMP-3 VALUE ZEROS.
       77  ACU-CANDIDATOS              PIC 9(04)    COMP-3 VALUE ZEROS.
       77  ACU-SEM-CONSENT             PIC 9(04)    COMP-3 VALUE ZEROS.

      *=================================================================
       PROCEDURE                               DIVISION.
               PERFORM 0120-CARREGA-PROMOCOES.
               OPEN OUTPUT WINBACK.
               OPEN OUTPUT CAMPWINB.
               OPEN INPUT CONSENT.
               IF FS-CONSENT EQUAL "00"
                   MOVE "S" TO WRK-CONSENT-OK
               ELSE
                   DISPLAY "CONSENT.DAT AUSENTE -- NENHUM CLIENTE COM "
                       "CONSENTIMENTO DE MARKETING, EXTRATO VAZIO"
               END-IF.

       0100-INICIAR-FIM.EXIT.


       0210-GRAVA-CANDIDATO                    SECTION.

               PERFORM 0212-VERIFICA-CONSENT.
               IF REG-CNS-OPT-IN
                   CONTINUE
               ELSE
                   ADD 1 TO ACU-SEM-CONSENT
                   GO TO 0210-GRAVA-CANDIDATO-FIM
               END-IF.
               MOVE REG-STREAM-WB TO WRK-STREAM-BUSCA.
               MOVE "N" TO WRK-PROMO-ACHOU.
               PERFORM 0211-PROCURA-PROMO

       0211-PROCURA-PROMO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CONSENTIMENTO LGPD DE MARKETING DO CLIENTE: SEM REGISTRO
      *    (OU SEM O CONSENT.DAT) VALE COMO OPT-OUT
      *-----------------------------------------------------------------
       0212-VERIFICA-CONSENT                   SECTION.

               MOVE "C"        TO REG-TIPO-PESSOA-CNS.
               MOVE REG-ID-WB  TO REG-ID-PESSOA-CNS.
               MOVE "M"        TO REG-FINALIDADE-CNS.
               MOVE "N"        TO REG-SITUACAO-CNS.
               IF WRK-CONSENT-OK EQUAL "S"
                   READ CONSENT
                       INVALID KEY
                           MOVE "N" TO REG-SITUACAO-CNS
                   END-READ
               END-IF.

       0212-VERIFICA-CONSENT-FIM.EXIT.

       0215-ANOTA-CAMPANHA                     SECTION.

               MOVE "N" TO WRK-CAMP-ACHOU.
       0300-FINALIZAR                          SECTION.

               CLOSE WINBACK CAMPWINB.
               IF WRK-CONSENT-OK EQUAL "S"
                   CLOSE CONSENT
               END-IF.
               DISPLAY "CANCELADOS NO PAR DE FOTOS...:" ACU-CHURNED.
               DISPLAY "ENTRANDO NA FAIXA 31-60......:" ACU-AGING-31.
               DISPLAY "JA COBERTOS POR PROMOCAO.....:"
                   ACU-JA-COBERTOS.
               DISPLAY "CANDIDATOS A CAMPANHA........:"
                   ACU-CANDIDATOS.
               DISPLAY "FORA POR FALTA DE CONSENTIM..:"
                   ACU-SEM-CONSENT.
               DISPLAY "CAMPANHAS PROPOSTAS..........:"
                   WRK-QT-CAMPANHAS.
               DISPLAY "APROVAR COPIANDO AS LINHAS DO CAMPWINB.TXT "

      *                    CPF)                                         *
      *=================================================================
      *    ARQUIVOS.... : NEWCLI.DAT.TXT (I) / CLIMASTER.DAT.TXT (I)    *
      *                   TITULARES.TXT (I)             #BOOKTITU       *
      *=================================================================
      *    MODULOS..... : VALCPF                                        *
      *                                                                 *
      *    PROGRAMADOR.:
      *    DATA........:
      *    OBJETIVO....:
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 24 / 09 / 2026
      *    OBJETIVO....: VARRE TAMBEM O CPF DOS TITULARES DAS CONTAS
      *                  (TITULARES.TXT, MANTIDO PELO PROGCTAS) PELO
      *                  VALCPF, APONTANDO AGENCIA/CONTA/SEQUENCIA DO
      *                  TITULAR INVALIDO. TITULAR NAO ENTRA NA CONTA
      *                  DE DUPLICADOS -- A MESMA PESSOA PODE SER
      *                  TITULAR DE VARIAS CONTAS
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
           SELECT CLIMASTER ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CLIMASTER.DAT.TXT"
               FILE STATUS IS FS-CLIMASTER.
           SELECT TITULARES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\TITULARES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CHAVE-TIT
               FILE STATUS IS FS-TITULARES.

       DATA                                    DIVISION.
       FILE                                    SECTION.
           05 FILLER                    PIC X(42).
           05 REG-CPF-MASTER            PIC 9(11).
           05 FILLER                    PIC X(75).
       FD  TITULARES.
       COPY "#BOOKTITU".

       WORKING-STORAGE                         SECTION.
       77  FS-NEWCLI                   PIC 9(02)           VALUE ZEROS.
       77  FS-CLIMASTER                PIC 9(02)           VALUE ZEROS.
       77  FS-TITULARES                PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-TITULARES            PIC 9(05)    COMP-3 VALUE ZEROS.
       77  WRK-FIM-ARQ                 PIC X(01)           VALUE "N".
       77  WRK-QT-LIDOS                PIC 9(05)    COMP-3 VALUE ZEROS.
       77  WRK-QT-INVALIDOS            PIC 9(05)    COMP-3 VALUE ZEROS.
       0000-PRINCIPAL.
               PERFORM 0100-VARRE-NEWCLI.
               PERFORM 0200-VARRE-CLIMASTER.
               PERFORM 0270-VARRE-TITULARES.
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0261-COMPARA-CPF-FIM.EXIT.

      *-----------------------------------------------------------------
      *    TITULARES DAS CONTAS: SO O DIGITO VERIFICADOR -- A MESMA
      *    PESSOA EM VARIAS CONTAS NAO E DUPLICIDADE
      *-----------------------------------------------------------------
       0270-VARRE-TITULARES                    SECTION.

               OPEN INPUT TITULARES.
               IF FS-TITULARES NOT EQUAL 0
                   DISPLAY "TITULARES AUSENTE -- VARREDURA PULADA"
               ELSE
                   PERFORM 0280-LE-TITULAR
                       UNTIL FS-TITULARES NOT EQUAL 0
                   CLOSE TITULARES
               END-IF.

       0270-VARRE-TITULARES-FIM.EXIT.

       0280-LE-TITULAR                         SECTION.

               READ TITULARES NEXT RECORD
                   AT END
                       MOVE 10 TO FS-TITULARES
                   NOT AT END
                       ADD 1 TO WRK-QT-LIDOS
                       ADD 1 TO WRK-QT-TITULARES
                       MOVE REG-CPF-TIT TO WRK-CPF-VAL
                       CALL WRK-MODULO-VALCPF USING WRK-VALCPF
                       IF WRK-RESP-CPF NOT EQUAL "S"
                           ADD 1 TO WRK-QT-INVALIDOS
                           DISPLAY "CPF INVALIDO..: " WRK-CPF-VAL
                               " AG/CT " REG-AGENCIA-TIT "/"
                               REG-CONTA-TIT " SEQ " REG-SEQ-TIT
                               " (TITULARES)"
                       END-IF
               END-READ.

       0280-LE-TITULAR-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               DISPLAY "REGISTROS VARRIDOS......:" WRK-QT-LIDOS.
               DISPLAY "  DOS QUAIS TITULARES...:" WRK-QT-TITULARES.
               DISPLAY "CPFS INVALIDOS..........:" WRK-QT-INVALIDOS.
               DISPLAY "CPFS EM IDS DIFERENTES..:" WRK-QT-DUPLICADOS.
               IF WRK-QT-INVALIDOS GREATER ZEROS OR

      *                PARA A DATA;
      *              - ARQUIVO DE ENTRADA (LANCAM<AGENCIA>.TXT)
      *                PRESENTE E COM DETALHE PARA CADA AGENCIA ATIVA
      *                DO AGENMTR (AGENCIA QUE USA A CAPTURA ON-LINE
      *                NAO PRECISA DE ARQUIVO PROPRIO).
      *              TODAS AS PENDENCIAS SAEM CONSOLIDADAS EM
      *              PREFLIGHT.TXT E NO CONSOLE; QUALQUER FALHA DURA
      *              TERMINA COM CONDITION CODE 8 E O COND=(4,LT)
      *  CAMBIO                 I                    #BOOKCAMBIO
      *  AGENCIAS               I                    #BOOKAGEN
      *  ENTRADA                I (DINAMICO, UMA POR AGENCIA)
      *  CAPTURA                I                    #BOOKCAPT
      *  PREFLIGHT              O
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *-----------------------------------------------------------------
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 15 / 10 / 2026
      * OBJETIVO...: AGENCIA SEM LANCAM<AGENCIA>.TXT QUE TEM
      *              LANCAMENTO NA CAPTURA ON-LINE (CAPTURA.DAT) NAO E
      *              MAIS AUSENTE -- SO AVISO "SO CAPTURA ON-LINE", COMO
      *              NO PROGINTAKE (O CAPT<AGENCIA>.TXT SO E GRAVADO
      *              PELO PROGCORTE DEPOIS DO PRE-VOO); ENTRADA COM O
      *              LAYOUT DE ARQUIVO DE AGENCIA DO PROGINTAKE (181)
      *=================================================================


               FILE STATUS IS FS-AGENCIAS.
           SELECT ENTRADA ASSIGN TO DYNAMIC WRK-NOME-ENTRADA
               FILE STATUS IS FS-ENTRADA.
           SELECT CAPTURA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CAPTURA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-CAP
               FILE STATUS IS FS-CAPTURA.
           SELECT PREFLIGHT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\PREFLIGHT.TXT"
               FILE STATUS IS FS-PREFLIGHT.
           05 REG-AGENCIA-ENT          PIC 9(004).
           05 REG-CONTA-ENT            PIC 9(006).
           05 REG-RESTO-ENT            PIC X(062).
           05 REG-PIX-ENT              PIC X(109).
       FD  CAPTURA.
       COPY "#BOOKCAPT".
       FD  PREFLIGHT.
       01  REG-PREFLIGHT               PIC X(080).

       01  FS-CAMBIO                   PIC 9(002)          VALUE ZEROS.
       01  FS-AGENCIAS                 PIC 9(002)          VALUE ZEROS.
       01  FS-ENTRADA                  PIC X(002)          VALUE SPACES.
       01  FS-CAPTURA                  PIC X(002)          VALUE SPACES.
       01  FS-PREFLIGHT                PIC X(002)          VALUE SPACES.
       01  WRK-NOME-ENTRADA            PIC X(060)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-AGENCIA-ED              PIC 9(004)          VALUE ZEROS.
       01  WRK-QT-DETALHES             PIC 9(005)          VALUE ZEROS.
       01  WRK-FIM-ENTRADA             PIC X(001)          VALUE "N".
       01  WRK-TEM-CAPTURA             PIC X(001)          VALUE "N".
       01  WRK-FIM-CAPTURA             PIC X(001)          VALUE "N".
       01  WRK-QT-CAPTURAS             PIC 9(005)          VALUE ZEROS.
      *-----------------------------------------------------------------
       01  ACU-FALHAS                  PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-AVISOS                  PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-AGENCIAS-OK             PIC 9(003)    COMP-3 VALUE ZEROS.
       01  ACU-AGENCIAS-SO-CAPTURA     PIC 9(003)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-LIN-TITULO.
           05 FILLER                   PIC X(031)          VALUE
       0231-LE-CAMBIO-FIM.                     EXIT.
      *-----------------------------------------------------------------
      *    UMA ENTRADA LANCAM<AGENCIA>.TXT POR AGENCIA ATIVA DO
      *    AGENMTR: AUSENTE E FALHA, PRESENTE SEM DETALHE E AVISO;
      *    AUSENTE COM LANCAMENTO NA CAPTURA ON-LINE E SO AVISO
      *-----------------------------------------------------------------
       0240-CONFERE-AGENCIAS                   SECTION.
      *-----------------------------------------------------------------

               OPEN INPUT CAPTURA.
               IF FS-CAPTURA NOT EQUAL '00' AND
                  FS-CAPTURA NOT EQUAL '35'
                   MOVE SPACES TO WRK-ITEM-TEXTO
                   STRING "CAPTURA ON-LINE ILEGIVEL - STATUS "
                              DELIMITED BY SIZE
                          FS-CAPTURA DELIMITED BY SIZE
                       INTO WRK-ITEM-TEXTO
                   END-STRING
                   PERFORM 0130-AVISO
               END-IF.
               OPEN INPUT AGENCIAS.
               IF FS-AGENCIAS NOT EQUAL 0
                   MOVE "AGENMTR AUSENTE -- RODE O PROGAGEN" TO
                       UNTIL FS-AGENCIAS NOT EQUAL 0
                   CLOSE AGENCIAS
               END-IF.
               IF FS-CAPTURA EQUAL '00'
                   CLOSE CAPTURA
               END-IF.

       0240-CONFERE-AGENCIAS-FIM.              EXIT.
      *-----------------------------------------------------------------
                   INTO WRK-NOME-ENTRADA
               END-STRING.
               OPEN INPUT ENTRADA.
               IF FS-ENTRADA EQUAL '35'
                   PERFORM 0244-CONFERE-CAPTURA
               END-IF.
               IF FS-ENTRADA EQUAL '35' AND
                  WRK-TEM-CAPTURA EQUAL "S"
                   ADD 1 TO ACU-AGENCIAS-SO-CAPTURA
                   MOVE SPACES TO WRK-ITEM-TEXTO
                   STRING "AGENCIA "            DELIMITED BY SIZE
                          WRK-AGENCIA-ED        DELIMITED BY SIZE
                          " SO CAPTURA ON-LINE (" DELIMITED BY SIZE
                          WRK-QT-CAPTURAS       DELIMITED BY SIZE
                          " PENDENTES)"         DELIMITED BY SIZE
                       INTO WRK-ITEM-TEXTO
                   END-STRING
                   PERFORM 0130-AVISO
                   GO TO 0242-CONFERE-ENTRADA-FIM
               END-IF.
               IF FS-ENTRADA NOT EQUAL '00'
                   MOVE SPACES TO WRK-ITEM-TEXTO
                   STRING "ENTRADA DA AGENCIA " DELIMITED BY SIZE
               END-READ.

       0243-LE-ENTRADA-FIM.                    EXIT.
      *-----------------------------------------------------------------
      *    AGENCIA COM LANCAMENTO NA CAPTURA ON-LINE (QUALQUER
      *    SITUACAO) USA O CAIXA: O PROGCORTE GRAVA O CAPT<AGENCIA>
      *    DEPOIS DO PRE-VOO. CONTA OS QUE ENTRAM NO MOVIMENTO --
      *    PENDENTE ATE A DATA OU JA EXTRAIDO NELA
      *-----------------------------------------------------------------
       0244-CONFERE-CAPTURA                    SECTION.
      *-----------------------------------------------------------------

               MOVE "N"   TO WRK-TEM-CAPTURA.
               MOVE ZEROS TO WRK-QT-CAPTURAS.
               IF FS-CAPTURA NOT EQUAL '00'
                   GO TO 0244-CONFERE-CAPTURA-FIM
               END-IF.
               MOVE "N"             TO WRK-FIM-CAPTURA.
               MOVE REG-CODIGO-AGEN TO REG-AGENCIA-CAP.
               MOVE ZEROS           TO REG-DATA-CAP.
               MOVE ZEROS           TO REG-HORA-CAP.
               MOVE ZEROS           TO REG-TAREFA-CAP.
               START CAPTURA KEY NOT LESS REG-CHAVE-CAP
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-CAPTURA
               END-START.
               PERFORM 0245-LE-CAPTURA
                   UNTIL WRK-FIM-CAPTURA EQUAL "S".

       0244-CONFERE-CAPTURA-FIM.               EXIT.
      *-----------------------------------------------------------------
       0245-LE-CAPTURA                         SECTION.
      *-----------------------------------------------------------------

               READ CAPTURA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CAPTURA
                       GO TO 0245-LE-CAPTURA-FIM
               END-READ.
               IF REG-AGENCIA-CAP NOT EQUAL REG-CODIGO-AGEN
                   MOVE "S" TO WRK-FIM-CAPTURA
                   GO TO 0245-LE-CAPTURA-FIM
               END-IF.
               MOVE "S" TO WRK-TEM-CAPTURA.
               IF (REG-CAP-PENDENTE AND
                   REG-DATA-CAP NOT GREATER WRK-DATA-MOVTO) OR
                  (REG-CAP-EXTRAIDO AND
                   REG-DATA-EXTR-CAP EQUAL WRK-DATA-MOVTO)
                   ADD 1 TO WRK-QT-CAPTURAS
               END-IF.

       0245-LE-CAPTURA-FIM.                    EXIT.
      *-----------------------------------------------------------------
       0300-FINALIZAR                          SECTION.
      *-----------------------------------------------------------------
               END-IF.
               CLOSE PREFLIGHT.
               DISPLAY "AGENCIAS COM ENTRADA OK....:" ACU-AGENCIAS-OK.
               DISPLAY "AGENCIAS SO CAPTURA ON-LINE:"
                   ACU-AGENCIAS-SO-CAPTURA.
               DISPLAY "FALHAS DO PRE-VOO..........:" ACU-FALHAS.
               DISPLAY "AVISOS DO PRE-VOO..........:" ACU-AVISOS.
               IF ACU-FALHAS GREATER ZEROS

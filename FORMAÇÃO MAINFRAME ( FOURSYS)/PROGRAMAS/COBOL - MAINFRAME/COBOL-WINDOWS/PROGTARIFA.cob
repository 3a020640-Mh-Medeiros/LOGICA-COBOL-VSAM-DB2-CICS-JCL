      *  TARIFAS                O                    #BOOKLANCAM
      *  CTLDATA                I                    #BOOKCTLDAT
      *  AUDITORIA              O                    #BOOKAUDIT
      *  SLDMEDIO               I (KSDS)             #BOOKSLDMED
      *-----------------------------------------------------------------
      * MODULOS....: LOGS
      *
      * OBJETIVO...: O MASTER DE CONTAS VIRA VSAM KSDS (CHAVE AGENCIA
      *              + CONTA) -- O ACESSO SEQUENCIAL DESTE PROGRAMA
      *              SEGUE IGUAL, SO O SELECT GANHA A ORGANIZACAO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX DO #BOOKLANCAM (LRECL 185) GRAVADO
      *              EM BRANCO NOS LANCAMENTOS GERADOS
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 30/09/2026
      * OBJETIVO...: ISENCAO DA TARIFA POR SALDO MEDIO: NOVO PARAMETRO
      *              DE SALDO MEDIO MINIMO (ZEROS = SEM ISENCAO). A
      *              CONTA CUJO SALDO MEDIO DO MES ANTERIOR AO DA DATA
      *              DAS TARIFAS (SLDMEDIO, PROGSMED) ATINGE O MINIMO
      *              NAO E TARIFADA E SAI NA RELACAO DE ISENTAS
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT SLDMEDIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDMEDIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-SLDMED
               FILE STATUS IS FS-SLDMEDIO.

      *=================================================================
       DATA                                    DIVISION.
       COPY "#BOOKCTAS".
      *-----------------------------------------------------------------
      *     OUTPUT-  LANCAMENTOS DE TARIFA NO LAYOUT DO LANCAM
      *                               LRECL = 185
      *-----------------------------------------------------------------
       FD  TARIFAS.
       COPY "#BOOKLANCAM".
      *-----------------------------------------------------------------
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
      *-----------------------------------------------------------------
      *     INPUT -  SALDO MEDIO MENSAL POR CONTA (PROGSMED)
      *                               LRECL = 052
      *-----------------------------------------------------------------
       FD  SLDMEDIO.
       COPY "#BOOKSLDMED".

      *-----------------------------------------------------------------
       WORKING-STORAGE                         SECTION.
       01  FS-TARIFAS                  PIC X(002)          VALUE SPACES.
       01  FS-CTLDATA                  PIC X(002)          VALUE SPACES.
       01  FS-AUDITORIA                PIC X(002)          VALUE SPACES.
       01  FS-SLDMEDIO                 PIC X(002)          VALUE SPACES.
      *-----------------------------------------------------------------
       01  WRK-PARM-VALOR-TARIFA       PIC 9(007)V99       VALUE ZEROS.
       01  WRK-PARM-TIPO-CLI           PIC X(001)          VALUE "F".
       01  WRK-PARM-MEDIO-MIN          PIC 9(010)V99       VALUE ZEROS.
       01  WRK-MES-MEDIO               PIC 9(006)          VALUE ZEROS.
       01  FILLER REDEFINES WRK-MES-MEDIO.
           05 WRK-ANO-MEDIO            PIC 9(004).
           05 WRK-MM-MEDIO             PIC 9(002).
       01  WRK-ISENTA                  PIC X(001)          VALUE "N".
       01  WRK-MEDIO-EDIT              PIC -ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       01  ACU-CONTAS-LIDAS            PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-TARIFAS-GERADAS         PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-PULADAS          PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-CONTAS-ISENTAS          PIC 9(005)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       01  WRK-DATA-MOVTO              PIC 9(008)          VALUE ZEROS.
       01  WRK-DATA-EXEC               PIC 9(008)          VALUE ZEROS.
               IF WRK-PARM-TIPO-CLI EQUAL SPACES
                   MOVE "F" TO WRK-PARM-TIPO-CLI
               END-IF.
               DISPLAY "SALDO MEDIO MINIMO P/ ISENCAO (9(10)V99, "
                   "ZEROS = SEM ISENCAO): "
               ACCEPT WRK-PARM-MEDIO-MIN.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O PROGRAMA: "
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
                   MOVE WRK-ERRO-ABERTURA    TO WRK-MSG-ERROS
                   PERFORM 9999-TRATA-ERRO
               END-IF.
               IF WRK-PARM-MEDIO-MIN         GREATER ZEROS
                   PERFORM 0140-ABRE-SLDMEDIO
               END-IF.
               OPEN OUTPUT TARIFAS.
               PERFORM 0130-GRAVA-CABECALHO.
               PERFORM 0120-LEITURA.
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

       0130-GRAVA-CABECALHO-FIM.               EXIT.
      *-----------------------------------------------------------------
       0140-ABRE-SLDMEDIO                      SECTION.
      *-----------------------------------------------------------------

               MOVE WRK-DATA-MOVTO(1:6)      TO WRK-MES-MEDIO.
               IF WRK-MM-MEDIO               EQUAL 01
                   MOVE 12                   TO WRK-MM-MEDIO
                   SUBTRACT 1              FROM WRK-ANO-MEDIO
               ELSE
                   SUBTRACT 1              FROM WRK-MM-MEDIO
               END-IF.
               OPEN INPUT SLDMEDIO.
               IF FS-SLDMEDIO                NOT EQUAL '00'
                   DISPLAY "SALDO MEDIO (SLDMEDIO) INDISPONIVEL (FS "
                       FS-SLDMEDIO ") -- RODAR O PROGSMED DO MES "
                       WRK-MES-MEDIO
                   MOVE 8                    TO RETURN-CODE
                   GOBACK
               END-IF.
               DISPLAY "ISENCAO POR SALDO MEDIO DO MES " WRK-MES-MEDIO
                   " A PARTIR DE " WRK-PARM-MEDIO-MIN.
               DISPLAY "CONTAS ISENTAS DA TARIFA:".

       0140-ABRE-SLDMEDIO-FIM.                 EXIT.
      *-----------------------------------------------------------------
       0200-PROCESSAR                          SECTION.
      *-----------------------------------------------------------------

               ADD 1 TO ACU-CONTAS-LIDAS.
               IF REG-CONTA-ABERTA
                   MOVE "N" TO WRK-ISENTA
                   IF WRK-PARM-MEDIO-MIN GREATER ZEROS
                       PERFORM 0205-VERIFICA-ISENCAO
                   END-IF
                   IF WRK-ISENTA EQUAL "S"
                       ADD 1 TO ACU-CONTAS-ISENTAS
                   ELSE
                       PERFORM 0210-GERA-TARIFA
                   END-IF
               ELSE
                   ADD 1 TO ACU-CONTAS-PULADAS
               END-IF.
               PERFORM 0120-LEITURA.

       0200-PROCESSAR-FIM.                     EXIT.
      *-----------------------------------------------------------------
       0205-VERIFICA-ISENCAO                   SECTION.
      *-----------------------------------------------------------------

               MOVE REG-AGENCIA-MTR          TO REG-AGENCIA-SLDMED.
               MOVE REG-CONTA-MTR            TO REG-CONTA-SLDMED.
               MOVE WRK-MES-MEDIO            TO REG-MES-SLDMED.
               READ SLDMEDIO
                   INVALID KEY
                       MOVE "N"              TO WRK-ISENTA
                   NOT INVALID KEY
                       IF REG-SALDO-MEDIO-SLDMED NOT LESS
                          WRK-PARM-MEDIO-MIN
                           MOVE "S"          TO WRK-ISENTA
                           MOVE REG-SALDO-MEDIO-SLDMED
                                             TO WRK-MEDIO-EDIT
                           DISPLAY "  AG " REG-AGENCIA-MTR
                               " CONTA " REG-CONTA-MTR
                               " SALDO MEDIO " WRK-MEDIO-EDIT
                       END-IF
               END-READ.

       0205-VERIFICA-ISENCAO-FIM.              EXIT.
      *-----------------------------------------------------------------
       0210-GERA-TARIFA                        SECTION.
      *-----------------------------------------------------------------
               MOVE "TARIFA DE MANUTENCAO"
                   TO REG-HISTORICO-LANCAM.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               IF FS-TARIFAS               EQUAL '00'
                   ADD 1 TO ACU-TARIFAS-GERADAS
               MOVE ZEROS               TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE TARIFAS.
               CLOSE CONTAS.
               IF WRK-PARM-MEDIO-MIN GREATER ZEROS
                   CLOSE SLDMEDIO
               END-IF.

       0306-CORRIGE-CABECALHO.
               OPEN I-O TARIFAS.
                   ACU-TARIFAS-GERADAS.
               DISPLAY "CONTAS NAO ABERTAS (SEM TARIFA):"
                   ACU-CONTAS-PULADAS.
               DISPLAY "CONTAS ISENTAS POR SALDO MEDIO:"
                   ACU-CONTAS-ISENTAS.

       0320-GRAVA-AUDITORIA.
               OPEN EXTEND AUDITORIA.

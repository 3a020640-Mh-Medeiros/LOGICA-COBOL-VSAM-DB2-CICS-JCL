      *              CRESCE PARA X(076), ACOMPANHANDO O #BOOKLANCAM
      *              -- O REGISTRO DUPLICADO DE TESTE SAIA TRUNCADO
      *              NO HISTORICO E NA AGENCIA DE ORIGEM
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 17/09/2026
      * OBJETIVO...: COMPLEMENTO PIX DO #BOOKLANCAM (LRECL 185) GRAVADO
      *              EM BRANCO NOS LANCAMENTOS GERADOS
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 01/10/2026
      * OBJETIVO...: PACOTE DE SERVICOS (NOVO CAMPO DO #BOOKCTAS)
      *              GRAVADO COMO PACOTE PADRAO "00" NAS CONTAS GERADAS
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 06/10/2026
      * OBJETIVO...: BLOQUEADOS.TXT PASSA A SER VSAM KSDS (CHAVE
      *              REG-CONTA-BLOQ) -- AS CONTAS SORTEADAS JA SAEM EM
      *              ORDEM CRESCENTE, COMO A CARGA INICIAL DO KSDS PEDE
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
               FILE STATUS IS FS-CONTAS.
           SELECT BLOQUEADOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\BLOQUEADOS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-CONTA-BLOQ
               FILE STATUS IS FS-BLOQUEADOS.
           SELECT CLIENTES ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\CLIENTES.DAT"
       01  WRK-CONTA-GER               PIC 9(006)          VALUE ZEROS.
       01  WRK-VALOR-GER               PIC 9(007)V99       VALUE ZEROS.
       01  WRK-IDX-STREAM              PIC 9(001)          VALUE ZEROS.
       01  WRK-ANT-LANCAM              PIC X(185)          VALUE SPACES.
       01  WRK-TEM-ANTERIOR            PIC X(001)          VALUE "N".
       01  ACU-GERADOS                 PIC 9(005)    COMP-3 VALUE ZEROS.
       01  ACU-BLOQUEADAS              PIC 9(003)    COMP-3 VALUE ZEROS.
               MOVE ZEROS           TO REG-LIMITE-SAQUE-MTR.
               MOVE SPACES          TO REG-TIPO-REMUN-MTR.
               MOVE ZEROS           TO REG-LIMITE-CREDITO-MTR.
               MOVE "00"            TO REG-PACOTE-MTR.
               WRITE REG-CONTAS-MTR.

               PERFORM 0150-SORTEIA.
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.

               PERFORM 0410-GERA-UM-LANCAMENTO
               MOVE ZEROS           TO REG-CONTA-DEST.
               MOVE SPACES TO REG-HISTORICO-LANCAM.
               MOVE ZEROS TO REG-AGENCIA-ORIGEM.
               MOVE SPACES TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               CLOSE LANCAM.

                       TO REG-HISTORICO-LANCAM
               END-IF.
               MOVE REG-AGENCIA TO REG-AGENCIA-ORIGEM.
               MOVE SPACES      TO REG-PIX-LANCAM.
               WRITE REG-LANCAM.
               MOVE REG-LANCAM TO WRK-ANT-LANCAM.
               MOVE "S" TO WRK-TEM-ANTERIOR.

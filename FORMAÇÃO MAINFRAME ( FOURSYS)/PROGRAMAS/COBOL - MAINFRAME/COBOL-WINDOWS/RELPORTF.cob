      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CONTAS                 I (KSDS)             #BOOKCTAS
      *  SALDOS                 I (KSDS)             #BOOKSALDO
      *  SLDMEDIO               I (KSDS)             #BOOKSLDMED
      *  RELPORTF               O
      *  AUDITORIA              O (EXTEND)           #BOOKAUDIT
      *-----------------------------------------------------------------
      * CONSULTORIA:
      * DATA.......:
      * OBJETIVO...:
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 30 / 09 / 2026
      * OBJETIVO...: BASE DO SALDO A ESCOLHER NO SYSIN: [F]ECHAMENTO
      *              (SALDO ATUAL DO SALDOS, COMO ANTES) OU [M]EDIO DO
      *              MES (SLDMEDIO, CALCULADO PELO PROGSMED) -- CONTA
      *              SEM SALDO MEDIO NO MES ENTRA COM ZERO E E CONTADA
      *=================================================================


               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SALDO
               FILE STATUS IS FS-SALDOS.
           SELECT SLDMEDIO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\SLDMEDIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-SLDMED
               FILE STATUS IS FS-SLDMEDIO.
           SELECT RELPORTF ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\RELPORTF.TXT"
               FILE STATUS IS FS-RELPORTF.
       COPY "#BOOKCTAS".
       FD  SALDOS.
       COPY "#BOOKSALDO".
       FD  SLDMEDIO.
       COPY "#BOOKSLDMED".
       FD  RELPORTF.
       01  REG-RELPORTF                PIC X(100).
       FD  AUDITORIA.
      *-----------------------------------------------------------------
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-SALDOS                   PIC X(02)           VALUE SPACES.
       77  FS-SLDMEDIO                 PIC X(02)           VALUE SPACES.
       77  FS-RELPORTF                 PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
      *-----------------------------------------------------------------
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-SALDO-CONTA             PIC S9(10)V99       VALUE ZEROS.
       77  WRK-BASE-SALDO              PIC X(01)           VALUE "F".
       77  WRK-PARM-MES                PIC X(06)           VALUE SPACES.
       77  WRK-MES-MEDIO               PIC 9(06)           VALUE ZEROS.
      *-----------------------------------------------------------------
       77  ACU-CONTAS-LIDAS            PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-ENCERRADAS              PIC 9(05)    COMP-3 VALUE ZEROS.
       77  ACU-CONCENTRADAS            PIC 9(03)    COMP-3 VALUE ZEROS.
       77  ACU-SEM-MEDIO               PIC 9(05)    COMP-3 VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WRK-QT-GERENTES             PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-GER                 PIC 9(03)           VALUE ZEROS.
           05 FILLER                   PIC X(038)          VALUE
               "CARTEIRA SOB GESTAO POR GERENTE -- EM ".
           05 WRK-TIT-DATA             PIC 9(008).
           05 FILLER                   PIC X(008)          VALUE
               " -- BASE".
           05 WRK-TIT-BASE             PIC X(026)          VALUE
               " SALDO DE FECHAMENTO".
           05 FILLER                   PIC X(020)          VALUE SPACES.
       01  WRK-TIT-BASE-MEDIO.
           05 FILLER                   PIC X(020)          VALUE
               " SALDO MEDIO DO MES ".
           05 WRK-TIT-MES              PIC 9(006).
       01  WRK-LIN-GERENTE.
           05 FILLER                   PIC X(008)          VALUE
               "GERENTE ".
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               DISPLAY "USUARIO/JOB QUE ESTA RODANDO O RELATORIO: ".
               ACCEPT WRK-USUARIO-EXEC.
               DISPLAY "BASE DO SALDO [F]ECHAMENTO / [M]EDIO DO MES: ".
               ACCEPT WRK-BASE-SALDO.
               IF WRK-BASE-SALDO NOT EQUAL "M"
                   MOVE "F" TO WRK-BASE-SALDO
               END-IF.
               IF WRK-BASE-SALDO EQUAL "M"
                   DISPLAY "MES DO SALDO MEDIO (AAAAMM, ZEROS = MES "
                       "CORRENTE): "
                   ACCEPT WRK-PARM-MES
                   IF WRK-PARM-MES IS NUMERIC AND
                      WRK-PARM-MES NOT EQUAL ZEROS
                       MOVE WRK-PARM-MES TO WRK-MES-MEDIO
                   ELSE
                       MOVE WRK-DATA-EXEC(1:6) TO WRK-MES-MEDIO
                   END-IF
               END-IF.
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL (FS "
                   DISPLAY "MASTER DE SALDOS INDISPONIVEL (FS "
                       FS-SALDOS ") -- SALDOS TRATADOS COMO ZERO"
               END-IF.
               IF WRK-BASE-SALDO EQUAL "M"
                   OPEN INPUT SLDMEDIO
                   IF FS-SLDMEDIO NOT EQUAL "00"
                       DISPLAY "SALDO MEDIO (SLDMEDIO) INDISPONIVEL "
                           "(FS " FS-SLDMEDIO
                           ") -- RODAR O PROGSMED DO MES"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WRK-MES-MEDIO TO WRK-TIT-MES
                   MOVE WRK-TIT-BASE-MEDIO TO WRK-TIT-BASE
               END-IF.
               OPEN OUTPUT RELPORTF.
               MOVE WRK-DATA-EXEC TO WRK-TIT-DATA.
               MOVE WRK-LIN-TITULO TO REG-RELPORTF.
       0210-ACUMULA-CONTA                      SECTION.

               MOVE ZEROS TO WRK-SALDO-CONTA.
               IF WRK-BASE-SALDO EQUAL "M"
                   PERFORM 0212-LE-SALDO-MEDIO
               ELSE
                   PERFORM 0213-LE-SALDO-FECHAMENTO
               END-IF.

               MOVE "N" TO WRK-GER-ACHOU.

       0211-PROCURA-GERENTE-FIM.EXIT.

       0212-LE-SALDO-MEDIO                     SECTION.

               MOVE REG-AGENCIA-MTR TO REG-AGENCIA-SLDMED.
               MOVE REG-CONTA-MTR   TO REG-CONTA-SLDMED.
               MOVE WRK-MES-MEDIO   TO REG-MES-SLDMED.
               READ SLDMEDIO
                   INVALID KEY
                       ADD 1 TO ACU-SEM-MEDIO
                   NOT INVALID KEY
                       MOVE REG-SALDO-MEDIO-SLDMED TO WRK-SALDO-CONTA
               END-READ.

       0212-LE-SALDO-MEDIO-FIM.EXIT.

       0213-LE-SALDO-FECHAMENTO                SECTION.

               IF FS-SALDOS EQUAL "00"
                   MOVE REG-AGENCIA-MTR TO REG-AGENCIA-SALDO
                   MOVE REG-CONTA-MTR   TO REG-CONTA-SALDO
                   READ SALDOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REG-SALDO-ATUAL TO WRK-SALDO-CONTA
                   END-READ
               END-IF.

       0213-LE-SALDO-FECHAMENTO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               PERFORM 0310-IMPRIME-GERENTE
               IF FS-SALDOS EQUAL "00"
                   CLOSE SALDOS
               END-IF.
               IF WRK-BASE-SALDO EQUAL "M"
                   CLOSE SLDMEDIO
                   DISPLAY "CONTAS SEM SALDO MEDIO....:" ACU-SEM-MEDIO
               END-IF.
               DISPLAY "CONTAS LIDAS DO MASTER....:" ACU-CONTAS-LIDAS.
               DISPLAY "CONTAS ENCERRADAS (FORA)..:" ACU-ENCERRADAS.
               DISPLAY "GERENTES NA CARTEIRA......:" WRK-QT-GERENTES.

      *=================================================================
      *    ARQUIVOS.... : USUARIOS.TXT                   BOOK           *
      *                                                 #BOOKUSER       *
      *                   ALCADAS.TXT                   #BOOKALCADA     *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *                   JRNUSR.TXT                    #BOOKJRN        *
      *=================================================================
      *    MODULOS..... :                                               *
      *                                                                 *
      *                  COM CONDITION CODE 12 ANTES DE REGRAVAR O
      *                  ARQUIVO -- ANTES OS REGISTROS ALEM DO LIMITE
      *                  ERAM PERDIDOS NA REGRAVACAO
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: OPCAO [5] ALCADAS DE APROVACAO (ALCADAS.TXT /
      *                  #BOOKALCADA; ENCERRAR PASSA A [6]): PARA CADA
      *                  SUPERVISOR, AS FILAS QUE ELE DECIDE
      *                  (SUSPENSOS, BLOQUEIOS PENDENTES, EXCLUSOES DE
      *                  CLIENTE, LANCAMENTOS MANUAIS) E O VALOR
      *                  MAXIMO POR TIPO DE MOVIMENTO ("M" = LANCAMENTO
      *                  CONTABIL MANUAL), COM QUEM ALTEROU E QUANDO.
      *                  SO PARA USUARIO NIVEL 2, E NINGUEM ALTERA A
      *                  PROPRIA ALCADA
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: JORNAL DE ALTERACOES DO MASTER DE USUARIOS
      *                  (JRNUSR.TXT, LAYOUT #BOOKJRN): CADA INCLUSAO,
      *                  TROCA DE NIVEL E ATIVACAO/INATIVACAO GRAVA O
      *                  OPERADOR, DATA/HORA, A OPERACAO E AS IMAGENS
      *                  ANTES/DEPOIS DO REGISTRO (REG-ID-JRN ZERADO --
      *                  O ID DO USUARIO ESTA NAS IMAGENS). O RELSOD
      *                  APONTA QUEM ALTEROU O PROPRIO CADASTRO
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: LIMITES DA ALCADA PARA OS TIPOS "K"
      *                  (TRANSFERENCIA JUDICIAL) E "H" (FOLHA DE
      *                  PAGAMENTO) -- TABELA DE LIMITES PASSA A 17
      *                  POSICOES (#BOOKALCADA, LRECL 303). ALCADA
      *                  GRAVADA ANTES RECEBE OS TIPOS NOVOS COM LIMITE
      *                  ZERO NA PRIMEIRA ALTERACAO
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
           SELECT USUARIOS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\USUARIOS.TXT"
               FILE STATUS IS FS-USUARIOS.
           SELECT ALCADAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\ALCADAS.TXT"
               FILE STATUS IS FS-ALCADAS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.
           SELECT JRNUSR ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\JRNUSR.TXT"
               FILE STATUS IS FS-JRNUSR.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  USUARIOS.
       COPY "#BOOKUSER".
       FD  ALCADAS.
       COPY "#BOOKALCADA".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".
       FD  JRNUSR.
       COPY "#BOOKJRN".

       WORKING-STORAGE                         SECTION.
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGUSR".
       77  FS-ALCADAS                  PIC 9(02)           VALUE ZEROS.
       77  WRK-QT-ALCADAS              PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-ALC                 PIC 9(03)           VALUE ZEROS.
       77  WRK-IDX-ALC-ACHADO          PIC 9(03)           VALUE ZEROS.
       77  WRK-ALC-MUDOU               PIC X(01)           VALUE "N".
       77  WRK-IDX-FILA                PIC 9(01)           VALUE ZEROS.
       77  WRK-IDX-LIM                 PIC 9(02)           VALUE ZEROS.
       77  WRK-FILA-ENTRADA            PIC X(01)           VALUE SPACES.
       77  WRK-LIMITE-ENTRADA          PIC X(14)           VALUE SPACES.
       77  WRK-LIMITE-ED               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  FS-JRNUSR                   PIC 9(02)           VALUE ZEROS.
       77  WRK-OPERACAO-JRN            PIC X(01)           VALUE SPACES.
       77  WRK-HORA-JRN                PIC 9(06)           VALUE ZEROS.
       77  WRK-IMAGEM-ANTES            PIC X(132)          VALUE SPACES.
      *----------------- TIPOS DE MOVIMENTO COM LIMITE ("M" = MANUAL)
       01  WRK-TIPOS-ALCADA            PIC X(17)           VALUE
               "DSTFJAEPCRBLQMKH".
      *----------------- FILAS NA ORDEM DO REG-FILAS-ALC
       01  WRK-FILAS-ALCADA.
           05 FILLER                   PIC X(20)           VALUE
               "SUSPENSOS".
           05 FILLER                   PIC X(20)           VALUE
               "BLOQUEIOS PENDENTES".
           05 FILLER                   PIC X(20)           VALUE
               "EXCLUSOES CLIENTE".
           05 FILLER                   PIC X(20)           VALUE
               "LANCAMENTOS MANUAIS".
       01  WRK-FILAS-TAB REDEFINES WRK-FILAS-ALCADA.
           05 WRK-NOME-FILA            PIC X(20)   OCCURS 4 TIMES.
      *----------------- LIMITE DIGITADO 9(12)V99 SEM VIRGULA
       01  WRK-LIMITE-AREA.
           05 WRK-LIMITE-DIGITOS       PIC X(14)           VALUE ZEROS.
       01  WRK-LIMITE-NUM REDEFINES WRK-LIMITE-AREA
                                       PIC 9(12)V99.
       01  TAB-ALCADAS.
           05 TAB-ALC-ITEM             OCCURS 100 TIMES.
               10 TAB-ALC-ID               PIC X(08).
               10 TAB-ALC-FILAS.
                   15 TAB-ALC-FILA         PIC X(01)   OCCURS 4 TIMES.
               10 TAB-ALC-LIMITES.
                   15 TAB-ALC-LIMITE       OCCURS 17 TIMES.
                       20 TAB-ALC-TIPO     PIC X(01).
                       20 TAB-ALC-VALOR    PIC 9(12)V99.
               10 TAB-ALC-USUARIO-MANUT    PIC X(08).
               10 TAB-ALC-DATA-MANUT       PIC 9(08).
       01  TAB-USUARIOS.
           05 TAB-USER-ITEM            OCCURS 100 TIMES.
               10 TAB-USER-ID              PIC X(08).
               PERFORM 0110-CARREGA-TABELA
                   UNTIL FS-USUARIOS NOT EQUAL 0.
               CLOSE USUARIOS.
               OPEN INPUT ALCADAS.
               IF FS-ALCADAS EQUAL 0
                   PERFORM 0140-CARREGA-ALCADAS
                       UNTIL FS-ALCADAS NOT EQUAL 0
                   CLOSE ALCADAS
               END-IF.
               PERFORM 0120-SIGNON.

       0100-INICIAR-FIM.EXIT.

       0131-COMPARA-USUARIO-FIM.EXIT.

       0140-CARREGA-ALCADAS                    SECTION.

               READ ALCADAS
                   AT END
                       MOVE 10 TO FS-ALCADAS
                   NOT AT END
                       IF WRK-QT-ALCADAS LESS THAN 100
                           ADD 1 TO WRK-QT-ALCADAS
                           MOVE REG-ID-ALC            TO
                               TAB-ALC-ID(WRK-QT-ALCADAS)
                           MOVE REG-FILAS-ALC         TO
                               TAB-ALC-FILAS(WRK-QT-ALCADAS)
                           MOVE REG-LIMITES-ALC       TO
                               TAB-ALC-LIMITES(WRK-QT-ALCADAS)
                           MOVE REG-USUARIO-MANUT-ALC TO
                               TAB-ALC-USUARIO-MANUT(WRK-QT-ALCADAS)
                           MOVE REG-DATA-MANUT-ALC    TO
                               TAB-ALC-DATA-MANUT(WRK-QT-ALCADAS)
                       ELSE
                           DISPLAY "ERRO: MAIS DE 100 ALCADAS NO "
                               "CADASTRO -- EXECUCAO ABORTADA ANTES "
                               "DE REGRAVAR (AUMENTAR A TABELA)"
                           CLOSE ALCADAS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ.

       0140-CARREGA-ALCADAS-FIM.EXIT.

       0200-PROCESSAR                          SECTION.
               PERFORM UNTIL WRK-CONTINUA NOT EQUAL "S"
                   DISPLAY "[1] INCLUIR USUARIO"
                   DISPLAY "[2] ALTERAR NIVEL"
                   DISPLAY "[3] ATIVAR/INATIVAR"
                   DISPLAY "[4] LISTAR"
                   DISPLAY "[5] ALCADAS DE APROVACAO"
                   DISPLAY "[6] ENCERRAR"
                   DISPLAY "OPCAO: "
                   ACCEPT WRK-OPCAO

                       WHEN "2" PERFORM 0220-ALTERA-NIVEL
                       WHEN "3" PERFORM 0230-ATIVA-INATIVA
                       WHEN "4" PERFORM 0240-LISTAR
                       WHEN "5" PERFORM 0250-MANTEM-ALCADA
                       WHEN "6" MOVE "N" TO WRK-CONTINUA
                       WHEN OTHER DISPLAY "OPCAO INVALIDA!"
                   END-EVALUATE
               END-PERFORM.
                       PERFORM 0215-ACEITA-NIVEL
                       MOVE "A" TO TAB-USER-ATIVO(WRK-IDX-ACHADO)
                       ADD 1 TO WRK-QT-ALTERACOES
                       MOVE SPACES TO WRK-IMAGEM-ANTES
                       MOVE "I"    TO WRK-OPERACAO-JRN
                       PERFORM 0325-GRAVA-JORNAL
                       DISPLAY "USUARIO INCLUIDO!"
                   ELSE
                       DISPLAY "LIMITE DE 100 USUARIOS!"
               IF WRK-USER-ACHOU EQUAL "N"
                   DISPLAY "USUARIO NAO CADASTRADO!"
               ELSE
                   MOVE TAB-USER-ITEM(WRK-IDX-ACHADO) TO
                       WRK-IMAGEM-ANTES
                   PERFORM 0215-ACEITA-NIVEL
                   ADD 1 TO WRK-QT-ALTERACOES
                   MOVE "A" TO WRK-OPERACAO-JRN
                   PERFORM 0325-GRAVA-JORNAL
                   DISPLAY "NIVEL ALTERADO!"
               END-IF.

               IF WRK-USER-ACHOU EQUAL "N"
                   DISPLAY "USUARIO NAO CADASTRADO!"
               ELSE
                   MOVE TAB-USER-ITEM(WRK-IDX-ACHADO) TO
                       WRK-IMAGEM-ANTES
                   IF TAB-USER-ATIVO(WRK-IDX-ACHADO) EQUAL "A"
                       MOVE "I" TO TAB-USER-ATIVO(WRK-IDX-ACHADO)
                       DISPLAY "USUARIO INATIVADO!"
                       DISPLAY "USUARIO ATIVADO!"
                   END-IF
                   ADD 1 TO WRK-QT-ALTERACOES
                   MOVE "S" TO WRK-OPERACAO-JRN
                   PERFORM 0325-GRAVA-JORNAL
               END-IF.

       0230-ATIVA-INATIVA-FIM.EXIT.

       0241-LISTA-ITEM-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ALCADA DE APROVACAO: SO PARA SUPERVISOR (NIVEL 2) E NUNCA A
      *    PROPRIA -- QUEM DECIDE NAO FIXA O PROPRIO LIMITE
      *-----------------------------------------------------------------
       0250-MANTEM-ALCADA                      SECTION.

               DISPLAY "ID DO SUPERVISOR: ".
               ACCEPT WRK-ID-ENTRADA.
               PERFORM 0130-PROCURA-USUARIO.
               IF WRK-USER-ACHOU EQUAL "N"
                   DISPLAY "USUARIO NAO CADASTRADO!"
               ELSE
                   IF TAB-USER-NIVEL(WRK-IDX-ACHADO) LESS 2
                       DISPLAY "ALCADA SO PARA SUPERVISOR (NIVEL 2)!"
                   ELSE
                       IF WRK-ID-ENTRADA EQUAL WRK-USUARIO-EXEC
                           DISPLAY "A PROPRIA ALCADA SO PODE SER "
                               "ALTERADA POR OUTRO SUPERVISOR!"
                       ELSE
                           PERFORM 0255-ALTERA-ALCADA
                       END-IF
                   END-IF
               END-IF.

       0250-MANTEM-ALCADA-FIM.EXIT.

       0255-ALTERA-ALCADA                      SECTION.

               PERFORM 0260-PROCURA-ALCADA.
               IF WRK-IDX-ALC-ACHADO EQUAL ZEROS
                   IF WRK-QT-ALCADAS LESS THAN 100
                       ADD 1 TO WRK-QT-ALCADAS
                       MOVE WRK-QT-ALCADAS TO WRK-IDX-ALC-ACHADO
                       PERFORM 0265-INICIA-ALCADA
                   ELSE
                       DISPLAY "LIMITE DE 100 ALCADAS!"
                   END-IF
               END-IF.
               IF WRK-IDX-ALC-ACHADO GREATER ZEROS
                   IF TAB-ALC-USUARIO-MANUT(WRK-IDX-ALC-ACHADO)
                      NOT EQUAL SPACES
                       DISPLAY "ULTIMA ALTERACAO EM "
                           TAB-ALC-DATA-MANUT(WRK-IDX-ALC-ACHADO)
                           " POR "
                           TAB-ALC-USUARIO-MANUT(WRK-IDX-ALC-ACHADO)
                   END-IF
                   PERFORM 0270-ACEITA-FILA
                       VARYING WRK-IDX-FILA FROM 1 BY 1
                       UNTIL WRK-IDX-FILA GREATER 4
                   PERFORM 0275-ACEITA-LIMITE
                       VARYING WRK-IDX-LIM FROM 1 BY 1
                       UNTIL WRK-IDX-LIM GREATER 17
                   MOVE WRK-USUARIO-EXEC TO
                       TAB-ALC-USUARIO-MANUT(WRK-IDX-ALC-ACHADO)
                   MOVE WRK-DATA-EXEC    TO
                       TAB-ALC-DATA-MANUT(WRK-IDX-ALC-ACHADO)
                   MOVE "S" TO WRK-ALC-MUDOU
                   ADD 1 TO WRK-QT-ALTERACOES
                   DISPLAY "ALCADA ATUALIZADA!"
               END-IF.

       0255-ALTERA-ALCADA-FIM.EXIT.

       0260-PROCURA-ALCADA                     SECTION.

               MOVE ZEROS TO WRK-IDX-ALC-ACHADO.
               PERFORM 0261-COMPARA-ALCADA
                   VARYING WRK-IDX-ALC FROM 1 BY 1
                   UNTIL WRK-IDX-ALC GREATER WRK-QT-ALCADAS
                      OR WRK-IDX-ALC-ACHADO GREATER ZEROS.

       0260-PROCURA-ALCADA-FIM.EXIT.

       0261-COMPARA-ALCADA                     SECTION.

               IF TAB-ALC-ID(WRK-IDX-ALC) EQUAL WRK-ID-ENTRADA
                   MOVE WRK-IDX-ALC TO WRK-IDX-ALC-ACHADO
               END-IF.

       0261-COMPARA-ALCADA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    ALCADA NOVA: NENHUMA FILA E LIMITE ZERO EM TODOS OS TIPOS
      *-----------------------------------------------------------------
       0265-INICIA-ALCADA                      SECTION.

               MOVE WRK-ID-ENTRADA TO TAB-ALC-ID(WRK-IDX-ALC-ACHADO).
               MOVE "NNNN"         TO TAB-ALC-FILAS(WRK-IDX-ALC-ACHADO).
               MOVE SPACES TO TAB-ALC-USUARIO-MANUT(WRK-IDX-ALC-ACHADO).
               MOVE ZEROS  TO TAB-ALC-DATA-MANUT(WRK-IDX-ALC-ACHADO).
               PERFORM 0266-INICIA-LIMITE
                   VARYING WRK-IDX-LIM FROM 1 BY 1
                   UNTIL WRK-IDX-LIM GREATER 17.

       0265-INICIA-ALCADA-FIM.EXIT.

       0266-INICIA-LIMITE                      SECTION.

               MOVE WRK-TIPOS-ALCADA(WRK-IDX-LIM:1) TO
                   TAB-ALC-TIPO(WRK-IDX-ALC-ACHADO WRK-IDX-LIM).
               MOVE ZEROS TO
                   TAB-ALC-VALOR(WRK-IDX-ALC-ACHADO WRK-IDX-LIM).

       0266-INICIA-LIMITE-FIM.EXIT.

       0270-ACEITA-FILA                        SECTION.

               DISPLAY "DECIDE " WRK-NOME-FILA(WRK-IDX-FILA)
                   " (S/N, ENTER = "
                   TAB-ALC-FILA(WRK-IDX-ALC-ACHADO WRK-IDX-FILA) "): ".
               MOVE SPACES TO WRK-FILA-ENTRADA.
               ACCEPT WRK-FILA-ENTRADA.
               IF WRK-FILA-ENTRADA EQUAL "S" OR
                  WRK-FILA-ENTRADA EQUAL "N"
                   MOVE WRK-FILA-ENTRADA TO
                       TAB-ALC-FILA(WRK-IDX-ALC-ACHADO WRK-IDX-FILA)
               END-IF.

       0270-ACEITA-FILA-FIM.EXIT.

       0275-ACEITA-LIMITE                      SECTION.

               IF TAB-ALC-TIPO(WRK-IDX-ALC-ACHADO WRK-IDX-LIM)
                  EQUAL SPACES
                   MOVE WRK-TIPOS-ALCADA(WRK-IDX-LIM:1) TO
                       TAB-ALC-TIPO(WRK-IDX-ALC-ACHADO WRK-IDX-LIM)
                   MOVE ZEROS TO
                       TAB-ALC-VALOR(WRK-IDX-ALC-ACHADO WRK-IDX-LIM)
               END-IF.
               IF TAB-ALC-TIPO(WRK-IDX-ALC-ACHADO WRK-IDX-LIM)
                  NOT EQUAL SPACES
                   MOVE TAB-ALC-VALOR(WRK-IDX-ALC-ACHADO WRK-IDX-LIM)
                       TO WRK-LIMITE-ED
                   DISPLAY "LIMITE TIPO "
                       TAB-ALC-TIPO(WRK-IDX-ALC-ACHADO WRK-IDX-LIM)
                       " R$" WRK-LIMITE-ED
                   DISPLAY "  NOVO LIMITE 9(12)V99 SEM VIRGULA "
                       "(ENTER = MANTEM): "
                   MOVE SPACES TO WRK-LIMITE-ENTRADA
                   ACCEPT WRK-LIMITE-ENTRADA
                   IF WRK-LIMITE-ENTRADA NOT EQUAL SPACES
                       IF WRK-LIMITE-ENTRADA IS NUMERIC
                           MOVE WRK-LIMITE-ENTRADA TO
                               WRK-LIMITE-DIGITOS
                           MOVE WRK-LIMITE-NUM TO TAB-ALC-VALOR
                               (WRK-IDX-ALC-ACHADO WRK-IDX-LIM)
                       ELSE
                           DISPLAY "CAMPO INVALIDO - LIMITE MANTIDO"
                       END-IF
                   END-IF
               END-IF.

       0275-ACEITA-LIMITE-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               OPEN OUTPUT USUARIOS.
                   VARYING WRK-IDX-USER FROM 1 BY 1
                   UNTIL WRK-IDX-USER GREATER WRK-QT-USERS.
               CLOSE USUARIOS.
               IF WRK-ALC-MUDOU EQUAL "S"
                   OPEN OUTPUT ALCADAS
                   PERFORM 0315-GRAVA-ALCADA
                       VARYING WRK-IDX-ALC FROM 1 BY 1
                       UNTIL WRK-IDX-ALC GREATER WRK-QT-ALCADAS
                   CLOSE ALCADAS
               END-IF.
               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY "FIM DE PROGRAMA".


       0310-GRAVA-USUARIO-FIM.EXIT.

       0315-GRAVA-ALCADA                       SECTION.

               MOVE SPACES TO REG-ALCADA.
               MOVE TAB-ALC-ID(WRK-IDX-ALC)      TO REG-ID-ALC.
               MOVE TAB-ALC-FILAS(WRK-IDX-ALC)   TO REG-FILAS-ALC.
               MOVE TAB-ALC-LIMITES(WRK-IDX-ALC) TO REG-LIMITES-ALC.
               MOVE TAB-ALC-USUARIO-MANUT(WRK-IDX-ALC) TO
                   REG-USUARIO-MANUT-ALC.
               MOVE TAB-ALC-DATA-MANUT(WRK-IDX-ALC)    TO
                   REG-DATA-MANUT-ALC.
               WRITE REG-ALCADA.

       0315-GRAVA-ALCADA-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

               OPEN EXTEND AUDITORIA.
               CLOSE AUDITORIA.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    JORNAL DO MASTER DE USUARIOS -- IMAGENS NO LAYOUT DO
      *    #BOOKUSER (ANTES EM BRANCO NA INCLUSAO)
      *-----------------------------------------------------------------
       0325-GRAVA-JORNAL                       SECTION.

               OPEN EXTEND JRNUSR.
               IF FS-JRNUSR EQUAL 35
                   OPEN OUTPUT JRNUSR
                   CLOSE JRNUSR
                   OPEN EXTEND JRNUSR
               END-IF.
               ACCEPT WRK-HORA-JRN FROM TIME.
               MOVE WRK-USUARIO-EXEC TO REG-OPERADOR-JRN.
               MOVE WRK-DATA-EXEC    TO REG-DATA-JRN.
               MOVE WRK-HORA-JRN     TO REG-HORA-JRN.
               MOVE WRK-OPERACAO-JRN TO REG-OPERACAO-JRN.
               MOVE ZEROS            TO REG-ID-JRN.
               MOVE WRK-IMAGEM-ANTES TO REG-IMAGEM-ANTES-JRN.
               MOVE TAB-USER-ITEM(WRK-IDX-ACHADO) TO
                   REG-IMAGEM-DEPOIS-JRN.
               WRITE REG-JORNAL.
               CLOSE JRNUSR.

       0325-GRAVA-JORNAL-FIM.EXIT.

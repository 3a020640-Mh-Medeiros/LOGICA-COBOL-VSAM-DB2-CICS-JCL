       IDENTIFICATION                          DIVISION.
      *=================================================================
       PROGRAM-ID.PROGPIX.
      *==== PROGRAMADOR.:MATHEUS
      *=================================================================
      *      EMPRESA... :  FOURSYS                                      *
      *=================================================================
      *    PROGRAMA.... : PROGPIX                                       *
      *    PROGRAMADOR. : MATHEUS                                       *
      *    DATA........ : 17 / 09 / 2026                                *
      *                                                                 *
      *-----------------------------------------------------------------
      *    OBJETIVO.... :  MANUTENCAO DO DIRETORIO DE CHAVES PIX        *
      *                    (CHAVEPIX.TXT): CADASTRO, EXCLUSAO,          *
      *                    CONSULTA E LISTAGEM POR CONTA DAS CHAVES     *
      *                    CPF, E-MAIL, TELEFONE E ALEATORIA, CADA UMA  *
      *                    LIGADA A UMA AGENCIA + CONTA DO MASTER DE    *
      *                    CONTAS                                       *
      *                                                                 *
      *    OBSERVACOES. :  A CHAVE PIX E A CHAVE DO KSDS -- O WRITE     *
      *                    RECUSA CHAVE REPETIDA, QUALQUER QUE SEJA A   *
      *                    CONTA DONA. A CONTA PRECISA EXISTIR NO       *
      *                    MASTER E NAO ESTAR ENCERRADA, E CADA CONTA   *
      *                    TEM NO MAXIMO 5 CHAVES. CPF PASSA PELO       *
      *                    VALCPF; E-MAIL E GRAVADO EM MINUSCULAS;      *
      *                    TELEFONE NO FORMATO +55 DDD NUMERO; A CHAVE  *
      *                    ALEATORIA E GERADA PELO PROGRAMA             *
      *=================================================================
      *    ARQUIVOS.... : CHAVEPIX.TXT                   BOOK           *
      *                                                 #BOOKPIX        *
      *                   CONTAS.TXT                    #BOOKCTAS       *
      *                   AUDITORIA.TXT                 #BOOKAUDIT      *
      *=================================================================
      *    MODULOS..... :  VALCPF                                       *
      *                                                                 *
      *=================================================================
      *                          ALTERACOES                             *
      *-----------------------------------------------------------------
      *    PROGRAMADOR.:
      *    DATA........:
      *    OBJETIVO....:
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CHAVEPIX ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CHAVEPIX.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-PIX
               FILE STATUS IS FS-CHAVEPIX.
           SELECT CONTAS ASSIGN TO
               "C:\CURSOLOGICA\COBOL\Atividade\CONTAS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-MTR
               FILE STATUS IS FS-CONTAS.
           SELECT AUDITORIA ASSIGN TO
               "C:\CURSOLOGICA\COBOL\RELATORIOS\AUDITORIA.TXT"
               FILE STATUS IS FS-AUDITORIA.

       DATA                                    DIVISION.
       FILE                                    SECTION.
       FD  CHAVEPIX.
       COPY "#BOOKPIX".
       FD  CONTAS.
       COPY "#BOOKCTAS".
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".

       WORKING-STORAGE                         SECTION.
       77  FS-CHAVEPIX                 PIC X(02)           VALUE SPACES.
       77  FS-CONTAS                   PIC X(02)           VALUE SPACES.
       77  FS-AUDITORIA                PIC X(02)           VALUE SPACES.
       77  WRK-OPCAO                   PIC X(01)           VALUE SPACES.
       77  WRK-CONTINUA                PIC X(01)           VALUE "S".
       77  WRK-CONFIRMA                PIC X(01)           VALUE SPACES.
       77  WRK-AGENCIA-ENTRADA         PIC X(04)           VALUE SPACES.
       77  WRK-CONTA-ENTRADA           PIC X(06)           VALUE SPACES.
       77  WRK-AGENCIA-ALVO            PIC 9(04)           VALUE ZEROS.
       77  WRK-CONTA-ALVO              PIC 9(06)           VALUE ZEROS.
       77  WRK-CTA-OK                  PIC X(01)           VALUE "N".
       77  WRK-CHAVE-OK                PIC X(01)           VALUE "N".
       77  WRK-TIPO-ENTRADA            PIC X(01)           VALUE SPACES.
       77  WRK-CHAVE-ENTRADA           PIC X(77)           VALUE SPACES.
       77  WRK-FIM-DIRETORIO           PIC X(01)           VALUE "N".
       77  WRK-QT-CHAVES-CTA           PIC 9(03)           VALUE ZEROS.
       77  WRK-PARM-MAX-CHAVES         PIC 9(03)           VALUE 5.
       77  WRK-QT-ARROBA               PIC 9(03)           VALUE ZEROS.
       77  WRK-QT-BRANCOS              PIC 9(03)           VALUE ZEROS.
       77  WRK-QT-PONTOS               PIC 9(03)           VALUE ZEROS.
       77  WRK-QT-ALTERACOES           PIC 9(04)    COMP-3 VALUE ZEROS.
       77  WRK-USUARIO-EXEC            PIC X(08)           VALUE SPACES.
       77  WRK-DATA-EXEC               PIC 9(08)           VALUE ZEROS.
       77  WRK-HORA-EXEC               PIC 9(06)           VALUE ZEROS.
       77  WRK-PROGRAMA-EXEC           PIC X(08)           VALUE
               "PROGPIX".
       77  WRK-MODULO-VALCPF           PIC X(08)           VALUE
               "VALCPF".
       01  WRK-VALCPF.
           05 WRK-CPF-VCP              PIC 9(11).
           05 WRK-RESP-VCP             PIC X(01).
      *----------------- TELEFONE: +55 + DDD + NUMERO (10 OU 11 DIG.)
       01  WRK-TELEFONE-AREA.
           05 WRK-TEL-PAIS             PIC X(03).
           05 WRK-TEL-NUMERO           PIC X(11).
           05 WRK-TEL-RESTO            PIC X(63).
      *----------------- CHAVE ALEATORIA 8-4-4-4-12 EM HEXADECIMAL
       77  WRK-SEMENTE                 PIC 9(08)           VALUE ZEROS.
       77  WRK-SORTEIO                 PIC 9V9(08)         VALUE ZEROS.
       77  WRK-IDX-HEX                 PIC 9(02)           VALUE ZEROS.
       77  WRK-POS-HEX                 PIC 9(02)           VALUE ZEROS.
       77  WRK-DIGITO-HEX              PIC 9(02)           VALUE ZEROS.
       01  WRK-TAB-HEX-AREA.
           05 FILLER                   PIC X(16)           VALUE
               "0123456789abcdef".
       01  WRK-TAB-HEX REDEFINES WRK-TAB-HEX-AREA.
           05 WRK-HEX                  PIC X(01)  OCCURS 16 TIMES.
       01  WRK-ALEATORIA               PIC X(36)           VALUE SPACES.
       01  WRK-ALEATORIA-R REDEFINES WRK-ALEATORIA.
           05 WRK-ALEAT-POS            PIC X(01)  OCCURS 36 TIMES.
      *----------------- VARIAVEL DE MENSSAGEM
       01  WRK-MSG-ERRO.
           05 WRK-MSG-CADASTRADA       PIC X(30)           VALUE
               "CHAVE PIX CADASTRADA!!".
           05 WRK-MSG-EXCLUIDA         PIC X(30)           VALUE
               "CHAVE PIX EXCLUIDA!!".
           05 WRK-MSG-JA-EXISTE        PIC X(30)           VALUE
               "CHAVE JA CADASTRADA NO PIX!".
           05 WRK-MSG-NAO-EXISTE       PIC X(30)           VALUE
               "CHAVE PIX NAO CADASTRADA!".
           05 WRK-MSG-CONTA-INVALIDA   PIC X(30)           VALUE
               "CONTA INVALIDA - REDIGITE".
           05 WRK-MSG-CHAVE-INVALIDA   PIC X(30)           VALUE
               "CHAVE INVALIDA - REDIGITE".
           05 WRK-OPCAO-INVALIDA       PIC X(30)           VALUE
               "OPCAO INVALIDA!".
           05 WRK-FIM-ARQ              PIC X(30)           VALUE
               "FIM DE PROGRAMA".

       PROCEDURE                               DIVISION.
       0000-PRINCIPAL.
               PERFORM 0100-INICIAR.
               PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA NOT EQUAL "S".
               PERFORM 0300-FINALIZAR.
               STOP RUN.
       0000-PRINCIPAL-FIM.EXIT.

       0100-INICIAR                            SECTION.

               DISPLAY "OPERADOR RESPONSAVEL PELA MANUTENCAO: ".
               ACCEPT WRK-USUARIO-EXEC.
               ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-HORA-EXEC TO WRK-SEMENTE.
               COMPUTE WRK-SORTEIO = FUNCTION RANDOM(WRK-SEMENTE).
               OPEN INPUT CONTAS.
               IF FS-CONTAS NOT EQUAL "00"
                   DISPLAY "MASTER DE CONTAS INDISPONIVEL - STATUS:"
                       FS-CONTAS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O CHAVEPIX.
               IF FS-CHAVEPIX EQUAL "35"
                   OPEN OUTPUT CHAVEPIX
                   CLOSE CHAVEPIX
                   OPEN I-O CHAVEPIX
               END-IF.
               IF FS-CHAVEPIX NOT EQUAL "00"
                   DISPLAY "DIRETORIO DE CHAVES PIX INDISPONIVEL - "
                       "STATUS:" FS-CHAVEPIX
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF.

       0100-INICIAR-FIM.EXIT.

       0200-PROCESSAR                          SECTION.

               DISPLAY "[1] CADASTRAR CHAVE PIX".
               DISPLAY "[2] EXCLUIR CHAVE PIX".
               DISPLAY "[3] CONSULTAR CHAVE PIX".
               DISPLAY "[4] LISTAR CHAVES DA CONTA".
               DISPLAY "[5] ENCERRAR PROGRAMA".
               DISPLAY "OPCAO: ".
               ACCEPT WRK-OPCAO.

               EVALUATE WRK-OPCAO
                   WHEN "1" PERFORM 0210-CADASTRAR
                   WHEN "2" PERFORM 0230-EXCLUIR
                   WHEN "3" PERFORM 0240-CONSULTAR
                   WHEN "4" PERFORM 0250-LISTAR-CONTA
                   WHEN "5" MOVE "N" TO WRK-CONTINUA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.

       0200-PROCESSAR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    AGENCIA + CONTA DONA DA CHAVE: LIDA DIRETO NO MASTER PELA
      *    CHAVE DO KSDS; CONTA ENCERRADA NAO RECEBE CHAVE
      *-----------------------------------------------------------------
       0205-ACEITA-CONTA                       SECTION.

               MOVE "N" TO WRK-CTA-OK.
               DISPLAY "AGENCIA (4 DIGITOS): ".
               ACCEPT WRK-AGENCIA-ENTRADA.
               DISPLAY "CONTA (6 DIGITOS): ".
               ACCEPT WRK-CONTA-ENTRADA.
               IF WRK-AGENCIA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA IS NOT NUMERIC OR
                  WRK-CONTA-ENTRADA EQUAL "000000"
                   DISPLAY WRK-MSG-CONTA-INVALIDA
                   GO TO 0205-ACEITA-CONTA-FIM
               END-IF.
               MOVE WRK-AGENCIA-ENTRADA TO WRK-AGENCIA-ALVO.
               MOVE WRK-CONTA-ENTRADA   TO WRK-CONTA-ALVO.
               MOVE WRK-AGENCIA-ALVO    TO REG-AGENCIA-MTR.
               MOVE WRK-CONTA-ALVO      TO REG-CONTA-MTR.
               READ CONTAS
                   INVALID KEY
                       DISPLAY "CONTA NAO CADASTRADA NO MASTER!"
                   NOT INVALID KEY
                       IF REG-CONTA-ENCERRADA
                           DISPLAY "CONTA ENCERRADA -- NAO RECEBE "
                               "CHAVE PIX"
                       ELSE
                           MOVE "S" TO WRK-CTA-OK
                       END-IF
               END-READ.

       0205-ACEITA-CONTA-FIM.EXIT.

       0210-CADASTRAR                          SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK NOT EQUAL "S"
                   GO TO 0210-CADASTRAR-FIM
               END-IF.
               PERFORM 0255-CONTA-CHAVES.
               IF WRK-QT-CHAVES-CTA NOT LESS WRK-PARM-MAX-CHAVES
                   DISPLAY "CONTA JA TEM " WRK-QT-CHAVES-CTA
                       " CHAVES PIX -- EXCLUA UMA ANTES DE CADASTRAR"
                   GO TO 0210-CADASTRAR-FIM
               END-IF.
               DISPLAY "TIPO DA CHAVE [C]PF / [E]-MAIL / [T]ELEFONE / "
                   "[A]LEATORIA: ".
               ACCEPT WRK-TIPO-ENTRADA.
               MOVE "N" TO WRK-CHAVE-OK.
               EVALUATE WRK-TIPO-ENTRADA
                   WHEN "C" PERFORM 0211-CHAVE-CPF
                   WHEN "E" PERFORM 0212-CHAVE-EMAIL
                   WHEN "T" PERFORM 0213-CHAVE-TELEFONE
                   WHEN "A" PERFORM 0214-CHAVE-ALEATORIA
                   WHEN OTHER DISPLAY WRK-OPCAO-INVALIDA
               END-EVALUATE.
               IF WRK-CHAVE-OK EQUAL "S"
                   PERFORM 0220-GRAVA-CHAVE
               END-IF.

       0210-CADASTRAR-FIM.EXIT.

       0211-CHAVE-CPF                          SECTION.

               DISPLAY "CPF (11 DIGITOS): ".
               MOVE SPACES TO WRK-CHAVE-ENTRADA.
               ACCEPT WRK-CHAVE-ENTRADA.
               IF WRK-CHAVE-ENTRADA(1:11) IS NUMERIC AND
                  WRK-CHAVE-ENTRADA(12:66) EQUAL SPACES
                   MOVE WRK-CHAVE-ENTRADA(1:11) TO WRK-CPF-VCP
                   CALL WRK-MODULO-VALCPF USING WRK-VALCPF
                   IF WRK-RESP-VCP EQUAL "S"
                       MOVE "S" TO WRK-CHAVE-OK
                   ELSE
                       DISPLAY "CPF INVALIDO (DIGITO VERIFICADOR)"
                   END-IF
               ELSE
                   DISPLAY WRK-MSG-CHAVE-INVALIDA
               END-IF.

       0211-CHAVE-CPF-FIM.EXIT.

      *-----------------------------------------------------------------
      *    E-MAIL: UM UNICO "@", PONTO NO DOMINIO E SEM BRANCO NO
      *    MEIO; GRAVADO EM MINUSCULAS PARA A CHAVE NAO DUPLICAR POR
      *    DIFERENCA DE CAIXA
      *-----------------------------------------------------------------
       0212-CHAVE-EMAIL                        SECTION.

               DISPLAY "E-MAIL: ".
               MOVE SPACES TO WRK-CHAVE-ENTRADA.
               ACCEPT WRK-CHAVE-ENTRADA.
               PERFORM 0216-NORMALIZA-CHAVE.
               MOVE ZEROS TO WRK-QT-ARROBA WRK-QT-BRANCOS WRK-QT-PONTOS.
               INSPECT WRK-CHAVE-ENTRADA TALLYING
                   WRK-QT-ARROBA FOR ALL "@".
               INSPECT WRK-CHAVE-ENTRADA TALLYING
                   WRK-QT-BRANCOS FOR ALL SPACES BEFORE INITIAL "@".
               IF WRK-QT-ARROBA EQUAL 1
                   INSPECT WRK-CHAVE-ENTRADA TALLYING
                       WRK-QT-PONTOS FOR ALL "." AFTER INITIAL "@"
               END-IF.
               IF WRK-QT-ARROBA EQUAL 1 AND
                  WRK-QT-BRANCOS EQUAL ZEROS AND
                  WRK-QT-PONTOS GREATER ZEROS AND
                  WRK-CHAVE-ENTRADA(1:1) NOT EQUAL "@"
                   MOVE "S" TO WRK-CHAVE-OK
               ELSE
                   DISPLAY WRK-MSG-CHAVE-INVALIDA
               END-IF.

       0212-CHAVE-EMAIL-FIM.EXIT.

       0213-CHAVE-TELEFONE                     SECTION.

               DISPLAY "TELEFONE (+55DDDNUMERO, EX: +5511987654321): ".
               MOVE SPACES TO WRK-CHAVE-ENTRADA.
               ACCEPT WRK-CHAVE-ENTRADA.
               MOVE WRK-CHAVE-ENTRADA TO WRK-TELEFONE-AREA.
               EVALUATE TRUE
                   WHEN WRK-TEL-PAIS NOT EQUAL "+55"
                       DISPLAY WRK-MSG-CHAVE-INVALIDA
                   WHEN WRK-TEL-RESTO NOT EQUAL SPACES
                       DISPLAY WRK-MSG-CHAVE-INVALIDA
                   WHEN WRK-TEL-NUMERO IS NUMERIC
                       MOVE "S" TO WRK-CHAVE-OK
                   WHEN WRK-TEL-NUMERO(1:10) IS NUMERIC AND
                        WRK-TEL-NUMERO(11:1) EQUAL SPACE
                       MOVE "S" TO WRK-CHAVE-OK
                   WHEN OTHER
                       DISPLAY WRK-MSG-CHAVE-INVALIDA
               END-EVALUATE.

       0213-CHAVE-TELEFONE-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CHAVE ALEATORIA: 32 DIGITOS HEXADECIMAIS SORTEADOS, NO
      *    FORMATO 8-4-4-4-12; COLISAO E BARRADA PELO WRITE NO KSDS
      *-----------------------------------------------------------------
       0214-CHAVE-ALEATORIA                    SECTION.

               MOVE SPACES TO WRK-ALEATORIA.
               PERFORM 0215-SORTEIA-DIGITO
                       VARYING WRK-IDX-HEX FROM 1 BY 1
                       UNTIL WRK-IDX-HEX GREATER 36.
               MOVE WRK-ALEATORIA TO WRK-CHAVE-ENTRADA.
               DISPLAY "CHAVE ALEATORIA GERADA: " WRK-ALEATORIA.
               MOVE "S" TO WRK-CHAVE-OK.

       0214-CHAVE-ALEATORIA-FIM.EXIT.

       0215-SORTEIA-DIGITO                     SECTION.

               IF WRK-IDX-HEX EQUAL 9  OR WRK-IDX-HEX EQUAL 14 OR
                  WRK-IDX-HEX EQUAL 19 OR WRK-IDX-HEX EQUAL 24
                   MOVE "-" TO WRK-ALEAT-POS(WRK-IDX-HEX)
               ELSE
                   COMPUTE WRK-SORTEIO = FUNCTION RANDOM
                   COMPUTE WRK-DIGITO-HEX = WRK-SORTEIO * 16
                   ADD 1 TO WRK-DIGITO-HEX GIVING WRK-POS-HEX
                   MOVE WRK-HEX(WRK-POS-HEX) TO
                       WRK-ALEAT-POS(WRK-IDX-HEX)
               END-IF.

       0215-SORTEIA-DIGITO-FIM.EXIT.

       0216-NORMALIZA-CHAVE                    SECTION.

               INSPECT WRK-CHAVE-ENTRADA CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz".

       0216-NORMALIZA-CHAVE-FIM.EXIT.

       0220-GRAVA-CHAVE                        SECTION.

               MOVE SPACES            TO REG-CHAVEPIX.
               MOVE WRK-CHAVE-ENTRADA TO REG-CHAVE-PIX.
               MOVE WRK-TIPO-ENTRADA  TO REG-TIPO-CHAVE-PIX.
               MOVE WRK-AGENCIA-ALVO  TO REG-AGENCIA-PIX.
               MOVE WRK-CONTA-ALVO    TO REG-CONTA-PIX.
               MOVE WRK-DATA-EXEC     TO REG-DATA-CADASTRO-PIX.
               MOVE WRK-USUARIO-EXEC  TO REG-OPERADOR-PIX.
               WRITE REG-CHAVEPIX
                   INVALID KEY
                       DISPLAY WRK-MSG-JA-EXISTE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-ALTERACOES
                       DISPLAY WRK-MSG-CADASTRADA
               END-WRITE.

       0220-GRAVA-CHAVE-FIM.EXIT.

       0225-ACEITA-CHAVE                       SECTION.

               DISPLAY "CHAVE PIX: ".
               MOVE SPACES TO WRK-CHAVE-ENTRADA.
               ACCEPT WRK-CHAVE-ENTRADA.
               IF WRK-CHAVE-ENTRADA(1:1) NOT EQUAL "+"
                   PERFORM 0216-NORMALIZA-CHAVE
               END-IF.
               MOVE WRK-CHAVE-ENTRADA TO REG-CHAVE-PIX.
               MOVE "N" TO WRK-CHAVE-OK.
               READ CHAVEPIX
                   INVALID KEY
                       DISPLAY WRK-MSG-NAO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CHAVE-OK
                       PERFORM 0245-MOSTRA-CHAVE
               END-READ.

       0225-ACEITA-CHAVE-FIM.EXIT.

       0230-EXCLUIR                            SECTION.

               PERFORM 0225-ACEITA-CHAVE.
               IF WRK-CHAVE-OK EQUAL "S"
                   DISPLAY "CONFIRMA A EXCLUSAO (S/N): "
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL "S"
                       DELETE CHAVEPIX RECORD
                           INVALID KEY
                               DISPLAY "ERRO AO EXCLUIR - STATUS:"
                                   FS-CHAVEPIX
                           NOT INVALID KEY
                               ADD 1 TO WRK-QT-ALTERACOES
                               DISPLAY WRK-MSG-EXCLUIDA
                       END-DELETE
                   END-IF
               END-IF.

       0230-EXCLUIR-FIM.EXIT.

       0240-CONSULTAR                          SECTION.

               PERFORM 0225-ACEITA-CHAVE.

       0240-CONSULTAR-FIM.EXIT.

       0245-MOSTRA-CHAVE                       SECTION.

               DISPLAY REG-AGENCIA-PIX "/" REG-CONTA-PIX
                       " TIPO:" REG-TIPO-CHAVE-PIX
                       " DESDE " REG-DATA-CADASTRO-PIX
                       " POR " REG-OPERADOR-PIX.
               DISPLAY "  " REG-CHAVE-PIX.

       0245-MOSTRA-CHAVE-FIM.EXIT.

       0250-LISTAR-CONTA                       SECTION.

               PERFORM 0205-ACEITA-CONTA.
               IF WRK-CTA-OK EQUAL "S"
                   PERFORM 0255-CONTA-CHAVES
                   DISPLAY "CHAVES PIX DA CONTA: " WRK-QT-CHAVES-CTA
               END-IF.

       0250-LISTAR-CONTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    O DIRETORIO E ORDENADO PELA CHAVE PIX: AS CHAVES DE UMA
      *    CONTA SAO ACHADAS VARRENDO O ARQUIVO INTEIRO (NA LISTAGEM
      *    CADA UMA E MOSTRADA)
      *-----------------------------------------------------------------
       0255-CONTA-CHAVES                       SECTION.

               MOVE ZEROS  TO WRK-QT-CHAVES-CTA.
               MOVE LOW-VALUES TO REG-CHAVE-PIX.
               START CHAVEPIX KEY NOT LESS REG-CHAVE-PIX.
               IF FS-CHAVEPIX EQUAL "00"
                   MOVE "N" TO WRK-FIM-DIRETORIO
                   PERFORM 0256-LE-DIRETORIO
                       UNTIL WRK-FIM-DIRETORIO EQUAL "S"
               END-IF.
               MOVE "00" TO FS-CHAVEPIX.

       0255-CONTA-CHAVES-FIM.EXIT.

       0256-LE-DIRETORIO                       SECTION.

               READ CHAVEPIX NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-DIRETORIO
                   NOT AT END
                       IF REG-AGENCIA-PIX EQUAL WRK-AGENCIA-ALVO AND
                          REG-CONTA-PIX   EQUAL WRK-CONTA-ALVO
                           ADD 1 TO WRK-QT-CHAVES-CTA
                           IF WRK-OPCAO EQUAL "4"
                               PERFORM 0245-MOSTRA-CHAVE
                           END-IF
                       END-IF
               END-READ.

       0256-LE-DIRETORIO-FIM.EXIT.

       0300-FINALIZAR                          SECTION.

               CLOSE CHAVEPIX.
               CLOSE CONTAS.
               PERFORM 0320-GRAVA-AUDITORIA.
               DISPLAY WRK-FIM-ARQ.

       0300-FINALIZAR-FIM.EXIT.

       0320-GRAVA-AUDITORIA                    SECTION.

               OPEN EXTEND AUDITORIA.
               IF FS-AUDITORIA EQUAL '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF.

               ACCEPT WRK-HORA-EXEC FROM TIME.
               MOVE WRK-PROGRAMA-EXEC TO REG-PROGRAMA-AUD.
               MOVE WRK-USUARIO-EXEC  TO REG-USUARIO-AUD.
               MOVE WRK-DATA-EXEC     TO REG-DATA-AUD.
               MOVE WRK-HORA-EXEC     TO REG-HORA-AUD.
               MOVE WRK-QT-ALTERACOES TO REG-QT-PROC-AUD.
               WRITE REG-AUDITORIA.

               CLOSE AUDITORIA.

       0320-GRAVA-AUDITORIA-FIM.EXIT.

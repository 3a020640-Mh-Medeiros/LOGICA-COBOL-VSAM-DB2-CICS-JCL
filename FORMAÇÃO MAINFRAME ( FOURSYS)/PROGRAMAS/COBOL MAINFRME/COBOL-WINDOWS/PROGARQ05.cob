      *                  DIGITOS) -- O CADASTRO E VARRIDO PELA CHAVE
      *                  E O ID DO CPF INFORMADO E USADO; O CLIENTE
      *                  AO TELEFONE SABE O CPF, NUNCA O ID INTERNO
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 20 / 09 / 2026
      *    OBJETIVO....: PERIODO DE TRIAL GRATIS NA ASSINATURA -- A
      *                  OPCAO [9] PERGUNTA OS DIAS DE TRIAL (ENTER =
      *                  SEM TRIAL) E GRAVA NO ASSINAT O INICIO E O FIM
      *                  DO TRIAL; A OPCAO [10] GRAVA A DATA DO
      *                  CANCELAMENTO. O PROGFATURA NAO FATURA O MES EM
      *                  QUE O TRIAL AINDA VALE E O RELTRIAL APURA AS
      *                  CONVERSOES
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 21 / 09 / 2026
      *    OBJETIVO....: CICLO DE COBRANCA DA ASSINATURA -- A OPCAO [9]
      *                  PERGUNTA O CICLO (M MENSAL, T TRIMESTRAL, A
      *                  ANUAL; ENTER = MENSAL) E GRAVA NO ASSINAT COM O
      *                  MES COBERTO ZERADO; O PROGFATURA EMITE UMA SO
      *                  FATURA PARA OS 3 OU 12 MESES E GRAVA ATE QUE
      *                  MES A ASSINATURA FICOU COBERTA
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: A OPCAO [10] DEIXA DE CANCELAR NA HORA -- O
      *                  PEDIDO ENTRA NA FILA DE RETENCAO (RETENCAO.DAT
      *                  / #BOOKRETEN) COM O MOTIVO DA TABELA MOTCANC;
      *                  A EQUIPE DE RETENCAO OFERECE A PROMOCAO NO
      *                  PROGRETN E SO O PEDIDO RECUSADO OU VENCIDO E
      *                  CANCELADO, PELO PROGRETC NA CADEIA NOTURNA
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: CAMPANHA "INDIQUE UM AMIGO" -- NA INCLUSAO DE
      *                  CLIENTE NOVO A OPCAO [1] PERGUNTA QUEM INDICOU
      *                  (ID OU CPF, ENTER = SEM INDICACAO); O
      *                  INDICADOR TEM QUE ESTAR ATIVO E TER CPF
      *                  DIFERENTE DO NOVO CLIENTE. O VINCULO VAI PARA
      *                  O INDICACAO.DAT (#BOOKINDIC); O PROGBAIXA
      *                  QUALIFICA NO PAGAMENTO DA PRIMEIRA FATURA E O
      *                  PROGFATURA CREDITA OS DOIS CLIENTES
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: ALCADAS DE APROVACAO (ALCADAS.TXT, MODULO
      *                  VERALC): A REVISAO DE EXCLUSOES PENDENTES
      *                  (OPCAO [8]) EXIGE, ALEM DO NIVEL 2, A FILA DE
      *                  EXCLUSOES DE CLIENTE LIBERADA NA ALCADA DO
      *                  SUPERVISOR
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: NOVA OPCAO [11] CONSENTIMENTOS LGPD -- OPT-IN
      *                  / OPT-OUT DO CLIENTE (ID OU CPF) OU DO TITULAR
      *                  DE CONTA (CPF) PARA MARKETING, COMPARTILHAMENTO
      *                  COM PARCEIRO E NOTIFICACOES, COM O CANAL. A
      *                  POSICAO ATUAL VAI PARA O CONSENT.DAT
      *                  (#BOOKCONSENT) E CADA TROCA PARA O HISTORICO
      *                  CONSHIST.TXT (#BOOKCONSHIST)
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-STREAM-PARC
               FILE STATUS IS FS-PARCEIROS.
           SELECT RETENCAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\RETENCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE-RET
               FILE STATUS IS FS-RETENCAO.
           SELECT MOTCANC ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\MOTCANC.TXT"
               FILE STATUS IS FS-MOTCANC.
           SELECT INDICACAO ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\INDICACAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID-INDICADO-IND
               FILE STATUS IS FS-INDICACAO.
           SELECT CONSENT ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CONSENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHAVE-CNS
               FILE STATUS IS FS-CONSENT.
           SELECT CONSHIST ASSIGN TO
               "C:\CURSOLOGICA\COBOL\DADOS\CONSHIST.TXT"
               FILE STATUS IS FS-CONSHIST.

       DATA                                    DIVISION.
       FILE                                    SECTION.
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
       FD  PENDEXCL.
       01  REG-PENDEXCL.
           05 REG-ID-PEND              PIC 9(04).
               88 REG-COBRANCA-ATRASO           VALUE "D".
       FD  PARCEIROS.
       COPY "#BOOKPARC".
       FD  RETENCAO.
       COPY "#BOOKRETEN".
       FD  MOTCANC.
       COPY "#BOOKMOTCAN".
       FD  INDICACAO.
       COPY "#BOOKINDIC".
       FD  CONSENT.
       COPY "#BOOKCONSENT".
       FD  CONSHIST.
       COPY "#BOOKCONSHIST".

       WORKING-STORAGE                         SECTION.
       77  FS-USUARIOS                 PIC 9(02)           VALUE ZEROS.
       77  WRK-STATUS-ANTES            PIC X(01)           VALUE "A".
       77  WRK-VALOR-ASS-NOVO          PIC 9(03)V99        VALUE ZEROS.
       77  WRK-DATA-ASS-NOVA           PIC 9(08)           VALUE ZEROS.
       77  WRK-INI-TRIAL-NOVO          PIC 9(08)           VALUE ZEROS.
       77  WRK-FIM-TRIAL-NOVO          PIC 9(08)           VALUE ZEROS.
       77  WRK-DIAS-TRIAL-ENT          PIC X(03)           VALUE SPACES.
       77  WRK-DIAS-TRIAL              PIC 9(03)           VALUE ZEROS.
       77  WRK-CICLO-ENT               PIC X(01)           VALUE SPACES.
       77  WRK-CICLO-NOVO              PIC X(01)           VALUE "M".
       77  FS-RETENCAO                 PIC 9(02)           VALUE ZEROS.
       77  FS-MOTCANC                  PIC 9(02)           VALUE ZEROS.
       77  WRK-JA-NA-FILA              PIC X(01)           VALUE "N".
       77  WRK-FIM-FILA                PIC X(01)           VALUE "N".
       77  WRK-MOTIVO-ENT              PIC X(02)           VALUE SPACES.
       77  WRK-MOTIVO-OK               PIC X(01)           VALUE "N".
       77  WRK-MOTIVO-DESC             PIC X(30)           VALUE SPACES.
       77  FS-INDICACAO                PIC 9(02)           VALUE ZEROS.
       77  WRK-INDICADOR-ENT           PIC X(11)           VALUE SPACES.
       77  WRK-ID-NOVO                 PIC 9(04)           VALUE ZEROS.
       77  WRK-CPF-NOVO                PIC 9(11)           VALUE ZEROS.
       77  WRK-STREAM-NOVO             PIC X(10)           VALUE SPACES.
       77  FS-CONSENT                  PIC 9(02)           VALUE ZEROS.
       77  FS-CONSHIST                 PIC 9(02)           VALUE ZEROS.
       77  WRK-TIPO-PESSOA-ENT         PIC X(01)           VALUE SPACES.
       77  WRK-ID-PESSOA-CNS           PIC 9(11)           VALUE ZEROS.
       77  WRK-FINALIDADE-CNS          PIC X(01)           VALUE SPACES.
       77  WRK-NOME-FINALIDADE         PIC X(14)           VALUE SPACES.
       77  WRK-CANAL-CNS               PIC X(01)           VALUE SPACES.
       77  WRK-CONSENT-ENT             PIC X(01)           VALUE SPACES.
       77  WRK-CNS-EXISTE              PIC X(01)           VALUE "N".
       77  WRK-SIT-ANTERIOR-CNS        PIC X(01)           VALUE SPACES.
       77  WRK-HORA-CNS                PIC 9(06)           VALUE ZEROS.
       01  TAB-PENDENTES.
           05 TAB-PEND-ITEM            OCCURS 200 TIMES.
               10 TAB-PEND-ID              PIC 9(04).
       01  WRK-VALCPF.
           05 WRK-CPF-VAL                PIC 9(11).
           05 WRK-RESP-CPF               PIC X(01).
       COPY "#BOOKVERALC".
       77  WRK-CEP-ENTRADA               PIC X(08)         VALUE SPACES.
       77  WRK-ID-CPF-ENT                PIC X(11)         VALUE SPACES.
       77  WRK-CPF-BUSCA                 PIC 9(11)         VALUE ZEROS.
                   DISPLAY "[7] ATIVAR/INATIVAR CLIENTE"
                   DISPLAY "[8] REVISAR EXCLUSOES PENDENTES"
                   DISPLAY "[9] INCLUIR ASSINATURA"
                   DISPLAY "[10] PEDIR CANCELAMENTO (FILA DE RETENCAO)"
                   DISPLAY "[11] CONSENTIMENTOS LGPD"
                   DISPLAY "OPCAO: "
                   ACCEPT WRK-OPCAO

                       WHEN "7" PERFORM 0260-ATIVAR-INATIVAR
                       WHEN "9" PERFORM 0280-INCLUI-ASSINATURA
                       WHEN "10" PERFORM 0290-CANCELA-ASSINATURA
                       WHEN "11" PERFORM 0296-CONSENTIMENTOS
                       WHEN "8"
                           IF WRK-NIVEL-SIGNON LESS 2
                               DISPLAY "REVISAO DE EXCLUSOES "
                   IF FS-CLIENTES EQUAL 0
                       PERFORM 0095-GRAVA-JORNAL
                       DISPLAY WRK-REG-OK
                       IF WRK-OPERACAO-JRN EQUAL "I"
                           PERFORM 0219-REGISTRA-INDICACAO
                       END-IF
                   ELSE
                       DISPLAY "ERRO AO GRAVAR - STATUS:"
                           FS-CLIENTES
               END-IF.
       0218-VALIDA-PARCEIRO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    INDICACAO DO CLIENTE NOVO: QUEM INDICOU (ID OU CPF) TEM QUE
      *    ESTAR ATIVO E NAO PODE TER O MESMO CPF; UMA SO INDICACAO
      *    POR CLIENTE
      *-----------------------------------------------------------------
       0219-REGISTRA-INDICACAO                 SECTION.
               MOVE REG-ID     TO WRK-ID-NOVO.
               MOVE REG-CPF    TO WRK-CPF-NOVO.
               MOVE REG-STREAM TO WRK-STREAM-NOVO.
               DISPLAY "ID (4 DIG) OU CPF (11 DIG) DE QUEM INDICOU "
                   "(ENTER = SEM INDICACAO): "
               ACCEPT WRK-INDICADOR-ENT.
               IF WRK-INDICADOR-ENT EQUAL SPACES
                   GO TO 0219-REGISTRA-INDICACAO-FIM
               END-IF.
               MOVE ZEROS TO WRK-ID-RESOLVIDO.
               IF WRK-INDICADOR-ENT(1:11) IS NUMERIC
                   MOVE WRK-INDICADOR-ENT TO WRK-CPF-BUSCA
                   PERFORM 0098-LOCALIZA-POR-CPF
               ELSE
                   IF WRK-INDICADOR-ENT(1:4) IS NUMERIC
                       MOVE WRK-INDICADOR-ENT(1:4) TO WRK-ID-RESOLVIDO
                   END-IF
               END-IF.
               IF WRK-ID-RESOLVIDO EQUAL ZEROS
                   DISPLAY "INDICADOR NAO ENCONTRADO - CLIENTE "
                       "INCLUIDO SEM INDICACAO"
                   GO TO 0219-REGISTRA-INDICACAO-FIM
               END-IF.
               IF WRK-ID-RESOLVIDO EQUAL WRK-ID-NOVO
                   DISPLAY "CLIENTE NAO PODE INDICAR A SI MESMO - "
                       "CLIENTE INCLUIDO SEM INDICACAO"
                   GO TO 0219-REGISTRA-INDICACAO-FIM
               END-IF.
               MOVE WRK-ID-RESOLVIDO TO REG-ID.
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "INDICADOR NAO CADASTRADO - CLIENTE "
                           "INCLUIDO SEM INDICACAO"
                       GO TO 0219-REGISTRA-INDICACAO-FIM
               END-READ.
               IF NOT REG-CLI-ATIVO
                   DISPLAY "INDICADOR NAO ESTA ATIVO - CLIENTE "
                       "INCLUIDO SEM INDICACAO"
                   GO TO 0219-REGISTRA-INDICACAO-FIM
               END-IF.
               IF REG-CPF EQUAL WRK-CPF-NOVO
                   DISPLAY "INDICADOR COM O MESMO CPF DO CLIENTE - "
                       "CLIENTE INCLUIDO SEM INDICACAO"
                   GO TO 0219-REGISTRA-INDICACAO-FIM
               END-IF.

               OPEN I-O INDICACAO.
               IF FS-INDICACAO EQUAL 35
                   OPEN OUTPUT INDICACAO
                   CLOSE INDICACAO
                   OPEN I-O INDICACAO
               END-IF.
               IF FS-INDICACAO NOT EQUAL 0
                   DISPLAY "CADASTRO DE INDICACOES INDISPONIVEL - "
                       "STATUS:" FS-INDICACAO
                   GO TO 0219-REGISTRA-INDICACAO-FIM
               END-IF.
               INITIALIZE REG-INDICACAO.
               MOVE WRK-ID-NOVO      TO REG-ID-INDICADO-IND.
               MOVE WRK-ID-RESOLVIDO TO REG-ID-INDICADOR-IND.
               MOVE WRK-STREAM-NOVO  TO REG-STREAM-IND.
               MOVE WRK-DATA-EXEC    TO REG-DATA-IND.
               SET REG-IND-ORIGEM-OPERADOR TO TRUE.
               MOVE WRK-SIGNON-ID    TO REG-OPERADOR-IND.
               SET REG-IND-PENDENTE  TO TRUE.
               WRITE REG-INDICACAO
                   INVALID KEY
                       DISPLAY "CLIENTE JA TEM INDICACAO REGISTRADA"
                   NOT INVALID KEY
                       DISPLAY "INDICACAO REGISTRADA - INDICADOR "
                           REG-ID-INDICADOR-IND " " REG-NOME
               END-WRITE.
               CLOSE INDICACAO.
       0219-REGISTRA-INDICACAO-FIM.EXIT.

       0215-ACEITA-CPF                         SECTION.
               MOVE "N" TO WRK-CAMPO-OK
               PERFORM UNTIL WRK-CAMPO-OK EQUAL "S"
       0235-GRAVA-PENDENCIA-FIM.EXIT.

       0270-REVISA-PENDENTES                   SECTION.
               MOVE WRK-SIGNON-ID TO WRK-ID-VAL.
               MOVE "E"           TO WRK-FILA-VAL.
               MOVE SPACES        TO WRK-TIPO-VAL.
               MOVE ZEROS         TO WRK-VALOR-VAL.
               CALL WRK-MODULO-VERALC USING WRK-VERALC.
               IF NOT WRK-VAL-DENTRO
                   DISPLAY "FILA DE EXCLUSOES FORA DA SUA ALCADA "
                       "(PROGUSR)"
                   GO TO 0270-REVISA-PENDENTES-FIM
               END-IF.
               MOVE ZEROS TO WRK-QT-PEND.
               MOVE "N"   TO WRK-PEND-ESTOUROU.
               OPEN INPUT PENDEXCL.
                       END-IF
                       ACCEPT REG-DATA-INICIO-ASS FROM DATE YYYYMMDD
                       MOVE "A" TO REG-STATUS-ASS
                       PERFORM 0282-PERIODO-TRIAL
                       PERFORM 0283-CICLO-COBRANCA
                       WRITE REG-ASSINAT
                           INVALID KEY
                               PERFORM 0281-REATIVA-ASSINATURA
       0281-REATIVA-ASSINATURA                 SECTION.
               MOVE REG-VALOR-ASS       TO WRK-VALOR-ASS-NOVO.
               MOVE REG-DATA-INICIO-ASS TO WRK-DATA-ASS-NOVA.
               MOVE REG-DATA-INI-TRIAL-ASS TO WRK-INI-TRIAL-NOVO.
               MOVE REG-DATA-FIM-TRIAL-ASS TO WRK-FIM-TRIAL-NOVO.
               MOVE REG-CICLO-ASS       TO WRK-CICLO-NOVO.
               READ ASSINAT
                   INVALID KEY
                       DISPLAY "CLIENTE JA ASSINA ESTE STREAMING"
                           MOVE WRK-DATA-ASS-NOVA  TO
                               REG-DATA-INICIO-ASS
                           MOVE "A" TO REG-STATUS-ASS
                           MOVE WRK-INI-TRIAL-NOVO TO
                               REG-DATA-INI-TRIAL-ASS
                           MOVE WRK-FIM-TRIAL-NOVO TO
                               REG-DATA-FIM-TRIAL-ASS
                           MOVE ZEROS TO REG-DATA-CANC-ASS
                           MOVE WRK-CICLO-NOVO TO REG-CICLO-ASS
                           MOVE ZEROS TO REG-MES-COBERTO-ASS
                           REWRITE REG-ASSINAT
                           DISPLAY "ASSINATURA CANCELADA FOI "
                               "REATIVADA!"
               END-READ.
       0281-REATIVA-ASSINATURA-FIM.EXIT.

       0282-PERIODO-TRIAL                      SECTION.
               MOVE ZEROS TO REG-DATA-INI-TRIAL-ASS
                             REG-DATA-FIM-TRIAL-ASS
                             REG-DATA-CANC-ASS.
               DISPLAY "DIAS DE TRIAL GRATIS (ENTER = SEM TRIAL): "
               ACCEPT WRK-DIAS-TRIAL-ENT.
               IF WRK-DIAS-TRIAL-ENT IS NUMERIC AND
                  WRK-DIAS-TRIAL-ENT GREATER "000"
                   MOVE WRK-DIAS-TRIAL-ENT  TO WRK-DIAS-TRIAL
                   MOVE REG-DATA-INICIO-ASS TO REG-DATA-INI-TRIAL-ASS
                   COMPUTE REG-DATA-FIM-TRIAL-ASS =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(REG-DATA-INICIO-ASS)
                       + WRK-DIAS-TRIAL - 1)
                   DISPLAY "TRIAL ATE " REG-DATA-FIM-TRIAL-ASS
                       " -- FATURA A PARTIR DO PRIMEIRO MES CHEIO "
                       "DEPOIS DO TRIAL"
               END-IF.
       0282-PERIODO-TRIAL-FIM.EXIT.

       0283-CICLO-COBRANCA                     SECTION.
               MOVE "M"   TO REG-CICLO-ASS.
               MOVE ZEROS TO REG-MES-COBERTO-ASS.
               DISPLAY "CICLO DE COBRANCA [M]ENSAL [T]RIMESTRAL "
                   "[A]NUAL (ENTER = M): "
               ACCEPT WRK-CICLO-ENT.
               EVALUATE WRK-CICLO-ENT
                   WHEN "T"
                   WHEN "t"
                       MOVE "T" TO REG-CICLO-ASS
                       DISPLAY "PLANO TRIMESTRAL -- 3 MESES COBRADOS "
                           "ANTECIPADO NUMA SO FATURA"
                   WHEN "A"
                   WHEN "a"
                       MOVE "A" TO REG-CICLO-ASS
                       DISPLAY "PLANO ANUAL -- 12 MESES COBRADOS "
                           "ANTECIPADO NUMA SO FATURA"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
       0283-CICLO-COBRANCA-FIM.EXIT.

       0285-ABRE-ASSINAT                       SECTION.
               OPEN I-O ASSINAT.
               IF FS-ASSINAT EQUAL 35
                   INVALID KEY
                       DISPLAY "ASSINATURA NAO ENCONTRADA"
                   NOT INVALID KEY
                       IF REG-ASS-CANCELADA
                           DISPLAY "ASSINATURA JA CANCELADA"
                       ELSE
                           PERFORM 0291-ENFILEIRA-RETENCAO
                       END-IF
               END-READ.
               CLOSE ASSINAT.
       0290-CANCELA-ASSINATURA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    O PEDIDO DE CANCELAMENTO ENTRA NA FILA DE RETENCAO; A
      *    ASSINATURA SEGUE ATIVA ATE O PROGRETC APLICAR O PEDIDO
      *    RECUSADO OU VENCIDO. UM SO PEDIDO EM ABERTO POR ASSINATURA
      *-----------------------------------------------------------------
       0291-ENFILEIRA-RETENCAO                 SECTION.
               OPEN I-O RETENCAO.
               IF FS-RETENCAO EQUAL 35
                   OPEN OUTPUT RETENCAO
                   CLOSE RETENCAO
                   OPEN I-O RETENCAO
               END-IF.
               IF FS-RETENCAO NOT EQUAL 0
                   DISPLAY "FILA DE RETENCAO INDISPONIVEL - STATUS:"
                       FS-RETENCAO
                   GO TO 0291-ENFILEIRA-RETENCAO-FIM
               END-IF.
               MOVE "N" TO WRK-JA-NA-FILA.
               MOVE "N" TO WRK-FIM-FILA.
               MOVE REG-ID-ASS     TO REG-ID-RET.
               MOVE REG-STREAM-ASS TO REG-STREAM-RET.
               MOVE ZEROS          TO REG-DATA-PEDIDO-RET.
               START RETENCAO KEY NOT LESS REG-CHAVE-RET
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-FILA
               END-START.
               PERFORM 0292-PROCURA-NA-FILA
                   UNTIL WRK-FIM-FILA EQUAL "S".
               IF WRK-JA-NA-FILA EQUAL "S"
                   DISPLAY "JA EXISTE PEDIDO DE CANCELAMENTO EM "
                       "ABERTO PARA ESTA ASSINATURA (PROGRETN)"
               ELSE
                   PERFORM 0293-ACEITA-MOTIVO
                   INITIALIZE REG-RETENCAO
                   MOVE REG-ID-ASS      TO REG-ID-RET
                   MOVE REG-STREAM-ASS  TO REG-STREAM-RET
                   MOVE WRK-DATA-EXEC   TO REG-DATA-PEDIDO-RET
                   SET REG-RET-ORIGEM-OPERADOR TO TRUE
                   MOVE WRK-SIGNON-ID   TO REG-SOLICITANTE-RET
                   MOVE WRK-MOTIVO-ENT  TO REG-MOTIVO-RET
                   MOVE ZEROS           TO REG-DATA-LIMITE-RET
                   SET REG-RET-PENDENTE TO TRUE
                   SET REG-DECISAO-NENHUMA TO TRUE
                   WRITE REG-RETENCAO
                       INVALID KEY
                           DISPLAY "PEDIDO DE CANCELAMENTO JA "
                               "REGISTRADO HOJE PARA ESTA ASSINATURA"
                       NOT INVALID KEY
                           DISPLAY "PEDIDO NA FILA DE RETENCAO -- A "
                               "ASSINATURA SEGUE ATIVA ATE A DECISAO "
                               "DO CLIENTE OU O FIM DO PRAZO"
                   END-WRITE
               END-IF.
               CLOSE RETENCAO.
       0291-ENFILEIRA-RETENCAO-FIM.EXIT.

       0292-PROCURA-NA-FILA                    SECTION.
               READ RETENCAO NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-FILA
                   NOT AT END
                       IF REG-ID-RET NOT EQUAL REG-ID-ASS OR
                          REG-STREAM-RET NOT EQUAL REG-STREAM-ASS
                           MOVE "S" TO WRK-FIM-FILA
                       ELSE
                           IF REG-RET-EM-ABERTO OR REG-RET-RECUSADA
                               MOVE "S" TO WRK-JA-NA-FILA
                               MOVE "S" TO WRK-FIM-FILA
                           END-IF
                       END-IF
               END-READ.
       0292-PROCURA-NA-FILA-FIM.EXIT.

       0293-ACEITA-MOTIVO                      SECTION.
               MOVE "N" TO WRK-MOTIVO-OK.
               PERFORM 0294-PEDE-MOTIVO
                   UNTIL WRK-MOTIVO-OK EQUAL "S".
       0293-ACEITA-MOTIVO-FIM.EXIT.

       0294-PEDE-MOTIVO                        SECTION.
               DISPLAY "MOTIVO DO CANCELAMENTO (2 DIGITOS, TABELA "
                   "MOTCANC): "
               ACCEPT WRK-MOTIVO-ENT.
               IF WRK-MOTIVO-ENT NOT NUMERIC OR
                  WRK-MOTIVO-ENT EQUAL "00" OR
                  WRK-MOTIVO-ENT EQUAL "99"
                   DISPLAY "MOTIVO INVALIDO - REDIGITE"
                   GO TO 0294-PEDE-MOTIVO-FIM
               END-IF.
               MOVE SPACES TO WRK-MOTIVO-DESC.
               OPEN INPUT MOTCANC.
               IF FS-MOTCANC NOT EQUAL 0
                   DISPLAY "TABELA DE MOTIVOS AUSENTE -- MOTIVO SEM "
                       "VALIDACAO"
                   MOVE "S" TO WRK-MOTIVO-OK
                   GO TO 0294-PEDE-MOTIVO-FIM
               END-IF.
               PERFORM 0295-LE-MOTIVO
                   UNTIL FS-MOTCANC NOT EQUAL 0.
               CLOSE MOTCANC.
               IF WRK-MOTIVO-OK EQUAL "S"
                   DISPLAY "MOTIVO: " WRK-MOTIVO-DESC
               ELSE
                   DISPLAY "MOTIVO NAO CADASTRADO OU INATIVO - "
                       "REDIGITE"
               END-IF.
       0294-PEDE-MOTIVO-FIM.EXIT.

       0295-LE-MOTIVO                          SECTION.
               READ MOTCANC
                   AT END
                       MOVE 10 TO FS-MOTCANC
                   NOT AT END
                       IF REG-CODIGO-MOTC EQUAL WRK-MOTIVO-ENT AND
                          REG-MOTC-ATIVO
                           MOVE "S" TO WRK-MOTIVO-OK
                           MOVE REG-DESCRICAO-MOTC TO WRK-MOTIVO-DESC
                           MOVE 10 TO FS-MOTCANC
                       END-IF
               END-READ.
       0295-LE-MOTIVO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CONSENTIMENTOS LGPD DO CLIENTE (TIPO "C", ID) OU DO TITULAR
      *    DE CONTA (TIPO "T", CPF): UMA PERGUNTA POR FINALIDADE, ENTER
      *    MANTEM A POSICAO ATUAL. SEM REGISTRO = SEM CONSENTIMENTO
      *-----------------------------------------------------------------
       0296-CONSENTIMENTOS                     SECTION.
               DISPLAY "PESSOA [C]LIENTE DO STREAMING / [T]ITULAR DE "
                   "CONTA: "
               ACCEPT WRK-TIPO-PESSOA-ENT.
               EVALUATE WRK-TIPO-PESSOA-ENT
                   WHEN "C"
                       DISPLAY "ID (4 DIG) OU CPF (11 DIG) DO CLIENTE: "
                       PERFORM 0097-ACEITA-ID-OU-CPF
                       IF WRK-ID-RESOLVIDO EQUAL ZEROS
                           GO TO 0296-CONSENTIMENTOS-FIM
                       END-IF
                       MOVE WRK-ID-RESOLVIDO TO REG-ID
                       READ CLIENTES
                           INVALID KEY
                               DISPLAY WRK-REG-NAO-ACHOU
                               GO TO 0296-CONSENTIMENTOS-FIM
                       END-READ
                       DISPLAY "CLIENTE " REG-ID " " REG-NOME
                       MOVE WRK-ID-RESOLVIDO TO WRK-ID-PESSOA-CNS
                   WHEN "T"
                       DISPLAY "CPF DO TITULAR (11 DIGITOS): "
                       ACCEPT WRK-CPF-ENTRADA
                       IF WRK-CPF-ENTRADA IS NOT NUMERIC
                           DISPLAY WRK-CPF-INVALIDO
                           GO TO 0296-CONSENTIMENTOS-FIM
                       END-IF
                       MOVE WRK-CPF-ENTRADA TO WRK-CPF-VAL
                       CALL WRK-MODULO-VALCPF USING WRK-VALCPF
                       IF WRK-RESP-CPF NOT EQUAL "S"
                           DISPLAY WRK-CPF-INVALIDO
                           GO TO 0296-CONSENTIMENTOS-FIM
                       END-IF
                       MOVE WRK-CPF-ENTRADA TO WRK-ID-PESSOA-CNS
                   WHEN OTHER
                       DISPLAY WRK-OPCAO-INVALIDA
                       GO TO 0296-CONSENTIMENTOS-FIM
               END-EVALUATE.

               DISPLAY "CANAL [B]ALCAO [T]ELEFONE [E]-MAIL "
                   "[I]NTERNET/APP [F]ORMULARIO (ENTER = B): "
               ACCEPT WRK-CANAL-CNS.
               IF WRK-CANAL-CNS EQUAL SPACES
                   MOVE "B" TO WRK-CANAL-CNS
               END-IF.
               IF WRK-CANAL-CNS NOT EQUAL "B" AND "T" AND "E" AND
                                          "I" AND "F"
                   DISPLAY "CANAL INVALIDO - NADA ALTERADO"
                   GO TO 0296-CONSENTIMENTOS-FIM
               END-IF.

               OPEN I-O CONSENT.
               IF FS-CONSENT EQUAL 35
                   OPEN OUTPUT CONSENT
                   CLOSE CONSENT
                   OPEN I-O CONSENT
               END-IF.
               IF FS-CONSENT NOT EQUAL 0
                   DISPLAY "CADASTRO DE CONSENTIMENTOS INDISPONIVEL - "
                       "STATUS:" FS-CONSENT
                   GO TO 0296-CONSENTIMENTOS-FIM
               END-IF.
               MOVE "M"              TO WRK-FINALIDADE-CNS.
               MOVE "MARKETING....:" TO WRK-NOME-FINALIDADE.
               PERFORM 0297-TROCA-CONSENT.
               MOVE "P"              TO WRK-FINALIDADE-CNS.
               MOVE "PARCEIRO.....:" TO WRK-NOME-FINALIDADE.
               PERFORM 0297-TROCA-CONSENT.
               MOVE "N"              TO WRK-FINALIDADE-CNS.
               MOVE "NOTIFICACOES.:" TO WRK-NOME-FINALIDADE.
               PERFORM 0297-TROCA-CONSENT.
               CLOSE CONSENT.
       0296-CONSENTIMENTOS-FIM.EXIT.

       0297-TROCA-CONSENT                      SECTION.
               MOVE WRK-TIPO-PESSOA-ENT TO REG-TIPO-PESSOA-CNS.
               MOVE WRK-ID-PESSOA-CNS   TO REG-ID-PESSOA-CNS.
               MOVE WRK-FINALIDADE-CNS  TO REG-FINALIDADE-CNS.
               MOVE "N"    TO WRK-CNS-EXISTE.
               MOVE SPACES TO WRK-SIT-ANTERIOR-CNS.
               READ CONSENT
                   INVALID KEY
                       DISPLAY WRK-NOME-FINALIDADE " SEM REGISTRO "
                           "(SEM CONSENTIMENTO)"
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CNS-EXISTE
                       MOVE REG-SITUACAO-CNS TO WRK-SIT-ANTERIOR-CNS
                       DISPLAY WRK-NOME-FINALIDADE " "
                           REG-SITUACAO-CNS " DESDE " REG-DATA-CNS
                           " CANAL " REG-CANAL-CNS
                           " ORIGEM " REG-ORIGEM-CNS
               END-READ.
               DISPLAY "[S] OPT-IN / [N] OPT-OUT / ENTER = MANTER: "
               ACCEPT WRK-CONSENT-ENT.
               IF WRK-CONSENT-ENT EQUAL SPACES OR
                  WRK-CONSENT-ENT EQUAL WRK-SIT-ANTERIOR-CNS
                   GO TO 0297-TROCA-CONSENT-FIM
               END-IF.
               IF WRK-CONSENT-ENT NOT EQUAL "S" AND "N"
                   DISPLAY "RESPOSTA INVALIDA - MANTIDO"
                   GO TO 0297-TROCA-CONSENT-FIM
               END-IF.

               IF WRK-CNS-EXISTE EQUAL "N"
                   INITIALIZE REG-CONSENT
                   MOVE WRK-TIPO-PESSOA-ENT TO REG-TIPO-PESSOA-CNS
                   MOVE WRK-ID-PESSOA-CNS   TO REG-ID-PESSOA-CNS
                   MOVE WRK-FINALIDADE-CNS  TO REG-FINALIDADE-CNS
               END-IF.
               ACCEPT WRK-HORA-CNS FROM TIME.
               MOVE WRK-CONSENT-ENT  TO REG-SITUACAO-CNS.
               MOVE WRK-DATA-EXEC    TO REG-DATA-CNS.
               MOVE WRK-HORA-CNS     TO REG-HORA-CNS.
               MOVE WRK-CANAL-CNS    TO REG-CANAL-CNS.
               MOVE "PROGARQ5"       TO REG-ORIGEM-CNS.
               MOVE WRK-SIGNON-ID    TO REG-OPERADOR-CNS.
               IF WRK-CNS-EXISTE EQUAL "S"
                   REWRITE REG-CONSENT
               ELSE
                   WRITE REG-CONSENT
               END-IF.
               IF FS-CONSENT EQUAL 0
                   PERFORM 0298-GRAVA-CONSHIST
                   DISPLAY WRK-REG-ALTERADO
               ELSE
                   DISPLAY "ERRO AO GRAVAR CONSENTIMENTO - STATUS:"
                       FS-CONSENT
               END-IF.
       0297-TROCA-CONSENT-FIM.EXIT.

       0298-GRAVA-CONSHIST                     SECTION.
               OPEN EXTEND CONSHIST.
               IF FS-CONSHIST EQUAL 35
                   OPEN OUTPUT CONSHIST
                   CLOSE CONSHIST
                   OPEN EXTEND CONSHIST
               END-IF.
               MOVE SPACES               TO REG-CONSHIST.
               MOVE REG-TIPO-PESSOA-CNS  TO REG-TIPO-PESSOA-CNH.
               MOVE REG-ID-PESSOA-CNS    TO REG-ID-PESSOA-CNH.
               MOVE REG-FINALIDADE-CNS   TO REG-FINALIDADE-CNH.
               MOVE WRK-SIT-ANTERIOR-CNS TO REG-SITUACAO-ANT-CNH.
               MOVE REG-SITUACAO-CNS     TO REG-SITUACAO-CNH.
               MOVE REG-DATA-CNS         TO REG-DATA-CNH.
               MOVE REG-HORA-CNS         TO REG-HORA-CNH.
               MOVE REG-CANAL-CNS        TO REG-CANAL-CNH.
               MOVE REG-ORIGEM-CNS       TO REG-ORIGEM-CNH.
               MOVE REG-OPERADOR-CNS     TO REG-OPERADOR-CNH.
               WRITE REG-CONSHIST.
               CLOSE CONSHIST.
       0298-GRAVA-CONSHIST-FIM.EXIT.

       0095-GRAVA-JORNAL                       SECTION.
               OPEN EXTEND JRNCLI.
               IF FS-JRNCLI EQUAL 35

      *=================================================================
      *    ARQUIVOS.... : NEWCLI (VSAM, VIA FCT)                        *
      *                   JRNCLI (VIA FCT)            #BOOKJRN          *
      *                   INDICACA (VSAM, VIA FCT)    #BOOKINDIC        *
      *                   CONSENT (VSAM, VIA FCT)     #BOOKCONSENT      *
      *                   CONSHIST (ESDS, VIA FCT)    #BOOKCONSHIST     *
      *                   CLIMAP2 (MAPSET BMS)        #CLIMAP2          *
      *=================================================================
      *    MODULOS..... :                                               *
      *                  DA FAIXA (A DIGITACAO CONTRADITORIA E
      *                  SOBREPOSTA); NAO ACHANDO COM A TABELA
      *                  DISPONIVEL, O CEP E RECUSADO
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 13 / 10 / 2026
      *    OBJETIVO....: AREA DO REGISTRO DE PARCEIROS ACOMPANHA O
      *                  #BOOKPARC (AGENCIA E CONTA DO REPASSE,
      *                  LRECL 046) -- O READ INTO COM A AREA ANTIGA
      *                  DEVOLVERIA LENGERR
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: CAMPANHA "INDIQUE UM AMIGO" -- NOVO CAMPO
      *                  INDICA NO CLIMAP2: A CONSULTA MOSTRA QUEM
      *                  INDICOU O CLIENTE (INDICACA, VSAM VIA FCT,
      *                  #BOOKINDIC) E, SEM INDICACAO REGISTRADA, O
      *                  BALCAO PODE INFORMAR O INDICADOR -- ATIVO, COM
      *                  CPF DIFERENTE E NUNCA O PROPRIO CLIENTE. A
      *                  INDICACAO JA REGISTRADA NAO E ALTERADA
      *-----------------------------------------------------------------
      *    PROGRAMADOR.: MATHEUS
      *    DATA........: 15 / 10 / 2026
      *    OBJETIVO....: CONSENTIMENTO LGPD NO BALCAO -- NOVOS CAMPOS
      *                  CNSMKT, CNSPAR, CNSNOT (S/N) E CNSCAN (CANAL,
      *                  BRANCO = B) NO CLIMAP2: A CONSULTA MOSTRA A
      *                  POSICAO DO CLIENTE NO CONSENT (VSAM VIA FCT,
      *                  #BOOKCONSENT) E A CONFIRMACAO GRAVA A TROCA NO
      *                  CONSENT E NO HISTORICO CONSHIST (ESDS VIA FCT,
      *                  #BOOKCONSHIST) COM ORIGEM "CCL2" E O TERMINAL
      *=================================================================
       ENVIRONMENT                             DIVISION.
       CONFIGURATION                           SECTION.
           05 REG-NOME-PARC            PIC X(20).
           05 REG-PCT-REPASSE-PARC     PIC 9(03)V99.
           05 REG-ATIVO-PARC           PIC X(01).
           05 REG-AGENCIA-PARC         PIC 9(04).
           05 REG-CONTA-PARC           PIC 9(06).
      *----------------- CADASTRO DE INDICACOES (#BOOKINDIC)
       COPY "#BOOKINDIC".
       77  WRK-GRAVA-INDICACAO         PIC X(01)           VALUE "N".
       77  WRK-ID-INDICADOR            PIC 9(04)           VALUE ZEROS.
       77  WRK-CPF-CLIENTE             PIC 9(11)           VALUE ZEROS.
      *----------------- CONSENTIMENTOS LGPD (CONSENT / CONSHIST)
       COPY "#BOOKCONSENT".
       COPY "#BOOKCONSHIST".
       77  WRK-RBA-CNH                 PIC S9(08) COMP     VALUE ZEROS.
       77  WRK-FINALIDADE-CNS          PIC X(01)           VALUE SPACES.
       77  WRK-SIT-CNS                 PIC X(01)           VALUE SPACES.
       77  WRK-SIT-ANTERIOR-CNS        PIC X(01)           VALUE SPACES.
       77  WRK-CNS-NOVO-MKT            PIC X(01)           VALUE SPACES.
       77  WRK-CNS-NOVO-PAR            PIC X(01)           VALUE SPACES.
       77  WRK-CNS-NOVO-NOT            PIC X(01)           VALUE SPACES.
       77  WRK-CANAL-CNS               PIC X(01)           VALUE "B".
       77  WRK-CNS-FALHOU              PIC X(01)           VALUE "N".
      *----------------- CLIENTE INDICADOR LIDO NO NEWCLI
       01  REG-INDICADOR.
           05 REG-ID-INDR              PIC 9(04).
           05 FILLER                   PIC X(41).
           05 REG-STATUS-INDR          PIC X(01).
           05 REG-CPF-INDR             PIC 9(11).
           05 FILLER                   PIC X(75).

       LINKAGE                                 SECTION.
       01  DFHCOMMAREA.
               MOVE REG-CIDADE     TO CIDADEO.
               MOVE REG-UF         TO UFO.
               MOVE REG-CEP        TO CEPO.
               MOVE REG-ID         TO REG-ID-INDICADO-IND.
               EXEC CICS
                   READ FILE('INDICACA')
                        INTO(REG-INDICACAO)
                        RIDFLD(REG-ID-INDICADO-IND)
                        KEYLENGTH(4)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL)
                   MOVE REG-ID-INDICADOR-IND TO INDICAO
               END-IF.
               MOVE "M" TO WRK-FINALIDADE-CNS.
               PERFORM 0250-LE-CONSENT.
               MOVE WRK-SIT-CNS TO CNSMKTO.
               MOVE "P" TO WRK-FINALIDADE-CNS.
               PERFORM 0250-LE-CONSENT.
               MOVE WRK-SIT-CNS TO CNSPARO.
               MOVE "N" TO WRK-FINALIDADE-CNS.
               PERFORM 0250-LE-CONSENT.
               MOVE WRK-SIT-CNS TO CNSNOTO.
               MOVE "ALTERE OS CAMPOS E TECLE ENTER P/ CONFIRMAR"
                   TO MENSAGEMO.
               EXEC CICS

       0200-CONSULTA-FIM.EXIT.

      *-----------------------------------------------------------------
      *    POSICAO DO CLIENTE (TIPO "C") NA FINALIDADE PEDIDA; SEM
      *    REGISTRO VOLTA BRANCO (SEM CONSENTIMENTO)
      *-----------------------------------------------------------------
       0250-LE-CONSENT                         SECTION.

               MOVE SPACES             TO WRK-SIT-CNS.
               MOVE "C"                TO REG-TIPO-PESSOA-CNS.
               MOVE REG-ID             TO REG-ID-PESSOA-CNS.
               MOVE WRK-FINALIDADE-CNS TO REG-FINALIDADE-CNS.
               EXEC CICS
                   READ FILE('CONSENT')
                        INTO(REG-CONSENT)
                        RIDFLD(REG-CHAVE-CNS)
                        KEYLENGTH(13)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL)
                   MOVE REG-SITUACAO-CNS TO WRK-SIT-CNS
               END-IF.

       0250-LE-CONSENT-FIM.EXIT.

       0300-CONFIRMA                           SECTION.

               EXEC CICS
                       MOVE "ALTERACAO GRAVADA - JORNAL FALHOU"
                           TO MENSAGEMO
                   END-IF
                   IF WRK-GRAVA-INDICACAO EQUAL "S"
                       PERFORM 0550-GRAVA-INDICACAO
                   END-IF
                   PERFORM 0560-GRAVA-CONSENT
                   PERFORM 0800-REENVIA-FASE-1
               ELSE
                   MOVE "ERRO AO REGRAVAR O CLIENTE" TO MENSAGEMO
                       END-IF
                   END-IF
               END-IF.
               MOVE "N" TO WRK-GRAVA-INDICACAO.
               IF INDICAL GREATER ZEROS
                   PERFORM 0470-VALIDA-INDICADOR
               END-IF.
               PERFORM 0480-VALIDA-CONSENT.

       0400-VALIDA-CAMPOS-FIM.EXIT.

      *-----------------------------------------------------------------
      *    INDICADOR INFORMADO NO BALCAO: SO PARA CLIENTE SEM
      *    INDICACAO REGISTRADA; TEM QUE SER OUTRO CLIENTE, ATIVO E
      *    COM CPF DIFERENTE (O CPF DIGITADO NESTA TELA VALE)
      *-----------------------------------------------------------------
       0470-VALIDA-INDICADOR                   SECTION.

               IF INDICAI NOT NUMERIC OR INDICAI EQUAL "0000"
                   MOVE "INDICADOR INVALIDO - REDIGITE" TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0470-VALIDA-INDICADOR-FIM
               END-IF.
               MOVE INDICAI TO WRK-ID-INDICADOR.
               MOVE REG-ID  TO REG-ID-INDICADO-IND.
               EXEC CICS
                   READ FILE('INDICACA')
                        INTO(REG-INDICACAO)
                        RIDFLD(REG-ID-INDICADO-IND)
                        KEYLENGTH(4)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL)
                   IF REG-ID-INDICADOR-IND NOT EQUAL WRK-ID-INDICADOR
                       MOVE "INDICACAO JA REGISTRADA - NAO ALTERA"
                           TO MENSAGEMO
                       MOVE "N" TO WRK-CAMPO-OK
                   END-IF
                   GO TO 0470-VALIDA-INDICADOR-FIM
               END-IF.
               IF WRK-ID-INDICADOR EQUAL REG-ID
                   MOVE "CLIENTE NAO PODE INDICAR A SI MESMO"
                       TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0470-VALIDA-INDICADOR-FIM
               END-IF.
               EXEC CICS
                   READ FILE('NEWCLI')
                        INTO(REG-INDICADOR)
                        RIDFLD(WRK-ID-INDICADOR)
                        KEYLENGTH(4)
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "INDICADOR NAO CADASTRADO" TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0470-VALIDA-INDICADOR-FIM
               END-IF.
               IF REG-STATUS-INDR NOT EQUAL "A"
                   MOVE "INDICADOR NAO ESTA ATIVO" TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0470-VALIDA-INDICADOR-FIM
               END-IF.
               MOVE REG-CPF TO WRK-CPF-CLIENTE.
               IF CPFL GREATER ZEROS AND CPFI NUMERIC
                   MOVE CPFI TO WRK-CPF-CLIENTE
               END-IF.
               IF REG-CPF-INDR EQUAL WRK-CPF-CLIENTE
                   MOVE "INDICADOR COM O MESMO CPF DO CLIENTE"
                       TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
                   GO TO 0470-VALIDA-INDICADOR-FIM
               END-IF.
               MOVE "S" TO WRK-GRAVA-INDICACAO.

       0470-VALIDA-INDICADOR-FIM.EXIT.

      *-----------------------------------------------------------------
      *    CONSENTIMENTO DIGITADO: S OU N POR FINALIDADE E O CANAL DA
      *    TROCA (BRANCO = BALCAO). GUARDA OS VALORES ANTES DA LIMPEZA
      *    DO MAPA NA CONFIRMACAO
      *-----------------------------------------------------------------
       0480-VALIDA-CONSENT                     SECTION.

               MOVE SPACES TO WRK-CNS-NOVO-MKT
                              WRK-CNS-NOVO-PAR
                              WRK-CNS-NOVO-NOT.
               MOVE "B"    TO WRK-CANAL-CNS.
               IF CNSMKTL GREATER ZEROS
                   MOVE CNSMKTI TO WRK-CNS-NOVO-MKT
               END-IF.
               IF CNSPARL GREATER ZEROS
                   MOVE CNSPARI TO WRK-CNS-NOVO-PAR
               END-IF.
               IF CNSNOTL GREATER ZEROS
                   MOVE CNSNOTI TO WRK-CNS-NOVO-NOT
               END-IF.
               IF (WRK-CNS-NOVO-MKT NOT EQUAL SPACES AND "S" AND "N")
               OR (WRK-CNS-NOVO-PAR NOT EQUAL SPACES AND "S" AND "N")
               OR (WRK-CNS-NOVO-NOT NOT EQUAL SPACES AND "S" AND "N")
                   MOVE "CONSENTIMENTO DEVE SER S OU N" TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
               END-IF.
               IF CNSCANL GREATER ZEROS AND CNSCANI NOT EQUAL SPACES
                   MOVE CNSCANI TO WRK-CANAL-CNS
               END-IF.
               IF WRK-CANAL-CNS NOT EQUAL "B" AND "T" AND "E" AND
                                          "I" AND "F"
                   MOVE "CANAL DEVE SER B, T, E, I OU F" TO MENSAGEMO
                   MOVE "N" TO WRK-CAMPO-OK
               END-IF.

       0480-VALIDA-CONSENT-FIM.EXIT.

      *-----------------------------------------------------------------
      *    BROWSE NAS FAIXAS DE CEP (CEPFAIXA, VIA FCT) -- ACHANDO A
      *    FAIXA, CIDADE E UF SAEM DELA; TABELA INDISPONIVEL DEIXA A

       0500-GRAVA-JORNAL-FIM.EXIT.

      *-----------------------------------------------------------------
      *    VINCULO DA INDICACAO FEITO NO BALCAO (ORIGEM "B"), PENDENTE
      *    ATE O PAGAMENTO DA PRIMEIRA FATURA DO CLIENTE (PROGBAIXA)
      *-----------------------------------------------------------------
       0550-GRAVA-INDICACAO                    SECTION.

               EXEC CICS
                   ASKTIME ABSTIME(WRK-ABSTIME)
               END-EXEC.
               EXEC CICS
                   FORMATTIME ABSTIME(WRK-ABSTIME)
                              YYYYMMDD(WRK-DATA-JRN-X)
               END-EXEC.
               INITIALIZE REG-INDICACAO.
               MOVE REG-ID             TO REG-ID-INDICADO-IND.
               MOVE WRK-ID-INDICADOR   TO REG-ID-INDICADOR-IND.
               MOVE REG-STREAM         TO REG-STREAM-IND.
               MOVE WRK-DATA-JRN-X     TO REG-DATA-IND.
               SET REG-IND-ORIGEM-BALCAO TO TRUE.
               MOVE EIBTRMID           TO REG-OPERADOR-IND.
               SET REG-IND-PENDENTE    TO TRUE.
               EXEC CICS
                   WRITE FILE('INDICACA')
                         FROM(REG-INDICACAO)
                         RIDFLD(REG-ID-INDICADO-IND)
                         KEYLENGTH(4)
                         RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL)
                   MOVE "ALTERACAO E INDICACAO GRAVADAS" TO MENSAGEMO
               ELSE
                   MOVE "ALTERACAO GRAVADA - INDICACAO NAO GRAVADA"
                       TO MENSAGEMO
               END-IF.

       0550-GRAVA-INDICACAO-FIM.EXIT.

      *-----------------------------------------------------------------
      *    TROCAS DE CONSENTIMENTO DIGITADAS NO BALCAO: POSICAO NOVA NO
      *    CONSENT E UMA LINHA POR TROCA NO HISTORICO CONSHIST
      *-----------------------------------------------------------------
       0560-GRAVA-CONSENT                      SECTION.

               IF WRK-CNS-NOVO-MKT EQUAL SPACES AND
                  WRK-CNS-NOVO-PAR EQUAL SPACES AND
                  WRK-CNS-NOVO-NOT EQUAL SPACES
                   GO TO 0560-GRAVA-CONSENT-FIM
               END-IF.
               EXEC CICS
                   ASKTIME ABSTIME(WRK-ABSTIME)
               END-EXEC.
               EXEC CICS
                   FORMATTIME ABSTIME(WRK-ABSTIME)
                              YYYYMMDD(WRK-DATA-JRN-X)
                              TIME(WRK-HORA-JRN-X)
               END-EXEC.
               MOVE WRK-DATA-JRN-X TO WRK-DATA-JRN.
               MOVE WRK-HORA-JRN-X TO WRK-HORA-JRN.
               MOVE "N" TO WRK-CNS-FALHOU.
               IF WRK-CNS-NOVO-MKT NOT EQUAL SPACES
                   MOVE "M"              TO WRK-FINALIDADE-CNS
                   MOVE WRK-CNS-NOVO-MKT TO WRK-SIT-CNS
                   PERFORM 0570-TROCA-CONSENT
               END-IF.
               IF WRK-CNS-NOVO-PAR NOT EQUAL SPACES
                   MOVE "P"              TO WRK-FINALIDADE-CNS
                   MOVE WRK-CNS-NOVO-PAR TO WRK-SIT-CNS
                   PERFORM 0570-TROCA-CONSENT
               END-IF.
               IF WRK-CNS-NOVO-NOT NOT EQUAL SPACES
                   MOVE "N"              TO WRK-FINALIDADE-CNS
                   MOVE WRK-CNS-NOVO-NOT TO WRK-SIT-CNS
                   PERFORM 0570-TROCA-CONSENT
               END-IF.
               IF WRK-CNS-FALHOU EQUAL "S"
                   MOVE "ALTERACAO GRAVADA - CONSENTIMENTO FALHOU"
                       TO MENSAGEMO
               END-IF.

       0560-GRAVA-CONSENT-FIM.EXIT.

       0570-TROCA-CONSENT                      SECTION.

               MOVE "C"                TO REG-TIPO-PESSOA-CNS.
               MOVE REG-ID             TO REG-ID-PESSOA-CNS.
               MOVE WRK-FINALIDADE-CNS TO REG-FINALIDADE-CNS.
               EXEC CICS
                   READ FILE('CONSENT')
                        INTO(REG-CONSENT)
                        RIDFLD(REG-CHAVE-CNS)
                        KEYLENGTH(13)
                        UPDATE
                        RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP EQUAL DFHRESP(NORMAL)
                   IF REG-SITUACAO-CNS EQUAL WRK-SIT-CNS
                       EXEC CICS
                           UNLOCK FILE('CONSENT')
                       END-EXEC
                       GO TO 0570-TROCA-CONSENT-FIM
                   END-IF
                   MOVE REG-SITUACAO-CNS TO WRK-SIT-ANTERIOR-CNS
               ELSE
                   IF WRK-RESP NOT EQUAL DFHRESP(NOTFND)
                       MOVE "S" TO WRK-CNS-FALHOU
                       GO TO 0570-TROCA-CONSENT-FIM
                   END-IF
                   MOVE SPACES TO WRK-SIT-ANTERIOR-CNS
                   INITIALIZE REG-CONSENT
                   MOVE "C"                TO REG-TIPO-PESSOA-CNS
                   MOVE REG-ID             TO REG-ID-PESSOA-CNS
                   MOVE WRK-FINALIDADE-CNS TO REG-FINALIDADE-CNS
               END-IF.
               MOVE WRK-SIT-CNS   TO REG-SITUACAO-CNS.
               MOVE WRK-DATA-JRN  TO REG-DATA-CNS.
               MOVE WRK-HORA-JRN  TO REG-HORA-CNS.
               MOVE WRK-CANAL-CNS TO REG-CANAL-CNS.
               MOVE "CCL2"        TO REG-ORIGEM-CNS.
               MOVE EIBTRMID      TO REG-OPERADOR-CNS.
               IF WRK-SIT-ANTERIOR-CNS EQUAL SPACES
                   EXEC CICS
                       WRITE FILE('CONSENT')
                             FROM(REG-CONSENT)
                             RIDFLD(REG-CHAVE-CNS)
                             KEYLENGTH(13)
                             RESP(WRK-RESP)
                   END-EXEC
               ELSE
                   EXEC CICS
                       REWRITE FILE('CONSENT')
                               FROM(REG-CONSENT)
                               RESP(WRK-RESP)
                   END-EXEC
               END-IF.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "S" TO WRK-CNS-FALHOU
                   GO TO 0570-TROCA-CONSENT-FIM
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
               EXEC CICS
                   WRITE FILE('CONSHIST')
                         FROM(REG-CONSHIST)
                         RIDFLD(WRK-RBA-CNH)
                         RBA
                         RESP(WRK-RESP)
               END-EXEC.
               IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
                   MOVE "S" TO WRK-CNS-FALHOU
               END-IF.

       0570-TROCA-CONSENT-FIM.EXIT.

       0800-REENVIA-FASE-1                     SECTION.

               EXEC CICS

      *              UTIL PELO CALENDARIO QUANDO NAO FOR DIA UTIL E,
      *              PARA AS QUE VENCERAM NA DATA DE MOVIMENTO, APLICA
      *              O NOVO VALOR NO MASTER (LIMITE DE SAQUE, LIMITE
      *              DE CREDITO, SITUACAO OU GERENTE), MARCANDO O
      *              REGISTRO COMO APLICADO. A LISTAGEM RELEFETIV.TXT
      *              MOSTRA O QUE FOI APLICADO E O QUE CONTINUA
      *              PENDENTE -- O "LIMITE NOVO A PARTIR DO DIA 1"
      *              DEIXA DE DEPENDER DA MEMORIA DO OPERADOR.
      *-----------------------------------------------------------------
      * ARQUIVOS                I/O                  INCLUDE/BOOK
      *  CONTAS                 I-O                  #BOOKCTAS
      *              A CARGA DO MASTER EM TABELA DE 500 POSICOES NEM
      *              A REGRAVACAO INTEIRA NO ENCERRAMENTO -- O MESMO
      *              ESTOURO DE TABELA QUE O KSDS VEIO ELIMINAR
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 02/10/2026
      * OBJETIVO...: APLICA TAMBEM A TROCA DE GERENTE (CAMPO "G")
      *              AGENDADA PELA TRANSFERENCIA DE CARTEIRA (PROGCART)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
                       WHEN "S"
                           MOVE WRK-VALOR-PEND(1:1) TO
                               REG-SITUACAO-MTR
                       WHEN "G"
                           MOVE WRK-VALOR-PEND(1:1) TO
                               REG-GERENTE-MTR
                   END-EVALUATE
                   REWRITE REG-CONTAS-MTR
                   IF FS-CONTAS NOT EQUAL '00'

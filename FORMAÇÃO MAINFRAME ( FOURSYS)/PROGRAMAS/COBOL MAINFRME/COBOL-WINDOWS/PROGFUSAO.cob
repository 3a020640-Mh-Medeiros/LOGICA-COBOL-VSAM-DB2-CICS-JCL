      *=================================================================


      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 20/09/2026
      * OBJETIVO...: LAYOUT DO ASSINAT GANHA AS DATAS DE INICIO E FIM DO
      *              PERIODO DE TRIAL E A DATA DE CANCELAMENTO -- A
      *              TABELA DE ASSINATURAS MIGRADAS PASSA A GUARDAR O
      *              REGISTRO INTEIRO (52 POSICOES), SEM PERDER O TRIAL
      *              NA FUSAO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 21/09/2026
      * OBJETIVO...: CICLO DE COBRANCA DA ASSINATURA (M MENSAL, T
      *              TRIMESTRAL, A ANUAL COBRADO ANTECIPADO) E MES ATE O
      *              QUAL A ASSINATURA JA ESTA COBERTA NO ASSINAT.TXT;
      *              ITEM DA TABELA DE ASSINATURAS CRESCE PARA X(059) E
      *              O DE FATURAS PARA X(084) (O BOOK DA FATURA GANHOU
      *              OS MESES COBERTOS E O VALOR DE RECEITA)
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
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
       FD  FATURA.
       COPY "#BOOKFATURA".
       FD  JRNCLI.
       77  WRK-IDX-FAT                 PIC 9(04)           VALUE ZEROS.
       01  TAB-FATURAS.
           05 TAB-FAT-ITEM             OCCURS 2000 TIMES
                                       PIC X(084).
      *-----------------------------------------------------------------
       77  WRK-QT-JORNAL               PIC 9(04)           VALUE ZEROS.
       77  WRK-IDX-JRN                 PIC 9(04)           VALUE ZEROS.
       77  WRK-FIM-ASSINAT             PIC X(01)           VALUE "N".
       01  TAB-ASS-MIGRA.
           05 TAB-ASS-ITEM             OCCURS 20 TIMES
                                       PIC X(059).
      *-----------------------------------------------------------------
       77  ACU-FATURAS-MOVIDAS         PIC 9(04)    COMP-3 VALUE ZEROS.
       77  ACU-JORNAL-MOVIDO           PIC 9(04)    COMP-3 VALUE ZEROS.

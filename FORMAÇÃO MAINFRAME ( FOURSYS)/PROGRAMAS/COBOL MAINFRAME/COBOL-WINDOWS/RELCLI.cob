      *=================================================================


      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 20 / 09 / 2026
      * OBJETIVO...: LAYOUT DO ASSINAT ACOMPANHA O PROGARQ05: DATAS DE
      *              INICIO E FIM DO PERIODO DE TRIAL E DATA DE
      *              CANCELAMENTO NO FINAL DO REGISTRO
      *-----------------------------------------------------------------
      * PROGRAMADOR: MATHEUS
      * DATA.......: 21 / 09 / 2026
      * OBJETIVO...: CICLO DE COBRANCA DA ASSINATURA (M MENSAL, T
      *              TRIMESTRAL, A ANUAL COBRADO ANTECIPADO) E MES ATE O
      *              QUAL A ASSINATURA JA ESTA COBERTA NO ASSINAT.TXT --
      *              SO LAYOUT
      *=================================================================
       ENVIRONMENT                             DIVISION.
      *=================================================================
           05 REG-VALOR-ASS            PIC 9(03)V99.
           05 REG-DATA-INICIO-ASS      PIC 9(08).
           05 REG-STATUS-ASS           PIC X(01).
           05 REG-DATA-INI-TRIAL-ASS   PIC 9(08).
           05 REG-DATA-FIM-TRIAL-ASS   PIC 9(08).
           05 REG-DATA-CANC-ASS        PIC 9(08).
           05 REG-CICLO-ASS            PIC X(01).
               88 REG-CICLO-MENSAL          VALUE "M" " ".
               88 REG-CICLO-TRIMESTRAL      VALUE "T".
               88 REG-CICLO-ANUAL           VALUE "A".
           05 REG-MES-COBERTO-ASS      PIC 9(06).
       FD  AUDITORIA.
       COPY "#BOOKAUDIT".


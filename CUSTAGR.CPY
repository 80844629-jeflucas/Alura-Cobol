      *           FRETEEXT.DAT. ACORDO INATIVO ('I') NAO E APLICADO.
      *           ISTO E TERMO COMERCIAL POR CLIENTE, NAO A FAIXA POR
      *           UF DO MASTER DE FRETE.
      *           AG-ISENTO-COMBUST = 'S' DISPENSA O CLIENTE DO
      *           ADICIONAL SEMANAL DE COMBUSTIVEL (MASTER COMBUST.DAT)
      *           QUE O CALCULO COBRA DEPOIS DO ACORDO; A ISENCAO SO
      *           VALE COM O ACORDO ATIVO. EM BRANCO OU 'N' = COBRA.
      *           MASTER GRAVADO NO LAYOUT ANTERIOR (SEM A ISENCAO, 20
      *           POSICOES) E CONVERTIDO UMA UNICA VEZ PELO PROGCOB53.
      ******************************************************************
       01 AG-REGISTRO.
          02 AG-CUSTOMER-ID       PIC 9(06).
          02 AG-STATUS            PIC X(01).
             88 AG-ACORDO-ATIVO       VALUE 'A'.
             88 AG-ACORDO-INATIVO     VALUE 'I'.
          02 AG-ISENTO-COMBUST    PIC X(01).
             88 AG-ISENTO-ADICIONAL   VALUE 'S'.

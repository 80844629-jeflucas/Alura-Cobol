      *           O NUMERO DA FATURA VEM DO MASTER DE SEQUENCIA
      *           CTLSEQ.DAT (CHAVE 'FATURAFR'), NO MESMO MOLDE DA
      *           NUMERACAO DE EXECUCAO DO PROGCOB03.
      *           FI-VALOR-ICMS E O ICMS SOBRE O FRETE FATURADO
      *           (SOMA DO EX-VALOR-ICMS DO EXTRATO), COBRADO JUNTO:
      *           O VALOR DEVIDO DA FATURA E FI-VALOR-FRETE MAIS
      *           FI-VALOR-ICMS, E E CONTRA ELE QUE A BAIXA QUITA A
      *           FATURA E O AGING CALCULA O SALDO. EM BRANCO NAS
      *           FATURAS ANTIGAS (LIDO COMO ZERO).
      ******************************************************************
       01 FI-REGISTRO.
          02 FI-INVOICE-NUM       PIC 9(08).
          02 FI-STATUS            PIC X(01).
             88 FI-ABERTA             VALUE 'A'.
             88 FI-PAGA               VALUE 'P'.
          02 FI-VALOR-ICMS        PIC 9(09)V99.

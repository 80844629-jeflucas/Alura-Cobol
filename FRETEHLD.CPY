      *           HD-PESO/HD-SERVICO E HD-SEQUENCIA (SEQUENCIA DO
      *           LOTE QUE RETEVE) FICAM NO FIM DO REGISTRO, EM
      *           BRANCO NOS REGISTROS ANTIGOS.
      *           HD-MOTIVO DIZ QUAL REGRA RETEVE O PEDIDO: 'L' =
      *           EXPOSICAO (FATURAS EM ABERTO + LOTE + PEDIDO) ACIMA
      *           DO LIMITE; 'A' = FATURA VENCIDA HA MAIS DIAS QUE O
      *           TOLERADO, QUALQUER QUE SEJA O LIMITE (HD-DIAS-ATRASO
      *           = DIAS DE ATRASO DA FATURA MAIS ANTIGA). EM BRANCO
      *           NOS REGISTROS ANTIGOS, QUE SAO TODOS POR LIMITE.
      *           HD-COTACAO E O NUMERO DA COTACAO DE FRETE CITADA
      *           PELO PEDIDO RETIDO (OR-COTACAO), LEVADO PARA A
      *           LIBERACAO PARA O PEDIDO LIBERADO CONTINUAR PAGANDO O
      *           FRETE COTADO. EM BRANCO NOS REGISTROS ANTIGOS, QUE
      *           VALEM COMO SEM COTACAO.
      ******************************************************************
       01 HD-REGISTRO.
          02 HD-ORDER-KEY         PIC 9(08).
          02 HD-PESO              PIC 9(05)V99.
          02 HD-SERVICO           PIC X(01).
          02 HD-SEQUENCIA         PIC 9(06).
          02 HD-MOTIVO            PIC X(01).
             88 HD-RETIDO-LIMITE      VALUE 'L'.
             88 HD-RETIDO-ATRASO      VALUE 'A'.
          02 HD-DIAS-ATRASO       PIC 9(05).
          02 HD-COTACAO           PIC 9(06).

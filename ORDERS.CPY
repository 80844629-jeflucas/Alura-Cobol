      *           CONTINUAREM ALINHADOS: NELES OS CAMPOS VEM EM
      *           BRANCO E OS LEITORES TRATAM COMO PESO ZERO E
      *           SERVICO NORMAL.
      *           OR-COTACAO E O NUMERO DA COTACAO DE FRETE (MASTER
      *           FRETECOT.DAT, PROGCOB47) QUE O CLIENTE RECEBEU PARA
      *           O PEDIDO, ZERO OU BRANCO SE NAO HOUVE COTACAO: O
      *           PROGCOB09 COBRA O FRETE COTADO SE A COTACAO AINDA
      *           ESTIVER VALIDA.
      ******************************************************************
       01 OR-REGISTRO.
          02 OR-ORDER-KEY        PIC 9(08).
          02 OR-PESO             PIC 9(05)V99.
          02 OR-SERVICO          PIC X(01).
             88 OR-SERVICO-EXPRESSO   VALUE 'E'.
          02 OR-COTACAO          PIC 9(06).

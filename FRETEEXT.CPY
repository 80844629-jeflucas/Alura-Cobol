      *           NELES O ID VEM EM BRANCO E OS LEITORES TRATAM COMO
      *           CLIENTE SEM CADASTRO.
      *           EX-TIPO-REG MARCA O REGISTRO DE ESTORNO ('E',
      *           GRAVADO PELO PROGCOB30 PARA CANCELAMENTO DE PEDIDO
      *           OU PELO PROGCOB51 NO DESFAZIMENTO DE UM LOTE):
      *           OS LEITORES SUBTRAEM O ESTORNO DOS TOTAIS EM VEZ DE
      *           SOMAR. EM BRANCO (REGISTROS NORMAIS E ANTIGOS) E
      *           CALCULO NORMAL. ESTORNO E SEMPRE REGISTRO NOVO,
      *           EX-OPERADOR E O OPERADOR IDENTIFICADO NO CALCULO
      *           INTERATIVO (CADASTRO OPERMAST.DAT); EM BRANCO NOS
      *           CALCULOS DO LOTE E NOS REGISTROS ANTIGOS.
      *           EX-BASE-ICMS E EX-VALOR-ICMS SAO A BASE DE CALCULO E
      *           O VALOR DO ICMS SOBRE O FRETE (MASTER ICMS.DAT POR
      *           UF DE ORIGEM E DE DESTINO), COBRADO DO CLIENTE ALEM
      *           DO FRETE: EX-VALOR-TOTAL CONTINUA SENDO VALOR MAIS
      *           FRETE, PARA O BALANCEAMENTO DO LOTE NAO MUDAR. NO
      *           ESTORNO VEM A BASE E O IMPOSTO DO ORIGINAL. EM
      *           BRANCO NOS REGISTROS ANTIGOS: OS LEITORES TESTAM
      *           IS NUMERIC E TRATAM COMO SEM IMPOSTO.
      *           EX-CARRIER-ID E A TRANSPORTADORA DESIGNADA PELO
      *           CALCULO (A MESMA DE LG-CARRIER-ID), PARA O
      *           ACOMPANHAMENTO DE ENTREGAS POR PEDIDO (PROGCOB38).
      *           ZERO = SEM TRANSPORTADORA DESIGNADA; EM BRANCO NOS
      *           REGISTROS ANTIGOS (LEITORES TESTAM IS NUMERIC).
      *           EX-PESO E EX-SERVICO SAO O PESO EM KG E O NIVEL DE
      *           SERVICO ('N' NORMAL / 'E' EXPRESSO) DO PEDIDO, PARA O
      *           MANIFESTO DE COLETA DAS TRANSPORTADORAS (PROGCOB44).
      *           ZERO/BRANCO NO ESTORNO; EM BRANCO NOS REGISTROS
      *           ANTIGOS (LEITORES TESTAM IS NUMERIC).
      *           EX-VALOR-COMBUST E O ADICIONAL SEMANAL DE COMBUSTIVEL
      *           (MASTER COMBUST.DAT, PELA REGIAO DA UF) COBRADO NO
      *           FRETE DEPOIS DO ACORDO DO CLIENTE. ELE JA ESTA
      *           DENTRO DE EX-FRETE (E DA BASE DO ICMS): O CAMPO SO
      *           DISCRIMINA QUANTO DO FRETE FOI COMBUSTIVEL, PARA OS
      *           TOTAIS E O BALANCEAMENTO NAO MUDAREM. NO ESTORNO VEM
      *           O ADICIONAL DO ORIGINAL. EM BRANCO NOS REGISTROS
      *           ANTIGOS (LEITORES TESTAM IS NUMERIC).
      *           EX-EMBARQUE E O NUMERO DO EMBARQUE CONSOLIDADO DO
      *           LOTE (PROGCOB09 COM CONSOLIDACAO LIGADA): PEDIDOS DO
      *           MESMO CLIENTE, UF E SERVICO NA MESMA NOITE SAO
      *           COTADOS COMO UMA CARGA SO E O FRETE DO EMBARQUE E
      *           RATEADO PELO VALOR DE CADA PEDIDO EM EX-FRETE (A
      *           SOMA DOS PEDIDOS FECHA COM O FRETE DO EMBARQUE).
      *           NUMERO DO MASTER CTLSEQ.DAT, CHAVE 'EMBARQUE'. ZERO =
      *           PEDIDO COTADO SOZINHO; NO ESTORNO VEM O EMBARQUE DO
      *           ORIGINAL. EM BRANCO NOS REGISTROS ANTIGOS (LEITORES
      *           TESTAM IS NUMERIC).
      ******************************************************************
       01 EX-REGISTRO.
          02 EX-ORDER-KEY         PIC 9(08).
          02 EX-SEQUENCIA         PIC 9(06).
          02 EX-DATA-PROMESSA     PIC 9(08).
          02 EX-OPERADOR          PIC X(08).
          02 EX-BASE-ICMS         PIC 9(07)V99.
          02 EX-VALOR-ICMS        PIC 9(07)V99.
          02 EX-CARRIER-ID        PIC 9(04).
          02 EX-PESO              PIC 9(05)V99.
          02 EX-SERVICO           PIC X(01).
          02 EX-VALOR-COMBUST     PIC 9(07)V99.
          02 EX-EMBARQUE          PIC 9(08).

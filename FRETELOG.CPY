      *           CONTINUAREM ALINHADOS: NELES VEM EM BRANCO E OS
      *           LEITORES TRATAM COMO SEM TRANSPORTADORA.
      *           LG-TIPO-REG MARCA O REGISTRO DE ESTORNO ('E',
      *           GRAVADO PELO PROGCOB30 PARA CANCELAMENTO DE PEDIDO
      *           OU PELO PROGCOB51 NO DESFAZIMENTO DE UM LOTE):
      *           OS LEITORES SUBTRAEM O ESTORNO DOS TOTAIS EM VEZ DE
      *           SOMAR. EM BRANCO (REGISTROS NORMAIS E ANTIGOS) E
      *           CALCULO NORMAL. ESTORNO E SEMPRE REGISTRO NOVO,
      *           LG-SEQUENCIA E A SEQUENCIA DE EXECUCAO DO LOTE QUE
      *           GRAVOU O CALCULO, NOS MESMOS MOLDES DO EXTRATO
      *           (VER FRETEEXT.CPY).
      *           LG-BASE-ICMS E LG-VALOR-ICMS SAO A BASE E O VALOR DO
      *           ICMS SOBRE O FRETE, NOS MESMOS MOLDES DO EXTRATO
      *           (VER FRETEEXT.CPY): FORA DO LG-VALOR-TOTAL, EM
      *           BRANCO NOS REGISTROS ANTIGOS.
      *           LG-CUSTOMER-ID E O CLIENTE DO PEDIDO (ZERO NO MODO
      *           INTERATIVO SEM CLIENTE), PARA OS RELATORIOS QUE
      *           AGRUPAM O LOG POR CLIENTE. EM BRANCO NOS REGISTROS
      *           ANTIGOS: OS LEITORES TESTAM IS NUMERIC E TRATAM
      *           COMO SEM CLIENTE.
      *           LG-VALOR-COMBUST E O ADICIONAL DE COMBUSTIVEL CONTIDO
      *           EM LG-FRETE, NOS MESMOS MOLDES DO EXTRATO (VER
      *           FRETEEXT.CPY). EM BRANCO NOS REGISTROS ANTIGOS.
      ******************************************************************
       01 LG-REGISTRO.
          02 LG-PRODUTO         PIC X(20).
          02 LG-TIPO-REG        PIC X(01).
             88 LG-ESTORNO          VALUE 'E'.
          02 LG-SEQUENCIA       PIC 9(06).
          02 LG-BASE-ICMS       PIC 9(07)V99.
          02 LG-VALOR-ICMS      PIC 9(07)V99.
          02 LG-CUSTOMER-ID     PIC 9(06).
          02 LG-VALOR-COMBUST   PIC 9(07)V99.

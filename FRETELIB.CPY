      *           VALENDO PARA SEMPRE.
      *           LB-OPERADOR E O SUPERVISOR QUE APROVOU A LIBERACAO
      *           (CADASTRO OPERMAST.DAT), PARA A AUDITORIA.
      *           LB-COTACAO E A COTACAO DE FRETE DO PEDIDO RETIDO
      *           (HD-COTACAO), DEVOLVIDA AO PEDIDO NA EXTRACAO. EM
      *           BRANCO NOS REGISTROS ANTIGOS, QUE VALEM COMO SEM
      *           COTACAO.
      ******************************************************************
       01 LB-REGISTRO.
          02 LB-ORDER-KEY         PIC 9(08).
          02 LB-PESO              PIC 9(05)V99.
          02 LB-SERVICO           PIC X(01).
          02 LB-OPERADOR          PIC X(08).
          02 LB-COTACAO           PIC 9(06).

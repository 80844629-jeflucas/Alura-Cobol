      *           CODIGOS DE SITUACAO (OS-STATUS):
      *             EX - EXTRAIDO PARA ORDERS.DAT
      *             CA - FRETE CALCULADO (EXTRATO GRAVADO)
      *             CO - FRETE DA COTACAO HONRADO (FRETECOT.DAT)
      *             SU - ENVIADO AO SUSPENSE FRETEREJ.DAT
      *             RT - RETIDO POR LIMITE DE CREDITO (FRETEHLD.DAT)
      *             RC - RECUPERADO PELA RECICLAGEM DO SUSPENSE
      *             LI - LIBERADO PELO SUPERVISOR (FRETELIB.DAT)
      *             RF - CREDITO REPROVADO PELO SUPERVISOR
      *             EN - ENTREGUE AO CLIENTE (PROGCOB38)
      *             RE - ENTREGA RECUSADA PELO CLIENTE (PROGCOB38)
      *             NE - ENDERECO NAO ENCONTRADO (PROGCOB38)
      *             BO - LOTE DESFEITO PELO SUPERVISOR (PROGCOB51)
      *           NOS EVENTOS DE ENTREGA A DATA E A DA OCORRENCIA
      *           INFORMADA PELA TRANSPORTADORA.
      ******************************************************************
       01 OS-REGISTRO.
          02 OS-ORDER-KEY         PIC 9(08).

      ******************************************************************
      * COPYBOOK: FRETECOT
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO MASTER DE COTACOES DE FRETE (FRETECOT.DAT,
      *           INDEXADO POR CQ-COTACAO), GRAVADO PELO PROGCOB47 NA
      *           COTACAO DE BALCAO OU EM LOTE. A COTACAO GUARDA O
      *           PEDIDO COTADO (CLIENTE, UF, VALOR, PESO, SERVICO), O
      *           FRETE COTADO (TAXA VIGENTE DA UF JA COM O ACORDO DO
      *           CLIENTE, SEM ICMS NEM ADICIONAL DE COMBUSTIVEL, QUE
      *           SAO APURADOS NO EMBARQUE) E A DATA DE VALIDADE. O
      *           NUMERO DA COTACAO VEM DO MASTER DE SEQUENCIAS
      *           CTLSEQ.DAT (CHAVE 'COTACAO'). QUANDO UM PEDIDO DE
      *           ORDERS.DAT CITA A COTACAO (OR-COTACAO) DENTRO DA
      *           VALIDADE, O PROGCOB09 COBRA O FRETE COTADO E MARCA A
      *           COTACAO COMO UTILIZADA PELO PEDIDO; COTACAO CITADA JA
      *           VENCIDA E MARCADA COMO EXPIRADA.
      *           SITUACAO (CQ-SITUACAO):
      *             A - EM ABERTO (VALIDA ATE CQ-DATA-VALIDADE)
      *             U - UTILIZADA PELO PEDIDO CQ-ORDER-KEY
      *             X - EXPIRADA (CITADA POR PEDIDO APOS A VALIDADE)
      ******************************************************************
       01 CQ-REGISTRO.
          02 CQ-COTACAO           PIC 9(06).
          02 CQ-CUSTOMER-ID       PIC 9(06).
          02 CQ-PRODUTO           PIC X(20).
          02 CQ-UF                PIC X(02).
          02 CQ-VALOR             PIC 9(07)V99.
          02 CQ-PESO              PIC 9(05)V99.
          02 CQ-SERVICO           PIC X(01).
          02 CQ-FRETE             PIC 9(07)V99.
          02 CQ-DATA-COTACAO      PIC 9(08).
          02 CQ-DATA-VALIDADE     PIC 9(08).
          02 CQ-OPERADOR          PIC X(08).
          02 CQ-REFERENCIA        PIC X(10).
          02 CQ-SITUACAO          PIC X(01).
             88 CQ-EM-ABERTO          VALUE 'A'.
             88 CQ-UTILIZADA          VALUE 'U'.
             88 CQ-EXPIRADA           VALUE 'X'.
          02 CQ-ORDER-KEY         PIC 9(08).
          02 CQ-DATA-USO          PIC 9(08).

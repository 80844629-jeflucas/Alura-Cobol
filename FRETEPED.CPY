      ******************************************************************
      * COPYBOOK: FRETEPED
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO MASTER DE HISTORICO DE FRETE POR PEDIDO
      *           (FRETEPED.DAT, INDEXADO POR FP-ORDER-KEY, COM CHAVE
      *           ALTERNATIVA FP-CHAVE-CLIENTE = CLIENTE + DATA DE
      *           NEGOCIO DO CALCULO, COM DUPLICATAS). UM REGISTRO POR
      *           PEDIDO COM A IMAGEM DO ULTIMO CALCULO: VALOR, FRETE,
      *           ICMS, TRANSPORTADORA E DATA PROMETIDA. E MANTIDO
      *           PELOS GRAVADORES DO LOTE (PROGCOB09 E PROGCOB14 NO
      *           CALCULO, PROGCOB30 E PROGCOB51 NO ESTORNO), RECEBE
      *           O NUMERO DA FATURA QUANDO O PROGCOB23 FATURA O
      *           PEDIDO E E CARREGADO UMA UNICA VEZ PELO PROGCOB46 A
      *           PARTIR DO EXTRATO E DOS MESES ARQUIVADOS. SUBSTITUI
      *           A VARREDURA DO EXTRATO FRETEEXT.DAT NA BUSCA DE UM
      *           PEDIDO.
      *           FP-VALOR-COMBUST E O ADICIONAL DE COMBUSTIVEL CONTIDO
      *           EM FP-FRETE (VER FRETEEXT.CPY).
      *           FP-EMBARQUE E O EMBARQUE CONSOLIDADO EM QUE O PEDIDO
      *           VIAJOU (ZERO = COTADO SOZINHO; VER FRETEEXT.CPY).
      *           SITUACAO (FP-SITUACAO):
      *             C - CALCULADO (ULTIMO CALCULO VALIDO)
      *             E - ESTORNADO (CALCULO ESTORNADO PELO PROGCOB30
      *                 OU LOTE DESFEITO PELO PROGCOB51)
      ******************************************************************
       01 FP-REGISTRO.
          02 FP-ORDER-KEY         PIC 9(08).
          02 FP-CHAVE-CLIENTE.
             03 FP-CUSTOMER-ID    PIC 9(06).
             03 FP-DATA-EXECUCAO  PIC 9(08).
          02 FP-SEQUENCIA         PIC 9(06).
          02 FP-PRODUTO           PIC X(20).
          02 FP-UF                PIC X(02).
          02 FP-VALOR-ORIGINAL    PIC 9(07)V99.
          02 FP-FRETE             PIC 9(07)V99.
          02 FP-VALOR-TOTAL       PIC 9(08)V99.
          02 FP-BASE-ICMS         PIC 9(07)V99.
          02 FP-VALOR-ICMS        PIC 9(07)V99.
          02 FP-CARRIER-ID        PIC 9(04).
          02 FP-DATA-PROMESSA     PIC 9(08).
          02 FP-PESO              PIC 9(05)V99.
          02 FP-SERVICO           PIC X(01).
          02 FP-INVOICE-NUM       PIC 9(08).
          02 FP-SITUACAO          PIC X(01).
             88 FP-CALCULADO          VALUE 'C'.
             88 FP-ESTORNADO          VALUE 'E'.
          02 FP-DATA-ESTORNO      PIC 9(08).
          02 FP-PROGRAMA          PIC X(08).
          02 FP-VALOR-COMBUST     PIC 9(07)V99.
          02 FP-EMBARQUE          PIC 9(08).

      ******************************************************************
      * COPYBOOK: COLETA
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO MANIFESTO DE COLETA ENVIADO A CADA
      *           TRANSPORTADORA APOS O LOTE (PROGCOB44), UM ARQUIVO
      *           POR TRANSPORTADORA E EXECUCAO:
      *           COLETA.<TRANSPORTADORA>.<DATA DE NEGOCIO>.<SEQUENCIA>
      *           UMA LINHA 'HDR' COM A TRANSPORTADORA E O LOTE, UMA
      *           LINHA 'DET' POR PEDIDO A COLETAR E UMA LINHA 'TRL'
      *           COM A QUANTIDADE DE PEDIDOS, O PESO TOTAL E O VALOR
      *           DECLARADO TOTAL, PARA A TRANSPORTADORA CONFERIR O
      *           QUE RECEBEU. AS TRES LINHAS TEM O MESMO COMPRIMENTO
      *           E SAO IDENTIFICADAS PELOS TRES PRIMEIROS CARACTERES,
      *           NOS MESMOS MOLDES DO ORDHDTL.
      *           MC-EMBARQUE E O EMBARQUE CONSOLIDADO DO PEDIDO (VER
      *           FRETEEXT.CPY): PEDIDOS COM O MESMO NUMERO SAO UMA
      *           CARGA SO NA COLETA. ZERO = PEDIDO AVULSO.
      ******************************************************************
       01 MH-REGISTRO.
          02 MH-TIPO              PIC X(03).
             88 MH-CABECALHO          VALUE 'HDR'.
          02 MH-CARRIER-ID        PIC 9(04).
          02 MH-NOME              PIC X(20).
          02 MH-DATA-EXECUCAO     PIC 9(08).
          02 MH-SEQUENCIA         PIC 9(06).
          02 MH-DATA-GERACAO      PIC 9(08).
          02 FILLER               PIC X(11).
       01 MC-REGISTRO.
          02 MC-TIPO              PIC X(03).
             88 MC-DETALHE            VALUE 'DET'.
          02 MC-ORDER-KEY         PIC 9(08).
          02 MC-CUSTOMER-ID       PIC 9(06).
          02 MC-UF                PIC X(02).
          02 MC-PESO              PIC 9(05)V99.
          02 MC-SERVICO           PIC X(01).
          02 MC-VALOR-DECLARADO   PIC 9(07)V99.
          02 MC-DATA-PROMESSA     PIC 9(08).
          02 MC-EMBARQUE          PIC 9(08).
          02 FILLER               PIC X(08).
       01 MT-REGISTRO.
          02 MT-TIPO              PIC X(03).
             88 MT-TRAILER            VALUE 'TRL'.
          02 MT-CARRIER-ID        PIC 9(04).
          02 MT-QT-PEDIDOS        PIC 9(05).
          02 MT-PESO-TOTAL        PIC 9(09)V99.
          02 MT-VALOR-TOTAL       PIC 9(11)V99.
          02 FILLER               PIC X(24).

      ******************************************************************
      * COPYBOOK: GLJRNL
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO DIARIO CONTABIL DE FRETE (GLJRNL.DAT),
      *           GRAVADO PELO PROGCOB42 A CADA LOTE NOTURNO PARA O
      *           SISTEMA DE CONTABILIDADE. O ARQUIVO TEM UMA LINHA
      *           'HDR' (DATA DE NEGOCIO E SEQUENCIA DO LOTE), AS
      *           LINHAS 'LAN' DE LANCAMENTO (UMA POR PERNA DE DEBITO
      *           OU CREDITO) E UMA LINHA 'TRL' COM A QUANTIDADE DE
      *           LANCAMENTOS, OS TOTAIS DE DEBITO E DE CREDITO (QUE
      *           TEM DE SER IGUAIS) E AS QUANTIDADES DE REGISTROS DO
      *           EXTRATO E DE BAIXAS DE PAGAMENTO CONTABILIZADOS,
      *           CONFERIDAS PELO BALANCEAMENTO DO PROGCOB15. AS TRES
      *           LINHAS TEM O MESMO COMPRIMENTO E SAO IDENTIFICADAS
      *           PELOS TRES PRIMEIROS CARACTERES, COMO NO
      *           CABECALHO/TRAILER DA INTERFACE DE PEDIDOS (ORDHDTL).
      *           GL-DOCUMENTO E A CHAVE DO PEDIDO (CALCULO E
      *           ESTORNO) OU O NUMERO DA FATURA (BAIXA); GL-EVENTO E
      *           GL-REGIAO SAO A CHAVE DA CONTA EM GLCONTA.DAT.
      ******************************************************************
       01 GH-REGISTRO.
          02 GH-TIPO              PIC X(03).
             88 GH-CABECALHO          VALUE 'HDR'.
          02 GH-DATA-NEGOCIO      PIC 9(08).
          02 GH-SEQUENCIA         PIC 9(06).
          02 GH-ORIGEM            PIC X(08).
          02 FILLER               PIC X(48).
       01 GL-REGISTRO.
          02 GL-TIPO              PIC X(03).
             88 GL-LANCAMENTO         VALUE 'LAN'.
          02 GL-DATA-LANCAMENTO   PIC 9(08).
          02 GL-CONTA             PIC X(12).
          02 GL-DEB-CRED          PIC X(01).
             88 GL-DEBITO             VALUE 'D'.
             88 GL-CREDITO            VALUE 'C'.
          02 GL-VALOR             PIC 9(09)V99.
          02 GL-EVENTO            PIC X(02).
          02 GL-REGIAO            PIC X(02).
          02 GL-DOCUMENTO         PIC 9(08).
          02 GL-CUSTOMER-ID       PIC 9(06).
          02 GL-HISTORICO         PIC X(20).
       01 GT-REGISTRO.
          02 GT-TIPO              PIC X(03).
             88 GT-TRAILER            VALUE 'TRL'.
          02 GT-QT-LANCAMENTOS    PIC 9(07).
          02 GT-TOTAL-DEBITO      PIC 9(11)V99.
          02 GT-TOTAL-CREDITO     PIC 9(11)V99.
          02 GT-QT-EXTRATO        PIC 9(07).
          02 GT-QT-BAIXAS         PIC 9(07).
          02 FILLER               PIC X(23).

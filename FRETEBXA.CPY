      ******************************************************************
      * COPYBOOK: FRETEBXA
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO HISTORICO DE PAGAMENTOS BAIXADOS
      *           (FRETEBXA.DAT). A BAIXA DE PAGAMENTOS (PROGCOB24)
      *           GRAVA UMA LINHA POR REMESSA EFETIVAMENTE APLICADA
      *           NUMA FATURA, COM A DATA DE NEGOCIO DA BAIXA
      *           (BX-DATA-BAIXA); REMESSA REJEITADA NAO ENTRA. O
      *           DIARIO CONTABIL (PROGCOB42) LANCA CAIXA CONTRA
      *           CONTAS A RECEBER PARA CADA BAIXA AINDA NAO
      *           CONTABILIZADA E CARIMBA BX-DATA-CONTABIL E
      *           BX-SEQ-CONTABIL COM A DATA E A SEQUENCIA DO LOTE QUE
      *           A LANCOU (ZERADOS = PENDENTE DE CONTABILIZACAO), O
      *           QUE IMPEDE LANCAR A MESMA BAIXA DUAS VEZES.
      ******************************************************************
       01 BX-REGISTRO.
          02 BX-INVOICE-NUM       PIC 9(08).
          02 BX-CUSTOMER-ID       PIC 9(06).
          02 BX-VALOR-PAGO        PIC 9(09)V99.
          02 BX-DATA-PAGAMENTO    PIC 9(08).
          02 BX-DATA-BAIXA        PIC 9(08).
          02 BX-DATA-CONTABIL     PIC 9(08).
          02 BX-SEQ-CONTABIL      PIC 9(06).

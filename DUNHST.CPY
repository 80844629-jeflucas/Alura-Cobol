      ******************************************************************
      * COPYBOOK: DUNHST
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO HISTORICO DE COBRANCA POR FATURA
      *           (DUNHST.DAT, INDEXADO POR DH-INVOICE-NUM), MANTIDO
      *           PELO PROGCOB43. GUARDA O ULTIMO NIVEL DE CARTA DE
      *           COBRANCA JA EMITIDO PARA A FATURA E A DATA DE CADA
      *           NIVEL, PARA O CLIENTE NUNCA RECEBER A MESMA CARTA
      *           DUAS VEZES:
      *             1 - PRIMEIRO AVISO (31 A 60 DIAS DA EMISSAO)
      *             2 - NOTIFICACAO (61 A 90 DIAS)
      *             3 - AVISO FINAL (ACIMA DE 90 DIAS)
      *           A CARTA SO SAI QUANDO A IDADE DA FATURA PEDE UM
      *           NIVEL ACIMA DO JA EMITIDO. FATURA PAGA (FI-PAGA)
      *           ENCERRA A COBRANCA: DH-SITUACAO PASSA A 'Q' E
      *           NENHUMA CARTA MAIS E EMITIDA.
      ******************************************************************
       01 DH-REGISTRO.
          02 DH-INVOICE-NUM       PIC 9(08).
          02 DH-CUSTOMER-ID       PIC 9(06).
          02 DH-NIVEL-ENVIADO     PIC 9(01).
          02 DH-DATA-NIVEL1       PIC 9(08).
          02 DH-DATA-NIVEL2       PIC 9(08).
          02 DH-DATA-NIVEL3       PIC 9(08).
          02 DH-SITUACAO          PIC X(01).
             88 DH-EM-COBRANCA        VALUE 'C'.
             88 DH-QUITADA            VALUE 'Q'.

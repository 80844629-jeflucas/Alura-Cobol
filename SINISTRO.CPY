      ******************************************************************
      * COPYBOOK: SINISTRO
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO MASTER DE SINISTROS DE TRANSPORTE
      *           (SINISTRO.DAT, INDEXADO POR SN-NUMERO), MANTIDO PELO
      *           PROGCOB49 A PARTIR DE SINITXN.DAT. CADA SINISTRO E
      *           ABERTO CONTRA UM PEDIDO E A TRANSPORTADORA DESIGNADA
      *           NO CALCULO DELE (LG-CARRIER-ID / FP-CARRIER-ID), COM
      *           O VALOR RECLAMADO E, NO ACEITE, O VALOR ACORDADO COM
      *           A TRANSPORTADORA. O NUMERO VEM DO MASTER DE
      *           SEQUENCIAS CTLSEQ.DAT (CHAVE 'SINISTRO'). O SINISTRO
      *           ACEITO E DESCONTADO NO FECHAMENTO MENSAL DA
      *           TRANSPORTADORA (PROGCOB28) DO MES DO ACEITE
      *           (SN-DATA-ACEITE) E ENTRA NO RELATORIO MENSAL DE
      *           SINISTROS DO PROGCOB50.
      *           TIPO (SN-TIPO):
      *             A - AVARIA
      *             E - EXTRAVIO (PERDA DA CARGA)
      *           SITUACAO (SN-SITUACAO):
      *             A - ABERTO
      *             E - EM ANALISE
      *             C - ACEITO (DESCONTADO NO FECHAMENTO DO MES)
      *             R - REJEITADO
      *             P - PAGO (LIQUIDADO PELA TRANSPORTADORA)
      ******************************************************************
       01 SN-REGISTRO.
          02 SN-NUMERO            PIC 9(06).
          02 SN-ORDER-KEY         PIC 9(08).
          02 SN-CARRIER-ID        PIC 9(04).
          02 SN-CUSTOMER-ID       PIC 9(06).
          02 SN-TIPO              PIC X(01).
             88 SN-AVARIA             VALUE 'A'.
             88 SN-EXTRAVIO           VALUE 'E'.
          02 SN-VALOR-RECLAMADO   PIC 9(07)V99.
          02 SN-VALOR-ACORDADO    PIC 9(07)V99.
          02 SN-SITUACAO          PIC X(01).
             88 SN-ABERTO             VALUE 'A'.
             88 SN-EM-ANALISE         VALUE 'E'.
             88 SN-ACEITO             VALUE 'C'.
             88 SN-REJEITADO          VALUE 'R'.
             88 SN-PAGO               VALUE 'P'.
             88 SN-PENDENTE           VALUE 'A' 'E'.
          02 SN-DATA-ABERTURA     PIC 9(08).
          02 SN-DATA-ACEITE       PIC 9(08).
          02 SN-DATA-SITUACAO     PIC 9(08).
          02 SN-DESCRICAO         PIC X(30).

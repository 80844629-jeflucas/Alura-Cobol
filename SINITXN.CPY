      ******************************************************************
      * COPYBOOK: SINITXN
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DAS TRANSACOES DE MANUTENCAO DO MASTER DE
      *           SINISTROS (SINITXN.DAT), LIDAS PELO PROGCOB49 NOS
      *           MESMOS MOLDES DAS TRANSACOES DE TRANSPORTADORA DO
      *           PROGCOB27. O CODIGO DE ACAO DEFINE A MANUTENCAO:
      *             I - ABERTURA (NUMERO EM ZERO: O PROGRAMA NUMERA)
      *             A - ALTERACAO DE TIPO, VALOR RECLAMADO E DESCRICAO
      *                 (SO SINISTRO ABERTO OU EM ANALISE)
      *             S - MUDANCA DE SITUACAO PARA SX-SITUACAO (NO
      *                 ACEITE, SX-VALOR-ACORDADO E OBRIGATORIO)
      ******************************************************************
       01 SX-REGISTRO.
          02 SX-ACAO              PIC X(01).
             88 SX-ACAO-ABERTURA      VALUE 'I'.
             88 SX-ACAO-ALTERACAO     VALUE 'A'.
             88 SX-ACAO-SITUACAO      VALUE 'S'.
          02 SX-NUMERO            PIC 9(06).
          02 SX-ORDER-KEY         PIC 9(08).
          02 SX-CARRIER-ID        PIC 9(04).
          02 SX-TIPO              PIC X(01).
          02 SX-VALOR-RECLAMADO   PIC 9(07)V99.
          02 SX-VALOR-ACORDADO    PIC 9(07)V99.
          02 SX-SITUACAO          PIC X(01).
          02 SX-DESCRICAO         PIC X(30).

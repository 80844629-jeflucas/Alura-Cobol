      ******************************************************************
      * COPYBOOK: COTASOL
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO ARQUIVO DE SOLICITACOES DE COTACAO EM LOTE
      *           (COTASOL.DAT), MONTADO PELA AREA COMERCIAL E LIDO
      *           PELO PROGCOB47 EM RUN-MODE 'B'. UM REGISTRO POR
      *           PEDIDO A COTAR; SQ-REFERENCIA E A IDENTIFICACAO DA
      *           SOLICITACAO NO COMERCIAL, DEVOLVIDA NA RESPOSTA
      *           COTARESP.DAT JUNTO COM O NUMERO DA COTACAO.
      *           SERVICO: 'N' NORMAL, 'E' EXPRESSO (BRANCO = NORMAL).
      ******************************************************************
       01 SQ-REGISTRO.
          02 SQ-REFERENCIA        PIC X(10).
          02 SQ-CUSTOMER-ID       PIC 9(06).
          02 SQ-PRODUTO           PIC X(20).
          02 SQ-VALOR             PIC 9(07)V99.
          02 SQ-UF                PIC X(02).
          02 SQ-PESO              PIC 9(05)V99.
          02 SQ-SERVICO           PIC X(01).

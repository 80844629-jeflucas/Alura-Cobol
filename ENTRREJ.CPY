      ******************************************************************
      * COPYBOOK: ENTRREJ
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO ARQUIVO DE CONFIRMACOES DE ENTREGA
      *           RECUSADAS (ENTRREJ.DAT), GRAVADO PELO PROGCOB38:
      *           A IMAGEM DA CONFIRMACAO RECEBIDA DA TRANSPORTADORA
      *           COM O CODIGO DO MOTIVO, PARA O ATENDIMENTO REVISAR
      *           COM A TRANSPORTADORA E REENVIAR.
      *           CODIGOS DE MOTIVO (ER-MOTIVO):
      *             01 - PEDIDO NAO EMBARCADO (SEM ACOMPANHAMENTO)
      *             02 - CODIGO DE OCORRENCIA INVALIDO
      *             03 - DATA DE ENTREGA INVALIDA
      *             04 - TRANSPORTADORA DIVERGENTE DA DESIGNADA
      *             05 - ENTREGA JA REGISTRADA PARA O PEDIDO
      *             06 - PEDIDO ESTORNADO (CANCELADO)
      ******************************************************************
       01 ER-REGISTRO.
          02 ER-CONFIRMACAO       PIC X(52).
          02 ER-MOTIVO            PIC X(02).
          02 ER-DESCRICAO         PIC X(30).
          02 ER-DATA-CARGA        PIC 9(08).

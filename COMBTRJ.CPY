      ******************************************************************
      * COPYBOOK: COMBTRJ
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO ARQUIVO DE TRANSACOES DO ADICIONAL DE
      *           COMBUSTIVEL REJEITADAS NA CRITICA DA CARGA DO
      *           PROGCOB48 (COMBTRJ.DAT), NOS MESMOS MOLDES DO
      *           FRETETRJ.DAT: A TRANSACAO NAO E APLICADA AO MASTER E
      *           FICA AQUI COM O CODIGO DO MOTIVO, PARA REVISAO
      *           MANUAL E RECARGA.
      *           CODIGOS DE MOTIVO (SR-MOTIVO):
      *             02 - PERCENTUAL NAO NUMERICO OU FORA DA FAIXA
      *             04 - DATA DE VIGENCIA INVALIDA
      ******************************************************************
       01 SR-REGISTRO.
          02 SR-REGIAO           PIC X(02).
          02 SR-PERCENTUAL       PIC 9(01)V9(04).
          02 SR-DATA-VIGENCIA    PIC 9(08).
          02 SR-MOTIVO           PIC X(02).
          02 SR-DESCRICAO        PIC X(30).
          02 SR-DATA-CARGA       PIC 9(08).

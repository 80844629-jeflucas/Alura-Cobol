      ******************************************************************
      * COPYBOOK: ICMSTRJ
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO ARQUIVO DE TRANSACOES DE ICMS REJEITADAS
      *           NA CRITICA DA CARGA DO PROGCOB37 (ICMSTRJ.DAT), NOS
      *           MESMOS MOLDES DO FRETETRJ.DAT: A TRANSACAO NAO E
      *           APLICADA AO MASTER E FICA AQUI COM O CODIGO DO
      *           MOTIVO, PARA REVISAO MANUAL E RECARGA.
      *           CODIGOS DE MOTIVO (IR-MOTIVO):
      *             01 - UF DE ORIGEM OU DE DESTINO INVALIDA
      *             02 - ALIQUOTA NAO NUMERICA OU FORA DA FAIXA
      *             04 - DATA DE VIGENCIA INVALIDA
      *             06 - REDUCAO DE BASE NAO NUMERICA OU FORA DA FAIXA
      ******************************************************************
       01 IR-REGISTRO.
          02 IR-UF-ORIGEM        PIC X(02).
          02 IR-UF-DESTINO       PIC X(02).
          02 IR-ALIQUOTA         PIC 9(01)V9(04).
          02 IR-DATA-VIGENCIA    PIC 9(08).
          02 IR-MOTIVO           PIC X(02).
          02 IR-DESCRICAO        PIC X(30).
          02 IR-DATA-CARGA       PIC 9(08).

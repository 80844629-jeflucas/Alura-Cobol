      *             A - ALTERACAO (REJEITA SE NAO CADASTRADO)
      *             E - EXCLUSAO (REMOVE O ACORDO)
      *             D - DESATIVACAO (MARCA AG-STATUS INATIVO)
      *           AT-ISENTO-COMBUST = 'S' ISENTA O CLIENTE DO ADICIONAL
      *           DE COMBUSTIVEL NA INCLUSAO/ALTERACAO (QUALQUER OUTRO
      *           CONTEUDO = NAO ISENTO).
      ******************************************************************
       01 AT-REGISTRO.
          02 AT-ACAO              PIC X(01).
          02 AT-CUSTOMER-ID       PIC 9(06).
          02 AT-DESCONTO-PCT      PIC 9(01)V9(04).
          02 AT-FRETE-GRATIS      PIC 9(06)V99.
          02 AT-ISENTO-COMBUST    PIC X(01).

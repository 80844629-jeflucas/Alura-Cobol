      *             04 - DATA DE VIGENCIA INVALIDA
      *             05 - LIMITES DE FAIXA FORA DE ORDEM
      *             06 - FRETE MINIMO OU LIMITE DE FAIXA NAO NUMERICO
      *             07 - APROVADOR NAO AUTORIZADO (TRANSACAO DA FILA
      *                  FRETEPND.DAT APROVADA POR QUEM NAO E
      *                  SUPERVISOR ATIVO OU POR QUEM A LANCOU)
      ******************************************************************
       01 TR-REGISTRO.
          02 TR-UF              PIC X(02).

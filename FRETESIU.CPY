      ******************************************************************
      * COPYBOOK: FRETESIU
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO IMPACTO POR UF DA SIMULACAO DE REAJUSTE
      *           (FRETESIU.DAT), GRAVADO PELO PROGCOB21 QUANDO ELE
      *           SIMULA A FILA DE PENDENTES FRETEPND.DAT (PARAMETRO
      *           'P' NA POSICAO 9). UM REGISTRO POR UF COM PROPOSTA
      *           PENDENTE: MOVIMENTO REPRECADO, FRETE SOB A TABELA
      *           ATUAL E SOB A PROPOSTA, E A PROPOSTA SIMULADA
      *           (VIGENCIA, PERCENTUAL, MINIMO E FAIXAS). O PROGCOB45
      *           MOSTRA O IMPACTO NA TELA DE REVISAO E SO DEIXA
      *           APROVAR A TRANSACAO CUJA PROPOSTA BATE COM A
      *           SIMULADA - SIMULACAO AUSENTE OU VELHA BARRA A
      *           APROVACAO ATE O PROGCOB21 RODAR DE NOVO.
      ******************************************************************
       01 SU-REGISTRO.
          02 SU-UF                PIC X(02).
          02 SU-DATA-SIMULACAO    PIC 9(08).
          02 SU-DATA-CORTE        PIC 9(08).
          02 SU-QT-PEDIDOS        PIC 9(05).
          02 SU-FRETE-ATUAL       PIC 9(09)V99.
          02 SU-FRETE-PROPOSTO    PIC 9(09)V99.
          02 SU-DATA-VIGENCIA     PIC 9(08).
          02 SU-PERCENTUAL        PIC 9(01)V9(04).
          02 SU-FRETE-MINIMO      PIC 9(07)V99.
          02 SU-FAIXAS.
             03 SU-FAIXA OCCURS 3 TIMES.
                04 SU-FAIXA-LIMITE     PIC 9(08)V99.
                04 SU-FAIXA-PERCENTUAL PIC 9(01)V9(04).

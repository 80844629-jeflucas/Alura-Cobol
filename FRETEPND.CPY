      ******************************************************************
      * COPYBOOK: FRETEPND
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DA FILA DE TRANSACOES DE FRETE PENDENTES DE
      *           APROVACAO (FRETEPND.DAT). O PROGCOB10 NAO APLICA MAIS
      *           O FRETETXN.DAT DIRETO NO MASTER: CRITICA AS
      *           TRANSACOES E ENFILEIRA AS LIMPAS AQUI, ESTAMPADAS COM
      *           O OPERADOR QUE AS LANCOU (PD-OPERADOR, CADASTRADO NO
      *           OPERMAST.DAT). UM SUPERVISOR DIFERENTE DE QUEM
      *           LANCOU APROVA OU REJEITA CADA UMA NO PROGCOB45, E SO
      *           AS APROVADAS SAO APLICADAS PELO PROGCOB10 NA CARGA
      *           SEGUINTE (E SAEM DA FILA). REJEITADA SAI DA FILA NA
      *           HORA; A DECISAO FICA NO HISTORICO FRETEHST.DAT.
      *           PD-TRANSACAO TEM EXATAMENTE O LAYOUT DO FRETETXN.CPY.
      *           PD-STATUS: 'P' PENDENTE, 'A' APROVADA (AGUARDANDO A
      *           CARGA DO PROGCOB10).
      ******************************************************************
       01 PD-REGISTRO.
          02 PD-TRANSACAO.
             03 PD-UF              PIC X(02).
             03 PD-REGIAO          PIC X(02).
             03 PD-PERCENTUAL      PIC 9(01)V9(04).
             03 PD-DATA-VIGENCIA   PIC 9(08).
             03 PD-FRETE-MINIMO    PIC 9(07)V99.
             03 PD-FAIXAS.
                04 PD-FAIXA OCCURS 3 TIMES.
                   05 PD-FAIXA-LIMITE     PIC 9(08)V99.
                   05 PD-FAIXA-PERCENTUAL PIC 9(01)V9(04).
             03 PD-TAXA-KG         PIC 9(03)V99.
             03 PD-ADIC-EXPRESSO   PIC 9(01)V9(04).
             03 PD-DIAS-TRANSITO   PIC 9(03).
          02 PD-OPERADOR           PIC X(08).
          02 PD-DATA-ENTRADA       PIC 9(08).
          02 PD-STATUS             PIC X(01).
             88 PD-PENDENTE            VALUE 'P'.
             88 PD-APROVADA            VALUE 'A'.
          02 PD-APROVADOR          PIC X(08).
          02 PD-DATA-DECISAO       PIC 9(08).

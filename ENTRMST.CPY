      ******************************************************************
      * COPYBOOK: ENTRMST
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO MASTER DE ACOMPANHAMENTO DE ENTREGAS
      *           (ENTRMST.DAT, INDEXADO POR EM-ORDER-KEY), MANTIDO
      *           PELO PROGCOB38: CADA PEDIDO CALCULADO NO LOTE GANHA
      *           UM REGISTRO COM A DATA DE EMBARQUE (DATA DE NEGOCIO
      *           DO CALCULO), A DATA PROMETIDA E A TRANSPORTADORA
      *           DESIGNADA, E A CONFIRMACAO DA TRANSPORTADORA
      *           (ENTRCONF.DAT) COMPLETA O REGISTRO COM A DATA DE
      *           ENTREGA, QUEM RECEBEU E OS DIAS UTEIS DE ATRASO
      *           CONTRA A PROMESSA (CALENDARIO CALMAST.DAT). E A BASE
      *           DA LISTA DIARIA DE ATRASADOS DO PROGCOB38 E DO
      *           PLACAR MENSAL DE ENTREGAS DO PROGCOB39.
      *           SITUACAO (EM-SITUACAO):
      *             P - PENDENTE (EMBARCADO, SEM ENTREGA INFORMADA)
      *             E - ENTREGUE
      *             R - RECUSADO PELO DESTINATARIO
      *             N - ENDERECO NAO ENCONTRADO
      *             C - CANCELADO (CALCULO ESTORNADO PELO PROGCOB30)
      *           RECUSADO E ENDERECO NAO ENCONTRADO CONTINUAM SEM
      *           ENTREGA: UMA CONFIRMACAO 'EN' POSTERIOR COMPLETA O
      *           REGISTRO NORMALMENTE.
      ******************************************************************
       01 EM-REGISTRO.
          02 EM-ORDER-KEY         PIC 9(08).
          02 EM-CUSTOMER-ID       PIC 9(06).
          02 EM-UF                PIC X(02).
          02 EM-CARRIER-ID        PIC 9(04).
          02 EM-DATA-EMBARQUE     PIC 9(08).
          02 EM-SEQUENCIA         PIC 9(06).
          02 EM-DATA-PROMESSA     PIC 9(08).
          02 EM-SITUACAO          PIC X(01).
             88 EM-PENDENTE           VALUE 'P'.
             88 EM-ENTREGUE           VALUE 'E'.
             88 EM-RECUSADO           VALUE 'R'.
             88 EM-END-NAO-ACHADO     VALUE 'N'.
             88 EM-CANCELADO          VALUE 'C'.
             88 EM-SEM-ENTREGA        VALUE 'P' 'R' 'N'.
          02 EM-DATA-ENTREGA      PIC 9(08).
          02 EM-RECEBEDOR         PIC X(30).
          02 EM-OCORRENCIA        PIC X(02).
          02 EM-DIAS-ATRASO       PIC 9(03).
          02 EM-DATA-BAIXA        PIC 9(08).

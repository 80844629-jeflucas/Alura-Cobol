      ******************************************************************
      * COPYBOOK: ENTRCONF
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO ARQUIVO DE CONFIRMACOES DE ENTREGA ENVIADO
      *           PELAS TRANSPORTADORAS (ENTRCONF.DAT), LIDO PELO
      *           PROGCOB38 NO JOB NOTURNO: UMA LINHA POR OCORRENCIA
      *           DE ENTREGA DE UM PEDIDO, COM A CHAVE DO PEDIDO
      *           (EX-ORDER-KEY DO EXTRATO), A TRANSPORTADORA QUE
      *           FEZ A ENTREGA, A DATA DA OCORRENCIA E O NOME DE
      *           QUEM RECEBEU. O ARQUIVO E CONSUMIDO (LIMPO) AO FIM
      *           DO PASSO CONCLUIDO; AS CONFIRMACOES RECUSADAS FICAM
      *           EM ENTRREJ.DAT COM O MOTIVO.
      *           CODIGOS DE OCORRENCIA (EC-OCORRENCIA):
      *             EN - ENTREGUE
      *             RE - RECUSADO PELO DESTINATARIO
      *             NE - ENDERECO NAO ENCONTRADO
      ******************************************************************
       01 EC-REGISTRO.
          02 EC-ORDER-KEY         PIC 9(08).
          02 EC-CARRIER-ID        PIC 9(04).
          02 EC-DATA-ENTREGA      PIC 9(08).
          02 EC-RECEBEDOR         PIC X(30).
          02 EC-OCORRENCIA        PIC X(02).
             88 EC-ENTREGUE           VALUE 'EN'.
             88 EC-RECUSADO           VALUE 'RE'.
             88 EC-END-NAO-ACHADO     VALUE 'NE'.
             88 EC-OCORRENCIA-VALIDA  VALUE 'EN' 'RE' 'NE'.

      *                    LOTES NA MESMA DATA DE NEGOCIO (EX.: LOTE
      *                    DE EMERGENCIA A TARDE) NAO SE MISTURAREM
      *                    NOS TOTAIS NEM NO BALANCEAMENTO.
      * OUT/2026   JL      O PEDIDO PASSA A CARREGAR O NUMERO DA
      *                    COTACAO DE FRETE (OX-COTACAO, NO FIM DO
      *                    REGISTRO), LEVADO ADIANTE PARA ORDERS.DAT
      *                    PARA O PROGCOB09 COBRAR O FRETE COTADO.
      *                    REGISTRO SEM O CAMPO SAI COM COTACAO ZERO,
      *                    ASSIM COMO O PEDIDO LIBERADO DA RETENCAO.
      * OUT/2026   JL      O PEDIDO LIBERADO DA RETENCAO PASSA A SAIR
      *                    COM A COTACAO DE FRETE QUE CITAVA AO SER
      *                    RETIDO (LB-COTACAO), EM VEZ DE COTACAO ZERO.
      *                    FRETELIB.DAT PASSA A 75 POSICOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDRAW
           RECORD CONTAINS 59 CHARACTERS.
           COPY ORDEXT.

       FD  ORDERS
           RECORD CONTAINS 59 CHARACTERS.
           COPY ORDERS.

       FD  CTLFILE
       01 DUP-LINHA               PIC X(80).

       FD  FRETELIB
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETELIB.

       FD  ORDSTAT
           02 SD-UF               PIC X(02).
           02 SD-PESO             PIC 9(05)V99.
           02 SD-SERVICO          PIC X(01).
           02 SD-COTACAO          PIC 9(06).

       FD  JOBJRNL
           RECORD CONTAINS 40 CHARACTERS.
                   ELSE
                       MOVE 'N'         TO SD-SERVICO
                   END-IF
                   IF LB-COTACAO IS NUMERIC
                       MOVE LB-COTACAO  TO SD-COTACAO
                   ELSE
                       MOVE ZEROS       TO SD-COTACAO
                   END-IF
                   RELEASE SD-REGISTRO
                   ADD 1 TO WRK-QT-LIBERADOS
           END-READ.
                       ELSE
                           MOVE 'N'         TO SD-SERVICO
                       END-IF
                       IF OX-COTACAO IS NUMERIC
                           MOVE OX-COTACAO  TO SD-COTACAO
                       ELSE
                           MOVE ZEROS       TO SD-COTACAO
                       END-IF
                       RELEASE SD-REGISTRO
                   END-IF
                   END-IF
               MOVE SD-UF          TO OR-UF
               MOVE SD-PESO        TO OR-PESO
               MOVE SD-SERVICO     TO OR-SERVICO
               MOVE SD-COTACAO     TO OR-COTACAO
               WRITE OR-REGISTRO
               PERFORM 3400-GRAVAR-SITUACAO THRU
                       3400-GRAVAR-SITUACAO-EXIT

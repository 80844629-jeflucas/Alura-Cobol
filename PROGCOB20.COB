      *                    PROGCOB11, 09, 14 E 22), PARA A MESA
      *                    RESPONDER ONDE ESTA O PEDIDO SEM ABRIR OS
      *                    ARQUIVOS DA CADEIA UM A UM.
      * OUT/2026   JL      OPCAO 5 MOSTRA TAMBEM AS OCORRENCIAS DE
      *                    ENTREGA DAS TRANSPORTADORAS (EN, RE, NE,
      *                    POSTADAS PELO PROGCOB38) E, DO MASTER DE
      *                    ACOMPANHAMENTO ENTRMST.DAT, A DATA
      *                    PROMETIDA, A DATA DE ENTREGA, QUEM RECEBEU
      *                    E OS DIAS UTEIS DE ATRASO.
      * OUT/2026   JL      OPCAO 5 MOSTRA TAMBEM O DINHEIRO DO PEDIDO,
      *                    LIDO DIRETO NO MASTER DE HISTORICO POR
      *                    PEDIDO FRETEPED.DAT: VALOR, FRETE, ICMS,
      *                    TOTAL, TRANSPORTADORA, DATA PROMETIDA,
      *                    FATURA E SITUACAO DO ULTIMO CALCULO.
      * OUT/2026   JL      OPCAO 5 DESCREVE O EVENTO 'CO' (FRETE DA
      *                    COTACAO HONRADO PELO PROGCOB09).
      * OUT/2026   JL      OPCAO 5 MOSTRA A PARCELA DO ADICIONAL DE
      *                    COMBUSTIVEL CONTIDA NO FRETE DO PEDIDO.
      * OUT/2026   JL      OPCAO 5 DESCREVE O EVENTO 'BO' (LOTE
      *                    DESFEITO PELO PROGCOB51).
      * OUT/2026   JL      OPCAO 5 MOSTRA O EMBARQUE CONSOLIDADO DO
      *                    PEDIDO (FP-EMBARQUE), QUANDO HOUVER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ORDSTAT ASSIGN TO "ORDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDSTAT.
           SELECT ENTRMST ASSIGN TO "ENTRMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ORDER-KEY
               FILE STATUS IS WRK-FS-ENTRMST.
           SELECT FRETEPED ASSIGN TO "FRETEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ORDER-KEY
               ALTERNATE RECORD KEY IS FP-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-FRETEPED.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEMST.
           RECORD CONTAINS 26 CHARACTERS.
           COPY ORDSTAT.

       FD  ENTRMST.
           COPY ENTRMST.

       FD  FRETEPED.
           COPY FRETEPED.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEMST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ORDSTAT     PIC X(01) VALUE 'N'.
           88 FIM-DE-ORDSTAT            VALUE 'S'.
       77 WRK-PEDIDO-CONSULTA PIC 9(08) VALUE ZEROS.
       77 WRK-FS-ENTRMST      PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEPED     PIC X(02) VALUE ZEROS.
       77 WRK-QT-EVENTOS      PIC 9(03) VALUE ZEROS.
       77 WRK-DESC-STATUS     PIC X(30) VALUE SPACES.
       77 WRK-PREFIXO         PIC X(10) VALUE SPACES.
           ELSE
               DISPLAY WRK-QT-EVENTOS ' EVENTO(S) REGISTRADO(S)'
           END-IF.
           PERFORM 7400-EXIBIR-FRETE THRU 7400-EXIBIR-FRETE-EXIT.
           PERFORM 7300-EXIBIR-ENTREGA THRU 7300-EXIBIR-ENTREGA-EXIT.
       7000-HISTORICO-PEDIDO-EXIT.
           EXIT.

                   MOVE 'EXTRAIDO PARA O LOTE' TO WRK-DESC-STATUS
               WHEN 'CA'
                   MOVE 'FRETE CALCULADO' TO WRK-DESC-STATUS
               WHEN 'CO'
                   MOVE 'FRETE DA COTACAO HONRADO' TO WRK-DESC-STATUS
               WHEN 'SU'
                   MOVE 'ENVIADO AO SUSPENSE' TO WRK-DESC-STATUS
               WHEN 'RT'
                   MOVE 'LIBERADO PELO SUPERVISOR' TO WRK-DESC-STATUS
               WHEN 'RF'
                   MOVE 'CREDITO REPROVADO' TO WRK-DESC-STATUS
               WHEN 'EN'
                   MOVE 'ENTREGUE AO CLIENTE' TO WRK-DESC-STATUS
               WHEN 'RE'
                   MOVE 'ENTREGA RECUSADA' TO WRK-DESC-STATUS
               WHEN 'NE'
                   MOVE 'ENDERECO NAO ENCONTRADO' TO WRK-DESC-STATUS
               WHEN 'BO'
                   MOVE 'LOTE DESFEITO' TO WRK-DESC-STATUS
               WHEN OTHER
                   MOVE 'SITUACAO DESCONHECIDA' TO WRK-DESC-STATUS
           END-EVALUATE.
       7200-DESCREVER-STATUS-EXIT.
           EXIT.

      ******************************************************************
      * MOSTRA A SITUACAO DE ENTREGA DO PEDIDO NO MASTER DE
      * ACOMPANHAMENTO ENTRMST.DAT (PROGCOB38): PROMESSA, ENTREGA,
      * RECEBEDOR E DIAS UTEIS DE ATRASO. PEDIDO NAO EMBARCADO OU
      * MASTER AUSENTE NAO MOSTRA NADA.
      ******************************************************************
       7300-EXIBIR-ENTREGA.
           OPEN INPUT ENTRMST.
           IF WRK-FS-ENTRMST IS NOT EQUAL TO '00'
               GO TO 7300-EXIBIR-ENTREGA-EXIT
           END-IF.
           MOVE WRK-PEDIDO-CONSULTA TO EM-ORDER-KEY.
           READ ENTRMST
               INVALID KEY
                   CLOSE ENTRMST
                   GO TO 7300-EXIBIR-ENTREGA-EXIT
           END-READ.
           DISPLAY 'ACOMPANHAMENTO DA ENTREGA:'.
           DISPLAY '  TRANSPORTADORA ....: ' EM-CARRIER-ID.
           DISPLAY '  DATA DE EMBARQUE ..: ' EM-DATA-EMBARQUE.
           DISPLAY '  DATA PROMETIDA ....: ' EM-DATA-PROMESSA.
           EVALUATE TRUE
               WHEN EM-ENTREGUE
                   DISPLAY '  ENTREGUE EM .......: ' EM-DATA-ENTREGA
                   DISPLAY '  RECEBIDO POR ......: ' EM-RECEBEDOR
                   DISPLAY '  DIAS UTEIS ATRASO .: ' EM-DIAS-ATRASO
               WHEN EM-RECUSADO
                   DISPLAY '  ENTREGA RECUSADA EM: ' EM-DATA-ENTREGA
               WHEN EM-END-NAO-ACHADO
                   DISPLAY '  END. NAO ACHADO EM : ' EM-DATA-ENTREGA
               WHEN EM-CANCELADO
                   DISPLAY '  PEDIDO ESTORNADO - ENTREGA CANCELADA'
               WHEN OTHER
                   DISPLAY '  AGUARDANDO CONFIRMACAO DA ENTREGA'
           END-EVALUATE.
           CLOSE ENTRMST.
       7300-EXIBIR-ENTREGA-EXIT.
           EXIT.

      ******************************************************************
      * MOSTRA O ULTIMO CALCULO DE FRETE DO PEDIDO, LIDO DIRETO PELA
      * CHAVE NO MASTER DE HISTORICO FRETEPED.DAT: VALOR, FRETE, ICMS,
      * TOTAL, TRANSPORTADORA, PROMESSA, FATURA E SITUACAO. PEDIDO
      * NUNCA CALCULADO OU MASTER AUSENTE SO GANHAM UM AVISO.
      ******************************************************************
       7400-EXIBIR-FRETE.
           OPEN INPUT FRETEPED.
           IF WRK-FS-FRETEPED IS NOT EQUAL TO '00'
               DISPLAY 'HISTORICO DE FRETE FRETEPED.DAT INDISPONIVEL '
                       '(STATUS ' WRK-FS-FRETEPED ')'
               GO TO 7400-EXIBIR-FRETE-EXIT
           END-IF.
           MOVE WRK-PEDIDO-CONSULTA TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   DISPLAY 'PEDIDO SEM CALCULO DE FRETE NO HISTORICO'
                   CLOSE FRETEPED
                   GO TO 7400-EXIBIR-FRETE-EXIT
           END-READ.
           DISPLAY 'FRETE DO PEDIDO (ULTIMO CALCULO):'.
           DISPLAY '  CALCULADO EM ......: ' FP-DATA-EXECUCAO
                   ' LOTE ' FP-SEQUENCIA ' (' FP-PROGRAMA ')'.
           DISPLAY '  CLIENTE ...........: ' FP-CUSTOMER-ID.
           DISPLAY '  PRODUTO / UF ......: ' FP-PRODUTO ' / ' FP-UF.
           DISPLAY '  VALOR DO PEDIDO ...: R$' FP-VALOR-ORIGINAL.
           DISPLAY '  FRETE .............: R$' FP-FRETE.
           IF FP-VALOR-COMBUST IS NUMERIC
               DISPLAY '    DOS QUAIS COMBUST.: R$' FP-VALOR-COMBUST
           END-IF.
           DISPLAY '  ICMS S/ FRETE .....: R$' FP-VALOR-ICMS.
           DISPLAY '  VALOR TOTAL .......: R$' FP-VALOR-TOTAL.
           DISPLAY '  TRANSPORTADORA ....: ' FP-CARRIER-ID.
           DISPLAY '  DATA PROMETIDA ....: ' FP-DATA-PROMESSA.
           IF FP-EMBARQUE IS NUMERIC
               AND FP-EMBARQUE IS GREATER THAN ZEROS
               DISPLAY '  EMBARQUE ..........: ' FP-EMBARQUE
                       ' (FRETE RATEADO DO EMBARQUE)'
           END-IF.
           IF FP-INVOICE-NUM IS GREATER THAN ZEROS
               DISPLAY '  FATURA ............: ' FP-INVOICE-NUM
           ELSE
               DISPLAY '  FATURA ............: AINDA NAO FATURADO'
           END-IF.
           IF FP-ESTORNADO
               DISPLAY '  SITUACAO ..........: ESTORNADO EM '
                       FP-DATA-ESTORNO
           ELSE
               DISPLAY '  SITUACAO ..........: CALCULADO'
           END-IF.
           CLOSE FRETEPED.
       7400-EXIBIR-FRETE-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF FRETE-DISPONIVEL
               CLOSE FRETEMST

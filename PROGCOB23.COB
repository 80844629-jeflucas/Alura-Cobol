      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * SET/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      A FATURA PASSA A COBRAR TAMBEM O ICMS SOBRE
      *                    O FRETE (EX-VALOR-ICMS DO EXTRATO, LIQUIDO
      *                    DE ESTORNOS), GRAVADO EM FI-VALOR-ICMS, E A
      *                    IMPRESSAO DA FATURA MOSTRA FRETE, ICMS E
      *                    TOTAL EM LINHAS PROPRIAS.
      * OUT/2026   JL      O NUMERO DA FATURA CORTADA PASSA A SER
      *                    GRAVADO EM CADA PEDIDO FATURADO NO MASTER
      *                    DE HISTORICO POR PEDIDO FRETEPED.DAT,
      *                    LOCALIZADOS PELA CHAVE ALTERNATIVA CLIENTE
      *                    + DATA, SEM VARRER O MASTER. MASTER
      *                    INDISPONIVEL SO DESLIGA A MARCACAO, COM
      *                    AVISO.
      * OUT/2026   JL      A IMPRESSAO DA FATURA PASSA A MOSTRAR, LOGO
      *                    ABAIXO DO FRETE, A PARCELA DO ADICIONAL DE
      *                    COMBUSTIVEL CONTIDA NELE (EX-VALOR-COMBUST,
      *                    LIQUIDA DE ESTORNOS), COM O TOTAL DO
      *                    PERIODO NO RESUMO.
      * OUT/2026   JL      A IMPRESSAO DA FATURA PASSA A LISTAR OS
      *                    PEDIDOS QUE VIAJARAM NUM EMBARQUE
      *                    CONSOLIDADO (FP-EMBARQUE), COM O FRETE
      *                    RATEADO DE CADA UM.
      * OUT/2026   JL      FALHA AO CARIMBAR A FATURA NO PEDIDO DO
      *                    FRETEPED.DAT PASSA A SER LISTADA COM A
      *                    CHAVE E TERMINA O PASSO COM RC=8: SEM O
      *                    CARIMBO O PEDIDO PARECE NAO FATURADO PARA O
      *                    DESFAZIMENTO DE LOTE DO PROGCOB51.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT FRETEPED ASSIGN TO "FRETEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ORDER-KEY
               ALTERNATE RECORD KEY IS FP-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-FRETEPED.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  FRETEFTI
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETEFTI.

       FD  CTLSEQ.
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  FRETEPED.
           COPY FRETEPED.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEEXT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEFTI     PIC X(02) VALUE ZEROS.
       77 WRK-QT-FATURAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PULADAS      PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-FATURADO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ICMS-FATURADO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ICMS-REG        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COMBUST-FATURADO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-COMBUST-REG     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-FATURA    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SEQ-FATURA      PIC 9(06) VALUE ZEROS.
       77 WRK-JOB-FATURA      PIC X(08) VALUE 'FATURAFR'.
       77 WRK-FS-FRETEPED     PIC X(02) VALUE ZEROS.
       77 WRK-HIST-OK         PIC X(01) VALUE 'N'.
           88 HISTORICO-DISPONIVEL      VALUE 'S'.
       77 WRK-EOF-FRETEPED    PIC X(01) VALUE 'N'.
           88 FIM-DOS-PEDIDOS           VALUE 'S'.
       77 WRK-QT-PED-MARCADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PED-FALHA    PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-INICIO-PER.
          02 WRK-PERIODO-INI  PIC 9(06).
          02 WRK-DIA-INI      PIC 9(02) VALUE 01.
       01 WRK-PARM-GRUPO.
          02 WRK-PARM-MES     PIC X(06) VALUE SPACES.
       01 WRK-MES-INFORMADO REDEFINES WRK-PARM-GRUPO.
             03 WRK-CLI-ID       PIC 9(06).
             03 WRK-CLI-QT       PIC S9(05).
             03 WRK-CLI-FRETE    PIC S9(09)V99.
             03 WRK-CLI-ICMS     PIC S9(09)V99.
             03 WRK-CLI-COMBUST  PIC S9(09)V99.
      *    CLIENTES JA FATURADOS NO PERIODO (FATURA EXISTENTE EM
      *    FRETEFTI.DAT), PULADOS NUM RERUN DO FATURAMENTO.
       01 WRK-TAB-FATURADOS.
                   MOVE EX-CUSTOMER-ID TO WRK-CLI-ID (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-QT    (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-FRETE (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-ICMS  (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-COMBUST (WRK-IDX-CLI)
               ELSE
                   ADD 1 TO WRK-QT-EXCESSO
                   GO TO 3100-ACUMULAR-CLIENTE-EXIT
               END-IF
           END-IF.
           IF EX-VALOR-ICMS IS NUMERIC
               MOVE EX-VALOR-ICMS TO WRK-ICMS-REG
           ELSE
               MOVE ZEROS         TO WRK-ICMS-REG
           END-IF.
           IF EX-VALOR-COMBUST IS NUMERIC
               MOVE EX-VALOR-COMBUST TO WRK-COMBUST-REG
           ELSE
               MOVE ZEROS            TO WRK-COMBUST-REG
           END-IF.
           IF EX-ESTORNO
               SUBTRACT 1        FROM WRK-CLI-QT    (WRK-IDX-CLI)
               SUBTRACT EX-FRETE FROM WRK-CLI-FRETE (WRK-IDX-CLI)
               SUBTRACT WRK-ICMS-REG FROM WRK-CLI-ICMS (WRK-IDX-CLI)
               SUBTRACT WRK-COMBUST-REG
                   FROM WRK-CLI-COMBUST (WRK-IDX-CLI)
           ELSE
               ADD 1        TO WRK-CLI-QT    (WRK-IDX-CLI)
               ADD EX-FRETE TO WRK-CLI-FRETE (WRK-IDX-CLI)
               ADD WRK-ICMS-REG TO WRK-CLI-ICMS (WRK-IDX-CLI)
               ADD WRK-COMBUST-REG TO WRK-CLI-COMBUST (WRK-IDX-CLI)
           END-IF.
       3100-ACUMULAR-CLIENTE-EXIT.
           EXIT.
           IF WRK-FS-FRETEFTI = '35'
               OPEN OUTPUT FRETEFTI
           END-IF.
           OPEN I-O FRETEPED.
           IF WRK-FS-FRETEPED = '00'
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - FRETEPED.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEPED ') - PEDIDOS NAO MARCADOS COM '
                       'A FATURA'
           END-IF.
           PERFORM 4100-FATURAR-CLIENTE THRU 4100-FATURAR-CLIENTE-EXIT
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI IS GREATER THAN WRK-QT-CLIENTES.
           CLOSE FRETEFTI.
           CLOSE CTLSEQ.
           IF HISTORICO-DISPONIVEL
               CLOSE FRETEPED
           END-IF.
       4000-CORTAR-FATURAS-EXIT.
           EXIT.

           MOVE WRK-DATA-EXECUCAO         TO FI-DATA-EMISSAO.
           MOVE ZEROS                     TO FI-DATA-PAGAMENTO.
           MOVE 'A'                       TO FI-STATUS.
           IF WRK-CLI-ICMS (WRK-IDX-CLI) IS GREATER THAN ZEROS
               MOVE WRK-CLI-ICMS (WRK-IDX-CLI) TO FI-VALOR-ICMS
           ELSE
               MOVE ZEROS                 TO FI-VALOR-ICMS
           END-IF.
           WRITE FI-REGISTRO.
           ADD 1 TO WRK-QT-FATURAS.
           ADD WRK-CLI-FRETE (WRK-IDX-CLI) TO WRK-VALOR-FATURADO.
           ADD FI-VALOR-ICMS              TO WRK-ICMS-FATURADO.
           ADD WRK-CLI-COMBUST (WRK-IDX-CLI) TO WRK-COMBUST-FATURADO.
           COMPUTE WRK-TOTAL-FATURA = FI-VALOR-FRETE + FI-VALOR-ICMS.
           DISPLAY 'FATURA ' FI-INVOICE-NUM
                   ' CLIENTE ' FI-CUSTOMER-ID
                   ' (' FI-QT-PEDIDOS ' PEDIDO(S))'.
           DISPLAY '    FRETE ............: R$' FI-VALOR-FRETE.
           DISPLAY '      DOS QUAIS COMBUSTIVEL: R$'
                   WRK-CLI-COMBUST (WRK-IDX-CLI).
           DISPLAY '    ICMS S/ FRETE ....: R$' FI-VALOR-ICMS.
           DISPLAY '    TOTAL DA FATURA ..: R$' WRK-TOTAL-FATURA.
           PERFORM 4300-MARCAR-PEDIDOS THRU 4300-MARCAR-PEDIDOS-EXIT.
       4100-FATURAR-CLIENTE-EXIT.
           EXIT.

       4200-PROXIMO-NUMERO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA O NUMERO DA FATURA NOS PEDIDOS DO CLIENTE CALCULADOS NO
      * PERIODO E AINDA SEM FATURA NO MASTER DE HISTORICO, LIDOS PELA
      * CHAVE ALTERNATIVA (CLIENTE + DATA) A PARTIR DO DIA 1 DO
      * PERIODO ATE O CLIENTE OU O PERIODO MUDAREM. PEDIDO ESTORNADO
      * NAO E FATURADO E FICA SEM NUMERO. PEDIDO QUE VIAJOU NUM
      * EMBARQUE CONSOLIDADO SAI LISTADO NA FATURA COM O EMBARQUE.
      ******************************************************************
       4300-MARCAR-PEDIDOS.
           IF NOT HISTORICO-DISPONIVEL
               GO TO 4300-MARCAR-PEDIDOS-EXIT
           END-IF.
           MOVE 'N'                      TO WRK-EOF-FRETEPED.
           MOVE WRK-PERIODO-NUM          TO WRK-PERIODO-INI.
           MOVE WRK-CLI-ID (WRK-IDX-CLI) TO FP-CUSTOMER-ID.
           MOVE WRK-DATA-INICIO-PER      TO FP-DATA-EXECUCAO.
           START FRETEPED KEY IS NOT LESS THAN FP-CHAVE-CLIENTE
               INVALID KEY SET FIM-DOS-PEDIDOS TO TRUE
           END-START.
           PERFORM 4310-MARCAR-PEDIDO THRU 4310-MARCAR-PEDIDO-EXIT
               UNTIL FIM-DOS-PEDIDOS.
       4300-MARCAR-PEDIDOS-EXIT.
           EXIT.

       4310-MARCAR-PEDIDO.
           READ FRETEPED NEXT RECORD
               AT END
                   SET FIM-DOS-PEDIDOS TO TRUE
                   GO TO 4310-MARCAR-PEDIDO-EXIT
           END-READ.
           MOVE FP-DATA-EXECUCAO TO WRK-DATA-REG.
           IF FP-CUSTOMER-ID IS NOT EQUAL TO WRK-CLI-ID (WRK-IDX-CLI)
               OR WRK-ANO-REG IS NOT EQUAL TO WRK-ANO-PER
               OR WRK-MES-REG IS NOT EQUAL TO WRK-MES-PER
               SET FIM-DOS-PEDIDOS TO TRUE
               GO TO 4310-MARCAR-PEDIDO-EXIT
           END-IF.
           IF FP-CALCULADO
               AND FP-INVOICE-NUM IS EQUAL ZEROS
               MOVE FI-INVOICE-NUM TO FP-INVOICE-NUM
               REWRITE FP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO MARCAR A FATURA ' FI-INVOICE-NUM
                               ' NO PEDIDO ' FP-ORDER-KEY ' (STATUS '
                               WRK-FS-FRETEPED ')'
                       ADD 1 TO WRK-QT-PED-FALHA
                       MOVE 8 TO RETURN-CODE
                       GO TO 4310-MARCAR-PEDIDO-EXIT
               END-REWRITE
               ADD 1 TO WRK-QT-PED-MARCADOS
               IF FP-EMBARQUE IS NUMERIC
                   AND FP-EMBARQUE IS GREATER THAN ZEROS
                   DISPLAY '    PEDIDO ' FP-ORDER-KEY ' NO EMBARQUE '
                           FP-EMBARQUE ' - FRETE RATEADO R$' FP-FRETE
               END-IF
           END-IF.
       4310-MARCAR-PEDIDO-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE FRETEEXT.
           DISPLAY 'PROGCOB23 - FATURAMENTO DO PERIODO '
                   WRK-PERIODO-NUM.
           DISPLAY 'FATURAS CORTADAS .....: ' WRK-QT-FATURAS.
           DISPLAY 'VALOR FATURADO .......: R$' WRK-VALOR-FATURADO.
           DISPLAY 'ICMS FATURADO ........: R$' WRK-ICMS-FATURADO.
           DISPLAY 'COMBUSTIVEL NO FRETE .: R$' WRK-COMBUST-FATURADO.
           DISPLAY 'CLIENTES JA FATURADOS : ' WRK-QT-PULADAS.
           DISPLAY 'CALCULOS SEM CLIENTE .: ' WRK-QT-SEM-CLIENTE.
           DISPLAY 'PEDIDOS COM A FATURA .: ' WRK-QT-PED-MARCADOS.
           IF WRK-QT-PED-FALHA IS GREATER THAN ZERO
               DISPLAY 'ATENCAO - PEDIDOS SEM O NUMERO DA FATURA NO '
                       'FRETEPED.DAT: ' WRK-QT-PED-FALHA
           END-IF.
           IF WRK-QT-EXCESSO IS GREATER THAN ZERO
               DISPLAY 'ATENCAO - CLIENTES ALEM DA TABELA (NAO '
                       'FATURADOS): ' WRK-QT-EXCESSO
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

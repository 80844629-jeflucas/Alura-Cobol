      ******************************************************************
      * OBJETIVO: ESTORNO DE FRETE POR CANCELAMENTO DE PEDIDO. LE AS
      *           TRANSACOES DE CANCELAMENTO FRETECAN.DAT (CHAVE DO
      *           PEDIDO), LOCALIZA O CALCULO ORIGINAL NO MASTER DE
      *           HISTORICO POR PEDIDO FRETEPED.DAT (LEITURA DIRETA
      *           PELA CHAVE) E GRAVA REGISTROS DE ESTORNO (TIPO 'E')
      *           NO EXTRATO FRETEEXT.DAT E NO LOG FRETELOG.DAT COM A
      *           DATA DE NEGOCIO DO LOTE - NUNCA DELECAO, PARA A
      *           TRILHA DE AUDITORIA FICAR INTEIRA. OS LEITORES
      *           (PROGCOB06, PROGCOB18 E AS EQUACOES DO PROGCOB15,
      *           ALEM DOS RELATORIOS DO LOG) SUBTRAEM OS ESTORNOS DOS
      *           TOTAIS. PEDIDO JA ESTORNADO (SITUACAO 'E' NO MASTER)
      *           NAO E ESTORNADO DE NOVO, ENTAO UM RERUN NAO DUPLICA
      *           AJUSTE. O ARQUIVO DE CANCELAMENTOS E CONSUMIDO
      *           (LIMPO) AO FIM DO PASSO CONCLUIDO.
      *           ATE AQUI CANCELAMENTO ERA MEMORANDO FORA DO
      *           SISTEMA: O DIA, O EXTRATO DO CLIENTE E O CONTAS A
      *           PAGAR FICAVAM ERRADOS PARA SEMPRE.
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * SET/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      O ESTORNO PASSA A ESTORNAR TAMBEM O ICMS
      *                    SOBRE O FRETE: BASE E VALOR DO ICMS DO
      *                    CALCULO ORIGINAL SAO REPETIDOS NOS
      *                    REGISTROS 'E' DO EXTRATO E DO LOG.
      * OUT/2026   JL      A TRANSPORTADORA DO ORIGINAL PASSA A SER
      *                    REPETIDA TAMBEM NO ESTORNO DO EXTRATO
      *                    (EX-CARRIER-ID).
      * OUT/2026   JL      O CLIENTE DO ORIGINAL PASSA A SER REPETIDO
      *                    TAMBEM NO ESTORNO DO LOG (LG-CUSTOMER-ID).
      * OUT/2026   JL      O CALCULO ORIGINAL PASSA A SER LIDO DIRETO
      *                    DO MASTER DE HISTORICO POR PEDIDO
      *                    FRETEPED.DAT (CARGA PELO PROGCOB46), EM VEZ
      *                    DAS VARREDURAS DO EXTRATO E DO LOG; O
      *                    PEDIDO ESTORNADO FICA COM SITUACAO 'E' NO
      *                    MASTER, QUE E O QUE IMPEDE O ESTORNO
      *                    DUPLICADO NUM RERUN.
      * OUT/2026   JL      O ADICIONAL DE COMBUSTIVEL DO ORIGINAL
      *                    (FP-VALOR-COMBUST) PASSA A SER REPETIDO NO
      *                    ESTORNO DO LOG E DO EXTRATO, PARA OS
      *                    RELATORIOS LIQUIDAREM A PARCELA DE
      *                    COMBUSTIVEL DO PEDIDO CANCELADO.
      * OUT/2026   JL      O EMBARQUE CONSOLIDADO DO ORIGINAL
      *                    (FP-EMBARQUE) PASSA A SER REPETIDO NO
      *                    ESTORNO DO EXTRATO, COM AVISO DE QUE OS
      *                    DEMAIS PEDIDOS DO EMBARQUE MANTEM O FRETE
      *                    RATEADO.
      * OUT/2026   JL      O PEDIDO PASSA A SER MARCADO ESTORNADO NO
      *                    FRETEPED.DAT ANTES DE O ESTORNO SER GRAVADO
      *                    NO EXTRATO E NO LOG; FALHA NA REGRAVACAO DO
      *                    MASTER TERMINA O PASSO COM RC=8 SEM GRAVAR
      *                    O ESTORNO, E PEDIDO AUSENTE DO MASTER E
      *                    LISTADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FRETELOG ASSIGN TO "FRETELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT FRETEPED ASSIGN TO "FRETEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ORDER-KEY
               ALTERNATE RECORD KEY IS FP-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-FRETEPED.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           COPY FRETECAN.

       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  FRETEPED.
           COPY FRETEPED.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.
       77 WRK-FS-FRETEEXT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETELOG     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEPED     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FRETECAN    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETECAN           VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-SEM-TXN         PIC X(01) VALUE 'N'.
           88 SEM-CANCELAMENTOS         VALUE 'S'.
       77 WRK-QT-CANCELS      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CAN         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-LIDAS        PIC 9(05) VALUE ZEROS.
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
      *    CANCELAMENTOS CARREGADOS EM MEMORIA, COM A IMAGEM DO
      *    ULTIMO CALCULO DO PEDIDO LIDA DO MASTER DE HISTORICO E O
      *    SALDO A ESTORNAR (1 = CALCULADO, 0 = SEM CALCULO OU JA
      *    ESTORNADO), PARA O RERUN NAO DUPLICAR.
       01 WRK-TAB-CANCELS.
          02 WRK-CAN-ENTRY OCCURS 200 TIMES.
             03 WRK-CAN-CHAVE    PIC 9(08).
             03 WRK-CAN-VALOR    PIC 9(07)V99.
             03 WRK-CAN-FRETE    PIC 9(07)V99.
             03 WRK-CAN-TOTAL    PIC 9(08)V99.
             03 WRK-CAN-BASE-ICMS PIC 9(07)V99.
             03 WRK-CAN-ICMS     PIC 9(07)V99.
             03 WRK-CAN-CLIENTE  PIC 9(06).
             03 WRK-CAN-CARRIER  PIC 9(04).
             03 WRK-CAN-COMBUST  PIC 9(07)V99.
             03 WRK-CAN-EMBARQUE PIC 9(08).

       PROCEDURE DIVISION.

           END-IF.
           PERFORM 2000-LOCALIZAR-ORIGINAIS THRU
                   2000-LOCALIZAR-ORIGINAIS-EXIT
               VARYING WRK-IDX-CAN FROM 1 BY 1
               UNTIL WRK-IDX-CAN IS GREATER THAN WRK-QT-CANCELS.
           PERFORM 4000-GRAVAR-ESTORNOS THRU 4000-GRAVAR-ESTORNOS-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * CARREGA OS CANCELAMENTOS EM MEMORIA E ABRE O MASTER DE
      * HISTORICO POR PEDIDO PARA A LOCALIZACAO DOS CALCULOS
      * ORIGINAIS. SEM ARQUIVO DE CANCELAMENTOS (OU VAZIO) NAO HA
      * NADA A ESTORNAR.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
               SET SEM-CANCELAMENTOS TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O FRETEPED.
           IF WRK-FS-FRETEPED IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETEPED.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEPED
                       ') - RODE O PROGCOB46 PARA CARREGAR O MASTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

                           TO WRK-CAN-SALDO    (WRK-QT-CANCELS)
                       MOVE ZEROS
                           TO WRK-CAN-CARRIER  (WRK-QT-CANCELS)
                       MOVE ZEROS
                           TO WRK-CAN-BASE-ICMS (WRK-QT-CANCELS)
                       MOVE ZEROS
                           TO WRK-CAN-ICMS     (WRK-QT-CANCELS)
                       MOVE ZEROS
                           TO WRK-CAN-COMBUST  (WRK-QT-CANCELS)
                       MOVE ZEROS
                           TO WRK-CAN-EMBARQUE (WRK-QT-CANCELS)
                   ELSE
                       ADD 1 TO WRK-QT-EXCESSO
                       MOVE CN-REGISTRO TO CNW-REGISTRO
           EXIT.

      ******************************************************************
      * LE DIRETO NO MASTER DE HISTORICO O ULTIMO CALCULO DE CADA
      * CHAVE CANCELADA. SO PEDIDO COM SITUACAO 'C' (CALCULADO) TEM
      * SALDO A ESTORNAR; PEDIDO AUSENTE OU JA ESTORNADO FICA COM
      * SALDO ZERO.
      ******************************************************************
       2000-LOCALIZAR-ORIGINAIS.
           MOVE WRK-CAN-CHAVE (WRK-IDX-CAN) TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   GO TO 2000-LOCALIZAR-ORIGINAIS-EXIT
           END-READ.
           IF NOT FP-CALCULADO
               GO TO 2000-LOCALIZAR-ORIGINAIS-EXIT
           END-IF.
           MOVE 1                 TO WRK-CAN-SALDO    (WRK-IDX-CAN).
           MOVE FP-PRODUTO        TO WRK-CAN-PRODUTO  (WRK-IDX-CAN).
           MOVE FP-UF             TO WRK-CAN-UF       (WRK-IDX-CAN).
           MOVE FP-VALOR-ORIGINAL TO WRK-CAN-VALOR    (WRK-IDX-CAN).
           MOVE FP-FRETE          TO WRK-CAN-FRETE    (WRK-IDX-CAN).
           MOVE FP-VALOR-TOTAL    TO WRK-CAN-TOTAL    (WRK-IDX-CAN).
           MOVE FP-BASE-ICMS      TO WRK-CAN-BASE-ICMS (WRK-IDX-CAN).
           MOVE FP-VALOR-ICMS     TO WRK-CAN-ICMS     (WRK-IDX-CAN).
           MOVE FP-CUSTOMER-ID    TO WRK-CAN-CLIENTE  (WRK-IDX-CAN).
           MOVE FP-CARRIER-ID     TO WRK-CAN-CARRIER  (WRK-IDX-CAN).
           IF FP-VALOR-COMBUST IS NUMERIC
               MOVE FP-VALOR-COMBUST TO WRK-CAN-COMBUST (WRK-IDX-CAN)
           END-IF.
           IF FP-EMBARQUE IS NUMERIC
               MOVE FP-EMBARQUE TO WRK-CAN-EMBARQUE (WRK-IDX-CAN)
           END-IF.
       2000-LOCALIZAR-ORIGINAIS-EXIT.
           EXIT.

      ******************************************************************
      * CAMINHO E UMA NOVA EXECUCAO TRATA O RESTANTE.
      ******************************************************************
       4000-GRAVAR-ESTORNOS.
           OPEN EXTEND FRETEEXT.
           OPEN EXTEND FRETELOG.
           PERFORM 4100-ESTORNAR-PEDIDO THRU 4100-ESTORNAR-PEDIDO-EXIT
               VARYING WRK-IDX-CAN FROM 1 BY 1
               UNTIL WRK-IDX-CAN IS GREATER THAN WRK-QT-CANCELS.
           CLOSE FRETEEXT FRETELOG FRETEPED.
           OPEN INPUT  FRETECNW.
           OPEN OUTPUT FRETECAN.
           READ FRETECNW
                       'ESTORNADO)'
               GO TO 4100-ESTORNAR-PEDIDO-EXIT
           END-IF.
           PERFORM 4200-MARCAR-ESTORNADO THRU
                   4200-MARCAR-ESTORNADO-EXIT.
           MOVE WRK-CAN-CHAVE   (WRK-IDX-CAN) TO EX-ORDER-KEY.
           MOVE WRK-CAN-PRODUTO (WRK-IDX-CAN) TO EX-PRODUTO.
           MOVE WRK-CAN-UF      (WRK-IDX-CAN) TO EX-UF.
           MOVE WRK-SEQ-EXEC                  TO EX-SEQUENCIA.
           MOVE ZEROS                         TO EX-DATA-PROMESSA.
           MOVE SPACES                        TO EX-OPERADOR.
           MOVE WRK-CAN-BASE-ICMS (WRK-IDX-CAN) TO EX-BASE-ICMS.
           MOVE WRK-CAN-ICMS    (WRK-IDX-CAN) TO EX-VALOR-ICMS.
           MOVE WRK-CAN-CARRIER (WRK-IDX-CAN) TO EX-CARRIER-ID.
           MOVE ZEROS                         TO EX-PESO.
           MOVE SPACE                         TO EX-SERVICO.
           MOVE WRK-CAN-COMBUST (WRK-IDX-CAN) TO EX-VALOR-COMBUST.
           MOVE WRK-CAN-EMBARQUE (WRK-IDX-CAN) TO EX-EMBARQUE.
           WRITE EX-REGISTRO.
           IF WRK-CAN-EMBARQUE (WRK-IDX-CAN) IS GREATER THAN ZEROS
               DISPLAY 'PEDIDO ' WRK-CAN-CHAVE (WRK-IDX-CAN)
                       ' ESTORNADO DO EMBARQUE '
                       WRK-CAN-EMBARQUE (WRK-IDX-CAN)
                       ' - OS DEMAIS PEDIDOS DO EMBARQUE MANTEM O '
                       'FRETE RATEADO'
           END-IF.
           MOVE WRK-CAN-PRODUTO (WRK-IDX-CAN) TO LG-PRODUTO.
           MOVE WRK-CAN-VALOR   (WRK-IDX-CAN) TO LG-VALOR-ORIGINAL.
           MOVE WRK-CAN-UF      (WRK-IDX-CAN) TO LG-UF.
           MOVE WRK-CAN-CARRIER (WRK-IDX-CAN) TO LG-CARRIER-ID.
           MOVE 'E'                           TO LG-TIPO-REG.
           MOVE WRK-SEQ-EXEC                  TO LG-SEQUENCIA.
           MOVE WRK-CAN-BASE-ICMS (WRK-IDX-CAN) TO LG-BASE-ICMS.
           MOVE WRK-CAN-ICMS    (WRK-IDX-CAN) TO LG-VALOR-ICMS.
           MOVE WRK-CAN-CLIENTE (WRK-IDX-CAN) TO LG-CUSTOMER-ID.
           MOVE WRK-CAN-COMBUST (WRK-IDX-CAN) TO LG-VALOR-COMBUST.
           WRITE LG-REGISTRO.
           ADD 1 TO WRK-QT-ESTORNADOS.
           ADD WRK-CAN-TOTAL (WRK-IDX-CAN) TO WRK-VALOR-ESTORNADO.
       4100-ESTORNAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * MARCA O PEDIDO COMO ESTORNADO NO MASTER DE HISTORICO, COM A
      * DATA DE NEGOCIO DO ESTORNO, PARA UM RERUN NAO ESTORNAR DE NOVO.
      * E FEITO ANTES DE GRAVAR O ESTORNO: SE A REGRAVACAO FALHAR O
      * PASSO TERMINA COM RC=8 SEM ESTORNO GRAVADO PARA O PEDIDO.
      ******************************************************************
       4200-MARCAR-ESTORNADO.
           MOVE WRK-CAN-CHAVE (WRK-IDX-CAN) TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   DISPLAY 'AVISO - PEDIDO ' FP-ORDER-KEY
                           ' AUSENTE DO FRETEPED.DAT (STATUS '
                           WRK-FS-FRETEPED ') - ESTORNO GRAVADO SEM '
                           'MARCAR O HISTORICO'
                   GO TO 4200-MARCAR-ESTORNADO-EXIT
           END-READ.
           MOVE 'E'               TO FP-SITUACAO.
           MOVE WRK-DATA-EXECUCAO TO FP-DATA-ESTORNO.
           MOVE 'PROGCB30'        TO FP-PROGRAMA.
           REWRITE FP-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO FATAL - FALHA AO MARCAR O PEDIDO '
                           FP-ORDER-KEY ' COMO ESTORNADO NO '
                           'FRETEPED.DAT (STATUS ' WRK-FS-FRETEPED ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       4200-MARCAR-ESTORNADO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA O REGISTRO DE BALANCEAMENTO DO PASSO DE ESTORNO NO
      * CONTROLE BALCTL.DAT: ENTRADA = CANCELAMENTOS LIDOS, SAIDA =

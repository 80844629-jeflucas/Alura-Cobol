      *                    UTEIS DE TRANSITO DA UF (FT-DIAS-TRANSITO)
      *                    PULANDO FINS DE SEMANA E OS FERIADOS DO
      *                    CALENDARIO CALMAST.DAT.
      * OUT/2026   JL      O PEDIDO RECUPERADO PASSA A TER O ICMS SOBRE
      *                    O FRETE APURADO (MASTER ICMS.DAT, MANTIDO
      *                    PELO PROGCOB37, PELA UF DE ORIGEM E A UF DO
      *                    PEDIDO) E GRAVADO NO LOG E NO EXTRATO
      *                    (BASE E VALOR DO ICMS), NOS MESMOS MOLDES
      *                    DO PROGCOB09.
      * OUT/2026   JL      A TRANSPORTADORA DESIGNADA PASSA A SER
      *                    GRAVADA TAMBEM NO EXTRATO (EX-CARRIER-ID).
      * OUT/2026   JL      O CLIENTE DO PEDIDO RECUPERADO PASSA A SER
      *                    GRAVADO TAMBEM NO LOG (LG-CUSTOMER-ID).
      * OUT/2026   JL      O PESO E O NIVEL DE SERVICO DO PEDIDO
      *                    RECUPERADO PASSAM A SER GRAVADOS NO EXTRATO
      *                    (EX-PESO/EX-SERVICO), PARA O MANIFESTO DE
      *                    COLETA DO PROGCOB44.
      * OUT/2026   JL      O PEDIDO RECUPERADO PASSA A SER GRAVADO
      *                    (OU REGRAVADO) NO MASTER DE HISTORICO DE
      *                    FRETE POR PEDIDO FRETEPED.DAT, NOS MESMOS
      *                    MOLDES DO PROGCOB09.
      * OUT/2026   JL      O PEDIDO RECUPERADO PASSA A PAGAR O ADICIONAL
      *                    SEMANAL DE COMBUSTIVEL (COMBUST.DAT,
      *                    MANTIDO PELO PROGCOB48) SOBRE O FRETE JA COM
      *                    O ACORDO DO CLIENTE, GRAVADO A PARTE NO LOG,
      *                    NO EXTRATO E NO HISTORICO DO PEDIDO, NOS
      *                    MESMOS MOLDES DO PROGCOB09.
      * OUT/2026   JL      O PEDIDO RECUPERADO DO SUSPENSE E COTADO
      *                    SOZINHO: SAI NO EXTRATO E NO MASTER DE
      *                    HISTORICO SEM EMBARQUE CONSOLIDADO
      *                    (EX-EMBARQUE ZERADO).
      * OUT/2026   JL      FALHA AO GRAVAR OU REGRAVAR O PEDIDO NO
      *                    MASTER DE HISTORICO E LISTADA COM A CHAVE E
      *                    O STATUS E O PASSO TERMINA COM RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT JOBJRNL ASSIGN TO "JOBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOBJRNL.
           SELECT ICMSMST ASSIGN TO "ICMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CHAVE
               FILE STATUS IS WRK-FS-ICMSMST.
           SELECT FRETEPED ASSIGN TO "FRETEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ORDER-KEY
               ALTERNATE RECORD KEY IS FP-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-FRETEPED.
           SELECT COMBMST ASSIGN TO "COMBUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WRK-FS-COMBMST.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEMST.
       01 RCY-REGISTRO            PIC X(105).

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  CTLFILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY JOBJRNL.

       FD  ICMSMST.
           COPY ICMSTAB.

       FD  FRETEPED.
           COPY FRETEPED.

       FD  COMBMST.
           COPY COMBTAB.

       WORKING-STORAGE SECTION.
       77 WRK-FS-JOBJRNL      PIC X(02) VALUE ZEROS.
       77 WRK-HORA-AGORA      PIC 9(08) VALUE ZEROS.
          02 WRK-FAIXA-VIG OCCURS 3 TIMES.
             03 WRK-FAIXA-LIMITE     PIC 9(08)V99.
             03 WRK-FAIXA-PERCENTUAL PIC 9(01)V9(04).
      *    ICMS SOBRE O FRETE, NOS MESMOS MOLDES DO PROGCOB09 (UF DE
      *    ORIGEM DAS PRESTACOES CONFIGURAVEL AQUI).
       77 WRK-UF-ORIGEM       PIC X(02) VALUE 'SP'.
       77 WRK-FS-ICMSMST      PIC X(02) VALUE ZEROS.
       77 WRK-ICMS-OK         PIC X(01) VALUE 'N'.
           88 ICMS-DISPONIVEL           VALUE 'S'.
       77 WRK-ICMS-ACHADO     PIC X(01) VALUE 'N'.
           88 ALIQUOTA-ICMS-ACHADA      VALUE 'S'.
       77 WRK-EOF-ICMS        PIC X(01) VALUE 'N'.
           88 FIM-DE-VERSOES-ICMS       VALUE 'S'.
       77 WRK-ALIQ-ICMS       PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-RED-ICMS        PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-BASE-ICMS       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ICMS      PIC 9(07)V99 VALUE ZEROS.
      *    ADICIONAL SEMANAL DE COMBUSTIVEL, NOS MESMOS MOLDES DO
      *    PROGCOB09.
       77 WRK-FS-COMBMST      PIC X(02) VALUE ZEROS.
       77 WRK-COMBUST-OK      PIC X(01) VALUE 'N'.
           88 COMBUSTIVEL-DISPONIVEL    VALUE 'S'.
       77 WRK-COMB-ACHADO     PIC X(01) VALUE 'N'.
           88 ADICIONAL-ACHADO          VALUE 'S'.
       77 WRK-EOF-COMB        PIC X(01) VALUE 'N'.
           88 FIM-DE-VERSOES-COMB       VALUE 'S'.
       77 WRK-ISENTO-COMB     PIC X(01) VALUE 'N'.
           88 CLIENTE-ISENTO-COMB       VALUE 'S'.
       77 WRK-REGIAO-COMB     PIC X(02) VALUE SPACES.
       77 WRK-PCT-COMBUST     PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-VALOR-COMBUST   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FS-FRETEPED     PIC X(02) VALUE ZEROS.
       77 WRK-HIST-OK         PIC X(01) VALUE 'N'.
           88 HISTORICO-DISPONIVEL      VALUE 'S'.
       77 WRK-PED-EXISTE      PIC X(01) VALUE 'N'.
           88 PEDIDO-NO-HISTORICO       VALUE 'S'.

       PROCEDURE DIVISION.

                       WRK-FS-CUSTAGR ') - RECICLAGEM SEGUE SEM '
                       'ACORDOS COMERCIAIS'
           END-IF.
           OPEN INPUT ICMSMST.
           IF WRK-FS-ICMSMST = '00'
               SET ICMS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - ICMS.DAT INDISPONIVEL (STATUS '
                       WRK-FS-ICMSMST ') - RECICLAGEM SEGUE SEM ICMS'
           END-IF.
           OPEN INPUT COMBMST.
           IF WRK-FS-COMBMST = '00'
               SET COMBUSTIVEL-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - COMBUST.DAT INDISPONIVEL (STATUS '
                       WRK-FS-COMBMST ') - RECICLAGEM SEGUE SEM '
                       'ADICIONAL DE COMBUSTIVEL'
           END-IF.
           PERFORM 1700-ABRIR-HISTORICO THRU 1700-ABRIR-HISTORICO-EXIT.
           PERFORM 1500-CARREGAR-TRANSPORTADORAS THRU
                   1500-CARREGAR-TRANSPORTADORAS-EXIT.
           PERFORM 1600-CARREGAR-CALENDARIO THRU
           PERFORM 2500-CALCULAR-FRETE-VIGENTE THRU
                   2500-CALCULAR-FRETE-VIGENTE-EXIT.
           PERFORM 2600-APLICAR-ACORDO THRU 2600-APLICAR-ACORDO-EXIT.
           PERFORM 2620-APLICAR-ADICIONAL THRU
                   2620-APLICAR-ADICIONAL-EXIT.
           PERFORM 2650-CALCULAR-ICMS THRU 2650-CALCULAR-ICMS-EXIT.
           COMPUTE WRK-VALOR-TOTAL = RJ-VALOR + WRK-FRETE.
           MOVE RJ-PRODUTO         TO LG-PRODUTO.
           MOVE RJ-VALOR           TO LG-VALOR-ORIGINAL.
           MOVE WRK-CARRIER-ID     TO LG-CARRIER-ID.
           MOVE SPACE              TO LG-TIPO-REG.
           MOVE WRK-SEQ-EXEC       TO LG-SEQUENCIA.
           MOVE WRK-BASE-ICMS      TO LG-BASE-ICMS.
           MOVE WRK-VALOR-ICMS     TO LG-VALOR-ICMS.
           MOVE WRK-VALOR-COMBUST  TO LG-VALOR-COMBUST.
           IF RJ-CUSTOMER-ID IS NUMERIC
               MOVE RJ-CUSTOMER-ID TO LG-CUSTOMER-ID
           ELSE
               MOVE ZEROS          TO LG-CUSTOMER-ID
           END-IF.
           WRITE LG-REGISTRO.
           MOVE RJ-ORDER-KEY       TO EX-ORDER-KEY.
           IF RJ-CUSTOMER-ID IS NUMERIC
                   2800-CALCULAR-DATA-PROMESSA-EXIT.
           MOVE WRK-DATA-PROMESSA  TO EX-DATA-PROMESSA.
           MOVE SPACES             TO EX-OPERADOR.
           MOVE WRK-BASE-ICMS      TO EX-BASE-ICMS.
           MOVE WRK-VALOR-ICMS     TO EX-VALOR-ICMS.
           MOVE WRK-CARRIER-ID     TO EX-CARRIER-ID.
           MOVE WRK-PESO           TO EX-PESO.
           MOVE WRK-SERVICO        TO EX-SERVICO.
           MOVE WRK-VALOR-COMBUST  TO EX-VALOR-COMBUST.
           MOVE ZEROS              TO EX-EMBARQUE.
           WRITE EX-REGISTRO.
           ADD 1 TO WRK-QT-RECUPERADOS.
           ADD WRK-VALOR-TOTAL TO WRK-VALOR-RECUP.
               MOVE WRK-DATA-EXECUCAO TO OS-DATA-EVENTO
               MOVE 'PROGCB14'        TO OS-PROGRAMA
               WRITE OS-REGISTRO
               PERFORM 2900-ATUALIZAR-HISTORICO THRU
                       2900-ATUALIZAR-HISTORICO-EXIT
           END-IF.
           DISPLAY 'RECUPERADO PEDIDO ' RJ-ORDER-KEY
                   ' UF ' RJ-UF ' FRETE R$' WRK-FRETE
                   ' ICMS R$' WRK-VALOR-ICMS
                   ' COMBUSTIVEL R$' WRK-VALOR-COMBUST.
       2100-RECUPERAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA OU REGRAVA NO MASTER DE HISTORICO DE FRETE POR PEDIDO A
      * IMAGEM DO CALCULO RECUPERADO QUE ACABOU DE IR PARA O EXTRATO,
      * NOS MESMOS MOLDES DO ATUALIZAR-HISTORICO-PEDIDO DO PROGCOB09.
      ******************************************************************
       2900-ATUALIZAR-HISTORICO.
           IF NOT HISTORICO-DISPONIVEL
               GO TO 2900-ATUALIZAR-HISTORICO-EXIT
           END-IF.
           MOVE EX-ORDER-KEY TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   MOVE 'N' TO WRK-PED-EXISTE
               NOT INVALID KEY
                   SET PEDIDO-NO-HISTORICO TO TRUE
           END-READ.
           MOVE EX-ORDER-KEY       TO FP-ORDER-KEY.
           MOVE EX-CUSTOMER-ID     TO FP-CUSTOMER-ID.
           MOVE EX-DATA-EXECUCAO   TO FP-DATA-EXECUCAO.
           MOVE EX-SEQUENCIA       TO FP-SEQUENCIA.
           MOVE EX-PRODUTO         TO FP-PRODUTO.
           MOVE EX-UF              TO FP-UF.
           MOVE EX-VALOR-ORIGINAL  TO FP-VALOR-ORIGINAL.
           MOVE EX-FRETE           TO FP-FRETE.
           MOVE EX-VALOR-TOTAL     TO FP-VALOR-TOTAL.
           MOVE EX-BASE-ICMS       TO FP-BASE-ICMS.
           MOVE EX-VALOR-ICMS      TO FP-VALOR-ICMS.
           MOVE EX-CARRIER-ID      TO FP-CARRIER-ID.
           MOVE EX-DATA-PROMESSA   TO FP-DATA-PROMESSA.
           MOVE EX-PESO            TO FP-PESO.
           MOVE EX-SERVICO         TO FP-SERVICO.
           MOVE EX-VALOR-COMBUST   TO FP-VALOR-COMBUST.
           MOVE EX-EMBARQUE        TO FP-EMBARQUE.
           MOVE ZEROS              TO FP-INVOICE-NUM.
           MOVE 'C'                TO FP-SITUACAO.
           MOVE ZEROS              TO FP-DATA-ESTORNO.
           MOVE 'PROGCB14'         TO FP-PROGRAMA.
           IF PEDIDO-NO-HISTORICO
               REWRITE FP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO - FALHA AO REGRAVAR O PEDIDO '
                               FP-ORDER-KEY ' NO FRETEPED.DAT (STATUS '
                               WRK-FS-FRETEPED ')'
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE FP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO - FALHA AO GRAVAR O PEDIDO '
                               FP-ORDER-KEY ' NO FRETEPED.DAT (STATUS '
                               WRK-FS-FRETEPED ')'
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.
       2900-ATUALIZAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * A UF CONTINUA SEM CADASTRO: O PEDIDO VOLTA PARA O SUSPENSE COM
      * O CONTADOR DE TENTATIVAS INCREMENTADO. A DATA DA PRIMEIRA
      * DO PROGCOB09.
      ******************************************************************
       2600-APLICAR-ACORDO.
           MOVE 'N' TO WRK-ISENTO-COMB.
           IF RJ-CUSTOMER-ID IS NUMERIC
               MOVE RJ-CUSTOMER-ID TO WRK-CUSTOMER-ID
           ELSE
           IF NOT AG-ACORDO-ATIVO
               GO TO 2600-APLICAR-ACORDO-EXIT
           END-IF.
           IF AG-ISENTO-ADICIONAL
               SET CLIENTE-ISENTO-COMB TO TRUE
           END-IF.
           IF AG-FRETE-GRATIS IS GREATER THAN ZEROS
               AND RJ-VALOR IS NOT LESS THAN AG-FRETE-GRATIS
               MOVE ZEROS TO WRK-FRETE
       2600-APLICAR-ACORDO-EXIT.
           EXIT.

      ******************************************************************
      * COBRA O ADICIONAL SEMANAL DE COMBUSTIVEL SOBRE O FRETE
      * RECUPERADO (JA COM O ACORDO DO CLIENTE): VERSAO DE COMBUST.DAT
      * VIGENTE NA DATA DE NEGOCIO PARA A REGIAO DA UF OU, NA FALTA,
      * PARA A REGIAO PADRAO (EM BRANCO), NOS MESMOS MOLDES DO
      * APLICAR-ADICIONAL-COMBUST DO PROGCOB09.
      ******************************************************************
       2620-APLICAR-ADICIONAL.
           MOVE ZEROS TO WRK-VALOR-COMBUST WRK-PCT-COMBUST.
           IF NOT COMBUSTIVEL-DISPONIVEL
               OR CLIENTE-ISENTO-COMB
               OR WRK-FRETE IS EQUAL ZEROS
               GO TO 2620-APLICAR-ADICIONAL-EXIT
           END-IF.
           MOVE 'N' TO WRK-COMB-ACHADO.
           MOVE WRK-REGIAO-VIGENTE TO WRK-REGIAO-COMB.
           IF WRK-REGIAO-COMB IS NOT EQUAL SPACES
               PERFORM 2630-LOCALIZAR-ADICIONAL THRU
                       2630-LOCALIZAR-ADICIONAL-EXIT
           END-IF.
           IF NOT ADICIONAL-ACHADO
               MOVE SPACES TO WRK-REGIAO-COMB
               PERFORM 2630-LOCALIZAR-ADICIONAL THRU
                       2630-LOCALIZAR-ADICIONAL-EXIT
           END-IF.
           IF WRK-PCT-COMBUST IS EQUAL ZEROS
               GO TO 2620-APLICAR-ADICIONAL-EXIT
           END-IF.
           COMPUTE WRK-VALOR-COMBUST ROUNDED =
                   WRK-FRETE * WRK-PCT-COMBUST.
           ADD WRK-VALOR-COMBUST TO WRK-FRETE.
       2620-APLICAR-ADICIONAL-EXIT.
           EXIT.

       2630-LOCALIZAR-ADICIONAL.
           MOVE 'N'             TO WRK-EOF-COMB.
           MOVE WRK-REGIAO-COMB TO SC-REGIAO.
           MOVE ZEROS           TO SC-DATA-VIGENCIA.
           START COMBMST KEY IS NOT LESS THAN SC-CHAVE
               INVALID KEY SET FIM-DE-VERSOES-COMB TO TRUE
           END-START.
           PERFORM 2640-LER-VERSAO-ADICIONAL THRU
                   2640-LER-VERSAO-ADICIONAL-EXIT
               UNTIL FIM-DE-VERSOES-COMB.
       2630-LOCALIZAR-ADICIONAL-EXIT.
           EXIT.

       2640-LER-VERSAO-ADICIONAL.
           READ COMBMST NEXT RECORD
               AT END SET FIM-DE-VERSOES-COMB TO TRUE
           END-READ.
           IF WRK-FS-COMBMST IS NOT EQUAL TO '00'
               SET FIM-DE-VERSOES-COMB TO TRUE
           END-IF.
           IF NOT FIM-DE-VERSOES-COMB
               IF SC-REGIAO IS NOT EQUAL TO WRK-REGIAO-COMB
                   OR SC-DATA-VIGENCIA IS GREATER THAN
                      WRK-DATA-EXECUCAO
                   SET FIM-DE-VERSOES-COMB TO TRUE
               ELSE
                   SET ADICIONAL-ACHADO TO TRUE
                   IF SC-PERCENTUAL IS NUMERIC
                       MOVE SC-PERCENTUAL TO WRK-PCT-COMBUST
                   ELSE
                       MOVE ZEROS TO WRK-PCT-COMBUST
                   END-IF
               END-IF
           END-IF.
       2640-LER-VERSAO-ADICIONAL-EXIT.
           EXIT.

      ******************************************************************
      * APURA O ICMS SOBRE O FRETE RECUPERADO (JA COM O ACORDO DO
      * CLIENTE): VERSAO DO PAR UF DE ORIGEM / UF DO PEDIDO VIGENTE NA
      * DATA DE NEGOCIO EM ICMS.DAT, BASE REDUZIDA PELO PERCENTUAL DE
      * REDUCAO E ALIQUOTA SOBRE A BASE, NOS MESMOS MOLDES DO
      * CALCULAR-ICMS-FRETE DO PROGCOB09. SEM VERSAO VIGENTE: ZERADO.
      ******************************************************************
       2650-CALCULAR-ICMS.
           MOVE ZEROS TO WRK-BASE-ICMS WRK-VALOR-ICMS.
           MOVE ZEROS TO WRK-ALIQ-ICMS WRK-RED-ICMS.
           MOVE 'N'   TO WRK-ICMS-ACHADO.
           IF NOT ICMS-DISPONIVEL
               OR WRK-FRETE IS EQUAL ZEROS
               GO TO 2650-CALCULAR-ICMS-EXIT
           END-IF.
           MOVE 'N'           TO WRK-EOF-ICMS.
           MOVE WRK-UF-ORIGEM TO IC-UF-ORIGEM.
           MOVE RJ-UF         TO IC-UF-DESTINO.
           MOVE ZEROS         TO IC-DATA-VIGENCIA.
           START ICMSMST KEY IS NOT LESS THAN IC-CHAVE
               INVALID KEY SET FIM-DE-VERSOES-ICMS TO TRUE
           END-START.
           PERFORM 2660-LER-VERSAO-ICMS THRU 2660-LER-VERSAO-ICMS-EXIT
               UNTIL FIM-DE-VERSOES-ICMS.
           IF NOT ALIQUOTA-ICMS-ACHADA
               DISPLAY 'AVISO - SEM ALIQUOTA DE ICMS VIGENTE PARA '
                       WRK-UF-ORIGEM '-' RJ-UF ' - PEDIDO '
                       RJ-ORDER-KEY ' SEM ICMS'
               GO TO 2650-CALCULAR-ICMS-EXIT
           END-IF.
           IF WRK-ALIQ-ICMS IS EQUAL ZEROS
               GO TO 2650-CALCULAR-ICMS-EXIT
           END-IF.
           COMPUTE WRK-BASE-ICMS ROUNDED =
                   WRK-FRETE * (1 - WRK-RED-ICMS).
           COMPUTE WRK-VALOR-ICMS ROUNDED =
                   WRK-BASE-ICMS * WRK-ALIQ-ICMS.
       2650-CALCULAR-ICMS-EXIT.
           EXIT.

       2660-LER-VERSAO-ICMS.
           READ ICMSMST NEXT RECORD
               AT END SET FIM-DE-VERSOES-ICMS TO TRUE
           END-READ.
           IF WRK-FS-ICMSMST IS NOT EQUAL TO '00'
               SET FIM-DE-VERSOES-ICMS TO TRUE
           END-IF.
           IF NOT FIM-DE-VERSOES-ICMS
               IF IC-UF-ORIGEM IS NOT EQUAL TO WRK-UF-ORIGEM
                   OR IC-UF-DESTINO IS NOT EQUAL TO RJ-UF
                   OR IC-DATA-VIGENCIA IS GREATER THAN
                      WRK-DATA-EXECUCAO
                   SET FIM-DE-VERSOES-ICMS TO TRUE
               ELSE
                   SET ALIQUOTA-ICMS-ACHADA TO TRUE
                   MOVE IC-ALIQUOTA TO WRK-ALIQ-ICMS
                   IF IC-REDUCAO-BASE IS NUMERIC
                       MOVE IC-REDUCAO-BASE TO WRK-RED-ICMS
                   ELSE
                       MOVE ZEROS TO WRK-RED-ICMS
                   END-IF
               END-IF
           END-IF.
       2660-LER-VERSAO-ICMS-EXIT.
           EXIT.

      ******************************************************************
      * DESIGNA A TRANSPORTADORA DO PEDIDO RECUPERADO: A PRIMEIRA
      * TRANSPORTADORA ATIVA CUJA LISTA DE REGIOES CONTEM A REGIAO DA
       1610-LER-FERIADO-EXIT.
           EXIT.

      ******************************************************************
      * ABRE O MASTER DE HISTORICO DE FRETE POR PEDIDO FRETEPED.DAT EM
      * ATUALIZACAO (CRIANDO-O VAZIO NA PRIMEIRA EXECUCAO). MASTER
      * INDISPONIVEL SO DESLIGA A ATUALIZACAO, COM AVISO.
      ******************************************************************
       1700-ABRIR-HISTORICO.
           OPEN I-O FRETEPED.
           IF WRK-FS-FRETEPED = '35'
               OPEN OUTPUT FRETEPED
               CLOSE FRETEPED
               OPEN I-O FRETEPED
           END-IF.
           IF WRK-FS-FRETEPED = '00'
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - FRETEPED.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEPED ') - RECICLAGEM SEGUE SEM O '
                       'HISTORICO POR PEDIDO'
           END-IF.
       1700-ABRIR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * CALCULA A DATA PROMETIDA DE ENTREGA DO PEDIDO RECUPERADO, NOS
      * MESMOS MOLDES DO CALCULAR-DATA-PROMESSA DO PROGCOB09.
           IF ACORDOS-DISPONIVEIS
               CLOSE CUSTAGR
           END-IF.
           IF ICMS-DISPONIVEL
               CLOSE ICMSMST
           END-IF.
           IF COMBUSTIVEL-DISPONIVEL
               CLOSE COMBMST
           END-IF.
           IF HISTORICO-DISPONIVEL
               CLOSE FRETEPED
           END-IF.
           PERFORM 8100-GRAVAR-BALANCO THRU 8100-GRAVAR-BALANCO-EXIT.
           DISPLAY 'PROGCOB14 - RECICLAGEM DO SUSPENSE DE FRETE'.
           DISPLAY 'PEDIDOS LIDOS ........: ' WRK-QT-LIDOS.

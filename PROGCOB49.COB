       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB49.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: MANUTENCAO DO MASTER DE SINISTROS DE TRANSPORTE
      *           (SINISTRO.DAT, INDEXADO POR SN-NUMERO), A PARTIR DO
      *           ARQUIVO DE TRANSACOES SINITXN.DAT, NOS MESMOS MOLDES
      *           DA MANUTENCAO DE TRANSPORTADORAS DO PROGCOB27, COM
      *           HISTORICO ANTES/DEPOIS EM SINIHST.DAT.
      *           NA ABERTURA O SINISTRO RECEBE UM NUMERO DA SEQUENCIA
      *           'SINISTRO' DE CTLSEQ.DAT E E AMARRADO AO PEDIDO E A
      *           TRANSPORTADORA DESIGNADA NO CALCULO DELE, LIDOS DO
      *           MASTER DE HISTORICO POR PEDIDO FRETEPED.DAT.
      *           CICLO DE VIDA DA SITUACAO:
      *             ABERTO     -> EM ANALISE, ACEITO OU REJEITADO
      *             EM ANALISE -> ACEITO OU REJEITADO
      *             ACEITO     -> PAGO
      *           REJEITADO E PAGO SAO SITUACOES FINAIS. O ACEITE EXIGE
      *           VALOR ACORDADO MAIOR QUE ZERO E NAO SUPERIOR AO
      *           RECLAMADO, E GRAVA A DATA DO ACEITE, QUE DEFINE O MES
      *           DO DESCONTO NO FECHAMENTO DO PROGCOB28. AS DATAS SAO
      *           A DATA DE NEGOCIO DO ULTIMO CABECALHO DE CTLFILE.DAT.
      *           AO FIM DE UMA EXECUCAO COMPLETA O SINITXN.DAT E
      *           ESVAZIADO, NOS MOLDES DO FRETETXN.DAT DO PROGCOB10,
      *           PARA QUE UM RERUN NAO ABRA OS MESMOS SINISTROS DE
      *           NOVO.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      SINITXN.DAT ESVAZIADO AO FIM DA EXECUCAO,
      *                    EVITANDO SINISTRO ABERTO EM DOBRO NO RERUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINITXN ASSIGN TO "SINITXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINITXN.
           SELECT SINISTRO ASSIGN TO "SINISTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-NUMERO
               FILE STATUS IS WRK-FS-SINISTRO.
           SELECT SINIHST ASSIGN TO "SINIHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINIHST.
           SELECT FRETEPED ASSIGN TO "FRETEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ORDER-KEY
               ALTERNATE RECORD KEY IS FP-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-FRETEPED.
           SELECT CTLSEQ ASSIGN TO "CTLSEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-JOB-NAME
               FILE STATUS IS WRK-FS-CTLSEQ.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
       DATA DIVISION.
       FILE SECTION.
       FD  SINITXN
           RECORD CONTAINS 69 CHARACTERS.
           COPY SINITXN.

       FD  SINISTRO.
           COPY SINISTRO.

       FD  SINIHST
           RECORD CONTAINS 59 CHARACTERS.
           COPY SINIHST.

       FD  FRETEPED.
           COPY FRETEPED.

       FD  CTLSEQ.
           COPY CTLSEQ.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       WORKING-STORAGE SECTION.
       77 WRK-FS-SINITXN      PIC X(02) VALUE ZEROS.
       77 WRK-FS-SINISTRO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-SINIHST      PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEPED     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLSEQ       PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SINITXN     PIC X(01) VALUE 'N'.
           88 FIM-DE-SINITXN            VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-SEM-TXN         PIC X(01) VALUE 'N'.
           88 SEM-TRANSACOES            VALUE 'S'.
       77 WRK-PEDIDOS-OK      PIC X(01) VALUE 'N'.
           88 PEDIDOS-DISPONIVEIS       VALUE 'S'.
       77 WRK-SIN-EXISTE      PIC X(01) VALUE 'N'.
           88 SINISTRO-CADASTRADO       VALUE 'S'.
       77 WRK-QT-ABERTOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ALTERADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SITUACOES    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-JOB-SINISTRO    PIC X(08) VALUE 'SINISTRO'.
       77 WRK-CARRIER-PED     PIC 9(04) VALUE ZEROS.
       77 WRK-CUSTOMER-PED    PIC 9(06) VALUE ZEROS.
       77 WRK-TRANSICAO       PIC X(02) VALUE SPACES.
           88 TRANSICAO-VALIDA          VALUE 'AE' 'AC' 'AR'
                                              'EC' 'ER' 'CP'.
       01 WRK-ANTERIOR.
          02 WRK-TIPO-ANT      PIC X(01) VALUE SPACES.
          02 WRK-SITUACAO-ANT  PIC X(01) VALUE SPACES.
          02 WRK-RECLAMADO-ANT PIC 9(07)V99 VALUE ZEROS.
          02 WRK-ACORDADO-ANT  PIC 9(07)V99 VALUE ZEROS.
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC     PIC 9(04).
          02 WRK-MES-EXEC     PIC 9(02).
          02 WRK-DIA-EXEC     PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF SEM-TRANSACOES
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESSAR-TRANSACOES THRU
                   2000-PROCESSAR-TRANSACOES-EXIT
               UNTIL FIM-DE-SINITXN.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

       1000-INICIALIZAR.
           OPEN INPUT SINITXN.
           IF WRK-FS-SINITXN IS NOT EQUAL TO '00'
               DISPLAY 'PROGCOB49 - SINITXN.DAT INDISPONIVEL (STATUS '
                       WRK-FS-SINITXN '), NADA A APLICAR'
               SET SEM-TRANSACOES TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           OPEN I-O SINISTRO.
           IF WRK-FS-SINISTRO = '35'
               CLOSE SINISTRO
               OPEN OUTPUT SINISTRO
               CLOSE SINISTRO
               OPEN I-O SINISTRO
           END-IF.
           OPEN I-O CTLSEQ.
           IF WRK-FS-CTLSEQ = '35'
               CLOSE CTLSEQ
               OPEN OUTPUT CTLSEQ
               CLOSE CTLSEQ
               OPEN I-O CTLSEQ
           END-IF.
           OPEN EXTEND SINIHST.
           IF WRK-FS-SINIHST = '35'
               OPEN OUTPUT SINIHST
           END-IF.
           OPEN INPUT FRETEPED.
           IF WRK-FS-FRETEPED = '00'
               SET PEDIDOS-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY 'AVISO - FRETEPED.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEPED ') - ABERTURA SO COM A '
                       'TRANSPORTADORA INFORMADA NA TRANSACAO'
           END-IF.
           READ SINITXN
               AT END SET FIM-DE-SINITXN TO TRUE
           END-READ.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * OBTEM A DATA DE NEGOCIO DO CABECALHO DE CONTROLE GRAVADO PELO
      * PROGCOB03 (ULTIMO REGISTRO DE CTLFILE.DAT). SEM CONTROLE, USA
      * A DATA DO SISTEMA.
      ******************************************************************
       1100-OBTER-DATA-EXEC.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           OPEN INPUT CTLFILE.
           IF WRK-FS-CTLFILE = '00'
               PERFORM 1110-LER-ULT-CABECALHO THRU
                       1110-LER-ULT-CABECALHO-EXIT
                   UNTIL FIM-DE-CTLFILE
               CLOSE CTLFILE
           END-IF.
       1100-OBTER-DATA-EXEC-EXIT.
           EXIT.

       1110-LER-ULT-CABECALHO.
           READ CTLFILE
               AT END
                   SET FIM-DE-CTLFILE TO TRUE
               NOT AT END
                   MOVE CH-ANO-EXECUCAO TO WRK-ANO-EXEC
                   MOVE CH-MES-EXECUCAO TO WRK-MES-EXEC
                   MOVE CH-DIA-EXECUCAO TO WRK-DIA-EXEC
           END-READ.
       1110-LER-ULT-CABECALHO-EXIT.
           EXIT.

      ******************************************************************
      * APLICA UMA TRANSACAO AO MASTER DE SINISTROS DE ACORDO COM O
      * CODIGO DE ACAO, GUARDANDO A IMAGEM ANTERIOR PARA O HISTORICO.
      ******************************************************************
       2000-PROCESSAR-TRANSACOES.
           IF SX-NUMERO IS NOT NUMERIC
               MOVE ZEROS TO SX-NUMERO
           END-IF.
           IF SX-CARRIER-ID IS NOT NUMERIC
               MOVE ZEROS TO SX-CARRIER-ID
           END-IF.
           IF SX-VALOR-RECLAMADO IS NOT NUMERIC
               MOVE ZEROS TO SX-VALOR-RECLAMADO
           END-IF.
           IF SX-VALOR-ACORDADO IS NOT NUMERIC
               MOVE ZEROS TO SX-VALOR-ACORDADO
           END-IF.
           MOVE 'N'    TO WRK-SIN-EXISTE.
           MOVE SPACES TO WRK-TIPO-ANT WRK-SITUACAO-ANT.
           MOVE ZEROS  TO WRK-RECLAMADO-ANT WRK-ACORDADO-ANT.
           IF NOT SX-ACAO-ABERTURA
               MOVE SX-NUMERO TO SN-NUMERO
               READ SINISTRO
                   NOT INVALID KEY
                       SET SINISTRO-CADASTRADO TO TRUE
                       MOVE SN-TIPO            TO WRK-TIPO-ANT
                       MOVE SN-SITUACAO        TO WRK-SITUACAO-ANT
                       MOVE SN-VALOR-RECLAMADO TO WRK-RECLAMADO-ANT
                       MOVE SN-VALOR-ACORDADO  TO WRK-ACORDADO-ANT
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN SX-ACAO-ABERTURA
                   PERFORM 2100-ABRIR-SINISTRO THRU
                           2100-ABRIR-SINISTRO-EXIT
               WHEN SX-ACAO-ALTERACAO
                   PERFORM 2200-ALTERAR-SINISTRO THRU
                           2200-ALTERAR-SINISTRO-EXIT
               WHEN SX-ACAO-SITUACAO
                   PERFORM 2300-MUDAR-SITUACAO THRU
                           2300-MUDAR-SITUACAO-EXIT
               WHEN OTHER
                   ADD 1 TO WRK-QT-REJEITADAS
                   DISPLAY 'ACAO INVALIDA (' SX-ACAO ') - '
                           'SINISTRO ' SX-NUMERO
           END-EVALUATE.
           READ SINITXN
               AT END SET FIM-DE-SINITXN TO TRUE
           END-READ.
       2000-PROCESSAR-TRANSACOES-EXIT.
           EXIT.

      ******************************************************************
      * ABERTURA: VALIDA TIPO E VALOR RECLAMADO, LOCALIZA O PEDIDO E A
      * TRANSPORTADORA DELE E GRAVA O SINISTRO COM O PROXIMO NUMERO.
      ******************************************************************
       2100-ABRIR-SINISTRO.
           IF SX-TIPO IS NOT EQUAL TO 'A'
               AND SX-TIPO IS NOT EQUAL TO 'E'
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'ABERTURA COM TIPO INVALIDO (' SX-TIPO
                       ') - PEDIDO ' SX-ORDER-KEY
               GO TO 2100-ABRIR-SINISTRO-EXIT
           END-IF.
           IF SX-VALOR-RECLAMADO IS NOT GREATER THAN ZERO
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'ABERTURA SEM VALOR RECLAMADO - PEDIDO '
                       SX-ORDER-KEY
               GO TO 2100-ABRIR-SINISTRO-EXIT
           END-IF.
           PERFORM 2110-LOCALIZAR-PEDIDO THRU
                   2110-LOCALIZAR-PEDIDO-EXIT.
           IF WRK-CARRIER-PED = ZEROS
               GO TO 2100-ABRIR-SINISTRO-EXIT
           END-IF.
           PERFORM 2120-PROXIMO-NUMERO THRU 2120-PROXIMO-NUMERO-EXIT.
           MOVE SX-ORDER-KEY       TO SN-ORDER-KEY.
           MOVE WRK-CARRIER-PED    TO SN-CARRIER-ID.
           MOVE WRK-CUSTOMER-PED   TO SN-CUSTOMER-ID.
           MOVE SX-TIPO            TO SN-TIPO.
           MOVE SX-VALOR-RECLAMADO TO SN-VALOR-RECLAMADO.
           MOVE ZEROS              TO SN-VALOR-ACORDADO.
           MOVE 'A'                TO SN-SITUACAO.
           MOVE WRK-DATA-EXECUCAO  TO SN-DATA-ABERTURA.
           MOVE ZEROS              TO SN-DATA-ACEITE.
           MOVE WRK-DATA-EXECUCAO  TO SN-DATA-SITUACAO.
           MOVE SX-DESCRICAO       TO SN-DESCRICAO.
           WRITE SN-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO FATAL - SINISTRO ' SN-NUMERO
                           ' JA EXISTE EM SINISTRO.DAT - SEQUENCIA '
                           'SINISTRO DE CTLSEQ.DAT FORA DE SINCRONIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WRK-QT-ABERTOS.
           DISPLAY 'SINISTRO ' SN-NUMERO ' ABERTO - PEDIDO '
                   SN-ORDER-KEY ' TRANSP ' SN-CARRIER-ID.
           PERFORM 2900-GRAVAR-HISTORICO THRU
                   2900-GRAVAR-HISTORICO-EXIT.
       2100-ABRIR-SINISTRO-EXIT.
           EXIT.

      ******************************************************************
      * O SINISTRO E SEMPRE CONTRA A TRANSPORTADORA DESIGNADA NO
      * CALCULO DO PEDIDO (FP-CARRIER-ID). A TRANSPORTADORA INFORMADA
      * NA TRANSACAO, SE HOUVER, TEM QUE SER A MESMA. SEM O MASTER DE
      * PEDIDOS, VALE A INFORMADA. DEVOLVE ZEROS QUANDO O SINISTRO
      * NAO PODE SER ABERTO (REJEICAO JA CONTADA).
      ******************************************************************
       2110-LOCALIZAR-PEDIDO.
           MOVE ZEROS TO WRK-CARRIER-PED WRK-CUSTOMER-PED.
           IF NOT PEDIDOS-DISPONIVEIS
               IF SX-CARRIER-ID = ZEROS
                   ADD 1 TO WRK-QT-REJEITADAS
                   DISPLAY 'ABERTURA SEM TRANSPORTADORA - PEDIDO '
                           SX-ORDER-KEY
               ELSE
                   MOVE SX-CARRIER-ID TO WRK-CARRIER-PED
               END-IF
               GO TO 2110-LOCALIZAR-PEDIDO-EXIT
           END-IF.
           MOVE SX-ORDER-KEY TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   ADD 1 TO WRK-QT-REJEITADAS
                   DISPLAY 'ABERTURA PARA PEDIDO SEM FRETE CALCULADO: '
                           SX-ORDER-KEY
                   GO TO 2110-LOCALIZAR-PEDIDO-EXIT
           END-READ.
           IF FP-CARRIER-ID IS NOT NUMERIC
               OR FP-CARRIER-ID = ZEROS
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'ABERTURA PARA PEDIDO SEM TRANSPORTADORA '
                       'DESIGNADA: ' SX-ORDER-KEY
               GO TO 2110-LOCALIZAR-PEDIDO-EXIT
           END-IF.
           IF SX-CARRIER-ID IS NOT EQUAL TO ZEROS
               AND SX-CARRIER-ID IS NOT EQUAL TO FP-CARRIER-ID
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'ABERTURA CONTRA TRANSP ' SX-CARRIER-ID
                       ' MAS O PEDIDO ' SX-ORDER-KEY
                       ' FOI DA TRANSP ' FP-CARRIER-ID
               GO TO 2110-LOCALIZAR-PEDIDO-EXIT
           END-IF.
           MOVE FP-CARRIER-ID  TO WRK-CARRIER-PED.
           MOVE FP-CUSTOMER-ID TO WRK-CUSTOMER-PED.
       2110-LOCALIZAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * PROXIMO NUMERO DA SEQUENCIA 'SINISTRO' EM CTLSEQ.DAT, NO MESMO
      * PADRAO DA NUMERACAO DE FATURAS DO PROGCOB23.
      ******************************************************************
       2120-PROXIMO-NUMERO.
           MOVE WRK-JOB-SINISTRO TO CS-JOB-NAME.
           READ CTLSEQ
               INVALID KEY
                   MOVE 1 TO CS-ULTIMA-SEQUENCIA
                   WRITE CS-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO CS-ULTIMA-SEQUENCIA
                   REWRITE CS-REGISTRO
           END-READ.
           MOVE CS-ULTIMA-SEQUENCIA TO SN-NUMERO.
       2120-PROXIMO-NUMERO-EXIT.
           EXIT.

      ******************************************************************
      * ALTERACAO DE TIPO, VALOR RECLAMADO E DESCRICAO, PERMITIDA SO
      * ENQUANTO O SINISTRO ESTA ABERTO OU EM ANALISE.
      ******************************************************************
       2200-ALTERAR-SINISTRO.
           IF NOT SINISTRO-CADASTRADO
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'ALTERACAO DE SINISTRO NAO CADASTRADO: '
                       SX-NUMERO
               GO TO 2200-ALTERAR-SINISTRO-EXIT
           END-IF.
           IF NOT SN-PENDENTE
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'ALTERACAO DE SINISTRO JA DECIDIDO ('
                       SN-SITUACAO '): ' SX-NUMERO
               GO TO 2200-ALTERAR-SINISTRO-EXIT
           END-IF.
           IF SX-TIPO IS NOT EQUAL TO 'A'
               AND SX-TIPO IS NOT EQUAL TO 'E'
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'ALTERACAO COM TIPO INVALIDO (' SX-TIPO
                       ') - SINISTRO ' SX-NUMERO
               GO TO 2200-ALTERAR-SINISTRO-EXIT
           END-IF.
           IF SX-VALOR-RECLAMADO IS NOT GREATER THAN ZERO
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'ALTERACAO SEM VALOR RECLAMADO - SINISTRO '
                       SX-NUMERO
               GO TO 2200-ALTERAR-SINISTRO-EXIT
           END-IF.
           MOVE SX-TIPO            TO SN-TIPO.
           MOVE SX-VALOR-RECLAMADO TO SN-VALOR-RECLAMADO.
           IF SX-DESCRICAO IS NOT EQUAL TO SPACES
               MOVE SX-DESCRICAO TO SN-DESCRICAO
           END-IF.
           REWRITE SN-REGISTRO.
           ADD 1 TO WRK-QT-ALTERADOS.
           PERFORM 2900-GRAVAR-HISTORICO THRU
                   2900-GRAVAR-HISTORICO-EXIT.
       2200-ALTERAR-SINISTRO-EXIT.
           EXIT.

      ******************************************************************
      * MUDANCA DE SITUACAO CONFORME O CICLO DE VIDA (TRANSICAO-VALIDA
      * = SITUACAO ATUAL + NOVA). NO ACEITE GRAVA O VALOR ACORDADO E A
      * DATA DO ACEITE.
      ******************************************************************
       2300-MUDAR-SITUACAO.
           IF NOT SINISTRO-CADASTRADO
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'MUDANCA DE SITUACAO DE SINISTRO NAO '
                       'CADASTRADO: ' SX-NUMERO
               GO TO 2300-MUDAR-SITUACAO-EXIT
           END-IF.
           MOVE SN-SITUACAO TO WRK-TRANSICAO (1 : 1).
           MOVE SX-SITUACAO TO WRK-TRANSICAO (2 : 1).
           IF NOT TRANSICAO-VALIDA
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'MUDANCA DE SITUACAO INVALIDA (' SN-SITUACAO
                       ' PARA ' SX-SITUACAO ') - SINISTRO ' SX-NUMERO
               GO TO 2300-MUDAR-SITUACAO-EXIT
           END-IF.
           IF SX-SITUACAO = 'C'
               IF SX-VALOR-ACORDADO IS NOT GREATER THAN ZERO
                   OR SX-VALOR-ACORDADO IS GREATER THAN
                      SN-VALOR-RECLAMADO
                   ADD 1 TO WRK-QT-REJEITADAS
                   DISPLAY 'ACEITE COM VALOR ACORDADO INVALIDO ('
                           SX-VALOR-ACORDADO ') - SINISTRO '
                           SX-NUMERO
                   GO TO 2300-MUDAR-SITUACAO-EXIT
               END-IF
               MOVE SX-VALOR-ACORDADO TO SN-VALOR-ACORDADO
               MOVE WRK-DATA-EXECUCAO TO SN-DATA-ACEITE
           END-IF.
           MOVE SX-SITUACAO       TO SN-SITUACAO.
           MOVE WRK-DATA-EXECUCAO TO SN-DATA-SITUACAO.
           REWRITE SN-REGISTRO.
           ADD 1 TO WRK-QT-SITUACOES.
           PERFORM 2900-GRAVAR-HISTORICO THRU
                   2900-GRAVAR-HISTORICO-EXIT.
       2300-MUDAR-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA O ANTES/DEPOIS DA MANUTENCAO NO HISTORICO SINIHST.DAT,
      * NOS MESMOS MOLDES DO HISTORICO DE TRANSPORTADORAS DO PROGCOB27.
      ******************************************************************
       2900-GRAVAR-HISTORICO.
           MOVE SN-NUMERO          TO NH-NUMERO.
           MOVE SX-ACAO            TO NH-ACAO.
           MOVE SN-CARRIER-ID      TO NH-CARRIER-ID.
           MOVE WRK-TIPO-ANT       TO NH-TIPO-ANT.
           MOVE SN-TIPO            TO NH-TIPO-NOVO.
           MOVE WRK-SITUACAO-ANT   TO NH-SITUACAO-ANT.
           MOVE SN-SITUACAO        TO NH-SITUACAO-NOVA.
           MOVE WRK-RECLAMADO-ANT  TO NH-RECLAMADO-ANT.
           MOVE SN-VALOR-RECLAMADO TO NH-RECLAMADO-NOVO.
           MOVE WRK-ACORDADO-ANT   TO NH-ACORDADO-ANT.
           MOVE SN-VALOR-ACORDADO  TO NH-ACORDADO-NOVO.
           MOVE WRK-DATA-EXECUCAO  TO NH-DATA-ALTERACAO.
           WRITE NH-REGISTRO.
       2900-GRAVAR-HISTORICO-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE SINITXN.
           OPEN OUTPUT SINITXN.
           CLOSE SINITXN.
           CLOSE SINISTRO.
           CLOSE SINIHST.
           CLOSE CTLSEQ.
           IF PEDIDOS-DISPONIVEIS
               CLOSE FRETEPED
           END-IF.
           DISPLAY 'PROGCOB49 - SINISTROS ABERTOS ...: '
                   WRK-QT-ABERTOS.
           DISPLAY 'PROGCOB49 - SINISTROS ALTERADOS .: '
                   WRK-QT-ALTERADOS.
           DISPLAY 'PROGCOB49 - MUDANCAS DE SITUACAO : '
                   WRK-QT-SITUACOES.
           DISPLAY 'PROGCOB49 - TRANSACOES REJEITADAS: '
                   WRK-QT-REJEITADAS.
           IF WRK-QT-REJEITADAS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

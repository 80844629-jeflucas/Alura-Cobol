       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB44.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: MANIFESTO DE COLETA POR TRANSPORTADORA. O CALCULO
      *           DESIGNA A TRANSPORTADORA DE CADA PEDIDO, MAS NADA A
      *           AVISAVA - A EXPEDICAO IMPRIMIA O LOG E TELEFONAVA.
      *           ESTE PASSO NOTURNO LE A FATIA DO LOTE (FRETEXTD.DAT
      *           DO PROGCOB33, DATA DE NEGOCIO E SEQUENCIA DO
      *           CABECALHO CTLFILE.DAT) E GRAVA, PARA CADA
      *           TRANSPORTADORA ATIVA DO CADASTRO CARRMAST.DAT, O
      *           MANIFESTO COLETA.<TRANSPORTADORA>.<DATA>.<SEQUENCIA>
      *           (LAYOUT COLETA.CPY) COM OS PEDIDOS DESIGNADOS A ELA:
      *           CHAVE, CLIENTE, UF DE DESTINO, PESO, NIVEL DE
      *           SERVICO, VALOR DECLARADO E DATA PROMETIDA, ENTRE UM
      *           CABECALHO E UM TRAILER COM QUANTIDADE, PESO TOTAL E
      *           VALOR TOTAL. TRANSPORTADORA ATIVA SEM PEDIDO RECEBE
      *           O MANIFESTO VAZIO (NADA A COLETAR).
      *           PEDIDO ESTORNADO PELO PROGCOB30 ANTES DO CORTE DO
      *           MANIFESTO FICA DE FORA. PEDIDO DESIGNADO A
      *           TRANSPORTADORA INATIVA (O MANIFESTO DELA SAI MESMO
      *           ASSIM, PARA A EXPEDICAO REDIRECIONAR), A
      *           TRANSPORTADORA FORA DO CADASTRO OU SEM
      *           TRANSPORTADORA (ZERO) TERMINA O PASSO COM RC=4.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      A LINHA DE DETALHE DO MANIFESTO PASSA A
      *                    TRAZER O EMBARQUE CONSOLIDADO DO PEDIDO
      *                    (EX-EMBARQUE), PARA A TRANSPORTADORA
      *                    COLETAR JUNTOS OS PEDIDOS DO MESMO
      *                    EMBARQUE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEXTD ASSIGN TO "FRETEXTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEXTD.
           SELECT CARRMAST ASSIGN TO "CARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CARRIER-ID
               FILE STATUS IS WRK-FS-CARRMAST.
           SELECT COLETA ASSIGN USING WRK-NOME-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COLETA.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT JOBJRNL ASSIGN TO "JOBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOBJRNL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEXTD
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  CARRMAST.
           COPY CARRMAST.

       FD  COLETA
           RECORD CONTAINS 60 CHARACTERS.
           COPY COLETA.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  JOBJRNL
           RECORD CONTAINS 40 CHARACTERS.
           COPY JOBJRNL.

       WORKING-STORAGE SECTION.
       77 WRK-FS-JOBJRNL      PIC X(02) VALUE ZEROS.
       77 WRK-HORA-AGORA      PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-EXEC        PIC 9(06) VALUE ZEROS.
       77 WRK-FS-FRETEXTD     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-COLETA       PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FRETEXTD    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEXTD           VALUE 'S'.
       77 WRK-EOF-CARRMAST    PIC X(01) VALUE 'N'.
           88 FIM-DE-CARRMAST           VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-PED-ACHADO      PIC X(01) VALUE 'N'.
           88 PEDIDO-NA-TABELA          VALUE 'S'.
       77 WRK-CARR-ACHADA     PIC X(01) VALUE 'N'.
           88 TRANSPORTADORA-ACHADA     VALUE 'S'.
       77 WRK-NOME-MANIFESTO  PIC X(30) VALUE SPACES.
       77 WRK-QT-PEDIDOS      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-PED         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QT-CARRIERS     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CARR        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARRIER-BUSCA   PIC 9(04) VALUE ZEROS.
       77 WRK-QT-ESTORNADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANIFESTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NO-MANIFESTO PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-CARRIER  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-INATIVA      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-MANIF-CARR   PIC 9(05) VALUE ZEROS.
       77 WRK-PESO-MANIF      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-MANIF     PIC 9(11)V99 VALUE ZEROS.
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXECUCAO PIC 9(08).
       01 WRK-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
      *    TRANSPORTADORAS DO CADASTRO (ATIVAS E INATIVAS) COM A
      *    QUANTIDADE DE PEDIDOS DESIGNADOS A CADA UMA NO LOTE.
       01 WRK-TAB-CARRIERS.
          02 WRK-CARR-ENTRY OCCURS 50 TIMES.
             03 WRK-CARR-ID      PIC 9(04).
             03 WRK-CARR-NOME    PIC X(20).
             03 WRK-CARR-STATUS  PIC X(01).
                88 WRK-CARR-ATIVA         VALUE 'A'.
             03 WRK-CARR-QT-PED  PIC 9(05).
      *    PEDIDOS CALCULADOS NO LOTE (FATIA DO DIA), NA ORDEM DO
      *    EXTRATO. O ESTORNO GRAVADO DEPOIS PELO PROGCOB30 MARCA O
      *    PEDIDO COMO ESTORNADO E ELE NAO SAI NO MANIFESTO.
       01 WRK-TAB-PEDIDOS.
          02 WRK-PED-ENTRY OCCURS 2000 TIMES.
             03 WRK-PED-CHAVE    PIC 9(08).
             03 WRK-PED-CLIENTE  PIC 9(06).
             03 WRK-PED-UF       PIC X(02).
             03 WRK-PED-PESO     PIC 9(05)V99.
             03 WRK-PED-SERVICO  PIC X(01).
             03 WRK-PED-VALOR    PIC 9(07)V99.
             03 WRK-PED-PROMESSA PIC 9(08).
             03 WRK-PED-CARRIER  PIC 9(04).
             03 WRK-PED-EMBARQUE PIC 9(08).
             03 WRK-PED-SITUACAO PIC X(01).
                88 WRK-PED-ESTORNADO      VALUE 'E'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CARREGAR-PEDIDO THRU 2000-CARREGAR-PEDIDO-EXIT
               UNTIL FIM-DE-FRETEXTD.
           CLOSE FRETEXTD.
           PERFORM 3000-CONTAR-PEDIDO THRU 3000-CONTAR-PEDIDO-EXIT
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS.
           PERFORM 4000-CORTAR-MANIFESTO THRU
                   4000-CORTAR-MANIFESTO-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * POSICIONA O LOTE CORRENTE E CARREGA AS TRANSPORTADORAS. SEM
      * CADASTRO DE TRANSPORTADORAS NAO HA A QUEM MANDAR MANIFESTO:
      * ERRO FATAL. SEM FATIA DO DIA, AS ATIVAS RECEBEM MANIFESTO
      * VAZIO.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           PERFORM 1300-JORNAL-INICIO THRU 1300-JORNAL-INICIO-EXIT.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT CARRMAST.
           IF WRK-FS-CARRMAST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - CARRMAST.DAT INDISPONIVEL (STATUS '
                       WRK-FS-CARRMAST ') - RODE O PROGCOB27'
               MOVE 8 TO RETURN-CODE
               PERFORM 8200-JORNAL-FIM THRU 8200-JORNAL-FIM-EXIT
               STOP RUN
           END-IF.
           PERFORM 1200-LER-TRANSPORTADORA THRU
                   1200-LER-TRANSPORTADORA-EXIT
               UNTIL FIM-DE-CARRMAST.
           CLOSE CARRMAST.
           OPEN INPUT FRETEXTD.
           IF WRK-FS-FRETEXTD IS NOT EQUAL TO '00'
               DISPLAY 'AVISO - FRETEXTD.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEXTD ') - MANIFESTOS SEM PEDIDOS'
               SET FIM-DE-FRETEXTD TO TRUE
           ELSE
               READ FRETEXTD
                   AT END SET FIM-DE-FRETEXTD TO TRUE
               END-READ
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * OBTEM A DATA DE PROCESSAMENTO E A SEQUENCIA DO LOTE DO
      * CABECALHO DE CONTROLE GRAVADO PELO PROGCOB03 (ULTIMO REGISTRO
      * DE CTLFILE.DAT). SEM CONTROLE, USA A DATA DO SISTEMA.
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
                   MOVE CH-SEQUENCIA    TO WRK-SEQ-EXEC
           END-READ.
       1110-LER-ULT-CABECALHO-EXIT.
           EXIT.

       1200-LER-TRANSPORTADORA.
           READ CARRMAST NEXT RECORD
               AT END SET FIM-DE-CARRMAST TO TRUE
           END-READ.
           IF WRK-FS-CARRMAST IS NOT EQUAL TO '00'
               SET FIM-DE-CARRMAST TO TRUE
           END-IF.
           IF FIM-DE-CARRMAST
               GO TO 1200-LER-TRANSPORTADORA-EXIT
           END-IF.
           IF WRK-QT-CARRIERS IS NOT LESS THAN 50
               DISPLAY 'MAIS DE 50 TRANSPORTADORAS NO CADASTRO - '
                       CR-CARRIER-ID ' SEM MANIFESTO'
               MOVE 4 TO RETURN-CODE
               GO TO 1200-LER-TRANSPORTADORA-EXIT
           END-IF.
           ADD 1 TO WRK-QT-CARRIERS.
           MOVE CR-CARRIER-ID TO WRK-CARR-ID     (WRK-QT-CARRIERS).
           MOVE CR-NOME       TO WRK-CARR-NOME   (WRK-QT-CARRIERS).
           MOVE CR-STATUS     TO WRK-CARR-STATUS (WRK-QT-CARRIERS).
           MOVE ZEROS         TO WRK-CARR-QT-PED (WRK-QT-CARRIERS).
       1200-LER-TRANSPORTADORA-EXIT.
           EXIT.

      ******************************************************************
      * CARREGA NA TABELA OS PEDIDOS CALCULADOS NO LOTE CORRENTE E
      * MARCA COMO ESTORNADOS OS QUE TEM ESTORNO GRAVADO DEPOIS DO
      * CALCULO. CALCULO SEM CHAVE (MODO INTERATIVO) NAO E EMBARQUE.
      * TABELA CHEIA E ERRO FATAL: MANIFESTO COM PEDIDO FALTANDO
      * DEIXARIA CARGA NA DOCA SEM NINGUEM SABER.
      ******************************************************************
       2000-CARREGAR-PEDIDO.
           IF EX-ORDER-KEY IS NOT NUMERIC
               OR EX-ORDER-KEY IS EQUAL ZEROS
               OR EX-DATA-EXECUCAO IS NOT EQUAL TO WRK-DATA-EXEC-NUM
               GO TO 2000-CARREGAR-PEDIDO-LER
           END-IF.
           IF EX-ESTORNO
               PERFORM 2100-MARCAR-ESTORNO THRU
                       2100-MARCAR-ESTORNO-EXIT
               GO TO 2000-CARREGAR-PEDIDO-LER
           END-IF.
           IF EX-SEQUENCIA IS NUMERIC
               AND EX-SEQUENCIA IS NOT EQUAL ZEROS
               AND EX-SEQUENCIA IS NOT EQUAL TO WRK-SEQ-EXEC
               GO TO 2000-CARREGAR-PEDIDO-LER
           END-IF.
           IF WRK-QT-PEDIDOS IS NOT LESS THAN 2000
               DISPLAY 'ERRO FATAL - MAIS DE 2000 PEDIDOS NO LOTE - '
                       'MANIFESTOS NAO GERADOS'
               MOVE 8 TO RETURN-CODE
               PERFORM 8200-JORNAL-FIM THRU 8200-JORNAL-FIM-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QT-PEDIDOS.
           MOVE EX-ORDER-KEY      TO WRK-PED-CHAVE   (WRK-QT-PEDIDOS).
           MOVE EX-UF             TO WRK-PED-UF      (WRK-QT-PEDIDOS).
           MOVE EX-VALOR-ORIGINAL TO WRK-PED-VALOR   (WRK-QT-PEDIDOS).
           MOVE SPACE             TO WRK-PED-SITUACAO (WRK-QT-PEDIDOS).
           MOVE ZEROS             TO WRK-PED-CLIENTE (WRK-QT-PEDIDOS).
           IF EX-CUSTOMER-ID IS NUMERIC
               MOVE EX-CUSTOMER-ID TO WRK-PED-CLIENTE (WRK-QT-PEDIDOS)
           END-IF.
           MOVE ZEROS             TO WRK-PED-PESO    (WRK-QT-PEDIDOS).
           IF EX-PESO IS NUMERIC
               MOVE EX-PESO       TO WRK-PED-PESO    (WRK-QT-PEDIDOS)
           END-IF.
           MOVE 'N'               TO WRK-PED-SERVICO (WRK-QT-PEDIDOS).
           IF EX-SERVICO IS EQUAL TO 'E'
               MOVE 'E'           TO WRK-PED-SERVICO (WRK-QT-PEDIDOS)
           END-IF.
           MOVE ZEROS             TO WRK-PED-PROMESSA (WRK-QT-PEDIDOS).
           IF EX-DATA-PROMESSA IS NUMERIC
               MOVE EX-DATA-PROMESSA
                   TO WRK-PED-PROMESSA (WRK-QT-PEDIDOS)
           END-IF.
           MOVE ZEROS             TO WRK-PED-CARRIER (WRK-QT-PEDIDOS).
           IF EX-CARRIER-ID IS NUMERIC
               MOVE EX-CARRIER-ID TO WRK-PED-CARRIER (WRK-QT-PEDIDOS)
           END-IF.
           MOVE ZEROS             TO WRK-PED-EMBARQUE (WRK-QT-PEDIDOS).
           IF EX-EMBARQUE IS NUMERIC
               MOVE EX-EMBARQUE   TO WRK-PED-EMBARQUE (WRK-QT-PEDIDOS)
           END-IF.
       2000-CARREGAR-PEDIDO-LER.
           READ FRETEXTD
               AT END SET FIM-DE-FRETEXTD TO TRUE
           END-READ.
       2000-CARREGAR-PEDIDO-EXIT.
           EXIT.

       2100-MARCAR-ESTORNO.
           MOVE 'N' TO WRK-PED-ACHADO.
           PERFORM 2110-PROCURAR-PEDIDO THRU 2110-PROCURAR-PEDIDO-EXIT
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL PEDIDO-NA-TABELA
                  OR WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS.
           IF PEDIDO-NA-TABELA
               MOVE 'E' TO WRK-PED-SITUACAO (WRK-IDX-PED)
               ADD 1 TO WRK-QT-ESTORNADOS
           END-IF.
       2100-MARCAR-ESTORNO-EXIT.
           EXIT.

       2110-PROCURAR-PEDIDO.
           IF WRK-IDX-PED IS NOT GREATER THAN WRK-QT-PEDIDOS
               AND WRK-PED-CHAVE (WRK-IDX-PED) IS EQUAL TO EX-ORDER-KEY
               AND NOT WRK-PED-ESTORNADO (WRK-IDX-PED)
               SET PEDIDO-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-PED
           END-IF.
       2110-PROCURAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * CONTA O PEDIDO NA TRANSPORTADORA DESIGNADA. PEDIDO SEM
      * TRANSPORTADORA OU COM TRANSPORTADORA FORA DO CADASTRO NAO TEM
      * MANIFESTO ONDE SAIR: AVISO POR PEDIDO E RC=4 NO FIM.
      ******************************************************************
       3000-CONTAR-PEDIDO.
           IF WRK-PED-ESTORNADO (WRK-IDX-PED)
               GO TO 3000-CONTAR-PEDIDO-EXIT
           END-IF.
           MOVE WRK-PED-CARRIER (WRK-IDX-PED) TO WRK-CARRIER-BUSCA.
           PERFORM 3100-LOCALIZAR-TRANSPORTADORA THRU
                   3100-LOCALIZAR-TRANSPORTADORA-EXIT.
           IF TRANSPORTADORA-ACHADA
               ADD 1 TO WRK-CARR-QT-PED (WRK-IDX-CARR)
           ELSE
               ADD 1 TO WRK-QT-SEM-CARRIER
               DISPLAY 'AVISO - PEDIDO ' WRK-PED-CHAVE (WRK-IDX-PED)
                       ' COM TRANSPORTADORA ' WRK-CARRIER-BUSCA
                       ' FORA DO CADASTRO - SEM MANIFESTO'
           END-IF.
       3000-CONTAR-PEDIDO-EXIT.
           EXIT.

       3100-LOCALIZAR-TRANSPORTADORA.
           MOVE 'N' TO WRK-CARR-ACHADA.
           PERFORM 3110-PROCURAR-TRANSPORTADORA THRU
                   3110-PROCURAR-TRANSPORTADORA-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL TRANSPORTADORA-ACHADA
                  OR WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
       3100-LOCALIZAR-TRANSPORTADORA-EXIT.
           EXIT.

       3110-PROCURAR-TRANSPORTADORA.
           IF WRK-IDX-CARR IS NOT GREATER THAN WRK-QT-CARRIERS
               AND WRK-CARR-ID (WRK-IDX-CARR) IS EQUAL TO
                   WRK-CARRIER-BUSCA
               SET TRANSPORTADORA-ACHADA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-CARR
           END-IF.
       3110-PROCURAR-TRANSPORTADORA-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA O MANIFESTO DE UMA TRANSPORTADORA: CABECALHO, UMA LINHA
      * POR PEDIDO DESIGNADO A ELA E TRAILER COM OS TOTAIS.
      * TRANSPORTADORA INATIVA SEM PEDIDO NAO RECEBE MANIFESTO;
      * INATIVA COM PEDIDO RECEBE, COM AVISO (RC=4).
      ******************************************************************
       4000-CORTAR-MANIFESTO.
           IF NOT WRK-CARR-ATIVA (WRK-IDX-CARR)
               AND WRK-CARR-QT-PED (WRK-IDX-CARR) IS EQUAL ZEROS
               GO TO 4000-CORTAR-MANIFESTO-EXIT
           END-IF.
           IF NOT WRK-CARR-ATIVA (WRK-IDX-CARR)
               ADD WRK-CARR-QT-PED (WRK-IDX-CARR) TO WRK-QT-INATIVA
               DISPLAY 'AVISO - TRANSPORTADORA ' WRK-CARR-ID
                       (WRK-IDX-CARR) ' INATIVA COM '
                       WRK-CARR-QT-PED (WRK-IDX-CARR)
                       ' PEDIDO(S) DESIGNADO(S) - REDIRECIONAR A COLETA'
           END-IF.
           MOVE SPACES TO WRK-NOME-MANIFESTO.
           STRING 'COLETA.' WRK-CARR-ID (WRK-IDX-CARR)
                  '.' WRK-DATA-EXECUCAO '.' WRK-SEQ-EXEC
               DELIMITED BY SIZE INTO WRK-NOME-MANIFESTO.
           OPEN OUTPUT COLETA.
           IF WRK-FS-COLETA IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - MANIFESTO ' WRK-NOME-MANIFESTO
                       ' NAO PODE SER GRAVADO (STATUS ' WRK-FS-COLETA
                       ')'
               MOVE 8 TO RETURN-CODE
               PERFORM 8200-JORNAL-FIM THRU 8200-JORNAL-FIM-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO MH-REGISTRO.
           MOVE 'HDR'                         TO MH-TIPO.
           MOVE WRK-CARR-ID (WRK-IDX-CARR)    TO MH-CARRIER-ID.
           MOVE WRK-CARR-NOME (WRK-IDX-CARR)  TO MH-NOME.
           MOVE WRK-DATA-EXEC-NUM             TO MH-DATA-EXECUCAO.
           MOVE WRK-SEQ-EXEC                  TO MH-SEQUENCIA.
           MOVE WRK-DATA-SISTEMA              TO MH-DATA-GERACAO.
           WRITE MH-REGISTRO.
           MOVE ZEROS TO WRK-QT-MANIF-CARR WRK-PESO-MANIF
                         WRK-VALOR-MANIF.
           PERFORM 4100-GRAVAR-DETALHE THRU 4100-GRAVAR-DETALHE-EXIT
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS.
           MOVE SPACES TO MT-REGISTRO.
           MOVE 'TRL'                         TO MT-TIPO.
           MOVE WRK-CARR-ID (WRK-IDX-CARR)    TO MT-CARRIER-ID.
           MOVE WRK-QT-MANIF-CARR             TO MT-QT-PEDIDOS.
           MOVE WRK-PESO-MANIF                TO MT-PESO-TOTAL.
           MOVE WRK-VALOR-MANIF               TO MT-VALOR-TOTAL.
           WRITE MT-REGISTRO.
           CLOSE COLETA.
           ADD 1 TO WRK-QT-MANIFESTOS.
           DISPLAY 'MANIFESTO ' WRK-NOME-MANIFESTO ': '
                   WRK-QT-MANIF-CARR ' PEDIDO(S), PESO '
                   WRK-PESO-MANIF ' KG, VALOR R$' WRK-VALOR-MANIF.
       4000-CORTAR-MANIFESTO-EXIT.
           EXIT.

       4100-GRAVAR-DETALHE.
           IF WRK-PED-ESTORNADO (WRK-IDX-PED)
               OR WRK-PED-CARRIER (WRK-IDX-PED) IS NOT EQUAL TO
                  WRK-CARR-ID (WRK-IDX-CARR)
               GO TO 4100-GRAVAR-DETALHE-EXIT
           END-IF.
           MOVE SPACES TO MC-REGISTRO.
           MOVE 'DET'                          TO MC-TIPO.
           MOVE WRK-PED-CHAVE    (WRK-IDX-PED) TO MC-ORDER-KEY.
           MOVE WRK-PED-CLIENTE  (WRK-IDX-PED) TO MC-CUSTOMER-ID.
           MOVE WRK-PED-UF       (WRK-IDX-PED) TO MC-UF.
           MOVE WRK-PED-PESO     (WRK-IDX-PED) TO MC-PESO.
           MOVE WRK-PED-SERVICO  (WRK-IDX-PED) TO MC-SERVICO.
           MOVE WRK-PED-VALOR    (WRK-IDX-PED) TO MC-VALOR-DECLARADO.
           MOVE WRK-PED-PROMESSA (WRK-IDX-PED) TO MC-DATA-PROMESSA.
           MOVE WRK-PED-EMBARQUE (WRK-IDX-PED) TO MC-EMBARQUE.
           WRITE MC-REGISTRO.
           ADD 1 TO WRK-QT-MANIF-CARR.
           ADD 1 TO WRK-QT-NO-MANIFESTO.
           ADD WRK-PED-PESO  (WRK-IDX-PED) TO WRK-PESO-MANIF.
           ADD WRK-PED-VALOR (WRK-IDX-PED) TO WRK-VALOR-MANIF.
       4100-GRAVAR-DETALHE-EXIT.
           EXIT.

       8000-FINALIZAR.
           DISPLAY 'PROGCOB44 - LOTE ' WRK-DATA-EXEC-NUM '/'
                   WRK-SEQ-EXEC ': ' WRK-QT-PEDIDOS
                   ' PEDIDO(S) NA FATIA, ' WRK-QT-ESTORNADOS
                   ' ESTORNADO(S), ' WRK-QT-NO-MANIFESTO
                   ' EM ' WRK-QT-MANIFESTOS ' MANIFESTO(S)'.
           IF WRK-QT-INATIVA IS GREATER THAN ZERO
               OR WRK-QT-SEM-CARRIER IS GREATER THAN ZERO
               DISPLAY 'ATENCAO - PEDIDOS EM TRANSPORTADORA INATIVA: '
                       WRK-QT-INATIVA ' / SEM TRANSPORTADORA NO '
                       'CADASTRO: ' WRK-QT-SEM-CARRIER
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 8200-JORNAL-FIM THRU 8200-JORNAL-FIM-EXIT.
       8000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * REGISTROS DE INICIO E FIM DO PASSO NO DIARIO DE EXECUCAO
      * JOBJRNL.DAT, PARA A LINHA DO TEMPO DA NOITE DO PROGCOB31.
      ******************************************************************
       1300-JORNAL-INICIO.
           OPEN EXTEND JOBJRNL.
           IF WRK-FS-JOBJRNL = '35'
               OPEN OUTPUT JOBJRNL
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'PROGCB44'        TO JJ-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO JJ-DATA-NEGOCIO.
           MOVE WRK-SEQ-EXEC      TO JJ-SEQUENCIA.
           MOVE 'I'               TO JJ-TIPO.
           MOVE WRK-HORA-AGORA    TO JJ-HORA.
           MOVE ZEROS             TO JJ-QT-PROCESSADOS.
           MOVE ZEROS             TO JJ-RETURN-CODE.
           WRITE JJ-REGISTRO.
           CLOSE JOBJRNL.
       1300-JORNAL-INICIO-EXIT.
           EXIT.

       8200-JORNAL-FIM.
           OPEN EXTEND JOBJRNL.
           IF WRK-FS-JOBJRNL = '35'
               OPEN OUTPUT JOBJRNL
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'PROGCB44'        TO JJ-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO JJ-DATA-NEGOCIO.
           MOVE WRK-SEQ-EXEC      TO JJ-SEQUENCIA.
           MOVE 'F'               TO JJ-TIPO.
           MOVE WRK-HORA-AGORA    TO JJ-HORA.
           MOVE WRK-QT-NO-MANIFESTO TO JJ-QT-PROCESSADOS.
           MOVE RETURN-CODE       TO JJ-RETURN-CODE.
           WRITE JJ-REGISTRO.
           CLOSE JOBJRNL.
       8200-JORNAL-FIM-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

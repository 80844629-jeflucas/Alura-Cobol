       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB47.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: COTACAO DE FRETE COM NUMERO E GARANTIA DE PRECO. O
      *           COMERCIAL DEIXA DE COTAR RODANDO O PROGCOB09 NO MODO
      *           INTERATIVO (QUE GRAVA LOG E EXTRATO DE PRODUCAO): A
      *           COTACAO PRECIFICA PELAS MESMAS REGRAS DO CALCULO -
      *           VERSAO DA UF VIGENTE NA DATA DE NEGOCIO EM FRETE.DAT
      *           (FAIXAS DE VALOR, TAXA POR KG, ADICIONAL EXPRESSO E
      *           FRETE MINIMO) E ACORDO DO CLIENTE EM CUSTAGR.DAT -
      *           SEM GRAVAR NENHUM ARQUIVO DE PRODUCAO. CADA COTACAO
      *           RECEBE UM NUMERO DO MASTER DE SEQUENCIAS CTLSEQ.DAT
      *           (CHAVE 'COTACAO') E UMA DATA DE VALIDADE, E E GRAVADA
      *           NO MASTER DE COTACOES FRETECOT.DAT. O PEDIDO QUE
      *           CHEGA EM ORDERS.DAT CITANDO A COTACAO PAGA O FRETE
      *           COTADO NO PROGCOB09, MESMO QUE A TAXA TENHA MUDADO.
      *           O FRETE COTADO NAO INCLUI O ICMS, APURADO NO CALCULO.
      *           PARAMETRO (LINHA DE COMANDO):
      *             POSICAO 1   - 'I' COTACAO DE BALCAO (PADRAO), COM
      *                           IDENTIFICACAO DO OPERADOR EM
      *                           OPERMAST.DAT; 'B' LOTE, LE AS
      *                           SOLICITACOES DE COTASOL.DAT E GRAVA
      *                           A RESPOSTA EM COTARESP.DAT.
      *             POSICOES 3-5 - DIAS CORRIDOS DE VALIDADE DA
      *                           COTACAO (PADRAO 015).
      *           NO LOTE, SOLICITACAO RECUSADA (VALOR ZERADO, UF NAO
      *           ATENDIDA, CLIENTE NAO CADASTRADO OU INATIVO) SAI NA
      *           RESPOSTA COM O MOTIVO E O PASSO TERMINA COM RC=4.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEMST ASSIGN TO "FRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WRK-FS-FRETEMST.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT CUSTAGR ASSIGN TO "CUSTAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CUSTOMER-ID
               FILE STATUS IS WRK-FS-CUSTAGR.
           SELECT OPERMAST ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WRK-FS-OPERMAST.
           SELECT CTLSEQ ASSIGN TO "CTLSEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-JOB-NAME
               FILE STATUS IS WRK-FS-CTLSEQ.
           SELECT FRETECOT ASSIGN TO "FRETECOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-COTACAO
               FILE STATUS IS WRK-FS-FRETECOT.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT COTASOL ASSIGN TO "COTASOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COTASOL.
           SELECT COTARESP ASSIGN TO "COTARESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEMST.
           COPY FRETETAB.

       FD  CUSTMAST.
           COPY CUSTMAST.

       FD  CUSTAGR.
           COPY CUSTAGR.

       FD  OPERMAST.
           COPY OPERMAST.

       FD  CTLSEQ.
           COPY CTLSEQ.

       FD  FRETECOT.
           COPY FRETECOT.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  COTASOL
           RECORD CONTAINS 55 CHARACTERS.
           COPY COTASOL.

       FD  COTARESP
           RECORD CONTAINS 80 CHARACTERS.
       01 RSP-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEMST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTAGR      PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPERMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLSEQ       PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETECOT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-COTASOL      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE         VALUE 'S'.
       77 WRK-EOF-COTASOL     PIC X(01) VALUE 'N'.
           88 FIM-DE-COTASOL         VALUE 'S'.
       77 WRK-EOF-VERSOES     PIC X(01) VALUE 'N'.
           88 FIM-DE-VERSOES         VALUE 'S'.
       77 WRK-FIM-BALCAO      PIC X(01) VALUE 'N'.
           88 FIM-DO-BALCAO          VALUE 'S'.
       77 WRK-RUN-MODE        PIC X(01) VALUE 'I'.
           88 RUN-MODE-LOTE          VALUE 'B' 'b'.
       77 WRK-CLIENTES-OK     PIC X(01) VALUE 'N'.
           88 CLIENTES-DISPONIVEIS   VALUE 'S'.
       77 WRK-ACORDO-OK       PIC X(01) VALUE 'N'.
           88 ACORDOS-DISPONIVEIS    VALUE 'S'.
       77 WRK-TAXA-OK         PIC X(01) VALUE 'N'.
           88 TAXA-VIGENTE-ACHADA    VALUE 'S'.
       77 WRK-FAIXA-DEFINIDA  PIC X(01) VALUE 'N'.
           88 FAIXA-DEFINIDA         VALUE 'S'.
       77 WRK-COTACAO-OK      PIC X(01) VALUE 'N'.
           88 COTACAO-ACEITA         VALUE 'S'.
       77 WRK-RESPOSTA        PIC X(01) VALUE SPACE.
           88 RESPOSTA-SIM           VALUE 'S' 's'.
       77 WRK-ANO-BISSEXTO    PIC X(01) VALUE 'N'.
           88 ANO-BISSEXTO           VALUE 'S'.
       77 WRK-JOB-COTACAO     PIC X(08) VALUE 'COTACAO'.
       77 WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-REFERENCIA      PIC X(10) VALUE SPACES.
       77 WRK-CUSTOMER-ID     PIC 9(06) VALUE ZEROS.
       77 WRK-PRODUTO         PIC X(20) VALUE SPACES.
       77 WRK-VALOR           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-UF              PIC X(02) VALUE SPACES.
       77 WRK-PESO            PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SERVICO         PIC X(01) VALUE 'N'.
           88 SERVICO-EXPRESSO       VALUE 'E'.
       77 WRK-FRETE           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-TABELA    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MOTIVO          PIC X(30) VALUE SPACES.
       77 WRK-NUM-COTACAO     PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-VALIDADE   PIC 9(03) VALUE 015.
       77 WRK-DATA-VALIDADE   PIC 9(08) VALUE ZEROS.
       77 WRK-PCT-VIGENTE     PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-PCT-APLICAR     PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-MIN-VIGENTE     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-KG-VIGENTE      PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ADIC-VIGENTE    PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-IDX-FAIXA       PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-NO-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-QUOC-CAL        PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO-CAL       PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SOLICITADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-COTADAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RECUSADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-FRETE-ED        PIC Z.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED        PIC Z.ZZZ.ZZ9,99.
       01 WRK-PARM-LINHA.
          02 WRK-PARM-MODO     PIC X(01).
          02 FILLER            PIC X(01).
          02 WRK-PARM-DIAS     PIC 9(03).
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-CALC.
          02 WRK-ANO-CALC PIC 9(04).
          02 WRK-MES-CALC PIC 9(02).
          02 WRK-DIA-CALC PIC 9(02).
      *    DIAS DE CADA MES (ANO NAO BISSEXTO), PARA A DATA DE
      *    VALIDADE DA COTACAO.
       01 WRK-TAB-DIASMES-LIT PIC X(24) VALUE
          '312831303130313130313031'.
       01 WRK-TAB-DIASMES REDEFINES WRK-TAB-DIASMES-LIT.
          02 WRK-DIAS-DO-MES OCCURS 12 TIMES PIC 9(02).
       01 WRK-FAIXAS-VIGENTES.
          02 WRK-FAIXA-VIG OCCURS 3 TIMES.
             03 WRK-FAIXA-LIMITE     PIC 9(08)V99.
             03 WRK-FAIXA-PERCENTUAL PIC 9(01)V9(04).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF RUN-MODE-LOTE
               PERFORM 3000-COTAR-LOTE THRU 3000-COTAR-LOTE-EXIT
           ELSE
               PERFORM 2000-COTAR-BALCAO THRU 2000-COTAR-BALCAO-EXIT
                   UNTIL FIM-DO-BALCAO
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * LE O PARAMETRO, ABRE OS MASTERS DE PRECIFICACAO (SO LEITURA),
      * O MASTER DE COTACOES E O DE SEQUENCIAS (CRIADOS NA PRIMEIRA
      * EXECUCAO), OBTEM A DATA DE NEGOCIO E CALCULA A VALIDADE DAS
      * COTACOES DESTA EXECUCAO. NO BALCAO, IDENTIFICA O OPERADOR.
      ******************************************************************
       1000-INICIALIZAR.
           MOVE SPACES TO WRK-PARM-LINHA.
           ACCEPT WRK-PARM-LINHA FROM COMMAND-LINE.
           IF WRK-PARM-MODO IS NOT EQUAL TO SPACE
               MOVE WRK-PARM-MODO TO WRK-RUN-MODE
           END-IF.
           IF WRK-PARM-DIAS IS NUMERIC
               AND WRK-PARM-DIAS IS GREATER THAN ZEROS
               MOVE WRK-PARM-DIAS TO WRK-DIAS-VALIDADE
           END-IF.
           IF NOT RUN-MODE-LOTE
               PERFORM 1050-IDENTIFICAR-OPERADOR THRU
                       1050-IDENTIFICAR-OPERADOR-EXIT
           END-IF.
           OPEN INPUT FRETEMST.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETE.DAT NAO DISPONIVEL (STATUS '
                       WRK-FS-FRETEMST
                       ') - EXECUTE O PROGCOB10 PARA CARREGAR O MASTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTMAST.
           IF WRK-FS-CUSTMAST = '00'
               SET CLIENTES-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY 'AVISO - CUSTMAST INDISPONIVEL (STATUS '
                       WRK-FS-CUSTMAST ') - COTACAO SEGUE SEM '
                       'CONFERIR O CADASTRO DO CLIENTE'
           END-IF.
           OPEN INPUT CUSTAGR.
           IF WRK-FS-CUSTAGR = '00'
               SET ACORDOS-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY 'AVISO - CUSTAGR INDISPONIVEL (STATUS '
                       WRK-FS-CUSTAGR ') - COTACAO SEGUE SEM '
                       'ACORDOS COMERCIAIS'
           END-IF.
           OPEN I-O FRETECOT.
           IF WRK-FS-FRETECOT = '35'
               OPEN OUTPUT FRETECOT
               CLOSE FRETECOT
               OPEN I-O FRETECOT
           END-IF.
           IF WRK-FS-FRETECOT IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETECOT.DAT INDISPONIVEL '
                       '(STATUS ' WRK-FS-FRETECOT ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CTLSEQ.
           IF WRK-FS-CTLSEQ = '35'
               CLOSE CTLSEQ
               OPEN OUTPUT CTLSEQ
               CLOSE CTLSEQ
               OPEN I-O CTLSEQ
           END-IF.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           PERFORM 1400-CALCULAR-VALIDADE THRU
                   1400-CALCULAR-VALIDADE-EXIT.
           DISPLAY 'PROGCOB47 - COTACOES DE ' WRK-DATA-EXECUCAO
                   ' VALIDAS ATE ' WRK-DATA-VALIDADE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * IDENTIFICACAO DO OPERADOR DO BALCAO: O ID INFORMADO TEM QUE
      * EXISTIR NO CADASTRO OPERMAST.DAT E ESTAR ATIVO, NOS MESMOS
      * MOLDES DO MODO INTERATIVO DO PROGCOB09. O ID FICA ESTAMPADO
      * NAS COTACOES EMITIDAS.
      ******************************************************************
       1050-IDENTIFICAR-OPERADOR.
           DISPLAY 'INFORME O ID DO OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN INPUT OPERMAST.
           IF WRK-FS-OPERMAST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - OPERMAST INDISPONIVEL (STATUS '
                       WRK-FS-OPERMAST ') - RODE O PROGCOB35 PARA '
                       'CARREGAR O CADASTRO DE OPERADORES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-OPERADOR TO OP-OPERADOR-ID.
           READ OPERMAST
               INVALID KEY
                   DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO CADASTRADO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE OPERMAST.
           IF NOT OP-ATIVO
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' INATIVO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERADOR ' OP-NOME ' IDENTIFICADO'.
       1050-IDENTIFICAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * OBTEM A DATA DE NEGOCIO DO CABECALHO DE CONTROLE GRAVADO PELO
      * PROGCOB03 (ULTIMO REGISTRO DE CTLFILE.DAT), A MESMA QUE O
      * PROGCOB09 USA PARA ESCOLHER A VERSAO VIGENTE DA TAXA. SEM
      * CONTROLE, USA A DATA DO SISTEMA.
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
      * DATA DE VALIDADE = DATA DE NEGOCIO MAIS OS DIAS CORRIDOS DE
      * VALIDADE DO PARAMETRO. A COTACAO VALE ATE ESSA DATA INCLUSIVE.
      ******************************************************************
       1400-CALCULAR-VALIDADE.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALC.
           PERFORM 1410-PROXIMO-DIA THRU 1410-PROXIMO-DIA-EXIT
               WRK-DIAS-VALIDADE TIMES.
           MOVE WRK-DATA-CALC TO WRK-DATA-VALIDADE.
       1400-CALCULAR-VALIDADE-EXIT.
           EXIT.

       1410-PROXIMO-DIA.
           MOVE WRK-DIAS-DO-MES (WRK-MES-CALC) TO WRK-DIAS-NO-MES.
           PERFORM 1420-TESTAR-BISSEXTO THRU
                   1420-TESTAR-BISSEXTO-EXIT.
           IF ANO-BISSEXTO
               AND WRK-MES-CALC IS EQUAL TO 2
               MOVE 29 TO WRK-DIAS-NO-MES
           END-IF.
           IF WRK-DIA-CALC IS LESS THAN WRK-DIAS-NO-MES
               ADD 1 TO WRK-DIA-CALC
           ELSE
               MOVE 1 TO WRK-DIA-CALC
               IF WRK-MES-CALC IS LESS THAN 12
                   ADD 1 TO WRK-MES-CALC
               ELSE
                   MOVE 1 TO WRK-MES-CALC
                   ADD 1 TO WRK-ANO-CALC
               END-IF
           END-IF.
       1410-PROXIMO-DIA-EXIT.
           EXIT.

       1420-TESTAR-BISSEXTO.
           MOVE 'N' TO WRK-ANO-BISSEXTO.
           DIVIDE WRK-ANO-CALC BY 4
               GIVING WRK-QUOC-CAL
               REMAINDER WRK-RESTO-CAL.
           IF WRK-RESTO-CAL IS NOT EQUAL ZEROS
               GO TO 1420-TESTAR-BISSEXTO-EXIT
           END-IF.
           DIVIDE WRK-ANO-CALC BY 100
               GIVING WRK-QUOC-CAL
               REMAINDER WRK-RESTO-CAL.
           IF WRK-RESTO-CAL IS NOT EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
               GO TO 1420-TESTAR-BISSEXTO-EXIT
           END-IF.
           DIVIDE WRK-ANO-CALC BY 400
               GIVING WRK-QUOC-CAL
               REMAINDER WRK-RESTO-CAL.
           IF WRK-RESTO-CAL IS EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
           END-IF.
       1420-TESTAR-BISSEXTO-EXIT.
           EXIT.

      ******************************************************************
      * COTACAO DE BALCAO: PEDE OS DADOS DO PEDIDO A COTAR, PRECIFICA
      * E, SE ACEITA, EMITE A COTACAO E MOSTRA O NUMERO, O FRETE E A
      * VALIDADE PARA O OPERADOR PASSAR AO CLIENTE. REPETE ENQUANTO O
      * OPERADOR PEDIR NOVA COTACAO.
      ******************************************************************
       2000-COTAR-BALCAO.
           MOVE SPACES TO WRK-REFERENCIA.
           MOVE ZEROS  TO WRK-CUSTOMER-ID WRK-VALOR WRK-PESO.
           MOVE SPACES TO WRK-PRODUTO WRK-UF.
           DISPLAY '=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-'.
           DISPLAY 'INFORME ID DO CLIENTE (0 SE NAO CADASTRADO): '.
           ACCEPT WRK-CUSTOMER-ID FROM CONSOLE.
           DISPLAY 'INFORME PRODUTO: '.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           DISPLAY 'INFORME VALOR: '.
           ACCEPT WRK-VALOR FROM CONSOLE.
           DISPLAY 'INFORME UF: '.
           ACCEPT WRK-UF FROM CONSOLE.
           DISPLAY 'INFORME PESO EM KG (ENTER = SEM PESO): '.
           ACCEPT WRK-PESO FROM CONSOLE.
           DISPLAY 'SERVICO (N=NORMAL, E=EXPRESSO): '.
           MOVE 'N' TO WRK-SERVICO.
           ACCEPT WRK-SERVICO FROM CONSOLE.
           IF WRK-SERVICO IS NOT EQUAL TO 'E'
               MOVE 'N' TO WRK-SERVICO
           END-IF.
           ADD 1 TO WRK-QT-SOLICITADAS.
           PERFORM 4000-PRECIFICAR THRU 4000-PRECIFICAR-EXIT.
           IF COTACAO-ACEITA
               PERFORM 5000-EMITIR-COTACAO THRU
                       5000-EMITIR-COTACAO-EXIT
               MOVE WRK-FRETE TO WRK-FRETE-ED
               DISPLAY 'COTACAO NUMERO .....: ' WRK-NUM-COTACAO
               IF WRK-FRETE IS NOT EQUAL TO WRK-FRETE-TABELA
                   MOVE WRK-FRETE-TABELA TO WRK-VALOR-ED
                   DISPLAY 'FRETE DA TABELA ....: R$' WRK-VALOR-ED
               END-IF
               DISPLAY 'FRETE COTADO .......: R$' WRK-FRETE-ED
               DISPLAY 'VALIDA ATE .........: ' WRK-DATA-VALIDADE
               DISPLAY 'O PEDIDO DEVE CITAR A COTACAO E NAO PODE '
                       'PASSAR DO VALOR E DO PESO COTADOS'
           ELSE
               DISPLAY 'COTACAO RECUSADA - ' WRK-MOTIVO
           END-IF.
           DISPLAY 'NOVA COTACAO (S/N)? '.
           MOVE SPACE TO WRK-RESPOSTA.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF NOT RESPOSTA-SIM
               SET FIM-DO-BALCAO TO TRUE
           END-IF.
       2000-COTAR-BALCAO-EXIT.
           EXIT.

      ******************************************************************
      * COTACAO EM LOTE: CADA SOLICITACAO DE COTASOL.DAT E PRECIFICADA
      * E RECEBE UMA LINHA NA RESPOSTA COTARESP.DAT, COM O NUMERO DA
      * COTACAO EMITIDA OU O MOTIVO DA RECUSA.
      ******************************************************************
       3000-COTAR-LOTE.
           OPEN INPUT COTASOL.
           IF WRK-FS-COTASOL IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - COTASOL.DAT INDISPONIVEL (STATUS '
                       WRK-FS-COTASOL ')'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-COTAR-LOTE-EXIT
           END-IF.
           OPEN OUTPUT COTARESP.
           MOVE SPACES TO RSP-LINHA.
           STRING 'RESPOSTA DAS SOLICITACOES DE COTACAO - DATA '
                  WRK-DATA-EXECUCAO ' - VALIDADE ' WRK-DATA-VALIDADE
               DELIMITED BY SIZE INTO RSP-LINHA.
           WRITE RSP-LINHA.
           READ COTASOL
               AT END SET FIM-DE-COTASOL TO TRUE
           END-READ.
           PERFORM 3100-COTAR-SOLICITACAO THRU
                   3100-COTAR-SOLICITACAO-EXIT
               UNTIL FIM-DE-COTASOL.
           COMPUTE WRK-QT-RECUSADAS =
                   WRK-QT-SOLICITADAS - WRK-QT-COTADAS.
           MOVE SPACES TO RSP-LINHA.
           STRING 'SOLICITADAS ' WRK-QT-SOLICITADAS
                  ' COTADAS ' WRK-QT-COTADAS
                  ' RECUSADAS ' WRK-QT-RECUSADAS
               DELIMITED BY SIZE INTO RSP-LINHA.
           WRITE RSP-LINHA.
           CLOSE COTASOL COTARESP.
       3000-COTAR-LOTE-EXIT.
           EXIT.

       3100-COTAR-SOLICITACAO.
           ADD 1 TO WRK-QT-SOLICITADAS.
           MOVE SQ-REFERENCIA TO WRK-REFERENCIA.
           MOVE SQ-PRODUTO    TO WRK-PRODUTO.
           MOVE SQ-UF         TO WRK-UF.
           MOVE ZEROS TO WRK-CUSTOMER-ID WRK-VALOR WRK-PESO.
           IF SQ-CUSTOMER-ID IS NUMERIC
               MOVE SQ-CUSTOMER-ID TO WRK-CUSTOMER-ID
           END-IF.
           IF SQ-VALOR IS NUMERIC
               MOVE SQ-VALOR       TO WRK-VALOR
           END-IF.
           IF SQ-PESO IS NUMERIC
               MOVE SQ-PESO        TO WRK-PESO
           END-IF.
           IF SQ-SERVICO IS EQUAL TO 'E'
               MOVE 'E' TO WRK-SERVICO
           ELSE
               MOVE 'N' TO WRK-SERVICO
           END-IF.
           PERFORM 4000-PRECIFICAR THRU 4000-PRECIFICAR-EXIT.
           MOVE SPACES TO RSP-LINHA.
           IF COTACAO-ACEITA
               PERFORM 5000-EMITIR-COTACAO THRU
                       5000-EMITIR-COTACAO-EXIT
               MOVE WRK-FRETE TO WRK-FRETE-ED
               STRING WRK-REFERENCIA ' COTACAO ' WRK-NUM-COTACAO
                      ' UF ' WRK-UF ' FRETE R$' WRK-FRETE-ED
                      ' VALIDA ATE ' WRK-DATA-VALIDADE
                   DELIMITED BY SIZE INTO RSP-LINHA
           ELSE
               STRING WRK-REFERENCIA ' RECUSADA - ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO RSP-LINHA
           END-IF.
           WRITE RSP-LINHA.
           READ COTASOL
               AT END SET FIM-DE-COTASOL TO TRUE
           END-READ.
       3100-COTAR-SOLICITACAO-EXIT.
           EXIT.

      ******************************************************************
      * PRECIFICA O PEDIDO A COTAR PELAS REGRAS DO CALCULO DO
      * PROGCOB09: VALOR MAIOR QUE ZERO, CLIENTE (QUANDO INFORMADO)
      * CADASTRADO E ATIVO, VERSAO DA UF VIGENTE NA DATA DE NEGOCIO,
      * FRETE PELA TABELA E DEPOIS O ACORDO DO CLIENTE. O FRETE DA
      * TABELA (ANTES DO ACORDO) FICA EM WRK-FRETE-TABELA PARA
      * INFORMACAO DO BALCAO.
      ******************************************************************
       4000-PRECIFICAR.
           MOVE 'N'    TO WRK-COTACAO-OK.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-FRETE WRK-FRETE-TABELA.
           IF WRK-VALOR IS NOT GREATER THAN ZEROS
               MOVE 'VALOR INVALIDO' TO WRK-MOTIVO
               GO TO 4000-PRECIFICAR-EXIT
           END-IF.
           IF WRK-CUSTOMER-ID IS GREATER THAN ZEROS
               AND CLIENTES-DISPONIVEIS
               MOVE WRK-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTMAST
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO
                       GO TO 4000-PRECIFICAR-EXIT
               END-READ
               IF CM-CLIENTE-INATIVO
                   MOVE 'CLIENTE INATIVO' TO WRK-MOTIVO
                   GO TO 4000-PRECIFICAR-EXIT
               END-IF
           END-IF.
           PERFORM 4100-LOCALIZAR-TAXA-VIGENTE THRU
                   4100-LOCALIZAR-TAXA-VIGENTE-EXIT.
           IF NOT TAXA-VIGENTE-ACHADA
               MOVE 'ESTADO NAO ATENDIDO' TO WRK-MOTIVO
               GO TO 4000-PRECIFICAR-EXIT
           END-IF.
           PERFORM 4200-CALCULAR-FRETE-VIGENTE THRU
                   4200-CALCULAR-FRETE-VIGENTE-EXIT.
           MOVE WRK-FRETE TO WRK-FRETE-TABELA.
           PERFORM 4300-APLICAR-ACORDO THRU 4300-APLICAR-ACORDO-EXIT.
           SET COTACAO-ACEITA TO TRUE.
       4000-PRECIFICAR-EXIT.
           EXIT.

      ******************************************************************
      * LOCALIZA EM FRETE.DAT A VERSAO DA UF VIGENTE NA DATA DE
      * NEGOCIO, NOS MESMOS MOLDES DO LOCALIZAR-TAXA-VIGENTE DO
      * PROGCOB09.
      ******************************************************************
       4100-LOCALIZAR-TAXA-VIGENTE.
           MOVE 'N'   TO WRK-TAXA-OK.
           MOVE 'N'   TO WRK-EOF-VERSOES.
           MOVE ZEROS TO WRK-PCT-VIGENTE WRK-MIN-VIGENTE.
           MOVE ZEROS TO WRK-KG-VIGENTE WRK-ADIC-VIGENTE.
           MOVE ZEROS TO WRK-FAIXAS-VIGENTES.
           MOVE WRK-UF TO FT-UF.
           MOVE ZEROS  TO FT-DATA-VIGENCIA.
           START FRETEMST KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY SET FIM-DE-VERSOES TO TRUE
           END-START.
           PERFORM 4110-LER-VERSAO-TAXA THRU
                   4110-LER-VERSAO-TAXA-EXIT
               UNTIL FIM-DE-VERSOES.
       4100-LOCALIZAR-TAXA-VIGENTE-EXIT.
           EXIT.

       4110-LER-VERSAO-TAXA.
           READ FRETEMST NEXT RECORD
               AT END SET FIM-DE-VERSOES TO TRUE
           END-READ.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               SET FIM-DE-VERSOES TO TRUE
           END-IF.
           IF NOT FIM-DE-VERSOES
               IF FT-UF IS NOT EQUAL TO WRK-UF
                   OR FT-DATA-VIGENCIA IS GREATER THAN
                      WRK-DATA-EXECUCAO
                   SET FIM-DE-VERSOES TO TRUE
               ELSE
                   SET TAXA-VIGENTE-ACHADA TO TRUE
                   MOVE FT-PERCENTUAL   TO WRK-PCT-VIGENTE
                   MOVE FT-FRETE-MINIMO TO WRK-MIN-VIGENTE
                   MOVE FT-FAIXAS       TO WRK-FAIXAS-VIGENTES
                   IF FT-TAXA-KG IS NUMERIC
                       MOVE FT-TAXA-KG  TO WRK-KG-VIGENTE
                   ELSE
                       MOVE ZEROS       TO WRK-KG-VIGENTE
                   END-IF
                   IF FT-ADIC-EXPRESSO IS NUMERIC
                       MOVE FT-ADIC-EXPRESSO TO WRK-ADIC-VIGENTE
                   ELSE
                       MOVE ZEROS       TO WRK-ADIC-VIGENTE
                   END-IF
               END-IF
           END-IF.
       4110-LER-VERSAO-TAXA-EXIT.
           EXIT.

      ******************************************************************
      * FRETE PELA VERSAO VIGENTE: PERCENTUAL DA PRIMEIRA FAIXA QUE
      * COMPORTA O VALOR (OU O BASE), MAIS PESO X TAXA-KG, ADICIONAL
      * EXPRESSO E PISO DE FRETE MINIMO, NOS MESMOS MOLDES DO
      * CALCULAR-FRETE-VIGENTE DO PROGCOB09.
      ******************************************************************
       4200-CALCULAR-FRETE-VIGENTE.
           MOVE WRK-PCT-VIGENTE TO WRK-PCT-APLICAR.
           MOVE 'N' TO WRK-FAIXA-DEFINIDA.
           PERFORM 4210-ESCOLHER-FAIXA THRU 4210-ESCOLHER-FAIXA-EXIT
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL FAIXA-DEFINIDA
                  OR WRK-IDX-FAIXA IS GREATER THAN 3.
           COMPUTE WRK-FRETE ROUNDED =
                   (WRK-VALOR * WRK-PCT-APLICAR)
                   + (WRK-PESO * WRK-KG-VIGENTE).
           IF SERVICO-EXPRESSO
               AND WRK-ADIC-VIGENTE IS GREATER THAN ZEROS
               COMPUTE WRK-FRETE ROUNDED =
                       WRK-FRETE * (1 + WRK-ADIC-VIGENTE)
           END-IF.
           IF WRK-MIN-VIGENTE IS GREATER THAN ZEROS
               AND WRK-FRETE IS LESS THAN WRK-MIN-VIGENTE
               MOVE WRK-MIN-VIGENTE TO WRK-FRETE
           END-IF.
       4200-CALCULAR-FRETE-VIGENTE-EXIT.
           EXIT.

       4210-ESCOLHER-FAIXA.
           IF WRK-FAIXA-LIMITE (WRK-IDX-FAIXA) IS GREATER THAN ZEROS
               AND WRK-VALOR IS NOT GREATER THAN
                   WRK-FAIXA-LIMITE (WRK-IDX-FAIXA)
               MOVE WRK-FAIXA-PERCENTUAL (WRK-IDX-FAIXA)
                   TO WRK-PCT-APLICAR
               SET FAIXA-DEFINIDA TO TRUE
           END-IF.
       4210-ESCOLHER-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * ACORDO COMERCIAL DO CLIENTE SOBRE O FRETE DA TABELA: FRETE
      * GRATIS A PARTIR DO PISO NEGOCIADO, SENAO O DESCONTO, NOS
      * MESMOS MOLDES DO APLICAR-ACORDO-CLIENTE DO PROGCOB09.
      ******************************************************************
       4300-APLICAR-ACORDO.
           IF NOT ACORDOS-DISPONIVEIS
               OR WRK-CUSTOMER-ID IS EQUAL ZEROS
               GO TO 4300-APLICAR-ACORDO-EXIT
           END-IF.
           MOVE WRK-CUSTOMER-ID TO AG-CUSTOMER-ID.
           READ CUSTAGR
               INVALID KEY
                   GO TO 4300-APLICAR-ACORDO-EXIT
           END-READ.
           IF NOT AG-ACORDO-ATIVO
               GO TO 4300-APLICAR-ACORDO-EXIT
           END-IF.
           IF AG-FRETE-GRATIS IS GREATER THAN ZEROS
               AND WRK-VALOR IS NOT LESS THAN AG-FRETE-GRATIS
               MOVE ZEROS TO WRK-FRETE
               GO TO 4300-APLICAR-ACORDO-EXIT
           END-IF.
           IF AG-DESCONTO-PCT IS GREATER THAN ZEROS
               COMPUTE WRK-FRETE ROUNDED =
                       WRK-FRETE * (1 - AG-DESCONTO-PCT)
           END-IF.
       4300-APLICAR-ACORDO-EXIT.
           EXIT.

      ******************************************************************
      * EMITE A COTACAO: PROXIMO NUMERO DA SEQUENCIA 'COTACAO' EM
      * CTLSEQ.DAT (NO MESMO PADRAO DA NUMERACAO DE FATURAS DO
      * PROGCOB23) E GRAVACAO NO MASTER DE COTACOES, EM ABERTO.
      ******************************************************************
       5000-EMITIR-COTACAO.
           MOVE WRK-JOB-COTACAO TO CS-JOB-NAME.
           READ CTLSEQ
               INVALID KEY
                   MOVE 1 TO CS-ULTIMA-SEQUENCIA
                   WRITE CS-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO CS-ULTIMA-SEQUENCIA
                   REWRITE CS-REGISTRO
           END-READ.
           MOVE CS-ULTIMA-SEQUENCIA TO WRK-NUM-COTACAO.
           MOVE WRK-NUM-COTACAO   TO CQ-COTACAO.
           MOVE WRK-CUSTOMER-ID   TO CQ-CUSTOMER-ID.
           MOVE WRK-PRODUTO       TO CQ-PRODUTO.
           MOVE WRK-UF            TO CQ-UF.
           MOVE WRK-VALOR         TO CQ-VALOR.
           MOVE WRK-PESO          TO CQ-PESO.
           MOVE WRK-SERVICO       TO CQ-SERVICO.
           MOVE WRK-FRETE         TO CQ-FRETE.
           MOVE WRK-DATA-EXECUCAO TO CQ-DATA-COTACAO.
           MOVE WRK-DATA-VALIDADE TO CQ-DATA-VALIDADE.
           MOVE WRK-OPERADOR      TO CQ-OPERADOR.
           MOVE WRK-REFERENCIA    TO CQ-REFERENCIA.
           MOVE 'A'               TO CQ-SITUACAO.
           MOVE ZEROS             TO CQ-ORDER-KEY CQ-DATA-USO.
           WRITE CQ-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO FATAL - COTACAO ' WRK-NUM-COTACAO
                           ' JA EXISTE EM FRETECOT.DAT - SEQUENCIA '
                           'COTACAO DE CTLSEQ.DAT FORA DE SINCRONIA'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WRK-QT-COTADAS.
       5000-EMITIR-COTACAO-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE FRETEMST FRETECOT CTLSEQ.
           IF CLIENTES-DISPONIVEIS
               CLOSE CUSTMAST
           END-IF.
           IF ACORDOS-DISPONIVEIS
               CLOSE CUSTAGR
           END-IF.
           COMPUTE WRK-QT-RECUSADAS =
                   WRK-QT-SOLICITADAS - WRK-QT-COTADAS.
           DISPLAY 'PROGCOB47 - COTACAO DE FRETE'.
           DISPLAY 'SOLICITACOES ........: ' WRK-QT-SOLICITADAS.
           DISPLAY 'COTACOES EMITIDAS ...: ' WRK-QT-COTADAS.
           DISPLAY 'RECUSADAS ...........: ' WRK-QT-RECUSADAS.
           IF RUN-MODE-LOTE
               AND WRK-QT-RECUSADAS IS GREATER THAN ZERO
               AND RETURN-CODE IS LESS THAN 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

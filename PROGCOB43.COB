       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB43.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: EXTRATO MENSAL DE CONTA DO CLIENTE E CARTAS DE
      *           COBRANCA. PARA O MES INFORMADO (PARAMETRO AAAAMM; EM
      *           BRANCO, O MES DA DATA DE NEGOCIO DO CABECALHO
      *           CTLFILE.DAT) GRAVA EM EXTRCLI.DAT, POR CLIENTE COM
      *           SALDO OU MOVIMENTO, O EXTRATO COM O NOME DO CADASTRO
      *           CUSTMAST.DAT:
      *             - SALDO ANTERIOR (FATURAS EMITIDAS ANTES DO MES
      *               MENOS PAGAMENTOS ANTERIORES AO MES);
      *             - FATURAS EMITIDAS NO MES (FRETEFTI.DAT, NUMERO,
      *               PERIODO E VALOR DEVIDO = FRETE + ICMS);
      *             - PAGAMENTOS RECEBIDOS NO MES (HISTORICO DE
      *               BAIXAS FRETEBXA.DAT, GRAVADO PELO PROGCOB24 A
      *               PARTIR DA REMESSA FRETEREM.DAT; REMESSA
      *               REJEITADA NAO CHEGOU A CONTA DO CLIENTE);
      *             - SALDO ATUAL.
      *           PAGAMENTO BAIXADO ANTES DE EXISTIR O HISTORICO DE
      *           BAIXAS (FI-VALOR-PAGO SEM LINHA EM FRETEBXA.DAT)
      *           ENTRA NO SALDO ANTERIOR.
      *           EM SEGUIDA, CONTRA A DATA DE NEGOCIO, EMITE EM
      *           CARTAS.DAT AS CARTAS DE COBRANCA DAS FATURAS EM
      *           ABERTO POR IDADE DA EMISSAO (A MESMA DO AGING DO
      *           PROGCOB25): PRIMEIRO AVISO DE 31 A 60 DIAS,
      *           NOTIFICACAO DE 61 A 90 E AVISO FINAL ACIMA DE 90. O
      *           HISTORICO DUNHST.DAT GUARDA O NIVEL JA ENVIADO DE
      *           CADA FATURA: A MESMA CARTA NUNCA SAI DUAS VEZES, E
      *           FATURA QUE PULOU NIVEIS RECEBE SO A DO NIVEL ATUAL.
      *           FATURA PAGA ENCERRA A COBRANCA.
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
           SELECT FRETEFTI ASSIGN TO "FRETEFTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEFTI.
           SELECT FRETEBXA ASSIGN TO "FRETEBXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEBXA.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT DUNHST ASSIGN TO "DUNHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-INVOICE-NUM
               FILE STATUS IS WRK-FS-DUNHST.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT EXTRCLI ASSIGN TO "EXTRCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARTAS ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEFTI
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETEFTI.

       FD  FRETEBXA
           RECORD CONTAINS 55 CHARACTERS.
           COPY FRETEBXA.

       FD  CUSTMAST.
           COPY CUSTMAST.

       FD  DUNHST.
           COPY DUNHST.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  EXTRCLI
           RECORD CONTAINS 120 CHARACTERS.
       01 EXT-LINHA               PIC X(120).

       FD  CARTAS
           RECORD CONTAINS 120 CHARACTERS.
       01 CRT-LINHA               PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEFTI     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEBXA     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-DUNHST       PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FRETEFTI    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEFTI           VALUE 'S'.
       77 WRK-EOF-FRETEBXA    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEBXA           VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-CUSTMAST-OK     PIC X(01) VALUE 'N'.
           88 CUSTMAST-DISPONIVEL       VALUE 'S'.
       77 WRK-CLI-ACHADO      PIC X(01) VALUE 'N'.
           88 CLIENTE-JA-NA-TABELA      VALUE 'S'.
       77 WRK-HST-EXISTE      PIC X(01) VALUE 'N'.
           88 HISTORICO-CADASTRADO      VALUE 'S'.
       77 WRK-QT-CLIENTES     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CLI         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-FAT-MES      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-FAT         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-PAG-MES      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-PAG         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CLIENTE-BUSCA   PIC 9(06) VALUE ZEROS.
       77 WRK-QT-EXCESSO      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXTRATOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTA-NIVEL1 PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTA-NIVEL2 PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CARTA-NIVEL3 PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENCERRADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-DEVIDO    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-FATURA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NIVEL-DEVIDO    PIC 9(01) VALUE ZEROS.
       77 WRK-IDADE-DIAS      PIC 9(05) VALUE ZEROS.
       77 WRK-SERIAL-HOJE     PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-FATURA   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-SERIAL     PIC 9(07) VALUE ZEROS.
       77 WRK-ANO-MENOS-1     PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO   PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO  PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-BISSEXTO    PIC X(01) VALUE 'N'.
           88 ANO-BISSEXTO              VALUE 'S'.
       77 WRK-SALDO-ANTERIOR  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-ATUAL     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PAGO-SEM-BAIXA  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-FMT       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SINAL-FMT       PIC X(01) VALUE SPACE.
       77 WRK-ABS-FMT         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TITULO-CARTA    PIC X(40) VALUE SPACES.
       01 WRK-PARM-GRUPO.
          02 WRK-PARM-MES     PIC X(06) VALUE SPACES.
       01 WRK-MES-INFORMADO REDEFINES WRK-PARM-GRUPO.
          02 WRK-ANO-INF      PIC 9(04).
          02 WRK-MES-INF      PIC 9(02).
       01 WRK-MES-EXTRATO.
          02 WRK-ANO-EXTRATO  PIC 9(04).
          02 WRK-MES-EXTRATO-MM PIC 9(02).
       01 WRK-MES-EXTRATO-NUM REDEFINES WRK-MES-EXTRATO PIC 9(06).
       01 WRK-DATA-MOVTO.
          02 WRK-AAAAMM-MOVTO PIC 9(06).
          02 WRK-DIA-MOVTO    PIC 9(02).
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXECUCAO PIC 9(08).
       01 WRK-DATA-CALC.
          02 WRK-ANO-CALC     PIC 9(04).
          02 WRK-MES-CALC     PIC 9(02).
          02 WRK-DIA-CALC     PIC 9(02).
      *    DIAS ACUMULADOS NO INICIO DE CADA MES (ANO NAO BISSEXTO),
      *    PARA O CALCULO DE DIAS CORRIDOS ENTRE DUAS DATAS.
       01 WRK-TAB-MES-LITERAL PIC X(36) VALUE
          '000031059090120151181212243273304334'.
       01 WRK-TAB-MESES REDEFINES WRK-TAB-MES-LITERAL.
          02 WRK-DIAS-ANTES-MES OCCURS 12 TIMES PIC 9(03).
      *    POSICAO DE CADA CLIENTE (200, COMO NO PROGCOB25): FATURADO
      *    E PAGO ANTES DO MES, NO MES, E O TOTAL PAGO NAS FATURAS X
      *    TOTAL DO HISTORICO DE BAIXAS (A DIFERENCA E PAGAMENTO
      *    ANTERIOR AO HISTORICO).
       01 WRK-TAB-CLIENTES.
          02 WRK-CLI-ENTRY OCCURS 200 TIMES.
             03 WRK-CLI-ID          PIC 9(06).
             03 WRK-CLI-FAT-ANTES   PIC 9(09)V99.
             03 WRK-CLI-FAT-MES     PIC 9(09)V99.
             03 WRK-CLI-PAG-ANTES   PIC 9(09)V99.
             03 WRK-CLI-PAG-MES     PIC 9(09)V99.
             03 WRK-CLI-PAGO-FATURA PIC 9(09)V99.
             03 WRK-CLI-PAGO-BAIXA  PIC 9(09)V99.
      *    FATURAS EMITIDAS E PAGAMENTOS RECEBIDOS NO MES, PARA AS
      *    LINHAS DO EXTRATO (O FATURAMENTO CORTA UMA FATURA POR
      *    CLIENTE E PERIODO, ENTAO 300 COBRE O MES COM FOLGA).
       01 WRK-TAB-FAT-MES.
          02 WRK-FAT-ENTRY OCCURS 300 TIMES.
             03 WRK-FAT-CLIENTE  PIC 9(06).
             03 WRK-FAT-NUMERO   PIC 9(08).
             03 WRK-FAT-PERIODO  PIC 9(06).
             03 WRK-FAT-EMISSAO  PIC 9(08).
             03 WRK-FAT-VALOR    PIC 9(09)V99.
       01 WRK-TAB-PAG-MES.
          02 WRK-PAG-ENTRY OCCURS 500 TIMES.
             03 WRK-PAG-CLIENTE  PIC 9(06).
             03 WRK-PAG-FATURA   PIC 9(08).
             03 WRK-PAG-DATA     PIC 9(08).
             03 WRK-PAG-VALOR    PIC 9(09)V99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-TRATAR-FATURA THRU 2000-TRATAR-FATURA-EXIT
               UNTIL FIM-DE-FRETEFTI.
           PERFORM 3000-LER-BAIXAS THRU 3000-LER-BAIXAS-EXIT.
           PERFORM 4000-IMPRIMIR-EXTRATO THRU
                   4000-IMPRIMIR-EXTRATO-EXIT
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI IS GREATER THAN WRK-QT-CLIENTES.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * DEFINE O MES DO EXTRATO E A DATA DE NEGOCIO (IDADE DAS FATURAS
      * PARA A COBRANCA) E ABRE OS ARQUIVOS. O HISTORICO DE COBRANCA E
      * CRIADO VAZIO NA PRIMEIRA EXECUCAO.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           MOVE WRK-ANO-EXEC TO WRK-ANO-EXTRATO.
           MOVE WRK-MES-EXEC TO WRK-MES-EXTRATO-MM.
           ACCEPT WRK-PARM-MES FROM COMMAND-LINE.
           IF WRK-PARM-MES IS NOT EQUAL TO SPACES
               IF WRK-MES-INFORMADO IS NUMERIC
                   MOVE WRK-ANO-INF TO WRK-ANO-EXTRATO
                   MOVE WRK-MES-INF TO WRK-MES-EXTRATO-MM
               ELSE
                   DISPLAY 'PARAMETRO DE MES INVALIDO (USE AAAAMM): '
                           WRK-PARM-MES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALC.
           PERFORM 7000-CALCULAR-SERIAL THRU 7000-CALCULAR-SERIAL-EXIT.
           MOVE WRK-DIAS-SERIAL TO WRK-SERIAL-HOJE.
           OPEN INPUT FRETEFTI.
           IF WRK-FS-FRETEFTI IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETEFTI.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEFTI ') - RODE O PROGCOB23 ANTES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTMAST.
           IF WRK-FS-CUSTMAST = '00'
               SET CUSTMAST-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - CUSTMAST INDISPONIVEL (STATUS '
                       WRK-FS-CUSTMAST ') - EXTRATOS SAEM SEM NOMES'
           END-IF.
           OPEN I-O DUNHST.
           IF WRK-FS-DUNHST = '35'
               CLOSE DUNHST
               OPEN OUTPUT DUNHST
               CLOSE DUNHST
               OPEN I-O DUNHST
           END-IF.
           OPEN OUTPUT EXTRCLI CARTAS.
           READ FRETEFTI
               AT END SET FIM-DE-FRETEFTI TO TRUE
           END-READ.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * OBTEM A DATA DE PROCESSAMENTO DO CABECALHO DE CONTROLE GRAVADO
      * PELO PROGCOB03 (ULTIMO REGISTRO DE CTLFILE.DAT). SE O ARQUIVO
      * DE CONTROLE NAO EXISTIR OU ESTIVER VAZIO, USA A DATA DO
      * SISTEMA, NO MESMO PADRAO DO PROGCOB09.
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
      * ACUMULA A FATURA NA POSICAO DO CLIENTE (ANTES DO MES OU NO MES;
      * FATURA EMITIDA DEPOIS DO MES FICA FORA DO EXTRATO) E AVALIA A
      * COBRANCA DELA CONTRA A DATA DE NEGOCIO.
      ******************************************************************
       2000-TRATAR-FATURA.
           MOVE FI-VALOR-FRETE TO WRK-VALOR-DEVIDO.
           IF FI-VALOR-ICMS IS NUMERIC
               ADD FI-VALOR-ICMS TO WRK-VALOR-DEVIDO
           END-IF.
           MOVE FI-CUSTOMER-ID TO WRK-CLIENTE-BUSCA.
           PERFORM 2100-LOCALIZAR-CLIENTE THRU
                   2100-LOCALIZAR-CLIENTE-EXIT.
           IF NOT CLIENTE-JA-NA-TABELA
               GO TO 2000-TRATAR-FATURA-COBRAR
           END-IF.
           ADD FI-VALOR-PAGO TO WRK-CLI-PAGO-FATURA (WRK-IDX-CLI).
           MOVE FI-DATA-EMISSAO TO WRK-DATA-MOVTO.
           IF WRK-AAAAMM-MOVTO IS LESS THAN WRK-MES-EXTRATO-NUM
               ADD WRK-VALOR-DEVIDO TO WRK-CLI-FAT-ANTES (WRK-IDX-CLI)
           END-IF.
           IF WRK-AAAAMM-MOVTO IS EQUAL TO WRK-MES-EXTRATO-NUM
               ADD WRK-VALOR-DEVIDO TO WRK-CLI-FAT-MES (WRK-IDX-CLI)
               PERFORM 2200-GUARDAR-FATURA-MES THRU
                       2200-GUARDAR-FATURA-MES-EXIT
           END-IF.
       2000-TRATAR-FATURA-COBRAR.
           PERFORM 5000-AVALIAR-COBRANCA THRU
                   5000-AVALIAR-COBRANCA-EXIT.
           READ FRETEFTI
               AT END SET FIM-DE-FRETEFTI TO TRUE
           END-READ.
       2000-TRATAR-FATURA-EXIT.
           EXIT.

       2100-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM 2110-PROCURAR-CLIENTE THRU
                   2110-PROCURAR-CLIENTE-EXIT
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL CLIENTE-JA-NA-TABELA
                  OR WRK-IDX-CLI IS GREATER THAN WRK-QT-CLIENTES.
           IF NOT CLIENTE-JA-NA-TABELA
               IF WRK-QT-CLIENTES IS LESS THAN 200
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-QT-CLIENTES TO WRK-IDX-CLI
                   MOVE WRK-CLIENTE-BUSCA TO WRK-CLI-ID (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-FAT-ANTES   (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-FAT-MES     (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-PAG-ANTES   (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-PAG-MES     (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-PAGO-FATURA (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-PAGO-BAIXA  (WRK-IDX-CLI)
                   SET CLIENTE-JA-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-EXCESSO
               END-IF
           END-IF.
       2100-LOCALIZAR-CLIENTE-EXIT.
           EXIT.

       2110-PROCURAR-CLIENTE.
           IF WRK-IDX-CLI IS NOT GREATER THAN WRK-QT-CLIENTES
               AND WRK-CLI-ID (WRK-IDX-CLI) IS EQUAL TO
                   WRK-CLIENTE-BUSCA
               SET CLIENTE-JA-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-CLI
           END-IF.
       2110-PROCURAR-CLIENTE-EXIT.
           EXIT.

       2200-GUARDAR-FATURA-MES.
           IF WRK-QT-FAT-MES IS NOT LESS THAN 300
               ADD 1 TO WRK-QT-EXCESSO
               GO TO 2200-GUARDAR-FATURA-MES-EXIT
           END-IF.
           ADD 1 TO WRK-QT-FAT-MES.
           MOVE FI-CUSTOMER-ID   TO WRK-FAT-CLIENTE (WRK-QT-FAT-MES).
           MOVE FI-INVOICE-NUM   TO WRK-FAT-NUMERO  (WRK-QT-FAT-MES).
           MOVE FI-PERIODO       TO WRK-FAT-PERIODO (WRK-QT-FAT-MES).
           MOVE FI-DATA-EMISSAO  TO WRK-FAT-EMISSAO (WRK-QT-FAT-MES).
           MOVE WRK-VALOR-DEVIDO TO WRK-FAT-VALOR   (WRK-QT-FAT-MES).
       2200-GUARDAR-FATURA-MES-EXIT.
           EXIT.

      ******************************************************************
      * ACUMULA OS PAGAMENTOS DO HISTORICO DE BAIXAS NA POSICAO DE CADA
      * CLIENTE (ANTES DO MES OU NO MES; PAGAMENTO DEPOIS DO MES FICA
      * FORA DO EXTRATO). SEM HISTORICO, TODO O VALOR PAGO DAS FATURAS
      * VALE COMO PAGO ANTES DO MES.
      ******************************************************************
       3000-LER-BAIXAS.
           OPEN INPUT FRETEBXA.
           IF WRK-FS-FRETEBXA IS NOT EQUAL TO '00'
               GO TO 3000-LER-BAIXAS-EXIT
           END-IF.
           READ FRETEBXA
               AT END SET FIM-DE-FRETEBXA TO TRUE
           END-READ.
           PERFORM 3100-TRATAR-BAIXA THRU 3100-TRATAR-BAIXA-EXIT
               UNTIL FIM-DE-FRETEBXA.
           CLOSE FRETEBXA.
       3000-LER-BAIXAS-EXIT.
           EXIT.

       3100-TRATAR-BAIXA.
           MOVE BX-CUSTOMER-ID TO WRK-CLIENTE-BUSCA.
           PERFORM 2100-LOCALIZAR-CLIENTE THRU
                   2100-LOCALIZAR-CLIENTE-EXIT.
           IF NOT CLIENTE-JA-NA-TABELA
               GO TO 3100-TRATAR-BAIXA-LER
           END-IF.
           ADD BX-VALOR-PAGO TO WRK-CLI-PAGO-BAIXA (WRK-IDX-CLI).
           MOVE BX-DATA-PAGAMENTO TO WRK-DATA-MOVTO.
           IF WRK-AAAAMM-MOVTO IS LESS THAN WRK-MES-EXTRATO-NUM
               ADD BX-VALOR-PAGO TO WRK-CLI-PAG-ANTES (WRK-IDX-CLI)
           END-IF.
           IF WRK-AAAAMM-MOVTO IS EQUAL TO WRK-MES-EXTRATO-NUM
               ADD BX-VALOR-PAGO TO WRK-CLI-PAG-MES (WRK-IDX-CLI)
               IF WRK-QT-PAG-MES IS LESS THAN 500
                   ADD 1 TO WRK-QT-PAG-MES
                   MOVE BX-CUSTOMER-ID
                       TO WRK-PAG-CLIENTE (WRK-QT-PAG-MES)
                   MOVE BX-INVOICE-NUM
                       TO WRK-PAG-FATURA  (WRK-QT-PAG-MES)
                   MOVE BX-DATA-PAGAMENTO
                       TO WRK-PAG-DATA    (WRK-QT-PAG-MES)
                   MOVE BX-VALOR-PAGO
                       TO WRK-PAG-VALOR   (WRK-QT-PAG-MES)
               ELSE
                   ADD 1 TO WRK-QT-EXCESSO
               END-IF
           END-IF.
       3100-TRATAR-BAIXA-LER.
           READ FRETEBXA
               AT END SET FIM-DE-FRETEBXA TO TRUE
           END-READ.
       3100-TRATAR-BAIXA-EXIT.
           EXIT.

      ******************************************************************
      * IMPRIME O EXTRATO DE UM CLIENTE: SALDO ANTERIOR, FATURAS E
      * PAGAMENTOS DO MES E SALDO ATUAL. CLIENTE SEM SALDO ANTERIOR E
      * SEM MOVIMENTO NO MES NAO RECEBE EXTRATO.
      ******************************************************************
       4000-IMPRIMIR-EXTRATO.
           COMPUTE WRK-PAGO-SEM-BAIXA =
                   WRK-CLI-PAGO-FATURA (WRK-IDX-CLI)
                 - WRK-CLI-PAGO-BAIXA (WRK-IDX-CLI).
           IF WRK-PAGO-SEM-BAIXA IS LESS THAN ZEROS
               MOVE ZEROS TO WRK-PAGO-SEM-BAIXA
           END-IF.
           COMPUTE WRK-SALDO-ANTERIOR =
                   WRK-CLI-FAT-ANTES (WRK-IDX-CLI)
                 - WRK-CLI-PAG-ANTES (WRK-IDX-CLI)
                 - WRK-PAGO-SEM-BAIXA.
           COMPUTE WRK-SALDO-ATUAL =
                   WRK-SALDO-ANTERIOR
                 + WRK-CLI-FAT-MES (WRK-IDX-CLI)
                 - WRK-CLI-PAG-MES (WRK-IDX-CLI).
           IF WRK-SALDO-ANTERIOR IS EQUAL ZEROS
               AND WRK-CLI-FAT-MES (WRK-IDX-CLI) IS EQUAL ZEROS
               AND WRK-CLI-PAG-MES (WRK-IDX-CLI) IS EQUAL ZEROS
               GO TO 4000-IMPRIMIR-EXTRATO-EXIT
           END-IF.
           ADD 1 TO WRK-QT-EXTRATOS.
           MOVE WRK-CLI-ID (WRK-IDX-CLI) TO WRK-CLIENTE-BUSCA.
           PERFORM 6000-OBTER-NOME-CLIENTE THRU
                   6000-OBTER-NOME-CLIENTE-EXIT.
           MOVE ALL '-' TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING 'EXTRATO DE CONTA DE FRETE - MES '
                  WRK-MES-EXTRATO-MM '/' WRK-ANO-EXTRATO
                  ' - CLIENTE ' WRK-CLI-ID (WRK-IDX-CLI)
                  ' - ' CM-NOME
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-FMT.
           PERFORM 4900-FORMATAR-SALDO THRU 4900-FORMATAR-SALDO-EXIT.
           MOVE SPACES TO EXT-LINHA.
           STRING '  SALDO ANTERIOR ........................: '
                  WRK-SINAL-FMT WRK-ABS-FMT
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           PERFORM 4100-IMPRIMIR-FATURA THRU 4100-IMPRIMIR-FATURA-EXIT
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT IS GREATER THAN WRK-QT-FAT-MES.
           PERFORM 4200-IMPRIMIR-PAGAMENTO THRU
                   4200-IMPRIMIR-PAGAMENTO-EXIT
               VARYING WRK-IDX-PAG FROM 1 BY 1
               UNTIL WRK-IDX-PAG IS GREATER THAN WRK-QT-PAG-MES.
           MOVE SPACES TO EXT-LINHA.
           STRING '  TOTAL FATURADO NO MES .................: +'
                  WRK-CLI-FAT-MES (WRK-IDX-CLI)
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING '  TOTAL PAGO NO MES .....................: -'
                  WRK-CLI-PAG-MES (WRK-IDX-CLI)
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE WRK-SALDO-ATUAL TO WRK-SALDO-FMT.
           PERFORM 4900-FORMATAR-SALDO THRU 4900-FORMATAR-SALDO-EXIT.
           MOVE SPACES TO EXT-LINHA.
           STRING '  SALDO ATUAL ...........................: '
                  WRK-SINAL-FMT WRK-ABS-FMT
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
       4000-IMPRIMIR-EXTRATO-EXIT.
           EXIT.

       4100-IMPRIMIR-FATURA.
           IF WRK-FAT-CLIENTE (WRK-IDX-FAT) IS NOT EQUAL TO
              WRK-CLI-ID (WRK-IDX-CLI)
               GO TO 4100-IMPRIMIR-FATURA-EXIT
           END-IF.
           MOVE SPACES TO EXT-LINHA.
           STRING '  FATURA ' WRK-FAT-NUMERO (WRK-IDX-FAT)
                  ' PERIODO ' WRK-FAT-PERIODO (WRK-IDX-FAT)
                  ' EMITIDA EM ' WRK-FAT-EMISSAO (WRK-IDX-FAT)
                  ' .......: +' WRK-FAT-VALOR (WRK-IDX-FAT)
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
       4100-IMPRIMIR-FATURA-EXIT.
           EXIT.

       4200-IMPRIMIR-PAGAMENTO.
           IF WRK-PAG-CLIENTE (WRK-IDX-PAG) IS NOT EQUAL TO
              WRK-CLI-ID (WRK-IDX-CLI)
               GO TO 4200-IMPRIMIR-PAGAMENTO-EXIT
           END-IF.
           MOVE SPACES TO EXT-LINHA.
           STRING '  PAGAMENTO DA FATURA ' WRK-PAG-FATURA (WRK-IDX-PAG)
                  ' EM ' WRK-PAG-DATA (WRK-IDX-PAG)
                  ' ..........: -' WRK-PAG-VALOR (WRK-IDX-PAG)
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
       4200-IMPRIMIR-PAGAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * SEPARA SINAL E VALOR ABSOLUTO DE WRK-SALDO-FMT (SALDO NEGATIVO
      * = CREDITO DO CLIENTE, PAGAMENTO ACIMA DO FATURADO).
      ******************************************************************
       4900-FORMATAR-SALDO.
           MOVE '+' TO WRK-SINAL-FMT.
           MOVE WRK-SALDO-FMT TO WRK-ABS-FMT.
           IF WRK-SALDO-FMT IS LESS THAN ZEROS
               MOVE '-' TO WRK-SINAL-FMT
           END-IF.
       4900-FORMATAR-SALDO-EXIT.
           EXIT.

      ******************************************************************
      * COBRANCA DA FATURA CORRENTE: FATURA PAGA ENCERRA A COBRANCA NO
      * HISTORICO; FATURA EM ABERTO COM IDADE (DIAS DA EMISSAO ATE A
      * DATA DE NEGOCIO) QUE PEDE UM NIVEL ACIMA DO JA ENVIADO RECEBE A
      * CARTA DO NIVEL ATUAL E O HISTORICO E ATUALIZADO.
      ******************************************************************
       5000-AVALIAR-COBRANCA.
           MOVE 'N' TO WRK-HST-EXISTE.
           MOVE FI-INVOICE-NUM TO DH-INVOICE-NUM.
           READ DUNHST
               NOT INVALID KEY
                   SET HISTORICO-CADASTRADO TO TRUE
           END-READ.
           IF FI-PAGA
               IF HISTORICO-CADASTRADO
                   AND DH-EM-COBRANCA
                   MOVE 'Q' TO DH-SITUACAO
                   REWRITE DH-REGISTRO
                   ADD 1 TO WRK-QT-ENCERRADAS
               END-IF
               GO TO 5000-AVALIAR-COBRANCA-EXIT
           END-IF.
           IF FI-DATA-EMISSAO IS NOT NUMERIC
               GO TO 5000-AVALIAR-COBRANCA-EXIT
           END-IF.
           MOVE FI-DATA-EMISSAO TO WRK-DATA-CALC.
           PERFORM 7000-CALCULAR-SERIAL THRU 7000-CALCULAR-SERIAL-EXIT.
           MOVE WRK-DIAS-SERIAL TO WRK-SERIAL-FATURA.
           IF WRK-SERIAL-HOJE IS GREATER THAN WRK-SERIAL-FATURA
               COMPUTE WRK-IDADE-DIAS =
                       WRK-SERIAL-HOJE - WRK-SERIAL-FATURA
           ELSE
               MOVE ZEROS TO WRK-IDADE-DIAS
           END-IF.
           EVALUATE TRUE
               WHEN WRK-IDADE-DIAS IS NOT GREATER THAN 30
                   MOVE 0 TO WRK-NIVEL-DEVIDO
               WHEN WRK-IDADE-DIAS IS NOT GREATER THAN 60
                   MOVE 1 TO WRK-NIVEL-DEVIDO
               WHEN WRK-IDADE-DIAS IS NOT GREATER THAN 90
                   MOVE 2 TO WRK-NIVEL-DEVIDO
               WHEN OTHER
                   MOVE 3 TO WRK-NIVEL-DEVIDO
           END-EVALUATE.
           IF WRK-NIVEL-DEVIDO IS EQUAL ZEROS
               GO TO 5000-AVALIAR-COBRANCA-EXIT
           END-IF.
           IF NOT HISTORICO-CADASTRADO
               MOVE FI-INVOICE-NUM TO DH-INVOICE-NUM
               MOVE FI-CUSTOMER-ID TO DH-CUSTOMER-ID
               MOVE ZEROS TO DH-NIVEL-ENVIADO DH-DATA-NIVEL1
                             DH-DATA-NIVEL2 DH-DATA-NIVEL3
               MOVE 'C' TO DH-SITUACAO
           END-IF.
           IF DH-QUITADA
               OR WRK-NIVEL-DEVIDO IS NOT GREATER THAN DH-NIVEL-ENVIADO
               GO TO 5000-AVALIAR-COBRANCA-EXIT
           END-IF.
           COMPUTE WRK-SALDO-FATURA =
                   WRK-VALOR-DEVIDO - FI-VALOR-PAGO.
           PERFORM 5100-EMITIR-CARTA THRU 5100-EMITIR-CARTA-EXIT.
           MOVE WRK-NIVEL-DEVIDO TO DH-NIVEL-ENVIADO.
           EVALUATE WRK-NIVEL-DEVIDO
               WHEN 1
                   MOVE WRK-DATA-EXECUCAO TO DH-DATA-NIVEL1
               WHEN 2
                   MOVE WRK-DATA-EXECUCAO TO DH-DATA-NIVEL2
               WHEN OTHER
                   MOVE WRK-DATA-EXECUCAO TO DH-DATA-NIVEL3
           END-EVALUATE.
           IF HISTORICO-CADASTRADO
               REWRITE DH-REGISTRO
           ELSE
               WRITE DH-REGISTRO
           END-IF.
       5000-AVALIAR-COBRANCA-EXIT.
           EXIT.

       5100-EMITIR-CARTA.
           ADD 1 TO WRK-QT-CARTAS.
           EVALUATE WRK-NIVEL-DEVIDO
               WHEN 1
                   ADD 1 TO WRK-QT-CARTA-NIVEL1
                   MOVE 'PRIMEIRO AVISO DE COBRANCA'
                       TO WRK-TITULO-CARTA
               WHEN 2
                   ADD 1 TO WRK-QT-CARTA-NIVEL2
                   MOVE 'NOTIFICACAO DE DEBITO EM ATRASO'
                       TO WRK-TITULO-CARTA
               WHEN OTHER
                   ADD 1 TO WRK-QT-CARTA-NIVEL3
                   MOVE 'AVISO FINAL DE COBRANCA'
                       TO WRK-TITULO-CARTA
           END-EVALUATE.
           MOVE FI-CUSTOMER-ID TO WRK-CLIENTE-BUSCA.
           PERFORM 6000-OBTER-NOME-CLIENTE THRU
                   6000-OBTER-NOME-CLIENTE-EXIT.
           MOVE ALL '=' TO CRT-LINHA.
           WRITE CRT-LINHA.
           MOVE SPACES TO CRT-LINHA.
           STRING WRK-TITULO-CARTA ' - NIVEL ' WRK-NIVEL-DEVIDO
                  ' - EMITIDA EM ' WRK-DIA-EXEC '/' WRK-MES-EXEC '/'
                  WRK-ANO-EXEC
               DELIMITED BY SIZE INTO CRT-LINHA.
           WRITE CRT-LINHA.
           MOVE SPACES TO CRT-LINHA.
           STRING 'CLIENTE ' FI-CUSTOMER-ID ' - ' CM-NOME
               DELIMITED BY SIZE INTO CRT-LINHA.
           WRITE CRT-LINHA.
           MOVE SPACES TO CRT-LINHA.
           STRING 'FATURA ' FI-INVOICE-NUM ' PERIODO ' FI-PERIODO
                  ' EMITIDA EM ' FI-DATA-EMISSAO
                  ' - SALDO EM ABERTO R$' WRK-SALDO-FATURA
                  ' HA ' WRK-IDADE-DIAS ' DIAS'
               DELIMITED BY SIZE INTO CRT-LINHA.
           WRITE CRT-LINHA.
           MOVE SPACES TO CRT-LINHA.
           EVALUATE WRK-NIVEL-DEVIDO
               WHEN 1
                   MOVE 'NAO IDENTIFICAMOS O PAGAMENTO DA FATURA ACIMA.'
                     TO CRT-LINHA
                   WRITE CRT-LINHA
                   MOVE 'SE JA FOI PAGA, DESCONSIDERE ESTE AVISO.'
                     TO CRT-LINHA
               WHEN 2
                   MOVE 'A FATURA ACIMA CONTINUA EM ABERTO. SOLICITAMOS'
                     TO CRT-LINHA
                   WRITE CRT-LINHA
                   MOVE 'A REGULARIZACAO DO DEBITO NO PRAZO DE 10 DIAS.'
                     TO CRT-LINHA
               WHEN OTHER
                   MOVE 'ULTIMO AVISO: SEM A REGULARIZACAO DO DEBITO, A'
                     TO CRT-LINHA
                   WRITE CRT-LINHA
                   MOVE 'CONTA SERA ENCAMINHADA A COBRANCA EXTERNA.'
                     TO CRT-LINHA
           END-EVALUATE.
           WRITE CRT-LINHA.
       5100-EMITIR-CARTA-EXIT.
           EXIT.

       6000-OBTER-NOME-CLIENTE.
           IF NOT CUSTMAST-DISPONIVEL
               MOVE 'NOME NAO DISPONIVEL' TO CM-NOME
               GO TO 6000-OBTER-NOME-CLIENTE-EXIT
           END-IF.
           MOVE WRK-CLIENTE-BUSCA TO CM-CUSTOMER-ID.
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO CM-NOME
           END-READ.
       6000-OBTER-NOME-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * CONVERTE A DATA EM WRK-DATA-CALC PARA DIAS CORRIDOS
      * (WRK-DIAS-SERIAL), NO MESMO CALCULO DO AGING DO PROGCOB25.
      ******************************************************************
       7000-CALCULAR-SERIAL.
           SUBTRACT 1 FROM WRK-ANO-CALC GIVING WRK-ANO-MENOS-1.
           COMPUTE WRK-DIAS-SERIAL =
                   (WRK-ANO-MENOS-1 * 365)
                   + (WRK-ANO-MENOS-1 / 4)
                   - (WRK-ANO-MENOS-1 / 100)
                   + (WRK-ANO-MENOS-1 / 400)
                   + WRK-DIAS-ANTES-MES (WRK-MES-CALC)
                   + WRK-DIA-CALC.
           PERFORM 7100-TESTAR-BISSEXTO THRU 7100-TESTAR-BISSEXTO-EXIT.
           IF ANO-BISSEXTO
               AND WRK-MES-CALC IS GREATER THAN 2
               ADD 1 TO WRK-DIAS-SERIAL
           END-IF.
       7000-CALCULAR-SERIAL-EXIT.
           EXIT.

       7100-TESTAR-BISSEXTO.
           MOVE 'N' TO WRK-ANO-BISSEXTO.
           DIVIDE WRK-ANO-CALC BY 4
               GIVING WRK-QUOC-BISSEXTO
               REMAINDER WRK-RESTO-BISSEXTO.
           IF WRK-RESTO-BISSEXTO IS NOT EQUAL ZEROS
               GO TO 7100-TESTAR-BISSEXTO-EXIT
           END-IF.
           DIVIDE WRK-ANO-CALC BY 100
               GIVING WRK-QUOC-BISSEXTO
               REMAINDER WRK-RESTO-BISSEXTO.
           IF WRK-RESTO-BISSEXTO IS NOT EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
               GO TO 7100-TESTAR-BISSEXTO-EXIT
           END-IF.
           DIVIDE WRK-ANO-CALC BY 400
               GIVING WRK-QUOC-BISSEXTO
               REMAINDER WRK-RESTO-BISSEXTO.
           IF WRK-RESTO-BISSEXTO IS EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
           END-IF.
       7100-TESTAR-BISSEXTO-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE FRETEFTI DUNHST EXTRCLI CARTAS.
           IF CUSTMAST-DISPONIVEL
               CLOSE CUSTMAST
           END-IF.
           DISPLAY 'PROGCOB43 - EXTRATOS DO MES ' WRK-MES-EXTRATO-NUM
                   ' EM EXTRCLI.DAT: ' WRK-QT-EXTRATOS.
           DISPLAY 'PROGCOB43 - CARTAS DE COBRANCA EM CARTAS.DAT: '
                   WRK-QT-CARTAS ' (AVISO ' WRK-QT-CARTA-NIVEL1
                   ' / NOTIFICACAO ' WRK-QT-CARTA-NIVEL2
                   ' / FINAL ' WRK-QT-CARTA-NIVEL3 ')'.
           DISPLAY 'PROGCOB43 - COBRANCAS ENCERRADAS POR PAGAMENTO: '
                   WRK-QT-ENCERRADAS.
           IF WRK-QT-EXCESSO IS GREATER THAN ZERO
               DISPLAY 'ATENCAO - REGISTROS ALEM DAS TABELAS (FORA DOS '
                       'EXTRATOS): ' WRK-QT-EXCESSO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * SET/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      A FATURA SO E QUITADA QUANDO O VALOR PAGO
      *                    COBRE O FRETE MAIS O ICMS FATURADO
      *                    (FI-VALOR-ICMS).
      * OUT/2026   JL      CADA PAGAMENTO APLICADO PASSA A SER GRAVADO
      *                    NO HISTORICO DE BAIXAS FRETEBXA.DAT, COM A
      *                    DATA DE NEGOCIO DO CABECALHO CTLFILE.DAT,
      *                    PARA O DIARIO CONTABIL DO PROGCOB42 LANCAR
      *                    CAIXA CONTRA CONTAS A RECEBER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-FRETEFTI.
           SELECT FTIWRK ASSIGN TO "FTIWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRETEBXA ASSIGN TO "FRETEBXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEBXA.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEREM
           COPY FRETEREM.

       FD  FRETEFTI
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETEFTI.

       FD  FTIWRK
           RECORD CONTAINS 75 CHARACTERS.
       01 FTW-REGISTRO            PIC X(75).

       FD  FRETEBXA
           RECORD CONTAINS 55 CHARACTERS.
           COPY FRETEBXA.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEREM     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEFTI     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEBXA     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-EOF-FRETEREM    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEREM           VALUE 'S'.
       77 WRK-EOF-FRETEFTI    PIC X(01) VALUE 'N'.
       77 WRK-QT-REJEITADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-QUITADAS     PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-BAIXADO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-DEVIDO    PIC 9(10)V99 VALUE ZEROS.
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
      *    REMESSAS CARREGADAS EM MEMORIA (200 PAGAMENTOS POR RODADA
      *    DE BAIXA COBRE A REMESSA MENSAL COM FOLGA; EXCEDENTES SAO
      *    REPORTADOS PARA RODAR A BAIXA DE NOVO).
      * REMESSA NAO HA NADA A BAIXAR E NENHUMA FATURA E TOCADA.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           OPEN INPUT FRETEREM.
           IF WRK-FS-FRETEREM IS NOT EQUAL TO '00'
               SET FIM-DE-FRETEREM TO TRUE
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

       1200-LER-REMESSA.
           READ FRETEREM
               AT END
               STOP RUN
           END-IF.
           OPEN OUTPUT FTIWRK.
           OPEN EXTEND FRETEBXA.
           IF WRK-FS-FRETEBXA = '35'
               OPEN OUTPUT FRETEBXA
           END-IF.
           READ FRETEFTI
               AT END SET FIM-DE-FRETEFTI TO TRUE
           END-READ.
           PERFORM 3100-TRATAR-FATURA THRU 3100-TRATAR-FATURA-EXIT
               UNTIL FIM-DE-FRETEFTI.
           CLOSE FRETEFTI FTIWRK FRETEBXA.
           OPEN INPUT  FTIWRK.
           OPEN OUTPUT FRETEFTI.
           READ FTIWRK
           MOVE WRK-REM-DATA (WRK-IDX-REM) TO FI-DATA-PAGAMENTO.
           MOVE 'S' TO WRK-REM-APLICADA (WRK-IDX-REM).
           ADD 1 TO WRK-QT-APLICADAS.
           MOVE FI-INVOICE-NUM                TO BX-INVOICE-NUM.
           MOVE FI-CUSTOMER-ID                TO BX-CUSTOMER-ID.
           MOVE WRK-REM-VALOR (WRK-IDX-REM)   TO BX-VALOR-PAGO.
           MOVE WRK-REM-DATA (WRK-IDX-REM)    TO BX-DATA-PAGAMENTO.
           MOVE WRK-DATA-EXECUCAO             TO BX-DATA-BAIXA.
           MOVE ZEROS                         TO BX-DATA-CONTABIL.
           MOVE ZEROS                         TO BX-SEQ-CONTABIL.
           WRITE BX-REGISTRO.
           MOVE FI-VALOR-FRETE TO WRK-VALOR-DEVIDO.
           IF FI-VALOR-ICMS IS NUMERIC
               ADD FI-VALOR-ICMS TO WRK-VALOR-DEVIDO
           END-IF.
           IF FI-VALOR-PAGO IS NOT LESS THAN WRK-VALOR-DEVIDO
               MOVE 'P' TO FI-STATUS
               ADD 1 TO WRK-QT-QUITADAS
               DISPLAY 'FATURA ' FI-INVOICE-NUM ' QUITADA - CLIENTE '

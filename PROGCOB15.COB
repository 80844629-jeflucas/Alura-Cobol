      *                    TEMPO DO LOTE PARAVA DE CABER NA JANELA NO
      *                    FIM DO MES. OS FECHAMENTOS DE MES SEGUEM
      *                    NOS ACUMULADOS.
      * OUT/2026   JL      O PASSO PASSA A CONFERIR TAMBEM O DIARIO
      *                    CONTABIL DO LOTE (GLJRNL.DAT, GRAVADO PELO
      *                    PROGCOB42): CABECALHO DO LOTE CORRENTE,
      *                    TRAILER PRESENTE, DEBITOS = CREDITOS E
      *                    REGISTROS DO EXTRATO LANCADOS = EXTRATO DO
      *                    DIA (CALCULOS MAIS ESTORNOS).
      * OUT/2026   JL      FRETEHLD.DAT PASSA A 99 POSICOES, COM A
      *                    COTACAO DE FRETE DO PEDIDO RETIDO NO FIM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT BALRPT ASSIGN TO "BALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLJRNL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLJRNL.
           SELECT JOBJRNL ASSIGN TO "JOBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOBJRNL.
           COPY BALCTL.

       FD  FRETEXTD
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  FRETEREJ
           COPY FRETEREJ.

       FD  FRETEHLD
           RECORD CONTAINS 99 CHARACTERS.
           COPY FRETEHLD.

       FD  CTLFILE
           RECORD CONTAINS 100 CHARACTERS.
       01 RPT-LINHA               PIC X(100).

       FD  GLJRNL
           RECORD CONTAINS 73 CHARACTERS.
           COPY GLJRNL.

       FD  JOBJRNL
           RECORD CONTAINS 40 CHARACTERS.
           COPY JOBJRNL.
       77 WRK-FS-FRETEREJ     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEHLD     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLJRNL       PIC X(02) VALUE ZEROS.
       77 WRK-EOF-GLJRNL      PIC X(01) VALUE 'N'.
           88 FIM-DE-GLJRNL             VALUE 'S'.
       77 WRK-TEM-DIARIO      PIC X(01) VALUE 'N'.
           88 TEM-DIARIO-DO-LOTE        VALUE 'S'.
       77 WRK-TEM-TRAILER     PIC X(01) VALUE 'N'.
           88 TEM-TRAILER-DIARIO        VALUE 'S'.
       77 WRK-GL-DEBITO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GL-CREDITO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-GL-QT-EXTRATO   PIC 9(07) VALUE ZEROS.
       77 WRK-EXT-QT-TOTAL    PIC 9(07) VALUE ZEROS.
       77 WRK-EOF-BALCTL      PIC X(01) VALUE 'N'.
           88 FIM-DE-BALCTL             VALUE 'S'.
       77 WRK-EOF-FRETEXTD    PIC X(01) VALUE 'N'.
           PERFORM 4500-CONTAR-RETENCAO THRU 4500-CONTAR-RETENCAO-EXIT
               UNTIL FIM-DE-FRETEHLD.
           PERFORM 5000-CONFERIR-LOTE THRU 5000-CONFERIR-LOTE-EXIT.
           PERFORM 5500-CONFERIR-DIARIO THRU
                   5500-CONFERIR-DIARIO-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

       5000-CONFERIR-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * CONFERE O DIARIO CONTABIL DO LOTE (GLJRNL.DAT, REGRAVADO A CADA
      * EXECUCAO DO PROGCOB42): O CABECALHO TEM DE SER DESTE LOTE, O
      * TRAILER TEM DE ESTAR LA (SENAO O ARQUIVO FOI TRUNCADO), OS
      * DEBITOS TEM DE IGUALAR OS CREDITOS E TODO REGISTRO DO EXTRATO
      * DO DIA TEM DE ESTAR LANCADO. LOTE SEM EXTRATO E SEM DIARIO
      * NAO TEM O QUE CONFERIR.
      ******************************************************************
       5500-CONFERIR-DIARIO.
           COMPUTE WRK-EXT-QT-TOTAL = WRK-EXT-QT + WRK-EST-QT.
           OPEN INPUT GLJRNL.
           IF WRK-FS-GLJRNL = '00'
               PERFORM 5510-LER-DIARIO THRU 5510-LER-DIARIO-EXIT
                   UNTIL FIM-DE-GLJRNL
               CLOSE GLJRNL
           END-IF.
           IF NOT TEM-DIARIO-DO-LOTE
               IF WRK-EXT-QT-TOTAL IS GREATER THAN ZERO
                   PERFORM 5900-REPORTAR-ERRO THRU
                           5900-REPORTAR-ERRO-EXIT
                   MOVE 'SEM DIARIO CONTABIL DO LOTE (PROGCOB42)'
                       TO RPT-LINHA
                   WRITE RPT-LINHA
               END-IF
               GO TO 5500-CONFERIR-DIARIO-EXIT
           END-IF.
           IF NOT TEM-TRAILER-DIARIO
               PERFORM 5900-REPORTAR-ERRO THRU 5900-REPORTAR-ERRO-EXIT
               MOVE 'DIARIO CONTABIL SEM TRAILER (ARQUIVO TRUNCADO)'
                   TO RPT-LINHA
               WRITE RPT-LINHA
               GO TO 5500-CONFERIR-DIARIO-EXIT
           END-IF.
           IF WRK-GL-DEBITO IS NOT EQUAL TO WRK-GL-CREDITO
               PERFORM 5900-REPORTAR-ERRO THRU 5900-REPORTAR-ERRO-EXIT
               MOVE SPACES TO RPT-LINHA
               STRING 'DIARIO CONTABIL: DEBITOS (' WRK-GL-DEBITO
                      ') <> CREDITOS (' WRK-GL-CREDITO ')'
                   DELIMITED BY SIZE INTO RPT-LINHA
               WRITE RPT-LINHA
           END-IF.
           IF WRK-GL-QT-EXTRATO IS NOT EQUAL TO WRK-EXT-QT-TOTAL
               PERFORM 5900-REPORTAR-ERRO THRU 5900-REPORTAR-ERRO-EXIT
               MOVE SPACES TO RPT-LINHA
               STRING 'LANCADOS NO DIARIO CONTABIL (' WRK-GL-QT-EXTRATO
                      ') <> EXTRATO DO DIA (' WRK-EXT-QT-TOTAL ')'
                   DELIMITED BY SIZE INTO RPT-LINHA
               WRITE RPT-LINHA
           END-IF.
           MOVE SPACES TO RPT-LINHA.
           STRING 'DIARIO CONTABIL: DEBITO=' WRK-GL-DEBITO
                  ' CREDITO=' WRK-GL-CREDITO
                  ' EXTRATO LANCADO=' WRK-GL-QT-EXTRATO
               DELIMITED BY SIZE INTO RPT-LINHA.
           WRITE RPT-LINHA.
       5500-CONFERIR-DIARIO-EXIT.
           EXIT.

       5510-LER-DIARIO.
           READ GLJRNL
               AT END
                   SET FIM-DE-GLJRNL TO TRUE
               NOT AT END
                   IF GH-CABECALHO
                       AND GH-DATA-NEGOCIO IS EQUAL TO
                           WRK-DATA-EXECUCAO
                       AND GH-SEQUENCIA IS EQUAL TO WRK-SEQ-EXEC
                       SET TEM-DIARIO-DO-LOTE TO TRUE
                   END-IF
                   IF GT-TRAILER
                       SET TEM-TRAILER-DIARIO TO TRUE
                       MOVE GT-TOTAL-DEBITO  TO WRK-GL-DEBITO
                       MOVE GT-TOTAL-CREDITO TO WRK-GL-CREDITO
                       MOVE GT-QT-EXTRATO    TO WRK-GL-QT-EXTRATO
                   END-IF
           END-READ.
       5510-LER-DIARIO-EXIT.
           EXIT.

       5900-REPORTAR-ERRO.
           MOVE 'N' TO WRK-LOTE-OK.
           MOVE '*** LOTE FORA DE BALANCO ***' TO RPT-LINHA.

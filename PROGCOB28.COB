      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * SET/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      SINISTROS ACEITOS NO MES (SINISTRO.DAT,
      *                    MANTIDO PELO PROGCOB49) SAO DESCONTADOS DA
      *                    TRANSPORTADORA EM LINHA PROPRIA, COM O
      *                    LIQUIDO A PAGAR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT SINISTRO ASSIGN TO "SINISTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-NUMERO
               FILE STATUS IS WRK-FS-SINISTRO.
           SELECT CARRSET ASSIGN TO "CARRSET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  CARRINV
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  SINISTRO.
           COPY SINISTRO.

       FD  CARRSET
           RECORD CONTAINS 120 CHARACTERS.
       01 SET-LINHA               PIC X(120).
       77 WRK-FS-CARRINV      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-SINISTRO     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SINISTRO    PIC X(01) VALUE 'N'.
           88 FIM-DE-SINISTRO           VALUE 'S'.
       77 WRK-EOF-FRETELOG    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETELOG           VALUE 'S'.
       77 WRK-EOF-CARRINV     PIC X(01) VALUE 'N'.
       77 WRK-QT-DIFERENCAS   PIC 9(05) VALUE ZEROS.
       77 WRK-DELTA           PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SINAL-DELTA     PIC X(01) VALUE SPACE.
       77 WRK-QT-SINISTROS    PIC 9(05) VALUE ZEROS.
       77 WRK-LIQUIDO         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SINAL-LIQUIDO   PIC X(01) VALUE SPACE.
       01 WRK-PARM-GRUPO.
          02 WRK-PARM-MES     PIC X(06) VALUE SPACES.
       01 WRK-MES-INFORMADO REDEFINES WRK-PARM-GRUPO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-ACEITE.
          02 WRK-ANO-ACEITE   PIC 9(04).
          02 WRK-MES-ACEITE   PIC 9(02).
          02 WRK-DIA-ACEITE   PIC 9(02).
       01 WRK-DATA-REG.
          02 WRK-ANO-REG      PIC 9(04).
          02 WRK-MES-REG      PIC 9(02).
             03 WRK-FEC-FRETE    PIC S9(09)V99.
             03 WRK-FEC-FATURA   PIC 9(09)V99.
             03 WRK-FEC-TEM-FAT  PIC X(01).
             03 WRK-FEC-QT-SIN   PIC 9(05).
             03 WRK-FEC-SINISTROS PIC 9(09)V99.

       PROCEDURE DIVISION.

               UNTIL FIM-DE-FRETELOG.
           PERFORM 3000-CASAR-FATURAS THRU 3000-CASAR-FATURAS-EXIT
               UNTIL FIM-DE-CARRINV.
           PERFORM 3500-DESCONTAR-SINISTROS THRU
                   3500-DESCONTAR-SINISTROS-EXIT
               UNTIL FIM-DE-SINISTRO.
           PERFORM 4000-IMPRIMIR-FECHAMENTO THRU
                   4000-IMPRIMIR-FECHAMENTO-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           IF WRK-FS-CARRMAST = '00'
               SET CARRMAST-DISPONIVEL TO TRUE
           END-IF.
           OPEN INPUT SINISTRO.
           IF WRK-FS-SINISTRO IS NOT EQUAL TO '00'
               DISPLAY 'AVISO - SINISTRO.DAT INDISPONIVEL (STATUS '
                       WRK-FS-SINISTRO ') - FECHAMENTO SAI SEM '
                       'DESCONTO DE SINISTROS'
               SET FIM-DE-SINISTRO TO TRUE
           END-IF.
           OPEN OUTPUT CARRSET.
           MOVE SPACES TO SET-LINHA.
           STRING 'FECHAMENTO DE TRANSPORTADORAS - MES '
                   AT END SET FIM-DE-CARRINV TO TRUE
               END-READ
           END-IF.
           IF NOT FIM-DE-SINISTRO
               READ SINISTRO NEXT RECORD
                   AT END SET FIM-DE-SINISTRO TO TRUE
               END-READ
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

                   MOVE ZEROS TO WRK-FEC-FRETE  (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-FEC-FATURA (WRK-IDX-CARR)
                   MOVE 'N'   TO WRK-FEC-TEM-FAT (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-FEC-QT-SIN    (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-FEC-SINISTROS (WRK-IDX-CARR)
                   SET CARRIER-NA-TABELA TO TRUE
               ELSE
                   DISPLAY 'MAIS DE 50 TRANSPORTADORAS NO MES - '
       3000-CASAR-FATURAS-EXIT.
           EXIT.

      ******************************************************************
      * ACUMULA OS SINISTROS ACEITOS NO MES DO FECHAMENTO (SITUACAO
      * ACEITO OU JA PAGO, COM DATA DE ACEITE NO MES) PARA DESCONTO NA
      * TRANSPORTADORA DO SINISTRO. TRANSPORTADORA SEM MOVIMENTO NO
      * LOG GANHA ENTRADA PROPRIA, COMO NAS FATURAS.
      ******************************************************************
       3500-DESCONTAR-SINISTROS.
           MOVE SN-DATA-ACEITE TO WRK-DATA-ACEITE.
           IF (SN-ACEITO OR SN-PAGO)
               AND WRK-ANO-ACEITE IS EQUAL TO WRK-ANO-FECHA
               AND WRK-MES-ACEITE IS EQUAL TO WRK-MES-FECHA-MM
               MOVE SN-CARRIER-ID TO WRK-CARRIER-REG
               PERFORM 2100-LOCALIZAR-CARRIER THRU
                       2100-LOCALIZAR-CARRIER-EXIT
               IF CARRIER-NA-TABELA
                   ADD 1 TO WRK-FEC-QT-SIN (WRK-IDX-CARR)
                   ADD SN-VALOR-ACORDADO
                       TO WRK-FEC-SINISTROS (WRK-IDX-CARR)
                   ADD 1 TO WRK-QT-SINISTROS
               END-IF
           END-IF.
           READ SINISTRO NEXT RECORD
               AT END SET FIM-DE-SINISTRO TO TRUE
           END-READ.
       3500-DESCONTAR-SINISTROS-EXIT.
           EXIT.

      ******************************************************************
      * IMPRIME UMA LINHA POR TRANSPORTADORA COM O TOTAL DO LOG, A
      * FATURA RECEBIDA E A DIFERENCA COM SINAL. COM SINISTROS ACEITOS
      * NO MES, UMA LINHA PROPRIA MOSTRA O DESCONTO E O LIQUIDO A
      * PAGAR (LOG MENOS SINISTROS).
      ******************************************************************
       4000-IMPRIMIR-FECHAMENTO.
           PERFORM 4100-IMPRIMIR-CARRIER THRU
           MOVE SPACES TO SET-LINHA.
           STRING 'CALCULOS DO LOG NO MES: ' WRK-QT-LOG-MES
                  '  DIFERENCAS: ' WRK-QT-DIFERENCAS
                  '  SINISTROS DESCONTADOS: ' WRK-QT-SINISTROS
               DELIMITED BY SIZE INTO SET-LINHA.
           WRITE SET-LINHA.
       4000-IMPRIMIR-FECHAMENTO-EXIT.
               MOVE '  SEM FATURA RECEBIDA NO MES' TO SET-LINHA
               WRITE SET-LINHA
           END-IF.
           IF WRK-FEC-QT-SIN (WRK-IDX-CARR) IS GREATER THAN ZEROS
               PERFORM 4120-IMPRIMIR-SINISTROS THRU
                       4120-IMPRIMIR-SINISTROS-EXIT
           END-IF.
       4100-IMPRIMIR-CARRIER-EXIT.
           EXIT.

       4110-OBTER-NOME-CARRIER-EXIT.
           EXIT.

       4120-IMPRIMIR-SINISTROS.
           IF WRK-FEC-FRETE (WRK-IDX-CARR) IS NOT LESS THAN
              WRK-FEC-SINISTROS (WRK-IDX-CARR)
               MOVE '+' TO WRK-SINAL-LIQUIDO
               COMPUTE WRK-LIQUIDO =
                       WRK-FEC-FRETE (WRK-IDX-CARR)
                       - WRK-FEC-SINISTROS (WRK-IDX-CARR)
           ELSE
               MOVE '-' TO WRK-SINAL-LIQUIDO
               COMPUTE WRK-LIQUIDO =
                       WRK-FEC-SINISTROS (WRK-IDX-CARR)
                       - WRK-FEC-FRETE (WRK-IDX-CARR)
           END-IF.
           MOVE SPACES TO SET-LINHA.
           STRING '  (-) SINISTROS ACEITOS='
                  WRK-FEC-QT-SIN (WRK-IDX-CARR)
                  ' VALOR=' WRK-FEC-SINISTROS (WRK-IDX-CARR)
                  ' LIQUIDO A PAGAR=' WRK-SINAL-LIQUIDO WRK-LIQUIDO
               DELIMITED BY SIZE INTO SET-LINHA.
           WRITE SET-LINHA.
       4120-IMPRIMIR-SINISTROS-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE FRETELOG CARRSET.
           IF WRK-FS-SINISTRO = '00' OR WRK-FS-SINISTRO = '10'
               CLOSE SINISTRO
           END-IF.
           IF WRK-FS-CARRINV = '00'
               CLOSE CARRINV
           END-IF.

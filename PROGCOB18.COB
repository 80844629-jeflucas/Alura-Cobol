      *                    (MENOR E MAIOR EX-DATA-PROMESSA GRAVADA
      *                    PELO CALCULO), RESPONDENDO DE UMA VEZ O
      *                    "QUANDO CHEGA" DA CONTA-CHAVE.
      * OUT/2026   JL      O EXTRATO DO CLIENTE E O TOTAL DO DIA
      *                    PASSAM A MOSTRAR EM LINHAS PROPRIAS O
      *                    FRETE, O ICMS SOBRE O FRETE (EX-VALOR-ICMS,
      *                    LIQUIDO DE ESTORNOS) E O TOTAL A COBRAR.
      * OUT/2026   JL      O EXTRATO DO CLIENTE E O TOTAL DO DIA
      *                    PASSAM A MOSTRAR, LOGO ABAIXO DO FRETE, A
      *                    PARCELA DO ADICIONAL DE COMBUSTIVEL
      *                    CONTIDA NELE (EX-VALOR-COMBUST, LIQUIDA DE
      *                    ESTORNOS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEXTD
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  CUSTMAST.
       77 WRK-TOT-VALOR-DIA   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-FRETE-DIA   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-GERAL-DIA   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS-DIA    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-COBRAR-DIA  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ICMS-REG        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-COMBUST-DIA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-COMBUST-REG     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COBRAR-CLI      PIC S9(09)V99 VALUE ZEROS.
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
             03 WRK-CLI-VALOR    PIC S9(09)V99.
             03 WRK-CLI-FRETE    PIC S9(09)V99.
             03 WRK-CLI-TOTAL    PIC S9(09)V99.
             03 WRK-CLI-ICMS     PIC S9(09)V99.
             03 WRK-CLI-COMBUST  PIC S9(09)V99.
             03 WRK-CLI-PROM-MIN PIC 9(08).
             03 WRK-CLI-PROM-MAX PIC 9(08).

                   MOVE ZEROS TO WRK-CLI-VALOR (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-FRETE (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-TOTAL (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-ICMS  (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-COMBUST (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-PROM-MIN (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-PROM-MAX (WRK-IDX-CLI)
                   SET CLIENTE-JA-NA-TABELA TO TRUE
                   GO TO 2100-ACUMULAR-CLIENTE-EXIT
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
               ADD 1 TO WRK-QT-ESTORNOS
               SUBTRACT WRK-ICMS-REG
                   FROM WRK-CLI-ICMS (WRK-IDX-CLI)
               SUBTRACT WRK-ICMS-REG      FROM WRK-TOT-ICMS-DIA
               SUBTRACT WRK-COMBUST-REG
                   FROM WRK-CLI-COMBUST (WRK-IDX-CLI)
               SUBTRACT WRK-COMBUST-REG   FROM WRK-TOT-COMBUST-DIA
               SUBTRACT EX-VALOR-ORIGINAL
                   FROM WRK-CLI-VALOR (WRK-IDX-CLI)
               SUBTRACT EX-FRETE
               ADD EX-VALOR-ORIGINAL TO WRK-CLI-VALOR (WRK-IDX-CLI)
               ADD EX-FRETE          TO WRK-CLI-FRETE (WRK-IDX-CLI)
               ADD EX-VALOR-TOTAL    TO WRK-CLI-TOTAL (WRK-IDX-CLI)
               ADD WRK-ICMS-REG      TO WRK-CLI-ICMS  (WRK-IDX-CLI)
               ADD WRK-ICMS-REG      TO WRK-TOT-ICMS-DIA
               ADD WRK-COMBUST-REG   TO WRK-CLI-COMBUST (WRK-IDX-CLI)
               ADD WRK-COMBUST-REG   TO WRK-TOT-COMBUST-DIA
               ADD 1                 TO WRK-QT-DIA
               ADD EX-VALOR-ORIGINAL TO WRK-TOT-VALOR-DIA
               ADD EX-FRETE          TO WRK-TOT-FRETE-DIA
                  ' TOTAL=' WRK-TOT-GERAL-DIA
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           COMPUTE WRK-TOT-COBRAR-DIA =
                   WRK-TOT-FRETE-DIA + WRK-TOT-ICMS-DIA.
           MOVE SPACES TO FAT-LINHA.
           STRING '  FRETE DO DIA ........: ' WRK-TOT-FRETE-DIA
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           MOVE SPACES TO FAT-LINHA.
           STRING '    DOS QUAIS COMBUST. : ' WRK-TOT-COMBUST-DIA
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           MOVE SPACES TO FAT-LINHA.
           STRING '  ICMS S/ FRETE DO DIA : ' WRK-TOT-ICMS-DIA
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           MOVE SPACES TO FAT-LINHA.
           STRING '  TOTAL A COBRAR ......: ' WRK-TOT-COBRAR-DIA
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           IF WRK-QT-ESTORNOS IS GREATER THAN ZERO
               MOVE SPACES TO FAT-LINHA
               STRING 'ESTORNOS SUBTRAIDOS DO DIA: ' WRK-QT-ESTORNOS
                  ' TOTAL=' WRK-CLI-TOTAL (WRK-IDX-CLI)
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           COMPUTE WRK-COBRAR-CLI =
                   WRK-CLI-FRETE (WRK-IDX-CLI)
                 + WRK-CLI-ICMS  (WRK-IDX-CLI).
           MOVE SPACES TO FAT-LINHA.
           STRING '  FRETE ...............: '
                  WRK-CLI-FRETE (WRK-IDX-CLI)
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           MOVE SPACES TO FAT-LINHA.
           STRING '    DOS QUAIS COMBUST. : '
                  WRK-CLI-COMBUST (WRK-IDX-CLI)
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           MOVE SPACES TO FAT-LINHA.
           STRING '  ICMS S/ FRETE .......: '
                  WRK-CLI-ICMS (WRK-IDX-CLI)
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           MOVE SPACES TO FAT-LINHA.
           STRING '  TOTAL A COBRAR ......: ' WRK-COBRAR-CLI
               DELIMITED BY SIZE INTO FAT-LINHA.
           WRITE FAT-LINHA.
           IF WRK-CLI-PROM-MAX (WRK-IDX-CLI) IS GREATER THAN ZEROS
               MOVE SPACES TO FAT-LINHA
               STRING '  ENTREGAS PREVISTAS DE '

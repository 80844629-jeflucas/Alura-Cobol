      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * SET/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      CADA LINHA DO MES PASSA A MOSTRAR QUANTO DO
      *                    FRETE FOI ADICIONAL DE COMBUSTIVEL
      *                    (LG-VALOR-COMBUST, LIQUIDO DE ESTORNOS). A
      *                    IMAGEM DO ARQUIVO MORTO PASSA A SER MOVIDA
      *                    COM O TAMANHO ATUAL DO REGISTRO DO LOG.
      * OUT/2026   JL      ARQUIVO MORTO DECLARADO COM 150 POSICOES,
      *                    COMO O PROGCOB17 O GRAVA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY FRETETAB.

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  ARCMANIF
           COPY ARCMANIF.

      *    O ARQUIVO MORTO GUARDA A IMAGEM DO REGISTRO DO LOG EM
      *    LINHAS DE 150 POSICOES (VER PROGCOB17): A IMAGEM E MOVIDA
      *    PARA A AREA DO LOG ANTES DA AGREGACAO.
       FD  ARCFILE
           RECORD CONTAINS 150 CHARACTERS.
       01 ARC-REGISTRO            PIC X(150).

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
       77 WRK-RESTO-AUX       PIC 9(02) VALUE ZEROS.
       77 WRK-QT-TRD          PIC S9(07) VALUE ZEROS.
       77 WRK-FRETE-TRD       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-COMBUST-TRD     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-COMBUST-REG     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MEDIA-TRD       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QT-ANT          PIC S9(07) VALUE ZEROS.
       77 WRK-FRETE-ANT       PIC S9(09)V99 VALUE ZEROS.
             03 WRK-UF-MES OCCURS 13 TIMES.
                04 WRK-UF-QT    PIC S9(07).
                04 WRK-UF-FRETE PIC S9(09)V99.
                04 WRK-UF-COMBUST PIC S9(09)V99.
       01 WRK-TAB-REGIOES.
          02 WRK-REG-ENTRY OCCURS 10 TIMES.
             03 WRK-REG-COD     PIC X(02).
       2200-ZERAR-MESES-UF.
           MOVE ZEROS TO WRK-UF-QT    (WRK-QT-UF WRK-IDX-MES).
           MOVE ZEROS TO WRK-UF-FRETE (WRK-QT-UF WRK-IDX-MES).
           MOVE ZEROS TO WRK-UF-COMBUST (WRK-QT-UF WRK-IDX-MES).
       2200-ZERAR-MESES-UF-EXIT.
           EXIT.

               ADD 1 TO WRK-QT-SEM-UF
               GO TO 3100-AGREGAR-REGISTRO-EXIT
           END-IF.
           IF LG-VALOR-COMBUST IS NUMERIC
               MOVE LG-VALOR-COMBUST TO WRK-COMBUST-REG
           ELSE
               MOVE ZEROS            TO WRK-COMBUST-REG
           END-IF.
           IF LG-ESTORNO
               SUBTRACT 1 FROM WRK-UF-QT (WRK-IDX-UF WRK-IDX-MES)
               SUBTRACT LG-FRETE
                   FROM WRK-UF-FRETE (WRK-IDX-UF WRK-IDX-MES)
               SUBTRACT WRK-COMBUST-REG
                   FROM WRK-UF-COMBUST (WRK-IDX-UF WRK-IDX-MES)
           ELSE
               ADD 1 TO WRK-UF-QT (WRK-IDX-UF WRK-IDX-MES)
               ADD LG-FRETE
                   TO WRK-UF-FRETE (WRK-IDX-UF WRK-IDX-MES)
               ADD WRK-COMBUST-REG
                   TO WRK-UF-COMBUST (WRK-IDX-UF WRK-IDX-MES)
           END-IF.
       3100-AGREGAR-REGISTRO-EXIT.
           EXIT.
           EXIT.

       4310-AGREGAR-REG-MORTO.
           MOVE ARC-REGISTRO (1 : 102) TO LG-REGISTRO.
           PERFORM 3100-AGREGAR-REGISTRO THRU
                   3100-AGREGAR-REGISTRO-EXIT.
           READ ARCFILE
           EXIT.

       5200-IMPRIMIR-MES-REGIAO.
           MOVE ZEROS TO WRK-QT-TRD WRK-FRETE-TRD WRK-COMBUST-TRD.
           PERFORM 5210-SOMAR-UF-DA-REGIAO THRU
                   5210-SOMAR-UF-DA-REGIAO-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
                   TO WRK-QT-TRD
               ADD WRK-UF-FRETE (WRK-IDX-UF WRK-IDX-MES)
                   TO WRK-FRETE-TRD
               ADD WRK-UF-COMBUST (WRK-IDX-UF WRK-IDX-MES)
                   TO WRK-COMBUST-TRD
           END-IF.
       5210-SOMAR-UF-DA-REGIAO-EXIT.
           EXIT.

       5300-IMPRIMIR-MES-TOTAL.
           MOVE ZEROS TO WRK-QT-TRD WRK-FRETE-TRD WRK-COMBUST-TRD.
           PERFORM 5310-SOMAR-TODAS-UF THRU 5310-SOMAR-TODAS-UF-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF IS GREATER THAN WRK-QT-UF.
           ADD WRK-UF-QT (WRK-IDX-UF WRK-IDX-MES) TO WRK-QT-TRD.
           ADD WRK-UF-FRETE (WRK-IDX-UF WRK-IDX-MES)
               TO WRK-FRETE-TRD.
           ADD WRK-UF-COMBUST (WRK-IDX-UF WRK-IDX-MES)
               TO WRK-COMBUST-TRD.
       5310-SOMAR-TODAS-UF-EXIT.
           EXIT.

      ******************************************************************
      * IMPRIME A LINHA DO MES CORRENTE DA VARREDURA (WRK-QT-TRD E
      * WRK-FRETE-TRD JA SOMADOS): VOLUME, FRETE, MEDIA POR PEDIDO,
      * DELTA DE FRETE SOBRE O MES ANTERIOR DA LISTA (EM BRANCO NO
      * PRIMEIRO MES) E A PARCELA DE COMBUSTIVEL CONTIDA NO FRETE.
      ******************************************************************
       5400-IMPRIMIR-LINHA-MES.
           MOVE ZEROS TO WRK-MEDIA-TRD.
                      ' PEDIDOS=' WRK-QT-TRD
                      ' FRETE=' WRK-FRETE-TRD
                      ' MEDIA=' WRK-MEDIA-TRD
                      ' COMBUST=' WRK-COMBUST-TRD
                   DELIMITED BY SIZE INTO TRD-LINHA
           ELSE
               IF WRK-FRETE-TRD IS NOT LESS THAN WRK-FRETE-ANT
                      ' FRETE=' WRK-FRETE-TRD
                      ' MEDIA=' WRK-MEDIA-TRD
                      ' DELTA=' WRK-SINAL-DELTA WRK-DELTA
                      ' COMBUST=' WRK-COMBUST-TRD
                   DELIMITED BY SIZE INTO TRD-LINHA
           END-IF.
           WRITE TRD-LINHA.

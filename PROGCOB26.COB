      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * SET/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      ACORDO PASSA A MARCAR O CLIENTE ISENTO DO
      *                    ADICIONAL DE COMBUSTIVEL (AG-ISENTO-COMBUST),
      *                    COM ANTES/DEPOIS NO HISTORICO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTAGT
           RECORD CONTAINS 21 CHARACTERS.
           COPY CUSTAGT.

       FD  CUSTAGR.
           COPY CUSTAGR.

       FD  CUSTAGH
           RECORD CONTAINS 45 CHARACTERS.
           COPY CUSTAGH.

       WORKING-STORAGE SECTION.
          02 WRK-DESCONTO-ANT PIC 9(01)V9(04) VALUE ZEROS.
          02 WRK-GRATIS-ANT   PIC 9(06)V99 VALUE ZEROS.
          02 WRK-STATUS-ANT   PIC X(01) VALUE SPACES.
          02 WRK-ISENTO-ANT   PIC X(01) VALUE SPACES.
       01 WRK-DATA-HOJE.
          02 WRK-ANO-HOJE     PIC 9(04).
          02 WRK-MES-HOJE     PIC 9(02).
           IF AT-FRETE-GRATIS IS NOT NUMERIC
               MOVE ZEROS TO AT-FRETE-GRATIS
           END-IF.
           IF AT-ISENTO-COMBUST IS NOT EQUAL TO 'S'
               MOVE 'N' TO AT-ISENTO-COMBUST
           END-IF.
           MOVE 'N'    TO WRK-ACORDO-EXISTE.
           MOVE SPACES TO WRK-STATUS-ANT WRK-ISENTO-ANT.
           MOVE ZEROS  TO WRK-DESCONTO-ANT WRK-GRATIS-ANT.
           MOVE AT-CUSTOMER-ID TO AG-CUSTOMER-ID.
           READ CUSTAGR
                   MOVE AG-DESCONTO-PCT TO WRK-DESCONTO-ANT
                   MOVE AG-FRETE-GRATIS TO WRK-GRATIS-ANT
                   MOVE AG-STATUS       TO WRK-STATUS-ANT
                   MOVE AG-ISENTO-COMBUST TO WRK-ISENTO-ANT
           END-READ.
           EVALUATE TRUE
               WHEN AT-ACAO-INCLUSAO
           MOVE AT-DESCONTO-PCT TO AG-DESCONTO-PCT.
           MOVE AT-FRETE-GRATIS TO AG-FRETE-GRATIS.
           MOVE 'A'             TO AG-STATUS.
           MOVE AT-ISENTO-COMBUST TO AG-ISENTO-COMBUST.
           WRITE AG-REGISTRO.
           ADD 1 TO WRK-QT-INCLUIDOS.
           PERFORM 2900-GRAVAR-HISTORICO THRU
           END-IF.
           MOVE AT-DESCONTO-PCT TO AG-DESCONTO-PCT.
           MOVE AT-FRETE-GRATIS TO AG-FRETE-GRATIS.
           MOVE AT-ISENTO-COMBUST TO AG-ISENTO-COMBUST.
           REWRITE AG-REGISTRO.
           ADD 1 TO WRK-QT-ALTERADOS.
           PERFORM 2900-GRAVAR-HISTORICO THRU
           END-IF.
           DELETE CUSTAGR RECORD.
           ADD 1 TO WRK-QT-EXCLUIDOS.
           MOVE SPACES TO AG-STATUS AG-ISENTO-COMBUST.
           MOVE ZEROS  TO AG-DESCONTO-PCT AG-FRETE-GRATIS.
           PERFORM 2900-GRAVAR-HISTORICO THRU
                   2900-GRAVAR-HISTORICO-EXIT.
           MOVE WRK-STATUS-ANT   TO AH-STATUS-ANT.
           MOVE AG-STATUS        TO AH-STATUS-NOVO.
           MOVE WRK-DATA-HOJE    TO AH-DATA-ALTERACAO.
           MOVE WRK-ISENTO-ANT   TO AH-ISENTO-ANT.
           MOVE AG-ISENTO-COMBUST TO AH-ISENTO-NOVO.
           WRITE AH-REGISTRO.
       2900-GRAVAR-HISTORICO-EXIT.
           EXIT.

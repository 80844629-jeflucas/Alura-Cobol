      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * SET/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      SALDO EM ABERTO DA FATURA PASSA A INCLUIR O
      *                    ICMS FATURADO (FI-VALOR-ICMS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEFTI
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETEFTI.

       FD  CUSTMAST.
               GO TO 2000-CLASSIFICAR-FATURA-LER
           END-IF.
           ADD 1 TO WRK-QT-ABERTAS.
           IF FI-VALOR-ICMS IS NUMERIC
               COMPUTE WRK-SALDO-FATURA =
                       FI-VALOR-FRETE + FI-VALOR-ICMS - FI-VALOR-PAGO
           ELSE
               COMPUTE WRK-SALDO-FATURA =
                       FI-VALOR-FRETE - FI-VALOR-PAGO
           END-IF.
           MOVE FI-DATA-EMISSAO TO WRK-DATA-CALC.
           PERFORM 7000-CALCULAR-SERIAL THRU 7000-CALCULAR-SERIAL-EXIT.
           MOVE WRK-DIAS-SERIAL TO WRK-SERIAL-FATURA.

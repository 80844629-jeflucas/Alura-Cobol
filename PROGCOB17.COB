      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * AGO/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      O REGISTRO DO ARQUIVO MORTO PASSA A 150
      *                    POSICOES: O EXTRATO (PESO E SERVICO DO
      *                    PEDIDO) JA NAO CABIA NAS 120 ANTIGAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  FRETEREJ
           COPY CTLHDR.

       FD  FLOGTMP
           RECORD CONTAINS 102 CHARACTERS.
       01 FLOGTMP-REGISTRO        PIC X(102).

       FD  FEXTTMP
           RECORD CONTAINS 142 CHARACTERS.
       01 FEXTTMP-REGISTRO        PIC X(142).

       FD  FREJTMP
           RECORD CONTAINS 105 CHARACTERS.
       01 CTLTMP-REGISTRO         PIC X(22).

       FD  ARCFILE
           RECORD CONTAINS 150 CHARACTERS.
       01 ARC-REGISTRO            PIC X(150).

       FD  ARCMANIF
           RECORD CONTAINS 63 CHARACTERS.
       77 WRK-AAAAMM-ABERTO   PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-MORTO      PIC X(30) VALUE SPACES.
       77 WRK-BASE-ATUAL      PIC X(12) VALUE SPACES.
       77 WRK-REG-SAIDA       PIC X(150) VALUE SPACES.
       77 WRK-QT-ARQUIVADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QT-MANTIDOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-MESES        PIC 9(02) COMP VALUE ZEROS.

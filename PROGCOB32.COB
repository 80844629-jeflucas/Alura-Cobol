      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * SET/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      FRETEHLD.DAT PASSA A 99 POSICOES, COM A
      *                    COTACAO DE FRETE DO PEDIDO RETIDO NO FIM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY FRETEREJ.

       FD  FRETEHLD
           RECORD CONTAINS 99 CHARACTERS.
           COPY FRETEHLD.

       FD  CTLFILE

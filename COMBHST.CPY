      ******************************************************************
      * COPYBOOK: COMBHST
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO HISTORICO DE ALTERACAO DO ADICIONAL DE
      *           COMBUSTIVEL (COMBHST.DAT), GRAVADO PELO PROGCOB48 A
      *           CADA MANUTENCAO DO MASTER COMBTAB, NOS MESMOS MOLDES
      *           DO FRETEHST.DAT, QUE ASSIM FICA SO COM AS MUDANCAS
      *           DA TAXA BASE DE FRETE.
      ******************************************************************
       01 SH-REGISTRO.
          02 SH-REGIAO           PIC X(02).
          02 SH-DATA-VIGENCIA    PIC 9(08).
          02 SH-PERCENTUAL-ANT   PIC 9(01)V9(04).
          02 SH-PERCENTUAL-NOVO  PIC 9(01)V9(04).
          02 SH-DATA-ALTERACAO   PIC 9(08).
          02 SH-OPERADOR         PIC X(08).

      ******************************************************************
      * COPYBOOK: ICMSHST
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO HISTORICO DE ALTERACAO DE ALIQUOTA DE ICMS
      *           SOBRE O FRETE (ICMSHST.DAT), GRAVADO PELO PROGCOB37 A
      *           CADA MANUTENCAO DO MASTER ICMSTAB, NOS MESMOS MOLDES
      *           DO FRETEHST.DAT, PARA FINS DE AUDITORIA FISCAL.
      ******************************************************************
       01 HI-REGISTRO.
          02 HI-UF-ORIGEM        PIC X(02).
          02 HI-UF-DESTINO       PIC X(02).
          02 HI-DATA-VIGENCIA    PIC 9(08).
          02 HI-ALIQUOTA-ANT     PIC 9(01)V9(04).
          02 HI-ALIQUOTA-NOVA    PIC 9(01)V9(04).
          02 HI-REDUCAO-BASE     PIC 9(01)V9(04).
          02 HI-DATA-ALTERACAO   PIC 9(08).
          02 HI-OPERADOR         PIC X(08).

      ******************************************************************
      * COPYBOOK: ICMSTXN
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DA TRANSACAO DE CARGA/ALTERACAO DE ALIQUOTA
      *           DE ICMS SOBRE O FRETE, LIDA PELO PROGCOB37 (ARQUIVO
      *           ICMSTXN.DAT). TI-DATA-VIGENCIA E A DATA DE INICIO DE
      *           VIGENCIA DA ALIQUOTA (PODE SER FUTURA, PARA CARGA
      *           ANTECIPADA); ZERADA, VALE A DATA DO DIA DA CARGA.
      *           TI-REDUCAO-BASE SEGUE O MASTER (VER ICMSTAB).
      ******************************************************************
       01 TI-REGISTRO.
          02 TI-UF-ORIGEM        PIC X(02).
          02 TI-UF-DESTINO       PIC X(02).
          02 TI-ALIQUOTA         PIC 9(01)V9(04).
          02 TI-REDUCAO-BASE     PIC 9(01)V9(04).
          02 TI-DATA-VIGENCIA    PIC 9(08).

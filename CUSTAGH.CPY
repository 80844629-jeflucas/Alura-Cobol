          02 AH-STATUS-ANT        PIC X(01).
          02 AH-STATUS-NOVO       PIC X(01).
          02 AH-DATA-ALTERACAO    PIC 9(08).
          02 AH-ISENTO-ANT        PIC X(01).
          02 AH-ISENTO-NOVO       PIC X(01).

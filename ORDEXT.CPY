          02 OX-UF               PIC X(02).
          02 OX-PESO             PIC 9(05)V99.
          02 OX-SERVICO          PIC X(01).
          02 OX-COTACAO          PIC 9(06).

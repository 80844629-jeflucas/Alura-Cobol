      ******************************************************************
      * COPYBOOK: SINIHST
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO HISTORICO DE MANUTENCAO DO MASTER DE
      *           SINISTROS (SINIHST.DAT), GRAVADO PELO PROGCOB49 A
      *           CADA TRANSACAO APLICADA, NOS MESMOS MOLDES DO
      *           CARRHST.DAT DO CADASTRO DE TRANSPORTADORAS: IMAGEM
      *           ANTERIOR E POSTERIOR DE TIPO, SITUACAO E VALORES.
      ******************************************************************
       01 NH-REGISTRO.
          02 NH-NUMERO            PIC 9(06).
          02 NH-ACAO              PIC X(01).
          02 NH-CARRIER-ID        PIC 9(04).
          02 NH-TIPO-ANT          PIC X(01).
          02 NH-TIPO-NOVO         PIC X(01).
          02 NH-SITUACAO-ANT      PIC X(01).
          02 NH-SITUACAO-NOVA     PIC X(01).
          02 NH-RECLAMADO-ANT     PIC 9(07)V99.
          02 NH-RECLAMADO-NOVO    PIC 9(07)V99.
          02 NH-ACORDADO-ANT      PIC 9(07)V99.
          02 NH-ACORDADO-NOVO     PIC 9(07)V99.
          02 NH-DATA-ALTERACAO    PIC 9(08).

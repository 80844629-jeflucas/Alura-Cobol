      ******************************************************************
      * COPYBOOK: GLCTXN
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DAS TRANSACOES DE MANUTENCAO DO MASTER DE
      *           CONTAS CONTABEIS DO FRETE (GLCTXN.DAT), LIDAS PELO
      *           PROGCOB41 PARA MANTER GLCONTA.DAT, NOS MESMOS
      *           MOLDES DAS TRANSACOES DO CALENDARIO (CALTXN). O
      *           CODIGO DE ACAO DEFINE A MANUTENCAO:
      *             I - INCLUSAO DA CONTA DO EVENTO/REGIAO
      *                 (SOBRESCREVE A CONTA SE A CHAVE JA EXISTE)
      *             E - EXCLUSAO (O EVENTO/REGIAO PASSA A USAR A
      *                 CONTA PADRAO DO EVENTO)
      *           EVENTOS E REGIAO: VER O COPYBOOK GLCONTA.
      ******************************************************************
       01 GX-REGISTRO.
          02 GX-ACAO              PIC X(01).
             88 GX-ACAO-INCLUSAO      VALUE 'I'.
             88 GX-ACAO-EXCLUSAO      VALUE 'E'.
          02 GX-EVENTO            PIC X(02).
          02 GX-REGIAO            PIC X(02).
          02 GX-CONTA             PIC X(12).
          02 GX-DESCRICAO         PIC X(20).

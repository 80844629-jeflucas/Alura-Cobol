      ******************************************************************
      * COPYBOOK: COMBTAB
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO MASTER DO ADICIONAL DE COMBUSTIVEL SOBRE O
      *           FRETE (COMBUST.DAT, INDEXADO POR SC-CHAVE), MANTIDO
      *           PELO PROGCOB48 A PARTIR DE COMBTXN.DAT E CONSULTADO
      *           PELO CALCULO (PROGCOB09/14). O PERCENTUAL ACOMPANHA
      *           O PRECO DO DIESEL E MUDA TODA SEMANA, SEM MEXER NO
      *           FT-PERCENTUAL DO MASTER DE FRETE. A CHAVE E A REGIAO
      *           (FT-REGIAO DA VERSAO VIGENTE DA UF) E A DATA DE
      *           INICIO DE VIGENCIA: COMO NO MASTER DE FRETE, O
      *           CALCULO USA A VERSAO COM A MAIOR VIGENCIA QUE NAO
      *           ULTRAPASSE A DATA DE NEGOCIO DO LOTE. REGIAO EM
      *           BRANCO E O PERCENTUAL PADRAO, USADO QUANDO A REGIAO
      *           DA UF NAO TEM VERSAO PROPRIA VIGENTE.
      *           SC-PERCENTUAL INCIDE SOBRE O FRETE JA COM O ACORDO
      *           DO CLIENTE (EX.: 0,0450 = 4,5 POR CENTO); ZERADO =
      *           SEM ADICIONAL NA SEMANA.
      ******************************************************************
       01 SC-REGISTRO.
          02 SC-CHAVE.
             03 SC-REGIAO        PIC X(02).
             03 SC-DATA-VIGENCIA PIC 9(08).
          02 SC-PERCENTUAL       PIC 9(01)V9(04).
          02 SC-PERCENTUAL-ANT   PIC 9(01)V9(04).
          02 SC-DATA-ALTERACAO   PIC 9(08).

      ******************************************************************
      * COPYBOOK: GLCONTA
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO MASTER DE CONTAS CONTABEIS DA INTERFACE DE
      *           FRETE COM A CONTABILIDADE (GLCONTA.DAT, INDEXADO POR
      *           GC-CHAVE), MANTIDO PELO PROGCOB41 A PARTIR DE
      *           GLCTXN.DAT E LIDO PELO DIARIO CONTABIL DO PROGCOB42.
      *           A CHAVE E O EVENTO DO LANCAMENTO MAIS A REGIAO
      *           (FT-REGIAO DO MASTER FRETE.DAT):
      *             RF - RECEITA DE FRETE (CREDITO NO CALCULO)
      *             ES - ESTORNO DE RECEITA (DEBITO NO ESTORNO DO
      *                  PROGCOB30); SEM CONTA PROPRIA, O ESTORNO
      *                  DEBITA A CONTA DE RECEITA (RF)
      *             IC - ICMS A RECOLHER SOBRE O FRETE
      *             CR - CONTAS A RECEBER DE FRETE
      *             CX - CAIXA/BANCOS (DEBITO NA BAIXA DE PAGAMENTO
      *                  DO PROGCOB24)
      *           REGIAO EM BRANCO E A CONTA PADRAO DO EVENTO, USADA
      *           QUANDO A REGIAO DO LANCAMENTO NAO TEM CONTA PROPRIA
      *           (OS PAGAMENTOS NAO TEM REGIAO E USAM SEMPRE A
      *           PADRAO).
      ******************************************************************
       01 GC-REGISTRO.
          02 GC-CHAVE.
             03 GC-EVENTO         PIC X(02).
                88 GC-EVENTO-RECEITA     VALUE 'RF'.
                88 GC-EVENTO-ESTORNO     VALUE 'ES'.
                88 GC-EVENTO-ICMS        VALUE 'IC'.
                88 GC-EVENTO-RECEBER     VALUE 'CR'.
                88 GC-EVENTO-CAIXA       VALUE 'CX'.
                88 GC-EVENTO-VALIDO      VALUE 'RF' 'ES' 'IC' 'CR'
                                               'CX'.
             03 GC-REGIAO         PIC X(02).
          02 GC-CONTA             PIC X(12).
          02 GC-DESCRICAO         PIC X(20).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB42.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: DIARIO CONTABIL DE FRETE PARA A CONTABILIDADE, QUE
      *           ATE AQUI DIGITAVA OS LANCAMENTOS A MAO A PARTIR DO
      *           EXTRATO E DAS FATURAS. GRAVA EM GLJRNL.DAT UM DIARIO
      *           DE PARTIDAS DOBRADAS DO LOTE CORRENTE (DATA DE
      *           NEGOCIO E SEQUENCIA DO CABECALHO CTLFILE.DAT), COM
      *           CABECALHO 'HDR' E TRAILER 'TRL' (TOTAIS DE DEBITO E
      *           CREDITO):
      *             - CALCULO DE FRETE DA FATIA FRETEXTD.DAT: DEBITO
      *               CONTAS A RECEBER (FRETE + ICMS), CREDITO RECEITA
      *               DE FRETE (FRETE) E ICMS A RECOLHER (ICMS);
      *             - ESTORNO DO PROGCOB30 (EX-TIPO-REG 'E'): AS
      *               PARTIDAS OPOSTAS, COM A RECEITA DEBITADA NA
      *               CONTA DE ESTORNO;
      *             - BAIXA DE PAGAMENTO DO PROGCOB24 AINDA NAO
      *               CONTABILIZADA (HISTORICO FRETEBXA.DAT): DEBITO
      *               CAIXA, CREDITO CONTAS A RECEBER. A BAIXA LANCADA
      *               E CARIMBADA COM A DATA E A SEQUENCIA DO LOTE
      *               (O ARQUIVO E REGRAVADO VIA BXAWRK.DAT); NUM
      *               RERUN DO MESMO LOTE ELA ENTRA DE NOVO NO DIARIO,
      *               QUE E REGRAVADO INTEIRO.
      *           AS CONTAS VEM DO MASTER GLCONTA.DAT (PROGCOB41) POR
      *           EVENTO E REGIAO DA UF (FT-REGIAO DE FRETE.DAT), COM
      *           A CONTA PADRAO DO EVENTO (REGIAO EM BRANCO) QUANDO A
      *           REGIAO NAO TEM CONTA PROPRIA. DOCUMENTO SEM CONTA
      *           NAO E LANCADO (NENHUMA DAS PERNAS) E E LISTADO.
      *           O RELATORIO GLRPT.DAT TRAZ A CONFERENCIA DO DIARIO
      *           CONTRA O EXTRATO (REGISTROS, FRETE E ICMS LIQUIDOS
      *           DE ESTORNO) E O BALANCO DE DEBITOS E CREDITOS.
      *           RETURN-CODE 8 SE O DIARIO NAO BALANCEAR OU SE ALGUM
      *           DOCUMENTO FICOU SEM CONTA; O PASSO BALANCO
      *           (PROGCOB15) CONFERE O TRAILER DE NOVO.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEXTD ASSIGN TO "FRETEXTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEXTD.
           SELECT FRETEBXA ASSIGN TO "FRETEBXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEBXA.
           SELECT BXAWRK ASSIGN TO "BXAWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRETEMST ASSIGN TO "FRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WRK-FS-FRETEMST.
           SELECT GLCONTA ASSIGN TO "GLCONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WRK-FS-GLCONTA.
           SELECT GLJRNL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLRPT ASSIGN TO "GLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT JOBJRNL ASSIGN TO "JOBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOBJRNL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEXTD
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  FRETEBXA
           RECORD CONTAINS 55 CHARACTERS.
           COPY FRETEBXA.

       FD  BXAWRK
           RECORD CONTAINS 55 CHARACTERS.
       01 BXW-REGISTRO            PIC X(55).

       FD  FRETEMST.
           COPY FRETETAB.

       FD  GLCONTA.
           COPY GLCONTA.

       FD  GLJRNL
           RECORD CONTAINS 73 CHARACTERS.
           COPY GLJRNL.

       FD  GLRPT
           RECORD CONTAINS 120 CHARACTERS.
       01 GLR-LINHA               PIC X(120).

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  JOBJRNL
           RECORD CONTAINS 40 CHARACTERS.
           COPY JOBJRNL.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEXTD     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEBXA     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEMST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLCONTA      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-JOBJRNL      PIC X(02) VALUE ZEROS.
       77 WRK-HORA-AGORA      PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-EXEC        PIC 9(06) VALUE ZEROS.
       77 WRK-EOF-FRETEXTD    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEXTD           VALUE 'S'.
       77 WRK-EOF-FRETEBXA    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEBXA           VALUE 'S'.
       77 WRK-EOF-BXAWRK      PIC X(01) VALUE 'N'.
           88 FIM-DE-BXAWRK             VALUE 'S'.
       77 WRK-EOF-FRETEMST    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEMST           VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-UF-ACHADA       PIC X(01) VALUE 'N'.
           88 UF-NA-TABELA              VALUE 'S'.
       77 WRK-CONTA-OK        PIC X(01) VALUE 'N'.
           88 CONTA-ACHADA              VALUE 'S'.
       77 WRK-DOC-OK          PIC X(01) VALUE 'S'.
           88 DOCUMENTO-COM-CONTAS      VALUE 'S'.
       77 WRK-QT-UF           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-UF          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QT-PERNAS       PIC 9(01) COMP VALUE ZEROS.
       77 WRK-IDX-PERNA       PIC 9(01) COMP VALUE ZEROS.
       77 WRK-REGIAO-DOC      PIC X(02) VALUE SPACES.
       77 WRK-EVENTO-BUSCA    PIC X(02) VALUE SPACES.
       77 WRK-REGIAO-BUSCA    PIC X(02) VALUE SPACES.
       77 WRK-DOC-NUMERO      PIC 9(08) VALUE ZEROS.
       77 WRK-DOC-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-DOC-HISTORICO   PIC X(20) VALUE SPACES.
       77 WRK-ICMS-REG        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-ICMS      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PERNA-EVENTO    PIC X(02) VALUE SPACES.
       77 WRK-PERNA-DC        PIC X(01) VALUE SPACE.
       77 WRK-PERNA-VALOR     PIC 9(09)V99 VALUE ZEROS.
      *    CONTADORES E SOMAS DO LADO DO EXTRATO (O QUE FOI LIDO) E
      *    DO LADO DO DIARIO (O QUE FOI LANCADO), PARA A CONFERENCIA.
       77 WRK-EXT-QT-CALC     PIC 9(07) VALUE ZEROS.
       77 WRK-EXT-QT-EST      PIC 9(07) VALUE ZEROS.
       77 WRK-EXT-FRETE       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-EXT-ICMS        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-JRN-QT-EXTRATO  PIC 9(07) VALUE ZEROS.
       77 WRK-JRN-RECEITA     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-JRN-ICMS        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QT-SEM-CONTA    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-BAIXAS       PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-BAIXAS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QT-LANCAMENTOS  PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-DEBITO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SITUACAO        PIC X(09) VALUE SPACES.
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXECUCAO PIC 9(08).
      *    UF -> REGIAO DO MASTER DE FRETE (VERSAO MAIS RECENTE LIDA).
       01 WRK-TAB-UF.
          02 WRK-UF-ENTRY OCCURS 27 TIMES.
             03 WRK-UF-COD       PIC X(02).
             03 WRK-UF-REGIAO    PIC X(02).
      *    PERNAS DO DOCUMENTO CORRENTE (NO MAXIMO TRES: CONTAS A
      *    RECEBER, RECEITA E ICMS), MONTADAS E COM A CONTA RESOLVIDA
      *    ANTES DE GRAVAR, PARA UM DOCUMENTO SEM CONTA NAO SAIR
      *    PELA METADE.
       01 WRK-TAB-PERNAS.
          02 WRK-PERNA OCCURS 3 TIMES.
             03 WRK-PN-EVENTO    PIC X(02).
             03 WRK-PN-REGIAO    PIC X(02).
             03 WRK-PN-DC        PIC X(01).
             03 WRK-PN-VALOR     PIC 9(09)V99.
             03 WRK-PN-CONTA     PIC X(12).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LANCAR-EXTRATO THRU 2000-LANCAR-EXTRATO-EXIT
               UNTIL FIM-DE-FRETEXTD.
           PERFORM 3000-LANCAR-BAIXAS THRU 3000-LANCAR-BAIXAS-EXIT.
           PERFORM 4000-FECHAR-DIARIO THRU 4000-FECHAR-DIARIO-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * POSICIONA O LOTE, CARREGA AS REGIOES DAS UF E ABRE OS ARQUIVOS.
      * SEM O MASTER DE CONTAS NADA PODE SER LANCADO: ERRO FATAL. SEM
      * A FATIA DO EXTRATO, SO AS BAIXAS ENTRAM NO DIARIO.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           PERFORM 1300-JORNAL-INICIO THRU 1300-JORNAL-INICIO-EXIT.
           OPEN INPUT GLCONTA.
           IF WRK-FS-GLCONTA IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - GLCONTA.DAT INDISPONIVEL (STATUS '
                       WRK-FS-GLCONTA ') - RODE O PROGCOB41 PARA '
                       'CARREGAR AS CONTAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FRETEMST.
           IF WRK-FS-FRETEMST = '00'
               PERFORM 1400-CARREGAR-UF THRU 1400-CARREGAR-UF-EXIT
                   UNTIL FIM-DE-FRETEMST
               CLOSE FRETEMST
           END-IF.
           OPEN OUTPUT GLJRNL GLRPT.
           MOVE SPACES            TO GH-REGISTRO.
           MOVE 'HDR'             TO GH-TIPO.
           MOVE WRK-DATA-EXECUCAO TO GH-DATA-NEGOCIO.
           MOVE WRK-SEQ-EXEC      TO GH-SEQUENCIA.
           MOVE 'FRETE'           TO GH-ORIGEM.
           WRITE GH-REGISTRO.
           MOVE SPACES TO GLR-LINHA.
           STRING 'DIARIO CONTABIL DE FRETE - '
                  WRK-DIA-EXEC '/' WRK-MES-EXEC '/' WRK-ANO-EXEC
                  ' LOTE ' WRK-SEQ-EXEC
               DELIMITED BY SIZE INTO GLR-LINHA.
           WRITE GLR-LINHA.
           OPEN INPUT FRETEXTD.
           IF WRK-FS-FRETEXTD IS NOT EQUAL TO '00'
               SET FIM-DE-FRETEXTD TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           READ FRETEXTD
               AT END SET FIM-DE-FRETEXTD TO TRUE
           END-READ.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * OBTEM A DATA DE PROCESSAMENTO DO CABECALHO DE CONTROLE GRAVADO
      * PELO PROGCOB03 (ULTIMO REGISTRO DE CTLFILE.DAT). SE O ARQUIVO
      * DE CONTROLE NAO EXISTIR OU ESTIVER VAZIO, USA A DATA DO
      * SISTEMA, NO MESMO PADRAO DO PROGCOB09.
      ******************************************************************
       1100-OBTER-DATA-EXEC.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           OPEN INPUT CTLFILE.
           IF WRK-FS-CTLFILE = '00'
               PERFORM 1110-LER-ULT-CABECALHO THRU
                       1110-LER-ULT-CABECALHO-EXIT
                   UNTIL FIM-DE-CTLFILE
               CLOSE CTLFILE
           END-IF.
       1100-OBTER-DATA-EXEC-EXIT.
           EXIT.

       1110-LER-ULT-CABECALHO.
           READ CTLFILE
               AT END
                   SET FIM-DE-CTLFILE TO TRUE
               NOT AT END
                   MOVE CH-ANO-EXECUCAO TO WRK-ANO-EXEC
                   MOVE CH-MES-EXECUCAO TO WRK-MES-EXEC
                   MOVE CH-DIA-EXECUCAO TO WRK-DIA-EXEC
                   MOVE CH-SEQUENCIA    TO WRK-SEQ-EXEC
           END-READ.
       1110-LER-ULT-CABECALHO-EXIT.
           EXIT.

      ******************************************************************
      * GUARDA A REGIAO DE CADA UF DO MASTER DE FRETE (A VERSAO MAIS
      * RECENTE LIDA DA UF PREVALECE).
      ******************************************************************
       1400-CARREGAR-UF.
           READ FRETEMST NEXT RECORD
               AT END SET FIM-DE-FRETEMST TO TRUE
           END-READ.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               SET FIM-DE-FRETEMST TO TRUE
           END-IF.
           IF FIM-DE-FRETEMST
               GO TO 1400-CARREGAR-UF-EXIT
           END-IF.
           IF WRK-QT-UF IS GREATER THAN ZERO
               AND FT-UF IS EQUAL TO WRK-UF-COD (WRK-QT-UF)
               MOVE FT-REGIAO TO WRK-UF-REGIAO (WRK-QT-UF)
               GO TO 1400-CARREGAR-UF-EXIT
           END-IF.
           IF WRK-QT-UF IS NOT LESS THAN 27
               DISPLAY 'FRETE.DAT TEM MAIS DE 27 UF - IGNORANDO '
                       FT-UF
               GO TO 1400-CARREGAR-UF-EXIT
           END-IF.
           ADD 1 TO WRK-QT-UF.
           MOVE FT-UF     TO WRK-UF-COD    (WRK-QT-UF).
           MOVE FT-REGIAO TO WRK-UF-REGIAO (WRK-QT-UF).
       1400-CARREGAR-UF-EXIT.
           EXIT.

      ******************************************************************
      * LANCA UM REGISTRO DA FATIA DO EXTRATO QUE PERTENCE AO LOTE
      * CORRENTE (REGISTRO SEM SEQUENCIA E ACEITO COMO DO LOTE, COMO
      * NO PROGCOB15). CALCULO: D CONTAS A RECEBER / C RECEITA / C
      * ICMS. ESTORNO: D ESTORNO DE RECEITA / D ICMS / C CONTAS A
      * RECEBER.
      ******************************************************************
       2000-LANCAR-EXTRATO.
           IF EX-DATA-EXECUCAO IS NOT EQUAL TO WRK-DATA-EXECUCAO
               OR (EX-SEQUENCIA IS NUMERIC
                   AND EX-SEQUENCIA IS NOT EQUAL ZEROS
                   AND EX-SEQUENCIA IS NOT EQUAL TO WRK-SEQ-EXEC)
               GO TO 2000-LANCAR-EXTRATO-LER
           END-IF.
           IF EX-VALOR-ICMS IS NUMERIC
               MOVE EX-VALOR-ICMS TO WRK-ICMS-REG
           ELSE
               MOVE ZEROS         TO WRK-ICMS-REG
           END-IF.
           COMPUTE WRK-FRETE-ICMS = EX-FRETE + WRK-ICMS-REG.
           IF EX-ESTORNO
               ADD 1 TO WRK-EXT-QT-EST
               SUBTRACT EX-FRETE     FROM WRK-EXT-FRETE
               SUBTRACT WRK-ICMS-REG FROM WRK-EXT-ICMS
           ELSE
               ADD 1 TO WRK-EXT-QT-CALC
               ADD EX-FRETE     TO WRK-EXT-FRETE
               ADD WRK-ICMS-REG TO WRK-EXT-ICMS
           END-IF.
           MOVE SPACES TO WRK-REGIAO-DOC.
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM 2010-PROCURAR-UF THRU 2010-PROCURAR-UF-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL UF-NA-TABELA
                  OR WRK-IDX-UF IS GREATER THAN WRK-QT-UF.
           IF UF-NA-TABELA
               MOVE WRK-UF-REGIAO (WRK-IDX-UF) TO WRK-REGIAO-DOC
           END-IF.
           MOVE EX-ORDER-KEY TO WRK-DOC-NUMERO.
           IF EX-CUSTOMER-ID IS NUMERIC
               MOVE EX-CUSTOMER-ID TO WRK-DOC-CLIENTE
           ELSE
               MOVE ZEROS          TO WRK-DOC-CLIENTE
           END-IF.
           MOVE ZEROS TO WRK-QT-PERNAS.
           IF EX-ESTORNO
               MOVE 'ESTORNO FRETE' TO WRK-DOC-HISTORICO
               MOVE 'ES'         TO WRK-PERNA-EVENTO
               MOVE 'D'          TO WRK-PERNA-DC
               MOVE EX-FRETE     TO WRK-PERNA-VALOR
               PERFORM 2100-MONTAR-PERNA THRU 2100-MONTAR-PERNA-EXIT
               MOVE 'IC'         TO WRK-PERNA-EVENTO
               MOVE 'D'          TO WRK-PERNA-DC
               MOVE WRK-ICMS-REG TO WRK-PERNA-VALOR
               PERFORM 2100-MONTAR-PERNA THRU 2100-MONTAR-PERNA-EXIT
               MOVE 'CR'           TO WRK-PERNA-EVENTO
               MOVE 'C'            TO WRK-PERNA-DC
               MOVE WRK-FRETE-ICMS TO WRK-PERNA-VALOR
               PERFORM 2100-MONTAR-PERNA THRU 2100-MONTAR-PERNA-EXIT
           ELSE
               MOVE 'FRETE PEDIDO'  TO WRK-DOC-HISTORICO
               MOVE 'CR'           TO WRK-PERNA-EVENTO
               MOVE 'D'            TO WRK-PERNA-DC
               MOVE WRK-FRETE-ICMS TO WRK-PERNA-VALOR
               PERFORM 2100-MONTAR-PERNA THRU 2100-MONTAR-PERNA-EXIT
               MOVE 'RF'         TO WRK-PERNA-EVENTO
               MOVE 'C'          TO WRK-PERNA-DC
               MOVE EX-FRETE     TO WRK-PERNA-VALOR
               PERFORM 2100-MONTAR-PERNA THRU 2100-MONTAR-PERNA-EXIT
               MOVE 'IC'         TO WRK-PERNA-EVENTO
               MOVE 'C'          TO WRK-PERNA-DC
               MOVE WRK-ICMS-REG TO WRK-PERNA-VALOR
               PERFORM 2100-MONTAR-PERNA THRU 2100-MONTAR-PERNA-EXIT
           END-IF.
           PERFORM 2200-LANCAR-DOCUMENTO THRU
                   2200-LANCAR-DOCUMENTO-EXIT.
           IF DOCUMENTO-COM-CONTAS
               ADD 1 TO WRK-JRN-QT-EXTRATO
           END-IF.
       2000-LANCAR-EXTRATO-LER.
           READ FRETEXTD
               AT END SET FIM-DE-FRETEXTD TO TRUE
           END-READ.
       2000-LANCAR-EXTRATO-EXIT.
           EXIT.

       2010-PROCURAR-UF.
           IF WRK-IDX-UF IS NOT GREATER THAN WRK-QT-UF
               AND WRK-UF-COD (WRK-IDX-UF) IS EQUAL TO EX-UF
               SET UF-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-UF
           END-IF.
       2010-PROCURAR-UF-EXIT.
           EXIT.

      ******************************************************************
      * ACRESCENTA UMA PERNA AO DOCUMENTO CORRENTE (PERNA DE VALOR
      * ZERO, COMO O ICMS DE UF ISENTA, NAO E LANCADA).
      ******************************************************************
       2100-MONTAR-PERNA.
           IF WRK-PERNA-VALOR IS EQUAL ZEROS
               GO TO 2100-MONTAR-PERNA-EXIT
           END-IF.
           ADD 1 TO WRK-QT-PERNAS.
           MOVE WRK-PERNA-EVENTO TO WRK-PN-EVENTO (WRK-QT-PERNAS).
           MOVE WRK-REGIAO-DOC   TO WRK-PN-REGIAO (WRK-QT-PERNAS).
           MOVE WRK-PERNA-DC     TO WRK-PN-DC     (WRK-QT-PERNAS).
           MOVE WRK-PERNA-VALOR  TO WRK-PN-VALOR  (WRK-QT-PERNAS).
           MOVE SPACES           TO WRK-PN-CONTA  (WRK-QT-PERNAS).
       2100-MONTAR-PERNA-EXIT.
           EXIT.

      ******************************************************************
      * RESOLVE A CONTA DE TODAS AS PERNAS DO DOCUMENTO E, SO SE TODAS
      * TIVEREM CONTA, GRAVA AS PERNAS NO DIARIO. DOCUMENTO SEM CONTA
      * E LISTADO NO RELATORIO E FICA FORA DO DIARIO INTEIRO.
      ******************************************************************
       2200-LANCAR-DOCUMENTO.
           SET DOCUMENTO-COM-CONTAS TO TRUE.
           PERFORM 2300-RESOLVER-PERNA THRU 2300-RESOLVER-PERNA-EXIT
               VARYING WRK-IDX-PERNA FROM 1 BY 1
               UNTIL WRK-IDX-PERNA IS GREATER THAN WRK-QT-PERNAS.
           IF NOT DOCUMENTO-COM-CONTAS
               ADD 1 TO WRK-QT-SEM-CONTA
               GO TO 2200-LANCAR-DOCUMENTO-EXIT
           END-IF.
           PERFORM 2400-GRAVAR-PERNA THRU 2400-GRAVAR-PERNA-EXIT
               VARYING WRK-IDX-PERNA FROM 1 BY 1
               UNTIL WRK-IDX-PERNA IS GREATER THAN WRK-QT-PERNAS.
       2200-LANCAR-DOCUMENTO-EXIT.
           EXIT.

       2300-RESOLVER-PERNA.
           MOVE WRK-PN-EVENTO (WRK-IDX-PERNA) TO WRK-EVENTO-BUSCA.
           MOVE WRK-PN-REGIAO (WRK-IDX-PERNA) TO WRK-REGIAO-BUSCA.
           PERFORM 5000-OBTER-CONTA THRU 5000-OBTER-CONTA-EXIT.
           IF NOT CONTA-ACHADA
               AND WRK-PN-EVENTO (WRK-IDX-PERNA) IS EQUAL TO 'ES'
               MOVE 'RF' TO WRK-EVENTO-BUSCA
               PERFORM 5000-OBTER-CONTA THRU 5000-OBTER-CONTA-EXIT
           END-IF.
           IF CONTA-ACHADA
               MOVE GC-CONTA TO WRK-PN-CONTA (WRK-IDX-PERNA)
               GO TO 2300-RESOLVER-PERNA-EXIT
           END-IF.
           MOVE 'N' TO WRK-DOC-OK.
           MOVE SPACES TO GLR-LINHA.
           STRING 'SEM CONTA EM GLCONTA.DAT PARA O EVENTO '
                  WRK-PN-EVENTO (WRK-IDX-PERNA)
                  ' REGIAO ' WRK-PN-REGIAO (WRK-IDX-PERNA)
                  ' - ' WRK-DOC-HISTORICO ' ' WRK-DOC-NUMERO
                  ' NAO LANCADO'
               DELIMITED BY SIZE INTO GLR-LINHA.
           WRITE GLR-LINHA.
       2300-RESOLVER-PERNA-EXIT.
           EXIT.

       2400-GRAVAR-PERNA.
           MOVE SPACES            TO GL-REGISTRO.
           MOVE 'LAN'             TO GL-TIPO.
           MOVE WRK-DATA-EXECUCAO TO GL-DATA-LANCAMENTO.
           MOVE WRK-PN-CONTA  (WRK-IDX-PERNA) TO GL-CONTA.
           MOVE WRK-PN-DC     (WRK-IDX-PERNA) TO GL-DEB-CRED.
           MOVE WRK-PN-VALOR  (WRK-IDX-PERNA) TO GL-VALOR.
           MOVE WRK-PN-EVENTO (WRK-IDX-PERNA) TO GL-EVENTO.
           MOVE WRK-PN-REGIAO (WRK-IDX-PERNA) TO GL-REGIAO.
           MOVE WRK-DOC-NUMERO    TO GL-DOCUMENTO.
           MOVE WRK-DOC-CLIENTE   TO GL-CUSTOMER-ID.
           MOVE WRK-DOC-HISTORICO TO GL-HISTORICO.
           WRITE GL-REGISTRO.
           ADD 1 TO WRK-QT-LANCAMENTOS.
           IF GL-DEBITO
               ADD GL-VALOR TO WRK-TOTAL-DEBITO
           ELSE
               ADD GL-VALOR TO WRK-TOTAL-CREDITO
           END-IF.
           EVALUATE GL-EVENTO
               WHEN 'RF'
                   ADD GL-VALOR TO WRK-JRN-RECEITA
               WHEN 'ES'
                   SUBTRACT GL-VALOR FROM WRK-JRN-RECEITA
               WHEN 'IC'
                   IF GL-CREDITO
                       ADD GL-VALOR TO WRK-JRN-ICMS
                   ELSE
                       SUBTRACT GL-VALOR FROM WRK-JRN-ICMS
                   END-IF
           END-EVALUATE.
       2400-GRAVAR-PERNA-EXIT.
           EXIT.

      ******************************************************************
      * LANCA AS BAIXAS DE PAGAMENTO PENDENTES (OU JA CARIMBADAS POR
      * ESTE MESMO LOTE, NUM RERUN) E REGRAVA O HISTORICO DE BAIXAS
      * COM O CARIMBO, VIA ARQUIVO DE TRABALHO COPIADO DE VOLTA, NOS
      * MESMOS MOLDES DA BAIXA DO PROGCOB24.
      ******************************************************************
       3000-LANCAR-BAIXAS.
           OPEN INPUT FRETEBXA.
           IF WRK-FS-FRETEBXA IS NOT EQUAL TO '00'
               GO TO 3000-LANCAR-BAIXAS-EXIT
           END-IF.
           OPEN OUTPUT BXAWRK.
           READ FRETEBXA
               AT END SET FIM-DE-FRETEBXA TO TRUE
           END-READ.
           PERFORM 3100-TRATAR-BAIXA THRU 3100-TRATAR-BAIXA-EXIT
               UNTIL FIM-DE-FRETEBXA.
           CLOSE FRETEBXA BXAWRK.
           OPEN INPUT  BXAWRK.
           OPEN OUTPUT FRETEBXA.
           READ BXAWRK
               AT END SET FIM-DE-BXAWRK TO TRUE
           END-READ.
           PERFORM 3500-DEVOLVER-BAIXA THRU 3500-DEVOLVER-BAIXA-EXIT
               UNTIL FIM-DE-BXAWRK.
           CLOSE BXAWRK FRETEBXA.
       3000-LANCAR-BAIXAS-EXIT.
           EXIT.

       3100-TRATAR-BAIXA.
           IF BX-DATA-CONTABIL IS NOT NUMERIC
               MOVE ZEROS TO BX-DATA-CONTABIL BX-SEQ-CONTABIL
           END-IF.
           IF BX-DATA-CONTABIL IS EQUAL ZEROS
               OR (BX-DATA-CONTABIL IS EQUAL TO WRK-DATA-EXEC-NUM
                   AND BX-SEQ-CONTABIL IS EQUAL TO WRK-SEQ-EXEC)
               PERFORM 3200-LANCAR-BAIXA THRU 3200-LANCAR-BAIXA-EXIT
           END-IF.
           MOVE BX-REGISTRO TO BXW-REGISTRO.
           WRITE BXW-REGISTRO.
           READ FRETEBXA
               AT END SET FIM-DE-FRETEBXA TO TRUE
           END-READ.
       3100-TRATAR-BAIXA-EXIT.
           EXIT.

       3200-LANCAR-BAIXA.
           MOVE SPACES          TO WRK-REGIAO-DOC.
           MOVE BX-INVOICE-NUM  TO WRK-DOC-NUMERO.
           MOVE BX-CUSTOMER-ID  TO WRK-DOC-CLIENTE.
           MOVE 'BAIXA FATURA'  TO WRK-DOC-HISTORICO.
           MOVE ZEROS TO WRK-QT-PERNAS.
           MOVE 'CX'            TO WRK-PERNA-EVENTO.
           MOVE 'D'             TO WRK-PERNA-DC.
           MOVE BX-VALOR-PAGO   TO WRK-PERNA-VALOR.
           PERFORM 2100-MONTAR-PERNA THRU 2100-MONTAR-PERNA-EXIT.
           MOVE 'CR'            TO WRK-PERNA-EVENTO.
           MOVE 'C'             TO WRK-PERNA-DC.
           MOVE BX-VALOR-PAGO   TO WRK-PERNA-VALOR.
           PERFORM 2100-MONTAR-PERNA THRU 2100-MONTAR-PERNA-EXIT.
           PERFORM 2200-LANCAR-DOCUMENTO THRU
                   2200-LANCAR-DOCUMENTO-EXIT.
           IF DOCUMENTO-COM-CONTAS
               ADD 1 TO WRK-QT-BAIXAS
               ADD BX-VALOR-PAGO TO WRK-VALOR-BAIXAS
               MOVE WRK-DATA-EXECUCAO TO BX-DATA-CONTABIL
               MOVE WRK-SEQ-EXEC      TO BX-SEQ-CONTABIL
           ELSE
               MOVE ZEROS TO BX-DATA-CONTABIL BX-SEQ-CONTABIL
           END-IF.
       3200-LANCAR-BAIXA-EXIT.
           EXIT.

       3500-DEVOLVER-BAIXA.
           MOVE BXW-REGISTRO TO BX-REGISTRO.
           WRITE BX-REGISTRO.
           READ BXAWRK
               AT END SET FIM-DE-BXAWRK TO TRUE
           END-READ.
       3500-DEVOLVER-BAIXA-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA O TRAILER DO DIARIO E A CONFERENCIA CONTRA O EXTRATO:
      * TODO REGISTRO DO EXTRATO DO LOTE TEM DE ESTAR LANCADO, E A
      * RECEITA E O ICMS LIQUIDOS DO DIARIO TEM DE BATER COM O FRETE
      * E O ICMS LIQUIDOS DO EXTRATO.
      ******************************************************************
       4000-FECHAR-DIARIO.
           MOVE SPACES             TO GT-REGISTRO.
           MOVE 'TRL'              TO GT-TIPO.
           MOVE WRK-QT-LANCAMENTOS TO GT-QT-LANCAMENTOS.
           MOVE WRK-TOTAL-DEBITO   TO GT-TOTAL-DEBITO.
           MOVE WRK-TOTAL-CREDITO  TO GT-TOTAL-CREDITO.
           MOVE WRK-JRN-QT-EXTRATO TO GT-QT-EXTRATO.
           MOVE WRK-QT-BAIXAS      TO GT-QT-BAIXAS.
           WRITE GT-REGISTRO.
           MOVE SPACES TO GLR-LINHA.
           STRING 'EXTRATO DO LOTE: CALCULOS=' WRK-EXT-QT-CALC
                  ' ESTORNOS=' WRK-EXT-QT-EST
                  ' FRETE LIQUIDO=' WRK-EXT-FRETE
                  ' ICMS LIQUIDO=' WRK-EXT-ICMS
               DELIMITED BY SIZE INTO GLR-LINHA.
           WRITE GLR-LINHA.
           MOVE 'CONFERE' TO WRK-SITUACAO.
           IF WRK-JRN-QT-EXTRATO IS NOT EQUAL TO
              WRK-EXT-QT-CALC + WRK-EXT-QT-EST
               OR WRK-JRN-RECEITA IS NOT EQUAL TO WRK-EXT-FRETE
               OR WRK-JRN-ICMS IS NOT EQUAL TO WRK-EXT-ICMS
               MOVE 'DIVERGE' TO WRK-SITUACAO
           END-IF.
           MOVE SPACES TO GLR-LINHA.
           STRING 'DIARIO X FRETEEXT: LANCADOS=' WRK-JRN-QT-EXTRATO
                  ' RECEITA LIQUIDA=' WRK-JRN-RECEITA
                  ' ICMS LIQUIDO=' WRK-JRN-ICMS
                  ' SEM CONTA=' WRK-QT-SEM-CONTA
                  ' - ' WRK-SITUACAO
               DELIMITED BY SIZE INTO GLR-LINHA.
           WRITE GLR-LINHA.
           MOVE SPACES TO GLR-LINHA.
           STRING 'BAIXAS DE PAGAMENTO LANCADAS=' WRK-QT-BAIXAS
                  ' VALOR=' WRK-VALOR-BAIXAS
               DELIMITED BY SIZE INTO GLR-LINHA.
           WRITE GLR-LINHA.
           MOVE SPACES TO GLR-LINHA.
           STRING 'LANCAMENTOS=' WRK-QT-LANCAMENTOS
                  ' TOTAL DEBITO=' WRK-TOTAL-DEBITO
                  ' TOTAL CREDITO=' WRK-TOTAL-CREDITO
               DELIMITED BY SIZE INTO GLR-LINHA.
           WRITE GLR-LINHA.
           IF WRK-TOTAL-DEBITO IS NOT EQUAL TO WRK-TOTAL-CREDITO
               OR WRK-SITUACAO IS NOT EQUAL TO 'CONFERE'
               MOVE '*** DIARIO FORA DE BALANCO ***' TO GLR-LINHA
               WRITE GLR-LINHA
               DISPLAY 'PROGCOB42 - *** DIARIO FORA DE BALANCO *** '
                       'VER GLRPT.DAT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'DIARIO BALANCEADO' TO GLR-LINHA
               WRITE GLR-LINHA
               DISPLAY 'PROGCOB42 - DIARIO BALANCEADO: '
                       WRK-QT-LANCAMENTOS ' LANCAMENTOS'
           END-IF.
       4000-FECHAR-DIARIO-EXIT.
           EXIT.

      ******************************************************************
      * LE A CONTA DO EVENTO NA REGIAO PEDIDA E, SE A REGIAO NAO TEM
      * CONTA PROPRIA, A CONTA PADRAO DO EVENTO (REGIAO EM BRANCO).
      ******************************************************************
       5000-OBTER-CONTA.
           MOVE 'S' TO WRK-CONTA-OK.
           MOVE WRK-EVENTO-BUSCA TO GC-EVENTO.
           MOVE WRK-REGIAO-BUSCA TO GC-REGIAO.
           READ GLCONTA
               INVALID KEY MOVE 'N' TO WRK-CONTA-OK
           END-READ.
           IF CONTA-ACHADA
               OR WRK-REGIAO-BUSCA IS EQUAL TO SPACES
               GO TO 5000-OBTER-CONTA-EXIT
           END-IF.
           MOVE 'S' TO WRK-CONTA-OK.
           MOVE WRK-EVENTO-BUSCA TO GC-EVENTO.
           MOVE SPACES           TO GC-REGIAO.
           READ GLCONTA
               INVALID KEY MOVE 'N' TO WRK-CONTA-OK
           END-READ.
       5000-OBTER-CONTA-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-FS-FRETEXTD = '00'
               CLOSE FRETEXTD
           END-IF.
           CLOSE GLCONTA GLJRNL GLRPT.
           PERFORM 8200-JORNAL-FIM THRU 8200-JORNAL-FIM-EXIT.
       8000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA NO DIARIO DE EXECUCAO JOBJRNL.DAT OS REGISTROS DE INICIO
      * E FIM DESTE PASSO (PROGRAMA, DATA DE NEGOCIO, SEQUENCIA DO
      * LOTE, HORARIO, PROCESSADOS E RETURN-CODE), PARA A LINHA DO
      * TEMPO DO PROGCOB31.
      ******************************************************************
       1300-JORNAL-INICIO.
           OPEN EXTEND JOBJRNL.
           IF WRK-FS-JOBJRNL = '35'
               OPEN OUTPUT JOBJRNL
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'PROGCB42'        TO JJ-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO JJ-DATA-NEGOCIO.
           MOVE WRK-SEQ-EXEC      TO JJ-SEQUENCIA.
           MOVE 'I'               TO JJ-TIPO.
           MOVE WRK-HORA-AGORA    TO JJ-HORA.
           MOVE ZEROS             TO JJ-QT-PROCESSADOS.
           MOVE ZEROS             TO JJ-RETURN-CODE.
           WRITE JJ-REGISTRO.
           CLOSE JOBJRNL.
       1300-JORNAL-INICIO-EXIT.
           EXIT.

       8200-JORNAL-FIM.
           OPEN EXTEND JOBJRNL.
           IF WRK-FS-JOBJRNL = '35'
               OPEN OUTPUT JOBJRNL
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'PROGCB42'         TO JJ-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO  TO JJ-DATA-NEGOCIO.
           MOVE WRK-SEQ-EXEC       TO JJ-SEQUENCIA.
           MOVE 'F'                TO JJ-TIPO.
           MOVE WRK-HORA-AGORA     TO JJ-HORA.
           MOVE WRK-QT-LANCAMENTOS TO JJ-QT-PROCESSADOS.
           MOVE RETURN-CODE        TO JJ-RETURN-CODE.
           WRITE JJ-REGISTRO.
           CLOSE JOBJRNL.
       8200-JORNAL-FIM-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

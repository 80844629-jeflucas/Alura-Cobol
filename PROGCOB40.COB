       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB40.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: RELATORIO MENSAL DE MARGEM DE FRETE. AGREGA O LOG DE
      *           AUDITORIA FRETELOG.DAT DO MES INFORMADO (PARAMETRO
      *           AAAAMM; EM BRANCO, O MES DA DATA DE NEGOCIO DO
      *           CABECALHO CTLFILE.DAT), BUSCANDO O MES JA EXPURGADO
      *           PELO PROGCOB17 NOS ARQUIVOS MORTOS APONTADOS PELO
      *           MANIFESTO ARCMANIF.DAT, NOS MESMOS MOLDES DO
      *           PROGCOB36. PARA CADA CALCULO:
      *             - RECEITA = FRETE COBRADO DO CLIENTE (LG-FRETE; O
      *               ICMS E IMPOSTO REPASSADO E FICA DE FORA);
      *             - CUSTO ESTIMADO = VALOR DO PEDIDO X TAXA DE CUSTO
      *               DA TRANSPORTADORA DESIGNADA (CR-TAXA-CUSTO DO
      *               CADASTRO CARRMAST.DAT, APLICADA COMO O
      *               PERCENTUAL DE FRETE); SEM TRANSPORTADORA, OU
      *               TRANSPORTADORA FORA DO CADASTRO, CUSTO ZERO;
      *             - MARGEM = RECEITA - CUSTO, EM R$ E EM % DA
      *               RECEITA.
      *           OS ESTORNOS DO PROGCOB30 (LG-TIPO-REG 'E') SAO
      *           SUBTRAIDOS. O RELATORIO MARGRPT.DAT SAI COM
      *           SUBTOTAIS POR TRANSPORTADORA, POR REGIAO (FT-REGIAO
      *           DO MASTER FRETE.DAT) COM AS UF DE CADA REGIAO, E POR
      *           CLIENTE (NOME DO CADASTRO CUSTMAST.DAT), MARCANDO
      *           'NEGATIVA' AS UF E OS CLIENTES COM MARGEM NEGATIVA.
      *           TERMINA COM RETURN-CODE 4 QUANDO HA MARGEM NEGATIVA.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      ARQUIVO MORTO DECLARADO COM 150 POSICOES,
      *                    COMO O PROGCOB17 O GRAVA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEMST ASSIGN TO "FRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WRK-FS-FRETEMST.
           SELECT FRETELOG ASSIGN TO "FRETELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT ARCMANIF ASSIGN TO "ARCMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARCMANIF.
           SELECT ARCFILE ASSIGN USING WRK-NOME-ARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARCFILE.
           SELECT CARRMAST ASSIGN TO "CARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CARRIER-ID
               FILE STATUS IS WRK-FS-CARRMAST.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT MARGRPT ASSIGN TO "MARGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEMST.
           COPY FRETETAB.

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  ARCMANIF
           RECORD CONTAINS 63 CHARACTERS.
           COPY ARCMANIF.

      *    O ARQUIVO MORTO GUARDA A IMAGEM DO REGISTRO DO LOG EM
      *    LINHAS DE 150 POSICOES (VER PROGCOB17): A IMAGEM E MOVIDA
      *    PARA A AREA DO LOG ANTES DA AGREGACAO.
       FD  ARCFILE
           RECORD CONTAINS 150 CHARACTERS.
       01 ARC-REGISTRO            PIC X(150).

       FD  CARRMAST.
           COPY CARRMAST.

       FD  CUSTMAST.
           COPY CUSTMAST.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  MARGRPT
           RECORD CONTAINS 120 CHARACTERS.
       01 MRG-LINHA               PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEMST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETELOG     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARCMANIF     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARCFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FRETEMST    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEMST           VALUE 'S'.
       77 WRK-EOF-FRETELOG    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETELOG           VALUE 'S'.
       77 WRK-EOF-MANIF       PIC X(01) VALUE 'N'.
           88 FIM-DE-MANIFESTO          VALUE 'S'.
       77 WRK-EOF-ARC         PIC X(01) VALUE 'N'.
           88 FIM-DE-ARC                VALUE 'S'.
       77 WRK-EOF-CARRMAST    PIC X(01) VALUE 'N'.
           88 FIM-DE-CARRMAST           VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-CUST-OK         PIC X(01) VALUE 'N'.
           88 CUSTMAST-DISPONIVEL       VALUE 'S'.
       77 WRK-CARR-ACHADA     PIC X(01) VALUE 'N'.
           88 CARRIER-NA-TABELA         VALUE 'S'.
       77 WRK-UF-ACHADA       PIC X(01) VALUE 'N'.
           88 UF-NA-TABELA              VALUE 'S'.
       77 WRK-REG-ACHADA      PIC X(01) VALUE 'N'.
           88 REGIAO-NA-TABELA          VALUE 'S'.
       77 WRK-CLI-ACHADO      PIC X(01) VALUE 'N'.
           88 CLIENTE-NA-TABELA         VALUE 'S'.
       77 WRK-ARC-REPETIDO    PIC X(01) VALUE 'N'.
           88 ARC-JA-NA-TABELA          VALUE 'S'.
       77 WRK-QT-CARRIERS     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CARR        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-UF           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-UF          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QT-REGIOES      PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-REG         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QT-CLIENTES     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CLI         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-ARCS         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-ARC         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-DUP         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-NOME-ARC        PIC X(30) VALUE SPACES.
       77 WRK-CARRIER-REG     PIC 9(04) VALUE ZEROS.
       77 WRK-CLIENTE-REG     PIC 9(06) VALUE ZEROS.
       77 WRK-QT-LOG-MES      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-UF       PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FORA-CLI     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-NEGATIVAS    PIC 9(05) VALUE ZEROS.
       77 WRK-CUSTO-REG       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-QT          PIC S9(07) VALUE ZEROS.
       77 WRK-TOT-RECEITA     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO       PIC S9(09)V99 VALUE ZEROS.
      *    LINHA DO RELATORIO: OS ACUMULADORES DA ENTRADA CORRENTE
      *    SAO COPIADOS PARA CA ANTES DE 4500-IMPRIMIR-LINHA, QUE
      *    CALCULA A MARGEM E FORMATA OS SINAIS.
       77 WRK-LIN-TITULO      PIC X(30) VALUE SPACES.
       77 WRK-LIN-QT          PIC S9(07) VALUE ZEROS.
       77 WRK-LIN-RECEITA     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIN-CUSTO       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIN-MARGEM      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIN-PCT         PIC S9(07)V99 VALUE ZEROS.
       77 WRK-LIN-MARCAR      PIC X(01) VALUE 'N'.
           88 MARCAR-NEGATIVA           VALUE 'S'.
       77 WRK-LIN-QT-ABS      PIC 9(05) VALUE ZEROS.
       77 WRK-SINAL-REC       PIC X(01) VALUE SPACE.
       77 WRK-SINAL-CST       PIC X(01) VALUE SPACE.
       77 WRK-SINAL-MRG       PIC X(01) VALUE SPACE.
       77 WRK-SINAL-PCT       PIC X(01) VALUE SPACE.
       77 WRK-REC-ABS         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CST-ABS         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MRG-ABS         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MARCA-NEG       PIC X(09) VALUE SPACES.
       01 WRK-PCT-ABS         PIC 9(03)V99 VALUE ZEROS.
       01 WRK-PCT-PARTES REDEFINES WRK-PCT-ABS.
          02 WRK-PCT-INT      PIC 9(03).
          02 WRK-PCT-DEC      PIC 9(02).
       01 WRK-PARM-GRUPO.
          02 WRK-PARM-MES     PIC X(06) VALUE SPACES.
       01 WRK-MES-INFORMADO REDEFINES WRK-PARM-GRUPO.
          02 WRK-ANO-INF      PIC 9(04).
          02 WRK-MES-INF      PIC 9(02).
       01 WRK-MES-MARGEM.
          02 WRK-ANO-MARGEM   PIC 9(04).
          02 WRK-MES-MARGEM-MM PIC 9(02).
       01 WRK-MES-MARGEM-NUM REDEFINES WRK-MES-MARGEM PIC 9(06).
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-LOG.
          02 WRK-AAAAMM-LOG   PIC 9(06).
          02 WRK-DIA-LOG      PIC 9(02).
      *    TRANSPORTADORAS DO CADASTRO (50, COMO NA TABELA DO
      *    PROGCOB09), COM A TAXA DE CUSTO E OS ACUMULADORES DO MES.
      *    CODIGO DO LOG FORA DO CADASTRO GANHA ENTRADA COM TAXA ZERO.
       01 WRK-TAB-CARRIERS.
          02 WRK-CAR-ENTRY OCCURS 50 TIMES.
             03 WRK-CAR-ID       PIC 9(04).
             03 WRK-CAR-NOME     PIC X(20).
             03 WRK-CAR-TAXA     PIC 9(01)V9(04).
             03 WRK-CAR-QT       PIC S9(07).
             03 WRK-CAR-RECEITA  PIC S9(09)V99.
             03 WRK-CAR-CUSTO    PIC S9(09)V99.
      *    UMA ENTRADA POR UF DO MASTER, COM O INDICE DA REGIAO, NOS
      *    MESMOS MOLDES DO PROGCOB19/36.
       01 WRK-TAB-UF.
          02 WRK-UF-ENTRY OCCURS 27 TIMES.
             03 WRK-UF-COD       PIC X(02).
             03 WRK-UF-REGIAO    PIC 9(02) COMP.
             03 WRK-UF-QT        PIC S9(07).
             03 WRK-UF-RECEITA   PIC S9(09)V99.
             03 WRK-UF-CUSTO     PIC S9(09)V99.
       01 WRK-TAB-REGIOES.
          02 WRK-REG-ENTRY OCCURS 10 TIMES.
             03 WRK-REG-COD      PIC X(02).
      *    CLIENTES COM MOVIMENTO NO MES (200, COMO NO PROGCOB18).
       01 WRK-TAB-CLIENTES.
          02 WRK-CLI-ENTRY OCCURS 200 TIMES.
             03 WRK-CLI-ID       PIC 9(06).
             03 WRK-CLI-QT       PIC S9(07).
             03 WRK-CLI-RECEITA  PIC S9(09)V99.
             03 WRK-CLI-CUSTO    PIC S9(09)V99.
      *    ARQUIVOS MORTOS DISTINTOS DO LOG NO MES.
       01 WRK-TAB-ARCS.
          02 WRK-ARC-NOME OCCURS 12 TIMES PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-AGREGAR-LOG-VIVO THRU
                   2000-AGREGAR-LOG-VIVO-EXIT
               UNTIL FIM-DE-FRETELOG.
           PERFORM 3000-AGREGAR-ARQUIVOS-MORTOS THRU
                   3000-AGREGAR-ARQUIVOS-MORTOS-EXIT.
           PERFORM 4000-IMPRIMIR-MARGEM THRU
                   4000-IMPRIMIR-MARGEM-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * DEFINE O MES DO RELATORIO (PARAMETRO AAAAMM OU MES DA DATA DE
      * NEGOCIO), CARREGA AS TRANSPORTADORAS E AS REGIOES E ABRE OS
      * ARQUIVOS. SEM O CADASTRO DE TRANSPORTADORAS O CUSTO SAI ZERO;
      * SEM O CADASTRO DE CLIENTES O RELATORIO SAI SEM OS NOMES.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           MOVE WRK-ANO-EXEC TO WRK-ANO-MARGEM.
           MOVE WRK-MES-EXEC TO WRK-MES-MARGEM-MM.
           ACCEPT WRK-PARM-MES FROM COMMAND-LINE.
           IF WRK-PARM-MES IS NOT EQUAL TO SPACES
               IF WRK-MES-INFORMADO IS NUMERIC
                   MOVE WRK-ANO-INF TO WRK-ANO-MARGEM
                   MOVE WRK-MES-INF TO WRK-MES-MARGEM-MM
               ELSE
                   DISPLAY 'PARAMETRO DE MES INVALIDO (USE AAAAMM): '
                           WRK-PARM-MES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT FRETEMST.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETE.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEMST
                       ') - RODE O PROGCOB10 PARA CARREGAR O MASTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-CARREGAR-REGIOES THRU
                   1300-CARREGAR-REGIOES-EXIT
               UNTIL FIM-DE-FRETEMST.
           CLOSE FRETEMST.
           OPEN INPUT CARRMAST.
           IF WRK-FS-CARRMAST = '00'
               PERFORM 1200-CARREGAR-CARRIER THRU
                       1200-CARREGAR-CARRIER-EXIT
                   UNTIL FIM-DE-CARRMAST
               CLOSE CARRMAST
           ELSE
               DISPLAY 'AVISO - CARRMAST.DAT INDISPONIVEL (STATUS '
                       WRK-FS-CARRMAST ') - CUSTO DAS TRANSPORTADORAS'
                       ' SAI ZERADO'
           END-IF.
           OPEN INPUT FRETELOG.
           IF WRK-FS-FRETELOG IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETELOG.DAT INDISPONIVEL '
                       '(STATUS ' WRK-FS-FRETELOG ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTMAST.
           IF WRK-FS-CUSTMAST = '00'
               SET CUSTMAST-DISPONIVEL TO TRUE
           END-IF.
           OPEN OUTPUT MARGRPT.
           MOVE SPACES TO MRG-LINHA.
           STRING 'MARGEM DE FRETE - MES '
                  WRK-MES-MARGEM-MM '/' WRK-ANO-MARGEM
                  ' (RECEITA = FRETE COBRADO, CUSTO = VALOR X TAXA DE'
                  ' CUSTO DA TRANSPORTADORA)'
               DELIMITED BY SIZE INTO MRG-LINHA.
           WRITE MRG-LINHA.
           READ FRETELOG
               AT END SET FIM-DE-FRETELOG TO TRUE
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
           END-READ.
       1110-LER-ULT-CABECALHO-EXIT.
           EXIT.

      ******************************************************************
      * CARREGA O CADASTRO DE TRANSPORTADORAS NA TABELA, COM A TAXA DE
      * CUSTO DE CADA UMA (TAXA INVALIDA VALE ZERO).
      ******************************************************************
       1200-CARREGAR-CARRIER.
           READ CARRMAST NEXT RECORD
               AT END SET FIM-DE-CARRMAST TO TRUE
           END-READ.
           IF WRK-FS-CARRMAST IS NOT EQUAL TO '00'
               SET FIM-DE-CARRMAST TO TRUE
           END-IF.
           IF FIM-DE-CARRMAST
               GO TO 1200-CARREGAR-CARRIER-EXIT
           END-IF.
           IF WRK-QT-CARRIERS IS NOT LESS THAN 50
               DISPLAY 'CARRMAST.DAT TEM MAIS DE 50 TRANSPORTADORAS - '
                       'IGNORANDO ' CR-CARRIER-ID
               GO TO 1200-CARREGAR-CARRIER-EXIT
           END-IF.
           ADD 1 TO WRK-QT-CARRIERS.
           MOVE CR-CARRIER-ID TO WRK-CAR-ID   (WRK-QT-CARRIERS).
           MOVE CR-NOME       TO WRK-CAR-NOME (WRK-QT-CARRIERS).
           IF CR-TAXA-CUSTO IS NUMERIC
               MOVE CR-TAXA-CUSTO TO WRK-CAR-TAXA (WRK-QT-CARRIERS)
           ELSE
               MOVE ZEROS         TO WRK-CAR-TAXA (WRK-QT-CARRIERS)
           END-IF.
           MOVE ZEROS TO WRK-CAR-QT      (WRK-QT-CARRIERS).
           MOVE ZEROS TO WRK-CAR-RECEITA (WRK-QT-CARRIERS).
           MOVE ZEROS TO WRK-CAR-CUSTO   (WRK-QT-CARRIERS).
       1200-CARREGAR-CARRIER-EXIT.
           EXIT.

      ******************************************************************
      * VARRE O MASTER DE FRETE E MONTA AS TABELAS DE UF E DE REGIOES,
      * NOS MESMOS MOLDES DO PROGCOB36 (REGIAO DA VERSAO MAIS RECENTE
      * LIDA DE CADA UF).
      ******************************************************************
       1300-CARREGAR-REGIOES.
           READ FRETEMST NEXT RECORD
               AT END SET FIM-DE-FRETEMST TO TRUE
           END-READ.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               SET FIM-DE-FRETEMST TO TRUE
           END-IF.
           IF NOT FIM-DE-FRETEMST
               IF WRK-QT-UF IS GREATER THAN ZERO
                   AND FT-UF IS EQUAL TO WRK-UF-COD (WRK-QT-UF)
                   PERFORM 1320-DEFINIR-REGIAO THRU
                           1320-DEFINIR-REGIAO-EXIT
                   MOVE WRK-IDX-REG TO WRK-UF-REGIAO (WRK-QT-UF)
               ELSE
                   PERFORM 1310-INCLUIR-UF THRU 1310-INCLUIR-UF-EXIT
               END-IF
           END-IF.
       1300-CARREGAR-REGIOES-EXIT.
           EXIT.

       1310-INCLUIR-UF.
           IF WRK-QT-UF IS GREATER THAN OR EQUAL TO 27
               DISPLAY 'FRETE.DAT TEM MAIS DE 27 UF - IGNORANDO '
                       FT-UF
               GO TO 1310-INCLUIR-UF-EXIT
           END-IF.
           ADD 1 TO WRK-QT-UF.
           MOVE FT-UF TO WRK-UF-COD (WRK-QT-UF).
           PERFORM 1320-DEFINIR-REGIAO THRU 1320-DEFINIR-REGIAO-EXIT.
           MOVE WRK-IDX-REG TO WRK-UF-REGIAO (WRK-QT-UF).
           MOVE ZEROS TO WRK-UF-QT      (WRK-QT-UF).
           MOVE ZEROS TO WRK-UF-RECEITA (WRK-QT-UF).
           MOVE ZEROS TO WRK-UF-CUSTO   (WRK-QT-UF).
       1310-INCLUIR-UF-EXIT.
           EXIT.

       1320-DEFINIR-REGIAO.
           MOVE 'N' TO WRK-REG-ACHADA.
           PERFORM 1330-PROCURAR-REGIAO THRU 1330-PROCURAR-REGIAO-EXIT
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL REGIAO-NA-TABELA
                  OR WRK-IDX-REG IS GREATER THAN WRK-QT-REGIOES.
           IF NOT REGIAO-NA-TABELA
               IF WRK-QT-REGIOES IS GREATER THAN OR EQUAL TO 10
                   DISPLAY 'MAIS DE 10 REGIOES EM FRETE.DAT - '
                           FT-REGIAO ' AGRUPADA NA ULTIMA ENTRADA'
                   MOVE 10 TO WRK-IDX-REG
                   GO TO 1320-DEFINIR-REGIAO-EXIT
               END-IF
               ADD 1 TO WRK-QT-REGIOES
               MOVE WRK-QT-REGIOES TO WRK-IDX-REG
               MOVE FT-REGIAO TO WRK-REG-COD (WRK-IDX-REG)
           END-IF.
       1320-DEFINIR-REGIAO-EXIT.
           EXIT.

       1330-PROCURAR-REGIAO.
           IF WRK-IDX-REG IS NOT GREATER THAN WRK-QT-REGIOES
               AND WRK-REG-COD (WRK-IDX-REG) IS EQUAL TO FT-REGIAO
               SET REGIAO-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-REG
           END-IF.
       1330-PROCURAR-REGIAO-EXIT.
           EXIT.

      ******************************************************************
      * AGREGA O LOG VIVO (SO OS REGISTROS DO MES DO RELATORIO).
      ******************************************************************
       2000-AGREGAR-LOG-VIVO.
           PERFORM 2100-AGREGAR-REGISTRO THRU
                   2100-AGREGAR-REGISTRO-EXIT.
           READ FRETELOG
               AT END SET FIM-DE-FRETELOG TO TRUE
           END-READ.
       2000-AGREGAR-LOG-VIVO-EXIT.
           EXIT.

      ******************************************************************
      * ACUMULA UM CALCULO DO MES NA TRANSPORTADORA, NA UF, NO CLIENTE
      * E NO TOTAL: RECEITA = LG-FRETE, CUSTO = VALOR DO PEDIDO X TAXA
      * DE CUSTO DA TRANSPORTADORA. ESTORNO SUBTRAI. LOG ANTIGO SEM
      * TRANSPORTADORA OU SEM CLIENTE (EM BRANCO) ACUMULA NO CODIGO
      * ZERO.
      ******************************************************************
       2100-AGREGAR-REGISTRO.
           IF LG-DATA-EXECUCAO IS NOT NUMERIC
               GO TO 2100-AGREGAR-REGISTRO-EXIT
           END-IF.
           MOVE LG-DATA-EXECUCAO TO WRK-DATA-LOG.
           IF WRK-AAAAMM-LOG IS NOT EQUAL TO WRK-MES-MARGEM-NUM
               GO TO 2100-AGREGAR-REGISTRO-EXIT
           END-IF.
           ADD 1 TO WRK-QT-LOG-MES.
           IF LG-CARRIER-ID IS NUMERIC
               MOVE LG-CARRIER-ID TO WRK-CARRIER-REG
           ELSE
               MOVE ZEROS         TO WRK-CARRIER-REG
           END-IF.
           IF LG-CUSTOMER-ID IS NUMERIC
               MOVE LG-CUSTOMER-ID TO WRK-CLIENTE-REG
           ELSE
               MOVE ZEROS          TO WRK-CLIENTE-REG
           END-IF.
           PERFORM 2110-LOCALIZAR-CARRIER THRU
                   2110-LOCALIZAR-CARRIER-EXIT.
           MOVE ZEROS TO WRK-CUSTO-REG.
           IF CARRIER-NA-TABELA
               COMPUTE WRK-CUSTO-REG ROUNDED =
                       LG-VALOR-ORIGINAL * WRK-CAR-TAXA (WRK-IDX-CARR)
           END-IF.
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM 2120-PROCURAR-UF THRU 2120-PROCURAR-UF-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL UF-NA-TABELA
                  OR WRK-IDX-UF IS GREATER THAN WRK-QT-UF.
           IF NOT UF-NA-TABELA
               ADD 1 TO WRK-QT-SEM-UF
           END-IF.
           PERFORM 2130-LOCALIZAR-CLIENTE THRU
                   2130-LOCALIZAR-CLIENTE-EXIT.
           IF LG-ESTORNO
               SUBTRACT 1             FROM WRK-TOT-QT
               SUBTRACT LG-FRETE      FROM WRK-TOT-RECEITA
               SUBTRACT WRK-CUSTO-REG FROM WRK-TOT-CUSTO
           ELSE
               ADD 1             TO WRK-TOT-QT
               ADD LG-FRETE      TO WRK-TOT-RECEITA
               ADD WRK-CUSTO-REG TO WRK-TOT-CUSTO
           END-IF.
           IF CARRIER-NA-TABELA
               IF LG-ESTORNO
                   SUBTRACT 1 FROM WRK-CAR-QT (WRK-IDX-CARR)
                   SUBTRACT LG-FRETE
                       FROM WRK-CAR-RECEITA (WRK-IDX-CARR)
                   SUBTRACT WRK-CUSTO-REG
                       FROM WRK-CAR-CUSTO (WRK-IDX-CARR)
               ELSE
                   ADD 1 TO WRK-CAR-QT (WRK-IDX-CARR)
                   ADD LG-FRETE TO WRK-CAR-RECEITA (WRK-IDX-CARR)
                   ADD WRK-CUSTO-REG TO WRK-CAR-CUSTO (WRK-IDX-CARR)
               END-IF
           END-IF.
           IF UF-NA-TABELA
               IF LG-ESTORNO
                   SUBTRACT 1 FROM WRK-UF-QT (WRK-IDX-UF)
                   SUBTRACT LG-FRETE FROM WRK-UF-RECEITA (WRK-IDX-UF)
                   SUBTRACT WRK-CUSTO-REG
                       FROM WRK-UF-CUSTO (WRK-IDX-UF)
               ELSE
                   ADD 1 TO WRK-UF-QT (WRK-IDX-UF)
                   ADD LG-FRETE TO WRK-UF-RECEITA (WRK-IDX-UF)
                   ADD WRK-CUSTO-REG TO WRK-UF-CUSTO (WRK-IDX-UF)
               END-IF
           END-IF.
           IF CLIENTE-NA-TABELA
               IF LG-ESTORNO
                   SUBTRACT 1 FROM WRK-CLI-QT (WRK-IDX-CLI)
                   SUBTRACT LG-FRETE
                       FROM WRK-CLI-RECEITA (WRK-IDX-CLI)
                   SUBTRACT WRK-CUSTO-REG
                       FROM WRK-CLI-CUSTO (WRK-IDX-CLI)
               ELSE
                   ADD 1 TO WRK-CLI-QT (WRK-IDX-CLI)
                   ADD LG-FRETE TO WRK-CLI-RECEITA (WRK-IDX-CLI)
                   ADD WRK-CUSTO-REG TO WRK-CLI-CUSTO (WRK-IDX-CLI)
               END-IF
           END-IF.
       2100-AGREGAR-REGISTRO-EXIT.
           EXIT.

       2110-LOCALIZAR-CARRIER.
           MOVE 'N' TO WRK-CARR-ACHADA.
           PERFORM 2111-PROCURAR-CARRIER THRU
                   2111-PROCURAR-CARRIER-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL CARRIER-NA-TABELA
                  OR WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
           IF NOT CARRIER-NA-TABELA
               IF WRK-QT-CARRIERS IS LESS THAN 50
                   ADD 1 TO WRK-QT-CARRIERS
                   MOVE WRK-QT-CARRIERS TO WRK-IDX-CARR
                   MOVE WRK-CARRIER-REG TO WRK-CAR-ID (WRK-IDX-CARR)
                   IF WRK-CARRIER-REG IS EQUAL ZEROS
                       MOVE 'SEM DESIGNACAO'
                           TO WRK-CAR-NOME (WRK-IDX-CARR)
                   ELSE
                       MOVE 'NAO CADASTRADA'
                           TO WRK-CAR-NOME (WRK-IDX-CARR)
                   END-IF
                   MOVE ZEROS TO WRK-CAR-TAXA    (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-CAR-QT      (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-CAR-RECEITA (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-CAR-CUSTO   (WRK-IDX-CARR)
                   SET CARRIER-NA-TABELA TO TRUE
               ELSE
                   DISPLAY 'MAIS DE 50 TRANSPORTADORAS NO MES - '
                           WRK-CARRIER-REG ' FORA DO SUBTOTAL'
               END-IF
           END-IF.
       2110-LOCALIZAR-CARRIER-EXIT.
           EXIT.

       2111-PROCURAR-CARRIER.
           IF WRK-IDX-CARR IS NOT GREATER THAN WRK-QT-CARRIERS
               AND WRK-CAR-ID (WRK-IDX-CARR) IS EQUAL TO
                   WRK-CARRIER-REG
               SET CARRIER-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-CARR
           END-IF.
       2111-PROCURAR-CARRIER-EXIT.
           EXIT.

       2120-PROCURAR-UF.
           IF WRK-IDX-UF IS NOT GREATER THAN WRK-QT-UF
               AND WRK-UF-COD (WRK-IDX-UF) IS EQUAL TO LG-UF
               SET UF-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-UF
           END-IF.
       2120-PROCURAR-UF-EXIT.
           EXIT.

       2130-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM 2131-PROCURAR-CLIENTE THRU
                   2131-PROCURAR-CLIENTE-EXIT
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL CLIENTE-NA-TABELA
                  OR WRK-IDX-CLI IS GREATER THAN WRK-QT-CLIENTES.
           IF NOT CLIENTE-NA-TABELA
               IF WRK-QT-CLIENTES IS LESS THAN 200
                   ADD 1 TO WRK-QT-CLIENTES
                   MOVE WRK-QT-CLIENTES TO WRK-IDX-CLI
                   MOVE WRK-CLIENTE-REG TO WRK-CLI-ID (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-QT      (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-RECEITA (WRK-IDX-CLI)
                   MOVE ZEROS TO WRK-CLI-CUSTO   (WRK-IDX-CLI)
                   SET CLIENTE-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-FORA-CLI
               END-IF
           END-IF.
       2130-LOCALIZAR-CLIENTE-EXIT.
           EXIT.

       2131-PROCURAR-CLIENTE.
           IF WRK-IDX-CLI IS NOT GREATER THAN WRK-QT-CLIENTES
               AND WRK-CLI-ID (WRK-IDX-CLI) IS EQUAL TO
                   WRK-CLIENTE-REG
               SET CLIENTE-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-CLI
           END-IF.
       2131-PROCURAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * BUSCA NO MANIFESTO ARCMANIF.DAT OS ARQUIVOS MORTOS DO LOG DO
      * MES E AGREGA CADA UM COM O MESMO CRITERIO DO LOG VIVO. SEM
      * MANIFESTO, SO O LOG VIVO E AGREGADO.
      ******************************************************************
       3000-AGREGAR-ARQUIVOS-MORTOS.
           OPEN INPUT ARCMANIF.
           IF WRK-FS-ARCMANIF IS NOT EQUAL TO '00'
               GO TO 3000-AGREGAR-ARQUIVOS-MORTOS-EXIT
           END-IF.
           PERFORM 3100-LER-MANIFESTO THRU 3100-LER-MANIFESTO-EXIT
               UNTIL FIM-DE-MANIFESTO.
           CLOSE ARCMANIF.
           PERFORM 3300-AGREGAR-UM-MORTO THRU
                   3300-AGREGAR-UM-MORTO-EXIT
               VARYING WRK-IDX-ARC FROM 1 BY 1
               UNTIL WRK-IDX-ARC IS GREATER THAN WRK-QT-ARCS.
       3000-AGREGAR-ARQUIVOS-MORTOS-EXIT.
           EXIT.

       3100-LER-MANIFESTO.
           READ ARCMANIF
               AT END
                   SET FIM-DE-MANIFESTO TO TRUE
               NOT AT END
                   IF AM-ARQUIVO IS EQUAL TO 'FRETELOG'
                       AND AM-MES IS EQUAL TO WRK-MES-MARGEM-NUM
                       PERFORM 3200-ANOTAR-MORTO THRU
                               3200-ANOTAR-MORTO-EXIT
                   END-IF
           END-READ.
       3100-LER-MANIFESTO-EXIT.
           EXIT.

       3200-ANOTAR-MORTO.
           MOVE 'N' TO WRK-ARC-REPETIDO.
           PERFORM 3210-PROCURAR-MORTO THRU 3210-PROCURAR-MORTO-EXIT
               VARYING WRK-IDX-DUP FROM 1 BY 1
               UNTIL ARC-JA-NA-TABELA
                  OR WRK-IDX-DUP IS GREATER THAN WRK-QT-ARCS.
           IF NOT ARC-JA-NA-TABELA
               IF WRK-QT-ARCS IS LESS THAN 12
                   ADD 1 TO WRK-QT-ARCS
                   MOVE AM-ARQUIVO-MORTO
                       TO WRK-ARC-NOME (WRK-QT-ARCS)
               END-IF
           END-IF.
       3200-ANOTAR-MORTO-EXIT.
           EXIT.

       3210-PROCURAR-MORTO.
           IF WRK-IDX-DUP IS NOT GREATER THAN WRK-QT-ARCS
               AND WRK-ARC-NOME (WRK-IDX-DUP) IS EQUAL TO
                   AM-ARQUIVO-MORTO
               SET ARC-JA-NA-TABELA TO TRUE
           END-IF.
       3210-PROCURAR-MORTO-EXIT.
           EXIT.

       3300-AGREGAR-UM-MORTO.
           MOVE WRK-ARC-NOME (WRK-IDX-ARC) TO WRK-NOME-ARC.
           MOVE 'N' TO WRK-EOF-ARC.
           OPEN INPUT ARCFILE.
           IF WRK-FS-ARCFILE IS NOT EQUAL TO '00'
               DISPLAY 'ARQUIVO MORTO ' WRK-NOME-ARC
                       ' AUSENTE (STATUS ' WRK-FS-ARCFILE ') - '
                       'REGISTROS FORA DA MARGEM'
               GO TO 3300-AGREGAR-UM-MORTO-EXIT
           END-IF.
           READ ARCFILE
               AT END SET FIM-DE-ARC TO TRUE
           END-READ.
           PERFORM 3310-AGREGAR-REG-MORTO THRU
                   3310-AGREGAR-REG-MORTO-EXIT
               UNTIL FIM-DE-ARC.
           CLOSE ARCFILE.
       3300-AGREGAR-UM-MORTO-EXIT.
           EXIT.

       3310-AGREGAR-REG-MORTO.
           MOVE ARC-REGISTRO (1 : 102) TO LG-REGISTRO.
           PERFORM 2100-AGREGAR-REGISTRO THRU
                   2100-AGREGAR-REGISTRO-EXIT.
           READ ARCFILE
               AT END SET FIM-DE-ARC TO TRUE
           END-READ.
       3310-AGREGAR-REG-MORTO-EXIT.
           EXIT.

      ******************************************************************
      * IMPRIME O RELATORIO: SUBTOTAL POR TRANSPORTADORA; POR REGIAO,
      * SEGUIDO DAS UF DA REGIAO (UF COM MARGEM NEGATIVA MARCADA); POR
      * CLIENTE (CLIENTE COM MARGEM NEGATIVA MARCADO); E O TOTAL DO
      * MES.
      ******************************************************************
       4000-IMPRIMIR-MARGEM.
           MOVE SPACES TO MRG-LINHA.
           WRITE MRG-LINHA.
           MOVE 'POR TRANSPORTADORA' TO MRG-LINHA.
           WRITE MRG-LINHA.
           PERFORM 4100-IMPRIMIR-CARRIER THRU
                   4100-IMPRIMIR-CARRIER-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
           MOVE SPACES TO MRG-LINHA.
           WRITE MRG-LINHA.
           MOVE 'POR REGIAO E UF' TO MRG-LINHA.
           WRITE MRG-LINHA.
           PERFORM 4200-IMPRIMIR-REGIAO THRU 4200-IMPRIMIR-REGIAO-EXIT
               VARYING WRK-IDX-REG FROM 1 BY 1
               UNTIL WRK-IDX-REG IS GREATER THAN WRK-QT-REGIOES.
           MOVE SPACES TO MRG-LINHA.
           WRITE MRG-LINHA.
           MOVE 'POR CLIENTE' TO MRG-LINHA.
           WRITE MRG-LINHA.
           PERFORM 4300-IMPRIMIR-CLIENTE THRU
                   4300-IMPRIMIR-CLIENTE-EXIT
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI IS GREATER THAN WRK-QT-CLIENTES.
           MOVE SPACES TO MRG-LINHA.
           WRITE MRG-LINHA.
           MOVE 'TOTAL DO MES'    TO WRK-LIN-TITULO.
           MOVE WRK-TOT-QT        TO WRK-LIN-QT.
           MOVE WRK-TOT-RECEITA   TO WRK-LIN-RECEITA.
           MOVE WRK-TOT-CUSTO     TO WRK-LIN-CUSTO.
           MOVE 'N'               TO WRK-LIN-MARCAR.
           PERFORM 4500-IMPRIMIR-LINHA THRU 4500-IMPRIMIR-LINHA-EXIT.
           MOVE SPACES TO MRG-LINHA.
           STRING 'CALCULOS DO LOG NO MES: ' WRK-QT-LOG-MES
                  '  UF/CLIENTES COM MARGEM NEGATIVA: '
                  WRK-QT-NEGATIVAS
               DELIMITED BY SIZE INTO MRG-LINHA.
           WRITE MRG-LINHA.
           IF WRK-QT-SEM-UF IS GREATER THAN ZERO
               MOVE SPACES TO MRG-LINHA
               STRING 'CALCULOS COM UF FORA DO MASTER: ' WRK-QT-SEM-UF
                   DELIMITED BY SIZE INTO MRG-LINHA
               WRITE MRG-LINHA
           END-IF.
           IF WRK-QT-FORA-CLI IS GREATER THAN ZERO
               MOVE SPACES TO MRG-LINHA
               STRING 'CALCULOS FORA DO SUBTOTAL POR CLIENTE (MAIS DE'
                      ' 200 CLIENTES): ' WRK-QT-FORA-CLI
                   DELIMITED BY SIZE INTO MRG-LINHA
               WRITE MRG-LINHA
           END-IF.
       4000-IMPRIMIR-MARGEM-EXIT.
           EXIT.

       4100-IMPRIMIR-CARRIER.
           IF WRK-CAR-QT (WRK-IDX-CARR) IS EQUAL ZEROS
               AND WRK-CAR-RECEITA (WRK-IDX-CARR) IS EQUAL ZEROS
               GO TO 4100-IMPRIMIR-CARRIER-EXIT
           END-IF.
           MOVE SPACES TO WRK-LIN-TITULO.
           STRING 'TRANSP ' WRK-CAR-ID (WRK-IDX-CARR) ' '
                  WRK-CAR-NOME (WRK-IDX-CARR)
               DELIMITED BY SIZE INTO WRK-LIN-TITULO.
           MOVE WRK-CAR-QT      (WRK-IDX-CARR) TO WRK-LIN-QT.
           MOVE WRK-CAR-RECEITA (WRK-IDX-CARR) TO WRK-LIN-RECEITA.
           MOVE WRK-CAR-CUSTO   (WRK-IDX-CARR) TO WRK-LIN-CUSTO.
           MOVE 'N' TO WRK-LIN-MARCAR.
           PERFORM 4500-IMPRIMIR-LINHA THRU 4500-IMPRIMIR-LINHA-EXIT.
       4100-IMPRIMIR-CARRIER-EXIT.
           EXIT.

       4200-IMPRIMIR-REGIAO.
           MOVE ZEROS TO WRK-LIN-QT WRK-LIN-RECEITA WRK-LIN-CUSTO.
           PERFORM 4210-SOMAR-UF-DA-REGIAO THRU
                   4210-SOMAR-UF-DA-REGIAO-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF IS GREATER THAN WRK-QT-UF.
           MOVE SPACES TO WRK-LIN-TITULO.
           STRING 'REGIAO ' WRK-REG-COD (WRK-IDX-REG)
               DELIMITED BY SIZE INTO WRK-LIN-TITULO.
           MOVE 'N' TO WRK-LIN-MARCAR.
           PERFORM 4500-IMPRIMIR-LINHA THRU 4500-IMPRIMIR-LINHA-EXIT.
           PERFORM 4220-IMPRIMIR-UF-DA-REGIAO THRU
                   4220-IMPRIMIR-UF-DA-REGIAO-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF IS GREATER THAN WRK-QT-UF.
       4200-IMPRIMIR-REGIAO-EXIT.
           EXIT.

       4210-SOMAR-UF-DA-REGIAO.
           IF WRK-UF-REGIAO (WRK-IDX-UF) IS EQUAL TO WRK-IDX-REG
               ADD WRK-UF-QT      (WRK-IDX-UF) TO WRK-LIN-QT
               ADD WRK-UF-RECEITA (WRK-IDX-UF) TO WRK-LIN-RECEITA
               ADD WRK-UF-CUSTO   (WRK-IDX-UF) TO WRK-LIN-CUSTO
           END-IF.
       4210-SOMAR-UF-DA-REGIAO-EXIT.
           EXIT.

       4220-IMPRIMIR-UF-DA-REGIAO.
           IF WRK-UF-REGIAO (WRK-IDX-UF) IS NOT EQUAL TO WRK-IDX-REG
               GO TO 4220-IMPRIMIR-UF-DA-REGIAO-EXIT
           END-IF.
           IF WRK-UF-QT (WRK-IDX-UF) IS EQUAL ZEROS
               AND WRK-UF-RECEITA (WRK-IDX-UF) IS EQUAL ZEROS
               GO TO 4220-IMPRIMIR-UF-DA-REGIAO-EXIT
           END-IF.
           MOVE SPACES TO WRK-LIN-TITULO.
           STRING '  UF ' WRK-UF-COD (WRK-IDX-UF)
               DELIMITED BY SIZE INTO WRK-LIN-TITULO.
           MOVE WRK-UF-QT      (WRK-IDX-UF) TO WRK-LIN-QT.
           MOVE WRK-UF-RECEITA (WRK-IDX-UF) TO WRK-LIN-RECEITA.
           MOVE WRK-UF-CUSTO   (WRK-IDX-UF) TO WRK-LIN-CUSTO.
           SET MARCAR-NEGATIVA TO TRUE.
           PERFORM 4500-IMPRIMIR-LINHA THRU 4500-IMPRIMIR-LINHA-EXIT.
       4220-IMPRIMIR-UF-DA-REGIAO-EXIT.
           EXIT.

       4300-IMPRIMIR-CLIENTE.
           PERFORM 4310-OBTER-NOME-CLIENTE THRU
                   4310-OBTER-NOME-CLIENTE-EXIT.
           MOVE SPACES TO WRK-LIN-TITULO.
           STRING 'CLIENTE ' WRK-CLI-ID (WRK-IDX-CLI) ' ' CM-NOME
               DELIMITED BY SIZE INTO WRK-LIN-TITULO.
           MOVE WRK-CLI-QT      (WRK-IDX-CLI) TO WRK-LIN-QT.
           MOVE WRK-CLI-RECEITA (WRK-IDX-CLI) TO WRK-LIN-RECEITA.
           MOVE WRK-CLI-CUSTO   (WRK-IDX-CLI) TO WRK-LIN-CUSTO.
           SET MARCAR-NEGATIVA TO TRUE.
           PERFORM 4500-IMPRIMIR-LINHA THRU 4500-IMPRIMIR-LINHA-EXIT.
       4300-IMPRIMIR-CLIENTE-EXIT.
           EXIT.

       4310-OBTER-NOME-CLIENTE.
           IF WRK-CLI-ID (WRK-IDX-CLI) IS EQUAL ZEROS
               MOVE 'SEM CLIENTE' TO CM-NOME
               GO TO 4310-OBTER-NOME-CLIENTE-EXIT
           END-IF.
           IF NOT CUSTMAST-DISPONIVEL
               MOVE 'NOME NAO DISPONIVEL' TO CM-NOME
               GO TO 4310-OBTER-NOME-CLIENTE-EXIT
           END-IF.
           MOVE WRK-CLI-ID (WRK-IDX-CLI) TO CM-CUSTOMER-ID.
           READ CUSTMAST
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO CM-NOME
           END-READ.
       4310-OBTER-NOME-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * MONTA A LINHA COM OS ACUMULADORES EM WRK-LIN-...: PEDIDOS,
      * RECEITA, CUSTO, MARGEM EM R$ E EM % DA RECEITA (UMA POSICAO DE
      * SINAL ANTES DE CADA VALOR, COMO A DIFERENCA DO PROGCOB28; O
      * PERCENTUAL E LIMITADO A 999,99). COM WRK-LIN-MARCAR LIGADO, A
      * MARGEM NEGATIVA SAI MARCADA E E CONTADA.
      ******************************************************************
       4500-IMPRIMIR-LINHA.
           COMPUTE WRK-LIN-MARGEM = WRK-LIN-RECEITA - WRK-LIN-CUSTO.
           MOVE ZEROS TO WRK-LIN-PCT.
           IF WRK-LIN-RECEITA IS GREATER THAN ZEROS
               COMPUTE WRK-LIN-PCT ROUNDED =
                       WRK-LIN-MARGEM * 100 / WRK-LIN-RECEITA
           END-IF.
           MOVE '+' TO WRK-SINAL-REC WRK-SINAL-CST
                       WRK-SINAL-MRG WRK-SINAL-PCT.
           MOVE WRK-LIN-RECEITA TO WRK-REC-ABS.
           MOVE WRK-LIN-CUSTO   TO WRK-CST-ABS.
           MOVE WRK-LIN-MARGEM  TO WRK-MRG-ABS.
           IF WRK-LIN-RECEITA IS LESS THAN ZEROS
               MOVE '-' TO WRK-SINAL-REC
           END-IF.
           IF WRK-LIN-CUSTO IS LESS THAN ZEROS
               MOVE '-' TO WRK-SINAL-CST
           END-IF.
           IF WRK-LIN-MARGEM IS LESS THAN ZEROS
               MOVE '-' TO WRK-SINAL-MRG
           END-IF.
           IF WRK-LIN-PCT IS LESS THAN ZEROS
               MOVE '-' TO WRK-SINAL-PCT
               COMPUTE WRK-LIN-PCT = ZEROS - WRK-LIN-PCT
           END-IF.
           IF WRK-LIN-PCT IS GREATER THAN 999,99
               MOVE 999,99 TO WRK-PCT-ABS
           ELSE
               MOVE WRK-LIN-PCT TO WRK-PCT-ABS
           END-IF.
           MOVE WRK-LIN-QT TO WRK-LIN-QT-ABS.
           MOVE SPACES TO WRK-MARCA-NEG.
           IF MARCAR-NEGATIVA
               AND WRK-LIN-MARGEM IS LESS THAN ZEROS
               MOVE ' NEGATIVA' TO WRK-MARCA-NEG
               ADD 1 TO WRK-QT-NEGATIVAS
           END-IF.
           MOVE SPACES TO MRG-LINHA.
           STRING WRK-LIN-TITULO
                  ' PED=' WRK-LIN-QT-ABS
                  ' REC=' WRK-SINAL-REC WRK-REC-ABS
                  ' CST=' WRK-SINAL-CST WRK-CST-ABS
                  ' MRG=' WRK-SINAL-MRG WRK-MRG-ABS
                  ' PCT=' WRK-SINAL-PCT WRK-PCT-INT ',' WRK-PCT-DEC
                  WRK-MARCA-NEG
               DELIMITED BY SIZE INTO MRG-LINHA.
           WRITE MRG-LINHA.
       4500-IMPRIMIR-LINHA-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE FRETELOG MARGRPT.
           IF CUSTMAST-DISPONIVEL
               CLOSE CUSTMAST
           END-IF.
           DISPLAY 'PROGCOB40 - MARGEM DO MES ' WRK-MES-MARGEM-NUM
                   ' EM MARGRPT.DAT (' WRK-QT-NEGATIVAS
                   ' UF/CLIENTE(S) COM MARGEM NEGATIVA, '
                   WRK-QT-ARCS ' ARQUIVO(S) MORTO(S) LIDO(S)).'.
           IF WRK-QT-NEGATIVAS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

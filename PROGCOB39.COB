       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB39.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: PLACAR MENSAL DE ENTREGAS. LE O MASTER DE
      *           ACOMPANHAMENTO ENTRMST.DAT (MANTIDO PELO PROGCOB38)
      *           E, PARA OS PEDIDOS COM DATA PROMETIDA NO MES
      *           INFORMADO (PARAMETRO AAAAMM; EM BRANCO, O MES DA
      *           DATA DE NEGOCIO DO CABECALHO CTLFILE.DAT), CONTA
      *           POR TRANSPORTADORA (NOME DO CADASTRO CARRMAST.DAT) E
      *           POR UF AS ENTREGAS NO PRAZO, AS ATRASADAS E AS AINDA
      *           NAO ENTREGUES, COM A MEDIA DE DIAS UTEIS DE ATRASO
      *           DAS ATRASADAS (CALENDARIO CALMAST.DAT, JA CONTADA NA
      *           BAIXA). PEDIDO ESTORNADO FICA DE FORA. EMITE
      *           SCORERPT.DAT.
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
           SELECT ENTRMST ASSIGN TO "ENTRMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ORDER-KEY
               FILE STATUS IS WRK-FS-ENTRMST.
           SELECT CARRMAST ASSIGN TO "CARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CARRIER-ID
               FILE STATUS IS WRK-FS-CARRMAST.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT SCORERPT ASSIGN TO "SCORERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRMST.
           COPY ENTRMST.

       FD  CARRMAST.
           COPY CARRMAST.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  SCORERPT
           RECORD CONTAINS 120 CHARACTERS.
       01 SCO-LINHA               PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ENTRMST      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ENTRMST     PIC X(01) VALUE 'N'.
           88 FIM-DE-ENTRMST            VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-CARRMAST-OK     PIC X(01) VALUE 'N'.
           88 CARRMAST-DISPONIVEL       VALUE 'S'.
       77 WRK-CARR-ACHADA     PIC X(01) VALUE 'N'.
           88 CARRIER-NA-TABELA         VALUE 'S'.
       77 WRK-UF-ACHADA       PIC X(01) VALUE 'N'.
           88 UF-NA-TABELA              VALUE 'S'.
       77 WRK-QT-CARRIERS     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CARR        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-UFS          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-UF          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-PEDIDOS-MES  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-NO-PRAZO    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ATRASADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-SEM-ENTREGA PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DIAS-ATRASO PIC 9(07) VALUE ZEROS.
      *    LINHA DO PLACAR: OS CONTADORES DA ENTRADA CORRENTE (DE
      *    TRANSPORTADORA, DE UF OU DO TOTAL GERAL) SAO COPIADOS PARA
      *    CA ANTES DE 4500-IMPRIMIR-CONTADORES.
       77 WRK-LIN-NO-PRAZO    PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-ATRASADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-SEM-ENTREGA PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-DIAS-ATRASO PIC 9(07) VALUE ZEROS.
       77 WRK-LIN-TITULO      PIC X(34) VALUE SPACES.
       01 WRK-MEDIA-ATRASO    PIC 9(03)V9 VALUE ZEROS.
       01 WRK-MEDIA-PARTES REDEFINES WRK-MEDIA-ATRASO.
          02 WRK-MEDIA-INT    PIC 9(03).
          02 WRK-MEDIA-DEC    PIC 9(01).
       01 WRK-PARM-GRUPO.
          02 WRK-PARM-MES     PIC X(06) VALUE SPACES.
       01 WRK-MES-INFORMADO REDEFINES WRK-PARM-GRUPO.
          02 WRK-ANO-INF      PIC 9(04).
          02 WRK-MES-INF      PIC 9(02).
       01 WRK-MES-PLACAR.
          02 WRK-ANO-PLACAR   PIC 9(04).
          02 WRK-MES-PLACAR-MM PIC 9(02).
       01 WRK-MES-PLACAR-NUM REDEFINES WRK-MES-PLACAR PIC 9(06).
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-REG.
          02 WRK-ANO-MES-REG  PIC 9(06).
          02 WRK-DIA-REG      PIC 9(02).
      *    CONTADORES POR TRANSPORTADORA (50, COMO NA TABELA DO
      *    PROGCOB09) E POR UF (27 UNIDADES DA FEDERACAO, COM FOLGA).
       01 WRK-TAB-PLACAR-CARR.
          02 WRK-PC-ENTRY OCCURS 50 TIMES.
             03 WRK-PC-ID          PIC 9(04).
             03 WRK-PC-NO-PRAZO    PIC 9(05).
             03 WRK-PC-ATRASADOS   PIC 9(05).
             03 WRK-PC-SEM-ENTREGA PIC 9(05).
             03 WRK-PC-DIAS-ATRASO PIC 9(07).
       01 WRK-TAB-PLACAR-UF.
          02 WRK-PU-ENTRY OCCURS 30 TIMES.
             03 WRK-PU-UF          PIC X(02).
             03 WRK-PU-NO-PRAZO    PIC 9(05).
             03 WRK-PU-ATRASADOS   PIC 9(05).
             03 WRK-PU-SEM-ENTREGA PIC 9(05).
             03 WRK-PU-DIAS-ATRASO PIC 9(07).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CONTAR-PEDIDO THRU 2000-CONTAR-PEDIDO-EXIT
               UNTIL FIM-DE-ENTRMST.
           PERFORM 4000-IMPRIMIR-PLACAR THRU
                   4000-IMPRIMIR-PLACAR-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * DEFINE O MES DO PLACAR (PARAMETRO AAAAMM OU MES DA DATA DE
      * NEGOCIO) E ABRE OS ARQUIVOS. SEM O MASTER DE ACOMPANHAMENTO
      * NAO HA PLACAR; SEM O CADASTRO DE TRANSPORTADORAS O PLACAR SAI
      * SEM OS NOMES.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           MOVE WRK-ANO-EXEC TO WRK-ANO-PLACAR.
           MOVE WRK-MES-EXEC TO WRK-MES-PLACAR-MM.
           ACCEPT WRK-PARM-MES FROM COMMAND-LINE.
           IF WRK-PARM-MES IS NOT EQUAL TO SPACES
               IF WRK-MES-INFORMADO IS NUMERIC
                   MOVE WRK-ANO-INF TO WRK-ANO-PLACAR
                   MOVE WRK-MES-INF TO WRK-MES-PLACAR-MM
               ELSE
                   DISPLAY 'PARAMETRO DE MES INVALIDO (USE AAAAMM): '
                           WRK-PARM-MES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT ENTRMST.
           IF WRK-FS-ENTRMST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - ENTRMST.DAT INDISPONIVEL (STATUS '
                       WRK-FS-ENTRMST ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CARRMAST.
           IF WRK-FS-CARRMAST = '00'
               SET CARRMAST-DISPONIVEL TO TRUE
           END-IF.
           OPEN OUTPUT SCORERPT.
           MOVE SPACES TO SCO-LINHA.
           STRING 'PLACAR DE ENTREGAS - PROMESSAS DO MES '
                  WRK-MES-PLACAR-MM '/' WRK-ANO-PLACAR
               DELIMITED BY SIZE INTO SCO-LINHA.
           WRITE SCO-LINHA.
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
      * CONTA UM PEDIDO DO MASTER COM PROMESSA NO MES: ENTREGUE SEM
      * DIA UTIL DE ATRASO CONTA NO PRAZO, ENTREGUE COM ATRASO CONTA
      * COMO ATRASADO (SOMANDO OS DIAS), E O QUE AINDA NAO FOI
      * ENTREGUE (PENDENTE, RECUSADO OU ENDERECO NAO ENCONTRADO) CONTA
      * COMO SEM ENTREGA.
      ******************************************************************
       2000-CONTAR-PEDIDO.
           READ ENTRMST NEXT RECORD
               AT END SET FIM-DE-ENTRMST TO TRUE
           END-READ.
           IF WRK-FS-ENTRMST IS NOT EQUAL TO '00'
               SET FIM-DE-ENTRMST TO TRUE
           END-IF.
           IF FIM-DE-ENTRMST
               GO TO 2000-CONTAR-PEDIDO-EXIT
           END-IF.
           IF EM-CANCELADO
               OR EM-DATA-PROMESSA IS NOT NUMERIC
               GO TO 2000-CONTAR-PEDIDO-EXIT
           END-IF.
           MOVE EM-DATA-PROMESSA TO WRK-DATA-REG.
           IF WRK-ANO-MES-REG IS NOT EQUAL TO WRK-MES-PLACAR-NUM
               GO TO 2000-CONTAR-PEDIDO-EXIT
           END-IF.
           ADD 1 TO WRK-QT-PEDIDOS-MES.
           PERFORM 2100-LOCALIZAR-CARRIER THRU
                   2100-LOCALIZAR-CARRIER-EXIT.
           PERFORM 2200-LOCALIZAR-UF THRU 2200-LOCALIZAR-UF-EXIT.
           EVALUATE TRUE
               WHEN EM-ENTREGUE AND EM-DIAS-ATRASO IS EQUAL ZEROS
                   ADD 1 TO WRK-TOT-NO-PRAZO
                   IF CARRIER-NA-TABELA
                       ADD 1 TO WRK-PC-NO-PRAZO (WRK-IDX-CARR)
                   END-IF
                   IF UF-NA-TABELA
                       ADD 1 TO WRK-PU-NO-PRAZO (WRK-IDX-UF)
                   END-IF
               WHEN EM-ENTREGUE
                   ADD 1 TO WRK-TOT-ATRASADOS
                   ADD EM-DIAS-ATRASO TO WRK-TOT-DIAS-ATRASO
                   IF CARRIER-NA-TABELA
                       ADD 1 TO WRK-PC-ATRASADOS (WRK-IDX-CARR)
                       ADD EM-DIAS-ATRASO
                           TO WRK-PC-DIAS-ATRASO (WRK-IDX-CARR)
                   END-IF
                   IF UF-NA-TABELA
                       ADD 1 TO WRK-PU-ATRASADOS (WRK-IDX-UF)
                       ADD EM-DIAS-ATRASO
                           TO WRK-PU-DIAS-ATRASO (WRK-IDX-UF)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-TOT-SEM-ENTREGA
                   IF CARRIER-NA-TABELA
                       ADD 1 TO WRK-PC-SEM-ENTREGA (WRK-IDX-CARR)
                   END-IF
                   IF UF-NA-TABELA
                       ADD 1 TO WRK-PU-SEM-ENTREGA (WRK-IDX-UF)
                   END-IF
           END-EVALUATE.
       2000-CONTAR-PEDIDO-EXIT.
           EXIT.

       2100-LOCALIZAR-CARRIER.
           MOVE 'N' TO WRK-CARR-ACHADA.
           PERFORM 2110-PROCURAR-CARRIER THRU
                   2110-PROCURAR-CARRIER-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL CARRIER-NA-TABELA
                  OR WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
           IF NOT CARRIER-NA-TABELA
               IF WRK-QT-CARRIERS IS LESS THAN 50
                   ADD 1 TO WRK-QT-CARRIERS
                   MOVE WRK-QT-CARRIERS TO WRK-IDX-CARR
                   MOVE EM-CARRIER-ID TO WRK-PC-ID (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-PC-NO-PRAZO    (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-PC-ATRASADOS   (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-PC-SEM-ENTREGA (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-PC-DIAS-ATRASO (WRK-IDX-CARR)
                   SET CARRIER-NA-TABELA TO TRUE
               ELSE
                   DISPLAY 'MAIS DE 50 TRANSPORTADORAS NO MES - '
                           EM-CARRIER-ID ' FORA DO PLACAR'
               END-IF
           END-IF.
       2100-LOCALIZAR-CARRIER-EXIT.
           EXIT.

       2110-PROCURAR-CARRIER.
           IF WRK-IDX-CARR IS NOT GREATER THAN WRK-QT-CARRIERS
               AND WRK-PC-ID (WRK-IDX-CARR) IS EQUAL TO EM-CARRIER-ID
               SET CARRIER-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-CARR
           END-IF.
       2110-PROCURAR-CARRIER-EXIT.
           EXIT.

       2200-LOCALIZAR-UF.
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM 2210-PROCURAR-UF THRU 2210-PROCURAR-UF-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL UF-NA-TABELA
                  OR WRK-IDX-UF IS GREATER THAN WRK-QT-UFS.
           IF NOT UF-NA-TABELA
               IF WRK-QT-UFS IS LESS THAN 30
                   ADD 1 TO WRK-QT-UFS
                   MOVE WRK-QT-UFS TO WRK-IDX-UF
                   MOVE EM-UF TO WRK-PU-UF (WRK-IDX-UF)
                   MOVE ZEROS TO WRK-PU-NO-PRAZO    (WRK-IDX-UF)
                   MOVE ZEROS TO WRK-PU-ATRASADOS   (WRK-IDX-UF)
                   MOVE ZEROS TO WRK-PU-SEM-ENTREGA (WRK-IDX-UF)
                   MOVE ZEROS TO WRK-PU-DIAS-ATRASO (WRK-IDX-UF)
                   SET UF-NA-TABELA TO TRUE
               ELSE
                   DISPLAY 'MAIS DE 30 UFS NO MES - ' EM-UF
                           ' FORA DO PLACAR'
               END-IF
           END-IF.
       2200-LOCALIZAR-UF-EXIT.
           EXIT.

       2210-PROCURAR-UF.
           IF WRK-IDX-UF IS NOT GREATER THAN WRK-QT-UFS
               AND WRK-PU-UF (WRK-IDX-UF) IS EQUAL TO EM-UF
               SET UF-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-UF
           END-IF.
       2210-PROCURAR-UF-EXIT.
           EXIT.

      ******************************************************************
      * IMPRIME O PLACAR: UMA LINHA POR TRANSPORTADORA, UMA POR UF E O
      * TOTAL GERAL DO MES.
      ******************************************************************
       4000-IMPRIMIR-PLACAR.
           MOVE SPACES TO SCO-LINHA.
           WRITE SCO-LINHA.
           MOVE 'POR TRANSPORTADORA' TO SCO-LINHA.
           WRITE SCO-LINHA.
           PERFORM 4100-IMPRIMIR-CARRIER THRU
                   4100-IMPRIMIR-CARRIER-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
           MOVE SPACES TO SCO-LINHA.
           WRITE SCO-LINHA.
           MOVE 'POR UF' TO SCO-LINHA.
           WRITE SCO-LINHA.
           PERFORM 4200-IMPRIMIR-UF THRU 4200-IMPRIMIR-UF-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF IS GREATER THAN WRK-QT-UFS.
           MOVE SPACES TO SCO-LINHA.
           WRITE SCO-LINHA.
           MOVE 'TOTAL DO MES'        TO WRK-LIN-TITULO.
           MOVE WRK-TOT-NO-PRAZO      TO WRK-LIN-NO-PRAZO.
           MOVE WRK-TOT-ATRASADOS     TO WRK-LIN-ATRASADOS.
           MOVE WRK-TOT-SEM-ENTREGA   TO WRK-LIN-SEM-ENTREGA.
           MOVE WRK-TOT-DIAS-ATRASO   TO WRK-LIN-DIAS-ATRASO.
           PERFORM 4500-IMPRIMIR-CONTADORES THRU
                   4500-IMPRIMIR-CONTADORES-EXIT.
       4000-IMPRIMIR-PLACAR-EXIT.
           EXIT.

       4100-IMPRIMIR-CARRIER.
           PERFORM 4110-OBTER-NOME-CARRIER THRU
                   4110-OBTER-NOME-CARRIER-EXIT.
           MOVE SPACES TO WRK-LIN-TITULO.
           STRING 'TRANSP ' WRK-PC-ID (WRK-IDX-CARR) ' - ' CR-NOME
               DELIMITED BY SIZE INTO WRK-LIN-TITULO.
           MOVE WRK-PC-NO-PRAZO    (WRK-IDX-CARR) TO WRK-LIN-NO-PRAZO.
           MOVE WRK-PC-ATRASADOS   (WRK-IDX-CARR) TO WRK-LIN-ATRASADOS.
           MOVE WRK-PC-SEM-ENTREGA (WRK-IDX-CARR)
                                    TO WRK-LIN-SEM-ENTREGA.
           MOVE WRK-PC-DIAS-ATRASO (WRK-IDX-CARR)
                                    TO WRK-LIN-DIAS-ATRASO.
           PERFORM 4500-IMPRIMIR-CONTADORES THRU
                   4500-IMPRIMIR-CONTADORES-EXIT.
       4100-IMPRIMIR-CARRIER-EXIT.
           EXIT.

       4110-OBTER-NOME-CARRIER.
           IF WRK-PC-ID (WRK-IDX-CARR) IS EQUAL ZEROS
               MOVE 'SEM DESIGNACAO' TO CR-NOME
               GO TO 4110-OBTER-NOME-CARRIER-EXIT
           END-IF.
           IF NOT CARRMAST-DISPONIVEL
               MOVE 'NOME NAO DISPONIVEL' TO CR-NOME
               GO TO 4110-OBTER-NOME-CARRIER-EXIT
           END-IF.
           MOVE WRK-PC-ID (WRK-IDX-CARR) TO CR-CARRIER-ID.
           READ CARRMAST
               INVALID KEY
                   MOVE 'NAO CADASTRADA' TO CR-NOME
           END-READ.
       4110-OBTER-NOME-CARRIER-EXIT.
           EXIT.

       4200-IMPRIMIR-UF.
           MOVE SPACES TO WRK-LIN-TITULO.
           STRING 'UF ' WRK-PU-UF (WRK-IDX-UF)
               DELIMITED BY SIZE INTO WRK-LIN-TITULO.
           MOVE WRK-PU-NO-PRAZO    (WRK-IDX-UF) TO WRK-LIN-NO-PRAZO.
           MOVE WRK-PU-ATRASADOS   (WRK-IDX-UF) TO WRK-LIN-ATRASADOS.
           MOVE WRK-PU-SEM-ENTREGA (WRK-IDX-UF) TO WRK-LIN-SEM-ENTREGA.
           MOVE WRK-PU-DIAS-ATRASO (WRK-IDX-UF) TO WRK-LIN-DIAS-ATRASO.
           PERFORM 4500-IMPRIMIR-CONTADORES THRU
                   4500-IMPRIMIR-CONTADORES-EXIT.
       4200-IMPRIMIR-UF-EXIT.
           EXIT.

      ******************************************************************
      * MONTA A LINHA DO PLACAR COM OS CONTADORES EM WRK-LIN-... E A
      * MEDIA DE DIAS UTEIS DE ATRASO DAS ENTREGAS ATRASADAS (UMA
      * CASA DECIMAL).
      ******************************************************************
       4500-IMPRIMIR-CONTADORES.
           MOVE ZEROS TO WRK-MEDIA-ATRASO.
           IF WRK-LIN-ATRASADOS IS GREATER THAN ZEROS
               COMPUTE WRK-MEDIA-ATRASO ROUNDED =
                       WRK-LIN-DIAS-ATRASO / WRK-LIN-ATRASADOS
           END-IF.
           MOVE SPACES TO SCO-LINHA.
           STRING WRK-LIN-TITULO
                  ' NO PRAZO=' WRK-LIN-NO-PRAZO
                  ' ATRASADAS=' WRK-LIN-ATRASADOS
                  ' SEM ENTREGA=' WRK-LIN-SEM-ENTREGA
                  ' MEDIA ATRASO=' WRK-MEDIA-INT ',' WRK-MEDIA-DEC
                  ' DU'
               DELIMITED BY SIZE INTO SCO-LINHA.
           WRITE SCO-LINHA.
       4500-IMPRIMIR-CONTADORES-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE ENTRMST SCORERPT.
           IF CARRMAST-DISPONIVEL
               CLOSE CARRMAST
           END-IF.
           DISPLAY 'PROGCOB39 - PLACAR DE ENTREGAS DO MES '
                   WRK-MES-PLACAR-NUM ' EM SCORERPT.DAT ('
                   WRK-QT-PEDIDOS-MES ' PEDIDO(S)).'.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

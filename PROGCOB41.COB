       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB41.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: MANUTENCAO DO MASTER DE CONTAS CONTABEIS DO FRETE
      *           (GLCONTA.DAT, INDEXADO POR EVENTO + REGIAO), A
      *           PARTIR DO ARQUIVO DE TRANSACOES GLCTXN.DAT, NOS
      *           MESMOS MOLDES DA MANUTENCAO DO CALENDARIO DO
      *           PROGCOB34: INCLUSAO (SOBRESCREVE A CONTA SE A CHAVE
      *           JA EXISTE) E EXCLUSAO. A CRITICA REJEITA EVENTO
      *           DESCONHECIDO E INCLUSAO SEM NUMERO DE CONTA. O
      *           MASTER E LIDO PELO DIARIO CONTABIL DO PROGCOB42.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCTXN ASSIGN TO "GLCTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GLCTXN.
           SELECT GLCONTA ASSIGN TO "GLCONTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CHAVE
               FILE STATUS IS WRK-FS-GLCONTA.
       DATA DIVISION.
       FILE SECTION.
       FD  GLCTXN
           RECORD CONTAINS 37 CHARACTERS.
           COPY GLCTXN.

       FD  GLCONTA.
           COPY GLCONTA.

       WORKING-STORAGE SECTION.
       77 WRK-FS-GLCTXN       PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLCONTA      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-GLCTXN      PIC X(01) VALUE 'N'.
           88 FIM-DE-GLCTXN             VALUE 'S'.
       77 WRK-SEM-TXN         PIC X(01) VALUE 'N'.
           88 SEM-TRANSACOES            VALUE 'S'.
       77 WRK-QT-INCLUIDAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCLUIDAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-CONTA-EXISTE    PIC X(01) VALUE 'N'.
           88 CONTA-CADASTRADA          VALUE 'S'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF SEM-TRANSACOES
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-PROCESSAR-TRANSACOES THRU
                   2000-PROCESSAR-TRANSACOES-EXIT
               UNTIL FIM-DE-GLCTXN.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

       1000-INICIALIZAR.
           OPEN INPUT GLCTXN.
           IF WRK-FS-GLCTXN IS NOT EQUAL TO '00'
               DISPLAY 'PROGCOB41 - GLCTXN.DAT INDISPONIVEL (STATUS '
                       WRK-FS-GLCTXN '), NADA A APLICAR'
               SET SEM-TRANSACOES TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O GLCONTA.
           IF WRK-FS-GLCONTA = '35'
               CLOSE GLCONTA
               OPEN OUTPUT GLCONTA
               CLOSE GLCONTA
               OPEN I-O GLCONTA
           END-IF.
           READ GLCTXN
               AT END SET FIM-DE-GLCTXN TO TRUE
           END-READ.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * APLICA UMA TRANSACAO AO MASTER DE CONTAS: CRITICA O EVENTO E
      * INCLUI OU EXCLUI A CONTA DO EVENTO/REGIAO.
      ******************************************************************
       2000-PROCESSAR-TRANSACOES.
           MOVE GX-EVENTO TO GC-EVENTO.
           IF NOT GC-EVENTO-VALIDO
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'EVENTO INVALIDO NA TRANSACAO (' GX-EVENTO
                       ') - REJEITADA'
               GO TO 2000-PROCESSAR-TRANSACOES-LER
           END-IF.
           MOVE 'N' TO WRK-CONTA-EXISTE.
           MOVE GX-REGIAO TO GC-REGIAO.
           READ GLCONTA
               NOT INVALID KEY
                   SET CONTA-CADASTRADA TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN GX-ACAO-INCLUSAO
                   PERFORM 2100-INCLUIR-CONTA THRU
                           2100-INCLUIR-CONTA-EXIT
               WHEN GX-ACAO-EXCLUSAO
                   PERFORM 2200-EXCLUIR-CONTA THRU
                           2200-EXCLUIR-CONTA-EXIT
               WHEN OTHER
                   ADD 1 TO WRK-QT-REJEITADAS
                   DISPLAY 'ACAO INVALIDA (' GX-ACAO ') - EVENTO '
                           GX-EVENTO ' REGIAO ' GX-REGIAO
           END-EVALUATE.
       2000-PROCESSAR-TRANSACOES-LER.
           READ GLCTXN
               AT END SET FIM-DE-GLCTXN TO TRUE
           END-READ.
       2000-PROCESSAR-TRANSACOES-EXIT.
           EXIT.

       2100-INCLUIR-CONTA.
           IF GX-CONTA IS EQUAL TO SPACES
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'INCLUSAO SEM NUMERO DE CONTA - EVENTO '
                       GX-EVENTO ' REGIAO ' GX-REGIAO
               GO TO 2100-INCLUIR-CONTA-EXIT
           END-IF.
           MOVE GX-EVENTO    TO GC-EVENTO.
           MOVE GX-REGIAO    TO GC-REGIAO.
           MOVE GX-CONTA     TO GC-CONTA.
           MOVE GX-DESCRICAO TO GC-DESCRICAO.
           IF CONTA-CADASTRADA
               REWRITE GC-REGISTRO
           ELSE
               WRITE GC-REGISTRO
           END-IF.
           ADD 1 TO WRK-QT-INCLUIDAS.
       2100-INCLUIR-CONTA-EXIT.
           EXIT.

       2200-EXCLUIR-CONTA.
           IF NOT CONTA-CADASTRADA
               ADD 1 TO WRK-QT-REJEITADAS
               DISPLAY 'EXCLUSAO DE CONTA NAO CADASTRADA - EVENTO '
                       GX-EVENTO ' REGIAO ' GX-REGIAO
               GO TO 2200-EXCLUIR-CONTA-EXIT
           END-IF.
           DELETE GLCONTA RECORD.
           ADD 1 TO WRK-QT-EXCLUIDAS.
       2200-EXCLUIR-CONTA-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE GLCTXN.
           CLOSE GLCONTA.
           DISPLAY 'PROGCOB41 - CONTAS INCLUIDAS ....: '
                   WRK-QT-INCLUIDAS.
           DISPLAY 'PROGCOB41 - CONTAS EXCLUIDAS ....: '
                   WRK-QT-EXCLUIDAS.
           DISPLAY 'PROGCOB41 - TRANSACOES REJEITADAS: '
                   WRK-QT-REJEITADAS.
           IF WRK-QT-REJEITADAS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

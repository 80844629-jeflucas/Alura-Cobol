       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB51.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: DESFAZIMENTO SUPERVISIONADO DE UM LOTE INTEIRO DE
      *           FRETE, PARA QUANDO UM ORDRAW.DAT RUIM OU UMA TAXA
      *           ERRADA PASSA PELA CADEIA NOTURNA. O LOTE E INFORMADO
      *           PELO PARAMETRO AAAAMMDDNNNNNN (DATA DE NEGOCIO MAIS
      *           CH-SEQUENCIA DO CABECALHO CTLFILE.DAT). O PROGRAMA
      *           PRIMEIRO LISTA TUDO O QUE O LOTE PRODUZIU: CALCULOS
      *           NO EXTRATO FRETEEXT.DAT, PEDIDOS NO SUSPENSE
      *           FRETEREJ.DAT E NA RETENCAO DE CREDITO FRETEHLD.DAT E
      *           CHAVES NO MASTER ORDXREF.DAT. LOTE JA FATURADO PELO
      *           PROGCOB23 (PEDIDO COM FATURA NO FRETEPED.DAT OU
      *           FATURA DO CLIENTE NO PERIODO EMITIDA DEPOIS DO LOTE
      *           EM FRETEFTI.DAT) OU JA DESFEITO E RECUSADO COM RC=8.
      *           OS ESTORNOS ENTRAM NO LOTE CORRENTE (ULTIMO CABECALHO
      *           DE CTLFILE.DAT), COMO OS DO PROGCOB30: O DESFAZIMENTO
      *           RODA DEPOIS DO PROGCOB03 ABRIR O LOTE DE CORRECAO E
      *           ANTES DA EXTRACAO DO ARQUIVO CORRIGIDO, E OS PASSOS
      *           SPLIT, ENTREGA E CONTABIL DESSE LOTE CANCELAM OS
      *           EMBARQUES NO ENTRMST.DAT E LANCAM A CONTRAPARTIDA NO
      *           DIARIO CONTABIL. LOTE INFORMADO IGUAL AO LOTE
      *           CORRENTE (PROGCOB03 AINDA NAO RODOU) E RECUSADO COM
      *           RC=8.
      *           COM A CONFIRMACAO DE UM SUPERVISOR DO CADASTRO
      *           OPERMAST.DAT:
      *             - GRAVA REGISTROS DE ESTORNO (TIPO 'E') NO EXTRATO
      *               E NO LOG FRETELOG.DAT COM A DATA E A SEQUENCIA
      *               DO LOTE CORRENTE - NUNCA DELECAO - E MARCA O
      *               PEDIDO COMO ESTORNADO NO FRETEPED.DAT, NOS MOLDES
      *               DO PROGCOB30;
      *             - RETIRA DO SUSPENSE E DA RETENCAO OS REGISTROS DO
      *               LOTE (VIA ARQUIVO DE TRABALHO COPIADO DE VOLTA) E
      *               EXCLUI DO ORDXREF.DAT AS CHAVES EXTRAIDAS NA DATA,
      *               QUE BARRARIAM O ARQUIVO CORRIGIDO COMO DUPLICATA;
      *             - ZERA O CHECKPOINT DO CALCULO (CKPT.DAT) DA DATA;
      *             - GRAVA O EVENTO 'BO' NO ORDSTAT.DAT PARA CADA
      *               PEDIDO, O REGISTRO DO PASSO NO BALCTL.DAT NO LOTE
      *               CORRENTE, JUNTO DOS ESTORNOS, E O INICIO/FIM NO
      *               DIARIO JOBJRNL.DAT NA DATA E SEQUENCIA DO LOTE
      *               DESFEITO.
      *           DEPOIS DISSO O ARQUIVO CORRIGIDO PODE SER
      *           REPROCESSADO NUMA NOVA SEQUENCIA. PEDIDO JA ESTORNADO
      *           PELO PROGCOB30 NAO E ESTORNADO DE NOVO. DECISOES DO
      *           SUPERVISOR NO SUSPENSE (RJ-OPERADOR PREENCHIDO) E
      *           CALCULOS INTERATIVOS NAO SAO DO LOTE E FICAM COMO
      *           ESTAO.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      O EMBARQUE CONSOLIDADO DO CALCULO
      *                    (EX-EMBARQUE) PASSA A SER REPETIDO NO
      *                    ESTORNO DO EXTRATO.
      * OUT/2026   JL      LOTE JA CONTABILIZADO PELO PROGCOB42 PASSA
      *                    A SER RECUSADO COM RC=8, COMO O FATURADO:
      *                    OS ESTORNOS SAEM NA DATA E SEQUENCIA DO
      *                    PROPRIO LOTE E O DIARIO CONTABIL NAO OS
      *                    LANCARIA, DEIXANDO O LOTE RUIM NO RAZAO E
      *                    O REPROCESSAMENTO CONTADO EM DOBRO.
      * OUT/2026   JL      ABERTURAS DO EXTRATO, DO LOG E DO
      *                    FRETEPED.DAT CONFERIDAS ANTES DE GRAVAR
      *                    ESTORNOS; O PEDIDO E MARCADO ESTORNADO NO
      *                    MASTER ANTES DOS ESTORNOS E FALHA NA
      *                    REGRAVACAO TERMINA O PASSO COM RC=8.
      * OUT/2026   JL      OS ESTORNOS E O REGISTRO NO BALCTL.DAT
      *                    PASSAM A SAIR NA DATA E SEQUENCIA DO LOTE
      *                    CORRENTE, COMO OS DO PROGCOB30, PARA O
      *                    CONTABIL LANCAR A CONTRAPARTIDA E A ENTREGA
      *                    CANCELAR OS EMBARQUES DO LOTE DESFEITO. SAI
      *                    A RECUSA DE LOTE JA CONTABILIZADO, QUE
      *                    BARRAVA TODO LOTE DA CADEIA NOTURNA; PASSA A
      *                    SER RECUSADO O LOTE QUE AINDA E O CORRENTE.
      * OUT/2026   JL      FRETEHLD.DAT PASSA A 99 POSICOES, COM A
      *                    COTACAO DE FRETE DO PEDIDO RETIDO NO FIM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETEEXT ASSIGN TO "FRETEEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEEXT.
           SELECT FRETELOG ASSIGN TO "FRETELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT FRETEPED ASSIGN TO "FRETEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ORDER-KEY
               ALTERNATE RECORD KEY IS FP-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-FRETEPED.
           SELECT FRETEREJ ASSIGN TO "FRETEREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEREJ.
           SELECT FRETERBK ASSIGN TO "FRETERBK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRETEHLD ASSIGN TO "FRETEHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEHLD.
           SELECT FRETEHBK ASSIGN TO "FRETEHBK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDXREF ASSIGN TO "ORDXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-ORDER-KEY
               FILE STATUS IS WRK-FS-ORDXREF.
           SELECT ORDSTAT ASSIGN TO "ORDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDSTAT.
           SELECT FRETEFTI ASSIGN TO "FRETEFTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEFTI.
           SELECT CKPT ASSIGN TO "CKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-JOB-NAME
               FILE STATUS IS WRK-FS-CKPT.
           SELECT OPERMAST ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WRK-FS-OPERMAST.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT BALCTL ASSIGN TO "BALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBJRNL ASSIGN TO "JOBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOBJRNL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  FRETEPED.
           COPY FRETEPED.

       FD  FRETEREJ
           RECORD CONTAINS 105 CHARACTERS.
           COPY FRETEREJ.

       FD  FRETERBK
           RECORD CONTAINS 105 CHARACTERS.
       01 RBK-REGISTRO            PIC X(105).

       FD  FRETEHLD
           RECORD CONTAINS 99 CHARACTERS.
           COPY FRETEHLD.

       FD  FRETEHBK
           RECORD CONTAINS 99 CHARACTERS.
       01 HBK-REGISTRO            PIC X(99).

       FD  ORDXREF.
           COPY ORDXREF.

       FD  ORDSTAT
           RECORD CONTAINS 26 CHARACTERS.
           COPY ORDSTAT.

       FD  FRETEFTI
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETEFTI.

       FD  CKPT.
           COPY CKPT.

       FD  OPERMAST.
           COPY OPERMAST.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  BALCTL
           RECORD CONTAINS 53 CHARACTERS.
           COPY BALCTL.

       FD  JOBJRNL
           RECORD CONTAINS 40 CHARACTERS.
           COPY JOBJRNL.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEEXT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETELOG     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEPED     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEREJ     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEHLD     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORDXREF      PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORDSTAT      PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEFTI     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CKPT         PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPERMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-JOBJRNL      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FRETEEXT    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEEXT           VALUE 'S'.
       77 WRK-EOF-FRETEREJ    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEREJ           VALUE 'S'.
       77 WRK-EOF-FRETEHLD    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEHLD           VALUE 'S'.
       77 WRK-EOF-FRETERBK    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETERBK           VALUE 'S'.
       77 WRK-EOF-FRETEHBK    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEHBK           VALUE 'S'.
       77 WRK-EOF-FRETEFTI    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEFTI           VALUE 'S'.
       77 WRK-EOF-JOBJRNL     PIC X(01) VALUE 'N'.
           88 FIM-DE-JOBJRNL            VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-PEDIDOS-OK      PIC X(01) VALUE 'N'.
           88 PEDIDOS-DISPONIVEIS       VALUE 'S'.
       77 WRK-XREF-OK         PIC X(01) VALUE 'N'.
           88 XREF-DISPONIVEL           VALUE 'S'.
       77 WRK-LOTE-FATURADO   PIC X(01) VALUE 'N'.
           88 LOTE-FATURADO             VALUE 'S'.
       77 WRK-LOTE-DESFEITO   PIC X(01) VALUE 'N'.
           88 LOTE-JA-DESFEITO          VALUE 'S'.
       77 WRK-CTL-LIDO        PIC X(01) VALUE 'N'.
           88 CABECALHO-LIDO            VALUE 'S'.
       77 WRK-CLI-ACHADO      PIC X(01) VALUE 'N'.
           88 CLIENTE-DO-LOTE           VALUE 'S'.
       77 WRK-CONFIRMA        PIC X(01) VALUE SPACES.
           88 DESFAZIMENTO-CONFIRMADO   VALUE 'S' 's'.
       77 WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-HORA-AGORA      PIC 9(08) VALUE ZEROS.
       77 WRK-QT-PEDIDOS      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-PED         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QT-EXCESSO      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CALCULOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-SUSPENSE     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-RETENCAO     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-XREF         PIC 9(05) VALUE ZEROS.
       77 WRK-QT-JA-ESTORN    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FATURADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ESTORNADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJ-RETIRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-HLD-RETIRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QT-XREF-EXCL    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EVENTOS      PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-LOTE      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ESTORNADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PERIODO-LOTE    PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE-REG     PIC 9(06) VALUE ZEROS.
       77 WRK-DESC-ORIGEM     PIC X(20) VALUE SPACES.
       77 WRK-JOB-CALCULO     PIC X(08) VALUE 'PROGCOB9'.
       01 WRK-PARM-GRUPO.
          02 WRK-PARM-LOTE    PIC X(14) VALUE SPACES.
       01 WRK-LOTE-INFORMADO REDEFINES WRK-PARM-GRUPO.
          02 WRK-DATA-INF     PIC 9(08).
          02 WRK-SEQ-INF      PIC 9(06).
       01 WRK-DATA-LOTE       PIC 9(08) VALUE ZEROS.
       01 WRK-SEQ-LOTE        PIC 9(06) VALUE ZEROS.
       01 WRK-SEQ-EXEC        PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
      *    PEDIDOS PRODUZIDOS PELO LOTE. ORIGEM: 'C' CALCULO NO
      *    EXTRATO (COM A IMAGEM PARA O ESTORNO), 'S' SUSPENSE, 'R'
      *    RETENCAO DE CREDITO. SITUACAO DO CALCULO NO FRETEPED.DAT:
      *    'A' A ESTORNAR, 'J' JA ESTORNADO, 'F' JA FATURADO.
       01 WRK-TAB-PEDIDOS.
          02 WRK-PED-ENTRY OCCURS 1000 TIMES.
             03 WRK-PED-CHAVE     PIC 9(08).
             03 WRK-PED-ORIGEM    PIC X(01).
                88 PED-DO-EXTRATO       VALUE 'C'.
                88 PED-DO-SUSPENSE      VALUE 'S'.
                88 PED-DA-RETENCAO      VALUE 'R'.
             03 WRK-PED-SITUACAO  PIC X(01).
                88 PED-A-ESTORNAR       VALUE 'A'.
                88 PED-JA-ESTORNADO     VALUE 'J'.
                88 PED-FATURADO         VALUE 'F'.
             03 WRK-PED-PRODUTO   PIC X(20).
             03 WRK-PED-UF        PIC X(02).
             03 WRK-PED-VALOR     PIC 9(07)V99.
             03 WRK-PED-FRETE     PIC 9(07)V99.
             03 WRK-PED-TOTAL     PIC 9(08)V99.
             03 WRK-PED-BASE-ICMS PIC 9(07)V99.
             03 WRK-PED-ICMS      PIC 9(07)V99.
             03 WRK-PED-CLIENTE   PIC 9(06).
             03 WRK-PED-CARRIER   PIC 9(04).
             03 WRK-PED-COMBUST   PIC 9(07)V99.
             03 WRK-PED-EMBARQUE  PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LEVANTAR-LOTE THRU 2000-LEVANTAR-LOTE-EXIT.
           IF WRK-QT-PEDIDOS IS EQUAL ZEROS
               DISPLAY 'PROGCOB51 - NADA PRODUZIDO PELO LOTE '
                       WRK-DATA-LOTE '/' WRK-SEQ-LOTE
                       ', NADA A DESFAZER'
               MOVE 4 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-LISTAR-LOTE THRU 3000-LISTAR-LOTE-EXIT.
           PERFORM 3500-VERIFICAR-BLOQUEIOS THRU
                   3500-VERIFICAR-BLOQUEIOS-EXIT.
           PERFORM 4000-IDENTIFICAR-SUPERVISOR THRU
                   4000-IDENTIFICAR-SUPERVISOR-EXIT.
           DISPLAY 'CONFIRMA O DESFAZIMENTO DO LOTE ' WRK-DATA-LOTE
                   '/' WRK-SEQ-LOTE ' (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT DESFAZIMENTO-CONFIRMADO
               DISPLAY 'PROGCOB51 - DESFAZIMENTO NAO CONFIRMADO, '
                       'NADA FOI ALTERADO'
               MOVE 4 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 8100-JORNAL-INICIO THRU 8100-JORNAL-INICIO-EXIT.
           PERFORM 5000-GRAVAR-ESTORNOS THRU 5000-GRAVAR-ESTORNOS-EXIT.
           PERFORM 5200-LIMPAR-SUSPENSE THRU
                   5200-LIMPAR-SUSPENSE-EXIT.
           PERFORM 5300-LIMPAR-RETENCAO THRU
                   5300-LIMPAR-RETENCAO-EXIT.
           PERFORM 5400-LIMPAR-XREF THRU 5400-LIMPAR-XREF-EXIT.
           PERFORM 5500-GRAVAR-EVENTOS THRU 5500-GRAVAR-EVENTOS-EXIT.
           PERFORM 5600-ZERAR-CHECKPOINT THRU
                   5600-ZERAR-CHECKPOINT-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * LE O LOTE A DESFAZER DO PARAMETRO (AAAAMMDD + SEQUENCIA) E A
      * DATA DE NEGOCIO E A SEQUENCIA DO LOTE CORRENTE, EM QUE SAEM OS
      * ESTORNOS E OS EVENTOS DO ORDSTAT.DAT. O LOTE A DESFAZER NAO
      * PODE SER O PROPRIO LOTE CORRENTE: OS PASSOS DELE JA RODARAM E
      * NAO LERIAM MAIS OS ESTORNOS.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WRK-PARM-LOTE FROM COMMAND-LINE.
           IF WRK-PARM-LOTE IS EQUAL TO SPACES
               OR WRK-LOTE-INFORMADO IS NOT NUMERIC
               DISPLAY 'PARAMETRO DE LOTE INVALIDO (USE '
                       'AAAAMMDDNNNNNN - DATA DE NEGOCIO E SEQUENCIA): '
                       WRK-PARM-LOTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-DATA-INF TO WRK-DATA-LOTE.
           MOVE WRK-SEQ-INF  TO WRK-SEQ-LOTE.
           DIVIDE WRK-DATA-LOTE BY 100 GIVING WRK-PERIODO-LOTE.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           IF NOT CABECALHO-LIDO
               DISPLAY 'ERRO FATAL - CTLFILE.DAT SEM CABECALHO (STATUS '
                       WRK-FS-CTLFILE ') - RODE O PROGCOB03 PARA ABRIR '
                       'O LOTE DE CORRECAO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WRK-DATA-EXECUCAO IS EQUAL TO WRK-DATA-LOTE
               AND WRK-SEQ-EXEC IS EQUAL TO WRK-SEQ-LOTE
               DISPLAY 'DESFAZIMENTO RECUSADO - LOTE ' WRK-DATA-LOTE
                       '/' WRK-SEQ-LOTE ' E O LOTE CORRENTE - RODE O '
                       'PROGCOB03 PARA ABRIR O LOTE DE CORRECAO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'PROGCOB51 - DESFAZIMENTO DO LOTE ' WRK-DATA-LOTE
                   ' SEQUENCIA ' WRK-SEQ-LOTE.
           DISPLAY 'ESTORNOS NO LOTE CORRENTE ' WRK-DATA-EXECUCAO
                   ' SEQUENCIA ' WRK-SEQ-EXEC.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * OBTEM A DATA DE PROCESSAMENTO E A SEQUENCIA DO CABECALHO DE
      * CONTROLE GRAVADO PELO PROGCOB03 (ULTIMO REGISTRO DE
      * CTLFILE.DAT).
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
                   SET CABECALHO-LIDO TO TRUE
           END-READ.
       1110-LER-ULT-CABECALHO-EXIT.
           EXIT.

      ******************************************************************
      * LEVANTA TUDO O QUE O LOTE PRODUZIU: CALCULOS DO LOTE NO EXTRATO
      * (SEM OPERADOR - O INTERATIVO NAO E DO LOTE - E COM CHAVE DE
      * PEDIDO), PEDIDOS NO SUSPENSE E NA RETENCAO COM A DATA E A
      * SEQUENCIA DO LOTE, E AS CHAVES DESSES PEDIDOS EXTRAIDAS NA
      * DATA DO LOTE NO ORDXREF.DAT.
      ******************************************************************
       2000-LEVANTAR-LOTE.
           OPEN INPUT FRETEEXT.
           IF WRK-FS-FRETEEXT IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETEEXT.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEEXT ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ FRETEEXT
               AT END SET FIM-DE-FRETEEXT TO TRUE
           END-READ.
           PERFORM 2100-LER-EXTRATO THRU 2100-LER-EXTRATO-EXIT
               UNTIL FIM-DE-FRETEEXT.
           CLOSE FRETEEXT.
           OPEN INPUT FRETEREJ.
           IF WRK-FS-FRETEREJ = '00'
               READ FRETEREJ
                   AT END SET FIM-DE-FRETEREJ TO TRUE
               END-READ
               PERFORM 2200-LER-SUSPENSE THRU 2200-LER-SUSPENSE-EXIT
                   UNTIL FIM-DE-FRETEREJ
               CLOSE FRETEREJ
           END-IF.
           OPEN INPUT FRETEHLD.
           IF WRK-FS-FRETEHLD = '00'
               READ FRETEHLD
                   AT END SET FIM-DE-FRETEHLD TO TRUE
               END-READ
               PERFORM 2300-LER-RETENCAO THRU 2300-LER-RETENCAO-EXIT
                   UNTIL FIM-DE-FRETEHLD
               CLOSE FRETEHLD
           END-IF.
           IF WRK-QT-EXCESSO IS GREATER THAN ZERO
               DISPLAY 'ERRO FATAL - LOTE COM MAIS DE 1000 PEDIDOS ('
                       WRK-QT-EXCESSO ' ALEM DA TABELA) - '
                       'DESFAZIMENTO NAO PODE SER PARCIAL'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FRETEPED.
           IF WRK-FS-FRETEPED IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETEPED.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEPED
                       ') - RODE O PROGCOB46 PARA CARREGAR O MASTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ORDXREF.
           IF WRK-FS-ORDXREF = '00'
               SET XREF-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - ORDXREF.DAT INDISPONIVEL (STATUS '
                       WRK-FS-ORDXREF ') - NENHUMA CHAVE A EXCLUIR'
           END-IF.
           PERFORM 2400-SITUAR-PEDIDO THRU 2400-SITUAR-PEDIDO-EXIT
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS.
           CLOSE FRETEPED.
           IF XREF-DISPONIVEL
               CLOSE ORDXREF
           END-IF.
       2000-LEVANTAR-LOTE-EXIT.
           EXIT.

       2100-LER-EXTRATO.
           IF EX-DATA-EXECUCAO IS EQUAL TO WRK-DATA-LOTE
               AND EX-SEQUENCIA IS EQUAL TO WRK-SEQ-LOTE
               AND NOT EX-ESTORNO
               AND EX-OPERADOR IS EQUAL TO SPACES
               AND EX-ORDER-KEY IS GREATER THAN ZEROS
               IF WRK-QT-PEDIDOS IS LESS THAN 1000
                   ADD 1 TO WRK-QT-PEDIDOS WRK-QT-CALCULOS
                   MOVE WRK-QT-PEDIDOS TO WRK-IDX-PED
                   MOVE EX-ORDER-KEY   TO WRK-PED-CHAVE (WRK-IDX-PED)
                   MOVE 'C'            TO WRK-PED-ORIGEM (WRK-IDX-PED)
                   MOVE 'A'         TO WRK-PED-SITUACAO (WRK-IDX-PED)
                   MOVE EX-PRODUTO     TO WRK-PED-PRODUTO (WRK-IDX-PED)
                   MOVE EX-UF          TO WRK-PED-UF (WRK-IDX-PED)
                   MOVE EX-VALOR-ORIGINAL
                                       TO WRK-PED-VALOR (WRK-IDX-PED)
                   MOVE EX-FRETE       TO WRK-PED-FRETE (WRK-IDX-PED)
                   MOVE EX-VALOR-TOTAL TO WRK-PED-TOTAL (WRK-IDX-PED)
                   MOVE ZEROS       TO WRK-PED-BASE-ICMS (WRK-IDX-PED)
                   MOVE ZEROS          TO WRK-PED-ICMS (WRK-IDX-PED)
                   MOVE ZEROS          TO WRK-PED-CARRIER (WRK-IDX-PED)
                   MOVE ZEROS          TO WRK-PED-COMBUST (WRK-IDX-PED)
                   MOVE ZEROS         TO WRK-PED-EMBARQUE (WRK-IDX-PED)
                   MOVE ZEROS          TO WRK-PED-CLIENTE (WRK-IDX-PED)
                   IF EX-CUSTOMER-ID IS NUMERIC
                       MOVE EX-CUSTOMER-ID
                           TO WRK-PED-CLIENTE (WRK-IDX-PED)
                   END-IF
                   IF EX-BASE-ICMS IS NUMERIC
                       AND EX-VALOR-ICMS IS NUMERIC
                       MOVE EX-BASE-ICMS
                           TO WRK-PED-BASE-ICMS (WRK-IDX-PED)
                       MOVE EX-VALOR-ICMS
                           TO WRK-PED-ICMS (WRK-IDX-PED)
                   END-IF
                   IF EX-CARRIER-ID IS NUMERIC
                       MOVE EX-CARRIER-ID
                           TO WRK-PED-CARRIER (WRK-IDX-PED)
                   END-IF
                   IF EX-VALOR-COMBUST IS NUMERIC
                       MOVE EX-VALOR-COMBUST
                           TO WRK-PED-COMBUST (WRK-IDX-PED)
                   END-IF
                   IF EX-EMBARQUE IS NUMERIC
                       MOVE EX-EMBARQUE
                           TO WRK-PED-EMBARQUE (WRK-IDX-PED)
                   END-IF
                   ADD EX-VALOR-TOTAL TO WRK-VALOR-LOTE
               ELSE
                   ADD 1 TO WRK-QT-EXCESSO
               END-IF
           END-IF.
           READ FRETEEXT
               AT END SET FIM-DE-FRETEEXT TO TRUE
           END-READ.
       2100-LER-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      * SUSPENSE GRAVADO PELO CALCULO DO LOTE. O REJEITADO PELO
      * SUPERVISOR NO PROGCOB22 (RJ-OPERADOR PREENCHIDO) E DECISAO
      * SOBRE UMA RETENCAO, NAO PRODUTO DO LOTE, E FICA NO SUSPENSE.
      ******************************************************************
       2200-LER-SUSPENSE.
           IF RJ-DATA-EXECUCAO IS EQUAL TO WRK-DATA-LOTE
               AND RJ-SEQUENCIA IS EQUAL TO WRK-SEQ-LOTE
               AND RJ-OPERADOR IS EQUAL TO SPACES
               IF WRK-QT-PEDIDOS IS LESS THAN 1000
                   ADD 1 TO WRK-QT-PEDIDOS WRK-QT-SUSPENSE
                   MOVE WRK-QT-PEDIDOS TO WRK-IDX-PED
                   PERFORM 2900-INICIAR-PEDIDO THRU
                           2900-INICIAR-PEDIDO-EXIT
                   MOVE RJ-ORDER-KEY   TO WRK-PED-CHAVE (WRK-IDX-PED)
                   MOVE 'S'            TO WRK-PED-ORIGEM (WRK-IDX-PED)
                   MOVE RJ-PRODUTO     TO WRK-PED-PRODUTO (WRK-IDX-PED)
                   MOVE RJ-UF          TO WRK-PED-UF (WRK-IDX-PED)
                   MOVE RJ-VALOR       TO WRK-PED-VALOR (WRK-IDX-PED)
               ELSE
                   ADD 1 TO WRK-QT-EXCESSO
               END-IF
           END-IF.
           READ FRETEREJ
               AT END SET FIM-DE-FRETEREJ TO TRUE
           END-READ.
       2200-LER-SUSPENSE-EXIT.
           EXIT.

       2300-LER-RETENCAO.
           IF HD-DATA-RETENCAO IS EQUAL TO WRK-DATA-LOTE
               AND HD-SEQUENCIA IS EQUAL TO WRK-SEQ-LOTE
               IF WRK-QT-PEDIDOS IS LESS THAN 1000
                   ADD 1 TO WRK-QT-PEDIDOS WRK-QT-RETENCAO
                   MOVE WRK-QT-PEDIDOS TO WRK-IDX-PED
                   PERFORM 2900-INICIAR-PEDIDO THRU
                           2900-INICIAR-PEDIDO-EXIT
                   MOVE HD-ORDER-KEY   TO WRK-PED-CHAVE (WRK-IDX-PED)
                   MOVE 'R'            TO WRK-PED-ORIGEM (WRK-IDX-PED)
                   MOVE HD-PRODUTO     TO WRK-PED-PRODUTO (WRK-IDX-PED)
                   MOVE HD-UF          TO WRK-PED-UF (WRK-IDX-PED)
                   MOVE HD-VALOR       TO WRK-PED-VALOR (WRK-IDX-PED)
                   MOVE HD-CUSTOMER-ID TO WRK-PED-CLIENTE (WRK-IDX-PED)
               ELSE
                   ADD 1 TO WRK-QT-EXCESSO
               END-IF
           END-IF.
           READ FRETEHLD
               AT END SET FIM-DE-FRETEHLD TO TRUE
           END-READ.
       2300-LER-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * SITUA CADA CALCULO NO MASTER DE HISTORICO POR PEDIDO: JA
      * ESTORNADO (PELO PROGCOB30) NAO E ESTORNADO DE NOVO; COM NUMERO
      * DE FATURA, O LOTE JA FOI FATURADO. CONTA TAMBEM AS CHAVES DO
      * LOTE EXTRAIDAS NA DATA NO ORDXREF.DAT.
      ******************************************************************
       2400-SITUAR-PEDIDO.
           IF XREF-DISPONIVEL
               MOVE WRK-PED-CHAVE (WRK-IDX-PED) TO XR-ORDER-KEY
               READ ORDXREF
                   NOT INVALID KEY
                       IF XR-DATA-EXTRACAO IS EQUAL TO WRK-DATA-LOTE
                           ADD 1 TO WRK-QT-XREF
                       END-IF
               END-READ
           END-IF.
           IF NOT PED-DO-EXTRATO (WRK-IDX-PED)
               GO TO 2400-SITUAR-PEDIDO-EXIT
           END-IF.
           MOVE WRK-PED-CHAVE (WRK-IDX-PED) TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   GO TO 2400-SITUAR-PEDIDO-EXIT
           END-READ.
           IF FP-INVOICE-NUM IS NUMERIC
               AND FP-INVOICE-NUM IS GREATER THAN ZEROS
               MOVE 'F' TO WRK-PED-SITUACAO (WRK-IDX-PED)
               ADD 1 TO WRK-QT-FATURADOS
               SET LOTE-FATURADO TO TRUE
               GO TO 2400-SITUAR-PEDIDO-EXIT
           END-IF.
           IF FP-ESTORNADO
               AND FP-DATA-EXECUCAO IS EQUAL TO WRK-DATA-LOTE
               AND FP-SEQUENCIA IS EQUAL TO WRK-SEQ-LOTE
               MOVE 'J' TO WRK-PED-SITUACAO (WRK-IDX-PED)
               ADD 1 TO WRK-QT-JA-ESTORN
           END-IF.
       2400-SITUAR-PEDIDO-EXIT.
           EXIT.

       2900-INICIAR-PEDIDO.
           MOVE 'A'    TO WRK-PED-SITUACAO  (WRK-IDX-PED).
           MOVE ZEROS  TO WRK-PED-FRETE     (WRK-IDX-PED).
           MOVE ZEROS  TO WRK-PED-TOTAL     (WRK-IDX-PED).
           MOVE ZEROS  TO WRK-PED-BASE-ICMS (WRK-IDX-PED).
           MOVE ZEROS  TO WRK-PED-ICMS      (WRK-IDX-PED).
           MOVE ZEROS  TO WRK-PED-CLIENTE   (WRK-IDX-PED).
           MOVE ZEROS  TO WRK-PED-CARRIER   (WRK-IDX-PED).
           MOVE ZEROS  TO WRK-PED-COMBUST   (WRK-IDX-PED).
           MOVE ZEROS  TO WRK-PED-EMBARQUE  (WRK-IDX-PED).
       2900-INICIAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * LISTA NO CONSOLE TUDO O QUE O LOTE PRODUZIU, PEDIDO A PEDIDO,
      * E O RESUMO, ANTES DE QUALQUER ALTERACAO.
      ******************************************************************
       3000-LISTAR-LOTE.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'PRODUZIDO PELO LOTE ' WRK-DATA-LOTE
                   ' SEQUENCIA ' WRK-SEQ-LOTE.
           PERFORM 3100-LISTAR-PEDIDO THRU 3100-LISTAR-PEDIDO-EXIT
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'CALCULOS NO EXTRATO/LOG ...: ' WRK-QT-CALCULOS.
           DISPLAY '  JA ESTORNADOS (PROGCOB30): ' WRK-QT-JA-ESTORN.
           DISPLAY '  JA FATURADOS ............: ' WRK-QT-FATURADOS.
           DISPLAY 'VALOR TOTAL CALCULADO .....: R$' WRK-VALOR-LOTE.
           DISPLAY 'PEDIDOS NO SUSPENSE .......: ' WRK-QT-SUSPENSE.
           DISPLAY 'PEDIDOS NA RETENCAO .......: ' WRK-QT-RETENCAO.
           DISPLAY 'CHAVES NO ORDXREF DA DATA .: ' WRK-QT-XREF.
       3000-LISTAR-LOTE-EXIT.
           EXIT.

       3100-LISTAR-PEDIDO.
           EVALUATE TRUE
               WHEN PED-DO-SUSPENSE (WRK-IDX-PED)
                   MOVE 'SUSPENSE'           TO WRK-DESC-ORIGEM
               WHEN PED-DA-RETENCAO (WRK-IDX-PED)
                   MOVE 'RETENCAO DE CREDITO' TO WRK-DESC-ORIGEM
               WHEN PED-FATURADO (WRK-IDX-PED)
                   MOVE 'CALCULO JA FATURADO' TO WRK-DESC-ORIGEM
               WHEN PED-JA-ESTORNADO (WRK-IDX-PED)
                   MOVE 'CALCULO JA ESTORNADO' TO WRK-DESC-ORIGEM
               WHEN OTHER
                   MOVE 'CALCULO'            TO WRK-DESC-ORIGEM
           END-EVALUATE.
           DISPLAY 'PEDIDO ' WRK-PED-CHAVE (WRK-IDX-PED)
                   ' ' WRK-DESC-ORIGEM
                   ' CLIENTE ' WRK-PED-CLIENTE (WRK-IDX-PED)
                   ' UF ' WRK-PED-UF (WRK-IDX-PED)
                   ' VALOR ' WRK-PED-VALOR (WRK-IDX-PED)
                   ' FRETE ' WRK-PED-FRETE (WRK-IDX-PED).
       3100-LISTAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * RECUSA O DESFAZIMENTO DE LOTE JA FATURADO PELO PROGCOB23 - POR
      * PEDIDO MARCADO NO FRETEPED.DAT OU POR FATURA DE UM CLIENTE DO
      * LOTE NO PERIODO EMITIDA NA DATA DO LOTE OU DEPOIS - E DE LOTE
      * JA DESFEITO (FIM DO PROGCB51 NO DIARIO).
      ******************************************************************
       3500-VERIFICAR-BLOQUEIOS.
           OPEN INPUT FRETEFTI.
           IF WRK-FS-FRETEFTI = '00'
               READ FRETEFTI
                   AT END SET FIM-DE-FRETEFTI TO TRUE
               END-READ
               PERFORM 3510-LER-FATURA THRU 3510-LER-FATURA-EXIT
                   UNTIL FIM-DE-FRETEFTI
               CLOSE FRETEFTI
           END-IF.
           IF LOTE-FATURADO
               DISPLAY 'DESFAZIMENTO RECUSADO - LOTE ' WRK-DATA-LOTE
                       '/' WRK-SEQ-LOTE ' JA FATURADO PELO PROGCOB23'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT JOBJRNL.
           IF WRK-FS-JOBJRNL = '00'
               READ JOBJRNL
                   AT END SET FIM-DE-JOBJRNL TO TRUE
               END-READ
               PERFORM 3530-LER-DIARIO THRU 3530-LER-DIARIO-EXIT
                   UNTIL FIM-DE-JOBJRNL
               CLOSE JOBJRNL
           END-IF.
           IF LOTE-JA-DESFEITO
               DISPLAY 'DESFAZIMENTO RECUSADO - LOTE ' WRK-DATA-LOTE
                       '/' WRK-SEQ-LOTE ' JA FOI DESFEITO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       3500-VERIFICAR-BLOQUEIOS-EXIT.
           EXIT.

       3510-LER-FATURA.
           IF FI-PERIODO IS EQUAL TO WRK-PERIODO-LOTE
               AND FI-DATA-EMISSAO IS NOT LESS THAN WRK-DATA-LOTE
               MOVE FI-CUSTOMER-ID TO WRK-CLIENTE-REG
               MOVE 'N' TO WRK-CLI-ACHADO
               PERFORM 3520-PROCURAR-CLIENTE THRU
                       3520-PROCURAR-CLIENTE-EXIT
                   VARYING WRK-IDX-PED FROM 1 BY 1
                   UNTIL CLIENTE-DO-LOTE
                      OR WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS
               IF CLIENTE-DO-LOTE
                   DISPLAY 'FATURA ' FI-INVOICE-NUM ' DO CLIENTE '
                           FI-CUSTOMER-ID ' EMITIDA EM '
                           FI-DATA-EMISSAO ' COBRE O LOTE'
                   SET LOTE-FATURADO TO TRUE
               END-IF
           END-IF.
           READ FRETEFTI
               AT END SET FIM-DE-FRETEFTI TO TRUE
           END-READ.
       3510-LER-FATURA-EXIT.
           EXIT.

       3520-PROCURAR-CLIENTE.
           IF PED-DO-EXTRATO (WRK-IDX-PED)
               AND WRK-PED-CLIENTE (WRK-IDX-PED) IS EQUAL TO
                   WRK-CLIENTE-REG
               SET CLIENTE-DO-LOTE TO TRUE
           END-IF.
       3520-PROCURAR-CLIENTE-EXIT.
           EXIT.

       3530-LER-DIARIO.
           IF JJ-PROGRAMA IS EQUAL TO 'PROGCB51'
               AND JJ-FIM
               AND JJ-DATA-NEGOCIO IS EQUAL TO WRK-DATA-LOTE
               AND JJ-SEQUENCIA IS EQUAL TO WRK-SEQ-LOTE
               SET LOTE-JA-DESFEITO TO TRUE
           END-IF.
           READ JOBJRNL
               AT END SET FIM-DE-JOBJRNL TO TRUE
           END-READ.
       3530-LER-DIARIO-EXIT.
           EXIT.

      ******************************************************************
      * IDENTIFICACAO DO SUPERVISOR, NOS MESMOS MOLDES DO PROGCOB22: O
      * ID INFORMADO TEM QUE EXISTIR NO CADASTRO OPERMAST.DAT, ESTAR
      * ATIVO E TER NIVEL DE SUPERVISOR. QUALQUER FALHA TERMINA O
      * PROGRAMA COM RC=8 SEM TOCAR EM NENHUM ARQUIVO.
      ******************************************************************
       4000-IDENTIFICAR-SUPERVISOR.
           DISPLAY 'INFORME O ID DO SUPERVISOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           OPEN INPUT OPERMAST.
           IF WRK-FS-OPERMAST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - OPERMAST INDISPONIVEL (STATUS '
                       WRK-FS-OPERMAST ') - RODE O PROGCOB35 PARA '
                       'CARREGAR O CADASTRO DE OPERADORES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WRK-OPERADOR TO OP-OPERADOR-ID.
           READ OPERMAST
               INVALID KEY
                   DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO CADASTRADO'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE OPERMAST.
           IF NOT OP-ATIVO
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' INATIVO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT OP-SUPERVISOR
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' SEM NIVEL DE '
                       'SUPERVISOR - DESFAZIMENTO DE LOTE NEGADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'SUPERVISOR ' OP-NOME ' IDENTIFICADO'.
       4000-IDENTIFICAR-SUPERVISOR-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA OS ESTORNOS NO EXTRATO E NO LOG, NA DATA E SEQUENCIA DO
      * LOTE CORRENTE, E MARCA O PEDIDO COMO ESTORNADO NO MASTER DE
      * HISTORICO, NOS MOLDES DO PROGCOB30.
      ******************************************************************
       5000-GRAVAR-ESTORNOS.
           OPEN EXTEND FRETEEXT.
           IF WRK-FS-FRETEEXT IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETEEXT.DAT NAO ABRIU PARA '
                       'GRAVACAO (STATUS ' WRK-FS-FRETEEXT ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND FRETELOG.
           IF WRK-FS-FRETELOG IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETELOG.DAT NAO ABRIU PARA '
                       'GRAVACAO (STATUS ' WRK-FS-FRETELOG ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FRETEPED.
           IF WRK-FS-FRETEPED IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETEPED.DAT NAO ABRIU PARA '
                       'ATUALIZACAO (STATUS ' WRK-FS-FRETEPED ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 5100-ESTORNAR-PEDIDO THRU 5100-ESTORNAR-PEDIDO-EXIT
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS.
           CLOSE FRETEEXT FRETELOG FRETEPED.
       5000-GRAVAR-ESTORNOS-EXIT.
           EXIT.

       5100-ESTORNAR-PEDIDO.
           IF NOT PED-DO-EXTRATO (WRK-IDX-PED)
               OR NOT PED-A-ESTORNAR (WRK-IDX-PED)
               GO TO 5100-ESTORNAR-PEDIDO-EXIT
           END-IF.
           MOVE WRK-PED-CHAVE (WRK-IDX-PED) TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   DISPLAY 'AVISO - PEDIDO ' FP-ORDER-KEY
                           ' AUSENTE DO FRETEPED.DAT (STATUS '
                           WRK-FS-FRETEPED ') - ESTORNO GRAVADO SEM '
                           'MARCAR O HISTORICO'
               NOT INVALID KEY
                   IF FP-DATA-EXECUCAO IS EQUAL TO WRK-DATA-LOTE
                       AND FP-SEQUENCIA IS EQUAL TO WRK-SEQ-LOTE
                       MOVE 'E'               TO FP-SITUACAO
                       MOVE WRK-DATA-EXECUCAO TO FP-DATA-ESTORNO
                       MOVE 'PROGCB51'        TO FP-PROGRAMA
                       REWRITE FP-REGISTRO
                           INVALID KEY
                               DISPLAY 'ERRO FATAL - FALHA AO MARCAR O '
                                       'PEDIDO ' FP-ORDER-KEY ' COMO '
                                       'ESTORNADO NO FRETEPED.DAT '
                                       '(STATUS ' WRK-FS-FRETEPED ')'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                       END-REWRITE
                   END-IF
           END-READ.
           MOVE WRK-PED-CHAVE   (WRK-IDX-PED) TO EX-ORDER-KEY.
           MOVE WRK-PED-PRODUTO (WRK-IDX-PED) TO EX-PRODUTO.
           MOVE WRK-PED-UF      (WRK-IDX-PED) TO EX-UF.
           MOVE WRK-PED-VALOR   (WRK-IDX-PED) TO EX-VALOR-ORIGINAL.
           MOVE WRK-PED-FRETE   (WRK-IDX-PED) TO EX-FRETE.
           MOVE WRK-PED-TOTAL   (WRK-IDX-PED) TO EX-VALOR-TOTAL.
           MOVE WRK-PED-CLIENTE (WRK-IDX-PED) TO EX-CUSTOMER-ID.
           MOVE WRK-DATA-EXECUCAO             TO EX-DATA-EXECUCAO.
           MOVE 'E'                           TO EX-TIPO-REG.
           MOVE WRK-SEQ-EXEC                  TO EX-SEQUENCIA.
           MOVE ZEROS                         TO EX-DATA-PROMESSA.
           MOVE SPACES                        TO EX-OPERADOR.
           MOVE WRK-PED-BASE-ICMS (WRK-IDX-PED) TO EX-BASE-ICMS.
           MOVE WRK-PED-ICMS    (WRK-IDX-PED) TO EX-VALOR-ICMS.
           MOVE WRK-PED-CARRIER (WRK-IDX-PED) TO EX-CARRIER-ID.
           MOVE ZEROS                         TO EX-PESO.
           MOVE SPACE                         TO EX-SERVICO.
           MOVE WRK-PED-COMBUST (WRK-IDX-PED) TO EX-VALOR-COMBUST.
           MOVE WRK-PED-EMBARQUE (WRK-IDX-PED) TO EX-EMBARQUE.
           WRITE EX-REGISTRO.
           MOVE WRK-PED-PRODUTO (WRK-IDX-PED) TO LG-PRODUTO.
           MOVE WRK-PED-VALOR   (WRK-IDX-PED) TO LG-VALOR-ORIGINAL.
           MOVE WRK-PED-UF      (WRK-IDX-PED) TO LG-UF.
           MOVE WRK-PED-FRETE   (WRK-IDX-PED) TO LG-FRETE.
           MOVE WRK-PED-TOTAL   (WRK-IDX-PED) TO LG-VALOR-TOTAL.
           MOVE WRK-DATA-EXECUCAO             TO LG-DATA-EXECUCAO.
           MOVE WRK-PED-CARRIER (WRK-IDX-PED) TO LG-CARRIER-ID.
           MOVE 'E'                           TO LG-TIPO-REG.
           MOVE WRK-SEQ-EXEC                  TO LG-SEQUENCIA.
           MOVE WRK-PED-BASE-ICMS (WRK-IDX-PED) TO LG-BASE-ICMS.
           MOVE WRK-PED-ICMS    (WRK-IDX-PED) TO LG-VALOR-ICMS.
           MOVE WRK-PED-CLIENTE (WRK-IDX-PED) TO LG-CUSTOMER-ID.
           MOVE WRK-PED-COMBUST (WRK-IDX-PED) TO LG-VALOR-COMBUST.
           WRITE LG-REGISTRO.
           ADD 1 TO WRK-QT-ESTORNADOS.
           ADD WRK-PED-TOTAL (WRK-IDX-PED) TO WRK-VALOR-ESTORNADO.
       5100-ESTORNAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * REGRAVA O SUSPENSE SEM OS REGISTROS DO LOTE, VIA ARQUIVO DE
      * TRABALHO FRETERBK.DAT COPIADO DE VOLTA.
      ******************************************************************
       5200-LIMPAR-SUSPENSE.
           IF WRK-QT-SUSPENSE IS EQUAL ZEROS
               GO TO 5200-LIMPAR-SUSPENSE-EXIT
           END-IF.
           MOVE 'N' TO WRK-EOF-FRETEREJ.
           OPEN INPUT FRETEREJ.
           OPEN OUTPUT FRETERBK.
           READ FRETEREJ
               AT END SET FIM-DE-FRETEREJ TO TRUE
           END-READ.
           PERFORM 5210-FILTRAR-SUSPENSE THRU
                   5210-FILTRAR-SUSPENSE-EXIT
               UNTIL FIM-DE-FRETEREJ.
           CLOSE FRETEREJ FRETERBK.
           OPEN INPUT FRETERBK.
           OPEN OUTPUT FRETEREJ.
           READ FRETERBK
               AT END SET FIM-DE-FRETERBK TO TRUE
           END-READ.
           PERFORM 5220-COPIAR-SUSPENSE THRU 5220-COPIAR-SUSPENSE-EXIT
               UNTIL FIM-DE-FRETERBK.
           CLOSE FRETERBK FRETEREJ.
       5200-LIMPAR-SUSPENSE-EXIT.
           EXIT.

       5210-FILTRAR-SUSPENSE.
           IF RJ-DATA-EXECUCAO IS EQUAL TO WRK-DATA-LOTE
               AND RJ-SEQUENCIA IS EQUAL TO WRK-SEQ-LOTE
               AND RJ-OPERADOR IS EQUAL TO SPACES
               ADD 1 TO WRK-QT-REJ-RETIRADOS
           ELSE
               MOVE RJ-REGISTRO TO RBK-REGISTRO
               WRITE RBK-REGISTRO
           END-IF.
           READ FRETEREJ
               AT END SET FIM-DE-FRETEREJ TO TRUE
           END-READ.
       5210-FILTRAR-SUSPENSE-EXIT.
           EXIT.

       5220-COPIAR-SUSPENSE.
           MOVE RBK-REGISTRO TO RJ-REGISTRO.
           WRITE RJ-REGISTRO.
           READ FRETERBK
               AT END SET FIM-DE-FRETERBK TO TRUE
           END-READ.
       5220-COPIAR-SUSPENSE-EXIT.
           EXIT.

      ******************************************************************
      * REGRAVA A RETENCAO DE CREDITO SEM OS REGISTROS DO LOTE, VIA
      * ARQUIVO DE TRABALHO FRETEHBK.DAT COPIADO DE VOLTA.
      ******************************************************************
       5300-LIMPAR-RETENCAO.
           IF WRK-QT-RETENCAO IS EQUAL ZEROS
               GO TO 5300-LIMPAR-RETENCAO-EXIT
           END-IF.
           MOVE 'N' TO WRK-EOF-FRETEHLD.
           OPEN INPUT FRETEHLD.
           OPEN OUTPUT FRETEHBK.
           READ FRETEHLD
               AT END SET FIM-DE-FRETEHLD TO TRUE
           END-READ.
           PERFORM 5310-FILTRAR-RETENCAO THRU
                   5310-FILTRAR-RETENCAO-EXIT
               UNTIL FIM-DE-FRETEHLD.
           CLOSE FRETEHLD FRETEHBK.
           OPEN INPUT FRETEHBK.
           OPEN OUTPUT FRETEHLD.
           READ FRETEHBK
               AT END SET FIM-DE-FRETEHBK TO TRUE
           END-READ.
           PERFORM 5320-COPIAR-RETENCAO THRU 5320-COPIAR-RETENCAO-EXIT
               UNTIL FIM-DE-FRETEHBK.
           CLOSE FRETEHBK FRETEHLD.
       5300-LIMPAR-RETENCAO-EXIT.
           EXIT.

       5310-FILTRAR-RETENCAO.
           IF HD-DATA-RETENCAO IS EQUAL TO WRK-DATA-LOTE
               AND HD-SEQUENCIA IS EQUAL TO WRK-SEQ-LOTE
               ADD 1 TO WRK-QT-HLD-RETIRADOS
           ELSE
               MOVE HD-REGISTRO TO HBK-REGISTRO
               WRITE HBK-REGISTRO
           END-IF.
           READ FRETEHLD
               AT END SET FIM-DE-FRETEHLD TO TRUE
           END-READ.
       5310-FILTRAR-RETENCAO-EXIT.
           EXIT.

       5320-COPIAR-RETENCAO.
           MOVE HBK-REGISTRO TO HD-REGISTRO.
           WRITE HD-REGISTRO.
           READ FRETEHBK
               AT END SET FIM-DE-FRETEHBK TO TRUE
           END-READ.
       5320-COPIAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
      * EXCLUI DO ORDXREF.DAT AS CHAVES DO LOTE EXTRAIDAS NA DATA DO
      * LOTE, PARA O ARQUIVO CORRIGIDO NAO SER BARRADO COMO DUPLICATA
      * NA NOVA EXTRACAO.
      ******************************************************************
       5400-LIMPAR-XREF.
           IF NOT XREF-DISPONIVEL
               GO TO 5400-LIMPAR-XREF-EXIT
           END-IF.
           OPEN I-O ORDXREF.
           PERFORM 5410-EXCLUIR-CHAVE THRU 5410-EXCLUIR-CHAVE-EXIT
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS.
           CLOSE ORDXREF.
       5400-LIMPAR-XREF-EXIT.
           EXIT.

       5410-EXCLUIR-CHAVE.
           MOVE WRK-PED-CHAVE (WRK-IDX-PED) TO XR-ORDER-KEY.
           READ ORDXREF
               INVALID KEY
                   GO TO 5410-EXCLUIR-CHAVE-EXIT
           END-READ.
           IF XR-DATA-EXTRACAO IS EQUAL TO WRK-DATA-LOTE
               DELETE ORDXREF RECORD
               ADD 1 TO WRK-QT-XREF-EXCL
           END-IF.
       5410-EXCLUIR-CHAVE-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA O EVENTO 'BO' (LOTE DESFEITO) NO MASTER DE SITUACAO DE
      * PEDIDOS PARA CADA PEDIDO DO LOTE, COM A DATA DE NEGOCIO DO
      * DESFAZIMENTO.
      ******************************************************************
       5500-GRAVAR-EVENTOS.
           OPEN EXTEND ORDSTAT.
           IF WRK-FS-ORDSTAT = '35'
               OPEN OUTPUT ORDSTAT
           END-IF.
           PERFORM 5510-GRAVAR-EVENTO THRU 5510-GRAVAR-EVENTO-EXIT
               VARYING WRK-IDX-PED FROM 1 BY 1
               UNTIL WRK-IDX-PED IS GREATER THAN WRK-QT-PEDIDOS.
           CLOSE ORDSTAT.
       5500-GRAVAR-EVENTOS-EXIT.
           EXIT.

       5510-GRAVAR-EVENTO.
           MOVE WRK-PED-CHAVE (WRK-IDX-PED) TO OS-ORDER-KEY.
           MOVE 'BO'                         TO OS-STATUS.
           MOVE WRK-DATA-EXECUCAO            TO OS-DATA-EVENTO.
           MOVE 'PROGCB51'                   TO OS-PROGRAMA.
           WRITE OS-REGISTRO.
           ADD 1 TO WRK-QT-EVENTOS.
       5510-GRAVAR-EVENTO-EXIT.
           EXIT.

      ******************************************************************
      * ZERA A CHAVE DO CHECKPOINT DO CALCULO QUANDO ELE E DA DATA DO
      * LOTE: SEM ISSO O REPROCESSAMENTO NA MESMA DATA PULARIA OS
      * PEDIDOS ATE A ULTIMA CHAVE DO LOTE DESFEITO.
      ******************************************************************
       5600-ZERAR-CHECKPOINT.
           OPEN I-O CKPT.
           IF WRK-FS-CKPT IS NOT EQUAL TO '00'
               GO TO 5600-ZERAR-CHECKPOINT-EXIT
           END-IF.
           MOVE WRK-JOB-CALCULO TO CK-JOB-NAME.
           READ CKPT
               NOT INVALID KEY
                   IF CK-DATA-HORA IS EQUAL TO WRK-DATA-LOTE
                       MOVE ZEROS TO CK-ULTIMA-CHAVE
                       REWRITE CK-REGISTRO
                       DISPLAY 'CHECKPOINT DO CALCULO ZERADO'
                   END-IF
           END-READ.
           CLOSE CKPT.
       5600-ZERAR-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA O REGISTRO DO PASSO NO CONTROLE BALCTL.DAT, NA DATA E
      * SEQUENCIA DO LOTE CORRENTE, ONDE ESTAO OS ESTORNOS: ENTRADA =
      * PEDIDOS DO LOTE, SAIDA = ESTORNOS GRAVADOS, REJEITADOS =
      * RETIRADOS DO SUSPENSE, RETIDOS = RETIRADOS DA RETENCAO, VALOR =
      * SOMA DOS TOTAIS ESTORNADOS.
      ******************************************************************
       8000-FINALIZAR.
           OPEN EXTEND BALCTL.
           MOVE WRK-DATA-EXECUCAO    TO BC-DATA-EXECUCAO.
           MOVE 'PROGCB51'           TO BC-PROGRAMA.
           MOVE WRK-QT-PEDIDOS       TO BC-QT-ENTRADA.
           MOVE WRK-QT-ESTORNADOS    TO BC-QT-SAIDA.
           MOVE WRK-QT-REJ-RETIRADOS TO BC-QT-REJEITADOS.
           MOVE WRK-QT-HLD-RETIRADOS TO BC-QT-RETIDOS.
           MOVE WRK-VALOR-ESTORNADO  TO BC-VALOR-SAIDA.
           MOVE WRK-SEQ-EXEC         TO BC-SEQUENCIA.
           WRITE BC-REGISTRO.
           CLOSE BALCTL.
           DISPLAY 'PROGCOB51 - LOTE ' WRK-DATA-LOTE '/' WRK-SEQ-LOTE
                   ' DESFEITO POR ' WRK-OPERADOR.
           DISPLAY 'ESTORNOS GRAVADOS ......: ' WRK-QT-ESTORNADOS.
           DISPLAY 'VALOR ESTORNADO ........: R$' WRK-VALOR-ESTORNADO.
           DISPLAY 'RETIRADOS DO SUSPENSE ..: ' WRK-QT-REJ-RETIRADOS.
           DISPLAY 'RETIRADOS DA RETENCAO ..: ' WRK-QT-HLD-RETIRADOS.
           DISPLAY 'CHAVES EXCLUIDAS XREF ..: ' WRK-QT-XREF-EXCL.
           DISPLAY 'EVENTOS NO ORDSTAT .....: ' WRK-QT-EVENTOS.
           DISPLAY 'O ARQUIVO CORRIGIDO PODE SER REPROCESSADO NUMA '
                   'NOVA SEQUENCIA.'.
           PERFORM 8200-JORNAL-FIM THRU 8200-JORNAL-FIM-EXIT.
       8000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA NO DIARIO DE EXECUCAO JOBJRNL.DAT OS REGISTROS DE INICIO
      * E FIM DO DESFAZIMENTO, NA DATA DE NEGOCIO E SEQUENCIA DO LOTE
      * DESFEITO, PARA A LINHA DO TEMPO DO PROGCOB31 MOSTRAR O
      * DESFAZIMENTO JUNTO DO LOTE E PARA UM SEGUNDO DESFAZIMENTO DO
      * MESMO LOTE SER RECUSADO.
      ******************************************************************
       8100-JORNAL-INICIO.
           OPEN EXTEND JOBJRNL.
           IF WRK-FS-JOBJRNL = '35'
               OPEN OUTPUT JOBJRNL
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'PROGCB51'        TO JJ-PROGRAMA.
           MOVE WRK-DATA-LOTE     TO JJ-DATA-NEGOCIO.
           MOVE WRK-SEQ-LOTE      TO JJ-SEQUENCIA.
           MOVE 'I'               TO JJ-TIPO.
           MOVE WRK-HORA-AGORA    TO JJ-HORA.
           MOVE ZEROS             TO JJ-QT-PROCESSADOS.
           MOVE ZEROS             TO JJ-RETURN-CODE.
           WRITE JJ-REGISTRO.
           CLOSE JOBJRNL.
       8100-JORNAL-INICIO-EXIT.
           EXIT.

       8200-JORNAL-FIM.
           OPEN EXTEND JOBJRNL.
           IF WRK-FS-JOBJRNL = '35'
               OPEN OUTPUT JOBJRNL
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'PROGCB51'        TO JJ-PROGRAMA.
           MOVE WRK-DATA-LOTE     TO JJ-DATA-NEGOCIO.
           MOVE WRK-SEQ-LOTE      TO JJ-SEQUENCIA.
           MOVE 'F'               TO JJ-TIPO.
           MOVE WRK-HORA-AGORA    TO JJ-HORA.
           MOVE WRK-QT-PEDIDOS    TO JJ-QT-PROCESSADOS.
           MOVE RETURN-CODE       TO JJ-RETURN-CODE.
           WRITE JJ-REGISTRO.
           CLOSE JOBJRNL.
       8200-JORNAL-FIM-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

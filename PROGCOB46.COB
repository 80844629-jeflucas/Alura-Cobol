       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB46.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: CARGA DO MASTER DE HISTORICO DE FRETE POR PEDIDO
      *           FRETEPED.DAT (LAYOUT FRETEPED.CPY). RECRIA O MASTER
      *           A PARTIR DE TODO O HISTORICO DO EXTRATO: PRIMEIRO OS
      *           MESES JA EXPURGADOS PELO PROGCOB17 (ARQUIVOS MORTOS
      *           DO EXTRATO APONTADOS PELO MANIFESTO ARCMANIF.DAT, DO
      *           MES MAIS ANTIGO PARA O MAIS NOVO), DEPOIS O EXTRATO
      *           VIVO FRETEEXT.DAT, NA ORDEM EM QUE OS CALCULOS FORAM
      *           GRAVADOS: CADA CALCULO GRAVA OU REGRAVA A IMAGEM DO
      *           PEDIDO (FICA O ULTIMO) E CADA ESTORNO MARCA O PEDIDO
      *           COMO ESTORNADO. POR FIM, AS FATURAS DE FRETEFTI.DAT
      *           CARIMBAM O NUMERO DA FATURA NOS PEDIDOS CALCULADOS DO
      *           CLIENTE NO PERIODO FATURADO, NOS MESMOS MOLDES DO
      *           PROGCOB23. CALCULOS SEM CHAVE DE PEDIDO (MODO
      *           INTERATIVO DO PROGCOB09) FICAM DE FORA.
      *           RODA UMA VEZ, ANTES DO PRIMEIRO LOTE QUE MANTEM O
      *           MASTER (PROGCOB09, PROGCOB14, PROGCOB30 E PROGCOB23);
      *           PODE SER RODADO DE NOVO PARA RECONSTRUIR O MASTER.
      *           ARQUIVO MORTO AUSENTE TERMINA COM RC=4 (O MES FICA
      *           FORA DO MASTER).
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      O ADICIONAL DE COMBUSTIVEL DO EXTRATO
      *                    (EX-VALOR-COMBUST) PASSA A SER CARREGADO NO
      *                    MASTER (ZERADO NOS REGISTROS ANTIGOS).
      * OUT/2026   JL      O EMBARQUE CONSOLIDADO DO EXTRATO
      *                    (EX-EMBARQUE) PASSA A SER CARREGADO NO
      *                    MASTER (ZERADO NOS REGISTROS ANTIGOS).
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
           SELECT ARCMANIF ASSIGN TO "ARCMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARCMANIF.
           SELECT ARCFILE ASSIGN USING WRK-NOME-ARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARCFILE.
           SELECT FRETEFTI ASSIGN TO "FRETEFTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEFTI.
           SELECT FRETEPED ASSIGN TO "FRETEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ORDER-KEY
               ALTERNATE RECORD KEY IS FP-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-FRETEPED.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  ARCMANIF
           RECORD CONTAINS 63 CHARACTERS.
           COPY ARCMANIF.

      *    O ARQUIVO MORTO GUARDA A IMAGEM DO REGISTRO DO EXTRATO EM
      *    LINHAS DE 150 POSICOES (VER PROGCOB17): A IMAGEM E MOVIDA
      *    PARA A AREA DO EXTRATO ANTES DA CARGA.
       FD  ARCFILE
           RECORD CONTAINS 150 CHARACTERS.
       01 ARC-REGISTRO            PIC X(150).

       FD  FRETEFTI
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETEFTI.

       FD  FRETEPED.
           COPY FRETEPED.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEEXT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARCMANIF     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARCFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEFTI     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEPED     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FRETEEXT    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEEXT           VALUE 'S'.
       77 WRK-EOF-MANIF       PIC X(01) VALUE 'N'.
           88 FIM-DE-MANIFESTO          VALUE 'S'.
       77 WRK-EOF-ARC         PIC X(01) VALUE 'N'.
           88 FIM-DE-ARC                VALUE 'S'.
       77 WRK-EOF-FRETEFTI    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEFTI           VALUE 'S'.
       77 WRK-EOF-FRETEPED    PIC X(01) VALUE 'N'.
           88 FIM-DOS-PEDIDOS           VALUE 'S'.
       77 WRK-PED-EXISTE      PIC X(01) VALUE 'N'.
           88 PEDIDO-NO-HISTORICO       VALUE 'S'.
       77 WRK-ARC-REPETIDO    PIC X(01) VALUE 'N'.
           88 ARC-JA-NA-TABELA          VALUE 'S'.
       77 WRK-NOME-ARC        PIC X(30) VALUE SPACES.
       77 WRK-QT-ARCS         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-ARC         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-DUP         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-ARC-AUSENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QT-ARC-EXCESSO  PIC 9(03) VALUE ZEROS.
       77 WRK-QT-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-SEM-CHAVE    PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CALCULOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-ESTORNOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-EST-SEM-CALC PIC 9(07) VALUE ZEROS.
       77 WRK-QT-GRAVADOS     PIC 9(07) VALUE ZEROS.
       77 WRK-QT-FATURAS      PIC 9(07) VALUE ZEROS.
       77 WRK-QT-PED-MARCADOS PIC 9(07) VALUE ZEROS.
       01 WRK-DATA-REG.
          02 WRK-ANO-REG      PIC 9(04).
          02 WRK-MES-REG      PIC 9(02).
          02 WRK-DIA-REG      PIC 9(02).
       01 WRK-DATA-REG-NUM REDEFINES WRK-DATA-REG.
          02 WRK-PERIODO-REG  PIC 9(06).
          02 FILLER           PIC 9(02).
       01 WRK-DATA-INICIO-PER.
          02 WRK-PERIODO-INI  PIC 9(06).
          02 WRK-DIA-INI      PIC 9(02) VALUE 01.
      *    ARQUIVOS MORTOS DO EXTRATO LISTADOS NO MANIFESTO, COM O MES
      *    DE CADA UM, ORDENADOS DO MAIS ANTIGO PARA O MAIS NOVO ANTES
      *    DA CARGA (O ULTIMO CALCULO DO PEDIDO E O QUE FICA).
       01 WRK-TAB-ARCS.
          02 WRK-ARC-ENTRY OCCURS 120 TIMES.
             03 WRK-ARC-MES      PIC 9(06).
             03 WRK-ARC-NOME     PIC X(30).
       01 WRK-ARC-TROCA.
          02 WRK-TROCA-MES       PIC 9(06).
          02 WRK-TROCA-NOME      PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CARREGAR-MORTOS THRU 2000-CARREGAR-MORTOS-EXIT.
           PERFORM 3000-CARREGAR-EXTRATO THRU
                   3000-CARREGAR-EXTRATO-EXIT.
           PERFORM 5000-MARCAR-FATURAS THRU 5000-MARCAR-FATURAS-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * RECRIA O MASTER VAZIO E O REABRE EM ATUALIZACAO PARA A CARGA.
      ******************************************************************
       1000-INICIALIZAR.
           OPEN OUTPUT FRETEPED.
           IF WRK-FS-FRETEPED IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETEPED.DAT NAO PODE SER CRIADO '
                       '(STATUS ' WRK-FS-FRETEPED ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FRETEPED.
           OPEN I-O FRETEPED.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * BUSCA NO MANIFESTO ARCMANIF.DAT OS ARQUIVOS MORTOS DO EXTRATO,
      * ORDENA-OS POR MES E CARREGA UM A UM. SEM MANIFESTO NAO HA MES
      * EXPURGADO E SO O EXTRATO VIVO E CARREGADO.
      ******************************************************************
       2000-CARREGAR-MORTOS.
           OPEN INPUT ARCMANIF.
           IF WRK-FS-ARCMANIF IS NOT EQUAL TO '00'
               DISPLAY 'PROGCOB46 - SEM MANIFESTO DE ARQUIVAMENTO, SO '
                       'O EXTRATO VIVO SERA CARREGADO'
               GO TO 2000-CARREGAR-MORTOS-EXIT
           END-IF.
           PERFORM 2100-LER-MANIFESTO THRU 2100-LER-MANIFESTO-EXIT
               UNTIL FIM-DE-MANIFESTO.
           CLOSE ARCMANIF.
           PERFORM 2300-ORDENAR-MORTOS THRU 2300-ORDENAR-MORTOS-EXIT
               VARYING WRK-IDX-ARC FROM 1 BY 1
               UNTIL WRK-IDX-ARC IS NOT LESS THAN WRK-QT-ARCS.
           PERFORM 2400-CARREGAR-UM-MORTO THRU
                   2400-CARREGAR-UM-MORTO-EXIT
               VARYING WRK-IDX-ARC FROM 1 BY 1
               UNTIL WRK-IDX-ARC IS GREATER THAN WRK-QT-ARCS.
       2000-CARREGAR-MORTOS-EXIT.
           EXIT.

       2100-LER-MANIFESTO.
           READ ARCMANIF
               AT END
                   SET FIM-DE-MANIFESTO TO TRUE
               NOT AT END
                   IF AM-ARQUIVO IS EQUAL TO 'FRETEEXT'
                       PERFORM 2200-ANOTAR-MORTO THRU
                               2200-ANOTAR-MORTO-EXIT
                   END-IF
           END-READ.
       2100-LER-MANIFESTO-EXIT.
           EXIT.

       2200-ANOTAR-MORTO.
           MOVE 'N' TO WRK-ARC-REPETIDO.
           PERFORM 2210-PROCURAR-MORTO THRU 2210-PROCURAR-MORTO-EXIT
               VARYING WRK-IDX-DUP FROM 1 BY 1
               UNTIL ARC-JA-NA-TABELA
                  OR WRK-IDX-DUP IS GREATER THAN WRK-QT-ARCS.
           IF ARC-JA-NA-TABELA
               GO TO 2200-ANOTAR-MORTO-EXIT
           END-IF.
           IF WRK-QT-ARCS IS NOT LESS THAN 120
               ADD 1 TO WRK-QT-ARC-EXCESSO
               DISPLAY 'ARQUIVO MORTO ' AM-ARQUIVO-MORTO
                       ' ALEM DA TABELA - MES FORA DO MASTER'
               GO TO 2200-ANOTAR-MORTO-EXIT
           END-IF.
           ADD 1 TO WRK-QT-ARCS.
           MOVE AM-MES           TO WRK-ARC-MES  (WRK-QT-ARCS).
           MOVE AM-ARQUIVO-MORTO TO WRK-ARC-NOME (WRK-QT-ARCS).
       2200-ANOTAR-MORTO-EXIT.
           EXIT.

       2210-PROCURAR-MORTO.
           IF WRK-IDX-DUP IS NOT GREATER THAN WRK-QT-ARCS
               AND WRK-ARC-NOME (WRK-IDX-DUP) IS EQUAL TO
                   AM-ARQUIVO-MORTO
               SET ARC-JA-NA-TABELA TO TRUE
           END-IF.
       2210-PROCURAR-MORTO-EXIT.
           EXIT.

      ******************************************************************
      * ORDENA A TABELA DE ARQUIVOS MORTOS POR MES (SELECAO SIMPLES:
      * A CADA POSICAO, TRAZ PARA ELA O MENOR MES DAS SEGUINTES).
      ******************************************************************
       2300-ORDENAR-MORTOS.
           PERFORM 2310-COMPARAR-MORTO THRU 2310-COMPARAR-MORTO-EXIT
               VARYING WRK-IDX-DUP FROM WRK-IDX-ARC BY 1
               UNTIL WRK-IDX-DUP IS GREATER THAN WRK-QT-ARCS.
       2300-ORDENAR-MORTOS-EXIT.
           EXIT.

       2310-COMPARAR-MORTO.
           IF WRK-ARC-MES (WRK-IDX-DUP) IS LESS THAN
              WRK-ARC-MES (WRK-IDX-ARC)
               MOVE WRK-ARC-ENTRY (WRK-IDX-ARC) TO WRK-ARC-TROCA
               MOVE WRK-ARC-ENTRY (WRK-IDX-DUP)
                   TO WRK-ARC-ENTRY (WRK-IDX-ARC)
               MOVE WRK-ARC-TROCA TO WRK-ARC-ENTRY (WRK-IDX-DUP)
           END-IF.
       2310-COMPARAR-MORTO-EXIT.
           EXIT.

       2400-CARREGAR-UM-MORTO.
           MOVE WRK-ARC-NOME (WRK-IDX-ARC) TO WRK-NOME-ARC.
           MOVE 'N' TO WRK-EOF-ARC.
           OPEN INPUT ARCFILE.
           IF WRK-FS-ARCFILE IS NOT EQUAL TO '00'
               ADD 1 TO WRK-QT-ARC-AUSENTES
               DISPLAY 'ARQUIVO MORTO ' WRK-NOME-ARC
                       ' AUSENTE (STATUS ' WRK-FS-ARCFILE ') - '
                       'MES FORA DO MASTER'
               GO TO 2400-CARREGAR-UM-MORTO-EXIT
           END-IF.
           DISPLAY 'CARREGANDO ARQUIVO MORTO ' WRK-NOME-ARC.
           READ ARCFILE
               AT END SET FIM-DE-ARC TO TRUE
           END-READ.
           PERFORM 2410-CARREGAR-REG-MORTO THRU
                   2410-CARREGAR-REG-MORTO-EXIT
               UNTIL FIM-DE-ARC.
           CLOSE ARCFILE.
       2400-CARREGAR-UM-MORTO-EXIT.
           EXIT.

       2410-CARREGAR-REG-MORTO.
           MOVE ARC-REGISTRO (1 : 142) TO EX-REGISTRO.
           PERFORM 4000-APLICAR-REGISTRO THRU
                   4000-APLICAR-REGISTRO-EXIT.
           READ ARCFILE
               AT END SET FIM-DE-ARC TO TRUE
           END-READ.
       2410-CARREGAR-REG-MORTO-EXIT.
           EXIT.

      ******************************************************************
      * CARREGA O EXTRATO VIVO, DEPOIS DOS MESES EXPURGADOS.
      ******************************************************************
       3000-CARREGAR-EXTRATO.
           OPEN INPUT FRETEEXT.
           IF WRK-FS-FRETEEXT IS NOT EQUAL TO '00'
               DISPLAY 'PROGCOB46 - FRETEEXT.DAT AUSENTE (STATUS '
                       WRK-FS-FRETEEXT ') - NADA DO EXTRATO VIVO'
               GO TO 3000-CARREGAR-EXTRATO-EXIT
           END-IF.
           READ FRETEEXT
               AT END SET FIM-DE-FRETEEXT TO TRUE
           END-READ.
           PERFORM 3100-CARREGAR-REG-VIVO THRU
                   3100-CARREGAR-REG-VIVO-EXIT
               UNTIL FIM-DE-FRETEEXT.
           CLOSE FRETEEXT.
       3000-CARREGAR-EXTRATO-EXIT.
           EXIT.

       3100-CARREGAR-REG-VIVO.
           PERFORM 4000-APLICAR-REGISTRO THRU
                   4000-APLICAR-REGISTRO-EXIT.
           READ FRETEEXT
               AT END SET FIM-DE-FRETEEXT TO TRUE
           END-READ.
       3100-CARREGAR-REG-VIVO-EXIT.
           EXIT.

      ******************************************************************
      * APLICA UM REGISTRO DO EXTRATO AO MASTER: CALCULO GRAVA OU
      * REGRAVA A IMAGEM DO PEDIDO (RECALCULO SUBSTITUI O ANTERIOR E
      * VOLTA A SITUACAO 'C'); ESTORNO MARCA O PEDIDO COMO ESTORNADO.
      * CAMPOS ACRESCENTADOS AO EXTRATO DEPOIS DA VERSAO INICIAL
      * (CLIENTE, ICMS, TRANSPORTADORA, PESO...) VEM EM BRANCO NOS
      * REGISTROS ANTIGOS E ENTRAM ZERADOS.
      ******************************************************************
       4000-APLICAR-REGISTRO.
           ADD 1 TO WRK-QT-LIDOS.
           IF EX-ORDER-KEY IS NOT NUMERIC
               OR EX-ORDER-KEY IS EQUAL ZEROS
               ADD 1 TO WRK-QT-SEM-CHAVE
               GO TO 4000-APLICAR-REGISTRO-EXIT
           END-IF.
           MOVE EX-ORDER-KEY TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   MOVE 'N' TO WRK-PED-EXISTE
               NOT INVALID KEY
                   SET PEDIDO-NO-HISTORICO TO TRUE
           END-READ.
           IF EX-ESTORNO
               PERFORM 4200-APLICAR-ESTORNO THRU
                       4200-APLICAR-ESTORNO-EXIT
           ELSE
               PERFORM 4100-APLICAR-CALCULO THRU
                       4100-APLICAR-CALCULO-EXIT
           END-IF.
       4000-APLICAR-REGISTRO-EXIT.
           EXIT.

       4100-APLICAR-CALCULO.
           ADD 1 TO WRK-QT-CALCULOS.
           MOVE EX-ORDER-KEY       TO FP-ORDER-KEY.
           MOVE EX-DATA-EXECUCAO   TO FP-DATA-EXECUCAO.
           MOVE EX-PRODUTO         TO FP-PRODUTO.
           MOVE EX-UF              TO FP-UF.
           MOVE EX-VALOR-ORIGINAL  TO FP-VALOR-ORIGINAL.
           MOVE EX-FRETE           TO FP-FRETE.
           MOVE EX-VALOR-TOTAL     TO FP-VALOR-TOTAL.
           MOVE ZEROS              TO FP-CUSTOMER-ID FP-SEQUENCIA
                                      FP-BASE-ICMS FP-VALOR-ICMS
                                      FP-CARRIER-ID FP-DATA-PROMESSA
                                      FP-PESO FP-VALOR-COMBUST
                                      FP-EMBARQUE.
           IF EX-CUSTOMER-ID IS NUMERIC
               MOVE EX-CUSTOMER-ID TO FP-CUSTOMER-ID
           END-IF.
           IF EX-SEQUENCIA IS NUMERIC
               MOVE EX-SEQUENCIA   TO FP-SEQUENCIA
           END-IF.
           IF EX-BASE-ICMS IS NUMERIC
               AND EX-VALOR-ICMS IS NUMERIC
               MOVE EX-BASE-ICMS   TO FP-BASE-ICMS
               MOVE EX-VALOR-ICMS  TO FP-VALOR-ICMS
           END-IF.
           IF EX-CARRIER-ID IS NUMERIC
               MOVE EX-CARRIER-ID  TO FP-CARRIER-ID
           END-IF.
           IF EX-DATA-PROMESSA IS NUMERIC
               MOVE EX-DATA-PROMESSA TO FP-DATA-PROMESSA
           END-IF.
           IF EX-PESO IS NUMERIC
               MOVE EX-PESO        TO FP-PESO
           END-IF.
           IF EX-VALOR-COMBUST IS NUMERIC
               MOVE EX-VALOR-COMBUST TO FP-VALOR-COMBUST
           END-IF.
           IF EX-EMBARQUE IS NUMERIC
               MOVE EX-EMBARQUE    TO FP-EMBARQUE
           END-IF.
           IF EX-SERVICO IS EQUAL TO 'E'
               MOVE 'E'            TO FP-SERVICO
           ELSE
               MOVE 'N'            TO FP-SERVICO
           END-IF.
           MOVE ZEROS              TO FP-INVOICE-NUM.
           MOVE 'C'                TO FP-SITUACAO.
           MOVE ZEROS              TO FP-DATA-ESTORNO.
           MOVE 'PROGCB46'         TO FP-PROGRAMA.
           IF PEDIDO-NO-HISTORICO
               REWRITE FP-REGISTRO
           ELSE
               WRITE FP-REGISTRO
               ADD 1 TO WRK-QT-GRAVADOS
           END-IF.
       4100-APLICAR-CALCULO-EXIT.
           EXIT.

       4200-APLICAR-ESTORNO.
           ADD 1 TO WRK-QT-ESTORNOS.
           IF NOT PEDIDO-NO-HISTORICO
               ADD 1 TO WRK-QT-EST-SEM-CALC
               DISPLAY 'ESTORNO DO PEDIDO ' EX-ORDER-KEY
                       ' SEM CALCULO NO HISTORICO - IGNORADO'
               GO TO 4200-APLICAR-ESTORNO-EXIT
           END-IF.
           MOVE 'E'               TO FP-SITUACAO.
           MOVE EX-DATA-EXECUCAO  TO FP-DATA-ESTORNO.
           MOVE 'PROGCB46'        TO FP-PROGRAMA.
           REWRITE FP-REGISTRO.
       4200-APLICAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * CARIMBA O NUMERO DE CADA FATURA DE FRETEFTI.DAT NOS PEDIDOS
      * CALCULADOS DO CLIENTE NO PERIODO FATURADO, LIDOS PELA CHAVE
      * ALTERNATIVA (CLIENTE + DATA), NOS MESMOS MOLDES DO PROGCOB23.
      ******************************************************************
       5000-MARCAR-FATURAS.
           OPEN INPUT FRETEFTI.
           IF WRK-FS-FRETEFTI IS NOT EQUAL TO '00'
               GO TO 5000-MARCAR-FATURAS-EXIT
           END-IF.
           READ FRETEFTI
               AT END SET FIM-DE-FRETEFTI TO TRUE
           END-READ.
           PERFORM 5100-MARCAR-FATURA THRU 5100-MARCAR-FATURA-EXIT
               UNTIL FIM-DE-FRETEFTI.
           CLOSE FRETEFTI.
       5000-MARCAR-FATURAS-EXIT.
           EXIT.

       5100-MARCAR-FATURA.
           ADD 1 TO WRK-QT-FATURAS.
           MOVE 'N'            TO WRK-EOF-FRETEPED.
           MOVE FI-PERIODO     TO WRK-PERIODO-INI.
           MOVE FI-CUSTOMER-ID TO FP-CUSTOMER-ID.
           MOVE WRK-DATA-INICIO-PER TO FP-DATA-EXECUCAO.
           START FRETEPED KEY IS NOT LESS THAN FP-CHAVE-CLIENTE
               INVALID KEY SET FIM-DOS-PEDIDOS TO TRUE
           END-START.
           PERFORM 5200-MARCAR-PEDIDO THRU 5200-MARCAR-PEDIDO-EXIT
               UNTIL FIM-DOS-PEDIDOS.
           READ FRETEFTI
               AT END SET FIM-DE-FRETEFTI TO TRUE
           END-READ.
       5100-MARCAR-FATURA-EXIT.
           EXIT.

       5200-MARCAR-PEDIDO.
           READ FRETEPED NEXT RECORD
               AT END
                   SET FIM-DOS-PEDIDOS TO TRUE
                   GO TO 5200-MARCAR-PEDIDO-EXIT
           END-READ.
           MOVE FP-DATA-EXECUCAO TO WRK-DATA-REG.
           IF FP-CUSTOMER-ID IS NOT EQUAL TO FI-CUSTOMER-ID
               OR WRK-PERIODO-REG IS NOT EQUAL TO FI-PERIODO
               SET FIM-DOS-PEDIDOS TO TRUE
               GO TO 5200-MARCAR-PEDIDO-EXIT
           END-IF.
           IF FP-CALCULADO
               AND FP-INVOICE-NUM IS EQUAL ZEROS
               MOVE FI-INVOICE-NUM TO FP-INVOICE-NUM
               REWRITE FP-REGISTRO
               ADD 1 TO WRK-QT-PED-MARCADOS
           END-IF.
       5200-MARCAR-PEDIDO-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE FRETEPED.
           DISPLAY 'PROGCOB46 - CARGA DO HISTORICO DE FRETE POR PEDIDO'.
           DISPLAY 'ARQUIVOS MORTOS LIDOS : ' WRK-QT-ARCS.
           DISPLAY 'REGISTROS DO EXTRATO .: ' WRK-QT-LIDOS.
           DISPLAY 'CALCULOS SEM CHAVE ...: ' WRK-QT-SEM-CHAVE.
           DISPLAY 'CALCULOS APLICADOS ...: ' WRK-QT-CALCULOS.
           DISPLAY 'ESTORNOS APLICADOS ...: ' WRK-QT-ESTORNOS.
           DISPLAY 'ESTORNOS SEM CALCULO .: ' WRK-QT-EST-SEM-CALC.
           DISPLAY 'PEDIDOS NO MASTER ....: ' WRK-QT-GRAVADOS.
           DISPLAY 'FATURAS LIDAS ........: ' WRK-QT-FATURAS.
           DISPLAY 'PEDIDOS COM A FATURA .: ' WRK-QT-PED-MARCADOS.
           IF WRK-QT-ARC-AUSENTES IS GREATER THAN ZERO
               OR WRK-QT-ARC-EXCESSO IS GREATER THAN ZERO
               DISPLAY 'ATENCAO - MESES ARQUIVADOS FORA DO MASTER: '
                       WRK-QT-ARC-AUSENTES ' AUSENTE(S), '
                       WRK-QT-ARC-EXCESSO ' ALEM DA TABELA'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

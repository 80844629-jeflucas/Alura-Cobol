       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB52.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: AUDITORIA SEMANAL DE INTEGRIDADE REFERENCIAL ENTRE
      *           OS MASTERS E OS ARQUIVOS DA CADEIA DE FRETE. SO LE -
      *           NENHUM ARQUIVO E ALTERADO. CONFERE SEIS REGRAS:
      *             1 - CLIENTE DOS PEDIDOS (ORDERS.DAT) E DO EXTRATO
      *                 (FRETEEXT.DAT) AUSENTE DO CADASTRO
      *                 CUSTMAST.DAT OU INATIVADO;
      *             2 - TRANSPORTADORA DO LOG (FRETELOG.DAT) AUSENTE
      *                 DO CADASTRO CARRMAST.DAT;
      *             3 - ACORDO COMERCIAL (CUSTAGR.DAT) DE CLIENTE
      *                 INEXISTENTE;
      *             4 - UF DO MASTER DE FRETE (FRETE.DAT) SEM VERSAO
      *                 VIGENTE NA DATA DE NEGOCIO, OU COM DATAS DE
      *                 VIGENCIA SOBREPOSTAS OU INVALIDAS;
      *             5 - FATURA (FRETEFTI.DAT) CUJO FRETE OU ICMS NAO
      *                 BATE MAIS COM O EXTRATO DO CLIENTE NO PERIODO,
      *                 SOMADO COMO NO PROGCOB23 (LIQUIDO DE
      *                 ESTORNOS). FATURA DE PERIODO JA EXPURGADO DO
      *                 EXTRATO PELO PROGCOB17 NAO TEM COMO SER
      *                 CONFERIDA E E SO CONTADA;
      *             6 - LIBERACAO (FRETELIB.DAT) SEM RETENCAO DE
      *                 ORIGEM: A CHAVE NAO ESTA PENDENTE NA RETENCAO
      *                 FRETEHLD.DAT NEM TEM O EVENTO 'RT' NO MASTER
      *                 DE SITUACAO ORDSTAT.DAT (O PROGCOB22 RETIRA DA
      *                 RETENCAO O PEDIDO QUE APROVA).
      *           GRAVA O RELATORIO DE EXCECOES AUDITREF.DAT AGRUPADO
      *           POR REGRA, COM AS CHAVES E A QUANTIDADE DE CADA
      *           REGRA, E TERMINA COM RC=4 QUANDO HOUVER QUALQUER
      *           OCORRENCIA (MASTER INDISPONIVEL TAMBEM CONTA, POIS A
      *           REGRA FICA SEM CONFERENCIA), PARA A OPERACAO
      *           ACOMPANHAR COMO O PASSO BALANCO.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      FRETEHLD.DAT PASSA A 99 E FRETELIB.DAT A 75
      *                    POSICOES, COM A COTACAO DE FRETE DO PEDIDO
      *                    RETIDO NO FIM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDERS.
           SELECT FRETEEXT ASSIGN TO "FRETEEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEEXT.
           SELECT FRETELOG ASSIGN TO "FRETELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELOG.
           SELECT CUSTMAST ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WRK-FS-CUSTMAST.
           SELECT CARRMAST ASSIGN TO "CARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CARRIER-ID
               FILE STATUS IS WRK-FS-CARRMAST.
           SELECT CUSTAGR ASSIGN TO "CUSTAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CUSTOMER-ID
               FILE STATUS IS WRK-FS-CUSTAGR.
           SELECT FRETEMST ASSIGN TO "FRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WRK-FS-FRETEMST.
           SELECT FRETEFTI ASSIGN TO "FRETEFTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEFTI.
           SELECT FRETELIB ASSIGN TO "FRETELIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETELIB.
           SELECT FRETEHLD ASSIGN TO "FRETEHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEHLD.
           SELECT ORDSTAT ASSIGN TO "ORDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDSTAT.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT AUDITREF ASSIGN TO "AUDITREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS
           RECORD CONTAINS 59 CHARACTERS.
           COPY ORDERS.

       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  CUSTMAST.
           COPY CUSTMAST.

       FD  CARRMAST.
           COPY CARRMAST.

       FD  CUSTAGR.
           COPY CUSTAGR.

       FD  FRETEMST.
           COPY FRETETAB.

       FD  FRETEFTI
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETEFTI.

       FD  FRETELIB
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETELIB.

       FD  FRETEHLD
           RECORD CONTAINS 99 CHARACTERS.
           COPY FRETEHLD.

       FD  ORDSTAT
           RECORD CONTAINS 26 CHARACTERS.
           COPY ORDSTAT.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  AUDITREF
           RECORD CONTAINS 120 CHARACTERS.
       01 AUD-LINHA               PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ORDERS       PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEEXT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETELOG     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTAGR      PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEMST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEFTI     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETELIB     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEHLD     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORDSTAT      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ORDERS      PIC X(01) VALUE 'N'.
           88 FIM-DE-ORDERS             VALUE 'S'.
       77 WRK-EOF-FRETEEXT    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEEXT           VALUE 'S'.
       77 WRK-EOF-FRETELOG    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETELOG           VALUE 'S'.
       77 WRK-EOF-CUSTAGR     PIC X(01) VALUE 'N'.
           88 FIM-DE-CUSTAGR            VALUE 'S'.
       77 WRK-EOF-FRETEMST    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEMST           VALUE 'S'.
       77 WRK-EOF-FRETEFTI    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEFTI           VALUE 'S'.
       77 WRK-EOF-FRETELIB    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETELIB           VALUE 'S'.
       77 WRK-EOF-FRETEHLD    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEHLD           VALUE 'S'.
       77 WRK-EOF-ORDSTAT     PIC X(01) VALUE 'N'.
           88 FIM-DE-ORDSTAT            VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-CUSTMAST-OK     PIC X(01) VALUE 'N'.
           88 CUSTMAST-DISPONIVEL       VALUE 'S'.
       77 WRK-CARRMAST-OK     PIC X(01) VALUE 'N'.
           88 CARRMAST-DISPONIVEL       VALUE 'S'.
       77 WRK-ACHADO          PIC X(01) VALUE 'N'.
           88 ACHADO-NA-TABELA          VALUE 'S'.
       77 WRK-UF-VIGENTE      PIC X(01) VALUE 'N'.
           88 UF-COM-VIGENTE            VALUE 'S'.
       77 WRK-QT-CLIENTES     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-CLI         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QT-CARRIERS     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-CARR        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QT-FATURAS      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-FAT         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QT-LIBERADOS    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-LIB         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-REGRA       PIC 9(01) VALUE ZEROS.
       77 WRK-QT-EXCESSO      PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCORR-REGRA  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCORR-TOTAL  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-NAO-CONFER   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-UFS          PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXIBIR       PIC 9(05) VALUE ZEROS.
       77 WRK-CLIENTE-REG     PIC 9(06) VALUE ZEROS.
       77 WRK-CARRIER-REG     PIC 9(04) VALUE ZEROS.
       77 WRK-CHAVE-REG       PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM-REG      PIC X(01) VALUE SPACES.
           88 REG-DE-PEDIDOS            VALUE 'P'.
       77 WRK-PERIODO-REG     PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-MIN     PIC 9(06) VALUE 999999.
       77 WRK-ICMS-REG        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-UF-ATUAL        PIC X(02) VALUE SPACES.
       77 WRK-VIG-ANTERIOR    PIC 9(08) VALUE ZEROS.
       77 WRK-VIG-PRIMEIRA    PIC 9(08) VALUE ZEROS.
       77 WRK-DESC-SITUACAO   PIC X(14) VALUE SPACES.
       77 WRK-FAT-FRETE-ED    PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-EXT-FRETE-ED    PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-FAT-ICMS-ED     PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-EXT-ICMS-ED     PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXECUCAO PIC 9(08).
       01 WRK-DATA-REG.
          02 WRK-ANO-REG      PIC 9(04).
          02 WRK-MES-REG      PIC 9(02).
          02 WRK-DIA-REG      PIC 9(02).
      *    TITULO E QUANTIDADE DE OCORRENCIAS DE CADA REGRA, PARA O
      *    RESUMO NO FIM DO RELATORIO.
       01 WRK-TITULO-REGRA    PIC X(100) VALUE SPACES.
       01 WRK-TAB-REGRAS.
          02 WRK-REGRA-ENTRY OCCURS 6 TIMES.
             03 WRK-REGRA-QT      PIC 9(05).
      *    CLIENTES JA CONFERIDOS NA REGRA 1 ('A' VALIDO, 'N' NAO
      *    CADASTRADO, 'I' INATIVO), PARA NAO RELER O CADASTRO A CADA
      *    REGISTRO E PARA LISTAR CADA CLIENTE UMA UNICA VEZ.
       01 WRK-TAB-CLIENTES.
          02 WRK-CLI-ENTRY OCCURS 500 TIMES.
             03 WRK-CLI-ID        PIC 9(06).
             03 WRK-CLI-SITUACAO  PIC X(01).
                88 CLI-VALIDO           VALUE 'A'.
                88 CLI-NAO-CADASTRADO   VALUE 'N'.
                88 CLI-INATIVO          VALUE 'I'.
             03 WRK-CLI-QT-PED    PIC 9(05).
             03 WRK-CLI-QT-EXT    PIC 9(05).
             03 WRK-CLI-PRIMEIRA  PIC 9(08).
      *    TRANSPORTADORAS JA CONFERIDAS NA REGRA 2.
       01 WRK-TAB-CARRIERS.
          02 WRK-CARR-ENTRY OCCURS 200 TIMES.
             03 WRK-CARR-ID       PIC 9(04).
             03 WRK-CARR-SITUACAO PIC X(01).
                88 CARR-VALIDA          VALUE 'A'.
                88 CARR-NAO-CADASTRADA  VALUE 'N'.
             03 WRK-CARR-QT       PIC 9(05).
             03 WRK-CARR-PRIMEIRA PIC 9(08).
             03 WRK-CARR-ULTIMA   PIC 9(08).
      *    FATURAS DA REGRA 5 COM O FRETE E O ICMS RECALCULADOS DO
      *    EXTRATO (LIQUIDOS DE ESTORNOS, POR ISSO COM SINAL).
       01 WRK-TAB-FATURAS.
          02 WRK-FAT-ENTRY OCCURS 1000 TIMES.
             03 WRK-FAT-NUM       PIC 9(08).
             03 WRK-FAT-CLIENTE   PIC 9(06).
             03 WRK-FAT-PERIODO   PIC 9(06).
             03 WRK-FAT-FRETE     PIC 9(09)V99.
             03 WRK-FAT-ICMS      PIC 9(09)V99.
             03 WRK-FAT-EXT-FRETE PIC S9(09)V99.
             03 WRK-FAT-EXT-ICMS  PIC S9(09)V99.
      *    LIBERACOES DA REGRA 6 E SE A RETENCAO DE ORIGEM FOI ACHADA.
       01 WRK-TAB-LIBERADOS.
          02 WRK-LIB-ENTRY OCCURS 1000 TIMES.
             03 WRK-LIB-CHAVE     PIC 9(08).
             03 WRK-LIB-CLIENTE   PIC 9(06).
             03 WRK-LIB-DATA      PIC 9(08).
             03 WRK-LIB-ORIGEM    PIC X(01).
                88 LIB-COM-ORIGEM       VALUE 'S'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-REGRA-CLIENTES THRU 2000-REGRA-CLIENTES-EXIT.
           PERFORM 3000-REGRA-CARRIERS THRU 3000-REGRA-CARRIERS-EXIT.
           PERFORM 4000-REGRA-ACORDOS THRU 4000-REGRA-ACORDOS-EXIT.
           PERFORM 5000-REGRA-VIGENCIAS THRU 5000-REGRA-VIGENCIAS-EXIT.
           PERFORM 6000-REGRA-FATURAS THRU 6000-REGRA-FATURAS-EXIT.
           PERFORM 7000-REGRA-LIBERADOS THRU 7000-REGRA-LIBERADOS-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * DATA DE NEGOCIO, CABECALHO DO RELATORIO E OS CADASTROS DE
      * CLIENTES E TRANSPORTADORAS, USADOS POR MAIS DE UMA REGRA.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           OPEN OUTPUT AUDITREF.
           MOVE SPACES TO AUD-LINHA.
           STRING 'AUDITORIA DE INTEGRIDADE REFERENCIAL DA CADEIA DE '
                  'FRETE - POSICAO DE ' WRK-DIA-EXEC '/'
                  WRK-MES-EXEC '/' WRK-ANO-EXEC
               DELIMITED BY SIZE INTO AUD-LINHA.
           WRITE AUD-LINHA.
           OPEN INPUT CUSTMAST.
           IF WRK-FS-CUSTMAST = '00'
               SET CUSTMAST-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - CUSTMAST.DAT INDISPONIVEL (STATUS '
                       WRK-FS-CUSTMAST ') - REGRAS 1 E 3 SEM '
                       'CONFERENCIA'
           END-IF.
           OPEN INPUT CARRMAST.
           IF WRK-FS-CARRMAST = '00'
               SET CARRMAST-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - CARRMAST.DAT INDISPONIVEL (STATUS '
                       WRK-FS-CARRMAST ') - REGRA 2 SEM CONFERENCIA'
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * OBTEM A DATA DE PROCESSAMENTO DO CABECALHO DE CONTROLE GRAVADO
      * PELO PROGCOB03 (ULTIMO REGISTRO DE CTLFILE.DAT). SEM CONTROLE,
      * USA A DATA DO SISTEMA.
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
      * REGRA 1 - CLIENTE DOS PEDIDOS E DO EXTRATO AUSENTE DO CADASTRO
      * OU INATIVADO. REGISTRO SEM CLIENTE (ID ZERO OU EM BRANCO,
      * ANTERIOR AO CAMPO) NAO TEM REFERENCIA A CONFERIR.
      ******************************************************************
       2000-REGRA-CLIENTES.
           MOVE 1 TO WRK-IDX-REGRA.
           MOVE SPACES TO WRK-TITULO-REGRA.
           STRING 'CLIENTE DE PEDIDO (ORDERS.DAT) OU DO EXTRATO '
                  '(FRETEEXT.DAT) SEM CADASTRO OU INATIVO'
               DELIMITED BY SIZE INTO WRK-TITULO-REGRA.
           PERFORM 9100-ABRIR-REGRA THRU 9100-ABRIR-REGRA-EXIT.
           IF NOT CUSTMAST-DISPONIVEL
               MOVE SPACES TO AUD-LINHA
               STRING '  CUSTMAST.DAT INDISPONIVEL (STATUS '
                      WRK-FS-CUSTMAST ') - REGRA NAO CONFERIDA'
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
               GO TO 2000-REGRA-CLIENTES-FIM
           END-IF.
           MOVE ZEROS TO WRK-QT-EXCESSO.
           OPEN INPUT ORDERS.
           IF WRK-FS-ORDERS = '00'
               READ ORDERS
                   AT END SET FIM-DE-ORDERS TO TRUE
               END-READ
               PERFORM 2100-LER-PEDIDO THRU 2100-LER-PEDIDO-EXIT
                   UNTIL FIM-DE-ORDERS
               CLOSE ORDERS
           END-IF.
           OPEN INPUT FRETEEXT.
           IF WRK-FS-FRETEEXT = '00'
               READ FRETEEXT
                   AT END SET FIM-DE-FRETEEXT TO TRUE
               END-READ
               PERFORM 2200-LER-EXTRATO THRU 2200-LER-EXTRATO-EXIT
                   UNTIL FIM-DE-FRETEEXT
               CLOSE FRETEEXT
           END-IF.
           PERFORM 2400-LISTAR-CLIENTE THRU 2400-LISTAR-CLIENTE-EXIT
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI IS GREATER THAN WRK-QT-CLIENTES.
           IF WRK-QT-EXCESSO IS GREATER THAN ZERO
               MOVE SPACES TO AUD-LINHA
               STRING '  REGISTROS DE CLIENTES ALEM DA TABELA COM '
                      'REFERENCIA INVALIDA (NAO LISTADOS): '
                      WRK-QT-EXCESSO
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
           END-IF.
       2000-REGRA-CLIENTES-FIM.
           PERFORM 9300-FECHAR-REGRA THRU 9300-FECHAR-REGRA-EXIT.
       2000-REGRA-CLIENTES-EXIT.
           EXIT.

       2100-LER-PEDIDO.
           IF OR-CUSTOMER-ID IS NUMERIC
               AND OR-CUSTOMER-ID IS GREATER THAN ZEROS
               MOVE OR-CUSTOMER-ID TO WRK-CLIENTE-REG
               MOVE OR-ORDER-KEY   TO WRK-CHAVE-REG
               MOVE 'P'            TO WRK-ORIGEM-REG
               PERFORM 2300-CONFERIR-CLIENTE THRU
                       2300-CONFERIR-CLIENTE-EXIT
           END-IF.
           READ ORDERS
               AT END SET FIM-DE-ORDERS TO TRUE
           END-READ.
       2100-LER-PEDIDO-EXIT.
           EXIT.

       2200-LER-EXTRATO.
           IF EX-CUSTOMER-ID IS NUMERIC
               AND EX-CUSTOMER-ID IS GREATER THAN ZEROS
               MOVE EX-CUSTOMER-ID TO WRK-CLIENTE-REG
               MOVE EX-ORDER-KEY   TO WRK-CHAVE-REG
               MOVE 'E'            TO WRK-ORIGEM-REG
               PERFORM 2300-CONFERIR-CLIENTE THRU
                       2300-CONFERIR-CLIENTE-EXIT
           END-IF.
           READ FRETEEXT
               AT END SET FIM-DE-FRETEEXT TO TRUE
           END-READ.
       2200-LER-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      * LOCALIZA O CLIENTE NA TABELA DOS JA CONFERIDOS; CLIENTE NOVO E
      * LIDO NO CADASTRO E ENTRA NA TABELA COM A SITUACAO ACHADA.
      ******************************************************************
       2300-CONFERIR-CLIENTE.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM 2310-PROCURAR-CLIENTE THRU
                   2310-PROCURAR-CLIENTE-EXIT
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL ACHADO-NA-TABELA
                  OR WRK-IDX-CLI IS GREATER THAN WRK-QT-CLIENTES.
           IF NOT ACHADO-NA-TABELA
               MOVE WRK-CLIENTE-REG TO CM-CUSTOMER-ID
               READ CUSTMAST
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHADO
                   NOT INVALID KEY
                       SET ACHADO-NA-TABELA TO TRUE
               END-READ
               IF WRK-QT-CLIENTES IS NOT LESS THAN 500
                   IF NOT ACHADO-NA-TABELA
                       OR CM-CLIENTE-INATIVO
                       ADD 1 TO WRK-QT-EXCESSO
                   END-IF
                   GO TO 2300-CONFERIR-CLIENTE-EXIT
               END-IF
               ADD 1 TO WRK-QT-CLIENTES
               MOVE WRK-QT-CLIENTES TO WRK-IDX-CLI
               MOVE WRK-CLIENTE-REG TO WRK-CLI-ID (WRK-IDX-CLI)
               MOVE ZEROS TO WRK-CLI-QT-PED   (WRK-IDX-CLI)
               MOVE ZEROS TO WRK-CLI-QT-EXT   (WRK-IDX-CLI)
               MOVE ZEROS TO WRK-CLI-PRIMEIRA (WRK-IDX-CLI)
               EVALUATE TRUE
                   WHEN NOT ACHADO-NA-TABELA
                       MOVE 'N' TO WRK-CLI-SITUACAO (WRK-IDX-CLI)
                   WHEN CM-CLIENTE-INATIVO
                       MOVE 'I' TO WRK-CLI-SITUACAO (WRK-IDX-CLI)
                   WHEN OTHER
                       MOVE 'A' TO WRK-CLI-SITUACAO (WRK-IDX-CLI)
               END-EVALUATE
           END-IF.
           IF CLI-VALIDO (WRK-IDX-CLI)
               GO TO 2300-CONFERIR-CLIENTE-EXIT
           END-IF.
           IF WRK-CLI-PRIMEIRA (WRK-IDX-CLI) IS EQUAL ZEROS
               MOVE WRK-CHAVE-REG TO WRK-CLI-PRIMEIRA (WRK-IDX-CLI)
           END-IF.
           IF REG-DE-PEDIDOS
               ADD 1 TO WRK-CLI-QT-PED (WRK-IDX-CLI)
           ELSE
               ADD 1 TO WRK-CLI-QT-EXT (WRK-IDX-CLI)
           END-IF.
       2300-CONFERIR-CLIENTE-EXIT.
           EXIT.

       2310-PROCURAR-CLIENTE.
           IF WRK-IDX-CLI IS NOT GREATER THAN WRK-QT-CLIENTES
               AND WRK-CLI-ID (WRK-IDX-CLI) IS EQUAL TO
                   WRK-CLIENTE-REG
               SET ACHADO-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-CLI
           END-IF.
       2310-PROCURAR-CLIENTE-EXIT.
           EXIT.

       2400-LISTAR-CLIENTE.
           IF CLI-VALIDO (WRK-IDX-CLI)
               GO TO 2400-LISTAR-CLIENTE-EXIT
           END-IF.
           IF CLI-INATIVO (WRK-IDX-CLI)
               MOVE 'INATIVO'        TO WRK-DESC-SITUACAO
           ELSE
               MOVE 'NAO CADASTRADO' TO WRK-DESC-SITUACAO
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING '  CLIENTE ' WRK-CLI-ID (WRK-IDX-CLI)
                  ' ' WRK-DESC-SITUACAO
                  ' - PEDIDOS=' WRK-CLI-QT-PED (WRK-IDX-CLI)
                  ' EXTRATO=' WRK-CLI-QT-EXT (WRK-IDX-CLI)
                  ' PRIMEIRO PEDIDO ' WRK-CLI-PRIMEIRA (WRK-IDX-CLI)
               DELIMITED BY SIZE INTO AUD-LINHA.
           PERFORM 9200-GRAVAR-OCORRENCIA THRU
                   9200-GRAVAR-OCORRENCIA-EXIT.
       2400-LISTAR-CLIENTE-EXIT.
           EXIT.

      ******************************************************************
      * REGRA 2 - TRANSPORTADORA DO LOG AUSENTE DO CADASTRO. REGISTRO
      * SEM TRANSPORTADORA (ZERO OU EM BRANCO) NAO TEM REFERENCIA.
      ******************************************************************
       3000-REGRA-CARRIERS.
           MOVE 2 TO WRK-IDX-REGRA.
           MOVE SPACES TO WRK-TITULO-REGRA.
           STRING 'TRANSPORTADORA DO LOG (FRETELOG.DAT) SEM CADASTRO '
                  'EM CARRMAST.DAT'
               DELIMITED BY SIZE INTO WRK-TITULO-REGRA.
           PERFORM 9100-ABRIR-REGRA THRU 9100-ABRIR-REGRA-EXIT.
           IF NOT CARRMAST-DISPONIVEL
               MOVE SPACES TO AUD-LINHA
               STRING '  CARRMAST.DAT INDISPONIVEL (STATUS '
                      WRK-FS-CARRMAST ') - REGRA NAO CONFERIDA'
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
               GO TO 3000-REGRA-CARRIERS-FIM
           END-IF.
           MOVE ZEROS TO WRK-QT-EXCESSO.
           OPEN INPUT FRETELOG.
           IF WRK-FS-FRETELOG = '00'
               READ FRETELOG
                   AT END SET FIM-DE-FRETELOG TO TRUE
               END-READ
               PERFORM 3100-LER-LOG THRU 3100-LER-LOG-EXIT
                   UNTIL FIM-DE-FRETELOG
               CLOSE FRETELOG
           END-IF.
           PERFORM 3300-LISTAR-CARRIER THRU 3300-LISTAR-CARRIER-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
           IF WRK-QT-EXCESSO IS GREATER THAN ZERO
               MOVE SPACES TO AUD-LINHA
               STRING '  REGISTROS DE TRANSPORTADORAS ALEM DA TABELA '
                      'SEM CADASTRO (NAO LISTADOS): ' WRK-QT-EXCESSO
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
           END-IF.
       3000-REGRA-CARRIERS-FIM.
           PERFORM 9300-FECHAR-REGRA THRU 9300-FECHAR-REGRA-EXIT.
       3000-REGRA-CARRIERS-EXIT.
           EXIT.

       3100-LER-LOG.
           IF LG-CARRIER-ID IS NUMERIC
               AND LG-CARRIER-ID IS GREATER THAN ZEROS
               MOVE LG-CARRIER-ID TO WRK-CARRIER-REG
               PERFORM 3200-CONFERIR-CARRIER THRU
                       3200-CONFERIR-CARRIER-EXIT
           END-IF.
           READ FRETELOG
               AT END SET FIM-DE-FRETELOG TO TRUE
           END-READ.
       3100-LER-LOG-EXIT.
           EXIT.

       3200-CONFERIR-CARRIER.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM 3210-PROCURAR-CARRIER THRU
                   3210-PROCURAR-CARRIER-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL ACHADO-NA-TABELA
                  OR WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
           IF NOT ACHADO-NA-TABELA
               MOVE WRK-CARRIER-REG TO CR-CARRIER-ID
               READ CARRMAST
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHADO
                   NOT INVALID KEY
                       SET ACHADO-NA-TABELA TO TRUE
               END-READ
               IF WRK-QT-CARRIERS IS NOT LESS THAN 200
                   IF NOT ACHADO-NA-TABELA
                       ADD 1 TO WRK-QT-EXCESSO
                   END-IF
                   GO TO 3200-CONFERIR-CARRIER-EXIT
               END-IF
               ADD 1 TO WRK-QT-CARRIERS
               MOVE WRK-QT-CARRIERS TO WRK-IDX-CARR
               MOVE WRK-CARRIER-REG TO WRK-CARR-ID (WRK-IDX-CARR)
               MOVE ZEROS TO WRK-CARR-QT       (WRK-IDX-CARR)
               MOVE ZEROS TO WRK-CARR-PRIMEIRA (WRK-IDX-CARR)
               MOVE ZEROS TO WRK-CARR-ULTIMA   (WRK-IDX-CARR)
               IF ACHADO-NA-TABELA
                   MOVE 'A' TO WRK-CARR-SITUACAO (WRK-IDX-CARR)
               ELSE
                   MOVE 'N' TO WRK-CARR-SITUACAO (WRK-IDX-CARR)
               END-IF
           END-IF.
           IF CARR-VALIDA (WRK-IDX-CARR)
               GO TO 3200-CONFERIR-CARRIER-EXIT
           END-IF.
           ADD 1 TO WRK-CARR-QT (WRK-IDX-CARR).
           IF WRK-CARR-PRIMEIRA (WRK-IDX-CARR) IS EQUAL ZEROS
               OR LG-DATA-EXECUCAO IS LESS THAN
                  WRK-CARR-PRIMEIRA (WRK-IDX-CARR)
               MOVE LG-DATA-EXECUCAO TO WRK-CARR-PRIMEIRA (WRK-IDX-CARR)
           END-IF.
           IF LG-DATA-EXECUCAO IS GREATER THAN
              WRK-CARR-ULTIMA (WRK-IDX-CARR)
               MOVE LG-DATA-EXECUCAO TO WRK-CARR-ULTIMA (WRK-IDX-CARR)
           END-IF.
       3200-CONFERIR-CARRIER-EXIT.
           EXIT.

       3210-PROCURAR-CARRIER.
           IF WRK-IDX-CARR IS NOT GREATER THAN WRK-QT-CARRIERS
               AND WRK-CARR-ID (WRK-IDX-CARR) IS EQUAL TO
                   WRK-CARRIER-REG
               SET ACHADO-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-CARR
           END-IF.
       3210-PROCURAR-CARRIER-EXIT.
           EXIT.

       3300-LISTAR-CARRIER.
           IF CARR-VALIDA (WRK-IDX-CARR)
               GO TO 3300-LISTAR-CARRIER-EXIT
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING '  TRANSPORTADORA ' WRK-CARR-ID (WRK-IDX-CARR)
                  ' NAO CADASTRADA - REGISTROS NO LOG='
                  WRK-CARR-QT (WRK-IDX-CARR)
                  ' DE ' WRK-CARR-PRIMEIRA (WRK-IDX-CARR)
                  ' A ' WRK-CARR-ULTIMA (WRK-IDX-CARR)
               DELIMITED BY SIZE INTO AUD-LINHA.
           PERFORM 9200-GRAVAR-OCORRENCIA THRU
                   9200-GRAVAR-OCORRENCIA-EXIT.
       3300-LISTAR-CARRIER-EXIT.
           EXIT.

      ******************************************************************
      * REGRA 3 - ACORDO COMERCIAL DE CLIENTE INEXISTENTE NO CADASTRO.
      ******************************************************************
       4000-REGRA-ACORDOS.
           MOVE 3 TO WRK-IDX-REGRA.
           MOVE 'ACORDO COMERCIAL (CUSTAGR.DAT) DE CLIENTE INEXISTENTE'
               TO WRK-TITULO-REGRA.
           PERFORM 9100-ABRIR-REGRA THRU 9100-ABRIR-REGRA-EXIT.
           IF NOT CUSTMAST-DISPONIVEL
               MOVE SPACES TO AUD-LINHA
               STRING '  CUSTMAST.DAT INDISPONIVEL (STATUS '
                      WRK-FS-CUSTMAST ') - REGRA NAO CONFERIDA'
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
               GO TO 4000-REGRA-ACORDOS-FIM
           END-IF.
           OPEN INPUT CUSTAGR.
           IF WRK-FS-CUSTAGR IS NOT EQUAL TO '00'
               MOVE SPACES TO AUD-LINHA
               STRING '  CUSTAGR.DAT INDISPONIVEL (STATUS '
                      WRK-FS-CUSTAGR ') - SEM ACORDOS A CONFERIR'
                   DELIMITED BY SIZE INTO AUD-LINHA
               WRITE AUD-LINHA
               GO TO 4000-REGRA-ACORDOS-FIM
           END-IF.
           READ CUSTAGR NEXT RECORD
               AT END SET FIM-DE-CUSTAGR TO TRUE
           END-READ.
           PERFORM 4100-CONFERIR-ACORDO THRU 4100-CONFERIR-ACORDO-EXIT
               UNTIL FIM-DE-CUSTAGR.
           CLOSE CUSTAGR.
       4000-REGRA-ACORDOS-FIM.
           PERFORM 9300-FECHAR-REGRA THRU 9300-FECHAR-REGRA-EXIT.
       4000-REGRA-ACORDOS-EXIT.
           EXIT.

       4100-CONFERIR-ACORDO.
           MOVE AG-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST
               INVALID KEY
                   MOVE SPACES TO AUD-LINHA
                   STRING '  ACORDO DO CLIENTE ' AG-CUSTOMER-ID
                          ' (SITUACAO ' AG-STATUS
                          ') - CLIENTE NAO CADASTRADO'
                       DELIMITED BY SIZE INTO AUD-LINHA
                   PERFORM 9200-GRAVAR-OCORRENCIA THRU
                           9200-GRAVAR-OCORRENCIA-EXIT
           END-READ.
           READ CUSTAGR NEXT RECORD
               AT END SET FIM-DE-CUSTAGR TO TRUE
           END-READ.
       4100-CONFERIR-ACORDO-EXIT.
           EXIT.

      ******************************************************************
      * REGRA 4 - VERSOES DO MASTER DE FRETE. O MASTER E LIDO NA ORDEM
      * DA CHAVE (UF + VIGENCIA): CADA UF PRECISA DE UMA VERSAO COM
      * VIGENCIA ATE A DATA DE NEGOCIO, E AS VIGENCIAS DE UMA UF TEM
      * QUE SER DATAS VALIDAS E ESTRITAMENTE CRESCENTES - VIGENCIA
      * INVALIDA OU REPETIDA TORNA AMBIGUA A VERSAO QUE O CALCULO USA.
      ******************************************************************
       5000-REGRA-VIGENCIAS.
           MOVE 4 TO WRK-IDX-REGRA.
           MOVE SPACES TO WRK-TITULO-REGRA.
           STRING 'UF DO MASTER DE FRETE (FRETE.DAT) SEM VERSAO '
                  'VIGENTE OU COM VIGENCIA SOBREPOSTA/INVALIDA'
               DELIMITED BY SIZE INTO WRK-TITULO-REGRA.
           PERFORM 9100-ABRIR-REGRA THRU 9100-ABRIR-REGRA-EXIT.
           OPEN INPUT FRETEMST.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               MOVE SPACES TO AUD-LINHA
               STRING '  FRETE.DAT INDISPONIVEL (STATUS '
                      WRK-FS-FRETEMST ') - REGRA NAO CONFERIDA'
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
               GO TO 5000-REGRA-VIGENCIAS-FIM
           END-IF.
           READ FRETEMST NEXT RECORD
               AT END SET FIM-DE-FRETEMST TO TRUE
           END-READ.
           PERFORM 5100-CONFERIR-VERSAO THRU 5100-CONFERIR-VERSAO-EXIT
               UNTIL FIM-DE-FRETEMST.
           IF WRK-UF-ATUAL IS NOT EQUAL TO SPACES
               PERFORM 5200-FECHAR-UF THRU 5200-FECHAR-UF-EXIT
           END-IF.
           CLOSE FRETEMST.
           MOVE SPACES TO AUD-LINHA.
           STRING '  UFS CONFERIDAS: ' WRK-QT-UFS
               DELIMITED BY SIZE INTO AUD-LINHA.
           WRITE AUD-LINHA.
       5000-REGRA-VIGENCIAS-FIM.
           PERFORM 9300-FECHAR-REGRA THRU 9300-FECHAR-REGRA-EXIT.
       5000-REGRA-VIGENCIAS-EXIT.
           EXIT.

       5100-CONFERIR-VERSAO.
           IF FT-UF IS NOT EQUAL TO WRK-UF-ATUAL
               IF WRK-UF-ATUAL IS NOT EQUAL TO SPACES
                   PERFORM 5200-FECHAR-UF THRU 5200-FECHAR-UF-EXIT
               END-IF
               MOVE FT-UF TO WRK-UF-ATUAL
               MOVE 'N'   TO WRK-UF-VIGENTE
               MOVE ZEROS TO WRK-VIG-ANTERIOR
               MOVE ZEROS TO WRK-VIG-PRIMEIRA
               ADD 1 TO WRK-QT-UFS
           END-IF.
           IF FT-DATA-VIGENCIA IS NOT NUMERIC
               MOVE SPACES TO AUD-LINHA
               STRING '  UF ' FT-UF ' - VIGENCIA NAO NUMERICA ('
                      FT-DATA-VIGENCIA ')'
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
               GO TO 5100-CONFERIR-VERSAO-LER
           END-IF.
           MOVE FT-DATA-VIGENCIA TO WRK-DATA-REG.
           IF WRK-ANO-REG IS EQUAL ZEROS
               OR WRK-MES-REG IS LESS THAN 1
               OR WRK-MES-REG IS GREATER THAN 12
               OR WRK-DIA-REG IS LESS THAN 1
               OR WRK-DIA-REG IS GREATER THAN 31
               MOVE SPACES TO AUD-LINHA
               STRING '  UF ' FT-UF ' - VIGENCIA INVALIDA '
                      FT-DATA-VIGENCIA
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
               GO TO 5100-CONFERIR-VERSAO-LER
           END-IF.
           IF WRK-VIG-ANTERIOR IS GREATER THAN ZEROS
               AND FT-DATA-VIGENCIA IS NOT GREATER THAN
                   WRK-VIG-ANTERIOR
               MOVE SPACES TO AUD-LINHA
               STRING '  UF ' FT-UF ' - VIGENCIA ' FT-DATA-VIGENCIA
                      ' SOBREPOSTA A VERSAO DE ' WRK-VIG-ANTERIOR
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
           END-IF.
           IF WRK-VIG-PRIMEIRA IS EQUAL ZEROS
               MOVE FT-DATA-VIGENCIA TO WRK-VIG-PRIMEIRA
           END-IF.
           MOVE FT-DATA-VIGENCIA TO WRK-VIG-ANTERIOR.
           IF FT-DATA-VIGENCIA IS NOT GREATER THAN WRK-DATA-EXEC-NUM
               SET UF-COM-VIGENTE TO TRUE
           END-IF.
       5100-CONFERIR-VERSAO-LER.
           READ FRETEMST NEXT RECORD
               AT END SET FIM-DE-FRETEMST TO TRUE
           END-READ.
       5100-CONFERIR-VERSAO-EXIT.
           EXIT.

       5200-FECHAR-UF.
           IF NOT UF-COM-VIGENTE
               MOVE SPACES TO AUD-LINHA
               STRING '  UF ' WRK-UF-ATUAL ' SEM VERSAO VIGENTE EM '
                      WRK-DATA-EXEC-NUM ' (PRIMEIRA VIGENCIA '
                      WRK-VIG-PRIMEIRA ')'
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
           END-IF.
       5200-FECHAR-UF-EXIT.
           EXIT.

      ******************************************************************
      * REGRA 5 - FATURAS CONTRA O EXTRATO. CARREGA AS FATURAS, SOMA O
      * EXTRATO POR CLIENTE E PERIODO COMO O PROGCOB23 (FRETE E ICMS,
      * ESTORNO SUBTRAINDO) E COMPARA. PERIODO ANTERIOR AO MES MAIS
      * ANTIGO AINDA NO EXTRATO VIVO FOI EXPURGADO E NAO E CONFERIDO.
      ******************************************************************
       6000-REGRA-FATURAS.
           MOVE 5 TO WRK-IDX-REGRA.
           MOVE SPACES TO WRK-TITULO-REGRA.
           STRING 'FATURA (FRETEFTI.DAT) QUE NAO BATE COM O EXTRATO DO '
                  'CLIENTE NO PERIODO'
               DELIMITED BY SIZE INTO WRK-TITULO-REGRA.
           PERFORM 9100-ABRIR-REGRA THRU 9100-ABRIR-REGRA-EXIT.
           MOVE ZEROS TO WRK-QT-EXCESSO.
           OPEN INPUT FRETEFTI.
           IF WRK-FS-FRETEFTI IS NOT EQUAL TO '00'
               MOVE SPACES TO AUD-LINHA
               STRING '  FRETEFTI.DAT INDISPONIVEL (STATUS '
                      WRK-FS-FRETEFTI ') - SEM FATURAS A CONFERIR'
                   DELIMITED BY SIZE INTO AUD-LINHA
               WRITE AUD-LINHA
               GO TO 6000-REGRA-FATURAS-FIM
           END-IF.
           READ FRETEFTI
               AT END SET FIM-DE-FRETEFTI TO TRUE
           END-READ.
           PERFORM 6100-CARREGAR-FATURA THRU 6100-CARREGAR-FATURA-EXIT
               UNTIL FIM-DE-FRETEFTI.
           CLOSE FRETEFTI.
           MOVE 'N' TO WRK-EOF-FRETEEXT.
           OPEN INPUT FRETEEXT.
           IF WRK-FS-FRETEEXT = '00'
               READ FRETEEXT
                   AT END SET FIM-DE-FRETEEXT TO TRUE
               END-READ
               PERFORM 6200-SOMAR-EXTRATO THRU 6200-SOMAR-EXTRATO-EXIT
                   UNTIL FIM-DE-FRETEEXT
               CLOSE FRETEEXT
           END-IF.
           PERFORM 6300-COMPARAR-FATURA THRU 6300-COMPARAR-FATURA-EXIT
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL WRK-IDX-FAT IS GREATER THAN WRK-QT-FATURAS.
           MOVE WRK-QT-FATURAS TO WRK-QT-EXIBIR.
           MOVE SPACES TO AUD-LINHA.
           STRING '  FATURAS LIDAS: ' WRK-QT-EXIBIR
                  ' - DE PERIODO JA EXPURGADO DO EXTRATO (NAO '
                  'CONFERIDAS): ' WRK-QT-NAO-CONFER
               DELIMITED BY SIZE INTO AUD-LINHA.
           WRITE AUD-LINHA.
           IF WRK-QT-EXCESSO IS GREATER THAN ZERO
               MOVE SPACES TO AUD-LINHA
               STRING '  FATURAS ALEM DA TABELA (NAO CONFERIDAS): '
                      WRK-QT-EXCESSO
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
           END-IF.
       6000-REGRA-FATURAS-FIM.
           PERFORM 9300-FECHAR-REGRA THRU 9300-FECHAR-REGRA-EXIT.
       6000-REGRA-FATURAS-EXIT.
           EXIT.

       6100-CARREGAR-FATURA.
           IF WRK-QT-FATURAS IS LESS THAN 1000
               ADD 1 TO WRK-QT-FATURAS
               MOVE WRK-QT-FATURAS TO WRK-IDX-FAT
               MOVE FI-INVOICE-NUM  TO WRK-FAT-NUM     (WRK-IDX-FAT)
               MOVE FI-CUSTOMER-ID  TO WRK-FAT-CLIENTE (WRK-IDX-FAT)
               MOVE FI-PERIODO      TO WRK-FAT-PERIODO (WRK-IDX-FAT)
               MOVE FI-VALOR-FRETE  TO WRK-FAT-FRETE   (WRK-IDX-FAT)
               IF FI-VALOR-ICMS IS NUMERIC
                   MOVE FI-VALOR-ICMS TO WRK-FAT-ICMS  (WRK-IDX-FAT)
               ELSE
                   MOVE ZEROS         TO WRK-FAT-ICMS  (WRK-IDX-FAT)
               END-IF
               MOVE ZEROS TO WRK-FAT-EXT-FRETE (WRK-IDX-FAT)
               MOVE ZEROS TO WRK-FAT-EXT-ICMS  (WRK-IDX-FAT)
           ELSE
               ADD 1 TO WRK-QT-EXCESSO
           END-IF.
           READ FRETEFTI
               AT END SET FIM-DE-FRETEFTI TO TRUE
           END-READ.
       6100-CARREGAR-FATURA-EXIT.
           EXIT.

       6200-SOMAR-EXTRATO.
           DIVIDE EX-DATA-EXECUCAO BY 100 GIVING WRK-PERIODO-REG.
           IF WRK-PERIODO-REG IS LESS THAN WRK-PERIODO-MIN
               MOVE WRK-PERIODO-REG TO WRK-PERIODO-MIN
           END-IF.
           IF EX-CUSTOMER-ID IS NOT NUMERIC
               OR EX-CUSTOMER-ID IS EQUAL ZEROS
               GO TO 6200-SOMAR-EXTRATO-LER
           END-IF.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM 6210-PROCURAR-FATURA THRU 6210-PROCURAR-FATURA-EXIT
               VARYING WRK-IDX-FAT FROM 1 BY 1
               UNTIL ACHADO-NA-TABELA
                  OR WRK-IDX-FAT IS GREATER THAN WRK-QT-FATURAS.
           IF NOT ACHADO-NA-TABELA
               GO TO 6200-SOMAR-EXTRATO-LER
           END-IF.
           IF EX-VALOR-ICMS IS NUMERIC
               MOVE EX-VALOR-ICMS TO WRK-ICMS-REG
           ELSE
               MOVE ZEROS         TO WRK-ICMS-REG
           END-IF.
           IF EX-ESTORNO
               SUBTRACT EX-FRETE FROM WRK-FAT-EXT-FRETE (WRK-IDX-FAT)
               SUBTRACT WRK-ICMS-REG
                   FROM WRK-FAT-EXT-ICMS (WRK-IDX-FAT)
           ELSE
               ADD EX-FRETE     TO WRK-FAT-EXT-FRETE (WRK-IDX-FAT)
               ADD WRK-ICMS-REG TO WRK-FAT-EXT-ICMS  (WRK-IDX-FAT)
           END-IF.
       6200-SOMAR-EXTRATO-LER.
           READ FRETEEXT
               AT END SET FIM-DE-FRETEEXT TO TRUE
           END-READ.
       6200-SOMAR-EXTRATO-EXIT.
           EXIT.

       6210-PROCURAR-FATURA.
           IF WRK-IDX-FAT IS NOT GREATER THAN WRK-QT-FATURAS
               AND WRK-FAT-CLIENTE (WRK-IDX-FAT) IS EQUAL TO
                   EX-CUSTOMER-ID
               AND WRK-FAT-PERIODO (WRK-IDX-FAT) IS EQUAL TO
                   WRK-PERIODO-REG
               SET ACHADO-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-FAT
           END-IF.
       6210-PROCURAR-FATURA-EXIT.
           EXIT.

      ******************************************************************
      * O PROGCOB23 GRAVA ICMS ZERO QUANDO O LIQUIDO NAO E POSITIVO;
      * A COMPARACAO SEGUE A MESMA REGRA.
      ******************************************************************
       6300-COMPARAR-FATURA.
           IF WRK-FAT-PERIODO (WRK-IDX-FAT) IS LESS THAN
              WRK-PERIODO-MIN
               ADD 1 TO WRK-QT-NAO-CONFER
               GO TO 6300-COMPARAR-FATURA-EXIT
           END-IF.
           IF WRK-FAT-EXT-ICMS (WRK-IDX-FAT) IS LESS THAN ZEROS
               MOVE ZEROS TO WRK-FAT-EXT-ICMS (WRK-IDX-FAT)
           END-IF.
           IF WRK-FAT-EXT-FRETE (WRK-IDX-FAT) IS EQUAL TO
              WRK-FAT-FRETE (WRK-IDX-FAT)
               AND WRK-FAT-EXT-ICMS (WRK-IDX-FAT) IS EQUAL TO
                   WRK-FAT-ICMS (WRK-IDX-FAT)
               GO TO 6300-COMPARAR-FATURA-EXIT
           END-IF.
           MOVE WRK-FAT-FRETE     (WRK-IDX-FAT) TO WRK-FAT-FRETE-ED.
           MOVE WRK-FAT-EXT-FRETE (WRK-IDX-FAT) TO WRK-EXT-FRETE-ED.
           MOVE WRK-FAT-ICMS      (WRK-IDX-FAT) TO WRK-FAT-ICMS-ED.
           MOVE WRK-FAT-EXT-ICMS  (WRK-IDX-FAT) TO WRK-EXT-ICMS-ED.
           MOVE SPACES TO AUD-LINHA.
           STRING '  FATURA ' WRK-FAT-NUM (WRK-IDX-FAT)
                  ' CLIENTE ' WRK-FAT-CLIENTE (WRK-IDX-FAT)
                  ' PERIODO ' WRK-FAT-PERIODO (WRK-IDX-FAT)
                  ' FRETE FATURA=' WRK-FAT-FRETE-ED
                  ' EXTRATO=' WRK-EXT-FRETE-ED
               DELIMITED BY SIZE INTO AUD-LINHA.
           PERFORM 9200-GRAVAR-OCORRENCIA THRU
                   9200-GRAVAR-OCORRENCIA-EXIT.
           MOVE SPACES TO AUD-LINHA.
           STRING '           ICMS FATURA=' WRK-FAT-ICMS-ED
                  ' EXTRATO=' WRK-EXT-ICMS-ED
               DELIMITED BY SIZE INTO AUD-LINHA.
           WRITE AUD-LINHA.
       6300-COMPARAR-FATURA-EXIT.
           EXIT.

      ******************************************************************
      * REGRA 6 - LIBERACAO SEM RETENCAO DE ORIGEM. A CHAVE LIBERADA
      * TEM QUE ESTAR PENDENTE NA RETENCAO OU TER SIDO RETIDA ALGUM DIA
      * (EVENTO 'RT' NO MASTER DE SITUACAO).
      ******************************************************************
       7000-REGRA-LIBERADOS.
           MOVE 6 TO WRK-IDX-REGRA.
           MOVE SPACES TO WRK-TITULO-REGRA.
           STRING 'LIBERACAO (FRETELIB.DAT) SEM RETENCAO DE ORIGEM EM '
                  'FRETEHLD.DAT/ORDSTAT.DAT'
               DELIMITED BY SIZE INTO WRK-TITULO-REGRA.
           PERFORM 9100-ABRIR-REGRA THRU 9100-ABRIR-REGRA-EXIT.
           MOVE ZEROS TO WRK-QT-EXCESSO.
           OPEN INPUT FRETELIB.
           IF WRK-FS-FRETELIB IS NOT EQUAL TO '00'
               MOVE SPACES TO AUD-LINHA
               STRING '  FRETELIB.DAT INDISPONIVEL (STATUS '
                      WRK-FS-FRETELIB ') - SEM LIBERACOES A CONFERIR'
                   DELIMITED BY SIZE INTO AUD-LINHA
               WRITE AUD-LINHA
               GO TO 7000-REGRA-LIBERADOS-FIM
           END-IF.
           READ FRETELIB
               AT END SET FIM-DE-FRETELIB TO TRUE
           END-READ.
           PERFORM 7100-CARREGAR-LIBERADO THRU
                   7100-CARREGAR-LIBERADO-EXIT
               UNTIL FIM-DE-FRETELIB.
           CLOSE FRETELIB.
           OPEN INPUT FRETEHLD.
           IF WRK-FS-FRETEHLD = '00'
               READ FRETEHLD
                   AT END SET FIM-DE-FRETEHLD TO TRUE
               END-READ
               PERFORM 7200-LER-RETENCAO THRU 7200-LER-RETENCAO-EXIT
                   UNTIL FIM-DE-FRETEHLD
               CLOSE FRETEHLD
           END-IF.
           OPEN INPUT ORDSTAT.
           IF WRK-FS-ORDSTAT = '00'
               READ ORDSTAT
                   AT END SET FIM-DE-ORDSTAT TO TRUE
               END-READ
               PERFORM 7300-LER-SITUACAO THRU 7300-LER-SITUACAO-EXIT
                   UNTIL FIM-DE-ORDSTAT
               CLOSE ORDSTAT
           END-IF.
           PERFORM 7400-LISTAR-LIBERADO THRU 7400-LISTAR-LIBERADO-EXIT
               VARYING WRK-IDX-LIB FROM 1 BY 1
               UNTIL WRK-IDX-LIB IS GREATER THAN WRK-QT-LIBERADOS.
           IF WRK-QT-EXCESSO IS GREATER THAN ZERO
               MOVE SPACES TO AUD-LINHA
               STRING '  LIBERACOES ALEM DA TABELA (NAO CONFERIDAS): '
                      WRK-QT-EXCESSO
                   DELIMITED BY SIZE INTO AUD-LINHA
               PERFORM 9200-GRAVAR-OCORRENCIA THRU
                       9200-GRAVAR-OCORRENCIA-EXIT
           END-IF.
       7000-REGRA-LIBERADOS-FIM.
           PERFORM 9300-FECHAR-REGRA THRU 9300-FECHAR-REGRA-EXIT.
       7000-REGRA-LIBERADOS-EXIT.
           EXIT.

       7100-CARREGAR-LIBERADO.
           IF WRK-QT-LIBERADOS IS LESS THAN 1000
               ADD 1 TO WRK-QT-LIBERADOS
               MOVE WRK-QT-LIBERADOS  TO WRK-IDX-LIB
               MOVE LB-ORDER-KEY      TO WRK-LIB-CHAVE   (WRK-IDX-LIB)
               MOVE LB-CUSTOMER-ID    TO WRK-LIB-CLIENTE (WRK-IDX-LIB)
               MOVE LB-DATA-LIBERACAO TO WRK-LIB-DATA    (WRK-IDX-LIB)
               MOVE 'N'               TO WRK-LIB-ORIGEM  (WRK-IDX-LIB)
           ELSE
               ADD 1 TO WRK-QT-EXCESSO
           END-IF.
           READ FRETELIB
               AT END SET FIM-DE-FRETELIB TO TRUE
           END-READ.
       7100-CARREGAR-LIBERADO-EXIT.
           EXIT.

       7200-LER-RETENCAO.
           MOVE HD-ORDER-KEY TO WRK-CHAVE-REG.
           PERFORM 7500-MARCAR-ORIGEM THRU 7500-MARCAR-ORIGEM-EXIT
               VARYING WRK-IDX-LIB FROM 1 BY 1
               UNTIL WRK-IDX-LIB IS GREATER THAN WRK-QT-LIBERADOS.
           READ FRETEHLD
               AT END SET FIM-DE-FRETEHLD TO TRUE
           END-READ.
       7200-LER-RETENCAO-EXIT.
           EXIT.

       7300-LER-SITUACAO.
           IF OS-STATUS IS EQUAL TO 'RT'
               MOVE OS-ORDER-KEY TO WRK-CHAVE-REG
               PERFORM 7500-MARCAR-ORIGEM THRU 7500-MARCAR-ORIGEM-EXIT
                   VARYING WRK-IDX-LIB FROM 1 BY 1
                   UNTIL WRK-IDX-LIB IS GREATER THAN WRK-QT-LIBERADOS
           END-IF.
           READ ORDSTAT
               AT END SET FIM-DE-ORDSTAT TO TRUE
           END-READ.
       7300-LER-SITUACAO-EXIT.
           EXIT.

       7400-LISTAR-LIBERADO.
           IF LIB-COM-ORIGEM (WRK-IDX-LIB)
               GO TO 7400-LISTAR-LIBERADO-EXIT
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING '  PEDIDO ' WRK-LIB-CHAVE (WRK-IDX-LIB)
                  ' CLIENTE ' WRK-LIB-CLIENTE (WRK-IDX-LIB)
                  ' LIBERADO EM ' WRK-LIB-DATA (WRK-IDX-LIB)
                  ' - SEM RETENCAO DE ORIGEM'
               DELIMITED BY SIZE INTO AUD-LINHA.
           PERFORM 9200-GRAVAR-OCORRENCIA THRU
                   9200-GRAVAR-OCORRENCIA-EXIT.
       7400-LISTAR-LIBERADO-EXIT.
           EXIT.

       7500-MARCAR-ORIGEM.
           IF WRK-LIB-CHAVE (WRK-IDX-LIB) IS EQUAL TO WRK-CHAVE-REG
               MOVE 'S' TO WRK-LIB-ORIGEM (WRK-IDX-LIB)
           END-IF.
       7500-MARCAR-ORIGEM-EXIT.
           EXIT.

      ******************************************************************
      * RESUMO POR REGRA E RETURN CODE: 4 SE HOUVE QUALQUER OCORRENCIA.
      ******************************************************************
       8000-FINALIZAR.
           IF CUSTMAST-DISPONIVEL
               CLOSE CUSTMAST
           END-IF.
           IF CARRMAST-DISPONIVEL
               CLOSE CARRMAST
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           WRITE AUD-LINHA.
           MOVE 'RESUMO DA AUDITORIA' TO AUD-LINHA.
           WRITE AUD-LINHA.
           PERFORM 8100-IMPRIMIR-RESUMO THRU 8100-IMPRIMIR-RESUMO-EXIT
               VARYING WRK-IDX-REGRA FROM 1 BY 1
               UNTIL WRK-IDX-REGRA IS GREATER THAN 6.
           MOVE SPACES TO AUD-LINHA.
           STRING '  TOTAL DE OCORRENCIAS: ' WRK-QT-OCORR-TOTAL
               DELIMITED BY SIZE INTO AUD-LINHA.
           WRITE AUD-LINHA.
           CLOSE AUDITREF.
           DISPLAY 'PROGCOB52 - AUDITORIA DE INTEGRIDADE REFERENCIAL'.
           DISPLAY 'OCORRENCIAS POR REGRA: 1=' WRK-REGRA-QT (1)
                   ' 2=' WRK-REGRA-QT (2) ' 3=' WRK-REGRA-QT (3)
                   ' 4=' WRK-REGRA-QT (4) ' 5=' WRK-REGRA-QT (5)
                   ' 6=' WRK-REGRA-QT (6).
           DISPLAY 'TOTAL DE OCORRENCIAS ....: ' WRK-QT-OCORR-TOTAL.
           DISPLAY 'RELATORIO EM AUDITREF.DAT'.
           IF WRK-QT-OCORR-TOTAL IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       8100-IMPRIMIR-RESUMO.
           MOVE SPACES TO AUD-LINHA.
           STRING '  REGRA ' WRK-IDX-REGRA ': '
                  WRK-REGRA-QT (WRK-IDX-REGRA) ' OCORRENCIA(S)'
               DELIMITED BY SIZE INTO AUD-LINHA.
           WRITE AUD-LINHA.
       8100-IMPRIMIR-RESUMO-EXIT.
           EXIT.

      ******************************************************************
      * CABECALHO DA REGRA, GRAVACAO DE UMA OCORRENCIA (CONTADA NA
      * REGRA) E TOTAL DA REGRA.
      ******************************************************************
       9100-ABRIR-REGRA.
           MOVE ZEROS TO WRK-QT-OCORR-REGRA.
           MOVE SPACES TO AUD-LINHA.
           WRITE AUD-LINHA.
           MOVE SPACES TO AUD-LINHA.
           STRING 'REGRA ' WRK-IDX-REGRA ' - ' WRK-TITULO-REGRA
               DELIMITED BY SIZE INTO AUD-LINHA.
           WRITE AUD-LINHA.
       9100-ABRIR-REGRA-EXIT.
           EXIT.

       9200-GRAVAR-OCORRENCIA.
           WRITE AUD-LINHA.
           ADD 1 TO WRK-QT-OCORR-REGRA.
       9200-GRAVAR-OCORRENCIA-EXIT.
           EXIT.

       9300-FECHAR-REGRA.
           MOVE WRK-QT-OCORR-REGRA TO WRK-REGRA-QT (WRK-IDX-REGRA).
           ADD WRK-QT-OCORR-REGRA TO WRK-QT-OCORR-TOTAL.
           MOVE SPACES TO AUD-LINHA.
           STRING '  TOTAL DA REGRA ' WRK-IDX-REGRA ': '
                  WRK-QT-OCORR-REGRA ' OCORRENCIA(S)'
               DELIMITED BY SIZE INTO AUD-LINHA.
           WRITE AUD-LINHA.
       9300-FECHAR-REGRA-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

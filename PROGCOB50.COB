       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB50.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: RELATORIO MENSAL DE SINISTROS DE TRANSPORTE POR
      *           TRANSPORTADORA. LE O MASTER SINISTRO.DAT (MANTIDO
      *           PELO PROGCOB49) E, PARA O MES INFORMADO (PARAMETRO
      *           AAAAMM; EM BRANCO, O MES DA DATA DE NEGOCIO DO
      *           CABECALHO CTLFILE.DAT), MOSTRA POR TRANSPORTADORA:
      *           SINISTROS ABERTOS NO MES E VALOR RECLAMADO, ACEITOS
      *           NO MES E VALOR ACORDADO (O QUE O PROGCOB28 DESCONTA
      *           NO FECHAMENTO), REJEITADOS E PAGOS NO MES. MOSTRA
      *           TAMBEM A POSICAO DOS SINISTROS AINDA PENDENTES
      *           (ABERTOS OU EM ANALISE) COM A IDADE CONTADA DA
      *           ABERTURA ATE A DATA DE NEGOCIO, NAS FAIXAS DO AGING
      *           DO PROGCOB25: ATE 30, 31-60, 61-90 E ACIMA DE 90
      *           DIAS. GRAVA EM SINIRPT.DAT COM O NOME DO CADASTRO
      *           CARRMAST.DAT QUANDO DISPONIVEL, MAIS OS TOTAIS.
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
           SELECT SINISTRO ASSIGN TO "SINISTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-NUMERO
               FILE STATUS IS WRK-FS-SINISTRO.
           SELECT CARRMAST ASSIGN TO "CARRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CARRIER-ID
               FILE STATUS IS WRK-FS-CARRMAST.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT SINIRPT ASSIGN TO "SINIRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SINISTRO.
           COPY SINISTRO.

       FD  CARRMAST.
           COPY CARRMAST.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  SINIRPT
           RECORD CONTAINS 120 CHARACTERS.
       01 SIR-LINHA               PIC X(120).

       WORKING-STORAGE SECTION.
       77 WRK-FS-SINISTRO     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARRMAST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SINISTRO    PIC X(01) VALUE 'N'.
           88 FIM-DE-SINISTRO           VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-CARRMAST-OK     PIC X(01) VALUE 'N'.
           88 CARRMAST-DISPONIVEL       VALUE 'S'.
       77 WRK-CARR-ACHADA     PIC X(01) VALUE 'N'.
           88 CARRIER-NA-TABELA         VALUE 'S'.
       77 WRK-RELEVANTE       PIC X(01) VALUE 'N'.
           88 SINISTRO-RELEVANTE        VALUE 'S'.
       77 WRK-QT-CARRIERS     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CARR        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARRIER-REG     PIC 9(04) VALUE ZEROS.
       77 WRK-QT-LIDOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-EXCESSO      PIC 9(05) VALUE ZEROS.
       77 WRK-IDADE-DIAS      PIC 9(05) VALUE ZEROS.
       77 WRK-SERIAL-HOJE     PIC 9(07) VALUE ZEROS.
       77 WRK-SERIAL-ABERTURA PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-SERIAL     PIC 9(07) VALUE ZEROS.
       77 WRK-ANO-MENOS-1     PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-BISSEXTO   PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-BISSEXTO  PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-BISSEXTO    PIC X(01) VALUE 'N'.
           88 ANO-BISSEXTO              VALUE 'S'.
       01 WRK-PARM-GRUPO.
          02 WRK-PARM-MES     PIC X(06) VALUE SPACES.
       01 WRK-MES-INFORMADO REDEFINES WRK-PARM-GRUPO.
          02 WRK-ANO-INF      PIC 9(04).
          02 WRK-MES-INF      PIC 9(02).
       01 WRK-MES-RELAT.
          02 WRK-ANO-RELAT    PIC 9(04).
          02 WRK-MES-RELAT-MM PIC 9(02).
       01 WRK-MES-RELAT-NUM REDEFINES WRK-MES-RELAT PIC 9(06).
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-REG.
          02 WRK-ANO-REG      PIC 9(04).
          02 WRK-MES-REG      PIC 9(02).
          02 WRK-DIA-REG      PIC 9(02).
       01 WRK-DATA-CALC.
          02 WRK-ANO-CALC     PIC 9(04).
          02 WRK-MES-CALC     PIC 9(02).
          02 WRK-DIA-CALC     PIC 9(02).
      *    DIAS ACUMULADOS NO INICIO DE CADA MES (ANO NAO BISSEXTO),
      *    PARA O CALCULO DE DIAS CORRIDOS ENTRE DUAS DATAS.
       01 WRK-TAB-MES-LITERAL PIC X(36) VALUE
          '000031059090120151181212243273304334'.
       01 WRK-TAB-MESES REDEFINES WRK-TAB-MES-LITERAL.
          02 WRK-DIAS-ANTES-MES OCCURS 12 TIMES PIC 9(03).
      *    TOTAIS GERAIS, COM O MESMO DESENHO DE UMA ENTRADA DA TABELA.
       01 WRK-TOT-GERAL.
          02 WRK-TOT-QT-ABERT    PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-RECLAMADO   PIC 9(09)V99 VALUE ZEROS.
          02 WRK-TOT-QT-ACEITE   PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-ACORDADO    PIC 9(09)V99 VALUE ZEROS.
          02 WRK-TOT-QT-REJEIT   PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-QT-PAGO     PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-QT-PEND     PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-PENDENTE    PIC 9(09)V99 VALUE ZEROS.
          02 WRK-TOT-ATE30       PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-ATE60       PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-ATE90       PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-ACIMA90     PIC 9(05) VALUE ZEROS.
      *    MOVIMENTO DO MES E POSICAO PENDENTE POR TRANSPORTADORA
      *    (50 TRANSPORTADORAS, COMO NO FECHAMENTO DO PROGCOB28).
       01 WRK-TAB-SINISTROS.
          02 WRK-SIN-ENTRY OCCURS 50 TIMES.
             03 WRK-SIN-ID        PIC 9(04).
             03 WRK-SIN-QT-ABERT  PIC 9(05).
             03 WRK-SIN-RECLAMADO PIC 9(09)V99.
             03 WRK-SIN-QT-ACEITE PIC 9(05).
             03 WRK-SIN-ACORDADO  PIC 9(09)V99.
             03 WRK-SIN-QT-REJEIT PIC 9(05).
             03 WRK-SIN-QT-PAGO   PIC 9(05).
             03 WRK-SIN-QT-PEND   PIC 9(05).
             03 WRK-SIN-PENDENTE  PIC 9(09)V99.
             03 WRK-SIN-ATE30     PIC 9(05).
             03 WRK-SIN-ATE60     PIC 9(05).
             03 WRK-SIN-ATE90     PIC 9(05).
             03 WRK-SIN-ACIMA90   PIC 9(05).
             03 WRK-SIN-MAIS-ANTIGO PIC 9(05).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-CLASSIFICAR-SINISTRO THRU
                   2000-CLASSIFICAR-SINISTRO-EXIT
               UNTIL FIM-DE-SINISTRO.
           PERFORM 3000-IMPRIMIR-RELATORIO THRU
                   3000-IMPRIMIR-RELATORIO-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * DEFINE O MES DO RELATORIO (PARAMETRO AAAAMM OU MES DA DATA DE
      * NEGOCIO) E A DATA DE REFERENCIA DA IDADE DOS PENDENTES.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALC.
           PERFORM 7000-CALCULAR-SERIAL THRU 7000-CALCULAR-SERIAL-EXIT.
           MOVE WRK-DIAS-SERIAL TO WRK-SERIAL-HOJE.
           MOVE WRK-ANO-EXEC TO WRK-ANO-RELAT.
           MOVE WRK-MES-EXEC TO WRK-MES-RELAT-MM.
           ACCEPT WRK-PARM-MES FROM COMMAND-LINE.
           IF WRK-PARM-MES IS NOT EQUAL TO SPACES
               IF WRK-MES-INFORMADO IS NUMERIC
                   MOVE WRK-ANO-INF TO WRK-ANO-RELAT
                   MOVE WRK-MES-INF TO WRK-MES-RELAT-MM
               ELSE
                   DISPLAY 'PARAMETRO DE MES INVALIDO (USE AAAAMM): '
                           WRK-PARM-MES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT SINISTRO.
           IF WRK-FS-SINISTRO IS NOT EQUAL TO '00'
               DISPLAY 'AVISO - SINISTRO.DAT INDISPONIVEL (STATUS '
                       WRK-FS-SINISTRO ') - RELATORIO SAI VAZIO'
               SET FIM-DE-SINISTRO TO TRUE
           END-IF.
           OPEN INPUT CARRMAST.
           IF WRK-FS-CARRMAST = '00'
               SET CARRMAST-DISPONIVEL TO TRUE
           END-IF.
           OPEN OUTPUT SINIRPT.
           MOVE SPACES TO SIR-LINHA.
           STRING 'SINISTROS DE TRANSPORTE - MES '
                  WRK-MES-RELAT-MM '/' WRK-ANO-RELAT
                  ' - PENDENTES NA POSICAO DE ' WRK-DIA-EXEC '/'
                  WRK-MES-EXEC '/' WRK-ANO-EXEC
               DELIMITED BY SIZE INTO SIR-LINHA.
           WRITE SIR-LINHA.
           IF NOT FIM-DE-SINISTRO
               READ SINISTRO NEXT RECORD
                   AT END SET FIM-DE-SINISTRO TO TRUE
               END-READ
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
      * CLASSIFICA UM SINISTRO: MOVIMENTO DO MES (ABERTURA, ACEITE E
      * DECISAO FINAL) E, SE AINDA PENDENTE, A FAIXA DE IDADE. SINISTRO
      * SEM NADA NO MES E JA DECIDIDO NAO ENTRA NO RELATORIO.
      ******************************************************************
       2000-CLASSIFICAR-SINISTRO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE 'N' TO WRK-RELEVANTE.
           IF SN-PENDENTE
               SET SINISTRO-RELEVANTE TO TRUE
           END-IF.
           MOVE SN-DATA-ABERTURA TO WRK-DATA-REG.
           IF WRK-ANO-REG IS EQUAL TO WRK-ANO-RELAT
               AND WRK-MES-REG IS EQUAL TO WRK-MES-RELAT-MM
               SET SINISTRO-RELEVANTE TO TRUE
           END-IF.
           MOVE SN-DATA-ACEITE TO WRK-DATA-REG.
           IF WRK-ANO-REG IS EQUAL TO WRK-ANO-RELAT
               AND WRK-MES-REG IS EQUAL TO WRK-MES-RELAT-MM
               SET SINISTRO-RELEVANTE TO TRUE
           END-IF.
           MOVE SN-DATA-SITUACAO TO WRK-DATA-REG.
           IF WRK-ANO-REG IS EQUAL TO WRK-ANO-RELAT
               AND WRK-MES-REG IS EQUAL TO WRK-MES-RELAT-MM
               SET SINISTRO-RELEVANTE TO TRUE
           END-IF.
           IF NOT SINISTRO-RELEVANTE
               GO TO 2000-CLASSIFICAR-SINISTRO-LER
           END-IF.
           MOVE SN-CARRIER-ID TO WRK-CARRIER-REG.
           PERFORM 2100-LOCALIZAR-CARRIER THRU
                   2100-LOCALIZAR-CARRIER-EXIT.
           IF NOT CARRIER-NA-TABELA
               GO TO 2000-CLASSIFICAR-SINISTRO-LER
           END-IF.
           PERFORM 2200-ACUMULAR-MES THRU 2200-ACUMULAR-MES-EXIT.
           IF SN-PENDENTE
               PERFORM 2300-ACUMULAR-PENDENTE THRU
                       2300-ACUMULAR-PENDENTE-EXIT
           END-IF.
       2000-CLASSIFICAR-SINISTRO-LER.
           READ SINISTRO NEXT RECORD
               AT END SET FIM-DE-SINISTRO TO TRUE
           END-READ.
       2000-CLASSIFICAR-SINISTRO-EXIT.
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
                   MOVE WRK-CARRIER-REG TO WRK-SIN-ID (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-QT-ABERT    (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-RECLAMADO   (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-QT-ACEITE   (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-ACORDADO    (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-QT-REJEIT   (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-QT-PAGO     (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-QT-PEND     (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-PENDENTE    (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-ATE30       (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-ATE60       (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-ATE90       (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-ACIMA90     (WRK-IDX-CARR)
                   MOVE ZEROS TO WRK-SIN-MAIS-ANTIGO (WRK-IDX-CARR)
                   SET CARRIER-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-QT-EXCESSO
               END-IF
           END-IF.
       2100-LOCALIZAR-CARRIER-EXIT.
           EXIT.

       2110-PROCURAR-CARRIER.
           IF WRK-IDX-CARR IS NOT GREATER THAN WRK-QT-CARRIERS
               AND WRK-SIN-ID (WRK-IDX-CARR) IS EQUAL TO
                   WRK-CARRIER-REG
               SET CARRIER-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-CARR
           END-IF.
       2110-PROCURAR-CARRIER-EXIT.
           EXIT.

      ******************************************************************
      * MOVIMENTO DO MES: ABERTURA PELA DATA DE ABERTURA, ACEITE PELA
      * DATA DO ACEITE (MESMO CRITERIO DO DESCONTO NO PROGCOB28) E
      * REJEICAO OU PAGAMENTO PELA DATA DA ULTIMA SITUACAO.
      ******************************************************************
       2200-ACUMULAR-MES.
           MOVE SN-DATA-ABERTURA TO WRK-DATA-REG.
           IF WRK-ANO-REG IS EQUAL TO WRK-ANO-RELAT
               AND WRK-MES-REG IS EQUAL TO WRK-MES-RELAT-MM
               ADD 1 TO WRK-SIN-QT-ABERT (WRK-IDX-CARR)
                        WRK-TOT-QT-ABERT
               ADD SN-VALOR-RECLAMADO
                   TO WRK-SIN-RECLAMADO (WRK-IDX-CARR)
                      WRK-TOT-RECLAMADO
           END-IF.
           MOVE SN-DATA-ACEITE TO WRK-DATA-REG.
           IF (SN-ACEITO OR SN-PAGO)
               AND WRK-ANO-REG IS EQUAL TO WRK-ANO-RELAT
               AND WRK-MES-REG IS EQUAL TO WRK-MES-RELAT-MM
               ADD 1 TO WRK-SIN-QT-ACEITE (WRK-IDX-CARR)
                        WRK-TOT-QT-ACEITE
               ADD SN-VALOR-ACORDADO
                   TO WRK-SIN-ACORDADO (WRK-IDX-CARR)
                      WRK-TOT-ACORDADO
           END-IF.
           MOVE SN-DATA-SITUACAO TO WRK-DATA-REG.
           IF WRK-ANO-REG IS EQUAL TO WRK-ANO-RELAT
               AND WRK-MES-REG IS EQUAL TO WRK-MES-RELAT-MM
               IF SN-REJEITADO
                   ADD 1 TO WRK-SIN-QT-REJEIT (WRK-IDX-CARR)
                            WRK-TOT-QT-REJEIT
               END-IF
               IF SN-PAGO
                   ADD 1 TO WRK-SIN-QT-PAGO (WRK-IDX-CARR)
                            WRK-TOT-QT-PAGO
               END-IF
           END-IF.
       2200-ACUMULAR-MES-EXIT.
           EXIT.

      ******************************************************************
      * SINISTRO PENDENTE: IDADE EM DIAS CORRIDOS DA ABERTURA ATE A
      * DATA DE NEGOCIO, NAS FAIXAS DO AGING DO PROGCOB25.
      ******************************************************************
       2300-ACUMULAR-PENDENTE.
           MOVE SN-DATA-ABERTURA TO WRK-DATA-CALC.
           PERFORM 7000-CALCULAR-SERIAL THRU 7000-CALCULAR-SERIAL-EXIT.
           MOVE WRK-DIAS-SERIAL TO WRK-SERIAL-ABERTURA.
           IF WRK-SERIAL-HOJE IS GREATER THAN WRK-SERIAL-ABERTURA
               COMPUTE WRK-IDADE-DIAS =
                       WRK-SERIAL-HOJE - WRK-SERIAL-ABERTURA
           ELSE
               MOVE ZEROS TO WRK-IDADE-DIAS
           END-IF.
           ADD 1 TO WRK-SIN-QT-PEND (WRK-IDX-CARR) WRK-TOT-QT-PEND.
           ADD SN-VALOR-RECLAMADO TO WRK-SIN-PENDENTE (WRK-IDX-CARR)
                                     WRK-TOT-PENDENTE.
           IF WRK-IDADE-DIAS IS GREATER THAN
              WRK-SIN-MAIS-ANTIGO (WRK-IDX-CARR)
               MOVE WRK-IDADE-DIAS TO WRK-SIN-MAIS-ANTIGO (WRK-IDX-CARR)
           END-IF.
           EVALUATE TRUE
               WHEN WRK-IDADE-DIAS IS NOT GREATER THAN 30
                   ADD 1 TO WRK-SIN-ATE30 (WRK-IDX-CARR)
                            WRK-TOT-ATE30
               WHEN WRK-IDADE-DIAS IS NOT GREATER THAN 60
                   ADD 1 TO WRK-SIN-ATE60 (WRK-IDX-CARR)
                            WRK-TOT-ATE60
               WHEN WRK-IDADE-DIAS IS NOT GREATER THAN 90
                   ADD 1 TO WRK-SIN-ATE90 (WRK-IDX-CARR)
                            WRK-TOT-ATE90
               WHEN OTHER
                   ADD 1 TO WRK-SIN-ACIMA90 (WRK-IDX-CARR)
                            WRK-TOT-ACIMA90
           END-EVALUATE.
       2300-ACUMULAR-PENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * IMPRIME O BLOCO DE CADA TRANSPORTADORA E OS TOTAIS GERAIS.
      ******************************************************************
       3000-IMPRIMIR-RELATORIO.
           PERFORM 3100-IMPRIMIR-CARRIER THRU
                   3100-IMPRIMIR-CARRIER-EXIT
               VARYING WRK-IDX-CARR FROM 1 BY 1
               UNTIL WRK-IDX-CARR IS GREATER THAN WRK-QT-CARRIERS.
           MOVE SPACES TO SIR-LINHA.
           WRITE SIR-LINHA.
           MOVE SPACES TO SIR-LINHA.
           STRING 'TOTAL GERAL:'
                  ' ABERTOS=' WRK-TOT-QT-ABERT
                  ' RECLAMADO=' WRK-TOT-RECLAMADO
                  ' ACEITOS=' WRK-TOT-QT-ACEITE
                  ' ACORDADO=' WRK-TOT-ACORDADO
                  ' REJEITADOS=' WRK-TOT-QT-REJEIT
                  ' PAGOS=' WRK-TOT-QT-PAGO
               DELIMITED BY SIZE INTO SIR-LINHA.
           WRITE SIR-LINHA.
           MOVE SPACES TO SIR-LINHA.
           STRING '  PENDENTES=' WRK-TOT-QT-PEND
                  ' VALOR=' WRK-TOT-PENDENTE
                  ' ATE 30=' WRK-TOT-ATE30
                  ' 31-60=' WRK-TOT-ATE60
                  ' 61-90=' WRK-TOT-ATE90
                  ' +90=' WRK-TOT-ACIMA90
               DELIMITED BY SIZE INTO SIR-LINHA.
           WRITE SIR-LINHA.
           IF WRK-QT-EXCESSO IS GREATER THAN ZERO
               MOVE SPACES TO SIR-LINHA
               STRING 'ATENCAO - TRANSPORTADORAS ALEM DA TABELA '
                      '(SINISTROS FORA DO RELATORIO): '
                      WRK-QT-EXCESSO
                   DELIMITED BY SIZE INTO SIR-LINHA
               WRITE SIR-LINHA
           END-IF.
       3000-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

       3100-IMPRIMIR-CARRIER.
           PERFORM 3110-OBTER-NOME-CARRIER THRU
                   3110-OBTER-NOME-CARRIER-EXIT.
           MOVE SPACES TO SIR-LINHA.
           STRING 'TRANSP ' WRK-SIN-ID (WRK-IDX-CARR)
                  ' - ' CR-NOME
               DELIMITED BY SIZE INTO SIR-LINHA.
           WRITE SIR-LINHA.
           MOVE SPACES TO SIR-LINHA.
           STRING '  NO MES: ABERTOS=' WRK-SIN-QT-ABERT (WRK-IDX-CARR)
                  ' RECLAMADO=' WRK-SIN-RECLAMADO (WRK-IDX-CARR)
                  ' ACEITOS=' WRK-SIN-QT-ACEITE (WRK-IDX-CARR)
                  ' ACORDADO=' WRK-SIN-ACORDADO (WRK-IDX-CARR)
                  ' REJEITADOS=' WRK-SIN-QT-REJEIT (WRK-IDX-CARR)
                  ' PAGOS=' WRK-SIN-QT-PAGO (WRK-IDX-CARR)
               DELIMITED BY SIZE INTO SIR-LINHA.
           WRITE SIR-LINHA.
           MOVE SPACES TO SIR-LINHA.
           STRING '  PENDENTES=' WRK-SIN-QT-PEND (WRK-IDX-CARR)
                  ' VALOR=' WRK-SIN-PENDENTE (WRK-IDX-CARR)
                  ' ATE 30=' WRK-SIN-ATE30 (WRK-IDX-CARR)
                  ' 31-60=' WRK-SIN-ATE60 (WRK-IDX-CARR)
                  ' 61-90=' WRK-SIN-ATE90 (WRK-IDX-CARR)
                  ' +90=' WRK-SIN-ACIMA90 (WRK-IDX-CARR)
                  ' MAIS ANTIGO=' WRK-SIN-MAIS-ANTIGO (WRK-IDX-CARR)
                  ' DIAS'
               DELIMITED BY SIZE INTO SIR-LINHA.
           WRITE SIR-LINHA.
       3100-IMPRIMIR-CARRIER-EXIT.
           EXIT.

       3110-OBTER-NOME-CARRIER.
           IF NOT CARRMAST-DISPONIVEL
               MOVE 'NOME NAO DISPONIVEL' TO CR-NOME
               GO TO 3110-OBTER-NOME-CARRIER-EXIT
           END-IF.
           MOVE WRK-SIN-ID (WRK-IDX-CARR) TO CR-CARRIER-ID.
           READ CARRMAST
               INVALID KEY
                   MOVE 'NAO CADASTRADA' TO CR-NOME
           END-READ.
       3110-OBTER-NOME-CARRIER-EXIT.
           EXIT.

      ******************************************************************
      * CONVERTE A DATA EM WRK-DATA-CALC PARA DIAS CORRIDOS
      * (WRK-DIAS-SERIAL), NO MESMO CALCULO DO AGING DO PROGCOB25.
      ******************************************************************
       7000-CALCULAR-SERIAL.
           SUBTRACT 1 FROM WRK-ANO-CALC GIVING WRK-ANO-MENOS-1.
           COMPUTE WRK-DIAS-SERIAL =
                   (WRK-ANO-MENOS-1 * 365)
                   + (WRK-ANO-MENOS-1 / 4)
                   - (WRK-ANO-MENOS-1 / 100)
                   + (WRK-ANO-MENOS-1 / 400)
                   + WRK-DIAS-ANTES-MES (WRK-MES-CALC)
                   + WRK-DIA-CALC.
           PERFORM 7100-TESTAR-BISSEXTO THRU 7100-TESTAR-BISSEXTO-EXIT.
           IF ANO-BISSEXTO
               AND WRK-MES-CALC IS GREATER THAN 2
               ADD 1 TO WRK-DIAS-SERIAL
           END-IF.
       7000-CALCULAR-SERIAL-EXIT.
           EXIT.

       7100-TESTAR-BISSEXTO.
           MOVE 'N' TO WRK-ANO-BISSEXTO.
           DIVIDE WRK-ANO-CALC BY 4
               GIVING WRK-QUOC-BISSEXTO
               REMAINDER WRK-RESTO-BISSEXTO.
           IF WRK-RESTO-BISSEXTO IS NOT EQUAL ZEROS
               GO TO 7100-TESTAR-BISSEXTO-EXIT
           END-IF.
           DIVIDE WRK-ANO-CALC BY 100
               GIVING WRK-QUOC-BISSEXTO
               REMAINDER WRK-RESTO-BISSEXTO.
           IF WRK-RESTO-BISSEXTO IS NOT EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
               GO TO 7100-TESTAR-BISSEXTO-EXIT
           END-IF.
           DIVIDE WRK-ANO-CALC BY 400
               GIVING WRK-QUOC-BISSEXTO
               REMAINDER WRK-RESTO-BISSEXTO.
           IF WRK-RESTO-BISSEXTO IS EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
           END-IF.
       7100-TESTAR-BISSEXTO-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF WRK-FS-SINISTRO = '00' OR WRK-FS-SINISTRO = '10'
               CLOSE SINISTRO
           END-IF.
           CLOSE SINIRPT.
           IF CARRMAST-DISPONIVEL
               CLOSE CARRMAST
           END-IF.
           DISPLAY 'PROGCOB50 - SINISTROS DO MES ' WRK-MES-RELAT-NUM
                   ' EM SINIRPT.DAT (' WRK-QT-LIDOS ' LIDOS, '
                   WRK-TOT-QT-PEND ' PENDENTES).'.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

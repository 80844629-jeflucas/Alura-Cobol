      *                    FICAM FORA DA REPRECIFICACAO: SIMULAR
      *                    REAJUSTE EM CIMA DE AJUSTE CONTABIL SO
      *                    DISTORCERIA O DELTA.
      * OUT/2026   JL      COM A FILA DE APROVACAO DAS ALTERACOES DE
      *                    FRETE, A POSICAO 9 DO PARAMETRO = 'P' FAZ A
      *                    SIMULACAO DA FILA DE PENDENTES FRETEPND.DAT
      *                    EM VEZ DO FRETETXN.DAT E GRAVA TAMBEM O
      *                    IMPACTO POR UF EM FRETESIU.DAT (UM REGISTRO
      *                    POR UF COM PROPOSTA NA FILA, MESMO SEM
      *                    MOVIMENTO), QUE O PROGCOB45 MOSTRA AO
      *                    SUPERVISOR E EXIGE PARA APROVAR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT FRETESIM ASSIGN TO "FRETESIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRETEPND ASSIGN TO "FRETEPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEPND.
           SELECT FRETESIU ASSIGN TO "FRETESIU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEMST.
           COPY FRETETXN.

       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  CTLFILE
           RECORD CONTAINS 120 CHARACTERS.
       01 SIM-LINHA               PIC X(120).

       FD  FRETEPND
           RECORD CONTAINS 117 CHARACTERS.
           COPY FRETEPND.

       FD  FRETESIU
           RECORD CONTAINS 112 CHARACTERS.
           COPY FRETESIU.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEMST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETETXN     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEEXT     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEPND     PIC X(02) VALUE ZEROS.
       77 WRK-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       77 WRK-UF-PROPOSTA     PIC X(02) VALUE SPACES.
       77 WRK-UF-RESULTADO    PIC X(02) VALUE SPACES.
       77 WRK-EOF-FRETEMST    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEMST           VALUE 'S'.
      *    FIM DA PROPOSTA: FRETETXN.DAT OU, NA SIMULACAO DA FILA,
      *    FRETEPND.DAT.
       77 WRK-EOF-FRETETXN    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETETXN           VALUE 'S'.
       77 WRK-PENDENTE-LIDO   PIC X(01) VALUE 'N'.
           88 PENDENTE-LIDO             VALUE 'S'.
       77 WRK-EOF-FRETEEXT    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEEXT           VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
       77 WRK-SINAL-DELTA     PIC X(01) VALUE SPACE.
       01 WRK-PARM-GRUPO.
          02 WRK-PARM-DATA    PIC X(08) VALUE SPACES.
          02 WRK-PARM-ORIGEM  PIC X(01) VALUE SPACE.
             88 ORIGEM-FILA             VALUE 'P'.
       01 WRK-PARM-DATA-NUM REDEFINES WRK-PARM-GRUPO.
          02 WRK-PARM-DATA-9  PIC 9(08).
          02 FILLER           PIC X(01).
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
                04 WRK-PRO-FAIXA OCCURS 3 TIMES.
                   05 WRK-PRO-LIMITE   PIC 9(08)V99.
                   05 WRK-PRO-FX-PCT   PIC 9(01)V9(04).
      *    VIGENCIA DA PROPOSTA DE CADA UF E MARCA DE UF COM PROPOSTA
      *    NA FILA (MESMO INDICE DAS TABELAS DE TAXA), PARA O IMPACTO
      *    POR UF DA SIMULACAO DA FILA.
       01 WRK-TAB-FILA.
          02 WRK-FIL-ENTRY OCCURS 27 TIMES.
             03 WRK-FIL-VIG      PIC 9(08).
             03 WRK-FIL-MARCA    PIC X(01).
                88 WRK-FIL-NA-FILA         VALUE 'S'.
      *    ACUMULADORES DO RESULTADO POR UF DO MOVIMENTO REPRECADO.
       01 WRK-TAB-RESULT.
          02 WRK-RES-ENTRY OCCURS 27 TIMES.
               UNTIL FIM-DE-FRETEEXT.
           PERFORM 5000-IMPRIMIR-RELATORIO THRU
                   5000-IMPRIMIR-RELATORIO-EXIT.
           IF ORIGEM-FILA
               PERFORM 6000-GRAVAR-IMPACTO THRU
                       6000-GRAVAR-IMPACTO-EXIT
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX IS GREATER THAN WRK-QT-TAB
           END-IF.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           COMPUTE WRK-DATA-CORTE =
                   (WRK-ANO-EXEC * 10000) + (WRK-MES-EXEC * 100) + 1.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-PARM-GRUPO FROM COMMAND-LINE.
           IF WRK-PARM-DATA IS NOT EQUAL TO SPACES
               IF WRK-PARM-DATA-9 IS NUMERIC
                   MOVE WRK-PARM-DATA-9 TO WRK-DATA-CORTE
               ELSE
                   DISPLAY 'PARAMETRO DE DATA INVALIDO (USE '
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO WRK-TAB-FILA.
           OPEN INPUT FRETEMST.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETE.DAT INDISPONIVEL (STATUS '
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ORIGEM-FILA
               OPEN INPUT FRETEPND
               IF WRK-FS-FRETEPND IS NOT EQUAL TO '00'
                   DISPLAY 'ERRO FATAL - FRETEPND.DAT (FILA DE '
                           'PENDENTES) INDISPONIVEL (STATUS '
                           WRK-FS-FRETEPND ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT FRETESIU
           ELSE
               OPEN INPUT FRETETXN
               IF WRK-FS-FRETETXN IS NOT EQUAL TO '00'
                   DISPLAY 'ERRO FATAL - FRETETXN.DAT (PROPOSTA) '
                           'INDISPONIVEL (STATUS ' WRK-FS-FRETETXN ')'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT FRETEEXT.
           IF WRK-FS-FRETEEXT IS NOT EQUAL TO '00'
               STOP RUN
           END-IF.
           OPEN OUTPUT FRETESIM.
           PERFORM 3900-LER-PROPOSTA THRU 3900-LER-PROPOSTA-EXIT.
           READ FRETEEXT
               AT END SET FIM-DE-FRETEEXT TO TRUE
           END-READ.
      ******************************************************************
       3000-APLICAR-PROPOSTA.
           ADD 1 TO WRK-QT-TXN.
           IF ORIGEM-FILA
               MOVE PD-UF TO WRK-UF-PROPOSTA
           ELSE
               MOVE TX-UF TO WRK-UF-PROPOSTA
           END-IF.
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM 3100-PROCURAR-UF-PROPOSTA THRU
                   3100-PROCURAR-UF-PROPOSTA-EXIT
               IF WRK-QT-TAB IS LESS THAN 27
                   ADD 1 TO WRK-QT-TAB
                   MOVE WRK-QT-TAB TO WRK-IDX
                   MOVE WRK-UF-PROPOSTA TO WRK-PRO-UF (WRK-IDX)
                   MOVE WRK-UF-PROPOSTA TO WRK-ATU-UF (WRK-IDX)
                   MOVE 'N'   TO WRK-ATU-TEM (WRK-IDX)
                   MOVE ZEROS TO WRK-ATU-PCT (WRK-IDX)
                   MOVE ZEROS TO WRK-ATU-MIN (WRK-IDX)
                   MOVE ZEROS TO WRK-ATU-FAIXAS (WRK-IDX)
               ELSE
                   DISPLAY 'PROPOSTA COM MAIS DE 27 UF - IGNORANDO '
                           WRK-UF-PROPOSTA
                   GO TO 3000-APLICAR-PROPOSTA-LER
               END-IF
           END-IF.
           MOVE 'S'             TO WRK-PRO-TEM (WRK-IDX).
           IF ORIGEM-FILA
               MOVE PD-PERCENTUAL    TO WRK-PRO-PCT (WRK-IDX)
               MOVE PD-FRETE-MINIMO  TO WRK-PRO-MIN (WRK-IDX)
               MOVE PD-FAIXAS        TO WRK-PRO-FAIXAS (WRK-IDX)
               MOVE PD-DATA-VIGENCIA TO WRK-FIL-VIG (WRK-IDX)
               MOVE 'S'              TO WRK-FIL-MARCA (WRK-IDX)
               MOVE PD-UF            TO WRK-UF-RESULTADO
               PERFORM 4205-LOCALIZAR-RESULTADO THRU
                       4205-LOCALIZAR-RESULTADO-EXIT
           ELSE
               MOVE TX-PERCENTUAL    TO WRK-PRO-PCT (WRK-IDX)
               MOVE TX-FRETE-MINIMO  TO WRK-PRO-MIN (WRK-IDX)
               MOVE TX-FAIXAS        TO WRK-PRO-FAIXAS (WRK-IDX)
           END-IF.
       3000-APLICAR-PROPOSTA-LER.
           PERFORM 3900-LER-PROPOSTA THRU 3900-LER-PROPOSTA-EXIT.
       3000-APLICAR-PROPOSTA-EXIT.
           EXIT.

       3100-PROCURAR-UF-PROPOSTA.
           IF WRK-IDX IS NOT GREATER THAN WRK-QT-TAB
               AND WRK-PRO-UF (WRK-IDX) IS EQUAL TO WRK-UF-PROPOSTA
               SET UF-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX
           END-IF.
       3100-PROCURAR-UF-PROPOSTA-EXIT.
           EXIT.

      ******************************************************************
      * LE A PROXIMA PROPOSTA: DO FRETETXN.DAT OU, NA SIMULACAO DA
      * FILA, A PROXIMA TRANSACAO AINDA PENDENTE DE FRETEPND.DAT (A
      * APROVADA JA FOI DECIDIDA E SO ESPERA A CARGA DO PROGCOB10).
      ******************************************************************
       3900-LER-PROPOSTA.
           IF ORIGEM-FILA
               MOVE 'N' TO WRK-PENDENTE-LIDO
               PERFORM 3910-LER-PENDENTE THRU 3910-LER-PENDENTE-EXIT
                   UNTIL PENDENTE-LIDO OR FIM-DE-FRETETXN
           ELSE
               READ FRETETXN
                   AT END SET FIM-DE-FRETETXN TO TRUE
               END-READ
           END-IF.
       3900-LER-PROPOSTA-EXIT.
           EXIT.

       3910-LER-PENDENTE.
           READ FRETEPND
               AT END SET FIM-DE-FRETETXN TO TRUE
           END-READ.
           IF NOT FIM-DE-FRETETXN
               AND PD-PENDENTE
               SET PENDENTE-LIDO TO TRUE
           END-IF.
       3910-LER-PENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * REPRECIFICA CADA CALCULO DO EXTRATO A PARTIR DA DATA DE CORTE
      * SOB OS DOIS CENARIOS E ACUMULA POR UF. UF SEM TAXA VIGENTE EM
           MOVE WRK-PRO-FAIXAS (WRK-IDX) TO WRK-CALC-FAIXAS.
           PERFORM 4500-CALCULAR-FRETE THRU 4500-CALCULAR-FRETE-EXIT.
           MOVE WRK-FRETE-CALC TO WRK-FRETE-PROPOSTO.
           MOVE EX-UF TO WRK-UF-RESULTADO.
           PERFORM 4200-ACUMULAR-RESULTADO THRU
                   4200-ACUMULAR-RESULTADO-EXIT.
           ADD 1 TO WRK-QT-REPRECADOS.
           EXIT.

       4200-ACUMULAR-RESULTADO.
           PERFORM 4205-LOCALIZAR-RESULTADO THRU
                   4205-LOCALIZAR-RESULTADO-EXIT.
           ADD 1                  TO WRK-RES-QT       (WRK-IDX-RES).
           ADD WRK-FRETE-ATUAL    TO WRK-RES-ATUAL    (WRK-IDX-RES).
           ADD WRK-FRETE-PROPOSTO TO WRK-RES-PROPOSTO (WRK-IDX-RES).
       4200-ACUMULAR-RESULTADO-EXIT.
           EXIT.

      ******************************************************************
      * POSICIONA WRK-IDX-RES NO RESULTADO DA UF DE WRK-UF-RESULTADO,
      * ABRINDO O ACUMULADOR ZERADO SE A UF AINDA NAO TEM. NA
      * SIMULACAO DA FILA A UF PROPOSTA JA ENTRA AQUI NA LEITURA DA
      * PROPOSTA (3000), PARA SAIR NO IMPACTO MESMO SEM MOVIMENTO.
      ******************************************************************
       4205-LOCALIZAR-RESULTADO.
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM 4210-PROCURAR-RESULT THRU 4210-PROCURAR-RESULT-EXIT
               VARYING WRK-IDX-RES FROM 1 BY 1
           IF NOT UF-NA-TABELA
               ADD 1 TO WRK-QT-RESULT
               MOVE WRK-QT-RESULT TO WRK-IDX-RES
               MOVE WRK-UF-RESULTADO TO WRK-RES-UF (WRK-IDX-RES)
               MOVE ZEROS TO WRK-RES-QT       (WRK-IDX-RES)
               MOVE ZEROS TO WRK-RES-ATUAL    (WRK-IDX-RES)
               MOVE ZEROS TO WRK-RES-PROPOSTO (WRK-IDX-RES)
           END-IF.
       4205-LOCALIZAR-RESULTADO-EXIT.
           EXIT.

       4210-PROCURAR-RESULT.
           IF WRK-IDX-RES IS NOT GREATER THAN WRK-QT-RESULT
               AND WRK-RES-UF (WRK-IDX-RES) IS EQUAL TO
                   WRK-UF-RESULTADO
               SET UF-NA-TABELA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-RES
           END-IF.
       5200-DEFINIR-DELTA-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA O IMPACTO DA UF COM PROPOSTA NA FILA PARA A TELA DE
      * REVISAO DO PROGCOB45: MOVIMENTO REPRECADO E A PROPOSTA QUE
      * FOI SIMULADA, PARA O REVISOR CONFERIR QUE E A MESMA DA FILA.
      ******************************************************************
       6000-GRAVAR-IMPACTO.
           IF NOT WRK-FIL-NA-FILA (WRK-IDX)
               GO TO 6000-GRAVAR-IMPACTO-EXIT
           END-IF.
           MOVE WRK-PRO-UF (WRK-IDX) TO WRK-UF-RESULTADO.
           PERFORM 4205-LOCALIZAR-RESULTADO THRU
                   4205-LOCALIZAR-RESULTADO-EXIT.
           MOVE WRK-PRO-UF (WRK-IDX)          TO SU-UF.
           MOVE WRK-DATA-SISTEMA              TO SU-DATA-SIMULACAO.
           MOVE WRK-DATA-CORTE                TO SU-DATA-CORTE.
           MOVE WRK-RES-QT (WRK-IDX-RES)      TO SU-QT-PEDIDOS.
           MOVE WRK-RES-ATUAL (WRK-IDX-RES)   TO SU-FRETE-ATUAL.
           MOVE WRK-RES-PROPOSTO (WRK-IDX-RES) TO SU-FRETE-PROPOSTO.
           MOVE WRK-FIL-VIG (WRK-IDX)         TO SU-DATA-VIGENCIA.
           MOVE WRK-PRO-PCT (WRK-IDX)         TO SU-PERCENTUAL.
           MOVE WRK-PRO-MIN (WRK-IDX)         TO SU-FRETE-MINIMO.
           MOVE WRK-PRO-FAIXAS (WRK-IDX)      TO SU-FAIXAS.
           WRITE SU-REGISTRO.
       6000-GRAVAR-IMPACTO-EXIT.
           EXIT.

       8000-FINALIZAR.
           IF ORIGEM-FILA
               CLOSE FRETEPND FRETESIU
               DISPLAY 'PROGCOB21 - SIMULACAO DA FILA DE PENDENTES - '
                       'IMPACTO POR UF EM FRETESIU.DAT'
           ELSE
               CLOSE FRETETXN
           END-IF.
           CLOSE FRETEMST FRETEEXT FRETESIM.
           DISPLAY 'PROGCOB21 - SIMULACAO GERADA EM FRETESIM.DAT ('
                   WRK-QT-REPRECADOS ' PEDIDO(S) REPRECADO(S)).'.
       8000-FINALIZAR-EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB45.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: REVISAO DAS ALTERACOES DE FRETE PENDENTES (DUPLA
      *           CONFERENCIA). O PROGCOB10 ENFILEIRA EM FRETEPND.DAT
      *           AS TRANSACOES DE FRETETXN.DAT JA CRITICADAS,
      *           ESTAMPADAS COM O OPERADOR QUE AS LANCOU, E SO
      *           APLICA NO MASTER AS APROVADAS AQUI. O REVISOR TEM
      *           QUE SER SUPERVISOR ATIVO DO OPERMAST.DAT E NAO PODE
      *           DECIDIR TRANSACAO LANCADA POR ELE MESMO. PARA CADA
      *           TRANSACAO PENDENTE A TELA MOSTRA O PERCENTUAL, O
      *           FRETE MINIMO E AS FAIXAS DA VERSAO EM VIGOR NO
      *           MASTER FRETE.DAT CONTRA OS PROPOSTOS, E O IMPACTO DE
      *           REPRECIFICACAO DA UF CALCULADO PELO PROGCOB21 NA
      *           SIMULACAO DA FILA (FRETESIU.DAT), E O SUPERVISOR
      *           DECIDE:
      *             A - APROVA: A TRANSACAO FICA NA FILA COMO APROVADA
      *                 E ENTRA NA PROXIMA CARGA DO PROGCOB10. SO E
      *                 ACEITA SE A PROPOSTA SIMULADA PARA A UF FOR A
      *                 MESMA DA TRANSACAO - SEM SIMULACAO, OU COM
      *                 SIMULACAO DE OUTRA PROPOSTA, NAO HA NUMERO
      *                 PARA APROVAR;
      *             R - REJEITA: A TRANSACAO SAI DA FILA;
      *             S - PULA: A TRANSACAO CONTINUA PENDENTE.
      *           APROVACOES E REJEICOES VAO PARA O HISTORICO
      *           FRETEHST.DAT COM QUEM LANCOU E QUEM DECIDIU. A FILA
      *           E REGRAVADA VIA ARQUIVO DE TRABALHO FRETEPWK.DAT.
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
           SELECT FRETEPND ASSIGN TO "FRETEPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEPND.
           SELECT FRETEPWK ASSIGN TO "FRETEPWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FRETEMST ASSIGN TO "FRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FT-CHAVE
               FILE STATUS IS WRK-FS-FRETEMST.
           SELECT FRETESIU ASSIGN TO "FRETESIU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETESIU.
           SELECT FRETEHST ASSIGN TO "FRETEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEHST.
           SELECT OPERMAST ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WRK-FS-OPERMAST.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEPND
           RECORD CONTAINS 117 CHARACTERS.
           COPY FRETEPND.

       FD  FRETEPWK
           RECORD CONTAINS 117 CHARACTERS.
       01 PWK-REGISTRO            PIC X(117).

       FD  FRETEMST.
           COPY FRETETAB.

       FD  FRETESIU
           RECORD CONTAINS 112 CHARACTERS.
           COPY FRETESIU.

       FD  FRETEHST
           RECORD CONTAINS 45 CHARACTERS.
           COPY FRETEHST.

       FD  OPERMAST.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETEPND     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEMST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETESIU     PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEHST     PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPERMAST     PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-EOF-FRETEPND    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEPND           VALUE 'S'.
       77 WRK-EOF-FRETEPWK    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEPWK           VALUE 'S'.
       77 WRK-EOF-FRETESIU    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETESIU           VALUE 'S'.
       77 WRK-EOF-VERSOES     PIC X(01) VALUE 'N'.
           88 FIM-DE-VERSOES            VALUE 'S'.
       77 WRK-TEM-VERSAO      PIC X(01) VALUE 'N'.
           88 TEM-VERSAO-ATUAL          VALUE 'S'.
       77 WRK-SIU-ACHADA      PIC X(01) VALUE 'N'.
           88 SIMULACAO-ACHADA          VALUE 'S'.
       77 WRK-SIU-CONFERE     PIC X(01) VALUE 'N'.
           88 SIMULACAO-CONFERE         VALUE 'S'.
       77 WRK-DECISAO         PIC X(01) VALUE SPACES.
           88 DECISAO-APROVA            VALUE 'A' 'a'.
           88 DECISAO-REJEITA           VALUE 'R' 'r'.
       77 WRK-QT-SIU          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-SIU         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-FAIXA       PIC 9(01) VALUE ZEROS.
       77 WRK-QT-LIDAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QT-APROVADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PROPRIAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QT-BLOQUEADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-VIGENCIA-EFETIVA PIC 9(08) VALUE ZEROS.
       77 WRK-DELTA           PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SINAL-DELTA     PIC X(01) VALUE SPACE.
       01 WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
      *    VERSAO DO MASTER EM VIGOR NA VIGENCIA DA TRANSACAO (A
      *    ULTIMA DA UF QUE NAO ULTRAPASSA A VIGENCIA), NA MESMA BASE
      *    DA CRITICA DE TOLERANCIA DO PROGCOB10.
       01 WRK-VERSAO-ATUAL.
          02 WRK-ATU-VIG         PIC 9(08).
          02 WRK-ATU-PCT         PIC 9(01)V9(04).
          02 WRK-ATU-MIN         PIC 9(07)V99.
          02 WRK-ATU-FAIXAS.
             03 WRK-ATU-FAIXA OCCURS 3 TIMES.
                04 WRK-ATU-LIMITE      PIC 9(08)V99.
                04 WRK-ATU-FX-PCT      PIC 9(01)V9(04).
      *    PROPOSTA DA TRANSACAO NO FORMATO DA PROPOSTA SIMULADA,
      *    PARA A CONFERENCIA COM A SIMULACAO DA UF.
       01 WRK-PROPOSTA-TXN.
          02 WRK-TXN-VIG         PIC 9(08).
          02 WRK-TXN-PCT         PIC 9(01)V9(04).
          02 WRK-TXN-MIN         PIC 9(07)V99.
          02 WRK-TXN-FAIXAS      PIC X(45).
      *    IMPACTO POR UF DA ULTIMA SIMULACAO DA FILA (PROGCOB21).
       01 WRK-TAB-SIU.
          02 WRK-SIU-ENTRY OCCURS 27 TIMES.
             03 WRK-SIU-UF          PIC X(02).
             03 WRK-SIU-DATA-SIM    PIC 9(08).
             03 WRK-SIU-CORTE       PIC 9(08).
             03 WRK-SIU-QT          PIC 9(05).
             03 WRK-SIU-ATUAL       PIC 9(09)V99.
             03 WRK-SIU-PROPOSTO    PIC 9(09)V99.
             03 WRK-SIU-PROPOSTA.
                04 WRK-SIU-VIG      PIC 9(08).
                04 WRK-SIU-PCT      PIC 9(01)V9(04).
                04 WRK-SIU-MIN      PIC 9(07)V99.
                04 WRK-SIU-FAIXAS   PIC X(45).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF FIM-DE-FRETEPND
               AND WRK-QT-LIDAS IS EQUAL ZERO
               DISPLAY 'PROGCOB45 - FILA DE ALTERACOES DE FRETE VAZIA, '
                       'NADA A REVISAR'
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-REVISAR-TRANSACAO THRU
                   2000-REVISAR-TRANSACAO-EXIT
               UNTIL FIM-DE-FRETEPND.
           PERFORM 3000-REGRAVAR-FILA THRU 3000-REGRAVAR-FILA-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * IDENTIFICA O SUPERVISOR, CARREGA O IMPACTO DA ULTIMA
      * SIMULACAO DA FILA E ABRE OS ARQUIVOS. SEM FILA GRAVADA NAO HA
      * NADA A FAZER E NENHUM OUTRO ARQUIVO E TOCADO.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-IDENTIFICAR-OPERADOR THRU
                   1050-IDENTIFICAR-OPERADOR-EXIT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT FRETEPND.
           IF WRK-FS-FRETEPND IS NOT EQUAL TO '00'
               SET FIM-DE-FRETEPND TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN INPUT FRETEMST.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETE.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEMST ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-CARREGAR-SIMULACAO THRU
                   1200-CARREGAR-SIMULACAO-EXIT.
           OPEN OUTPUT FRETEPWK.
           OPEN EXTEND FRETEHST.
           IF WRK-FS-FRETEHST = '35'
               OPEN OUTPUT FRETEHST
           END-IF.
           READ FRETEPND
               AT END SET FIM-DE-FRETEPND TO TRUE
           END-READ.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * IDENTIFICACAO DO REVISOR: O ID INFORMADO TEM QUE EXISTIR NO
      * CADASTRO OPERMAST.DAT, ESTAR ATIVO E TER NIVEL DE SUPERVISOR.
      * QUALQUER FALHA TERMINA O PROGRAMA COM RC=8 SEM TOCAR NA FILA,
      * NOS MESMOS MOLDES DA LIBERACAO DE CREDITO DO PROGCOB22.
      ******************************************************************
       1050-IDENTIFICAR-OPERADOR.
           DISPLAY 'INFORME O ID DO OPERADOR: '.
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
                       'SUPERVISOR - REVISAO DE FRETE NEGADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'SUPERVISOR ' OP-NOME ' IDENTIFICADO'.
       1050-IDENTIFICAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      * CARREGA O IMPACTO POR UF DA ULTIMA SIMULACAO DA FILA. SEM
      * SIMULACAO A REVISAO CONTINUA, MAS NENHUMA TRANSACAO PODE SER
      * APROVADA (SO REJEITADA OU PULADA).
      ******************************************************************
       1200-CARREGAR-SIMULACAO.
           MOVE ZEROS TO WRK-QT-SIU.
           OPEN INPUT FRETESIU.
           IF WRK-FS-FRETESIU IS NOT EQUAL TO '00'
               DISPLAY 'AVISO - FRETESIU.DAT INDISPONIVEL - RODE O '
                       'PROGCOB21 COM O PARAMETRO P PARA PODER APROVAR'
               GO TO 1200-CARREGAR-SIMULACAO-EXIT
           END-IF.
           PERFORM 1210-LER-SIMULACAO THRU 1210-LER-SIMULACAO-EXIT
               UNTIL FIM-DE-FRETESIU.
           CLOSE FRETESIU.
       1200-CARREGAR-SIMULACAO-EXIT.
           EXIT.

       1210-LER-SIMULACAO.
           READ FRETESIU
               AT END SET FIM-DE-FRETESIU TO TRUE
           END-READ.
           IF FIM-DE-FRETESIU
               GO TO 1210-LER-SIMULACAO-EXIT
           END-IF.
           IF WRK-QT-SIU IS NOT LESS THAN 27
               DISPLAY 'FRETESIU.DAT COM MAIS DE 27 UF - IGNORANDO '
                       SU-UF
               GO TO 1210-LER-SIMULACAO-EXIT
           END-IF.
           ADD 1 TO WRK-QT-SIU.
           MOVE SU-UF              TO WRK-SIU-UF       (WRK-QT-SIU).
           MOVE SU-DATA-SIMULACAO  TO WRK-SIU-DATA-SIM (WRK-QT-SIU).
           MOVE SU-DATA-CORTE      TO WRK-SIU-CORTE    (WRK-QT-SIU).
           MOVE SU-QT-PEDIDOS      TO WRK-SIU-QT       (WRK-QT-SIU).
           MOVE SU-FRETE-ATUAL     TO WRK-SIU-ATUAL    (WRK-QT-SIU).
           MOVE SU-FRETE-PROPOSTO  TO WRK-SIU-PROPOSTO (WRK-QT-SIU).
           MOVE SU-DATA-VIGENCIA   TO WRK-SIU-VIG      (WRK-QT-SIU).
           MOVE SU-PERCENTUAL      TO WRK-SIU-PCT      (WRK-QT-SIU).
           MOVE SU-FRETE-MINIMO    TO WRK-SIU-MIN      (WRK-QT-SIU).
           MOVE SU-FAIXAS          TO WRK-SIU-FAIXAS   (WRK-QT-SIU).
       1210-LER-SIMULACAO-EXIT.
           EXIT.

      ******************************************************************
      * APRESENTA UMA TRANSACAO PENDENTE AO SUPERVISOR E APLICA A
      * DECISAO. APROVADA (AINDA NAO CARREGADA) E COPIADA ADIANTE
      * SEM REVISAO; LANCADA PELO PROPRIO REVISOR CONTINUA PENDENTE
      * PARA OUTRO SUPERVISOR.
      ******************************************************************
       2000-REVISAR-TRANSACAO.
           ADD 1 TO WRK-QT-LIDAS.
           IF NOT PD-PENDENTE
               PERFORM 2400-MANTER-NA-FILA THRU 2400-MANTER-NA-FILA-EXIT
               GO TO 2000-REVISAR-TRANSACAO-LER
           END-IF.
           IF PD-OPERADOR IS EQUAL TO WRK-OPERADOR
               DISPLAY 'TRANSACAO UF ' PD-UF ' LANCADA PELO PROPRIO '
                       'REVISOR - A DECISAO CABE A OUTRO SUPERVISOR'
               ADD 1 TO WRK-QT-PROPRIAS
               ADD 1 TO WRK-QT-PENDENTES
               PERFORM 2400-MANTER-NA-FILA THRU 2400-MANTER-NA-FILA-EXIT
               GO TO 2000-REVISAR-TRANSACAO-LER
           END-IF.
           IF PD-DATA-VIGENCIA IS NUMERIC
               AND PD-DATA-VIGENCIA IS GREATER THAN ZEROS
               MOVE PD-DATA-VIGENCIA TO WRK-VIGENCIA-EFETIVA
           ELSE
               MOVE WRK-DATA-HOJE    TO WRK-VIGENCIA-EFETIVA
           END-IF.
           PERFORM 2050-BUSCAR-VERSAO-ATUAL THRU
                   2050-BUSCAR-VERSAO-ATUAL-EXIT.
           PERFORM 2070-LOCALIZAR-SIMULACAO THRU
                   2070-LOCALIZAR-SIMULACAO-EXIT.
           PERFORM 2100-EXIBIR-TRANSACAO THRU
                   2100-EXIBIR-TRANSACAO-EXIT.
           IF SIMULACAO-CONFERE
               DISPLAY 'APROVA (A), REJEITA (R) OU PULA (S)? '
           ELSE
               DISPLAY 'REJEITA (R) OU PULA (S)? '
           END-IF.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           IF DECISAO-APROVA
               AND NOT SIMULACAO-CONFERE
               DISPLAY 'APROVACAO BLOQUEADA - SEM SIMULACAO DESTA '
                       'PROPOSTA PARA A UF'
               ADD 1 TO WRK-QT-BLOQUEADAS
               MOVE 'S' TO WRK-DECISAO
           END-IF.
           EVALUATE TRUE
               WHEN DECISAO-APROVA
                   PERFORM 2200-APROVAR-TRANSACAO THRU
                           2200-APROVAR-TRANSACAO-EXIT
               WHEN DECISAO-REJEITA
                   PERFORM 2300-REJEITAR-TRANSACAO THRU
                           2300-REJEITAR-TRANSACAO-EXIT
               WHEN OTHER
                   ADD 1 TO WRK-QT-PENDENTES
                   PERFORM 2400-MANTER-NA-FILA THRU
                           2400-MANTER-NA-FILA-EXIT
           END-EVALUATE.
       2000-REVISAR-TRANSACAO-LER.
           READ FRETEPND
               AT END SET FIM-DE-FRETEPND TO TRUE
           END-READ.
       2000-REVISAR-TRANSACAO-EXIT.
           EXIT.

      ******************************************************************
      * VARRE AS VERSOES DA UF (CHAVE ASCENDENTE POR UF+VIGENCIA) E
      * GUARDA A ULTIMA CUJA VIGENCIA NAO ULTRAPASSA A DA TRANSACAO.
      * SEM NENHUMA, A TRANSACAO E A CARGA INICIAL DA UF.
      ******************************************************************
       2050-BUSCAR-VERSAO-ATUAL.
           MOVE ZEROS TO WRK-VERSAO-ATUAL.
           MOVE 'N'   TO WRK-TEM-VERSAO.
           MOVE 'N'   TO WRK-EOF-VERSOES.
           MOVE PD-UF TO FT-UF.
           MOVE ZEROS TO FT-DATA-VIGENCIA.
           START FRETEMST KEY IS NOT LESS THAN FT-CHAVE
               INVALID KEY SET FIM-DE-VERSOES TO TRUE
           END-START.
           PERFORM 2060-LER-VERSAO THRU 2060-LER-VERSAO-EXIT
               UNTIL FIM-DE-VERSOES.
       2050-BUSCAR-VERSAO-ATUAL-EXIT.
           EXIT.

       2060-LER-VERSAO.
           READ FRETEMST NEXT RECORD
               AT END SET FIM-DE-VERSOES TO TRUE
           END-READ.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               SET FIM-DE-VERSOES TO TRUE
           END-IF.
           IF FIM-DE-VERSOES
               GO TO 2060-LER-VERSAO-EXIT
           END-IF.
           IF FT-UF IS NOT EQUAL TO PD-UF
               OR FT-DATA-VIGENCIA IS GREATER THAN WRK-VIGENCIA-EFETIVA
               SET FIM-DE-VERSOES TO TRUE
               GO TO 2060-LER-VERSAO-EXIT
           END-IF.
           SET TEM-VERSAO-ATUAL TO TRUE.
           MOVE FT-DATA-VIGENCIA TO WRK-ATU-VIG.
           MOVE FT-PERCENTUAL    TO WRK-ATU-PCT.
           MOVE FT-FRETE-MINIMO  TO WRK-ATU-MIN.
           MOVE FT-FAIXAS        TO WRK-ATU-FAIXAS.
       2060-LER-VERSAO-EXIT.
           EXIT.

      ******************************************************************
      * LOCALIZA O IMPACTO DA UF NA ULTIMA SIMULACAO DA FILA E CONFERE
      * SE A PROPOSTA SIMULADA E A DESTA TRANSACAO (VIGENCIA,
      * PERCENTUAL, MINIMO E FAIXAS). COM DUAS TRANSACOES PENDENTES
      * PARA A MESMA UF A SIMULACAO FICA COM A ULTIMA DA FILA.
      ******************************************************************
       2070-LOCALIZAR-SIMULACAO.
           MOVE 'N' TO WRK-SIU-ACHADA.
           MOVE 'N' TO WRK-SIU-CONFERE.
           PERFORM 2080-PROCURAR-SIMULACAO THRU
                   2080-PROCURAR-SIMULACAO-EXIT
               VARYING WRK-IDX-SIU FROM 1 BY 1
               UNTIL SIMULACAO-ACHADA
                  OR WRK-IDX-SIU IS GREATER THAN WRK-QT-SIU.
           IF NOT SIMULACAO-ACHADA
               GO TO 2070-LOCALIZAR-SIMULACAO-EXIT
           END-IF.
           MOVE PD-DATA-VIGENCIA TO WRK-TXN-VIG.
           MOVE PD-PERCENTUAL    TO WRK-TXN-PCT.
           MOVE PD-FRETE-MINIMO  TO WRK-TXN-MIN.
           MOVE PD-FAIXAS        TO WRK-TXN-FAIXAS.
           IF WRK-SIU-PROPOSTA (WRK-IDX-SIU) IS EQUAL TO
              WRK-PROPOSTA-TXN
               AND WRK-SIU-DATA-SIM (WRK-IDX-SIU) IS NOT LESS THAN
                   PD-DATA-ENTRADA
               SET SIMULACAO-CONFERE TO TRUE
           END-IF.
       2070-LOCALIZAR-SIMULACAO-EXIT.
           EXIT.

       2080-PROCURAR-SIMULACAO.
           IF WRK-IDX-SIU IS NOT GREATER THAN WRK-QT-SIU
               AND WRK-SIU-UF (WRK-IDX-SIU) IS EQUAL TO PD-UF
               SET SIMULACAO-ACHADA TO TRUE
               SUBTRACT 1 FROM WRK-IDX-SIU
           END-IF.
       2080-PROCURAR-SIMULACAO-EXIT.
           EXIT.

      ******************************************************************
      * TELA DE REVISAO: QUEM LANCOU, VIGENCIA, ATUAL X PROPOSTO
      * (PERCENTUAL, MINIMO E FAIXAS) E O IMPACTO DA SIMULACAO.
      ******************************************************************
       2100-EXIBIR-TRANSACAO.
           DISPLAY '=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-'.
           DISPLAY 'ALTERACAO DE FRETE PENDENTE - UF ' PD-UF
                   '  REGIAO ' PD-REGIAO.
           DISPLAY '  LANCADA POR ..: ' PD-OPERADOR
                   '  EM ' PD-DATA-ENTRADA.
           IF PD-DATA-VIGENCIA IS NUMERIC
               AND PD-DATA-VIGENCIA IS GREATER THAN ZEROS
               DISPLAY '  VIGENCIA .....: ' PD-DATA-VIGENCIA
           ELSE
               DISPLAY '  VIGENCIA .....: NA DATA DA CARGA DO PROGCOB10'
           END-IF.
           IF TEM-VERSAO-ATUAL
               DISPLAY '  VERSAO ATUAL .: VIGENTE DESDE ' WRK-ATU-VIG
           ELSE
               DISPLAY '  VERSAO ATUAL .: NENHUMA - CARGA INICIAL DA UF'
           END-IF.
           DISPLAY '                   ATUAL            PROPOSTO'.
           DISPLAY '  PERCENTUAL ...: ' WRK-ATU-PCT
                   '            ' PD-PERCENTUAL.
           DISPLAY '  FRETE MINIMO .: R$' WRK-ATU-MIN
                   '       R$' PD-FRETE-MINIMO.
           PERFORM 2110-EXIBIR-FAIXA THRU 2110-EXIBIR-FAIXA-EXIT
               VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA IS GREATER THAN 3.
           IF NOT SIMULACAO-ACHADA
               DISPLAY '  IMPACTO ......: SEM SIMULACAO PARA A UF - '
                       'RODE O PROGCOB21 COM O PARAMETRO P'
               GO TO 2100-EXIBIR-TRANSACAO-EXIT
           END-IF.
           IF WRK-SIU-PROPOSTO (WRK-IDX-SIU) IS NOT LESS THAN
              WRK-SIU-ATUAL (WRK-IDX-SIU)
               MOVE '+' TO WRK-SINAL-DELTA
               COMPUTE WRK-DELTA = WRK-SIU-PROPOSTO (WRK-IDX-SIU)
                                 - WRK-SIU-ATUAL (WRK-IDX-SIU)
           ELSE
               MOVE '-' TO WRK-SINAL-DELTA
               COMPUTE WRK-DELTA = WRK-SIU-ATUAL (WRK-IDX-SIU)
                                 - WRK-SIU-PROPOSTO (WRK-IDX-SIU)
           END-IF.
           DISPLAY '  IMPACTO ......: MOVIMENTO DESDE '
                   WRK-SIU-CORTE (WRK-IDX-SIU) ' (SIMULADO EM '
                   WRK-SIU-DATA-SIM (WRK-IDX-SIU) ')'.
           DISPLAY '                  ' WRK-SIU-QT (WRK-IDX-SIU)
                   ' PEDIDO(S) ATUAL=' WRK-SIU-ATUAL (WRK-IDX-SIU)
                   ' PROPOSTO=' WRK-SIU-PROPOSTO (WRK-IDX-SIU)
                   ' DELTA=' WRK-SINAL-DELTA WRK-DELTA.
           IF NOT SIMULACAO-CONFERE
               DISPLAY '  ATENCAO ......: A SIMULACAO DA UF E DE OUTRA '
                       'PROPOSTA OU ANTERIOR AO LANCAMENTO - RODE O '
                       'PROGCOB21 COM O PARAMETRO P'
           END-IF.
       2100-EXIBIR-TRANSACAO-EXIT.
           EXIT.

       2110-EXIBIR-FAIXA.
           IF WRK-ATU-LIMITE (WRK-IDX-FAIXA) IS EQUAL ZEROS
               AND PD-FAIXA-LIMITE (WRK-IDX-FAIXA) IS EQUAL ZEROS
               GO TO 2110-EXIBIR-FAIXA-EXIT
           END-IF.
           DISPLAY '  FAIXA ' WRK-IDX-FAIXA ' ......: ATE R$'
                   WRK-ATU-LIMITE (WRK-IDX-FAIXA) ' '
                   WRK-ATU-FX-PCT (WRK-IDX-FAIXA)
                   '  ATE R$' PD-FAIXA-LIMITE (WRK-IDX-FAIXA) ' '
                   PD-FAIXA-PERCENTUAL (WRK-IDX-FAIXA).
       2110-EXIBIR-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * APROVADA: FICA NA FILA COM O APROVADOR, PARA O PROGCOB10
      * APLICAR NA PROXIMA CARGA, E A DECISAO VAI PARA O HISTORICO.
      ******************************************************************
       2200-APROVAR-TRANSACAO.
           MOVE 'A'           TO PD-STATUS.
           MOVE WRK-OPERADOR  TO PD-APROVADOR.
           MOVE WRK-DATA-HOJE TO PD-DATA-DECISAO.
           PERFORM 2400-MANTER-NA-FILA THRU 2400-MANTER-NA-FILA-EXIT.
           MOVE 'A' TO FH-EVENTO.
           PERFORM 2500-GRAVAR-HISTORICO THRU
                   2500-GRAVAR-HISTORICO-EXIT.
           ADD 1 TO WRK-QT-APROVADAS.
           DISPLAY 'ALTERACAO DA UF ' PD-UF ' APROVADA - ENTRA NA '
                   'PROXIMA CARGA DO PROGCOB10'.
       2200-APROVAR-TRANSACAO-EXIT.
           EXIT.

      ******************************************************************
      * REJEITADA: SAI DA FILA (NAO E COPIADA PARA O TRABALHO) E A
      * DECISAO VAI PARA O HISTORICO.
      ******************************************************************
       2300-REJEITAR-TRANSACAO.
           MOVE 'R' TO FH-EVENTO.
           PERFORM 2500-GRAVAR-HISTORICO THRU
                   2500-GRAVAR-HISTORICO-EXIT.
           ADD 1 TO WRK-QT-REJEITADAS.
           DISPLAY 'ALTERACAO DA UF ' PD-UF ' REJEITADA - RETIRADA '
                   'DA FILA'.
       2300-REJEITAR-TRANSACAO-EXIT.
           EXIT.

       2400-MANTER-NA-FILA.
           MOVE PD-REGISTRO TO PWK-REGISTRO.
           WRITE PWK-REGISTRO.
       2400-MANTER-NA-FILA-EXIT.
           EXIT.

      ******************************************************************
      * HISTORICO DA DECISAO NO MESMO ARQUIVO DAS ALTERACOES DO
      * MASTER: PERCENTUAL EM VIGOR E PROPOSTO, QUEM LANCOU
      * (FH-OPERADOR) E QUEM DECIDIU (FH-APROVADOR). O EVENTO JA VEM
      * MOVIDO PELO CHAMADOR.
      ******************************************************************
       2500-GRAVAR-HISTORICO.
           MOVE PD-UF                TO FH-UF.
           MOVE WRK-VIGENCIA-EFETIVA TO FH-DATA-VIGENCIA.
           MOVE WRK-ATU-PCT          TO FH-PERCENTUAL-ANT.
           MOVE PD-PERCENTUAL        TO FH-PERCENTUAL-NOVO.
           MOVE WRK-DATA-HOJE        TO FH-DATA-ALTERACAO.
           MOVE PD-OPERADOR          TO FH-OPERADOR.
           MOVE WRK-OPERADOR         TO FH-APROVADOR.
           WRITE FH-REGISTRO.
       2500-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * REGRAVA A FILA COM AS PENDENTES E AS APROVADAS (ARQUIVO DE
      * TRABALHO COPIADO DE VOLTA), NOS MESMOS MOLDES DA RETENCAO DE
      * CREDITO NO PROGCOB22.
      ******************************************************************
       3000-REGRAVAR-FILA.
           CLOSE FRETEPND FRETEPWK.
           OPEN INPUT  FRETEPWK.
           OPEN OUTPUT FRETEPND.
           READ FRETEPWK
               AT END SET FIM-DE-FRETEPWK TO TRUE
           END-READ.
           PERFORM 3100-COPIAR-FILA THRU 3100-COPIAR-FILA-EXIT
               UNTIL FIM-DE-FRETEPWK.
           CLOSE FRETEPWK FRETEPND.
       3000-REGRAVAR-FILA-EXIT.
           EXIT.

       3100-COPIAR-FILA.
           MOVE PWK-REGISTRO TO PD-REGISTRO.
           WRITE PD-REGISTRO.
           READ FRETEPWK
               AT END SET FIM-DE-FRETEPWK TO TRUE
           END-READ.
       3100-COPIAR-FILA-EXIT.
           EXIT.

       8000-FINALIZAR.
           CLOSE FRETEMST FRETEHST.
           DISPLAY 'PROGCOB45 - REVISAO DE ALTERACOES DE FRETE'.
           DISPLAY 'TRANSACOES NA FILA ...: ' WRK-QT-LIDAS.
           DISPLAY 'APROVADAS ............: ' WRK-QT-APROVADAS.
           DISPLAY 'REJEITADAS ...........: ' WRK-QT-REJEITADAS.
           DISPLAY 'CONTINUAM PENDENTES ..: ' WRK-QT-PENDENTES.
           DISPLAY '  LANCADAS PELO REVISOR: ' WRK-QT-PROPRIAS.
           DISPLAY '  SEM SIMULACAO ......: ' WRK-QT-BLOQUEADAS.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

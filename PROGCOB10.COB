      *                    PARAMETRO DE LINHA DE COMANDO; 'BATCH'
      *                    QUANDO NAO INFORMADO), A PEDIDO DA
      *                    AUDITORIA.
      * OUT/2026   JL      DUPLA CONFERENCIA DAS ALTERACOES DE FRETE:
      *                    AS TRANSACOES DE FRETETXN.DAT DEIXAM DE SER
      *                    APLICADAS DIRETO NO MASTER. DEPOIS DA
      *                    CRITICA, AS LIMPAS VAO PARA A FILA DE
      *                    PENDENTES FRETEPND.DAT ESTAMPADAS COM O
      *                    OPERADOR QUE AS LANCOU (PARAMETRO, AGORA
      *                    OBRIGATORIO E CONFERIDO NO OPERMAST.DAT) E O
      *                    FRETETXN.DAT E ESVAZIADO. SO AS TRANSACOES
      *                    APROVADAS POR UM SUPERVISOR NO PROGCOB45 SAO
      *                    APLICADAS, NA CARGA SEGUINTE, PASSANDO DE
      *                    NOVO PELA CRITICA. O HISTORICO FRETEHST.DAT
      *                    REGISTRA TAMBEM O APROVADOR (FH-APROVADOR).
      * OUT/2026   JL      A APROVACAO DA FILA E CONFERIDA DE NOVO NA
      *                    APLICACAO: O APROVADOR (PD-APROVADOR) TEM
      *                    QUE EXISTIR NO OPERMAST.DAT, ESTAR ATIVO,
      *                    SER SUPERVISOR E SER DIFERENTE DE QUEM
      *                    LANCOU. SENAO A TRANSACAO NAO E APLICADA E
      *                    VAI PARA FRETETRJ.DAT (MOTIVO 07), COM
      *                    RC=8. CADASTRO INDISPONIVEL: AS APROVADAS
      *                    FICAM NA FILA ATE A PROXIMA CARGA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETETXN ASSIGN TO "FRETETXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETETXN.
           SELECT FRETEPND ASSIGN TO "FRETEPND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEPND.
           SELECT FRETEPWK ASSIGN TO "FRETEPWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERMAST ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERADOR-ID
               FILE STATUS IS WRK-FS-OPERMAST.
           SELECT FRETEMST ASSIGN TO "FRETE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  FRETETXN
           RECORD CONTAINS 84 CHARACTERS.
       01 TXN-REGISTRO            PIC X(84).

       FD  FRETEPND
           RECORD CONTAINS 117 CHARACTERS.
           COPY FRETEPND.

       FD  FRETEPWK
           RECORD CONTAINS 117 CHARACTERS.
       01 PWK-REGISTRO            PIC X(117).

       FD  OPERMAST.
           COPY OPERMAST.

       FD  FRETEMST.
           COPY FRETETAB.

       FD  FRETEHST
           RECORD CONTAINS 45 CHARACTERS.
           COPY FRETEHST.

       FD  FRETETRJ
       WORKING-STORAGE SECTION.
       77 WRK-FS-FRETETXN    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEMST    PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETEPND    PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPERMAST    PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FILA       PIC X(01) VALUE 'N'.
           88 FIM-DA-FILA            VALUE 'S'.
       77 WRK-EOF-PWK        PIC X(01) VALUE 'N'.
           88 FIM-DE-PWK             VALUE 'S'.
       77 WRK-OPERADOR-OK    PIC X(01) VALUE 'N'.
           88 OPERADOR-VALIDO        VALUE 'S'.
       77 WRK-CADASTRO-OK    PIC X(01) VALUE 'N'.
           88 CADASTRO-DISPONIVEL    VALUE 'S'.
       77 WRK-APROVACAO-OK   PIC X(01) VALUE 'N'.
           88 APROVACAO-VALIDA       VALUE 'S'.
       77 WRK-QT-APROV-INVALIDA PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QT-ENFILEIRADOS PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QT-NA-FILA      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-OPERADOR-TXN    PIC X(08) VALUE SPACES.
       77 WRK-APROVADOR       PIC X(08) VALUE SPACES.
       77 WRK-EOF-TXN        PIC X(01) VALUE 'N'.
           88 FIM-DE-TRANSACOES      VALUE 'S'.
       77 WRK-QT-ALTERADOS    PIC 9(05) COMP VALUE ZEROS.
          02 WRK-VIG-MES      PIC 9(02).
          02 WRK-VIG-DIA      PIC 9(02).
       77 WRK-OPERADOR        PIC X(08) VALUE SPACES.
      *    IMAGEM DA TRANSACAO EM TRATAMENTO, MOVIDA DO FRETETXN.DAT
      *    (ENFILEIRAMENTO) OU DA FILA FRETEPND.DAT (APLICACAO).
           COPY FRETETXN.
       01 WRK-DATA-HOJE.
          02 WRK-ANO-HOJE     PIC 9(04).
          02 WRK-MES-HOJE     PIC 9(02).

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1500-APLICAR-APROVADAS THRU
                   1500-APLICAR-APROVADAS-EXIT.
           PERFORM 3000-ENFILEIRAR-TRANSACOES THRU
                   3000-ENFILEIRAR-TRANSACOES-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

       1000-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-OPERADOR FROM COMMAND-LINE.
           OPEN I-O    FRETEMST.
           IF WRK-FS-FRETEMST = '35'
               CLOSE FRETEMST
           END-IF.
           OPEN EXTEND FRETEHST.
           OPEN EXTEND FRETETRJ.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * APLICA AO MASTER AS TRANSACOES DA FILA FRETEPND.DAT APROVADAS
      * POR UM SUPERVISOR NO PROGCOB45. APLICADA (OU REJEITADA PELA
      * CRITICA, QUE RODA DE NOVO PORQUE O MASTER PODE TER MUDADO
      * DESDE O LANCAMENTO) SAI DA FILA; PENDENTE CONTINUA NELA. A
      * FILA E REGRAVADA VIA ARQUIVO DE TRABALHO FRETEPWK.DAT. COMO A
      * FILA E UM ARQUIVO SEQUENCIAL COMUM, A APROVACAO E CONFERIDA
      * DE NOVO CONTRA O OPERMAST.DAT ANTES DE SER APLICADA.
      ******************************************************************
       1500-APLICAR-APROVADAS.
           OPEN INPUT FRETEPND.
           IF WRK-FS-FRETEPND IS NOT EQUAL TO '00'
               GO TO 1500-APLICAR-APROVADAS-EXIT
           END-IF.
           MOVE 'N' TO WRK-CADASTRO-OK.
           OPEN INPUT OPERMAST.
           IF WRK-FS-OPERMAST = '00'
               SET CADASTRO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'OPERMAST INDISPONIVEL (STATUS '
                       WRK-FS-OPERMAST ') - TRANSACOES APROVADAS '
                       'FICAM NA FILA SEM SER APLICADAS'
           END-IF.
           OPEN OUTPUT FRETEPWK.
           READ FRETEPND
               AT END SET FIM-DA-FILA TO TRUE
           END-READ.
           PERFORM 1600-TRATAR-FILA THRU 1600-TRATAR-FILA-EXIT
               UNTIL FIM-DA-FILA.
           CLOSE FRETEPND FRETEPWK.
           IF CADASTRO-DISPONIVEL
               CLOSE OPERMAST
           END-IF.
           OPEN INPUT  FRETEPWK.
           OPEN OUTPUT FRETEPND.
           READ FRETEPWK
               AT END SET FIM-DE-PWK TO TRUE
           END-READ.
           PERFORM 1700-COPIAR-FILA THRU 1700-COPIAR-FILA-EXIT
               UNTIL FIM-DE-PWK.
           CLOSE FRETEPWK FRETEPND.
       1500-APLICAR-APROVADAS-EXIT.
           EXIT.

       1600-TRATAR-FILA.
           IF NOT PD-APROVADA
               OR NOT CADASTRO-DISPONIVEL
               MOVE PD-REGISTRO TO PWK-REGISTRO
               WRITE PWK-REGISTRO
               ADD 1 TO WRK-QT-NA-FILA
               GO TO 1600-TRATAR-FILA-LER
           END-IF.
           MOVE PD-TRANSACAO TO TX-REGISTRO.
           MOVE PD-OPERADOR  TO WRK-OPERADOR-TXN.
           MOVE PD-APROVADOR TO WRK-APROVADOR.
           PERFORM 1650-CONFERIR-APROVADOR THRU
                   1650-CONFERIR-APROVADOR-EXIT.
           IF APROVACAO-VALIDA
               PERFORM 2000-PROCESSAR-TRANSACOES THRU
                       2000-PROCESSAR-TRANSACOES-EXIT
           ELSE
               PERFORM 2010-DEFINIR-VIGENCIA THRU
                       2010-DEFINIR-VIGENCIA-EXIT
               MOVE '07' TO WRK-MOTIVO-REJ
               MOVE 'APROVADOR NAO AUTORIZADO' TO WRK-DESC-REJ
               PERFORM 2900-REJEITAR-TRANSACAO THRU
                       2900-REJEITAR-TRANSACAO-EXIT
               ADD 1 TO WRK-QT-APROV-INVALIDA
               MOVE 8 TO RETURN-CODE
           END-IF.
       1600-TRATAR-FILA-LER.
           READ FRETEPND
               AT END SET FIM-DA-FILA TO TRUE
           END-READ.
       1600-TRATAR-FILA-EXIT.
           EXIT.

      ******************************************************************
      * CONFERE O APROVADOR ESTAMPADO NA TRANSACAO DA FILA: TEM QUE
      * ESTAR CADASTRADO E ATIVO NO OPERMAST.DAT, SER SUPERVISOR E NAO
      * SER QUEM LANCOU A TRANSACAO (MESMA REGRA DO PROGCOB45).
      ******************************************************************
       1650-CONFERIR-APROVADOR.
           MOVE 'N' TO WRK-APROVACAO-OK.
           IF WRK-APROVADOR IS EQUAL TO SPACES
               DISPLAY 'TRANSACAO UF ' TX-UF ' APROVADA SEM '
                       'APROVADOR - NAO APLICADA'
               GO TO 1650-CONFERIR-APROVADOR-EXIT
           END-IF.
           IF WRK-APROVADOR IS EQUAL TO WRK-OPERADOR-TXN
               DISPLAY 'TRANSACAO UF ' TX-UF ' APROVADA PELO PROPRIO '
                       'OPERADOR ' WRK-OPERADOR-TXN ' - NAO APLICADA'
               GO TO 1650-CONFERIR-APROVADOR-EXIT
           END-IF.
           MOVE WRK-APROVADOR TO OP-OPERADOR-ID.
           READ OPERMAST
               INVALID KEY
                   MOVE SPACE TO OP-STATUS OP-NIVEL
           END-READ.
           IF NOT OP-ATIVO
               OR NOT OP-SUPERVISOR
               DISPLAY 'TRANSACAO UF ' TX-UF ' APROVADA POR '
                       WRK-APROVADOR ', QUE NAO E SUPERVISOR ATIVO '
                       '- NAO APLICADA'
               GO TO 1650-CONFERIR-APROVADOR-EXIT
           END-IF.
           SET APROVACAO-VALIDA TO TRUE.
       1650-CONFERIR-APROVADOR-EXIT.
           EXIT.

       1700-COPIAR-FILA.
           MOVE PWK-REGISTRO TO PD-REGISTRO.
           WRITE PD-REGISTRO.
           READ FRETEPWK
               AT END SET FIM-DE-PWK TO TRUE
           END-READ.
       1700-COPIAR-FILA-EXIT.
           EXIT.

      ******************************************************************
      * PARA CADA TRANSACAO APROVADA: DEFINE A VIGENCIA (ZERADA = HOJE
      * - O DIA DA APLICACAO, NAO O DO LANCAMENTO), ALTERA
      * A VERSAO SE A UF JA TEM VERSAO NAQUELA VIGENCIA, OU INCLUI UMA
      * VERSAO NOVA (CARGA INICIAL OU REAJUSTE, INCLUSIVE COM VIGENCIA
      * FUTURA). GRAVA HISTORICO.
      ******************************************************************
       2000-PROCESSAR-TRANSACOES.
           PERFORM 2010-DEFINIR-VIGENCIA THRU
                   2010-DEFINIR-VIGENCIA-EXIT.
           PERFORM 2050-VALIDAR-TRANSACAO THRU
                   2050-VALIDAR-TRANSACAO-EXIT.
           IF NOT TRANSACAO-LIMPA
               PERFORM 2900-REJEITAR-TRANSACAO THRU
                       2900-REJEITAR-TRANSACAO-EXIT
               GO TO 2000-PROCESSAR-TRANSACOES-EXIT
           END-IF.
           MOVE TX-UF            TO FT-UF.
           MOVE WRK-VIGENCIA-TXN TO FT-DATA-VIGENCIA.
                   PERFORM 2200-ALTERAR-VERSAO THRU
                           2200-ALTERAR-VERSAO-EXIT
           END-READ.
       2000-PROCESSAR-TRANSACOES-EXIT.
           EXIT.

       2010-DEFINIR-VIGENCIA.
           IF TX-DATA-VIGENCIA IS NUMERIC
               AND TX-DATA-VIGENCIA IS GREATER THAN ZEROS
               MOVE TX-DATA-VIGENCIA TO WRK-VIGENCIA-TXN
           ELSE
               MOVE WRK-DATA-HOJE    TO WRK-VIGENCIA-TXN
           END-IF.
       2010-DEFINIR-VIGENCIA-EXIT.
           EXIT.

      ******************************************************************
      * CRITICA DA TRANSACAO: UF TEM QUE SER UMA DAS 27 UNIDADES DA
      * FEDERACAO, O PERCENTUAL TEM QUE ESTAR DENTRO DA FAIXA
           MOVE TX-DIAS-TRANSITO   TO FT-DIAS-TRANSITO.
           WRITE FT-REGISTRO.
           ADD 1 TO WRK-QT-INCLUIDOS.
           PERFORM 2300-GRAVAR-HISTORICO THRU
                   2300-GRAVAR-HISTORICO-EXIT.
       2100-INCLUIR-VERSAO-EXIT.
           EXIT.

           MOVE TX-DIAS-TRANSITO   TO FT-DIAS-TRANSITO.
           REWRITE FT-REGISTRO.
           ADD 1 TO WRK-QT-ALTERADOS.
           PERFORM 2300-GRAVAR-HISTORICO THRU
                   2300-GRAVAR-HISTORICO-EXIT.
       2200-ALTERAR-VERSAO-EXIT.
           EXIT.

           MOVE FT-PERCENTUAL-ANT   TO FH-PERCENTUAL-ANT.
           MOVE FT-PERCENTUAL       TO FH-PERCENTUAL-NOVO.
           MOVE WRK-DATA-HOJE       TO FH-DATA-ALTERACAO.
           MOVE WRK-OPERADOR-TXN    TO FH-OPERADOR.
           MOVE 'M'                 TO FH-EVENTO.
           MOVE WRK-APROVADOR       TO FH-APROVADOR.
           WRITE FH-REGISTRO.
       2300-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * ENFILEIRA AS TRANSACOES NOVAS DE FRETETXN.DAT: CADA UMA PASSA
      * PELA CRITICA (REJEITADA VAI PARA FRETETRJ.DAT NA HORA, PARA
      * QUEM LANCOU CORRIGIR) E A LIMPA ENTRA NA FILA FRETEPND.DAT
      * PENDENTE DE APROVACAO, ESTAMPADA COM O OPERADOR DO PARAMETRO.
      * SEM OPERADOR CADASTRADO E ATIVO NADA E ENFILEIRADO, O
      * FRETETXN.DAT FICA COMO ESTA E O PROGRAMA TERMINA COM RC=8.
      * ENFILEIRADO, O FRETETXN.DAT E ESVAZIADO PARA NAO ENTRAR DUAS
      * VEZES NA FILA.
      ******************************************************************
       3000-ENFILEIRAR-TRANSACOES.
           OPEN INPUT FRETETXN.
           IF WRK-FS-FRETETXN IS NOT EQUAL TO '00'
               GO TO 3000-ENFILEIRAR-TRANSACOES-EXIT
           END-IF.
           READ FRETETXN
               AT END SET FIM-DE-TRANSACOES TO TRUE
           END-READ.
           IF FIM-DE-TRANSACOES
               CLOSE FRETETXN
               GO TO 3000-ENFILEIRAR-TRANSACOES-EXIT
           END-IF.
           PERFORM 3050-VALIDAR-OPERADOR THRU
                   3050-VALIDAR-OPERADOR-EXIT.
           IF NOT OPERADOR-VALIDO
               CLOSE FRETETXN
               DISPLAY 'TRANSACOES DE FRETETXN.DAT NAO ENFILEIRADAS - '
                       'INFORME NO PARAMETRO O ID DO OPERADOR QUE AS '
                       'LANCOU'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-ENFILEIRAR-TRANSACOES-EXIT
           END-IF.
           OPEN EXTEND FRETEPND.
           IF WRK-FS-FRETEPND = '35'
               OPEN OUTPUT FRETEPND
           END-IF.
           PERFORM 3100-ENFILEIRAR-TRANSACAO THRU
                   3100-ENFILEIRAR-TRANSACAO-EXIT
               UNTIL FIM-DE-TRANSACOES.
           CLOSE FRETEPND FRETETXN.
           OPEN OUTPUT FRETETXN.
           CLOSE FRETETXN.
       3000-ENFILEIRAR-TRANSACOES-EXIT.
           EXIT.

       3050-VALIDAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK.
           IF WRK-OPERADOR IS EQUAL TO SPACES
               DISPLAY 'OPERADOR NAO INFORMADO NO PARAMETRO'
               GO TO 3050-VALIDAR-OPERADOR-EXIT
           END-IF.
           OPEN INPUT OPERMAST.
           IF WRK-FS-OPERMAST IS NOT EQUAL TO '00'
               DISPLAY 'OPERMAST INDISPONIVEL (STATUS '
                       WRK-FS-OPERMAST ') - RODE O PROGCOB35 PARA '
                       'CARREGAR O CADASTRO DE OPERADORES'
               GO TO 3050-VALIDAR-OPERADOR-EXIT
           END-IF.
           MOVE WRK-OPERADOR TO OP-OPERADOR-ID.
           READ OPERMAST
               INVALID KEY
                   MOVE SPACE TO OP-STATUS
                   DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO CADASTRADO'
           END-READ.
           CLOSE OPERMAST.
           IF OP-ATIVO
               SET OPERADOR-VALIDO TO TRUE
           ELSE
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' SEM CADASTRO ATIVO'
           END-IF.
       3050-VALIDAR-OPERADOR-EXIT.
           EXIT.

       3100-ENFILEIRAR-TRANSACAO.
           MOVE TXN-REGISTRO TO TX-REGISTRO.
           PERFORM 2010-DEFINIR-VIGENCIA THRU
                   2010-DEFINIR-VIGENCIA-EXIT.
           PERFORM 2050-VALIDAR-TRANSACAO THRU
                   2050-VALIDAR-TRANSACAO-EXIT.
           IF NOT TRANSACAO-LIMPA
               PERFORM 2900-REJEITAR-TRANSACAO THRU
                       2900-REJEITAR-TRANSACAO-EXIT
               GO TO 3100-ENFILEIRAR-TRANSACAO-LER
           END-IF.
           MOVE TX-REGISTRO   TO PD-TRANSACAO.
           MOVE WRK-OPERADOR  TO PD-OPERADOR.
           MOVE WRK-DATA-HOJE TO PD-DATA-ENTRADA.
           MOVE 'P'           TO PD-STATUS.
           MOVE SPACES        TO PD-APROVADOR.
           MOVE ZEROS         TO PD-DATA-DECISAO.
           WRITE PD-REGISTRO.
           ADD 1 TO WRK-QT-ENFILEIRADOS.
           ADD 1 TO WRK-QT-NA-FILA.
       3100-ENFILEIRAR-TRANSACAO-LER.
           READ FRETETXN
               AT END SET FIM-DE-TRANSACOES TO TRUE
           END-READ.
       3100-ENFILEIRAR-TRANSACAO-EXIT.
           EXIT.

      ******************************************************************
      * FECHA OS ARQUIVOS E INFORMA O RESUMO DA CARGA.
      ******************************************************************
       8000-FINALIZAR.
           CLOSE FRETEMST FRETEHST FRETETRJ.
           DISPLAY 'PROGCOB10 - MANUTENCAO DE TABELA DE FRETE'.
           DISPLAY 'VERSOES INCLUIDAS ..: ' WRK-QT-INCLUIDOS.
           DISPLAY 'VERSOES ALTERADAS ..: ' WRK-QT-ALTERADOS.
           DISPLAY 'TRANSACOES REJEITADAS: ' WRK-QT-REJEITADOS.
           DISPLAY 'ENFILEIRADAS .......: ' WRK-QT-ENFILEIRADOS.
           DISPLAY 'APROVACAO INVALIDA .: ' WRK-QT-APROV-INVALIDA.
           DISPLAY 'AGUARDANDO NA FILA .: ' WRK-QT-NA-FILA.
           IF WRK-QT-NA-FILA IS GREATER THAN ZERO
               DISPLAY 'APROVAR OU REJEITAR A FILA FRETEPND.DAT NO '
                       'PROGCOB45 (SUPERVISOR)'
           END-IF.
           IF WRK-QT-APROV-INVALIDA IS GREATER THAN ZERO
               DISPLAY 'FILA FRETEPND.DAT COM APROVACAO NAO '
                       'RECONHECIDA - VERIFICAR COM A AUDITORIA'
           END-IF.
           IF WRK-QT-REJEITADOS IS GREATER THAN ZERO
               DISPLAY 'REVISAR FRETETRJ.DAT E RECARREGAR AS '
                       'TRANSACOES CORRIGIDAS'
               IF RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

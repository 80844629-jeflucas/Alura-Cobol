       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB38.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: ACOMPANHAMENTO DE ENTREGAS. O CALCULO PROMETE UMA
      *           DATA DE ENTREGA (EX-DATA-PROMESSA) MAS NADA DIZIA SE
      *           A TRANSPORTADORA CUMPRIU. ESTE PASSO NOTURNO:
      *             - REGISTRA NO MASTER ENTRMST.DAT CADA PEDIDO
      *               CALCULADO NO LOTE (FATIA FRETEXTD.DAT DO
      *               PROGCOB33), COM CLIENTE, UF, TRANSPORTADORA
      *               DESIGNADA, DATA DE EMBARQUE E DATA PROMETIDA,
      *               E MARCA COMO CANCELADO O PEDIDO ESTORNADO PELO
      *               PROGCOB30;
      *             - BAIXA AS CONFIRMACOES DE ENTREGA ENVIADAS PELAS
      *               TRANSPORTADORAS (ENTRCONF.DAT: ENTREGUE,
      *               RECUSADO OU ENDERECO NAO ENCONTRADO), GRAVANDO A
      *               DATA, QUEM RECEBEU E OS DIAS UTEIS DE ATRASO
      *               CONTRA A PROMESSA (CALENDARIO CALMAST.DAT), E
      *               POSTA O EVENTO NO MASTER DE SITUACAO ORDSTAT.DAT
      *               PARA A CONSULTA DO PROGCOB20. CONFIRMACAO
      *               INVALIDA VAI PARA ENTRREJ.DAT COM O MOTIVO;
      *             - EMITE EM ENTRATR.DAT A LISTA DIARIA DOS PEDIDOS
      *               COM A DATA PROMETIDA VENCIDA E SEM ENTREGA
      *               INFORMADA, PARA O ATENDIMENTO COBRAR A
      *               TRANSPORTADORA ANTES DE O CLIENTE LIGAR.
      *           O PLACAR MENSAL POR TRANSPORTADORA E POR UF SAI DO
      *           MESMO MASTER, PELO PROGCOB39. TERMINA COM
      *           RETURN-CODE 4 QUANDO HA CONFIRMACAO RECUSADA.
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
           SELECT FRETEXTD ASSIGN TO "FRETEXTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEXTD.
           SELECT ENTRCONF ASSIGN TO "ENTRCONF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTRCONF.
           SELECT ENTRMST ASSIGN TO "ENTRMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ORDER-KEY
               FILE STATUS IS WRK-FS-ENTRMST.
           SELECT ENTRREJ ASSIGN TO "ENTRREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTRREJ.
           SELECT ORDSTAT ASSIGN TO "ORDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORDSTAT.
           SELECT CALMAST ASSIGN TO "CALMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATA
               FILE STATUS IS WRK-FS-CALMAST.
           SELECT CTLFILE ASSIGN TO "CTLFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLFILE.
           SELECT ENTRATR ASSIGN TO "ENTRATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBJRNL ASSIGN TO "JOBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOBJRNL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEXTD
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  ENTRCONF
           RECORD CONTAINS 52 CHARACTERS.
           COPY ENTRCONF.

       FD  ENTRMST.
           COPY ENTRMST.

       FD  ENTRREJ
           RECORD CONTAINS 92 CHARACTERS.
           COPY ENTRREJ.

       FD  ORDSTAT
           RECORD CONTAINS 26 CHARACTERS.
           COPY ORDSTAT.

       FD  CALMAST.
           COPY CALMAST.

       FD  CTLFILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY CTLHDR.

       FD  ENTRATR
           RECORD CONTAINS 120 CHARACTERS.
       01 ATR-LINHA               PIC X(120).

       FD  JOBJRNL
           RECORD CONTAINS 40 CHARACTERS.
           COPY JOBJRNL.

       WORKING-STORAGE SECTION.
       77 WRK-FS-JOBJRNL      PIC X(02) VALUE ZEROS.
       77 WRK-HORA-AGORA      PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-EXEC        PIC 9(06) VALUE ZEROS.
       77 WRK-FS-FRETEXTD     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENTRCONF     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENTRMST      PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENTRREJ      PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORDSTAT      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CALMAST      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CTLFILE      PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FRETEXTD    PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEXTD           VALUE 'S'.
       77 WRK-EOF-ENTRCONF    PIC X(01) VALUE 'N'.
           88 FIM-DE-ENTRCONF           VALUE 'S'.
       77 WRK-EOF-ENTRMST     PIC X(01) VALUE 'N'.
           88 FIM-DE-ENTRMST            VALUE 'S'.
       77 WRK-EOF-CALMAST     PIC X(01) VALUE 'N'.
           88 FIM-DE-CALMAST            VALUE 'S'.
       77 WRK-EOF-CTLFILE     PIC X(01) VALUE 'N'.
           88 FIM-DE-CTLFILE            VALUE 'S'.
       77 WRK-CONF-OK         PIC X(01) VALUE 'N'.
           88 CONFIRMACOES-DISPONIVEIS  VALUE 'S'.
       77 WRK-CONF-VALIDA     PIC X(01) VALUE 'N'.
           88 CONFIRMACAO-VALIDA        VALUE 'S'.
       77 WRK-QT-EMBARCADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CANCELADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-CONF-LIDAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ENTREGUES    PIC 9(05) VALUE ZEROS.
       77 WRK-QT-OCORRENCIAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QT-REJEITADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-ATRASADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO-REJ      PIC X(02) VALUE SPACES.
       77 WRK-DESCR-REJ       PIC X(30) VALUE SPACES.
       77 WRK-DESC-SITUACAO   PIC X(20) VALUE SPACES.
      *    CONTAGEM DE DIAS UTEIS ENTRE DUAS DATAS (7000-CONTAR-DIAS-
      *    UTEIS): WRK-DATA-DE EXCLUSIVE, WRK-DATA-ATE INCLUSIVE.
       77 WRK-DATA-DE         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ATE        PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-UTEIS      PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-CORRIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-FERIADOS     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-FER         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-E-FERIADO       PIC X(01) VALUE 'N'.
           88 DIA-E-FERIADO             VALUE 'S'.
       77 WRK-E-DIA-UTIL      PIC X(01) VALUE 'S'.
           88 DIA-E-UTIL                VALUE 'S'.
       77 WRK-DIAS-SERIAL     PIC 9(07) VALUE ZEROS.
       77 WRK-ANO-MENOS-1     PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC-CAL        PIC 9(06) VALUE ZEROS.
       77 WRK-RESTO-CAL       PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-BISSEXTO    PIC X(01) VALUE 'N'.
           88 ANO-BISSEXTO              VALUE 'S'.
       77 WRK-DIAS-NO-MES     PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-EXECUCAO.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
       01 WRK-DATA-EXEC-NUM REDEFINES WRK-DATA-EXECUCAO PIC 9(08).
       01 WRK-DATA-CALC.
          02 WRK-ANO-CALC PIC 9(04).
          02 WRK-MES-CALC PIC 9(02).
          02 WRK-DIA-CALC PIC 9(02).
       01 WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
      *    TABELAS DE CALENDARIO, NOS MESMOS MOLDES DO PROGCOB09.
       01 WRK-TAB-MES-LITERAL PIC X(36) VALUE
          '000031059090120151181212243273304334'.
       01 WRK-TAB-MESES REDEFINES WRK-TAB-MES-LITERAL.
          02 WRK-DIAS-ANTES-MES OCCURS 12 TIMES PIC 9(03).
       01 WRK-TAB-DIASMES-LIT PIC X(24) VALUE
          '312831303130313130313031'.
       01 WRK-TAB-DIASMES REDEFINES WRK-TAB-DIASMES-LIT.
          02 WRK-DIAS-DO-MES OCCURS 12 TIMES PIC 9(02).
       01 WRK-TAB-FERIADOS.
          02 WRK-FERIADO OCCURS 100 TIMES PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-REGISTRAR-EMBARQUES THRU
                   2000-REGISTRAR-EMBARQUES-EXIT
               UNTIL FIM-DE-FRETEXTD.
           PERFORM 3000-BAIXAR-CONFIRMACAO THRU
                   3000-BAIXAR-CONFIRMACAO-EXIT
               UNTIL FIM-DE-ENTRCONF.
           PERFORM 4000-LISTAR-ATRASADOS THRU
                   4000-LISTAR-ATRASADOS-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * ABRE OS ARQUIVOS. O MASTER DE ACOMPANHAMENTO E CRIADO NA
      * PRIMEIRA EXECUCAO. SEM FATIA DO DIA NAO HA EMBARQUE NOVO A
      * REGISTRAR, E SEM ARQUIVO DE CONFIRMACOES NAO HA ENTREGA A
      * BAIXAR: A LISTA DE ATRASADOS SAI DO MESMO JEITO.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-OBTER-DATA-EXEC THRU 1100-OBTER-DATA-EXEC-EXIT.
           PERFORM 1300-JORNAL-INICIO THRU 1300-JORNAL-INICIO-EXIT.
           PERFORM 1600-CARREGAR-CALENDARIO THRU
                   1600-CARREGAR-CALENDARIO-EXIT.
           OPEN I-O ENTRMST.
           IF WRK-FS-ENTRMST = '35'
               OPEN OUTPUT ENTRMST
               CLOSE ENTRMST
               OPEN I-O ENTRMST
           END-IF.
           IF WRK-FS-ENTRMST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - ENTRMST.DAT INDISPONIVEL (STATUS '
                       WRK-FS-ENTRMST ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ORDSTAT.
           IF WRK-FS-ORDSTAT = '35'
               OPEN OUTPUT ORDSTAT
           END-IF.
           OPEN EXTEND ENTRREJ.
           IF WRK-FS-ENTRREJ = '35'
               OPEN OUTPUT ENTRREJ
           END-IF.
           OPEN INPUT FRETEXTD.
           IF WRK-FS-FRETEXTD IS NOT EQUAL TO '00'
               DISPLAY 'AVISO - FRETEXTD.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEXTD ') - NENHUM EMBARQUE NOVO'
               SET FIM-DE-FRETEXTD TO TRUE
           ELSE
               READ FRETEXTD
                   AT END SET FIM-DE-FRETEXTD TO TRUE
               END-READ
           END-IF.
           OPEN INPUT ENTRCONF.
           IF WRK-FS-ENTRCONF IS NOT EQUAL TO '00'
               DISPLAY 'PROGCOB38 - ENTRCONF.DAT AUSENTE, NENHUMA '
                       'ENTREGA A BAIXAR'
               SET FIM-DE-ENTRCONF TO TRUE
           ELSE
               SET CONFIRMACOES-DISPONIVEIS TO TRUE
               READ ENTRCONF
                   AT END SET FIM-DE-ENTRCONF TO TRUE
               END-READ
           END-IF.
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
                   MOVE CH-SEQUENCIA    TO WRK-SEQ-EXEC
           END-READ.
       1110-LER-ULT-CABECALHO-EXIT.
           EXIT.

      ******************************************************************
      * CARREGA OS FERIADOS DO CALENDARIO CORPORATIVO CALMAST.DAT NA
      * TABELA EM MEMORIA, NOS MESMOS MOLDES DO PROGCOB09. SEM
      * CALENDARIO OS DIAS DE ATRASO PULAM SO OS FINS DE SEMANA.
      ******************************************************************
       1600-CARREGAR-CALENDARIO.
           OPEN INPUT CALMAST.
           IF WRK-FS-CALMAST IS NOT EQUAL TO '00'
               SET FIM-DE-CALMAST TO TRUE
               GO TO 1600-CARREGAR-CALENDARIO-EXIT
           END-IF.
           PERFORM 1610-LER-FERIADO THRU 1610-LER-FERIADO-EXIT
               UNTIL FIM-DE-CALMAST.
           CLOSE CALMAST.
       1600-CARREGAR-CALENDARIO-EXIT.
           EXIT.

       1610-LER-FERIADO.
           READ CALMAST NEXT RECORD
               AT END SET FIM-DE-CALMAST TO TRUE
           END-READ.
           IF WRK-FS-CALMAST IS NOT EQUAL TO '00'
               SET FIM-DE-CALMAST TO TRUE
           END-IF.
           IF NOT FIM-DE-CALMAST
               IF WRK-QT-FERIADOS IS LESS THAN 100
                   ADD 1 TO WRK-QT-FERIADOS
                   MOVE CL-DATA TO WRK-FERIADO (WRK-QT-FERIADOS)
               ELSE
                   SET FIM-DE-CALMAST TO TRUE
               END-IF
           END-IF.
       1610-LER-FERIADO-EXIT.
           EXIT.

      ******************************************************************
      * REGISTRA NO MASTER DE ACOMPANHAMENTO OS PEDIDOS DA FATIA DO
      * LOTE. CALCULO SEM CHAVE (MODO INTERATIVO) NAO E EMBARQUE E
      * FICA DE FORA. ESTORNO MARCA O PEDIDO COMO CANCELADO.
      ******************************************************************
       2000-REGISTRAR-EMBARQUES.
           IF EX-ORDER-KEY IS NOT NUMERIC
               OR EX-ORDER-KEY IS EQUAL ZEROS
               GO TO 2000-REGISTRAR-EMBARQUES-LER
           END-IF.
           IF EX-DATA-EXECUCAO IS NOT EQUAL TO WRK-DATA-EXECUCAO
               OR (EX-SEQUENCIA IS NUMERIC
                   AND EX-SEQUENCIA IS NOT EQUAL ZEROS
                   AND EX-SEQUENCIA IS NOT EQUAL TO WRK-SEQ-EXEC)
               GO TO 2000-REGISTRAR-EMBARQUES-LER
           END-IF.
           IF EX-ESTORNO
               PERFORM 2200-REGISTRAR-ESTORNO THRU
                       2200-REGISTRAR-ESTORNO-EXIT
           ELSE
               PERFORM 2100-REGISTRAR-CALCULO THRU
                       2100-REGISTRAR-CALCULO-EXIT
           END-IF.
       2000-REGISTRAR-EMBARQUES-LER.
           READ FRETEXTD
               AT END SET FIM-DE-FRETEXTD TO TRUE
           END-READ.
       2000-REGISTRAR-EMBARQUES-EXIT.
           EXIT.

      ******************************************************************
      * PEDIDO CALCULADO: CRIA O REGISTRO PENDENTE. PEDIDO JA NO
      * MASTER E AINDA SEM ENTREGA (RECALCULO APOS CANCELAMENTO, OU
      * RERUN DO LOTE) TEM OS DADOS DO EMBARQUE ATUALIZADOS; PEDIDO JA
      * ENTREGUE NAO E TOCADO.
      ******************************************************************
       2100-REGISTRAR-CALCULO.
           MOVE EX-ORDER-KEY TO EM-ORDER-KEY.
           READ ENTRMST
               INVALID KEY
                   MOVE SPACES TO EM-REGISTRO
                   MOVE EX-ORDER-KEY TO EM-ORDER-KEY
                   PERFORM 2150-MONTAR-EMBARQUE THRU
                           2150-MONTAR-EMBARQUE-EXIT
                   WRITE EM-REGISTRO
                   ADD 1 TO WRK-QT-EMBARCADOS
                   GO TO 2100-REGISTRAR-CALCULO-EXIT
           END-READ.
           IF EM-ENTREGUE
               GO TO 2100-REGISTRAR-CALCULO-EXIT
           END-IF.
           PERFORM 2150-MONTAR-EMBARQUE THRU
                   2150-MONTAR-EMBARQUE-EXIT.
           REWRITE EM-REGISTRO.
           ADD 1 TO WRK-QT-EMBARCADOS.
       2100-REGISTRAR-CALCULO-EXIT.
           EXIT.

       2150-MONTAR-EMBARQUE.
           IF EX-CUSTOMER-ID IS NUMERIC
               MOVE EX-CUSTOMER-ID   TO EM-CUSTOMER-ID
           ELSE
               MOVE ZEROS            TO EM-CUSTOMER-ID
           END-IF.
           IF EX-CARRIER-ID IS NUMERIC
               MOVE EX-CARRIER-ID    TO EM-CARRIER-ID
           ELSE
               MOVE ZEROS            TO EM-CARRIER-ID
           END-IF.
           IF EX-DATA-PROMESSA IS NUMERIC
               MOVE EX-DATA-PROMESSA TO EM-DATA-PROMESSA
           ELSE
               MOVE ZEROS            TO EM-DATA-PROMESSA
           END-IF.
           MOVE EX-UF                TO EM-UF.
           MOVE EX-DATA-EXECUCAO     TO EM-DATA-EMBARQUE.
           MOVE WRK-SEQ-EXEC         TO EM-SEQUENCIA.
           SET EM-PENDENTE           TO TRUE.
           MOVE ZEROS                TO EM-DATA-ENTREGA.
           MOVE SPACES               TO EM-RECEBEDOR.
           MOVE SPACES               TO EM-OCORRENCIA.
           MOVE ZEROS                TO EM-DIAS-ATRASO.
           MOVE ZEROS                TO EM-DATA-BAIXA.
       2150-MONTAR-EMBARQUE-EXIT.
           EXIT.

       2200-REGISTRAR-ESTORNO.
           MOVE EX-ORDER-KEY TO EM-ORDER-KEY.
           READ ENTRMST
               INVALID KEY
                   GO TO 2200-REGISTRAR-ESTORNO-EXIT
           END-READ.
           IF EM-ENTREGUE
               GO TO 2200-REGISTRAR-ESTORNO-EXIT
           END-IF.
           SET EM-CANCELADO TO TRUE.
           MOVE WRK-DATA-EXECUCAO TO EM-DATA-BAIXA.
           REWRITE EM-REGISTRO.
           ADD 1 TO WRK-QT-CANCELADOS.
       2200-REGISTRAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      * BAIXA UMA CONFIRMACAO DA TRANSPORTADORA: VALIDA CONTRA O
      * MASTER DE ACOMPANHAMENTO, GRAVA A OCORRENCIA NO PEDIDO E POSTA
      * O EVENTO NO MASTER DE SITUACAO. CONFIRMACAO INVALIDA VAI PARA
      * ENTRREJ.DAT COM O MOTIVO.
      ******************************************************************
       3000-BAIXAR-CONFIRMACAO.
           ADD 1 TO WRK-QT-CONF-LIDAS.
           PERFORM 3100-VALIDAR-CONFIRMACAO THRU
                   3100-VALIDAR-CONFIRMACAO-EXIT.
           IF CONFIRMACAO-VALIDA
               PERFORM 3200-APLICAR-CONFIRMACAO THRU
                       3200-APLICAR-CONFIRMACAO-EXIT
           ELSE
               PERFORM 3900-REJEITAR-CONFIRMACAO THRU
                       3900-REJEITAR-CONFIRMACAO-EXIT
           END-IF.
           READ ENTRCONF
               AT END SET FIM-DE-ENTRCONF TO TRUE
           END-READ.
       3000-BAIXAR-CONFIRMACAO-EXIT.
           EXIT.

       3100-VALIDAR-CONFIRMACAO.
           MOVE 'N' TO WRK-CONF-VALIDA.
           IF NOT EC-OCORRENCIA-VALIDA
               MOVE '02' TO WRK-MOTIVO-REJ
               MOVE 'CODIGO DE OCORRENCIA INVALIDO' TO WRK-DESCR-REJ
               GO TO 3100-VALIDAR-CONFIRMACAO-EXIT
           END-IF.
           IF EC-ORDER-KEY IS NOT NUMERIC
               MOVE '01' TO WRK-MOTIVO-REJ
               MOVE 'PEDIDO NAO EMBARCADO' TO WRK-DESCR-REJ
               GO TO 3100-VALIDAR-CONFIRMACAO-EXIT
           END-IF.
           MOVE EC-ORDER-KEY TO EM-ORDER-KEY.
           READ ENTRMST
               INVALID KEY
                   MOVE '01' TO WRK-MOTIVO-REJ
                   MOVE 'PEDIDO NAO EMBARCADO' TO WRK-DESCR-REJ
                   GO TO 3100-VALIDAR-CONFIRMACAO-EXIT
           END-READ.
           IF EM-CANCELADO
               MOVE '06' TO WRK-MOTIVO-REJ
               MOVE 'PEDIDO ESTORNADO (CANCELADO)' TO WRK-DESCR-REJ
               GO TO 3100-VALIDAR-CONFIRMACAO-EXIT
           END-IF.
           IF EM-ENTREGUE
               MOVE '05' TO WRK-MOTIVO-REJ
               MOVE 'ENTREGA JA REGISTRADA' TO WRK-DESCR-REJ
               GO TO 3100-VALIDAR-CONFIRMACAO-EXIT
           END-IF.
           IF EC-DATA-ENTREGA IS NOT NUMERIC
               MOVE '03' TO WRK-MOTIVO-REJ
               MOVE 'DATA DE ENTREGA INVALIDA' TO WRK-DESCR-REJ
               GO TO 3100-VALIDAR-CONFIRMACAO-EXIT
           END-IF.
           MOVE EC-DATA-ENTREGA TO WRK-DATA-CALC.
           IF WRK-MES-CALC IS LESS THAN 1
               OR WRK-MES-CALC IS GREATER THAN 12
               OR WRK-DIA-CALC IS LESS THAN 1
               OR WRK-DIA-CALC IS GREATER THAN 31
               OR EC-DATA-ENTREGA IS LESS THAN EM-DATA-EMBARQUE
               OR EC-DATA-ENTREGA IS GREATER THAN WRK-DATA-EXEC-NUM
               MOVE '03' TO WRK-MOTIVO-REJ
               MOVE 'DATA DE ENTREGA INVALIDA' TO WRK-DESCR-REJ
               GO TO 3100-VALIDAR-CONFIRMACAO-EXIT
           END-IF.
           IF EC-CARRIER-ID IS NOT NUMERIC
               OR (EM-CARRIER-ID IS NOT EQUAL ZEROS
                   AND EC-CARRIER-ID IS NOT EQUAL TO EM-CARRIER-ID)
               MOVE '04' TO WRK-MOTIVO-REJ
               MOVE 'TRANSPORTADORA DIVERGENTE' TO WRK-DESCR-REJ
               GO TO 3100-VALIDAR-CONFIRMACAO-EXIT
           END-IF.
           SET CONFIRMACAO-VALIDA TO TRUE.
       3100-VALIDAR-CONFIRMACAO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA A OCORRENCIA NO REGISTRO DO PEDIDO (JA LIDO PELA
      * VALIDACAO). SO A ENTREGA CONTA DIAS DE ATRASO: RECUSA E
      * ENDERECO NAO ENCONTRADO DEIXAM O PEDIDO SEM ENTREGA, NA LISTA
      * DE ATRASADOS QUANDO A PROMESSA VENCER.
      ******************************************************************
       3200-APLICAR-CONFIRMACAO.
           IF EM-CARRIER-ID IS EQUAL ZEROS
               MOVE EC-CARRIER-ID TO EM-CARRIER-ID
           END-IF.
           MOVE EC-DATA-ENTREGA   TO EM-DATA-ENTREGA.
           MOVE EC-RECEBEDOR      TO EM-RECEBEDOR.
           MOVE EC-OCORRENCIA     TO EM-OCORRENCIA.
           MOVE WRK-DATA-EXECUCAO TO EM-DATA-BAIXA.
           MOVE ZEROS             TO EM-DIAS-ATRASO.
           EVALUATE TRUE
               WHEN EC-ENTREGUE
                   SET EM-ENTREGUE TO TRUE
                   ADD 1 TO WRK-QT-ENTREGUES
                   IF EM-DATA-PROMESSA IS GREATER THAN ZEROS
                       MOVE EM-DATA-PROMESSA TO WRK-DATA-DE
                       MOVE EC-DATA-ENTREGA  TO WRK-DATA-ATE
                       PERFORM 7000-CONTAR-DIAS-UTEIS THRU
                               7000-CONTAR-DIAS-UTEIS-EXIT
                       MOVE WRK-DIAS-UTEIS TO EM-DIAS-ATRASO
                   END-IF
               WHEN EC-RECUSADO
                   SET EM-RECUSADO TO TRUE
                   ADD 1 TO WRK-QT-OCORRENCIAS
               WHEN EC-END-NAO-ACHADO
                   SET EM-END-NAO-ACHADO TO TRUE
                   ADD 1 TO WRK-QT-OCORRENCIAS
           END-EVALUATE.
           REWRITE EM-REGISTRO.
           MOVE EC-ORDER-KEY    TO OS-ORDER-KEY.
           MOVE EC-OCORRENCIA   TO OS-STATUS.
           MOVE EC-DATA-ENTREGA TO OS-DATA-EVENTO.
           MOVE 'PROGCB38'      TO OS-PROGRAMA.
           WRITE OS-REGISTRO.
       3200-APLICAR-CONFIRMACAO-EXIT.
           EXIT.

       3900-REJEITAR-CONFIRMACAO.
           MOVE EC-REGISTRO       TO ER-CONFIRMACAO.
           MOVE WRK-MOTIVO-REJ    TO ER-MOTIVO.
           MOVE WRK-DESCR-REJ     TO ER-DESCRICAO.
           MOVE WRK-DATA-EXECUCAO TO ER-DATA-CARGA.
           WRITE ER-REGISTRO.
           ADD 1 TO WRK-QT-REJEITADAS.
           DISPLAY 'CONFIRMACAO DO PEDIDO ' EC-ORDER-KEY
                   ' RECUSADA - ' WRK-DESCR-REJ.
       3900-REJEITAR-CONFIRMACAO-EXIT.
           EXIT.

      ******************************************************************
      * VARRE O MASTER DE ACOMPANHAMENTO E LISTA EM ENTRATR.DAT OS
      * PEDIDOS SEM ENTREGA INFORMADA CUJA DATA PROMETIDA JA PASSOU,
      * COM OS DIAS UTEIS DE ATRASO ATE A DATA DE NEGOCIO.
      ******************************************************************
       4000-LISTAR-ATRASADOS.
           OPEN OUTPUT ENTRATR.
           MOVE SPACES TO ATR-LINHA.
           STRING 'PEDIDOS COM ENTREGA ATRASADA SEM BAIXA - '
                  WRK-DIA-EXEC '/' WRK-MES-EXEC '/' WRK-ANO-EXEC
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
           MOVE SPACES TO ATR-LINHA.
           STRING 'PEDIDO   CLIENTE UF TRANSP EMBARQUE PROMESSA '
                  'DIAS UTEIS SITUACAO'
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
           MOVE ZEROS TO EM-ORDER-KEY.
           START ENTRMST KEY IS NOT LESS THAN EM-ORDER-KEY
               INVALID KEY SET FIM-DE-ENTRMST TO TRUE
           END-START.
           PERFORM 4100-VERIFICAR-ATRASO THRU
                   4100-VERIFICAR-ATRASO-EXIT
               UNTIL FIM-DE-ENTRMST.
           MOVE SPACES TO ATR-LINHA.
           WRITE ATR-LINHA.
           MOVE SPACES TO ATR-LINHA.
           STRING 'TOTAL DE PEDIDOS ATRASADOS SEM BAIXA: '
                  WRK-QT-ATRASADOS
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
           CLOSE ENTRATR.
       4000-LISTAR-ATRASADOS-EXIT.
           EXIT.

       4100-VERIFICAR-ATRASO.
           READ ENTRMST NEXT RECORD
               AT END SET FIM-DE-ENTRMST TO TRUE
           END-READ.
           IF WRK-FS-ENTRMST IS NOT EQUAL TO '00'
               SET FIM-DE-ENTRMST TO TRUE
           END-IF.
           IF FIM-DE-ENTRMST
               GO TO 4100-VERIFICAR-ATRASO-EXIT
           END-IF.
           IF NOT EM-SEM-ENTREGA
               OR EM-DATA-PROMESSA IS EQUAL ZEROS
               OR EM-DATA-PROMESSA IS NOT LESS THAN WRK-DATA-EXEC-NUM
               GO TO 4100-VERIFICAR-ATRASO-EXIT
           END-IF.
           MOVE EM-DATA-PROMESSA  TO WRK-DATA-DE.
           MOVE WRK-DATA-EXEC-NUM TO WRK-DATA-ATE.
           PERFORM 7000-CONTAR-DIAS-UTEIS THRU
                   7000-CONTAR-DIAS-UTEIS-EXIT.
           EVALUATE TRUE
               WHEN EM-RECUSADO
                   MOVE 'RECUSADO'          TO WRK-DESC-SITUACAO
               WHEN EM-END-NAO-ACHADO
                   MOVE 'END. NAO ENCONTRADO' TO WRK-DESC-SITUACAO
               WHEN OTHER
                   MOVE 'SEM NOTICIA'       TO WRK-DESC-SITUACAO
           END-EVALUATE.
           ADD 1 TO WRK-QT-ATRASADOS.
           MOVE SPACES TO ATR-LINHA.
           STRING EM-ORDER-KEY ' ' EM-CUSTOMER-ID '  ' EM-UF ' '
                  EM-CARRIER-ID '   ' EM-DATA-EMBARQUE ' '
                  EM-DATA-PROMESSA ' ' WRK-DIAS-UTEIS '        '
                  WRK-DESC-SITUACAO
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
       4100-VERIFICAR-ATRASO-EXIT.
           EXIT.

      ******************************************************************
      * CONTA OS DIAS UTEIS DEPOIS DE WRK-DATA-DE ATE WRK-DATA-ATE
      * (INCLUSIVE), PULANDO SABADOS, DOMINGOS E OS FERIADOS DO
      * CALENDARIO. DATA FINAL NAO POSTERIOR A INICIAL DA ZERO. A
      * CONTAGEM PARA EM 999 (CAPACIDADE DO CAMPO).
      ******************************************************************
       7000-CONTAR-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE ZEROS TO WRK-DIAS-CORRIDOS.
           IF WRK-DATA-ATE IS NOT GREATER THAN WRK-DATA-DE
               GO TO 7000-CONTAR-DIAS-UTEIS-EXIT
           END-IF.
           MOVE WRK-DATA-DE TO WRK-DATA-CALC-NUM.
           PERFORM 7010-CONTAR-DIA THRU 7010-CONTAR-DIA-EXIT
               UNTIL WRK-DATA-CALC-NUM IS NOT LESS THAN WRK-DATA-ATE
                  OR WRK-DIAS-UTEIS IS EQUAL TO 999.
       7000-CONTAR-DIAS-UTEIS-EXIT.
           EXIT.

       7010-CONTAR-DIA.
           PERFORM 7020-PROXIMO-DIA THRU 7020-PROXIMO-DIA-EXIT.
           PERFORM 7030-TESTAR-DIA-UTIL THRU
                   7030-TESTAR-DIA-UTIL-EXIT.
           ADD 1 TO WRK-DIAS-CORRIDOS.
           IF DIA-E-UTIL
               ADD 1 TO WRK-DIAS-UTEIS
           END-IF.
       7010-CONTAR-DIA-EXIT.
           EXIT.

      ******************************************************************
      * AVANCA WRK-DATA-CALC UM DIA DE CALENDARIO, COM VIRADA DE MES
      * (FEVEREIRO COM 29 EM ANO BISSEXTO) E DE ANO.
      ******************************************************************
       7020-PROXIMO-DIA.
           MOVE WRK-DIAS-DO-MES (WRK-MES-CALC) TO WRK-DIAS-NO-MES.
           PERFORM 7050-TESTAR-BISSEXTO THRU
                   7050-TESTAR-BISSEXTO-EXIT.
           IF ANO-BISSEXTO
               AND WRK-MES-CALC IS EQUAL TO 2
               MOVE 29 TO WRK-DIAS-NO-MES
           END-IF.
           IF WRK-DIA-CALC IS LESS THAN WRK-DIAS-NO-MES
               ADD 1 TO WRK-DIA-CALC
           ELSE
               MOVE 1 TO WRK-DIA-CALC
               IF WRK-MES-CALC IS LESS THAN 12
                   ADD 1 TO WRK-MES-CALC
               ELSE
                   MOVE 1 TO WRK-MES-CALC
                   ADD 1 TO WRK-ANO-CALC
               END-IF
           END-IF.
       7020-PROXIMO-DIA-EXIT.
           EXIT.

      ******************************************************************
      * TESTA SE WRK-DATA-CALC E DIA UTIL: SABADO E DOMINGO SAEM DO
      * RESTO DA DIVISAO DOS DIAS CORRIDOS POR 7 (6 = SABADO, 0 =
      * DOMINGO), E OS FERIADOS DA TABELA CARREGADA DE CALMAST.DAT.
      ******************************************************************
       7030-TESTAR-DIA-UTIL.
           MOVE 'S' TO WRK-E-DIA-UTIL.
           SUBTRACT 1 FROM WRK-ANO-CALC GIVING WRK-ANO-MENOS-1.
           COMPUTE WRK-DIAS-SERIAL =
                   (WRK-ANO-MENOS-1 * 365)
                   + (WRK-ANO-MENOS-1 / 4)
                   - (WRK-ANO-MENOS-1 / 100)
                   + (WRK-ANO-MENOS-1 / 400)
                   + WRK-DIAS-ANTES-MES (WRK-MES-CALC)
                   + WRK-DIA-CALC.
           PERFORM 7050-TESTAR-BISSEXTO THRU
                   7050-TESTAR-BISSEXTO-EXIT.
           IF ANO-BISSEXTO
               AND WRK-MES-CALC IS GREATER THAN 2
               ADD 1 TO WRK-DIAS-SERIAL
           END-IF.
           DIVIDE WRK-DIAS-SERIAL BY 7
               GIVING WRK-QUOC-CAL
               REMAINDER WRK-RESTO-CAL.
           IF WRK-RESTO-CAL IS EQUAL TO 6
               OR WRK-RESTO-CAL IS EQUAL TO 0
               MOVE 'N' TO WRK-E-DIA-UTIL
               GO TO 7030-TESTAR-DIA-UTIL-EXIT
           END-IF.
           MOVE 'N' TO WRK-E-FERIADO.
           PERFORM 7040-PROCURAR-FERIADO THRU
                   7040-PROCURAR-FERIADO-EXIT
               VARYING WRK-IDX-FER FROM 1 BY 1
               UNTIL DIA-E-FERIADO
                  OR WRK-IDX-FER IS GREATER THAN WRK-QT-FERIADOS.
           IF DIA-E-FERIADO
               MOVE 'N' TO WRK-E-DIA-UTIL
           END-IF.
       7030-TESTAR-DIA-UTIL-EXIT.
           EXIT.

       7040-PROCURAR-FERIADO.
           IF WRK-IDX-FER IS NOT GREATER THAN WRK-QT-FERIADOS
               AND WRK-FERIADO (WRK-IDX-FER) IS EQUAL TO
                   WRK-DATA-CALC-NUM
               SET DIA-E-FERIADO TO TRUE
           END-IF.
       7040-PROCURAR-FERIADO-EXIT.
           EXIT.

       7050-TESTAR-BISSEXTO.
           MOVE 'N' TO WRK-ANO-BISSEXTO.
           DIVIDE WRK-ANO-CALC BY 4
               GIVING WRK-QUOC-CAL
               REMAINDER WRK-RESTO-CAL.
           IF WRK-RESTO-CAL IS NOT EQUAL ZEROS
               GO TO 7050-TESTAR-BISSEXTO-EXIT
           END-IF.
           DIVIDE WRK-ANO-CALC BY 100
               GIVING WRK-QUOC-CAL
               REMAINDER WRK-RESTO-CAL.
           IF WRK-RESTO-CAL IS NOT EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
               GO TO 7050-TESTAR-BISSEXTO-EXIT
           END-IF.
           DIVIDE WRK-ANO-CALC BY 400
               GIVING WRK-QUOC-CAL
               REMAINDER WRK-RESTO-CAL.
           IF WRK-RESTO-CAL IS EQUAL ZEROS
               SET ANO-BISSEXTO TO TRUE
           END-IF.
       7050-TESTAR-BISSEXTO-EXIT.
           EXIT.

      ******************************************************************
      * FECHA OS ARQUIVOS E CONSOME (LIMPA) O ARQUIVO DE CONFIRMACOES
      * JA BAIXADAS: AS RECUSADAS FICARAM EM ENTRREJ.DAT, ENTAO UM
      * RERUN NAO REPROCESSA NADA.
      ******************************************************************
       8000-FINALIZAR.
           IF WRK-FS-FRETEXTD = '00'
               CLOSE FRETEXTD
           END-IF.
           IF CONFIRMACOES-DISPONIVEIS
               CLOSE ENTRCONF
               OPEN OUTPUT ENTRCONF
               CLOSE ENTRCONF
           END-IF.
           CLOSE ENTRMST ORDSTAT ENTRREJ.
           DISPLAY 'PROGCOB38 - ACOMPANHAMENTO DE ENTREGAS'.
           DISPLAY 'EMBARQUES REGISTRADOS: ' WRK-QT-EMBARCADOS.
           DISPLAY 'PEDIDOS CANCELADOS ..: ' WRK-QT-CANCELADOS.
           DISPLAY 'CONFIRMACOES LIDAS ..: ' WRK-QT-CONF-LIDAS.
           DISPLAY 'ENTREGAS BAIXADAS ...: ' WRK-QT-ENTREGUES.
           DISPLAY 'RECUSAS/END. NAO ACH.: ' WRK-QT-OCORRENCIAS.
           DISPLAY 'CONFIRMACOES RECUSADAS: ' WRK-QT-REJEITADAS.
           DISPLAY 'ATRASADOS SEM BAIXA .: ' WRK-QT-ATRASADOS.
           IF WRK-QT-REJEITADAS IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 8200-JORNAL-FIM THRU 8200-JORNAL-FIM-EXIT.
       8000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA NO DIARIO DE EXECUCAO JOBJRNL.DAT OS REGISTROS DE INICIO
      * E FIM DESTE PASSO (PROGRAMA, DATA DE NEGOCIO, SEQUENCIA DO
      * LOTE, HORARIO, PROCESSADOS E RETURN-CODE), PARA A LINHA DO
      * TEMPO DO PROGCOB31.
      ******************************************************************
       1300-JORNAL-INICIO.
           OPEN EXTEND JOBJRNL.
           IF WRK-FS-JOBJRNL = '35'
               OPEN OUTPUT JOBJRNL
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'PROGCB38'        TO JJ-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO JJ-DATA-NEGOCIO.
           MOVE WRK-SEQ-EXEC      TO JJ-SEQUENCIA.
           MOVE 'I'               TO JJ-TIPO.
           MOVE WRK-HORA-AGORA    TO JJ-HORA.
           MOVE ZEROS             TO JJ-QT-PROCESSADOS.
           MOVE ZEROS             TO JJ-RETURN-CODE.
           WRITE JJ-REGISTRO.
           CLOSE JOBJRNL.
       1300-JORNAL-INICIO-EXIT.
           EXIT.

       8200-JORNAL-FIM.
           OPEN EXTEND JOBJRNL.
           IF WRK-FS-JOBJRNL = '35'
               OPEN OUTPUT JOBJRNL
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE 'PROGCB38'        TO JJ-PROGRAMA.
           MOVE WRK-DATA-EXECUCAO TO JJ-DATA-NEGOCIO.
           MOVE WRK-SEQ-EXEC      TO JJ-SEQUENCIA.
           MOVE 'F'               TO JJ-TIPO.
           MOVE WRK-HORA-AGORA    TO JJ-HORA.
           MOVE WRK-QT-CONF-LIDAS TO JJ-QT-PROCESSADOS.
           MOVE RETURN-CODE       TO JJ-RETURN-CODE.
           WRITE JJ-REGISTRO.
           CLOSE JOBJRNL.
       8200-JORNAL-FIM-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

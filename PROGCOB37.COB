       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB37.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: MANTER O MASTER DE ALIQUOTAS DE ICMS SOBRE O FRETE
      *           (ICMS.DAT, CHAVE UF ORIGEM + UF DESTINO + VIGENCIA)
      *           A PARTIR DE TRANSACOES DE CARGA/ALTERACAO
      *           (ICMSTXN.DAT), NOS MESMOS MOLDES DA MANUTENCAO DO
      *           MASTER DE FRETE DO PROGCOB10: VERSAO POR DATA DE
      *           VIGENCIA (ZERADA = HOJE, PODENDO SER FUTURA), CRITICA
      *           ANTES DE APLICAR (REJEITOS COM MOTIVO EM
      *           ICMSTRJ.DAT) E HISTORICO DE CADA ALTERACAO COM O
      *           OPERADOR EM ICMSHST.DAT. O MASTER E CONSULTADO PELO
      *           CALCULO DE FRETE (PROGCOB09/14) PARA A BASE E O
      *           VALOR DO ICMS DE CADA FRETE.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      * OUT/2026   JL      PREFIXOS DOS LAYOUTS ICMSTXN E ICMSHST
      *                    TROCADOS PARA TI-/HI-: IT-/IH- JA SAO DO
      *                    LAYOUT ORDHDTL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICMSTXN ASSIGN TO "ICMSTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICMSTXN.
           SELECT ICMSMST ASSIGN TO "ICMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CHAVE
               FILE STATUS IS WRK-FS-ICMSMST.
           SELECT ICMSHST ASSIGN TO "ICMSHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ICMSTRJ ASSIGN TO "ICMSTRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ICMSTXN
           RECORD CONTAINS 22 CHARACTERS.
           COPY ICMSTXN.

       FD  ICMSMST.
           COPY ICMSTAB.

       FD  ICMSHST
           RECORD CONTAINS 43 CHARACTERS.
           COPY ICMSHST.

       FD  ICMSTRJ
           RECORD CONTAINS 57 CHARACTERS.
           COPY ICMSTRJ.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ICMSTXN     PIC X(02) VALUE ZEROS.
       77 WRK-FS-ICMSMST     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-TXN        PIC X(01) VALUE 'N'.
           88 FIM-DE-TRANSACOES      VALUE 'S'.
       77 WRK-QT-ALTERADOS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QT-INCLUIDOS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QT-REJEITADOS   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-ALIQ-ANTERIOR   PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-EOF-VERSOES     PIC X(01) VALUE 'N'.
           88 FIM-DE-VERSOES         VALUE 'S'.
       77 WRK-TXN-OK          PIC X(01) VALUE 'S'.
           88 TRANSACAO-LIMPA        VALUE 'S'.
       77 WRK-MOTIVO-REJ      PIC X(02) VALUE SPACES.
       77 WRK-DESC-REJ        PIC X(30) VALUE SPACES.
      *    ALIQUOTA MAXIMA PLAUSIVEL E REDUCAO DE BASE MAXIMA
      *    (CONFIGURAVEIS AQUI). ALIQUOTA ZERADA E ACEITA (ISENCAO).
       77 WRK-ALIQ-MAXIMA     PIC 9(01)V9(04) VALUE 0.2500.
       77 WRK-REDUCAO-MAXIMA  PIC 9(01)V9(04) VALUE 0.9999.
       77 WRK-UF-TESTE        PIC X(02) VALUE SPACES.
           88 UF-FEDERACAO-VALIDA VALUE 'AC' 'AL' 'AM' 'AP' 'BA'
              'CE' 'DF' 'ES' 'GO' 'MA' 'MG' 'MS' 'MT' 'PA' 'PB'
              'PE' 'PI' 'PR' 'RJ' 'RN' 'RO' 'RR' 'RS' 'SC' 'SE'
              'SP' 'TO'.
       01 WRK-VIGENCIA-TXN    PIC 9(08) VALUE ZEROS.
       01 WRK-VIGENCIA-DETALHE REDEFINES WRK-VIGENCIA-TXN.
          02 WRK-VIG-ANO      PIC 9(04).
          02 WRK-VIG-MES      PIC 9(02).
          02 WRK-VIG-DIA      PIC 9(02).
       77 WRK-OPERADOR        PIC X(08) VALUE SPACES.
       01 WRK-DATA-HOJE.
          02 WRK-ANO-HOJE     PIC 9(04).
          02 WRK-MES-HOJE     PIC 9(02).
          02 WRK-DIA-HOJE     PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-TRANSACOES THRU
                   2000-PROCESSAR-TRANSACOES-EXIT
               UNTIL FIM-DE-TRANSACOES.
           PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
           GO TO 9999-EXIT.

      ******************************************************************
      * ABRE OS ARQUIVOS E POSICIONA A DATA DE TRABALHO. O OPERADOR DA
      * CARGA VEM DO PARAMETRO DE LINHA DE COMANDO ('BATCH' QUANDO NAO
      * INFORMADO), COMO NO PROGCOB10.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-OPERADOR FROM COMMAND-LINE.
           IF WRK-OPERADOR IS EQUAL TO SPACES
               MOVE 'BATCH' TO WRK-OPERADOR
           END-IF.
           OPEN INPUT  ICMSTXN.
           IF WRK-FS-ICMSTXN IS NOT EQUAL TO '00'
               DISPLAY 'PROGCOB37 - SEM TRANSACOES DE ICMS (FS='
                       WRK-FS-ICMSTXN ')'
               SET FIM-DE-TRANSACOES TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O    ICMSMST.
           IF WRK-FS-ICMSMST = '35'
               CLOSE ICMSMST
               OPEN OUTPUT ICMSMST
               CLOSE ICMSMST
               OPEN I-O ICMSMST
           END-IF.
           OPEN EXTEND ICMSHST.
           OPEN EXTEND ICMSTRJ.
           READ ICMSTXN
               AT END SET FIM-DE-TRANSACOES TO TRUE
           END-READ.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * PARA CADA TRANSACAO: DEFINE A VIGENCIA (ZERADA = HOJE), ALTERA
      * A VERSAO SE O PAR ORIGEM/DESTINO JA TEM VERSAO NAQUELA
      * VIGENCIA, OU INCLUI UMA VERSAO NOVA. GRAVA HISTORICO.
      ******************************************************************
       2000-PROCESSAR-TRANSACOES.
           IF TI-DATA-VIGENCIA IS NUMERIC
               AND TI-DATA-VIGENCIA IS GREATER THAN ZEROS
               MOVE TI-DATA-VIGENCIA TO WRK-VIGENCIA-TXN
           ELSE
               MOVE WRK-DATA-HOJE    TO WRK-VIGENCIA-TXN
           END-IF.
           PERFORM 2050-VALIDAR-TRANSACAO THRU
                   2050-VALIDAR-TRANSACAO-EXIT.
           IF NOT TRANSACAO-LIMPA
               PERFORM 2900-REJEITAR-TRANSACAO THRU
                       2900-REJEITAR-TRANSACAO-EXIT
               GO TO 2000-PROCESSAR-TRANSACOES-LER
           END-IF.
           PERFORM 2150-BUSCAR-ALIQ-ANTERIOR THRU
                   2150-BUSCAR-ALIQ-ANTERIOR-EXIT.
           MOVE TI-UF-ORIGEM     TO IC-UF-ORIGEM.
           MOVE TI-UF-DESTINO    TO IC-UF-DESTINO.
           MOVE WRK-VIGENCIA-TXN TO IC-DATA-VIGENCIA.
           READ ICMSMST
               INVALID KEY
                   PERFORM 2100-INCLUIR-VERSAO THRU
                           2100-INCLUIR-VERSAO-EXIT
               NOT INVALID KEY
                   PERFORM 2200-ALTERAR-VERSAO THRU
                           2200-ALTERAR-VERSAO-EXIT
           END-READ.
       2000-PROCESSAR-TRANSACOES-LER.
           READ ICMSTXN
               AT END SET FIM-DE-TRANSACOES TO TRUE
           END-READ.
       2000-PROCESSAR-TRANSACOES-EXIT.
           EXIT.

      ******************************************************************
      * CRITICA DA TRANSACAO: AS DUAS UFS TEM QUE SER UNIDADES DA
      * FEDERACAO, A ALIQUOTA NUMERICA E NAO ACIMA DA MAXIMA
      * CONFIGURADA, A VIGENCIA UMA DATA DE CALENDARIO RAZOAVEL E A
      * REDUCAO DE BASE NUMERICA E MENOR QUE 100%. A PRIMEIRA CRITICA
      * QUE FALHA DEFINE O MOTIVO DO REJEITO.
      ******************************************************************
       2050-VALIDAR-TRANSACAO.
           MOVE 'S'    TO WRK-TXN-OK.
           MOVE SPACES TO WRK-MOTIVO-REJ WRK-DESC-REJ.
           MOVE TI-UF-ORIGEM TO WRK-UF-TESTE.
           IF NOT UF-FEDERACAO-VALIDA
               MOVE 'N'  TO WRK-TXN-OK
               MOVE '01' TO WRK-MOTIVO-REJ
               MOVE 'UF DE ORIGEM INVALIDA' TO WRK-DESC-REJ
               GO TO 2050-VALIDAR-TRANSACAO-EXIT
           END-IF.
           MOVE TI-UF-DESTINO TO WRK-UF-TESTE.
           IF NOT UF-FEDERACAO-VALIDA
               MOVE 'N'  TO WRK-TXN-OK
               MOVE '01' TO WRK-MOTIVO-REJ
               MOVE 'UF DE DESTINO INVALIDA' TO WRK-DESC-REJ
               GO TO 2050-VALIDAR-TRANSACAO-EXIT
           END-IF.
           IF TI-ALIQUOTA IS NOT NUMERIC
               OR TI-ALIQUOTA IS GREATER THAN WRK-ALIQ-MAXIMA
               MOVE 'N'  TO WRK-TXN-OK
               MOVE '02' TO WRK-MOTIVO-REJ
               MOVE 'ALIQUOTA FORA DA FAIXA' TO WRK-DESC-REJ
               GO TO 2050-VALIDAR-TRANSACAO-EXIT
           END-IF.
           IF WRK-VIG-ANO IS LESS THAN 2000
               OR WRK-VIG-MES IS LESS THAN 01
               OR WRK-VIG-MES IS GREATER THAN 12
               OR WRK-VIG-DIA IS LESS THAN 01
               OR WRK-VIG-DIA IS GREATER THAN 31
               MOVE 'N'  TO WRK-TXN-OK
               MOVE '04' TO WRK-MOTIVO-REJ
               MOVE 'DATA DE VIGENCIA INVALIDA' TO WRK-DESC-REJ
               GO TO 2050-VALIDAR-TRANSACAO-EXIT
           END-IF.
           IF TI-REDUCAO-BASE IS NOT NUMERIC
               OR TI-REDUCAO-BASE IS GREATER THAN WRK-REDUCAO-MAXIMA
               MOVE 'N'  TO WRK-TXN-OK
               MOVE '06' TO WRK-MOTIVO-REJ
               MOVE 'REDUCAO DE BASE INVALIDA' TO WRK-DESC-REJ
           END-IF.
       2050-VALIDAR-TRANSACAO-EXIT.
           EXIT.

      ******************************************************************
      * INCLUI UMA VERSAO NOVA DE ALIQUOTA PARA O PAR ORIGEM/DESTINO.
      * A ALIQUOTA ANTERIOR E A DA ULTIMA VERSAO DO PAR COM VIGENCIA
      * ANTERIOR A DELA (ZEROS NA CARGA INICIAL), DEIXADA EM
      * WRK-ALIQ-ANTERIOR PELA VARREDURA DO 2150.
      ******************************************************************
       2100-INCLUIR-VERSAO.
           MOVE TI-UF-ORIGEM       TO IC-UF-ORIGEM.
           MOVE TI-UF-DESTINO      TO IC-UF-DESTINO.
           MOVE WRK-VIGENCIA-TXN   TO IC-DATA-VIGENCIA.
           MOVE TI-ALIQUOTA        TO IC-ALIQUOTA.
           MOVE WRK-ALIQ-ANTERIOR  TO IC-ALIQUOTA-ANT.
           MOVE TI-REDUCAO-BASE    TO IC-REDUCAO-BASE.
           MOVE WRK-DATA-HOJE      TO IC-DATA-ALTERACAO.
           WRITE IC-REGISTRO.
           ADD 1 TO WRK-QT-INCLUIDOS.
           PERFORM 2300-GRAVAR-HISTORICO THRU
                   2300-GRAVAR-HISTORICO-EXIT.
       2100-INCLUIR-VERSAO-EXIT.
           EXIT.

      ******************************************************************
      * VARRE AS VERSOES DO PAR ORIGEM/DESTINO DA TRANSACAO (CHAVE
      * ASCENDENTE) E GUARDA A ALIQUOTA DA ULTIMA VERSAO COM VIGENCIA
      * ANTERIOR A DA TRANSACAO. A VARREDURA USA A AREA DO REGISTRO DO
      * MASTER, POR ISSO RODA ANTES DA LEITURA DIRETA DA VERSAO.
      ******************************************************************
       2150-BUSCAR-ALIQ-ANTERIOR.
           MOVE ZEROS TO WRK-ALIQ-ANTERIOR.
           MOVE 'N'   TO WRK-EOF-VERSOES.
           MOVE TI-UF-ORIGEM  TO IC-UF-ORIGEM.
           MOVE TI-UF-DESTINO TO IC-UF-DESTINO.
           MOVE ZEROS TO IC-DATA-VIGENCIA.
           START ICMSMST KEY IS NOT LESS THAN IC-CHAVE
               INVALID KEY SET FIM-DE-VERSOES TO TRUE
           END-START.
           PERFORM 2160-LER-VERSAO THRU 2160-LER-VERSAO-EXIT
               UNTIL FIM-DE-VERSOES.
       2150-BUSCAR-ALIQ-ANTERIOR-EXIT.
           EXIT.

       2160-LER-VERSAO.
           READ ICMSMST NEXT RECORD
               AT END SET FIM-DE-VERSOES TO TRUE
           END-READ.
           IF WRK-FS-ICMSMST IS NOT EQUAL TO '00'
               SET FIM-DE-VERSOES TO TRUE
           END-IF.
           IF NOT FIM-DE-VERSOES
               IF IC-UF-ORIGEM IS NOT EQUAL TO TI-UF-ORIGEM
                   OR IC-UF-DESTINO IS NOT EQUAL TO TI-UF-DESTINO
                   OR IC-DATA-VIGENCIA IS NOT LESS THAN
                      WRK-VIGENCIA-TXN
                   SET FIM-DE-VERSOES TO TRUE
               ELSE
                   MOVE IC-ALIQUOTA TO WRK-ALIQ-ANTERIOR
               END-IF
           END-IF.
       2160-LER-VERSAO-EXIT.
           EXIT.

       2200-ALTERAR-VERSAO.
           MOVE IC-ALIQUOTA        TO IC-ALIQUOTA-ANT.
           MOVE TI-ALIQUOTA        TO IC-ALIQUOTA.
           MOVE TI-REDUCAO-BASE    TO IC-REDUCAO-BASE.
           MOVE WRK-DATA-HOJE      TO IC-DATA-ALTERACAO.
           REWRITE IC-REGISTRO.
           ADD 1 TO WRK-QT-ALTERADOS.
           PERFORM 2300-GRAVAR-HISTORICO THRU
                   2300-GRAVAR-HISTORICO-EXIT.
       2200-ALTERAR-VERSAO-EXIT.
           EXIT.

       2300-GRAVAR-HISTORICO.
           MOVE IC-UF-ORIGEM        TO HI-UF-ORIGEM.
           MOVE IC-UF-DESTINO       TO HI-UF-DESTINO.
           MOVE IC-DATA-VIGENCIA    TO HI-DATA-VIGENCIA.
           MOVE IC-ALIQUOTA-ANT     TO HI-ALIQUOTA-ANT.
           MOVE IC-ALIQUOTA         TO HI-ALIQUOTA-NOVA.
           MOVE IC-REDUCAO-BASE     TO HI-REDUCAO-BASE.
           MOVE WRK-DATA-HOJE       TO HI-DATA-ALTERACAO.
           MOVE WRK-OPERADOR        TO HI-OPERADOR.
           WRITE HI-REGISTRO.
       2300-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA A TRANSACAO REJEITADA NO ARQUIVO DE CRITICA COM O
      * CODIGO E A DESCRICAO DO MOTIVO, SEM TOCAR NO MASTER.
      ******************************************************************
       2900-REJEITAR-TRANSACAO.
           MOVE TI-UF-ORIGEM     TO IR-UF-ORIGEM.
           MOVE TI-UF-DESTINO    TO IR-UF-DESTINO.
           MOVE TI-ALIQUOTA      TO IR-ALIQUOTA.
           MOVE WRK-VIGENCIA-TXN TO IR-DATA-VIGENCIA.
           MOVE WRK-MOTIVO-REJ   TO IR-MOTIVO.
           MOVE WRK-DESC-REJ     TO IR-DESCRICAO.
           MOVE WRK-DATA-HOJE    TO IR-DATA-CARGA.
           WRITE IR-REGISTRO.
           ADD 1 TO WRK-QT-REJEITADOS.
           DISPLAY 'TRANSACAO REJEITADA ' TI-UF-ORIGEM '-'
                   TI-UF-DESTINO ' MOTIVO ' WRK-MOTIVO-REJ ' - '
                   WRK-DESC-REJ.
       2900-REJEITAR-TRANSACAO-EXIT.
           EXIT.

      ******************************************************************
      * FECHA OS ARQUIVOS E INFORMA O RESUMO DA CARGA.
      ******************************************************************
       8000-FINALIZAR.
           IF WRK-FS-ICMSTXN IS EQUAL TO '00'
               OR WRK-FS-ICMSTXN IS EQUAL TO '10'
               CLOSE ICMSTXN ICMSMST ICMSHST ICMSTRJ
           END-IF.
           DISPLAY 'PROGCOB37 - MANUTENCAO DE TABELA DE ICMS'.
           DISPLAY 'VERSOES INCLUIDAS ..: ' WRK-QT-INCLUIDOS.
           DISPLAY 'VERSOES ALTERADAS ..: ' WRK-QT-ALTERADOS.
           DISPLAY 'TRANSACOES REJEITADAS: ' WRK-QT-REJEITADOS.
           IF WRK-QT-REJEITADOS IS GREATER THAN ZERO
               DISPLAY 'REVISAR ICMSTRJ.DAT E RECARREGAR AS '
                       'TRANSACOES CORRIGIDAS'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

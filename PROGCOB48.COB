       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB48.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: MANTER O MASTER DO ADICIONAL DE COMBUSTIVEL SOBRE O
      *           FRETE (COMBUST.DAT, CHAVE REGIAO + VIGENCIA) A PARTIR
      *           DAS TRANSACOES SEMANAIS DE CARGA/ALTERACAO
      *           (COMBTXN.DAT), NOS MESMOS MOLDES DA MANUTENCAO DO
      *           MASTER DE ICMS DO PROGCOB37: VERSAO POR DATA DE
      *           VIGENCIA (ZERADA = HOJE, PODENDO SER FUTURA), CRITICA
      *           ANTES DE APLICAR (REJEITOS COM MOTIVO EM
      *           COMBTRJ.DAT) E HISTORICO DE CADA ALTERACAO COM O
      *           OPERADOR EM COMBHST.DAT. O MASTER E CONSULTADO PELO
      *           CALCULO DE FRETE (PROGCOB09/14), QUE COBRA O
      *           ADICIONAL COMO PARCELA PROPRIA DO FRETE, SEM MISTURAR
      *           A OSCILACAO DO DIESEL NA TAXA BASE DO FRETE.DAT.
      *           REGIAO EM BRANCO E O PERCENTUAL PADRAO DAS REGIOES
      *           SEM VERSAO PROPRIA.
      *
      * HISTORICO DE ALTERACOES
      * DATA       AUTOR   DESCRICAO
      * ---------  ------  -------------------------------------------
      * OUT/2026   JL      VERSAO INICIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMBTXN ASSIGN TO "COMBTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMBTXN.
           SELECT COMBMST ASSIGN TO "COMBUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WRK-FS-COMBMST.
           SELECT COMBHST ASSIGN TO "COMBHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMBTRJ ASSIGN TO "COMBTRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COMBTXN
           RECORD CONTAINS 15 CHARACTERS.
           COPY COMBTXN.

       FD  COMBMST.
           COPY COMBTAB.

       FD  COMBHST
           RECORD CONTAINS 36 CHARACTERS.
           COPY COMBHST.

       FD  COMBTRJ
           RECORD CONTAINS 55 CHARACTERS.
           COPY COMBTRJ.

       WORKING-STORAGE SECTION.
       77 WRK-FS-COMBTXN     PIC X(02) VALUE ZEROS.
       77 WRK-FS-COMBMST     PIC X(02) VALUE ZEROS.
       77 WRK-EOF-TXN        PIC X(01) VALUE 'N'.
           88 FIM-DE-TRANSACOES      VALUE 'S'.
       77 WRK-QT-ALTERADOS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QT-INCLUIDOS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QT-REJEITADOS   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-PCT-ANTERIOR    PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-EOF-VERSOES     PIC X(01) VALUE 'N'.
           88 FIM-DE-VERSOES         VALUE 'S'.
       77 WRK-TXN-OK          PIC X(01) VALUE 'S'.
           88 TRANSACAO-LIMPA        VALUE 'S'.
       77 WRK-MOTIVO-REJ      PIC X(02) VALUE SPACES.
       77 WRK-DESC-REJ        PIC X(30) VALUE SPACES.
      *    PERCENTUAL MAXIMO PLAUSIVEL DO ADICIONAL (CONFIGURAVEL
      *    AQUI). PERCENTUAL ZERADO E ACEITO (SEMANA SEM ADICIONAL).
       77 WRK-PCT-MAXIMO      PIC 9(01)V9(04) VALUE 0.3000.
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
      * INFORMADO), COMO NO PROGCOB37.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-OPERADOR FROM COMMAND-LINE.
           IF WRK-OPERADOR IS EQUAL TO SPACES
               MOVE 'BATCH' TO WRK-OPERADOR
           END-IF.
           OPEN INPUT  COMBTXN.
           IF WRK-FS-COMBTXN IS NOT EQUAL TO '00'
               DISPLAY 'PROGCOB48 - SEM TRANSACOES DE ADICIONAL DE '
                       'COMBUSTIVEL (FS=' WRK-FS-COMBTXN ')'
               SET FIM-DE-TRANSACOES TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O    COMBMST.
           IF WRK-FS-COMBMST = '35'
               CLOSE COMBMST
               OPEN OUTPUT COMBMST
               CLOSE COMBMST
               OPEN I-O COMBMST
           END-IF.
           OPEN EXTEND COMBHST.
           OPEN EXTEND COMBTRJ.
           READ COMBTXN
               AT END SET FIM-DE-TRANSACOES TO TRUE
           END-READ.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      * PARA CADA TRANSACAO: DEFINE A VIGENCIA (ZERADA = HOJE), ALTERA
      * A VERSAO SE A REGIAO JA TEM VERSAO NAQUELA VIGENCIA, OU INCLUI
      * UMA VERSAO NOVA. GRAVA HISTORICO.
      ******************************************************************
       2000-PROCESSAR-TRANSACOES.
           IF ST-DATA-VIGENCIA IS NUMERIC
               AND ST-DATA-VIGENCIA IS GREATER THAN ZEROS
               MOVE ST-DATA-VIGENCIA TO WRK-VIGENCIA-TXN
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
           PERFORM 2150-BUSCAR-PCT-ANTERIOR THRU
                   2150-BUSCAR-PCT-ANTERIOR-EXIT.
           MOVE ST-REGIAO        TO SC-REGIAO.
           MOVE WRK-VIGENCIA-TXN TO SC-DATA-VIGENCIA.
           READ COMBMST
               INVALID KEY
                   PERFORM 2100-INCLUIR-VERSAO THRU
                           2100-INCLUIR-VERSAO-EXIT
               NOT INVALID KEY
                   PERFORM 2200-ALTERAR-VERSAO THRU
                           2200-ALTERAR-VERSAO-EXIT
           END-READ.
       2000-PROCESSAR-TRANSACOES-LER.
           READ COMBTXN
               AT END SET FIM-DE-TRANSACOES TO TRUE
           END-READ.
       2000-PROCESSAR-TRANSACOES-EXIT.
           EXIT.

      ******************************************************************
      * CRITICA DA TRANSACAO: PERCENTUAL NUMERICO E NAO ACIMA DO
      * MAXIMO CONFIGURADO E VIGENCIA UMA DATA DE CALENDARIO
      * RAZOAVEL. A REGIAO NAO E CRITICADA (EM BRANCO = PADRAO; A
      * REGIAO QUE NAO EXISTE EM FRETE.DAT SO NUNCA E USADA). A
      * PRIMEIRA CRITICA QUE FALHA DEFINE O MOTIVO DO REJEITO.
      ******************************************************************
       2050-VALIDAR-TRANSACAO.
           MOVE 'S'    TO WRK-TXN-OK.
           MOVE SPACES TO WRK-MOTIVO-REJ WRK-DESC-REJ.
           IF ST-PERCENTUAL IS NOT NUMERIC
               OR ST-PERCENTUAL IS GREATER THAN WRK-PCT-MAXIMO
               MOVE 'N'  TO WRK-TXN-OK
               MOVE '02' TO WRK-MOTIVO-REJ
               MOVE 'PERCENTUAL FORA DA FAIXA' TO WRK-DESC-REJ
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
           END-IF.
       2050-VALIDAR-TRANSACAO-EXIT.
           EXIT.

      ******************************************************************
      * INCLUI UMA VERSAO NOVA DO ADICIONAL PARA A REGIAO. O
      * PERCENTUAL ANTERIOR E O DA ULTIMA VERSAO DA REGIAO COM
      * VIGENCIA ANTERIOR A DELA (ZEROS NA CARGA INICIAL), DEIXADO EM
      * WRK-PCT-ANTERIOR PELA VARREDURA DO 2150.
      ******************************************************************
       2100-INCLUIR-VERSAO.
           MOVE ST-REGIAO          TO SC-REGIAO.
           MOVE WRK-VIGENCIA-TXN   TO SC-DATA-VIGENCIA.
           MOVE ST-PERCENTUAL      TO SC-PERCENTUAL.
           MOVE WRK-PCT-ANTERIOR   TO SC-PERCENTUAL-ANT.
           MOVE WRK-DATA-HOJE      TO SC-DATA-ALTERACAO.
           WRITE SC-REGISTRO.
           ADD 1 TO WRK-QT-INCLUIDOS.
           PERFORM 2300-GRAVAR-HISTORICO THRU
                   2300-GRAVAR-HISTORICO-EXIT.
       2100-INCLUIR-VERSAO-EXIT.
           EXIT.

      ******************************************************************
      * VARRE AS VERSOES DA REGIAO DA TRANSACAO (CHAVE ASCENDENTE) E
      * GUARDA O PERCENTUAL DA ULTIMA VERSAO COM VIGENCIA ANTERIOR A
      * DA TRANSACAO. A VARREDURA USA A AREA DO REGISTRO DO MASTER,
      * POR ISSO RODA ANTES DA LEITURA DIRETA DA VERSAO.
      ******************************************************************
       2150-BUSCAR-PCT-ANTERIOR.
           MOVE ZEROS TO WRK-PCT-ANTERIOR.
           MOVE 'N'   TO WRK-EOF-VERSOES.
           MOVE ST-REGIAO TO SC-REGIAO.
           MOVE ZEROS     TO SC-DATA-VIGENCIA.
           START COMBMST KEY IS NOT LESS THAN SC-CHAVE
               INVALID KEY SET FIM-DE-VERSOES TO TRUE
           END-START.
           PERFORM 2160-LER-VERSAO THRU 2160-LER-VERSAO-EXIT
               UNTIL FIM-DE-VERSOES.
       2150-BUSCAR-PCT-ANTERIOR-EXIT.
           EXIT.

       2160-LER-VERSAO.
           READ COMBMST NEXT RECORD
               AT END SET FIM-DE-VERSOES TO TRUE
           END-READ.
           IF WRK-FS-COMBMST IS NOT EQUAL TO '00'
               SET FIM-DE-VERSOES TO TRUE
           END-IF.
           IF NOT FIM-DE-VERSOES
               IF SC-REGIAO IS NOT EQUAL TO ST-REGIAO
                   OR SC-DATA-VIGENCIA IS NOT LESS THAN
                      WRK-VIGENCIA-TXN
                   SET FIM-DE-VERSOES TO TRUE
               ELSE
                   MOVE SC-PERCENTUAL TO WRK-PCT-ANTERIOR
               END-IF
           END-IF.
       2160-LER-VERSAO-EXIT.
           EXIT.

       2200-ALTERAR-VERSAO.
           MOVE SC-PERCENTUAL      TO SC-PERCENTUAL-ANT.
           MOVE ST-PERCENTUAL      TO SC-PERCENTUAL.
           MOVE WRK-DATA-HOJE      TO SC-DATA-ALTERACAO.
           REWRITE SC-REGISTRO.
           ADD 1 TO WRK-QT-ALTERADOS.
           PERFORM 2300-GRAVAR-HISTORICO THRU
                   2300-GRAVAR-HISTORICO-EXIT.
       2200-ALTERAR-VERSAO-EXIT.
           EXIT.

       2300-GRAVAR-HISTORICO.
           MOVE SC-REGIAO           TO SH-REGIAO.
           MOVE SC-DATA-VIGENCIA    TO SH-DATA-VIGENCIA.
           MOVE SC-PERCENTUAL-ANT   TO SH-PERCENTUAL-ANT.
           MOVE SC-PERCENTUAL       TO SH-PERCENTUAL-NOVO.
           MOVE WRK-DATA-HOJE       TO SH-DATA-ALTERACAO.
           MOVE WRK-OPERADOR        TO SH-OPERADOR.
           WRITE SH-REGISTRO.
       2300-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA A TRANSACAO REJEITADA NO ARQUIVO DE CRITICA COM O
      * CODIGO E A DESCRICAO DO MOTIVO, SEM TOCAR NO MASTER.
      ******************************************************************
       2900-REJEITAR-TRANSACAO.
           MOVE ST-REGIAO        TO SR-REGIAO.
           MOVE ST-PERCENTUAL    TO SR-PERCENTUAL.
           MOVE WRK-VIGENCIA-TXN TO SR-DATA-VIGENCIA.
           MOVE WRK-MOTIVO-REJ   TO SR-MOTIVO.
           MOVE WRK-DESC-REJ     TO SR-DESCRICAO.
           MOVE WRK-DATA-HOJE    TO SR-DATA-CARGA.
           WRITE SR-REGISTRO.
           ADD 1 TO WRK-QT-REJEITADOS.
           DISPLAY 'TRANSACAO REJEITADA - REGIAO ' ST-REGIAO
                   ' MOTIVO ' WRK-MOTIVO-REJ ' - ' WRK-DESC-REJ.
       2900-REJEITAR-TRANSACAO-EXIT.
           EXIT.

      ******************************************************************
      * FECHA OS ARQUIVOS E INFORMA O RESUMO DA CARGA.
      ******************************************************************
       8000-FINALIZAR.
           IF WRK-FS-COMBTXN IS EQUAL TO '00'
               OR WRK-FS-COMBTXN IS EQUAL TO '10'
               CLOSE COMBTXN COMBMST COMBHST COMBTRJ
           END-IF.
           DISPLAY 'PROGCOB48 - MANUTENCAO DO ADICIONAL DE COMBUSTIVEL'.
           DISPLAY 'VERSOES INCLUIDAS ..: ' WRK-QT-INCLUIDOS.
           DISPLAY 'VERSOES ALTERADAS ..: ' WRK-QT-ALTERADOS.
           DISPLAY 'TRANSACOES REJEITADAS: ' WRK-QT-REJEITADOS.
           IF WRK-QT-REJEITADOS IS GREATER THAN ZERO
               DISPLAY 'REVISAR COMBTRJ.DAT E RECARREGAR AS '
                       'TRANSACOES CORRIGIDAS'
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZAR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

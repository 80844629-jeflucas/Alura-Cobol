       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB53.
       AUTHOR. EQUIPE-COBOL.
       INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
       DATE-WRITTEN. OUT 2026.
       DATE-COMPILED. OUT 2026.
      ******************************************************************
      * OBJETIVO: CONVERSAO UNICA DO MASTER DE ACORDOS COMERCIAIS
      *           CUSTAGR.DAT (INDEXADO POR CLIENTE) PARA O LAYOUT COM
      *           A ISENCAO DO ADICIONAL DE COMBUSTIVEL
      *           (AG-ISENTO-COMBUST, 1 POSICAO NO FIM DO REGISTRO, 20
      *           -> 21 POSICOES). SEM A CONVERSAO A ABERTURA DO MASTER
      *           NO LAYOUT NOVO FALHA E O CALCULO (PROGCOB09/14) SEGUE
      *           SEM NENHUM ACORDO, PERDENDO OS DESCONTOS DOS
      *           CLIENTES.
      *           O MASTER ANTIGO E DESCARREGADO NO ARQUIVO DE TRABALHO
      *           CNVTMP.DAT E RECARREGADO NO LAYOUT NOVO, NOS MESMOS
      *           MOLDES DO PROGCOB29, COM TODOS OS CLIENTES NAO
      *           ISENTOS ('N'); AS ISENCOES SAO LANCADAS DEPOIS PELA
      *           MANUTENCAO DO PROGCOB26. SE A RECARGA FALHAR, O
      *           CNVTMP.DAT GUARDA O MASTER ANTIGO COMPLETO.
      *           EXECUTAR UMA UNICA VEZ, COM A CADEIA PARADA, DEPOIS
      *           DA INSTALACAO DOS PROGRAMAS COM O ADICIONAL DE
      *           COMBUSTIVEL E ANTES DO PRIMEIRO NOTURNO, DO PROGCOB26
      *           OU DO PROGCOB47 COM ELES. MASTER JA CONVERTIDO (OU
      *           ILEGIVEL NO LAYOUT ANTIGO) E RECUSADO COM RC=8 SEM
      *           ALTERACAO; MASTER AUSENTE NAO TEM O QUE CONVERTER.
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
      *    O MESMO CUSTAGR.DAT, VISTO NO LAYOUT ANTIGO (LEITURA) E NO
      *    LAYOUT NOVO (RECARGA).
           SELECT CUSTAGRA ASSIGN TO "CUSTAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-AG-CUSTOMER-ID
               FILE STATUS IS WRK-FS-CUSTAGRA.
           SELECT CUSTAGR ASSIGN TO "CUSTAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-CUSTOMER-ID
               FILE STATUS IS WRK-FS-CUSTAGR.
           SELECT CNVTMP ASSIGN TO "CNVTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CNVTMP.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT ANTIGO DO ACORDO (20 BYTES).
       FD  CUSTAGRA.
       01 ANT-AG-REGISTRO.
          02 ANT-AG-CUSTOMER-ID  PIC 9(06).
          02 ANT-AG-DESCONTO     PIC 9(01)V9(04).
          02 ANT-AG-FRETE-GRATIS PIC 9(06)V99.
          02 ANT-AG-STATUS       PIC X(01).

       FD  CUSTAGR.
           COPY CUSTAGR.

       FD  CNVTMP
           RECORD CONTAINS 20 CHARACTERS.
       01 CNV-REGISTRO            PIC X(20).

       WORKING-STORAGE SECTION.
       77 WRK-FS-CUSTAGRA     PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTAGR      PIC X(02) VALUE ZEROS.
       77 WRK-FS-CNVTMP       PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARQ         PIC X(01) VALUE 'N'.
           88 FIM-DE-ARQUIVO            VALUE 'S'.
       77 WRK-EOF-TMP         PIC X(01) VALUE 'N'.
           88 FIM-DE-TMP                VALUE 'S'.
       77 WRK-QT-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WRK-QT-CONVERTIDOS  PIC 9(07) VALUE ZEROS.
      *    REGISTRO ANTIGO DESCARREGADO, RELIDO DO ARQUIVO DE TRABALHO.
       01 WRK-REG-ANTIGO.
          02 WRK-ANT-CUSTOMER-ID PIC 9(06).
          02 WRK-ANT-DESCONTO    PIC 9(01)V9(04).
          02 WRK-ANT-FRETE-GRATIS PIC 9(06)V99.
          02 WRK-ANT-STATUS      PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY 'PROGCOB53 - CONVERSAO DE LAYOUT DO CUSTAGR.DAT'.
           PERFORM 2000-DESCARREGAR-ANTIGO THRU
                   2000-DESCARREGAR-ANTIGO-EXIT.
           PERFORM 3000-RECARREGAR-NOVO THRU
                   3000-RECARREGAR-NOVO-EXIT.
           DISPLAY 'PROGCOB53 - ACORDOS LIDOS .......: ' WRK-QT-LIDOS.
           DISPLAY 'PROGCOB53 - ACORDOS CONVERTIDOS .: '
                   WRK-QT-CONVERTIDOS.
           IF WRK-QT-CONVERTIDOS IS NOT EQUAL TO WRK-QT-LIDOS
               DISPLAY 'ERRO FATAL - RECARGA INCOMPLETA - O MASTER '
                       'ANTIGO ESTA EM CNVTMP.DAT'
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           DISPLAY 'PROGCOB53 - CONVERSAO CONCLUIDA'.
           GO TO 9999-EXIT.

      ******************************************************************
      * DESCARREGA O MASTER NO LAYOUT ANTIGO PARA O ARQUIVO DE
      * TRABALHO, NA ORDEM DA CHAVE. QUALQUER STATUS DE LEITURA FORA
      * DO NORMAL (REGISTRO DE OUTRO TAMANHO: MASTER JA CONVERTIDO)
      * TERMINA COM RC=8 ANTES DE O MASTER SER TOCADO.
      ******************************************************************
       2000-DESCARREGAR-ANTIGO.
           OPEN INPUT CUSTAGRA.
           IF WRK-FS-CUSTAGRA = '35'
               DISPLAY 'CUSTAGR.DAT AUSENTE - NADA A CONVERTER'
               GO TO 9999-EXIT
           END-IF.
           IF WRK-FS-CUSTAGRA IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - CUSTAGR.DAT NAO ABRE NO LAYOUT '
                       'ANTIGO (STATUS ' WRK-FS-CUSTAGRA ') - MASTER '
                       'JA CONVERTIDO?'
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT CNVTMP.
           IF WRK-FS-CNVTMP IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - CNVTMP.DAT NAO ABRIU (STATUS '
                       WRK-FS-CNVTMP ')'
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2100-LER-ANTIGO THRU 2100-LER-ANTIGO-EXIT.
           PERFORM 2200-GRAVAR-TRABALHO THRU 2200-GRAVAR-TRABALHO-EXIT
               UNTIL FIM-DE-ARQUIVO.
           CLOSE CUSTAGRA CNVTMP.
       2000-DESCARREGAR-ANTIGO-EXIT.
           EXIT.

       2100-LER-ANTIGO.
           READ CUSTAGRA NEXT RECORD
               AT END SET FIM-DE-ARQUIVO TO TRUE
           END-READ.
           IF NOT FIM-DE-ARQUIVO
               AND WRK-FS-CUSTAGRA IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - CUSTAGR.DAT ILEGIVEL NO LAYOUT '
                       'ANTIGO (STATUS ' WRK-FS-CUSTAGRA ') - MASTER '
                       'JA CONVERTIDO? NADA FOI ALTERADO'
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       2100-LER-ANTIGO-EXIT.
           EXIT.

       2200-GRAVAR-TRABALHO.
           WRITE CNV-REGISTRO FROM ANT-AG-REGISTRO.
           ADD 1 TO WRK-QT-LIDOS.
           PERFORM 2100-LER-ANTIGO THRU 2100-LER-ANTIGO-EXIT.
       2200-GRAVAR-TRABALHO-EXIT.
           EXIT.

      ******************************************************************
      * RECRIA O MASTER NO LAYOUT NOVO A PARTIR DO ARQUIVO DE TRABALHO,
      * COM O CLIENTE NAO ISENTO DO ADICIONAL DE COMBUSTIVEL.
      ******************************************************************
       3000-RECARREGAR-NOVO.
           OPEN INPUT CNVTMP.
           OPEN OUTPUT CUSTAGR.
           IF WRK-FS-CUSTAGR IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - CUSTAGR.DAT NAO ABRIU PARA A '
                       'RECARGA (STATUS ' WRK-FS-CUSTAGR ') - O MASTER '
                       'ANTIGO ESTA EM CNVTMP.DAT'
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           READ CNVTMP
               AT END SET FIM-DE-TMP TO TRUE
           END-READ.
           PERFORM 3100-GRAVAR-NOVO THRU 3100-GRAVAR-NOVO-EXIT
               UNTIL FIM-DE-TMP.
           CLOSE CNVTMP CUSTAGR.
       3000-RECARREGAR-NOVO-EXIT.
           EXIT.

       3100-GRAVAR-NOVO.
           MOVE CNV-REGISTRO         TO WRK-REG-ANTIGO.
           MOVE WRK-ANT-CUSTOMER-ID  TO AG-CUSTOMER-ID.
           MOVE WRK-ANT-DESCONTO     TO AG-DESCONTO-PCT.
           MOVE WRK-ANT-FRETE-GRATIS TO AG-FRETE-GRATIS.
           MOVE WRK-ANT-STATUS       TO AG-STATUS.
           MOVE 'N'                  TO AG-ISENTO-COMBUST.
           WRITE AG-REGISTRO
               INVALID KEY
                   DISPLAY 'ACORDO DO CLIENTE ' AG-CUSTOMER-ID
                           ' NAO GRAVADO (STATUS ' WRK-FS-CUSTAGR ')'
               NOT INVALID KEY
                   ADD 1 TO WRK-QT-CONVERTIDOS
           END-WRITE.
           READ CNVTMP
               AT END SET FIM-DE-TMP TO TRUE
           END-READ.
       3100-GRAVAR-NOVO-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

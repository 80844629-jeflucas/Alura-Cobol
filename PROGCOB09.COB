      *               CALENDARIO CORPORATIVO CALMAST.DAT (MANTIDO
      *               PELO PROGCOB34). UF SEM TRANSITO CARREGADO:
      *               PROMESSA ZERADA, COMO SEMPRE FOI (SEM PRAZO).
      * OUT/2026  JL  CADA CALCULO PASSA A APURAR O ICMS SOBRE O
      *               FRETE (JA COM O ACORDO DO CLIENTE APLICADO):
      *               ALIQUOTA E REDUCAO DE BASE DA VERSAO VIGENTE DO
      *               MASTER ICMS.DAT (MANTIDO PELO PROGCOB37) PARA A
      *               UF DE ORIGEM DA PRESTACAO E A UF DO PEDIDO. A
      *               BASE E O IMPOSTO SAO GRAVADOS EM CAMPOS PROPRIOS
      *               NO LOG E NO EXTRATO; O VALOR TOTAL CONTINUA
      *               VALOR MAIS FRETE. SEM ALIQUOTA CADASTRADA, OU
      *               MASTER INDISPONIVEL: ICMS ZERADO, COM AVISO.
      * OUT/2026  JL  A TRANSPORTADORA DESIGNADA PASSA A SER GRAVADA
      *               TAMBEM NO EXTRATO (EX-CARRIER-ID), PARA O
      *               ACOMPANHAMENTO DE ENTREGAS POR PEDIDO.
      * OUT/2026  JL  O CLIENTE DO PEDIDO PASSA A SER GRAVADO TAMBEM
      *               NO LOG (LG-CUSTOMER-ID), PARA O RELATORIO DE
      *               MARGEM POR CLIENTE DO PROGCOB40.
      * OUT/2026  JL  O CONTROLE DE CREDITO DO LOTE PASSA A PARTIR DO
      *               SALDO EM ABERTO DAS FATURAS DO CLIENTE
      *               (FRETEFTI.DAT: FRETE + ICMS MENOS O JA PAGO), E
      *               NAO MAIS DE ZERO A CADA NOITE. ALEM DO LIMITE,
      *               CLIENTE COM FATURA VENCIDA (PRAZO DE PAGAMENTO
      *               DE 30 DIAS DA EMISSAO) HA MAIS DIAS QUE O
      *               TOLERADO E RETIDO QUALQUER QUE SEJA O LIMITE. A
      *               TOLERANCIA E CONFIGURAVEL NO PARAMETRO (POSICOES
      *               13-15, EX.: PARM='B 00100 050 030'; ZERO DESLIGA
      *               A REGRA). A RETENCAO GRAVA A REGRA QUE RETEVE
      *               (HD-MOTIVO) E OS DIAS DE ATRASO, PARA O
      *               SUPERVISOR VER NO PROGCOB22.
      * OUT/2026  JL  O PESO E O NIVEL DE SERVICO DO PEDIDO PASSAM A
      *               SER GRAVADOS NO EXTRATO (EX-PESO/EX-SERVICO),
      *               PARA O MANIFESTO DE COLETA DO PROGCOB44.
      * OUT/2026  JL  O MODO LOTE PASSA A MANTER O MASTER DE HISTORICO
      *               DE FRETE POR PEDIDO FRETEPED.DAT (INDEXADO PELA
      *               CHAVE DO PEDIDO, CARGA INICIAL PELO PROGCOB46):
      *               CADA CALCULO GRAVA OU REGRAVA A IMAGEM DO ULTIMO
      *               CALCULO DO PEDIDO, PARA O ESTORNO DO PROGCOB30 E
      *               A CONSULTA DO PROGCOB20 LEREM O PEDIDO DIRETO EM
      *               VEZ DE VARRER O EXTRATO. MASTER INDISPONIVEL SO
      *               DESLIGA A ATUALIZACAO, COM AVISO.
      * OUT/2026  JL  O LOTE PASSA A HONRAR AS COTACOES DE FRETE DO
      *               PROGCOB47 (MASTER FRETECOT.DAT): PEDIDO QUE CITA
      *               UMA COTACAO EM ABERTO E DENTRO DA VALIDADE, DO
      *               MESMO CLIENTE, UF E SERVICO, COM VALOR E PESO
      *               ATE O COTADO, PAGA O FRETE COTADO EM VEZ DO DA
      *               TAXA VIGENTE, MESMO QUE O PROGCOB10 TENHA
      *               REAJUSTADO A TAXA NO MEIO TEMPO. A COTACAO FICA
      *               UTILIZADA PELO PEDIDO E O FATO VAI PARA O
      *               ORDSTAT.DAT (EVENTO 'CO'); COTACAO CITADA JA
      *               VENCIDA E MARCADA COMO EXPIRADA E O PEDIDO PAGA
      *               A TAXA VIGENTE.
      * OUT/2026  JL  CADA CALCULO PASSA A COBRAR O ADICIONAL SEMANAL
      *               DE COMBUSTIVEL (MASTER COMBUST.DAT, MANTIDO PELO
      *               PROGCOB48) SOBRE O FRETE JA COM O ACORDO DO
      *               CLIENTE OU A COTACAO HONRADA: PERCENTUAL DA
      *               VERSAO VIGENTE PARA A REGIAO DA UF (OU O PADRAO,
      *               REGIAO EM BRANCO). O ADICIONAL ENTRA NO FRETE E
      *               NA BASE DO ICMS E E GRAVADO TAMBEM EM CAMPO
      *               PROPRIO NO LOG, NO EXTRATO E NO HISTORICO POR
      *               PEDIDO. CLIENTE COM ACORDO ATIVO MARCADO COMO
      *               ISENTO NAO PAGA. MASTER INDISPONIVEL: FRETE SEM
      *               ADICIONAL, COM AVISO.
      * OUT/2026  JL  MODO LOTE GANHA A CONSOLIDACAO DE EMBARQUES,
      *               LIGADA PELA POSICAO 17 DO PARAMETRO ('C', EX.:
      *               PARM='B 00100 050 030 C'): OS PEDIDOS DA NOITE
      *               DO MESMO CLIENTE, UF E NIVEL DE SERVICO VIRAM UM
      *               EMBARQUE NUMERADO (CTLSEQ.DAT, CHAVE 'EMBARQUE'),
      *               COTADO PELO VALOR E PESO SOMADOS COM AS MESMAS
      *               FAIXAS, MINIMO, ACORDO DO CLIENTE E ADICIONAL DE
      *               COMBUSTIVEL. O FRETE DO EMBARQUE E RATEADO PELO
      *               VALOR DE CADA PEDIDO (A DIFERENCA DE CENTAVOS
      *               FICA NO PEDIDO DE MAIOR VALOR), O EXTRATO SEGUE
      *               COM UMA LINHA POR PEDIDO E CADA LINHA LEVA O
      *               NUMERO DO EMBARQUE (EX-EMBARQUE). PEDIDO COM
      *               COTACAO HONRADA, SEM CLIENTE OU SOZINHO NO GRUPO
      *               CONTINUA COTADO SOZINHO. COM A CONSOLIDACAO
      *               LIGADA ORDERS.DAT E LIDO DUAS VEZES: A PRE-
      *               LEITURA SO MONTA E COTA OS EMBARQUES, SEM GRAVAR
      *               NADA, E A PASSADA NORMAL GRAVA CADA PEDIDO NA
      *               ORDEM DE SEMPRE, COM O CHECKPOINT PERIODICO
      *               ADIADO ENQUANTO HOUVER EMBARQUE PELA METADE, DE
      *               MODO QUE UM RESTART NAO DUPLIQUE NEM PARTA
      *               EMBARQUE.
      * OUT/2026  JL  FALHA AO GRAVAR OU REGRAVAR O PEDIDO NO MASTER DE
      *               HISTORICO (FRETEPED.DAT) E LISTADA COM A CHAVE E O
      *               STATUS E O LOTE TERMINA COM RC 8.
      * OUT/2026  JL  O PEDIDO RETIDO POR CREDITO LEVA PARA A RETENCAO
      *               A COTACAO DE FRETE QUE CITA (HD-COTACAO), PARA
      *               SER COBRADO PELO FRETE COTADO QUANDO LIBERADO.
      *               FRETEHLD.DAT PASSA A 99 E FRETELIB.DAT A 75
      *               POSICOES.
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT JOBJRNL ASSIGN TO "JOBJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOBJRNL.
           SELECT FRETEFTI ASSIGN TO "FRETEFTI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEFTI.
           SELECT ICMSMST ASSIGN TO "ICMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-CHAVE
               FILE STATUS IS WRK-FS-ICMSMST.
           SELECT FRETEPED ASSIGN TO "FRETEPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ORDER-KEY
               ALTERNATE RECORD KEY IS FP-CHAVE-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-FRETEPED.
           SELECT FRETECOT ASSIGN TO "FRETECOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-COTACAO
               FILE STATUS IS WRK-FS-FRETECOT.
           SELECT COMBMST ASSIGN TO "COMBUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS WRK-FS-COMBMST.
           SELECT CTLSEQ ASSIGN TO "CTLSEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-JOB-NAME
               FILE STATUS IS WRK-FS-CTLSEQ.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEMST.
           COPY FRETETAB.

       FD  FRETELOG
           RECORD CONTAINS 102 CHARACTERS.
           COPY FRETELOG.

       FD  CTLFILE
           COPY CTLHDR.

       FD  ORDERS
           RECORD CONTAINS 59 CHARACTERS.
           COPY ORDERS.

       FD  CKPT.
           COPY FRETEREJ.

       FD  FRETEEXT
           RECORD CONTAINS 142 CHARACTERS.
           COPY FRETEEXT.

       FD  BALCTL
           COPY BALCTL.

       FD  FRETEHLD
           RECORD CONTAINS 99 CHARACTERS.
           COPY FRETEHLD.

       FD  FRETELIB
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETELIB.

       FD  ORDSTAT
           RECORD CONTAINS 40 CHARACTERS.
           COPY JOBJRNL.

       FD  ICMSMST.
           COPY ICMSTAB.

       FD  FRETEFTI
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETEFTI.

       FD  FRETEPED.
           COPY FRETEPED.

       FD  FRETECOT.
           COPY FRETECOT.

       FD  COMBMST.
           COPY COMBTAB.

       FD  CTLSEQ.
           COPY CTLSEQ.

       WORKING-STORAGE SECTION.
       77 WRK-FS-JOBJRNL      PIC X(02) VALUE ZEROS.
       77 WRK-HORA-AGORA      PIC 9(08) VALUE ZEROS.
       77 WRK-CRED-VAGA     PIC X(01) VALUE 'S'.
           88 CREDITO-SEM-VAGA        VALUE 'N'.
       77 WRK-EXPOSICAO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO-RETENCAO PIC X(01) VALUE SPACE.
      *    FATURAS EM ABERTO (FRETEFTI.DAT) CARREGADAS NA ABERTURA DO
      *    LOTE: PRAZO DE PAGAMENTO CONTADO DA EMISSAO E TOLERANCIA DE
      *    ATRASO (PADRAO, QUANDO O PARAMETRO NAO INFORMA; ZERO
      *    DESLIGA A RETENCAO POR ATRASO).
       77 WRK-FS-FRETEFTI   PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FRETEFTI  PIC X(01) VALUE 'N'.
           88 FIM-DE-FRETEFTI         VALUE 'S'.
       77 WRK-PRAZO-PAGTO   PIC 9(03) VALUE 030.
       77 WRK-LIM-DIAS-ATRASO PIC 9(03) VALUE 030.
       77 WRK-SERIAL-HOJE   PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO   PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-FATURA  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QT-FAT-ABERTAS PIC 9(05) VALUE ZEROS.
      *    EXPOSICAO POR CLIENTE: COMECA NO SALDO DAS FATURAS EM
      *    ABERTO E ACUMULA O VALOR DOS PEDIDOS DO LOTE CORRENTE, PARA
      *    O LIMITE VALER SOBRE O QUE O CLIENTE JA DEVE MAIS O
      *    CONJUNTO DOS PEDIDOS DA NOITE. WRK-CRED-ATRASO GUARDA OS
      *    DIAS DE ATRASO DA FATURA VENCIDA MAIS ANTIGA.
       01 WRK-TAB-CREDITO.
          02 WRK-CRED-ENTRY OCCURS 200 TIMES.
             03 WRK-CRED-ID      PIC 9(06).
             03 WRK-CRED-USADO   PIC 9(09)V99.
             03 WRK-CRED-ATRASO  PIC 9(05).
       01 WRK-PARM-LINHA.
          02 WRK-PARM-MODO     PIC X(01).
          02 FILLER            PIC X(01).
          02 WRK-PARM-LIM-QT   PIC 9(05).
          02 FILLER            PIC X(01).
          02 WRK-PARM-LIM-PCT  PIC 9(03).
          02 FILLER            PIC X(01).
          02 WRK-PARM-DIAS-ATR PIC 9(03).
          02 FILLER            PIC X(01).
          02 WRK-PARM-CONSOLIDA PIC X(01).
       77 WRK-JOB-NAME       PIC X(08) VALUE 'PROGCOB9'.
       77 WRK-CKPT-INTERVALO PIC 9(02) VALUE 5.
       77 WRK-QT-PROCESSADOS PIC 9(05) VALUE ZEROS.
          02 WRK-ANO-EXEC PIC 9(04).
          02 WRK-MES-EXEC PIC 9(02).
          02 WRK-DIA-EXEC PIC 9(02).
      *    ICMS SOBRE O FRETE: UF DE ORIGEM DAS PRESTACOES (CENTRO DE
      *    DISTRIBUICAO QUE DESPACHA OS PEDIDOS, CONFIGURAVEL AQUI) E
      *    ALIQUOTA/REDUCAO DA VERSAO VIGENTE PARA A UF DO PEDIDO.
       77 WRK-UF-ORIGEM      PIC X(02) VALUE 'SP'.
       77 WRK-FS-ICMSMST     PIC X(02) VALUE ZEROS.
       77 WRK-ICMS-OK        PIC X(01) VALUE 'N'.
           88 ICMS-DISPONIVEL         VALUE 'S'.
       77 WRK-ICMS-ACHADO    PIC X(01) VALUE 'N'.
           88 ALIQUOTA-ICMS-ACHADA    VALUE 'S'.
       77 WRK-EOF-ICMS       PIC X(01) VALUE 'N'.
           88 FIM-DE-VERSOES-ICMS     VALUE 'S'.
       77 WRK-ALIQ-ICMS      PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-RED-ICMS       PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-BASE-ICMS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ICMS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-ICMS-PED PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FS-FRETEPED    PIC X(02) VALUE ZEROS.
       77 WRK-HIST-OK        PIC X(01) VALUE 'N'.
           88 HISTORICO-DISPONIVEL    VALUE 'S'.
       77 WRK-PED-EXISTE     PIC X(01) VALUE 'N'.
           88 PEDIDO-NO-HISTORICO     VALUE 'S'.
       77 WRK-FS-FRETECOT    PIC X(02) VALUE ZEROS.
       77 WRK-COTACAO-OK     PIC X(01) VALUE 'N'.
           88 COTACOES-DISPONIVEIS    VALUE 'S'.
       77 WRK-COTACAO-HONRA  PIC X(01) VALUE 'N'.
           88 COTACAO-HONRADA         VALUE 'S'.
       77 WRK-QT-COTACOES    PIC 9(05) VALUE ZEROS.
      *    ADICIONAL DE COMBUSTIVEL: PERCENTUAL DA VERSAO VIGENTE PARA
      *    A REGIAO DA UF (OU O PADRAO) E VALOR COBRADO NO FRETE.
       77 WRK-FS-COMBMST     PIC X(02) VALUE ZEROS.
       77 WRK-COMBUST-OK     PIC X(01) VALUE 'N'.
           88 COMBUSTIVEL-DISPONIVEL  VALUE 'S'.
       77 WRK-COMB-ACHADO    PIC X(01) VALUE 'N'.
           88 ADICIONAL-ACHADO        VALUE 'S'.
       77 WRK-EOF-COMB       PIC X(01) VALUE 'N'.
           88 FIM-DE-VERSOES-COMB     VALUE 'S'.
       77 WRK-ISENTO-COMB    PIC X(01) VALUE 'N'.
           88 CLIENTE-ISENTO-COMB     VALUE 'S'.
       77 WRK-REGIAO-COMB    PIC X(02) VALUE SPACES.
       77 WRK-PCT-COMBUST    PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-VALOR-COMBUST  PIC 9(07)V99 VALUE ZEROS.
      *    CONSOLIDACAO DE EMBARQUES (POSICAO 17 DO PARAMETRO): GRUPOS
      *    CLIENTE + UF + SERVICO DO LOTE (ATE 200) E OS PEDIDOS
      *    RESERVADOS PARA ELES (ATE 1000, NA ORDEM DE ORDERS.DAT),
      *    MONTADOS E COTADOS NA PRE-LEITURA. GRUPO CUJO VALOR OU PESO
      *    SOMADO NAO CABERIA NOS CAMPOS DO CALCULO E FECHADO E O
      *    PEDIDO ABRE OUTRO. A TABELA DE CREDITO E GUARDADA ANTES DA
      *    PRE-LEITURA E RESTAURADA DEPOIS, PARA A PASSADA NORMAL
      *    TOMAR AS MESMAS DECISOES DE RETENCAO. WRK-QT-EMB-ABERTOS
      *    CONTA OS EMBARQUES COM PARTE DOS PEDIDOS JA GRAVADA.
       77 WRK-CONSOLIDA      PIC X(01) VALUE 'N'.
           88 CONSOLIDAR-EMBARQUES    VALUE 'C' 'c'.
       77 WRK-FS-CTLSEQ      PIC X(02) VALUE ZEROS.
       77 WRK-JOB-EMBARQUE   PIC X(08) VALUE 'EMBARQUE'.
       77 WRK-NUMERACAO-OK   PIC X(01) VALUE 'N'.
           88 NUMERACAO-DISPONIVEL    VALUE 'S'.
       77 WRK-PED-RESERVA    PIC X(01) VALUE 'N'.
           88 PEDIDO-RESERVADO        VALUE 'S'.
       77 WRK-EMB-ACHADO     PIC X(01) VALUE 'N'.
           88 GRUPO-ACHADO            VALUE 'S'.
       77 WRK-EMB-VAGA       PIC X(01) VALUE 'S'.
           88 EMBARQUE-SEM-VAGA       VALUE 'N'.
       77 WRK-RATEIO         PIC X(01) VALUE 'N'.
           88 FRETE-RATEADO           VALUE 'S'.
       77 WRK-EMBARQUE       PIC 9(08) VALUE ZEROS.
       77 WRK-PRE-LEITURA    PIC X(01) VALUE 'N'.
           88 PRE-LEITURA-EMBARQUES   VALUE 'S'.
       77 WRK-CKPT-DEVIDO    PIC X(01) VALUE 'N'.
           88 CHECKPOINT-DEVIDO       VALUE 'S'.
       77 WRK-QT-EMB-ABERTOS PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-CUR        PIC 9(04) COMP VALUE 1.
       77 WRK-QT-CLI-CRED-SALVO PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-EMB         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-EMB        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QT-CON         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-CON        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-MAIOR      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QT-EMBARQUES   PIC 9(05) VALUE ZEROS.
       77 WRK-QT-PED-EMB     PIC 9(05) VALUE ZEROS.
       77 WRK-SOMA-VALOR-EMB PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SOMA-PESO-EMB  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-EMB      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COMB-EMB       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRETE-RATEADO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COMB-RATEADO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-RATEIO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARTE-RATEIO   PIC 9(07)V99 VALUE ZEROS.
       01 WRK-TAB-EMBARQUES.
          02 WRK-EMB-ENTRY OCCURS 200 TIMES.
             03 WRK-EMB-CLIENTE  PIC 9(06).
             03 WRK-EMB-UF       PIC X(02).
             03 WRK-EMB-SERVICO  PIC X(01).
             03 WRK-EMB-SITUACAO PIC X(01).
                88 WRK-EMB-FECHADO        VALUE 'F'.
             03 WRK-EMB-QT-PED   PIC 9(04).
             03 WRK-EMB-VALOR    PIC 9(07)V99.
             03 WRK-EMB-PESO     PIC 9(05)V99.
             03 WRK-EMB-IDX-MAIOR PIC 9(04) COMP.
             03 WRK-EMB-NUMERO   PIC 9(08).
             03 WRK-EMB-QT-GRAV  PIC 9(04).
       01 WRK-TAB-CONSOLIDA.
          02 WRK-CON-ENTRY OCCURS 1000 TIMES.
             03 WRK-CON-CHAVE    PIC 9(08).
             03 WRK-CON-VALOR    PIC 9(07)V99.
             03 WRK-CON-PESO     PIC 9(05)V99.
             03 WRK-CON-EMB      PIC 9(03) COMP.
             03 WRK-CON-FRETE    PIC 9(07)V99.
             03 WRK-CON-COMBUST  PIC 9(07)V99.
       01 WRK-TAB-CREDITO-SALVA  PIC X(4400).
       PROCEDURE DIVISION.
           MOVE SPACES TO WRK-PARM-LINHA.
           ACCEPT WRK-PARM-LINHA FROM COMMAND-LINE.
           IF WRK-PARM-LIM-PCT IS NUMERIC
               MOVE WRK-PARM-LIM-PCT TO WRK-LIM-PCT-REJ
           END-IF.
           IF WRK-PARM-DIAS-ATR IS NUMERIC
               MOVE WRK-PARM-DIAS-ATR TO WRK-LIM-DIAS-ATRASO
           END-IF.
           MOVE WRK-PARM-CONSOLIDA TO WRK-CONSOLIDA.
           OPEN INPUT FRETEMST.
           IF WRK-FS-FRETEMST IS NOT EQUAL TO '00'
               DISPLAY 'ERRO FATAL - FRETE.DAT NAO DISPONIVEL (STATUS '
               IF WRK-FS-ORDSTAT = '35'
                   OPEN OUTPUT ORDSTAT
               END-IF
               PERFORM ABRIR-HISTORICO-PEDIDO THRU
                       ABRIR-HISTORICO-PEDIDO-EXIT
               PERFORM ABRIR-COTACOES THRU ABRIR-COTACOES-EXIT
           END-IF.
           OPEN EXTEND FRETELOG.
           OPEN EXTEND FRETEREJ.
                       WRK-FS-CUSTAGR ') - CALCULO SEGUE SEM '
                       'ACORDOS COMERCIAIS'
           END-IF.
           OPEN INPUT ICMSMST.
           IF WRK-FS-ICMSMST = '00'
               SET ICMS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - ICMS.DAT INDISPONIVEL (STATUS '
                       WRK-FS-ICMSMST ') - FRETE SAI SEM ICMS - '
                       'RODE O PROGCOB37 PARA CARREGAR O MASTER'
           END-IF.
           OPEN INPUT COMBMST.
           IF WRK-FS-COMBMST = '00'
               SET COMBUSTIVEL-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - COMBUST.DAT INDISPONIVEL (STATUS '
                       WRK-FS-COMBMST ') - FRETE SAI SEM ADICIONAL DE '
                       'COMBUSTIVEL - RODE O PROGCOB48'
           END-IF.
           PERFORM OBTER-DATA-EXEC THRU OBTER-DATA-EXEC-EXIT.
           PERFORM CARREGAR-TRANSPORTADORAS THRU
                   CARREGAR-TRANSPORTADORAS-EXIT.
               END-IF
               CLOSE FRETEHLD
               CLOSE ORDSTAT
               IF HISTORICO-DISPONIVEL
                   CLOSE FRETEPED
               END-IF
               IF COTACOES-DISPONIVEIS
                   CLOSE FRETECOT
               END-IF
           END-IF.
           CLOSE FRETELOG.
           CLOSE FRETEREJ.
           IF ACORDOS-DISPONIVEIS
               CLOSE CUSTAGR
           END-IF.
           IF ICMS-DISPONIVEL
               CLOSE ICMSMST
           END-IF.
           IF COMBUSTIVEL-DISPONIVEL
               CLOSE COMBMST
           END-IF.
           STOP RUN.

      ******************************************************************
      * MESMO QUANDO O FRETE ARREDONDA PARA R$0,00 (PEDIDO DE VALOR
      * BAIXO), PARA O PEDIDO NAO DESAPARECER DO LOG/EXTRATO. USADO
      * TANTO NO MODO INTERATIVO QUANTO, POR PEDIDO, NO MODO LOTE.
      * PEDIDO DE EMBARQUE CONSOLIDADO (FRETE-RATEADO) JA CHEGA COM O
      * FRETE E O ADICIONAL DE COMBUSTIVEL RATEADOS DO EMBARQUE.
      ******************************************************************
       REGISTRAR-CALCULO.
           IF NOT FRETE-RATEADO
               PERFORM APLICAR-ADICIONAL-COMBUST THRU
                       APLICAR-ADICIONAL-COMBUST-EXIT
           END-IF.
           PERFORM CALCULAR-ICMS-FRETE THRU CALCULAR-ICMS-FRETE-EXIT.
           DISPLAY 'VALOR DO PRODUTO: R$' WRK-VALOR.
           DISPLAY 'VALOR DO FRETE: R$'    WRK-FRETE.
           DISPLAY 'ADICIONAL DE COMBUSTIVEL (INCLUSO): R$'
                   WRK-VALOR-COMBUST.
           DISPLAY 'BASE DO ICMS: R$'      WRK-BASE-ICMS.
           DISPLAY 'VALOR DO ICMS: R$'     WRK-VALOR-ICMS.
           MOVE WRK-PRODUTO        TO LG-PRODUTO.
           MOVE WRK-VALOR          TO LG-VALOR-ORIGINAL.
           MOVE WRK-UF             TO LG-UF.
           MOVE WRK-DATA-EXECUCAO  TO LG-DATA-EXECUCAO.
           MOVE SPACE              TO LG-TIPO-REG.
           MOVE WRK-SEQ-EXEC       TO LG-SEQUENCIA.
           MOVE WRK-BASE-ICMS      TO LG-BASE-ICMS.
           MOVE WRK-VALOR-ICMS     TO LG-VALOR-ICMS.
           MOVE WRK-CUSTOMER-ID    TO LG-CUSTOMER-ID.
           MOVE WRK-VALOR-COMBUST  TO LG-VALOR-COMBUST.
           WRITE LG-REGISTRO.
           MOVE WRK-VALOR-TOTAL-ITEM TO EX-VALOR-TOTAL.
           MOVE WRK-DATA-EXECUCAO  TO EX-DATA-EXECUCAO.
               AND WRK-DATA-PROMESSA IS GREATER THAN ZEROS
               DISPLAY 'ENTREGA PREVISTA: ' WRK-DATA-PROMESSA
           END-IF.
           MOVE WRK-BASE-ICMS      TO EX-BASE-ICMS.
           MOVE WRK-VALOR-ICMS     TO EX-VALOR-ICMS.
           MOVE WRK-CARRIER-ID     TO EX-CARRIER-ID.
           MOVE WRK-PESO           TO EX-PESO.
           MOVE WRK-SERVICO        TO EX-SERVICO.
           MOVE WRK-VALOR-COMBUST  TO EX-VALOR-COMBUST.
           MOVE WRK-EMBARQUE       TO EX-EMBARQUE.
           WRITE EX-REGISTRO.
           ADD 1 TO WRK-QT-CALCULADOS.
           ADD WRK-VALOR-TOTAL-ITEM TO WRK-VALOR-ACUM-EXT.
               MOVE WRK-ORDER-KEY-ATU TO OS-ORDER-KEY
               MOVE 'CA'              TO WRK-STATUS-EVENTO
               PERFORM GRAVAR-SITUACAO THRU GRAVAR-SITUACAO-EXIT
               PERFORM ATUALIZAR-HISTORICO-PEDIDO THRU
                       ATUALIZAR-HISTORICO-PEDIDO-EXIT
           END-IF.
       REGISTRAR-CALCULO-EXIT.
           EXIT.

      ******************************************************************
      * ABRE O MASTER DE HISTORICO DE FRETE POR PEDIDO FRETEPED.DAT EM
      * ATUALIZACAO (CRIANDO-O VAZIO NA PRIMEIRA EXECUCAO). MASTER
      * INDISPONIVEL SO DESLIGA A ATUALIZACAO, PARA NAO DERRUBAR O
      * LOTE.
      ******************************************************************
       ABRIR-HISTORICO-PEDIDO.
           OPEN I-O FRETEPED.
           IF WRK-FS-FRETEPED = '35'
               OPEN OUTPUT FRETEPED
               CLOSE FRETEPED
               OPEN I-O FRETEPED
           END-IF.
           IF WRK-FS-FRETEPED = '00'
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - FRETEPED.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETEPED ') - LOTE SEGUE SEM O '
                       'HISTORICO POR PEDIDO'
           END-IF.
       ABRIR-HISTORICO-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA (PEDIDO NOVO) OU REGRAVA (PEDIDO RECALCULADO) NO MASTER
      * DE HISTORICO A IMAGEM DO CALCULO QUE ACABOU DE IR PARA O
      * EXTRATO. UM RECALCULO E COBRANCA NOVA: A FATURA E O ESTORNO
      * DO CALCULO ANTERIOR NAO SE APLICAM A ELE.
      ******************************************************************
       ATUALIZAR-HISTORICO-PEDIDO.
           IF NOT HISTORICO-DISPONIVEL
               GO TO ATUALIZAR-HISTORICO-PEDIDO-EXIT
           END-IF.
           MOVE EX-ORDER-KEY TO FP-ORDER-KEY.
           READ FRETEPED
               INVALID KEY
                   MOVE 'N' TO WRK-PED-EXISTE
               NOT INVALID KEY
                   SET PEDIDO-NO-HISTORICO TO TRUE
           END-READ.
           MOVE EX-ORDER-KEY       TO FP-ORDER-KEY.
           MOVE EX-CUSTOMER-ID     TO FP-CUSTOMER-ID.
           MOVE EX-DATA-EXECUCAO   TO FP-DATA-EXECUCAO.
           MOVE EX-SEQUENCIA       TO FP-SEQUENCIA.
           MOVE EX-PRODUTO         TO FP-PRODUTO.
           MOVE EX-UF              TO FP-UF.
           MOVE EX-VALOR-ORIGINAL  TO FP-VALOR-ORIGINAL.
           MOVE EX-FRETE           TO FP-FRETE.
           MOVE EX-VALOR-TOTAL     TO FP-VALOR-TOTAL.
           MOVE EX-BASE-ICMS       TO FP-BASE-ICMS.
           MOVE EX-VALOR-ICMS      TO FP-VALOR-ICMS.
           MOVE EX-CARRIER-ID      TO FP-CARRIER-ID.
           MOVE EX-DATA-PROMESSA   TO FP-DATA-PROMESSA.
           MOVE EX-PESO            TO FP-PESO.
           MOVE EX-SERVICO         TO FP-SERVICO.
           MOVE ZEROS              TO FP-INVOICE-NUM.
           MOVE 'C'                TO FP-SITUACAO.
           MOVE ZEROS              TO FP-DATA-ESTORNO.
           MOVE 'PROGCB09'         TO FP-PROGRAMA.
           MOVE EX-VALOR-COMBUST   TO FP-VALOR-COMBUST.
           MOVE EX-EMBARQUE        TO FP-EMBARQUE.
           IF PEDIDO-NO-HISTORICO
               REWRITE FP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO - FALHA AO REGRAVAR O PEDIDO '
                               FP-ORDER-KEY ' NO FRETEPED.DAT (STATUS '
                               WRK-FS-FRETEPED ')'
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE FP-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO - FALHA AO GRAVAR O PEDIDO '
                               FP-ORDER-KEY ' NO FRETEPED.DAT (STATUS '
                               WRK-FS-FRETEPED ')'
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.
       ATUALIZAR-HISTORICO-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * ABRE O MASTER DE COTACOES FRETECOT.DAT (PROGCOB47) EM
      * ATUALIZACAO. SEM MASTER (NENHUMA COTACAO EMITIDA AINDA) OS
      * PEDIDOS PAGAM A TAXA VIGENTE; MASTER INDISPONIVEL POR OUTRO
      * MOTIVO TAMBEM, COM AVISO, PARA NAO DERRUBAR O LOTE.
      ******************************************************************
       ABRIR-COTACOES.
           OPEN I-O FRETECOT.
           IF WRK-FS-FRETECOT = '00'
               SET COTACOES-DISPONIVEIS TO TRUE
               GO TO ABRIR-COTACOES-EXIT
           END-IF.
           IF WRK-FS-FRETECOT IS NOT EQUAL TO '35'
               DISPLAY 'AVISO - FRETECOT.DAT INDISPONIVEL (STATUS '
                       WRK-FS-FRETECOT ') - LOTE SEGUE SEM HONRAR '
                       'COTACOES'
           END-IF.
       ABRIR-COTACOES-EXIT.
           EXIT.

      ******************************************************************
      * HONRA A COTACAO CITADA PELO PEDIDO CORRENTE DO LOTE: SE A
      * COTACAO ESTA EM ABERTO, DENTRO DA VALIDADE E CONFERE COM O
      * PEDIDO (MESMO CLIENTE, UF E SERVICO, VALOR E PESO ATE O
      * COTADO), O FRETE JA CALCULADO PELA TAXA VIGENTE E SUBSTITUIDO
      * PELO FRETE COTADO. COTACAO JA UTILIZADA PELO PROPRIO PEDIDO
      * (REPROCESSAMENTO) CONTINUA VALENDO PARA ELE. COTACAO VENCIDA E
      * MARCADA COMO EXPIRADA. EM QUALQUER OUTRO CASO O PEDIDO PAGA A
      * TAXA VIGENTE, COM AVISO.
      ******************************************************************
       APLICAR-COTACAO.
           MOVE 'N' TO WRK-COTACAO-HONRA.
           IF NOT COTACOES-DISPONIVEIS
               OR OR-COTACAO IS NOT NUMERIC
               OR OR-COTACAO IS EQUAL ZEROS
               GO TO APLICAR-COTACAO-EXIT
           END-IF.
           MOVE OR-COTACAO TO CQ-COTACAO.
           READ FRETECOT
               INVALID KEY
                   DISPLAY 'COTACAO ' OR-COTACAO ' NAO CADASTRADA - '
                           'PEDIDO ' OR-ORDER-KEY ' PAGA A TAXA '
                           'VIGENTE'
                   GO TO APLICAR-COTACAO-EXIT
           END-READ.
           IF CQ-UTILIZADA
               AND CQ-ORDER-KEY IS EQUAL TO OR-ORDER-KEY
               GO TO APLICAR-COTACAO-CONFERE
           END-IF.
           IF NOT CQ-EM-ABERTO
               DISPLAY 'COTACAO ' OR-COTACAO ' JA UTILIZADA OU '
                       'EXPIRADA - PEDIDO ' OR-ORDER-KEY ' PAGA A '
                       'TAXA VIGENTE'
               GO TO APLICAR-COTACAO-EXIT
           END-IF.
           IF CQ-DATA-VALIDADE IS LESS THAN WRK-DATA-EXECUCAO
               MOVE 'X'               TO CQ-SITUACAO
               MOVE OR-ORDER-KEY      TO CQ-ORDER-KEY
               MOVE WRK-DATA-EXECUCAO TO CQ-DATA-USO
               REWRITE CQ-REGISTRO
               DISPLAY 'COTACAO ' OR-COTACAO ' VENCIDA EM '
                       CQ-DATA-VALIDADE ' - EXPIRADA, PEDIDO '
                       OR-ORDER-KEY ' PAGA A TAXA VIGENTE'
               GO TO APLICAR-COTACAO-EXIT
           END-IF.
       APLICAR-COTACAO-CONFERE.
           IF CQ-CUSTOMER-ID IS NOT EQUAL TO WRK-CUSTOMER-ID
               OR CQ-UF IS NOT EQUAL TO WRK-UF
               OR CQ-SERVICO IS NOT EQUAL TO WRK-SERVICO
               OR WRK-VALOR IS GREATER THAN CQ-VALOR
               OR WRK-PESO IS GREATER THAN CQ-PESO
               DISPLAY 'PEDIDO ' OR-ORDER-KEY ' NAO CONFERE COM A '
                       'COTACAO ' OR-COTACAO ' - PAGA A TAXA VIGENTE'
               GO TO APLICAR-COTACAO-EXIT
           END-IF.
           MOVE CQ-FRETE TO WRK-FRETE.
           SET COTACAO-HONRADA TO TRUE.
       APLICAR-COTACAO-EXIT.
           EXIT.

      ******************************************************************
      * BAIXA A COTACAO HONRADA DEPOIS QUE O CALCULO FOI GRAVADO: A
      * COTACAO FICA UTILIZADA PELO PEDIDO NA DATA DE NEGOCIO E O
      * PEDIDO GANHA O EVENTO 'CO' (FRETE DA COTACAO HONRADO) NO
      * MASTER DE SITUACAO.
      ******************************************************************
       CONSUMIR-COTACAO.
           MOVE 'U'               TO CQ-SITUACAO.
           MOVE OR-ORDER-KEY      TO CQ-ORDER-KEY.
           MOVE WRK-DATA-EXECUCAO TO CQ-DATA-USO.
           REWRITE CQ-REGISTRO.
           ADD 1 TO WRK-QT-COTACOES.
           DISPLAY 'COTACAO ' CQ-COTACAO ' HONRADA NO PEDIDO '
                   OR-ORDER-KEY ' - FRETE COTADO R$' CQ-FRETE.
           MOVE OR-ORDER-KEY TO OS-ORDER-KEY.
           MOVE 'CO'         TO WRK-STATUS-EVENTO.
           PERFORM GRAVAR-SITUACAO THRU GRAVAR-SITUACAO-EXIT.
       CONSUMIR-COTACAO-EXIT.
           EXIT.

      ******************************************************************
      * GRAVA NO SUSPENSE FRETEREJ.DAT UM PEDIDO REJEITADO POR UF NAO
      * CADASTRADA NO MASTER FRETE.DAT (WRK-ORDER-KEY-REJ VEM ZERADO
      * MODO LOTE (RUN-MODE 'B'): LE ORDERS.DAT DO PRIMEIRO PEDIDO
      * POSTERIOR AO CHECKPOINT EM DIANTE, CALCULA O FRETE DE CADA
      * ITEM PELA MESMA TABELA FRETE.DAT, E GRAVA CHECKPOINT A CADA
      * WRK-CKPT-INTERVALO PEDIDOS PROCESSADOS. COM A CONSOLIDACAO
      * LIGADA OS EMBARQUES SAO MONTADOS E COTADOS ANTES, NUMA
      * PRE-LEITURA QUE NAO GRAVA NADA; NA PASSADA NORMAL O
      * CHECKPOINT VENCIDO ESPERA ATE NENHUM EMBARQUE ESTAR PELA
      * METADE, E UM LOTE INTERROMPIDO SO PARA DEPOIS DE COMPLETAR
      * OS EMBARQUES JA COMECADOS. ASSIM O RESTART NUNCA REGRAVA
      * PEDIDO NEM PARTE EMBARQUE.
      ******************************************************************
       PROCESSAR-LOTE-PEDIDOS.
           PERFORM ABRIR-CHECKPOINT THRU ABRIR-CHECKPOINT-EXIT.
           PERFORM CARREGAR-LIBERACOES THRU CARREGAR-LIBERACOES-EXIT.
           IF CREDITO-DISPONIVEL
               PERFORM CARREGAR-FATURAS-ABERTAS THRU
                       CARREGAR-FATURAS-ABERTAS-EXIT
           END-IF.
           IF CONSOLIDAR-EMBARQUES
               PERFORM PREPARAR-EMBARQUES THRU
                       PREPARAR-EMBARQUES-EXIT
           END-IF.
           OPEN INPUT ORDERS.
           READ ORDERS
               AT END SET FIM-DE-ORDERS TO TRUE
           PERFORM PROCESSAR-PEDIDO-DO-LOTE THRU
                   PROCESSAR-PEDIDO-DO-LOTE-EXIT
               UNTIL FIM-DE-ORDERS
                  OR (LOTE-ABORTADO
                      AND WRK-QT-EMB-ABERTOS IS EQUAL ZEROS).
           CLOSE ORDERS.
           PERFORM GRAVAR-CHECKPOINT THRU GRAVAR-CHECKPOINT-EXIT.
           CLOSE CKPT.
           END-IF.
           DISPLAY 'PROGCOB09 - LOTE PROCESSADO: '
                   WRK-QT-PROCESSADOS ' PEDIDO(S).'.
           DISPLAY 'PROGCOB09 - COTACOES HONRADAS: '
                   WRK-QT-COTACOES.
           PERFORM DEFINIR-RETURN-CODE THRU
                   DEFINIR-RETURN-CODE-EXIT.
           PERFORM JORNAL-FIM THRU JORNAL-FIM-EXIT.
       LER-LIBERACAO-EXIT.
           EXIT.

      ******************************************************************
      * CARREGA NA TABELA DE CREDITO O SALDO EM ABERTO DE CADA CLIENTE
      * (FRETE + ICMS DA FATURA MENOS O JA PAGO, FATURAS EMITIDAS PELO
      * PROGCOB23) E OS DIAS DE ATRASO DA FATURA VENCIDA MAIS ANTIGA
      * (DIAS DA EMISSAO ATE A DATA DE NEGOCIO, MENOS O PRAZO DE
      * PAGAMENTO). SEM ARQUIVO DE FATURAS, A EXPOSICAO COMECA ZERADA,
      * COM AVISO, COMO ERA ANTES DO FATURAMENTO.
      ******************************************************************
       CARREGAR-FATURAS-ABERTAS.
           OPEN INPUT FRETEFTI.
           IF WRK-FS-FRETEFTI IS NOT EQUAL TO '00'
               DISPLAY 'AVISO - FRETEFTI INDISPONIVEL (STATUS '
                       WRK-FS-FRETEFTI ') - CREDITO SEM O SALDO DAS '
                       'FATURAS EM ABERTO'
               GO TO CARREGAR-FATURAS-ABERTAS-EXIT
           END-IF.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALC.
           PERFORM CALCULAR-SERIAL-DATA THRU
                   CALCULAR-SERIAL-DATA-EXIT.
           MOVE WRK-DIAS-SERIAL TO WRK-SERIAL-HOJE.
           PERFORM LER-FATURA-ABERTA THRU LER-FATURA-ABERTA-EXIT
               UNTIL FIM-DE-FRETEFTI.
           CLOSE FRETEFTI.
           MOVE ZEROS TO WRK-CUSTOMER-ID.
           DISPLAY 'PROGCOB09 - FATURAS EM ABERTO NO CREDITO: '
                   WRK-QT-FAT-ABERTAS.
       CARREGAR-FATURAS-ABERTAS-EXIT.
           EXIT.

       LER-FATURA-ABERTA.
           READ FRETEFTI
               AT END
                   SET FIM-DE-FRETEFTI TO TRUE
                   GO TO LER-FATURA-ABERTA-EXIT
           END-READ.
           IF FI-PAGA
               OR FI-CUSTOMER-ID IS EQUAL ZEROS
               GO TO LER-FATURA-ABERTA-EXIT
           END-IF.
           COMPUTE WRK-SALDO-FATURA = FI-VALOR-FRETE - FI-VALOR-PAGO.
           IF FI-VALOR-ICMS IS NUMERIC
               ADD FI-VALOR-ICMS TO WRK-SALDO-FATURA
           END-IF.
           IF WRK-SALDO-FATURA IS NOT GREATER THAN ZEROS
               GO TO LER-FATURA-ABERTA-EXIT
           END-IF.
           MOVE FI-CUSTOMER-ID TO WRK-CUSTOMER-ID.
           PERFORM LOCALIZAR-CREDITO-LOTE THRU
                   LOCALIZAR-CREDITO-LOTE-EXIT.
           IF CREDITO-SEM-VAGA
               GO TO LER-FATURA-ABERTA-EXIT
           END-IF.
           ADD 1 TO WRK-QT-FAT-ABERTAS.
           ADD WRK-SALDO-FATURA TO WRK-CRED-USADO (WRK-IDX-CRED).
           IF FI-DATA-EMISSAO IS NOT NUMERIC
               OR FI-DATA-EMISSAO IS EQUAL ZEROS
               GO TO LER-FATURA-ABERTA-EXIT
           END-IF.
           MOVE FI-DATA-EMISSAO TO WRK-DATA-CALC.
           PERFORM CALCULAR-SERIAL-DATA THRU
                   CALCULAR-SERIAL-DATA-EXIT.
           IF WRK-SERIAL-HOJE IS GREATER THAN
              WRK-DIAS-SERIAL + WRK-PRAZO-PAGTO
               COMPUTE WRK-DIAS-ATRASO = WRK-SERIAL-HOJE
                       - WRK-DIAS-SERIAL - WRK-PRAZO-PAGTO
               IF WRK-DIAS-ATRASO IS GREATER THAN
                  WRK-CRED-ATRASO (WRK-IDX-CRED)
                   MOVE WRK-DIAS-ATRASO
                       TO WRK-CRED-ATRASO (WRK-IDX-CRED)
               END-IF
           END-IF.
       LER-FATURA-ABERTA-EXIT.
           EXIT.

      ******************************************************************
      * LIMPA O ARQUIVO DE LIBERADOS AO FIM DO LOTE CONCLUIDO: CADA
      * APROVACAO DO SUPERVISOR VALE PARA UM UNICO LOTE. NUM LOTE
      * DO LOTE ESTOUROU O LIMITE CONFIGURADO (CARGA DE TABELA QUE
      * FALHOU), 4 QUANDO HOUVE QUALQUER PEDIDO NO SUSPENSE, 0 LOTE
      * LIMPO. E O RC QUE O PASSO TOTAIS DO JOB NOTURNO SEMPRE
      * CONDICIONOU E NUNCA RECEBIA. UM RC 8 JA DADO NO LOTE (FALHA NA
      * GRAVACAO DO MASTER DE HISTORICO) E MANTIDO.
      ******************************************************************
       DEFINIR-RETURN-CODE.
           IF RETURN-CODE IS EQUAL TO 8
               GO TO DEFINIR-RETURN-CODE-EXIT
           END-IF.
           IF LOTE-ABORTADO
               MOVE 8 TO RETURN-CODE
               GO TO DEFINIR-RETURN-CODE-EXIT
       PROCESSAR-PEDIDO-DO-LOTE.
           ADD 1 TO WRK-QT-LIDOS-ORD.
           IF OR-ORDER-KEY IS GREATER THAN CK-ULTIMA-CHAVE
               PERFORM CARREGAR-PEDIDO-DO-LOTE THRU
                       CARREGAR-PEDIDO-DO-LOTE-EXIT
               PERFORM VERIFICAR-CREDITO-CLIENTE THRU
                       VERIFICAR-CREDITO-CLIENTE-EXIT
               IF PEDIDO-RETIDO
                   PERFORM REGISTRAR-REJEITO THRU
                           REGISTRAR-REJEITO-EXIT
               ELSE
                   MOVE 'N' TO WRK-COTACAO-HONRA
                   PERFORM APLICAR-RATEIO-EMBARQUE THRU
                           APLICAR-RATEIO-EMBARQUE-EXIT
                   IF NOT FRETE-RATEADO
                       PERFORM CALCULAR-FRETE-VIGENTE THRU
                               CALCULAR-FRETE-VIGENTE-EXIT
                       PERFORM APLICAR-ACORDO-CLIENTE THRU
                               APLICAR-ACORDO-CLIENTE-EXIT
                       PERFORM APLICAR-COTACAO THRU
                               APLICAR-COTACAO-EXIT
                   END-IF
                   MOVE OR-ORDER-KEY TO WRK-ORDER-KEY-ATU
                   PERFORM REGISTRAR-CALCULO THRU
                           REGISTRAR-CALCULO-EXIT
                   IF COTACAO-HONRADA
                       PERFORM CONSUMIR-COTACAO THRU
                               CONSUMIR-COTACAO-EXIT
                   END-IF
                   MOVE 'N'   TO WRK-RATEIO
                   MOVE ZEROS TO WRK-EMBARQUE
               END-IF.
       PROCESSAR-PEDIDO-DO-LOTE-AVANCA.
           IF OR-ORDER-KEY IS GREATER THAN CK-ULTIMA-CHAVE
                   GIVING WRK-CKPT-QUOCIENTE
                   REMAINDER WRK-CKPT-RESTO
               IF WRK-CKPT-RESTO = ZERO
                   SET CHECKPOINT-DEVIDO TO TRUE
               END-IF
               IF CHECKPOINT-DEVIDO
                   AND WRK-QT-EMB-ABERTOS IS EQUAL ZEROS
                   PERFORM GRAVAR-CHECKPOINT THRU
                           GRAVAR-CHECKPOINT-EXIT
                   MOVE 'N' TO WRK-CKPT-DEVIDO
               END-IF
           END-IF.
           READ ORDERS
           EXIT.

      ******************************************************************
      * CARREGA NOS CAMPOS DE TRABALHO O PEDIDO CORRENTE DE ORDERS.DAT
      * (PASSADA NORMAL E PRE-LEITURA DOS EMBARQUES).
      ******************************************************************
       CARREGAR-PEDIDO-DO-LOTE.
           MOVE OR-PRODUTO     TO WRK-PRODUTO.
           MOVE OR-VALOR       TO WRK-VALOR.
           MOVE OR-UF          TO WRK-UF.
           MOVE OR-CUSTOMER-ID TO WRK-CUSTOMER-ID.
           IF OR-PESO IS NUMERIC
               MOVE OR-PESO    TO WRK-PESO
           ELSE
               MOVE ZEROS      TO WRK-PESO
           END-IF.
           IF OR-SERVICO-EXPRESSO
               MOVE 'E'        TO WRK-SERVICO
           ELSE
               MOVE 'N'        TO WRK-SERVICO
           END-IF.
           MOVE ZEROS      TO WRK-FRETE.
       CARREGAR-PEDIDO-DO-LOTE-EXIT.
           EXIT.

      ******************************************************************
      * CONSOLIDACAO: PRE-LEITURA DE ORDERS.DAT (DO PRIMEIRO PEDIDO
      * POSTERIOR AO CHECKPOINT EM DIANTE) QUE SO MONTA OS EMBARQUES
      * E OS COTA, SEM GRAVAR EXTRATO, LOG, RETENCAO, SUSPENSE NEM
      * SITUACAO. O CONTROLE DE CREDITO RODA SIMULADO, SOBRE A TABELA
      * DE EXPOSICAO GUARDADA ANTES E RESTAURADA DEPOIS, PARA A
      * PASSADA NORMAL RETER EXATAMENTE OS MESMOS PEDIDOS.
      ******************************************************************
       PREPARAR-EMBARQUES.
           MOVE WRK-TAB-CREDITO TO WRK-TAB-CREDITO-SALVA.
           MOVE WRK-QT-CLI-CRED TO WRK-QT-CLI-CRED-SALVO.
           SET PRE-LEITURA-EMBARQUES TO TRUE.
           OPEN INPUT ORDERS.
           READ ORDERS
               AT END SET FIM-DE-ORDERS TO TRUE
           END-READ.
           PERFORM PRE-LER-PEDIDO THRU PRE-LER-PEDIDO-EXIT
               UNTIL FIM-DE-ORDERS.
           CLOSE ORDERS.
           MOVE 'N' TO WRK-EOF-ORDERS.
           MOVE 'N' TO WRK-PRE-LEITURA.
           MOVE WRK-TAB-CREDITO-SALVA TO WRK-TAB-CREDITO.
           MOVE WRK-QT-CLI-CRED-SALVO TO WRK-QT-CLI-CRED.
           PERFORM COTAR-EMBARQUES THRU COTAR-EMBARQUES-EXIT.
           MOVE 1 TO WRK-IDX-CUR.
       PREPARAR-EMBARQUES-EXIT.
           EXIT.

       PRE-LER-PEDIDO.
           IF OR-ORDER-KEY IS GREATER THAN CK-ULTIMA-CHAVE
               PERFORM CARREGAR-PEDIDO-DO-LOTE THRU
                       CARREGAR-PEDIDO-DO-LOTE-EXIT
               PERFORM RESERVAR-PEDIDO-EMBARQUE THRU
                       RESERVAR-PEDIDO-EMBARQUE-EXIT
           END-IF.
           READ ORDERS
               AT END SET FIM-DE-ORDERS TO TRUE
           END-READ.
       PRE-LER-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * RESERVA O PEDIDO DA PRE-LEITURA NO EMBARQUE DO SEU CLIENTE, UF
      * E SERVICO. FICAM DE FORA, E SAO COTADOS SOZINHOS NA PASSADA
      * NORMAL: PEDIDO RETIDO PELO CREDITO, DE UF NAO ATENDIDA, SEM
      * CLIENTE, QUE CITA COTACAO (O FRETE COTADO E DELE) E QUE NAO
      * CABE MAIS NAS TABELAS, COM AVISO. O CREDITO E CONFERIDO PARA
      * TODO PEDIDO, NA MESMA ORDEM DA PASSADA NORMAL.
      ******************************************************************
       RESERVAR-PEDIDO-EMBARQUE.
           MOVE 'N' TO WRK-PED-RESERVA.
           PERFORM VERIFICAR-CREDITO-CLIENTE THRU
                   VERIFICAR-CREDITO-CLIENTE-EXIT.
           IF PEDIDO-RETIDO
               OR WRK-CUSTOMER-ID IS EQUAL ZEROS
               GO TO RESERVAR-PEDIDO-EMBARQUE-EXIT
           END-IF.
           IF COTACOES-DISPONIVEIS
               AND OR-COTACAO IS NUMERIC
               AND OR-COTACAO IS GREATER THAN ZEROS
               GO TO RESERVAR-PEDIDO-EMBARQUE-EXIT
           END-IF.
           PERFORM LOCALIZAR-TAXA-VIGENTE THRU
                   LOCALIZAR-TAXA-VIGENTE-EXIT.
           IF NOT TAXA-VIGENTE-ACHADA
               GO TO RESERVAR-PEDIDO-EMBARQUE-EXIT
           END-IF.
           IF WRK-QT-CON IS NOT LESS THAN 1000
               DISPLAY 'MAIS DE 1000 PEDIDOS A CONSOLIDAR - PEDIDO '
                       OR-ORDER-KEY ' COTADO SOZINHO'
               GO TO RESERVAR-PEDIDO-EMBARQUE-EXIT
           END-IF.
           PERFORM LOCALIZAR-EMBARQUE THRU LOCALIZAR-EMBARQUE-EXIT.
           IF EMBARQUE-SEM-VAGA
               GO TO RESERVAR-PEDIDO-EMBARQUE-EXIT
           END-IF.
           ADD 1 TO WRK-QT-CON.
           MOVE OR-ORDER-KEY TO WRK-CON-CHAVE   (WRK-QT-CON).
           MOVE WRK-VALOR    TO WRK-CON-VALOR   (WRK-QT-CON).
           MOVE WRK-PESO     TO WRK-CON-PESO    (WRK-QT-CON).
           MOVE WRK-IDX-EMB  TO WRK-CON-EMB     (WRK-QT-CON).
           MOVE ZEROS        TO WRK-CON-FRETE   (WRK-QT-CON).
           MOVE ZEROS        TO WRK-CON-COMBUST (WRK-QT-CON).
           ADD 1         TO WRK-EMB-QT-PED (WRK-IDX-EMB).
           ADD WRK-VALOR TO WRK-EMB-VALOR  (WRK-IDX-EMB).
           ADD WRK-PESO  TO WRK-EMB-PESO   (WRK-IDX-EMB).
           MOVE WRK-EMB-IDX-MAIOR (WRK-IDX-EMB) TO WRK-IDX-MAIOR.
           IF WRK-IDX-MAIOR IS EQUAL ZEROS
               MOVE WRK-QT-CON TO WRK-EMB-IDX-MAIOR (WRK-IDX-EMB)
           ELSE
               IF WRK-VALOR IS GREATER THAN
                  WRK-CON-VALOR (WRK-IDX-MAIOR)
                   MOVE WRK-QT-CON TO WRK-EMB-IDX-MAIOR (WRK-IDX-EMB)
               END-IF
           END-IF.
           SET PEDIDO-RESERVADO TO TRUE.
       RESERVAR-PEDIDO-EMBARQUE-EXIT.
           EXIT.

      ******************************************************************
      * LOCALIZA O EMBARQUE ABERTO DO CLIENTE/UF/SERVICO CORRENTES OU
      * ABRE UM NOVO, DEIXANDO O INDICE EM WRK-IDX-EMB. SE O PEDIDO
      * ESTOURARIA O VALOR OU O PESO QUE O CALCULO COMPORTA, O
      * EMBARQUE E FECHADO E O PEDIDO ABRE OUTRO. TABELA CHEIA: O
      * PEDIDO E COTADO SOZINHO, COM AVISO.
      ******************************************************************
       LOCALIZAR-EMBARQUE.
           MOVE 'N' TO WRK-EMB-ACHADO.
           MOVE 'S' TO WRK-EMB-VAGA.
           PERFORM PROCURAR-EMBARQUE THRU PROCURAR-EMBARQUE-EXIT
               VARYING WRK-IDX-EMB FROM 1 BY 1
               UNTIL GRUPO-ACHADO
                  OR WRK-IDX-EMB IS GREATER THAN WRK-QT-EMB.
           IF GRUPO-ACHADO
               COMPUTE WRK-SOMA-VALOR-EMB =
                       WRK-EMB-VALOR (WRK-IDX-EMB) + WRK-VALOR
               COMPUTE WRK-SOMA-PESO-EMB =
                       WRK-EMB-PESO (WRK-IDX-EMB) + WRK-PESO
               IF WRK-SOMA-VALOR-EMB IS GREATER THAN 9999999,99
                   OR WRK-SOMA-PESO-EMB IS GREATER THAN 99999,99
                   MOVE 'F' TO WRK-EMB-SITUACAO (WRK-IDX-EMB)
                   MOVE 'N' TO WRK-EMB-ACHADO
               END-IF
           END-IF.
           IF GRUPO-ACHADO
               GO TO LOCALIZAR-EMBARQUE-EXIT
           END-IF.
           IF WRK-QT-EMB IS NOT LESS THAN 200
               DISPLAY 'MAIS DE 200 EMBARQUES NO LOTE - PEDIDO '
                       OR-ORDER-KEY ' COTADO SOZINHO'
               MOVE 'N' TO WRK-EMB-VAGA
               GO TO LOCALIZAR-EMBARQUE-EXIT
           END-IF.
           ADD 1 TO WRK-QT-EMB.
           MOVE WRK-QT-EMB      TO WRK-IDX-EMB.
           MOVE WRK-CUSTOMER-ID TO WRK-EMB-CLIENTE   (WRK-IDX-EMB).
           MOVE WRK-UF          TO WRK-EMB-UF        (WRK-IDX-EMB).
           MOVE WRK-SERVICO     TO WRK-EMB-SERVICO   (WRK-IDX-EMB).
           MOVE 'A'             TO WRK-EMB-SITUACAO  (WRK-IDX-EMB).
           MOVE ZEROS           TO WRK-EMB-QT-PED    (WRK-IDX-EMB).
           MOVE ZEROS           TO WRK-EMB-VALOR     (WRK-IDX-EMB).
           MOVE ZEROS           TO WRK-EMB-PESO      (WRK-IDX-EMB).
           MOVE ZEROS           TO WRK-EMB-IDX-MAIOR (WRK-IDX-EMB).
       LOCALIZAR-EMBARQUE-EXIT.
           EXIT.

       PROCURAR-EMBARQUE.
           IF WRK-IDX-EMB IS NOT GREATER THAN WRK-QT-EMB
               AND WRK-EMB-CLIENTE (WRK-IDX-EMB) IS EQUAL TO
                   WRK-CUSTOMER-ID
               AND WRK-EMB-UF (WRK-IDX-EMB) IS EQUAL TO WRK-UF
               AND WRK-EMB-SERVICO (WRK-IDX-EMB) IS EQUAL TO
                   WRK-SERVICO
               AND NOT WRK-EMB-FECHADO (WRK-IDX-EMB)
               SET GRUPO-ACHADO TO TRUE
               SUBTRACT 1 FROM WRK-IDX-EMB
           END-IF.
       PROCURAR-EMBARQUE-EXIT.
           EXIT.

      ******************************************************************
      * COTA OS EMBARQUES RESERVADOS DURANTE A LEITURA DO LOTE. O
      * NUMERO DE CADA EMBARQUE VEM DO MASTER DE SEQUENCIA CTLSEQ.DAT
      * (CHAVE 'EMBARQUE'), NOS MESMOS MOLDES DA NUMERACAO DE FATURAS
      * DO PROGCOB23. MASTER INDISPONIVEL: OS PEDIDOS SAO COTADOS
      * SOZINHOS, COM AVISO, PARA NAO DERRUBAR O LOTE.
      ******************************************************************
       COTAR-EMBARQUES.
           IF WRK-QT-EMB IS EQUAL ZEROS
               GO TO COTAR-EMBARQUES-EXIT
           END-IF.
           OPEN I-O CTLSEQ.
           IF WRK-FS-CTLSEQ = '35'
               CLOSE CTLSEQ
               OPEN OUTPUT CTLSEQ
               CLOSE CTLSEQ
               OPEN I-O CTLSEQ
           END-IF.
           IF WRK-FS-CTLSEQ = '00'
               SET NUMERACAO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'AVISO - CTLSEQ.DAT INDISPONIVEL (STATUS '
                       WRK-FS-CTLSEQ ') - PEDIDOS COTADOS SEM '
                       'CONSOLIDACAO'
           END-IF.
           PERFORM COTAR-UM-EMBARQUE THRU COTAR-UM-EMBARQUE-EXIT
               VARYING WRK-IDX-EMB FROM 1 BY 1
               UNTIL WRK-IDX-EMB IS GREATER THAN WRK-QT-EMB.
           IF NUMERACAO-DISPONIVEL
               CLOSE CTLSEQ
           END-IF.
           DISPLAY 'PROGCOB09 - EMBARQUES CONSOLIDADOS: '
                   WRK-QT-EMBARQUES ' COM ' WRK-QT-PED-EMB
                   ' PEDIDO(S).'.
       COTAR-EMBARQUES-EXIT.
           EXIT.

      ******************************************************************
      * COTA UM EMBARQUE: VALOR E PESO SOMADOS DOS PEDIDOS PELA VERSAO
      * VIGENTE DA UF (FAIXAS, TAXA POR KG, ADICIONAL EXPRESSO E
      * MINIMO), ACORDO DO CLIENTE SOBRE O VALOR SOMADO E ADICIONAL DE
      * COMBUSTIVEL. O FRETE E O ADICIONAL SAO RATEADOS PELO VALOR DE
      * CADA PEDIDO (PARTES TRUNCADAS NO CENTAVO E A DIFERENCA NO
      * PEDIDO DE MAIOR VALOR, PARA A SOMA FECHAR COM O EMBARQUE;
      * EMBARQUE DE VALOR ZERO RATEIA POR IGUAL) E GUARDADOS NA
      * TABELA PARA A PASSADA NORMAL. GRUPO DE UM PEDIDO SO NAO E
      * EMBARQUE (FICA SEM NUMERO): E COTADO COMO SEMPRE FOI.
      ******************************************************************
       COTAR-UM-EMBARQUE.
           MOVE ZEROS TO WRK-EMB-NUMERO  (WRK-IDX-EMB).
           MOVE ZEROS TO WRK-EMB-QT-GRAV (WRK-IDX-EMB).
           IF WRK-EMB-QT-PED (WRK-IDX-EMB) IS LESS THAN 2
               OR NOT NUMERACAO-DISPONIVEL
               GO TO COTAR-UM-EMBARQUE-EXIT
           END-IF.
           MOVE WRK-EMB-CLIENTE (WRK-IDX-EMB) TO WRK-CUSTOMER-ID.
           MOVE WRK-EMB-UF      (WRK-IDX-EMB) TO WRK-UF.
           MOVE WRK-EMB-SERVICO (WRK-IDX-EMB) TO WRK-SERVICO.
           PERFORM LOCALIZAR-TAXA-VIGENTE THRU
                   LOCALIZAR-TAXA-VIGENTE-EXIT.
           MOVE WRK-EMB-VALOR (WRK-IDX-EMB) TO WRK-VALOR.
           MOVE WRK-EMB-PESO  (WRK-IDX-EMB) TO WRK-PESO.
           PERFORM CALCULAR-FRETE-VIGENTE THRU
                   CALCULAR-FRETE-VIGENTE-EXIT.
           PERFORM APLICAR-ACORDO-CLIENTE THRU
                   APLICAR-ACORDO-CLIENTE-EXIT.
           PERFORM APLICAR-ADICIONAL-COMBUST THRU
                   APLICAR-ADICIONAL-COMBUST-EXIT.
           MOVE WRK-FRETE         TO WRK-FRETE-EMB.
           MOVE WRK-VALOR-COMBUST TO WRK-COMB-EMB.
           PERFORM PROXIMO-EMBARQUE THRU PROXIMO-EMBARQUE-EXIT.
           MOVE WRK-EMBARQUE TO WRK-EMB-NUMERO (WRK-IDX-EMB).
           MOVE ZEROS        TO WRK-EMBARQUE.
           ADD 1 TO WRK-QT-EMBARQUES.
           ADD WRK-EMB-QT-PED (WRK-IDX-EMB) TO WRK-QT-PED-EMB.
           DISPLAY 'EMBARQUE ' WRK-EMB-NUMERO (WRK-IDX-EMB)
                   ' - CLIENTE ' WRK-CUSTOMER-ID ' UF ' WRK-UF
                   ' SERVICO ' WRK-SERVICO ' - '
                   WRK-EMB-QT-PED (WRK-IDX-EMB)
                   ' PEDIDO(S), VALOR R$' WRK-VALOR ' PESO '
                   WRK-PESO ' KG, FRETE R$' WRK-FRETE-EMB.
           IF WRK-VALOR IS GREATER THAN ZEROS
               MOVE WRK-VALOR TO WRK-BASE-RATEIO
           ELSE
               MOVE WRK-EMB-QT-PED (WRK-IDX-EMB) TO WRK-BASE-RATEIO
           END-IF.
           MOVE ZEROS TO WRK-FRETE-RATEADO WRK-COMB-RATEADO.
           PERFORM RATEAR-FRETE-EMBARQUE THRU
                   RATEAR-FRETE-EMBARQUE-EXIT
               VARYING WRK-IDX-CON FROM 1 BY 1
               UNTIL WRK-IDX-CON IS GREATER THAN WRK-QT-CON.
           MOVE WRK-EMB-IDX-MAIOR (WRK-IDX-EMB) TO WRK-IDX-MAIOR.
           COMPUTE WRK-CON-FRETE (WRK-IDX-MAIOR) =
                   WRK-FRETE-EMB - WRK-FRETE-RATEADO.
           COMPUTE WRK-CON-COMBUST (WRK-IDX-MAIOR) =
                   WRK-COMB-EMB - WRK-COMB-RATEADO.
       COTAR-UM-EMBARQUE-EXIT.
           EXIT.

      ******************************************************************
      * PARTE DE UM PEDIDO DO EMBARQUE NO FRETE E NO ADICIONAL DE
      * COMBUSTIVEL, PROPORCIONAL AO VALOR DO PEDIDO E TRUNCADA NO
      * CENTAVO. O PEDIDO DE MAIOR VALOR FICA PARA O FIM (DIFERENCA).
      ******************************************************************
       RATEAR-FRETE-EMBARQUE.
           IF WRK-CON-EMB (WRK-IDX-CON) IS NOT EQUAL TO WRK-IDX-EMB
               OR WRK-IDX-CON IS EQUAL TO
                  WRK-EMB-IDX-MAIOR (WRK-IDX-EMB)
               GO TO RATEAR-FRETE-EMBARQUE-EXIT
           END-IF.
           IF WRK-VALOR IS GREATER THAN ZEROS
               MOVE WRK-CON-VALOR (WRK-IDX-CON) TO WRK-PARTE-RATEIO
           ELSE
               MOVE 1 TO WRK-PARTE-RATEIO
           END-IF.
           COMPUTE WRK-CON-FRETE (WRK-IDX-CON) =
                   WRK-FRETE-EMB * WRK-PARTE-RATEIO / WRK-BASE-RATEIO.
           COMPUTE WRK-CON-COMBUST (WRK-IDX-CON) =
                   WRK-COMB-EMB * WRK-PARTE-RATEIO / WRK-BASE-RATEIO.
           ADD WRK-CON-FRETE   (WRK-IDX-CON) TO WRK-FRETE-RATEADO.
           ADD WRK-CON-COMBUST (WRK-IDX-CON) TO WRK-COMB-RATEADO.
       RATEAR-FRETE-EMBARQUE-EXIT.
           EXIT.

      ******************************************************************
      * PASSADA NORMAL: SE O PEDIDO CORRENTE E O PROXIMO DA TABELA DA
      * PRE-LEITURA E O SEU GRUPO VIROU EMBARQUE, O CALCULO SAI COM A
      * PARTE RATEADA DO FRETE E DO ADICIONAL E COM O NUMERO DO
      * EMBARQUE (O ICMS E APURADO SOBRE A PARTE). CONTA O EMBARQUE
      * COMO ABERTO DO PRIMEIRO AO ULTIMO PEDIDO GRAVADO, PARA O
      * CHECKPOINT NAO CAIR NO MEIO DELE.
      ******************************************************************
       APLICAR-RATEIO-EMBARQUE.
           MOVE 'N'   TO WRK-RATEIO.
           MOVE ZEROS TO WRK-EMBARQUE.
           IF WRK-IDX-CUR IS GREATER THAN WRK-QT-CON
               GO TO APLICAR-RATEIO-EMBARQUE-EXIT
           END-IF.
           IF WRK-CON-CHAVE (WRK-IDX-CUR) IS NOT EQUAL TO OR-ORDER-KEY
               GO TO APLICAR-RATEIO-EMBARQUE-EXIT
           END-IF.
           MOVE WRK-CON-EMB (WRK-IDX-CUR) TO WRK-IDX-EMB.
           IF WRK-EMB-NUMERO (WRK-IDX-EMB) IS GREATER THAN ZEROS
               MOVE WRK-CON-FRETE   (WRK-IDX-CUR) TO WRK-FRETE
               MOVE WRK-CON-COMBUST (WRK-IDX-CUR) TO WRK-VALOR-COMBUST
               MOVE WRK-EMB-NUMERO  (WRK-IDX-EMB) TO WRK-EMBARQUE
               SET FRETE-RATEADO TO TRUE
               IF WRK-EMB-QT-GRAV (WRK-IDX-EMB) IS EQUAL ZEROS
                   ADD 1 TO WRK-QT-EMB-ABERTOS
               END-IF
               ADD 1 TO WRK-EMB-QT-GRAV (WRK-IDX-EMB)
               IF WRK-EMB-QT-GRAV (WRK-IDX-EMB) IS EQUAL TO
                  WRK-EMB-QT-PED (WRK-IDX-EMB)
                   SUBTRACT 1 FROM WRK-QT-EMB-ABERTOS
               END-IF
           END-IF.
           ADD 1 TO WRK-IDX-CUR.
       APLICAR-RATEIO-EMBARQUE-EXIT.
           EXIT.

       PROXIMO-EMBARQUE.
           MOVE WRK-JOB-EMBARQUE TO CS-JOB-NAME.
           READ CTLSEQ
               INVALID KEY
                   MOVE 1 TO CS-ULTIMA-SEQUENCIA
                   WRITE CS-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO CS-ULTIMA-SEQUENCIA
                   REWRITE CS-REGISTRO
           END-READ.
           MOVE CS-ULTIMA-SEQUENCIA TO WRK-EMBARQUE.
       PROXIMO-EMBARQUE-EXIT.
           EXIT.

      ******************************************************************
      * CONTROLE DE CREDITO DO PEDIDO CORRENTE DO LOTE. O VALOR DO
      * PEDIDO E SOMADO A EXPOSICAO DO CLIENTE (SALDO DAS FATURAS EM
      * ABERTO MAIS O JA ACUMULADO NO LOTE) E O PEDIDO E DESVIADO
      * PARA A RETENCAO FRETEHLD.DAT, SEM SER CALCULADO NEM
      * EXTRATADO, QUANDO:
      *   - O CLIENTE TEM FATURA VENCIDA HA MAIS DIAS QUE O TOLERADO
      *     (MOTIVO 'A'), QUALQUER QUE SEJA O LIMITE; OU
      *   - O CLIENTE TEM LIMITE CARREGADO E A EXPOSICAO O ESTOURA
      *     (MOTIVO 'L').
      * CLIENTE SEM CADASTRO OU SEM LIMITE (ZERADO) SO RESPONDE PELA
      * REGRA DE ATRASO; CADASTRO INDISPONIVEL: SEM CONTROLE. NA
      * PRE-LEITURA DOS EMBARQUES A REGRA SO E SIMULADA: A EXPOSICAO
      * ACUMULA, MAS NADA E GRAVADO NA RETENCAO.
      ******************************************************************
       VERIFICAR-CREDITO-CLIENTE.
           MOVE 'N' TO WRK-PEDIDO-RETIDO.
               GO TO VERIFICAR-CREDITO-CLIENTE-EXIT
           END-IF.
           PERFORM CONFERIR-LIBERACAO THRU CONFERIR-LIBERACAO-EXIT.
           IF CHAVE-LIBERADA
               AND PRE-LEITURA-EMBARQUES
               GO TO VERIFICAR-CREDITO-CLIENTE-EXIT
           END-IF.
           IF CHAVE-LIBERADA
               DISPLAY 'PEDIDO ' OR-ORDER-KEY ' LIBERADO PELA '
                       'SUPERVISAO - SEM CONTROLE DE LIMITE'
           MOVE WRK-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMAST
               INVALID KEY
                   MOVE ZEROS TO CM-LIMITE-CREDITO
           END-READ.
           IF CM-LIMITE-CREDITO IS NOT NUMERIC
               MOVE ZEROS TO CM-LIMITE-CREDITO
           END-IF.
           PERFORM LOCALIZAR-CREDITO-LOTE THRU
                   LOCALIZAR-CREDITO-LOTE-EXIT.
           END-IF.
           COMPUTE WRK-EXPOSICAO =
                   WRK-CRED-USADO (WRK-IDX-CRED) + WRK-VALOR.
           IF WRK-LIM-DIAS-ATRASO IS GREATER THAN ZERO
               AND WRK-CRED-ATRASO (WRK-IDX-CRED) IS GREATER THAN
                   WRK-LIM-DIAS-ATRASO
               MOVE 'A' TO WRK-MOTIVO-RETENCAO
               SET PEDIDO-RETIDO TO TRUE
               IF NOT PRE-LEITURA-EMBARQUES
                   PERFORM REGISTRAR-RETENCAO THRU
                           REGISTRAR-RETENCAO-EXIT
               END-IF
               GO TO VERIFICAR-CREDITO-CLIENTE-EXIT
           END-IF.
           IF CM-LIMITE-CREDITO IS GREATER THAN ZEROS
               AND WRK-EXPOSICAO IS GREATER THAN CM-LIMITE-CREDITO
               MOVE 'L' TO WRK-MOTIVO-RETENCAO
               SET PEDIDO-RETIDO TO TRUE
               IF NOT PRE-LEITURA-EMBARQUES
                   PERFORM REGISTRAR-RETENCAO THRU
                           REGISTRAR-RETENCAO-EXIT
               END-IF
           ELSE
               MOVE WRK-EXPOSICAO TO WRK-CRED-USADO (WRK-IDX-CRED)
           END-IF.
                   MOVE WRK-CUSTOMER-ID
                       TO WRK-CRED-ID (WRK-IDX-CRED)
                   MOVE ZEROS TO WRK-CRED-USADO (WRK-IDX-CRED)
                   MOVE ZEROS TO WRK-CRED-ATRASO (WRK-IDX-CRED)
               ELSE
                   DISPLAY 'MAIS DE 200 CLIENTES NO LOTE - CREDITO '
                           'NAO CONTROLADO PARA ' WRK-CUSTOMER-ID
           EXIT.

      ******************************************************************
      * GRAVA O PEDIDO DESVIADO NA RETENCAO DE CREDITO, COM O LIMITE,
      * A EXPOSICAO DO CLIENTE NO MOMENTO, A REGRA QUE RETEVE, OS DIAS
      * DE ATRASO E A COTACAO CITADA PELO PEDIDO, PENDENTE DA DECISAO
      * DO SUPERVISOR NO PROGCOB22.
      ******************************************************************
       REGISTRAR-RETENCAO.
           MOVE OR-ORDER-KEY      TO HD-ORDER-KEY.
           MOVE WRK-PESO          TO HD-PESO.
           MOVE WRK-SERVICO       TO HD-SERVICO.
           MOVE WRK-SEQ-EXEC      TO HD-SEQUENCIA.
           MOVE WRK-MOTIVO-RETENCAO TO HD-MOTIVO.
           MOVE WRK-CRED-ATRASO (WRK-IDX-CRED) TO HD-DIAS-ATRASO.
           IF OR-COTACAO IS NUMERIC
               MOVE OR-COTACAO    TO HD-COTACAO
           ELSE
               MOVE ZEROS         TO HD-COTACAO
           END-IF.
           WRITE HD-REGISTRO.
           ADD 1 TO WRK-QT-RETIDOS.
           MOVE OR-ORDER-KEY TO OS-ORDER-KEY.
           MOVE 'RT'         TO WRK-STATUS-EVENTO.
           PERFORM GRAVAR-SITUACAO THRU GRAVAR-SITUACAO-EXIT.
           IF HD-RETIDO-ATRASO
               DISPLAY 'PEDIDO ' OR-ORDER-KEY ' RETIDO POR FATURA '
                       'VENCIDA HA ' HD-DIAS-ATRASO ' DIAS - CLIENTE '
                       WRK-CUSTOMER-ID
           ELSE
               DISPLAY 'PEDIDO ' OR-ORDER-KEY ' RETIDO POR LIMITE DE '
                       'CREDITO - CLIENTE ' WRK-CUSTOMER-ID
           END-IF.
       REGISTRAR-RETENCAO-EXIT.
           EXIT.

      ******************************************************************
       PROCESSAR-PEDIDO-INTERATIVO.
           MOVE ZEROS TO WRK-TOTAL-PEDIDO WRK-IDX-ITEM.
           MOVE ZEROS TO WRK-TOTAL-ICMS-PED.

           DISPLAY 'INFORME ID DO CLIENTE (0 SE NAO CADASTRADO): '
           ACCEPT WRK-CUSTOMER-ID FROM CONSOLE.
           DISPLAY '=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-=-'.
           DISPLAY 'RESUMO DO PEDIDO - ' WRK-QT-ITENS ' ITEM(NS)'.
           DISPLAY 'TOTAL GERAL DO PEDIDO: R$' WRK-TOTAL-PEDIDO.
           DISPLAY 'ICMS SOBRE O FRETE DO PEDIDO: R$'
                   WRK-TOTAL-ICMS-PED.
       PROCESSAR-PEDIDO-INTERATIVO-EXIT.
           EXIT.

           MOVE ZEROS TO WRK-ORDER-KEY-ATU.
           PERFORM REGISTRAR-CALCULO THRU REGISTRAR-CALCULO-EXIT.
           ADD WRK-VALOR-TOTAL-ITEM TO WRK-TOTAL-PEDIDO.
           ADD WRK-VALOR-ICMS       TO WRK-TOTAL-ICMS-PED.
       PROCESSAR-ITEM-PEDIDO-EXIT.
           EXIT.

      * FRETE JA CALCULADO: FRETE GRATIS QUANDO O VALOR DO PEDIDO
      * ATINGE O PISO NEGOCIADO, SENAO O DESCONTO PERCENTUAL. CLIENTE
      * SEM CADASTRO, SEM ACORDO OU COM ACORDO INATIVO: FRETE FICA
      * COMO CALCULADO. O ACORDO ATIVO TAMBEM DIZ SE O CLIENTE E
      * ISENTO DO ADICIONAL DE COMBUSTIVEL.
      ******************************************************************
       APLICAR-ACORDO-CLIENTE.
           MOVE 'N' TO WRK-ISENTO-COMB.
           IF NOT ACORDOS-DISPONIVEIS
               OR WRK-CUSTOMER-ID IS EQUAL ZEROS
               GO TO APLICAR-ACORDO-CLIENTE-EXIT
           IF NOT AG-ACORDO-ATIVO
               GO TO APLICAR-ACORDO-CLIENTE-EXIT
           END-IF.
           IF AG-ISENTO-ADICIONAL
               SET CLIENTE-ISENTO-COMB TO TRUE
           END-IF.
           IF AG-FRETE-GRATIS IS GREATER THAN ZEROS
               AND WRK-VALOR IS NOT LESS THAN AG-FRETE-GRATIS
               MOVE ZEROS TO WRK-FRETE
      ******************************************************************
       TESTAR-DIA-UTIL.
           MOVE 'S' TO WRK-E-DIA-UTIL.
           PERFORM CALCULAR-SERIAL-DATA THRU
                   CALCULAR-SERIAL-DATA-EXIT.
           DIVIDE WRK-DIAS-SERIAL BY 7
               GIVING WRK-QUOC-CAL
               REMAINDER WRK-RESTO-CAL.
       TESTAR-DIA-UTIL-EXIT.
           EXIT.

      ******************************************************************
      * CONVERTE WRK-DATA-CALC EM DIAS CORRIDOS (WRK-DIAS-SERIAL), PARA
      * O DIA DA SEMANA E PARA A DIFERENCA EM DIAS ENTRE DUAS DATAS.
      ******************************************************************
       CALCULAR-SERIAL-DATA.
           SUBTRACT 1 FROM WRK-ANO-CALC GIVING WRK-ANO-MENOS-1.
           COMPUTE WRK-DIAS-SERIAL =
                   (WRK-ANO-MENOS-1 * 365)
                   + (WRK-ANO-MENOS-1 / 4)
                   - (WRK-ANO-MENOS-1 / 100)
                   + (WRK-ANO-MENOS-1 / 400)
                   + WRK-DIAS-ANTES-MES (WRK-MES-CALC)
                   + WRK-DIA-CALC.
           PERFORM TESTAR-BISSEXTO-CAL THRU TESTAR-BISSEXTO-CAL-EXIT.
           IF ANO-BISSEXTO
               AND WRK-MES-CALC IS GREATER THAN 2
               ADD 1 TO WRK-DIAS-SERIAL
           END-IF.
       CALCULAR-SERIAL-DATA-EXIT.
           EXIT.

       PROCURAR-FERIADO.
           IF WRK-IDX-FER IS NOT GREATER THAN WRK-QT-FERIADOS
               AND WRK-FERIADO (WRK-IDX-FER) IS EQUAL TO
       ESCOLHER-FAIXA-VALOR-EXIT.
           EXIT.

      ******************************************************************
      * COBRA O ADICIONAL SEMANAL DE COMBUSTIVEL SOBRE O FRETE DO
      * CALCULO CORRENTE (JA COM O ACORDO DO CLIENTE OU A COTACAO
      * HONRADA): PERCENTUAL DA VERSAO DE COMBUST.DAT VIGENTE NA DATA
      * DE NEGOCIO PARA A REGIAO DA UF OU, SE A REGIAO NAO TEM VERSAO
      * PROPRIA, PARA A REGIAO PADRAO (EM BRANCO). O VALOR E SOMADO
      * AO FRETE E GUARDADO EM WRK-VALOR-COMBUST PARA O LOG E O
      * EXTRATO. CLIENTE ISENTO, FRETE ZERADO (FRETE GRATIS) OU
      * MASTER INDISPONIVEL: SEM ADICIONAL.
      ******************************************************************
       APLICAR-ADICIONAL-COMBUST.
           MOVE ZEROS TO WRK-VALOR-COMBUST WRK-PCT-COMBUST.
           IF NOT COMBUSTIVEL-DISPONIVEL
               OR CLIENTE-ISENTO-COMB
               OR WRK-FRETE IS EQUAL ZEROS
               GO TO APLICAR-ADICIONAL-COMBUST-EXIT
           END-IF.
           MOVE 'N' TO WRK-COMB-ACHADO.
           MOVE WRK-REGIAO-VIGENTE TO WRK-REGIAO-COMB.
           IF WRK-REGIAO-COMB IS NOT EQUAL SPACES
               PERFORM LOCALIZAR-ADICIONAL-COMBUST THRU
                       LOCALIZAR-ADICIONAL-COMBUST-EXIT
           END-IF.
           IF NOT ADICIONAL-ACHADO
               MOVE SPACES TO WRK-REGIAO-COMB
               PERFORM LOCALIZAR-ADICIONAL-COMBUST THRU
                       LOCALIZAR-ADICIONAL-COMBUST-EXIT
           END-IF.
           IF WRK-PCT-COMBUST IS EQUAL ZEROS
               GO TO APLICAR-ADICIONAL-COMBUST-EXIT
           END-IF.
           COMPUTE WRK-VALOR-COMBUST ROUNDED =
                   WRK-FRETE * WRK-PCT-COMBUST.
           ADD WRK-VALOR-COMBUST TO WRK-FRETE.
       APLICAR-ADICIONAL-COMBUST-EXIT.
           EXIT.

       LOCALIZAR-ADICIONAL-COMBUST.
           MOVE 'N'             TO WRK-EOF-COMB.
           MOVE WRK-REGIAO-COMB TO SC-REGIAO.
           MOVE ZEROS           TO SC-DATA-VIGENCIA.
           START COMBMST KEY IS NOT LESS THAN SC-CHAVE
               INVALID KEY SET FIM-DE-VERSOES-COMB TO TRUE
           END-START.
           PERFORM LER-VERSAO-COMBUST THRU LER-VERSAO-COMBUST-EXIT
               UNTIL FIM-DE-VERSOES-COMB.
       LOCALIZAR-ADICIONAL-COMBUST-EXIT.
           EXIT.

       LER-VERSAO-COMBUST.
           READ COMBMST NEXT RECORD
               AT END SET FIM-DE-VERSOES-COMB TO TRUE
           END-READ.
           IF WRK-FS-COMBMST IS NOT EQUAL TO '00'
               SET FIM-DE-VERSOES-COMB TO TRUE
           END-IF.
           IF NOT FIM-DE-VERSOES-COMB
               IF SC-REGIAO IS NOT EQUAL TO WRK-REGIAO-COMB
                   OR SC-DATA-VIGENCIA IS GREATER THAN
                      WRK-DATA-EXECUCAO
                   SET FIM-DE-VERSOES-COMB TO TRUE
               ELSE
                   SET ADICIONAL-ACHADO TO TRUE
                   IF SC-PERCENTUAL IS NUMERIC
                       MOVE SC-PERCENTUAL TO WRK-PCT-COMBUST
                   ELSE
                       MOVE ZEROS TO WRK-PCT-COMBUST
                   END-IF
               END-IF
           END-IF.
       LER-VERSAO-COMBUST-EXIT.
           EXIT.

      ******************************************************************
      * APURA O ICMS SOBRE O FRETE DO CALCULO CORRENTE (WRK-FRETE, JA
      * COM O ACORDO DO CLIENTE E O ADICIONAL DE COMBUSTIVEL):
      * LOCALIZA EM ICMS.DAT A VERSAO DO PAR UF DE ORIGEM / UF DO
      * PEDIDO VIGENTE NA DATA DE NEGOCIO (MESMA
      * VARREDURA ASCENDENTE DO MASTER DE FRETE), REDUZ A BASE PELO
      * PERCENTUAL DE REDUCAO DA VERSAO E APLICA A ALIQUOTA. SEM
      * VERSAO VIGENTE OU MASTER INDISPONIVEL: BASE E ICMS ZERADOS.
      ******************************************************************
       CALCULAR-ICMS-FRETE.
           MOVE ZEROS TO WRK-BASE-ICMS WRK-VALOR-ICMS.
           MOVE ZEROS TO WRK-ALIQ-ICMS WRK-RED-ICMS.
           MOVE 'N'   TO WRK-ICMS-ACHADO.
           IF NOT ICMS-DISPONIVEL
               OR WRK-FRETE IS EQUAL ZEROS
               GO TO CALCULAR-ICMS-FRETE-EXIT
           END-IF.
           MOVE 'N'           TO WRK-EOF-ICMS.
           MOVE WRK-UF-ORIGEM TO IC-UF-ORIGEM.
           MOVE WRK-UF        TO IC-UF-DESTINO.
           MOVE ZEROS         TO IC-DATA-VIGENCIA.
           START ICMSMST KEY IS NOT LESS THAN IC-CHAVE
               INVALID KEY SET FIM-DE-VERSOES-ICMS TO TRUE
           END-START.
           PERFORM LER-VERSAO-ICMS THRU LER-VERSAO-ICMS-EXIT
               UNTIL FIM-DE-VERSOES-ICMS.
           IF NOT ALIQUOTA-ICMS-ACHADA
               DISPLAY 'AVISO - SEM ALIQUOTA DE ICMS VIGENTE PARA '
                       WRK-UF-ORIGEM '-' WRK-UF ' - FRETE SEM ICMS'
               GO TO CALCULAR-ICMS-FRETE-EXIT
           END-IF.
           IF WRK-ALIQ-ICMS IS EQUAL ZEROS
               GO TO CALCULAR-ICMS-FRETE-EXIT
           END-IF.
           COMPUTE WRK-BASE-ICMS ROUNDED =
                   WRK-FRETE * (1 - WRK-RED-ICMS).
           COMPUTE WRK-VALOR-ICMS ROUNDED =
                   WRK-BASE-ICMS * WRK-ALIQ-ICMS.
       CALCULAR-ICMS-FRETE-EXIT.
           EXIT.

       LER-VERSAO-ICMS.
           READ ICMSMST NEXT RECORD
               AT END SET FIM-DE-VERSOES-ICMS TO TRUE
           END-READ.
           IF WRK-FS-ICMSMST IS NOT EQUAL TO '00'
               SET FIM-DE-VERSOES-ICMS TO TRUE
           END-IF.
           IF NOT FIM-DE-VERSOES-ICMS
               IF IC-UF-ORIGEM IS NOT EQUAL TO WRK-UF-ORIGEM
                   OR IC-UF-DESTINO IS NOT EQUAL TO WRK-UF
                   OR IC-DATA-VIGENCIA IS GREATER THAN
                      WRK-DATA-EXECUCAO
                   SET FIM-DE-VERSOES-ICMS TO TRUE
               ELSE
                   SET ALIQUOTA-ICMS-ACHADA TO TRUE
                   MOVE IC-ALIQUOTA TO WRK-ALIQ-ICMS
                   IF IC-REDUCAO-BASE IS NUMERIC
                       MOVE IC-REDUCAO-BASE TO WRK-RED-ICMS
                   ELSE
                       MOVE ZEROS TO WRK-RED-ICMS
                   END-IF
               END-IF
           END-IF.
       LER-VERSAO-ICMS-EXIT.
           EXIT.

      ******************************************************************
      * OBTEM A DATA DE PROCESSAMENTO DO CABECALHO DE CONTROLE GRAVADO
      * PELO PROGCOB03 (ULTIMO REGISTRO DE CTLFILE.DAT). SE O ARQUIVO

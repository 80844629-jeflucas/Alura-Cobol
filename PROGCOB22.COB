      * OBJETIVO: LIBERACAO DA RETENCAO DE CREDITO. O SUPERVISOR
      *           REVISA, UM A UM, OS PEDIDOS QUE O LOTE DO PROGCOB09
      *           DESVIOU PARA FRETEHLD.DAT POR ESTOURO DO LIMITE DE
      *           CREDITO DO CLIENTE OU POR FATURA VENCIDA, E DECIDE:
      *             A - APROVA: O PEDIDO E GRAVADO NO ARQUIVO DE
      *                 LIBERADOS FRETELIB.DAT, QUE A EXTRACAO
      *                 (PROGCOB11) LE COMO ENTRADA ADICIONAL AO
      *                    LIBERACAO (LB-OPERADOR) E NO SUSPENSE DO
      *                    REPROVADO (RJ-OPERADOR) - A AUDITORIA
      *                    PEDIU O APROVADOR E NAO TINHAMOS NADA.
      * OUT/2026   JL      A TELA PASSA A MOSTRAR A REGRA QUE RETEVE O
      *                    PEDIDO (HD-MOTIVO: LIMITE ESTOURADO OU
      *                    FATURA VENCIDA, COM OS DIAS DE ATRASO),
      *                    AGORA QUE O PROGCOB09 TAMBEM RETEM POR
      *                    ATRASO DE PAGAMENTO.
      * OUT/2026   JL      A COTACAO DE FRETE DO PEDIDO RETIDO
      *                    (HD-COTACAO) PASSA A IR PARA A LIBERACAO
      *                    (LB-COTACAO). FRETEHLD.DAT PASSA A 99 E
      *                    FRETELIB.DAT A 75 POSICOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETEHLD
           RECORD CONTAINS 99 CHARACTERS.
           COPY FRETEHLD.

       FD  FRETEHWK
           RECORD CONTAINS 99 CHARACTERS.
       01 HWK-REGISTRO            PIC X(99).

       FD  FRETELIB
           RECORD CONTAINS 75 CHARACTERS.
           COPY FRETELIB.

       FD  FRETEREJ
           DISPLAY '  LIMITE .......: R$' HD-LIMITE-CREDITO
                   '  EXPOSICAO: R$' HD-VALOR-ACUMULADO.
           DISPLAY '  RETIDO EM ....: ' HD-DATA-RETENCAO.
           IF HD-RETIDO-ATRASO
               DISPLAY '  MOTIVO .......: FATURA VENCIDA HA '
                       HD-DIAS-ATRASO ' DIAS'
           ELSE
               DISPLAY '  MOTIVO .......: LIMITE DE CREDITO ESTOURADO'
           END-IF.
           DISPLAY 'APROVA (A), REPROVA (R) OU PULA (S)? '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE TRUE

      ******************************************************************
      * PEDIDO APROVADO VAI PARA O ARQUIVO DE LIBERADOS COM A MESMA
      * CHAVE E OS MESMOS DADOS, COTACAO DE FRETE INCLUSIVE: A
      * EXTRACAO DA NOITE SEGUINTE O LE COMO ENTRADA ADICIONAL (A
      * CHAVE PASSA NO MASTER DE CHAVES PORQUE A DATA DE NEGOCIO SERA
      * OUTRA) E O CONTROLE DE LIMITE DO PROGCOB09 DISPENSA A CHAVE
      * LIBERADA, PARA O PEDIDO NAO VOLTAR DIRETO PARA A RETENCAO.
      ******************************************************************
       2100-APROVAR-PEDIDO.
           MOVE HD-ORDER-KEY      TO LB-ORDER-KEY.
               MOVE 'N'           TO LB-SERVICO
           END-IF.
           MOVE WRK-OPERADOR      TO LB-OPERADOR.
           IF HD-COTACAO IS NUMERIC
               MOVE HD-COTACAO    TO LB-COTACAO
           ELSE
               MOVE ZEROS         TO LB-COTACAO
           END-IF.
           WRITE LB-REGISTRO.
           MOVE 'LI' TO WRK-STATUS-EVENTO.
           PERFORM 2500-GRAVAR-SITUACAO THRU 2500-GRAVAR-SITUACAO-EXIT.

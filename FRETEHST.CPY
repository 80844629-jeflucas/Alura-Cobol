      *           CARGA ('BATCH' QUANDO NAO INFORMADO), NO FIM DO
      *           REGISTRO PARA OS REGISTROS ANTIGOS CONTINUAREM
      *           ALINHADOS.
      *           COM A DUPLA CONFERENCIA DAS ALTERACOES (FILA
      *           FRETEPND.DAT), O HISTORICO PASSA A TER TAMBEM A
      *           DECISAO DO SUPERVISOR NO PROGCOB45: FH-EVENTO 'A'
      *           APROVADA OU 'R' REJEITADA; 'M' (OU BRANCO NOS
      *           REGISTROS ANTIGOS) E A ALTERACAO DO MASTER FEITA PELO
      *           PROGCOB10. FH-OPERADOR E QUEM LANCOU A TRANSACAO E
      *           FH-APROVADOR O SUPERVISOR QUE DECIDIU.
      ******************************************************************
       01 FH-REGISTRO.
          02 FH-UF              PIC X(02).
          02 FH-PERCENTUAL-NOVO PIC 9(01)V9(04).
          02 FH-DATA-ALTERACAO  PIC 9(08).
          02 FH-OPERADOR        PIC X(08).
          02 FH-EVENTO          PIC X(01).
             88 FH-ALTERACAO-MASTER   VALUE 'M' ' '.
             88 FH-APROVACAO          VALUE 'A'.
             88 FH-REJEICAO           VALUE 'R'.
          02 FH-APROVADOR       PIC X(08).

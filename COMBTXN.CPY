      ******************************************************************
      * COPYBOOK: COMBTXN
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DA TRANSACAO DE CARGA/ALTERACAO DO PERCENTUAL
      *           SEMANAL DO ADICIONAL DE COMBUSTIVEL, LIDA PELO
      *           PROGCOB48 (ARQUIVO COMBTXN.DAT). ST-REGIAO EM BRANCO
      *           E O PERCENTUAL PADRAO (VER COMBTAB). ST-DATA-VIGENCIA
      *           E A DATA DE INICIO DE VIGENCIA (PODE SER FUTURA, PARA
      *           CARGA ANTECIPADA DA SEMANA SEGUINTE); ZERADA, VALE A
      *           DATA DO DIA DA CARGA.
      ******************************************************************
       01 ST-REGISTRO.
          02 ST-REGIAO           PIC X(02).
          02 ST-PERCENTUAL       PIC 9(01)V9(04).
          02 ST-DATA-VIGENCIA    PIC 9(08).

      ******************************************************************
      * COPYBOOK: ICMSTAB
      * AUTHOR:   EQUIPE-COBOL
      * DATE:     OUT 2026
      * OBJETIVO: LAYOUT DO MASTER DE ALIQUOTAS DE ICMS SOBRE O FRETE
      *           (ICMS.DAT, INDEXADO POR IC-CHAVE), MANTIDO PELO
      *           PROGCOB37 A PARTIR DE ICMSTXN.DAT E CONSULTADO PELO
      *           CALCULO (PROGCOB09/14). A CHAVE E A UF DE ORIGEM DA
      *           PRESTACAO, A UF DE DESTINO E A DATA DE INICIO DE
      *           VIGENCIA: COMO NO MASTER DE FRETE, O CALCULO USA A
      *           VERSAO COM A MAIOR VIGENCIA QUE NAO ULTRAPASSE A
      *           DATA DE NEGOCIO DO LOTE.
      *           IC-REDUCAO-BASE E O PERCENTUAL DE REDUCAO DA BASE DE
      *           CALCULO (0,2000 = BASE DE 80% DO FRETE); ZERADO, A
      *           BASE E O FRETE CHEIO. IC-ALIQUOTA ZERADA = PRESTACAO
      *           ISENTA (BASE E IMPOSTO GRAVADOS ZERADOS).
      ******************************************************************
       01 IC-REGISTRO.
          02 IC-CHAVE.
             03 IC-UF-ORIGEM     PIC X(02).
             03 IC-UF-DESTINO    PIC X(02).
             03 IC-DATA-VIGENCIA PIC 9(08).
          02 IC-ALIQUOTA         PIC 9(01)V9(04).
          02 IC-ALIQUOTA-ANT     PIC 9(01)V9(04).
          02 IC-REDUCAO-BASE     PIC 9(01)V9(04).
          02 IC-DATA-ALTERACAO   PIC 9(08).

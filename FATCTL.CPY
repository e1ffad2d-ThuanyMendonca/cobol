      *****************************************************************
      * FATCTL.CPY
      * Layout do registro do controle de faturamento FATCTL.DAT
      * (indexado, chave site + competencia AAAAMM), mantido pelo
      * FATCORP.cbl: um registro por site faturavel e mes ja
      * faturado, com a fatura vigente, o que ela cobrou e quem a
      * emitiu. Mes com registro esta travado: o FATCORP recusa
      * fatura-lo de novo, e so o credito/refaturamento do supervisor
      * (modo C) troca a fatura vigente.
      *
      * FCT-SITUACAO:
      *   "F" faturado - FCT-FATURA e a fatura vigente do mes;
      *   "N" numeracao - registro de site em branco e competencia
      *       000000 que guarda em FCT-FATURA o ultimo numero de
      *       fatura (ou nota de credito) emitido.
      *
      * FCT-FATURA-ANTERIOR e FCT-CREDITO: no refaturamento, a fatura
      * substituida e o numero da nota de credito que a estornou.
      * FCT-REFATURAMENTOS conta quantas vezes o mes foi refaturado.
      *****************************************************************
       01 FCT-REG.
           05 FCT-CHAVE.
               10 FCT-SITE             PIC X(03).
               10 FCT-COMPETENCIA      PIC 9(06).
           05 FCT-SITUACAO             PIC X.
               88 FCT-FATURADO         VALUE "F".
               88 FCT-NUMERACAO        VALUE "N".
           05 FCT-FATURA               PIC 9(07).
           05 FCT-EMISSAO              PIC 9(08).
           05 FCT-OPERADOR             PIC X(12).
           05 FCT-QTD-ITENS            PIC 9(07).
           05 FCT-VALOR                PIC 9(09)V99.
           05 FCT-REFATURAMENTOS       PIC 9(03).
           05 FCT-FATURA-ANTERIOR      PIC 9(07).
           05 FCT-CREDITO              PIC 9(07).
           05 FILLER                   PIC X(20).

      *****************************************************************
      * PACJRN.CPY
      * Layout do registro do diario de imagens do mestre de
      * pacientes (geracoes diarias PACJRN.AAAAMMDD.DAT, gravadas
      * pelo PACJRNL.cbl): um registro por gravacao, regravacao ou
      * exclusao de um registro de PACIENTE.DAT, com a imagem inteira
      * do registro antes e depois da operacao (80 bytes cada, o
      * layout do PACIENTE.CPY). E o que permite ao PACRECUP.cbl
      * reconstruir o mestre a partir do backup restaurado - o
      * AUDIT.LOG descreve as alteracoes em texto livre e nao serve
      * para isso.
      *
      * JRN-OPERACAO: "I" inclusao (JRN-ANTES em branco), "A"
      * alteracao (antes e depois com a mesma chave) e "E" exclusao
      * (JRN-DEPOIS em branco). Troca de chave (nome ou data) e
      * sempre uma exclusao seguida de uma inclusao. JRN-HORA e
      * HHMMSSCC; a ordem de reaplicacao e a ordem de gravacao no
      * arquivo. JRN-OPERADOR e o USER da sessao (o mesmo que o
      * AUDITLOG carimba) e JRN-PROGRAMA quem gravou.
      *****************************************************************
       01 JRN-REG.
           05 JRN-DATA                 PIC 9(08).
           05 JRN-HORA                 PIC 9(08).
           05 JRN-PROGRAMA             PIC X(08).
           05 JRN-OPERADOR             PIC X(12).
           05 JRN-OPERACAO             PIC X.
               88 JRN-INCLUSAO         VALUE "I".
               88 JRN-ALTERACAO        VALUE "A".
               88 JRN-EXCLUSAO         VALUE "E".
           05 JRN-ANTES                PIC X(80).
           05 JRN-DEPOIS               PIC X(80).

      * contato, uma data de retorno opcional e uma observacao. A
      * chave SEG-NUMERO vem do arquivo de controle SEGCTL.DAT, no
      * mesmo esquema do PACIDCTL.DAT do cadastro de pacientes.
      *
      * Caso pendente com tentativas sem sucesso demais (diario
      * SEGTENT.DAT) passa para "E" (escalado) pelo SEGESCAL.cbl e
      * sai da fila comum: so o supervisor o puxa no SEGTRAB. Para
      * todo o resto (SEGPEND, SEGPREV, CLINRET) o caso escalado
      * continua aberto como um pendente.
      *****************************************************************
       01 SEG-REG.
           05 SEG-NUMERO               PIC 9(07).
               88 SEG-CONTATADO        VALUE "C".
               88 SEG-RESOLVIDO        VALUE "R".
               88 SEG-INLOCALIZAVEL    VALUE "I".
               88 SEG-ESCALADO         VALUE "E".
           05 SEG-DATA-CONTATO         PIC 9(08).
           05 SEG-DATA-RETORNO         PIC 9(08).
           05 SEG-OBSERVACAO           PIC X(40).

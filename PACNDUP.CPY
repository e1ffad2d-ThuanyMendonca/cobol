      *****************************************************************
      * PACNDUP.CPY
      * Layout do registro do arquivo de pares "nao e a mesma pessoa"
      * (arquivo indexado PACNDUP.DAT), mantido e lido pelo
      * PACDUPL.cbl: cada registro e um par de IDs permanentes que o
      * relatorio de provaveis duplicatas apontou e que o supervisor
      * conferiu e declarou serem pessoas diferentes. O par marcado
      * nao volta mais ao relatorio.
      *
      * A chave leva sempre o ID menor primeiro, de modo que o par
      * (A, B) e o par (B, A) sao o mesmo registro. NDP-DATA e
      * NDP-OPERADOR registram quando e por quem a marcacao foi
      * feita; desfazer a marcacao exclui o registro.
      *****************************************************************
       01 NDP-REG.
           05 NDP-CHAVE.
               10 NDP-ID-MENOR         PIC 9(07).
               10 NDP-ID-MAIOR         PIC 9(07).
           05 NDP-DATA                 PIC 9(08).
           05 NDP-OPERADOR             PIC X(12).
           05 FILLER                   PIC X(20).

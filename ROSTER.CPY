      * a tabela SITETAB.DAT (ver SITEVAL.cbl); o ROSEDIT grava o
      * roster limpo agrupado por site para a quebra de controle do
      * relatorio do IMCLOTE.
      *
      * Remessa em planilha (CSV) chega neste layout pelo ROSCSV.cbl,
      * que converte nome, data, decimais e carimba ROS-SITE antes do
      * ROSEDIT.
      *****************************************************************
       01 ROSTER-REG.
           05 ROS-NOME                 PIC X(20).

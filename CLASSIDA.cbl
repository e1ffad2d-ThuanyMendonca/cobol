      * triagem escolar marcava crianca de peso normal como "Abaixo
      * do peso" com os cortes de adulto.
      *
      * A primeira linha da CLASSIDA.TAB identifica a revisao das
      * curvas: "V", numero de versao (4 digitos) e data de vigencia
      * AAAAMMDD. Ela nao e faixa e e pulada na carga; quem precisa
      * dela e o PACRECL, que reclassifica o mestre inteiro quando a
      * tabela (ou um corte do CLASSIMC) muda e imprime a versao
      * aplicada.
      *
      * Se a tabela nao puder ser aberta, avisa uma unica vez e
      * classifica como adulto (melhor um corte errado e avisado do
      * que derrubar a triagem inteira no meio).
           05 TAB-P95                  PIC 9(03)V99.
           05 FILLER                   PIC X.
           05 TAB-P97                  PIC 9(03)V99.
       01 TABELA-VERSAO-REG REDEFINES TABELA-REG.
           05 TAB-TIPO                 PIC X.
               88 TAB-LINHA-VERSAO     VALUE "V".
           05 FILLER                   PIC X.
           05 TAB-VERSAO               PIC 9(04).
           05 FILLER                   PIC X.
           05 TAB-VIGENCIA             PIC 9(08).
           05 FILLER                   PIC X(22).

       WORKING-STORAGE SECTION.

               AT END
                   MOVE "S" TO WS-FIM-TABELA
               NOT AT END
                   IF NOT TAB-LINHA-VERSAO
                       PERFORM GUARDAR-FAIXA
                   END-IF
           END-READ.

       GUARDAR-FAIXA.
           IF WS-TOTAL-FAIXAS < WS-MAX-FAIXAS
               ADD 1 TO WS-TOTAL-FAIXAS
               MOVE TAB-SEXO TO WS-FX-SEXO (WS-TOTAL-FAIXAS)
               MOVE TAB-IDADE TO WS-FX-IDADE (WS-TOTAL-FAIXAS)
               MOVE TAB-P03 TO WS-FX-P03 (WS-TOTAL-FAIXAS)
               MOVE TAB-P05 TO WS-FX-P05 (WS-TOTAL-FAIXAS)
               MOVE TAB-P85 TO WS-FX-P85 (WS-TOTAL-FAIXAS)
               MOVE TAB-P95 TO WS-FX-P95 (WS-TOTAL-FAIXAS)
               MOVE TAB-P97 TO WS-FX-P97 (WS-TOTAL-FAIXAS)
           ELSE
               MOVE "S" TO WS-FIM-TABELA
           END-IF.

      *****************************************************************
      * Faixa do sexo e idade do cliente; idades abaixo da menor
      * linha da tabela usam a menor linha daquele sexo.

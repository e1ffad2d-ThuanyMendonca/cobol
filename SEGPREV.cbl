      * O caso preventivo usa a mesma numeracao do SEGCTL.DAT e entra
      * na mesma fila do SEGTRAB, com SEG-PROGRAMA "SEGPREV" - e
      * assim que a equipe distingue prevencao de excecao extrema e
      * prioriza. Cliente que ja tem caso aberto (pendente, escalado
      * ou contatado aguardando retorno), de qualquer origem, nao ganha
      * caso duplicado. O relatorio SEGPREV.LST lista cada caso
      * aberto com o gatilho, e a execucao e registrada via AUDITLOG.
      *****************************************************************
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       IF SEG-PENDENTE OR SEG-CONTATADO
                               OR SEG-ESCALADO
                           PERFORM GUARDAR-CASO-ABERTO
                       END-IF
               END-READ

      * relatorio que prova que nenhum caso de magreza severa ou
      * obesidade grau III esta caindo no esquecimento - qualquer
      * linha na faixa de 14 dias e motivo de cobranca imediata.
      *
      * Caso escalado ao supervisor pelo SEGESCAL (tentativas sem
      * sucesso demais) continua sem desfecho e entra na lista e nas
      * faixas de idade como qualquer pendente, marcado "ESCALADO",
      * com total proprio no resumo.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-PEND-3-DIAS PIC 9(05) VALUE 0.
       01 WS-PEND-7-DIAS PIC 9(05) VALUE 0.
       01 WS-PEND-14-DIAS PIC 9(05) VALUE 0.
       01 WS-TOTAL-ESCALADOS PIC 9(05) VALUE 0.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(40) VALUE
           05 WS-DET-CLASSE      PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-DIAS        PIC ZZZZ9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-SITUACAO    PIC X(08).

       01 WS-RESUMO-1.
           05 FILLER             PIC X(32) VALUE
           05 FILLER             PIC X(32) VALUE
               "Pendentes ha mais de 14 dias..".
           05 WS-RES-14-DIAS     PIC ZZZZ9.
       01 WS-RESUMO-5.
           05 FILLER             PIC X(32) VALUE
               "Escalados ao supervisor.......".
           05 WS-RES-ESCALADOS   PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
                   AT END
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       IF SEG-PENDENTE OR SEG-ESCALADO
                           PERFORM IMPRIMIR-PENDENTE
                       END-IF
               END-READ
           MOVE SEG-IMC TO WS-DET-IMC.
           MOVE SEG-CLASSIFICACAO TO WS-DET-CLASSE.
           MOVE WS-IDADE-DIAS TO WS-DET-DIAS.
           IF SEG-ESCALADO
               MOVE "ESCALADO" TO WS-DET-SITUACAO
               ADD 1 TO WS-TOTAL-ESCALADOS
           ELSE
               MOVE SPACES TO WS-DET-SITUACAO
           END-IF.
           MOVE WS-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-PEND-14-DIAS TO WS-RES-14-DIAS.
           MOVE WS-RESUMO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ESCALADOS TO WS-RES-ESCALADOS.
           MOVE WS-RESUMO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM SEGPEND.

      * O SEGPEND continua sendo o relatorio de envelhecimento desde
      * a abertura; este aqui e especificamente a lista do "dissemos
      * que ligariamos de volta no dia 15".
      *
      * Cada execucao fica registrada no controle da sequencia
      * noturna (NOTCTL.DAT, via NOTCTL.cbl) com os retornos vencidos
      * e os casos devolvidos a fila; uma segunda execucao na mesma
      * data e recusada com RETURN-CODE 4 ate o supervisor liberar o
      * reprocessamento no NOTSTAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
               "Casos devolvidos a fila.......".
           05 WS-RES-REABERTOS   PIC ZZZZ9.

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-NCT-PASSO PIC X(8) VALUE "SEGRETOR".
       01 WS-NCT-FUNCAO PIC X.
       01 WS-NCT-DATA PIC 9(8).
       01 WS-NCT-QTD-LIDOS PIC 9(7).
       01 WS-NCT-QTD-GERADOS PIC 9(7).
       01 WS-NCT-RESULTADO PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-NUM).
           PERFORM CONTROLAR-INICIO.

           OPEN I-O SEGUIMTO-FILE.
           IF WS-STATUS-SEGUIMTO NOT = "00"
           CALL "AUDITFIM" END-CALL.
           CLOSE SEGUIMTO-FILE.
           CLOSE REPORT-FILE.
           PERFORM CONTROLAR-FIM.
           DISPLAY "Lista de retornos gerada: " WS-TOTAL-VENCIDOS
               " vencido(s), " WS-TOTAL-REABERTOS
               " devolvido(s) a fila."
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Controle da sequencia noturna: uma execucao concluida por
      * data de negocio; a segunda e recusada (RETURN-CODE 4) ate o
      * supervisor liberar o reprocessamento no NOTSTAT.
      *****************************************************************
       CONTROLAR-INICIO.
           ACCEPT WS-NCT-DATA FROM DATE YYYYMMDD.
           MOVE "V" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.
           IF WS-NCT-RESULTADO = "N"
               DISPLAY "SEGRETOR ja concluido em " WS-NCT-DATA
                   "; nova execucao so com liberacao do supervisor "
                   "(NOTSTAT)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CONTROLAR-FIM.
           MOVE WS-TOTAL-VENCIDOS TO WS-NCT-QTD-LIDOS.
           MOVE WS-TOTAL-REABERTOS TO WS-NCT-QTD-GERADOS.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; SEGRETOR "
                   "encerrado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM SEGRETOR.

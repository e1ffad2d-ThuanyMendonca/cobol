      * parametro invalido encerra com erro. O job le a geracao
      * diaria do log (AUDIT.AAAAMMDD.LOG, ver AUDITLOG.cbl), caindo
      * no AUDIT.LOG unico antigo quando a geracao do dia nao
      * existe. Sem nenhum dos dois (dia sem movimento, feriado,
      * maquina parada) a data e conciliada com zero linhas de
      * auditoria - o mestre do dia ainda e conferido - e concluida
      * no controle, para a recuperacao seguir para a data seguinte.
      *
      * Cada data conciliada fica registrada no controle da sequencia
      * noturna (NOTCTL.DAT, via NOTCTL.cbl) com as linhas de
      * auditoria do dia e o total de divergencias. Com data zero o
      * programa concilia, em ordem, toda data pendente - noites em
      * que o job nao rodou ou caiu no meio - ate hoje, uma secao do
      * AUDCONC.LST por data. Data ja concluida informada
      * explicitamente e recusada (RETURN-CODE 4) ate o supervisor
      * liberar o reprocessamento no NOTSTAT; sem nada pendente o
      * programa termina com RETURN-CODE 4. Erro no arquivo de
      * controle encerra com RETURN-CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 FILLER           PIC X(04) VALUE ".LOG".

       01 WS-FIM-AUDIT PIC X VALUE "N".
       01 WS-AUDIT-ABERTO PIC X VALUE "N".
       01 WS-FIM-MESTRE PIC X VALUE "N".

       01 WS-DATA-CONCILIA PIC 9(08).

       01 WS-LINHA-BALANCO PIC X(40).

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-MODO-PENDENTES PIC X VALUE "N".
       01 WS-TOTAL-DATAS PIC 9(05) VALUE 0.
       01 WS-NCT-PASSO PIC X(8) VALUE "AUDCONC".
       01 WS-NCT-FUNCAO PIC X.
       01 WS-NCT-DATA PIC 9(8).
       01 WS-NCT-QTD-LIDOS PIC 9(7).
       01 WS-NCT-QTD-GERADOS PIC 9(7).
       01 WS-NCT-RESULTADO PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM OBTER-PARAMETRO.
               ACCEPT WS-DATA-CONCILIA
           END-IF.
           IF WS-DATA-CONCILIA = 0
               MOVE "S" TO WS-MODO-PENDENTES
               MOVE 0 TO WS-NCT-DATA
               MOVE "P" TO WS-NCT-FUNCAO
               PERFORM CHAMAR-CONTROLE
               IF WS-NCT-RESULTADO = "N"
                   DISPLAY "Nenhuma data pendente de conciliacao."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NCT-DATA TO WS-DATA-CONCILIA
           ELSE
               MOVE WS-DATA-CONCILIA TO WS-NCT-DATA
               MOVE "V" TO WS-NCT-FUNCAO
               PERFORM CHAMAR-CONTROLE
               IF WS-NCT-RESULTADO = "N"
                   DISPLAY "Conciliacao de " WS-DATA-CONCILIA
                       " ja concluida; reprocessamento so com "
                       "liberacao do supervisor (NOTSTAT)."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM UNTIL WS-DATA-CONCILIA = 0
               PERFORM CONCILIAR-DATA
               IF WS-MODO-PENDENTES = "S"
                   MOVE WS-DATA-CONCILIA TO WS-NCT-DATA
                   MOVE "P" TO WS-NCT-FUNCAO
                   PERFORM CHAMAR-CONTROLE
                   MOVE WS-NCT-DATA TO WS-DATA-CONCILIA
               ELSE
                   MOVE 0 TO WS-DATA-CONCILIA
               END-IF
           END-PERFORM.
           PERFORM FECHAR-ARQUIVOS.
           STOP RUN.

      *****************************************************************
      * Conciliacao completa de WS-DATA-CONCILIA, marcada em andamento
      * antes e concluida depois no controle noturno.
      *****************************************************************
       CONCILIAR-DATA.
           MOVE WS-DATA-CONCILIA TO WS-NCT-DATA.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.
           MOVE 0 TO WS-TOTAL-AUDIT-DIA.
           MOVE 0 TO WS-TOTAL-MESTRE-DIA.
           MOVE 0 TO WS-AUDIT-SEM-MESTRE.
           MOVE 0 TO WS-MESTRE-SEM-AUDIT.
           MOVE 0 TO WS-TOTAL-NOMES.
           MOVE "N" TO WS-FIM-AUDIT.
           MOVE "N" TO WS-FIM-MESTRE.
           PERFORM ABRIR-AUDITORIA.
           IF WS-TOTAL-DATAS > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM CONCILIAR-AUDITORIA.
           PERFORM CONCILIAR-MESTRE.
           PERFORM IMPRIMIR-RESUMO.
           IF WS-AUDIT-ABERTO = "S"
               CLOSE AUDIT-FILE
           END-IF.
           ADD 1 TO WS-TOTAL-DATAS.

           MOVE WS-DATA-CONCILIA TO WS-NCT-DATA.
           MOVE WS-TOTAL-AUDIT-DIA TO WS-NCT-QTD-LIDOS.
           COMPUTE WS-NCT-QTD-GERADOS =
               WS-AUDIT-SEM-MESTRE + WS-MESTRE-SEM-AUDIT.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

           IF WS-AUDIT-SEM-MESTRE = 0 AND WS-MESTRE-SEM-AUDIT = 0
               DISPLAY "Dia " WS-DATA-CONCILIA " balanceado."
               DISPLAY "Dia " WS-DATA-CONCILIA " NAO balanceado - ver "
                   "AUDCONC.LST."
           END-IF.

      *****************************************************************
      * Erro no arquivo de controle encerra sem seguir adiante.
      *****************************************************************
       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; conciliacao "
                   "interrompida na data " WS-NCT-DATA "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Parametro via DD CONPARM: ausente ou vazio cai no prompt
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * Geracao do log da data conciliada, aberta e fechada a cada
      * data. Sem a geracao e sem o AUDIT.LOG antigo o dia nao teve
      * auditoria: segue com zero linhas em vez de abortar.
      *****************************************************************
       ABRIR-AUDITORIA.
           MOVE "S" TO WS-AUDIT-ABERTO.
           MOVE "AUDIT." TO WS-AUDIT-ARQUIVO.
           MOVE WS-DATA-CONCILIA TO WS-ARQ-DATA.
           MOVE ".LOG" TO WS-AUDIT-ARQUIVO (15:4).
           OPEN INPUT AUDIT-FILE.
           IF WS-STATUS-AUDIT = "35"
               DISPLAY "Geracao diaria " WS-AUDIT-ARQUIVO
               MOVE "AUDIT.LOG" TO WS-AUDIT-ARQUIVO
               OPEN INPUT AUDIT-FILE
           END-IF.
           IF WS-STATUS-AUDIT = "35"
               DISPLAY "Sem log de auditoria para " WS-DATA-CONCILIA
                   "; conciliando com zero linhas."
               MOVE "N" TO WS-AUDIT-ABERTO
               MOVE "S" TO WS-FIM-AUDIT
           ELSE
               IF WS-STATUS-AUDIT NOT = "00"
                   DISPLAY "Erro ao abrir arquivo de auditoria. "
                       "Status: " WS-STATUS-AUDIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT PACIENTE-FILE.
           IF WS-STATUS-PACIENTE NOT = "00"
               DISPLAY "Erro ao abrir arquivo de pacientes. Status: "
           WRITE REPORT-LINE.

       FECHAR-ARQUIVOS.
           CLOSE PACIENTE-FILE.
           CLOSE REPORT-FILE.


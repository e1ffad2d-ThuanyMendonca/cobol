      * vazio) o programa volta a perguntar a data ao operador, como
      * sempre fez; parametro presente mas invalido encerra com erro
      * em vez de pendurar o job noturno num ACCEPT.
      *
      * Cada data extraida fica registrada no controle da sequencia
      * noturna (NOTCTL.DAT, via NOTCTL.cbl) com os registros do
      * mestre lidos e os detalhes enviados. Com data zero o programa
      * nao extrai so "hoje": extrai, em ordem, toda data pendente -
      * noites em que o job nao rodou ou caiu no meio - ate hoje,
      * cada uma com o seu header e trailer, um lote depois do outro
      * no mesmo EXTCLIN.DAT e no mesmo EXTCLIN.LST. Data ja
      * concluida nunca e enviada de novo: informada explicitamente,
      * a extracao e recusada (RETURN-CODE 4) ate o supervisor
      * liberar o reprocessamento no NOTSTAT; sem nada pendente o
      * programa termina com RETURN-CODE 4 sem tocar no EXTCLIN.DAT
      * ainda nao transmitido. Erro no arquivo de controle encerra
      * com RETURN-CODE 8.
      *****************************************************************

       ENVIRONMENT DIVISION.

       01 WS-TOTAL-DETALHES PIC 9(07) VALUE 0.
       01 WS-HASH-IMC PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-LIDOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-DATAS PIC 9(05) VALUE 0.
       01 WS-TOTAL-GERAL PIC 9(07) VALUE 0.

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-MODO-PENDENTES PIC X VALUE "N".
       01 WS-NCT-PASSO PIC X(8) VALUE "EXTCLIN".
       01 WS-NCT-FUNCAO PIC X.
       01 WS-NCT-DATA PIC 9(8).
       01 WS-NCT-QTD-LIDOS PIC 9(7).
       01 WS-NCT-QTD-GERADOS PIC 9(7).
       01 WS-NCT-RESULTADO PIC X.

       01 WS-REG-HEADER.
           05 FILLER               PIC X VALUE "H".
               ACCEPT WS-DATA-EXTRACAO
           END-IF.
           IF WS-DATA-EXTRACAO = 0
               MOVE "S" TO WS-MODO-PENDENTES
               MOVE 0 TO WS-NCT-DATA
               MOVE "P" TO WS-NCT-FUNCAO
               PERFORM CHAMAR-CONTROLE
               IF WS-NCT-RESULTADO = "N"
                   DISPLAY "Nenhuma data pendente de extracao."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NCT-DATA TO WS-DATA-EXTRACAO
           ELSE
               MOVE WS-DATA-EXTRACAO TO WS-NCT-DATA
               MOVE "V" TO WS-NCT-FUNCAO
               PERFORM CHAMAR-CONTROLE
               IF WS-NCT-RESULTADO = "N"
                   DISPLAY "Extracao de " WS-DATA-EXTRACAO
                       " ja concluida; reenvio so com liberacao do "
                       "supervisor (NOTSTAT)."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM UNTIL WS-DATA-EXTRACAO = 0
               PERFORM EXTRAIR-DATA
               IF WS-MODO-PENDENTES = "S"
                   MOVE WS-DATA-EXTRACAO TO WS-NCT-DATA
                   MOVE "P" TO WS-NCT-FUNCAO
                   PERFORM CHAMAR-CONTROLE
                   MOVE WS-NCT-DATA TO WS-DATA-EXTRACAO
               ELSE
                   MOVE 0 TO WS-DATA-EXTRACAO
               END-IF
           END-PERFORM.
           PERFORM FECHAR-ARQUIVOS.

           IF WS-TOTAL-DATAS > 1
               DISPLAY "Extracao concluida: " WS-TOTAL-DATAS
                   " data(s), " WS-TOTAL-GERAL " detalhe(s)."
           END-IF.
           STOP RUN.

      *****************************************************************
      * Um lote completo (header, detalhes, trailer e resumo) para
      * WS-DATA-EXTRACAO, marcado em andamento antes e concluido
      * depois no controle noturno.
      *****************************************************************
       EXTRAIR-DATA.
           MOVE WS-DATA-EXTRACAO TO WS-NCT-DATA.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.
           MOVE 0 TO WS-TOTAL-DETALHES.
           MOVE 0 TO WS-HASH-IMC.
           MOVE 0 TO WS-TOTAL-LIDOS.
           MOVE "N" TO WS-FIM-MESTRE.
           IF WS-TOTAL-DATAS > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM GRAVAR-HEADER.
           PERFORM EXTRAIR-DIA.
           PERFORM GRAVAR-TRAILER.
           PERFORM IMPRIMIR-RESUMO.
           ADD 1 TO WS-TOTAL-DATAS.
           ADD WS-TOTAL-DETALHES TO WS-TOTAL-GERAL.
           MOVE WS-DATA-EXTRACAO TO WS-NCT-DATA.
           MOVE WS-TOTAL-LIDOS TO WS-NCT-QTD-LIDOS.
           MOVE WS-TOTAL-DETALHES TO WS-NCT-QTD-GERADOS.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.
           DISPLAY "Extracao de " WS-DATA-EXTRACAO " concluida: "
               WS-TOTAL-DETALHES " detalhe(s).".

      *****************************************************************
      * Erro no arquivo de controle encerra sem seguir adiante: uma
      * data extraida sem registro de conclusao seria enviada de
      * novo na noite seguinte.
      *****************************************************************
       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; extracao "
                   "interrompida na data " WS-NCT-DATA "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Parametro via DD EXTPARM: ausente ou vazio cai no prompt
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF PAC-DATA-ATUAL = WS-DATA-EXTRACAO
                           PERFORM GRAVAR-DETALHE
                       END-IF

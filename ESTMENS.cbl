      * o mestre inteiro, como sempre fez. Visitas fora da janela
      * continuam alimentando a comparacao com a visita anterior,
      * entao a migracao do primeiro mes da janela sai correta.
      *
      * A execucao com ESTPARM (a do job agendado) fica registrada no
      * controle da sequencia noturna (NOTCTL.DAT, via NOTCTL.cbl)
      * com as visitas lidas e os meses impressos; uma segunda
      * execucao agendada na mesma data e recusada com RETURN-CODE 4
      * ate o supervisor liberar o reprocessamento no NOTSTAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-FIM-BUSCA PIC X VALUE "N".
       01 WS-PARM-OBTIDO PIC X VALUE "N".

       01 WS-MES-INICIAL PIC 9(06) VALUE 0.
       01 WS-MES-FINAL PIC 9(06) VALUE 999999.
       01 WS-ID-CORRENTE PIC 9(07).
       01 WS-TEM-CLIENTE PIC X VALUE "N".
       01 WS-TOTAL-SEM-CADASTRO PIC 9(07) VALUE 0.
       01 WS-TOTAL-LIDAS PIC 9(07) VALUE 0.

      *****************************************************************
      * Visitas do cliente corrente, mantidas em ordem de data por
           05 FILLER             PIC X(02) VALUE ": ".
           05 WS-MIG-CONT        PIC ZZZZ9.

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-NCT-PASSO PIC X(8) VALUE "ESTMENS".
       01 WS-NCT-FUNCAO PIC X.
       01 WS-NCT-DATA PIC 9(8).
       01 WS-NCT-QTD-LIDOS PIC 9(7).
       01 WS-NCT-QTD-GERADOS PIC 9(7).
       01 WS-NCT-RESULTADO PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "S"
               PERFORM CONTROLAR-INICIO
           END-IF.
           MOVE ZEROES TO WS-TAB-MIGRACOES.
           OPEN INPUT PACIENTE-FILE.
           IF WS-STATUS-PACIENTE NOT = "00"

           CLOSE PACIENTE-FILE.
           CLOSE REPORT-FILE.
           IF WS-PARM-OBTIDO = "S"
               PERFORM CONTROLAR-FIM
           END-IF.
           DISPLAY "Estatisticas geradas para " WS-TOTAL-MESES
               " mes(es)."
           STOP RUN.
                           IF WS-MES-FINAL = 0
                               MOVE 999999 TO WS-MES-FINAL
                           END-IF
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de meses invalido: "
                               PARM-LINE
                   AT END
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDAS
                       IF PAC-ID = 0
                           PERFORM ACUMULAR-SEM-CADASTRO
                       ELSE
               END-PERFORM
           END-PERFORM.

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
               DISPLAY "ESTMENS ja concluido em " WS-NCT-DATA
                   "; nova execucao so com liberacao do supervisor "
                   "(NOTSTAT)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CONTROLAR-FIM.
           MOVE WS-TOTAL-LIDAS TO WS-NCT-QTD-LIDOS.
           MOVE WS-TOTAL-MESES TO WS-NCT-QTD-GERADOS.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; ESTMENS "
                   "encerrado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM ESTMENS.

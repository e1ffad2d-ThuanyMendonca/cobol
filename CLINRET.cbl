      * para o relatorio de rejeitos CLINRET.LST - nada some em
      * silencio.
      *
      * Caso escalado ao supervisor (SEGESCAL) continua valendo como
      * pendente para a clinica. Cada desfecho gravado entra tambem no
      * diario de tentativas SEGTENT.DAT (via TENTLOG), com canal
      * "C" (clinica parceira) e a data de contato informada pela
      * clinica, para o historico do caso no SEGHIST ficar completo.
      *
      * Layout da interface (posicoes fixas):
      *   header.: "H" + data de geracao AAAAMMDD
      *   detalhe: "D" + id 9(7) + data visita 9(8) + desfecho X
      *   09 trailer ausente ou contagem nao confere
      *   10 registro depois do trailer
      *   11 erro de I/O ao regravar o caso (ver status no SYSOUT)
      *
      * Cada execucao fica registrada no controle da sequencia
      * noturna (NOTCTL.DAT, via NOTCTL.cbl) com os detalhes lidos e
      * os casos encerrados. Uma segunda execucao na mesma data -
      * que reingeriria o mesmo arquivo de retorno - e recusada com
      * RETURN-CODE 4 ate o supervisor liberar o reprocessamento no
      * NOTSTAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-NUMERO PIC 9(07).

       01 WS-TNT-CANAL PIC X VALUE "C".
       01 WS-TNT-STATUS PIC XX.

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(44) VALUE
               "RETORNO DA CLINICA PARCEIRA - PROCESSADO EM ".
           05 WS-MES PIC 99.
           05 WS-DIA PIC 99.

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-NCT-PASSO PIC X(8) VALUE "CLINRET".
       01 WS-NCT-FUNCAO PIC X.
       01 WS-NCT-DATA PIC 9(8).
       01 WS-NCT-QTD-LIDOS PIC 9(7).
       01 WS-NCT-QTD-GERADOS PIC 9(7).
       01 WS-NCT-RESULTADO PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           PERFORM CONTROLAR-INICIO.
           PERFORM ABRIR-ARQUIVOS.
           CALL "AUDITINI" END-CALL.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-RESUMO.
           CALL "AUDITFIM" END-CALL.
           PERFORM FECHAR-ARQUIVOS.
           PERFORM CONTROLAR-FIM.

           DISPLAY "Retorno da clinica processado: "
               WS-TOTAL-ENCERRADOS " caso(s) encerrado(s), "
                   AT END
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       IF (SEG-PENDENTE OR SEG-ESCALADO)
                               AND SEG-NOME = WS-NOME-PACIENTE
                               AND SEG-DATA-ABERTURA = WS-DATA-VISITA
                           MOVE SEG-NUMERO TO WS-NUMERO-CASO
           IF WS-STATUS-SEGUIMTO = "00"
               ADD 1 TO WS-TOTAL-ENCERRADOS
               PERFORM REGISTRAR-AUDITORIA
               PERFORM REGISTRAR-TENTATIVA
           ELSE
               MOVE "11" TO WS-MOTIVO
               PERFORM GRAVAR-REJEITO
               WS-AUD-DETALHE, SEG-IMC
           END-CALL.

       REGISTRAR-TENTATIVA.
           CALL "TENTLOG" USING SEG-NUMERO, WS-DATA-CONTATO,
               WS-AUD-PROGRAMA, WS-TNT-CANAL, SEG-STATUS,
               SEG-OBSERVACAO, WS-TNT-STATUS
           END-CALL.

       GRAVAR-REJEITO.
           MOVE WS-REG-RETORNO TO REJ-REGISTRO.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           CLOSE PACIENTE-FILE.
           CLOSE REPORT-FILE.

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
               DISPLAY "CLINRET ja concluido em " WS-NCT-DATA
                   "; nova execucao so com liberacao do supervisor "
                   "(NOTSTAT)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CONTROLAR-FIM.
           MOVE WS-TOTAL-DETALHES TO WS-NCT-QTD-LIDOS.
           MOVE WS-TOTAL-ENCERRADOS TO WS-NCT-QTD-GERADOS.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; CLINRET "
                   "encerrado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM CLINRET.

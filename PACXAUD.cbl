      * a chave nova e exclui a antiga; se ja existir visita na chave
      * canonica daquela data (duplicata criada pela propria deriva),
      * a linha sai como NAO CORRIGIVEL e fica para analise manual.
      * Toda correcao passa pelo AUDITLOG e deixa no diario de
      * imagens do dia (PACJRNL.cbl) a inclusao sob a chave canonica
      * e a exclusao da chave antiga, com os registros inteiros.
      *
      * Visitas com PAC-ID zero ficam fora desta auditoria: sao o
      * territorio do PACIDFIX/ESTMENS, nao uma divergencia entre
      * linha "R" ou "C"), para o job rodar agendado sem operador;
      * sem o arquivo de parametros (ou com ele vazio) o programa
      * pergunta o modo como sempre fez.
      *
      * A execucao agendada em modo relatorio (modo vindo do XAUPARM)
      * fica registrada no controle da sequencia noturna (NOTCTL.DAT,
      * via NOTCTL.cbl) com as visitas lidas e o total de
      * divergencias; uma segunda execucao agendada na mesma data e
      * recusada com RETURN-CODE 4 ate o supervisor liberar o
      * reprocessamento no NOTSTAT. A correcao e as execucoes
      * interativas nao passam pelo controle.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".
       01 WS-AUD-ID PIC 9(07).

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "PACXAUD".
       01 WS-JRN-OPERACAO PIC X.
       01 WS-JRN-ANTES PIC X(80).
       01 WS-JRN-DEPOIS PIC X(80).

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(44) VALUE
               "AUDITORIA MESTRE X REFERENCIA DE NOMES - ".

       01 WS-LINHA-BALANCO PIC X(40).

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-NCT-PASSO PIC X(8) VALUE "PACXAUD".
       01 WS-NCT-FUNCAO PIC X.
       01 WS-NCT-DATA PIC 9(8).
       01 WS-NCT-QTD-LIDOS PIC 9(7).
       01 WS-NCT-QTD-GERADOS PIC 9(7).
       01 WS-NCT-RESULTADO PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM OBTER-PARAMETRO.
           IF WS-MODO NOT = "C"
               MOVE "R" TO WS-MODO
           END-IF.
           IF WS-PARM-OBTIDO = "S" AND NOT MODO-CORRECAO
               PERFORM CONTROLAR-INICIO
           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           IF MODO-CORRECAO
               CALL "AUDITINI" END-CALL
               CALL "JRNLINI" END-CALL
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM CARREGAR-IDS.
           PERFORM IMPRIMIR-RESUMO.
           IF MODO-CORRECAO
               CALL "AUDITFIM" END-CALL
               CALL "JRNLFIM" END-CALL
           END-IF.
           PERFORM FECHAR-ARQUIVOS.
           IF WS-PARM-OBTIDO = "S" AND NOT MODO-CORRECAO
               PERFORM CONTROLAR-FIM
           END-IF.

           IF WS-VISITA-SEM-XREF = 0 AND WS-XREF-SEM-VISITA = 0
                   AND WS-NOME-DIVERGENTE = 0
                   CONTINUE
           END-WRITE.
           IF WS-STATUS-PACIENTE = "00" OR WS-STATUS-PACIENTE = "02"
               MOVE "I" TO WS-JRN-OPERACAO
               MOVE SPACES TO WS-JRN-ANTES
               MOVE PACIENTE-REG TO WS-JRN-DEPOIS
               PERFORM REGISTRAR-DIARIO
               MOVE WS-CHAVE-ANTIGA TO PAC-CHAVE
               READ PACIENTE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE PACIENTE-REG TO WS-JRN-ANTES
               DELETE PACIENTE-FILE
                   INVALID KEY
                       DISPLAY "Erro ao excluir chave antiga "
                           WS-ANT-NOME ". Status: "
                           WS-STATUS-PACIENTE
               END-DELETE
               IF WS-STATUS-PACIENTE = "00"
                   MOVE "E" TO WS-JRN-OPERACAO
                   MOVE SPACES TO WS-JRN-DEPOIS
                   PERFORM REGISTRAR-DIARIO
               END-IF
               ADD 1 TO WS-TOTAL-CORRIGIDOS
               PERFORM REGISTRAR-AUDITORIA-CORRECAO
           ELSE
               END-READ
           END-IF.

       REGISTRAR-DIARIO.
           CALL "PACJRNL" USING WS-JRN-PROGRAMA, WS-JRN-OPERACAO,
               WS-JRN-ANTES, WS-JRN-DEPOIS
           END-CALL.

       REGISTRAR-AUDITORIA-CORRECAO.
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE WS-IDT-ID (WS-ID-ACHADO) TO WS-AUD-ID.
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
               DISPLAY "PACXAUD ja concluido em " WS-NCT-DATA
                   "; nova execucao so com liberacao do supervisor "
                   "(NOTSTAT)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CONTROLAR-FIM.
           MOVE WS-TOTAL-VISITAS TO WS-NCT-QTD-LIDOS.
           COMPUTE WS-NCT-QTD-GERADOS = WS-VISITA-SEM-XREF
               + WS-XREF-SEM-VISITA + WS-NOME-DIVERGENTE.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; PACXAUD "
                   "encerrado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM PACXAUD.

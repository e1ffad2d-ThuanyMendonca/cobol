      * O relatorio PACIDFIX.LST mostra quantas visitas foram
      * reivindicadas por paciente e lista os nomes que continuam sem
      * cadastro, para a recepcao registrar as variantes no PACREG e
      * reexecutar. Cada visita reivindicada passa pelo AUDITLOG, e
      * cada regravacao, inclusao e exclusao no mestre deixa as
      * imagens antes/depois no diario de imagens do dia (PACJRNL).
      *
      * As chaves das visitas de ID zero sao colhidas numa primeira
      * passada (pela chave alternada PAC-ID as visitas zeradas vem
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".
       01 WS-AUD-ID PIC 9(07).

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "PACIDFIX".
       01 WS-JRN-OPERACAO PIC X.
       01 WS-JRN-ANTES PIC X(80).
       01 WS-JRN-DEPOIS PIC X(80).

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(48) VALUE
               "ATRIBUICAO DE ID AS VISITAS LEGADAS SEM CADASTRO".
           END-IF.

           CALL "AUDITINI" END-CALL.
           CALL "JRNLINI" END-CALL.

           PERFORM COLHER-VISITAS-ZERADAS.
           PERFORM VARYING WS-IND-ZER FROM 1 BY 1
           PERFORM IMPRIMIR-RELATORIO.

           CALL "AUDITFIM" END-CALL.
           CALL "JRNLFIM" END-CALL.
           CLOSE PACIENTE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "Atribuicao concluida: " WS-TOTAL-ZERADAS
      * manual, como na conversao do PACCONV.
      *****************************************************************
       REIVINDICAR-VISITA.
           MOVE PACIENTE-REG TO WS-JRN-ANTES.
           IF WS-NOME-BUSCA = PAC-NOME
               MOVE WS-ID-BUSCA TO PAC-ID
               REWRITE PACIENTE-REG
               END-REWRITE
               IF WS-STATUS-PACIENTE = "00"
                       OR WS-STATUS-PACIENTE = "02"
                   MOVE "A" TO WS-JRN-OPERACAO
                   MOVE PACIENTE-REG TO WS-JRN-DEPOIS
                   PERFORM REGISTRAR-DIARIO
                   PERFORM CONTABILIZAR-REIVINDICADA
               END-IF
           ELSE
               END-WRITE
               IF WS-STATUS-PACIENTE = "00"
                       OR WS-STATUS-PACIENTE = "02"
                   MOVE "I" TO WS-JRN-OPERACAO
                   MOVE PACIENTE-REG TO WS-JRN-DEPOIS
                   MOVE SPACES TO WS-JRN-ANTES
                   PERFORM REGISTRAR-DIARIO
                   MOVE WS-ZER-NOME (WS-IND-ZER) TO PAC-NOME
                   MOVE WS-ZER-DATA (WS-IND-ZER) TO PAC-DATA-ATUAL
                   READ PACIENTE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE PACIENTE-REG TO WS-JRN-ANTES
                   DELETE PACIENTE-FILE
                       INVALID KEY
                           DISPLAY "Erro ao excluir chave antiga de "
                               WS-ZER-NOME (WS-IND-ZER) ". Status: "
                               WS-STATUS-PACIENTE
                   END-DELETE
                   IF WS-STATUS-PACIENTE = "00"
                       MOVE "E" TO WS-JRN-OPERACAO
                       MOVE SPACES TO WS-JRN-DEPOIS
                       PERFORM REGISTRAR-DIARIO
                   END-IF
                   PERFORM CONTABILIZAR-REIVINDICADA
               ELSE
                   ADD 1 TO WS-TOTAL-DUPLICATAS
               END-IF
           END-IF.

       REGISTRAR-DIARIO.
           CALL "PACJRNL" USING WS-JRN-PROGRAMA, WS-JRN-OPERACAO,
               WS-JRN-ANTES, WS-JRN-DEPOIS
           END-CALL.

       CONTABILIZAR-REIVINDICADA.
           ADD 1 TO WS-TOTAL-REIVINDICADAS.
           PERFORM ANOTAR-PACIENTE.

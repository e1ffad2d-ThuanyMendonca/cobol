      * tamanho de arquivo para o qual foram escritos. O caminho de
      * volta e o PACREST.cbl, que restaura as visitas arquivadas de
      * um cliente quando a equipe de nutricao precisa do historico
      * longo. A execucao inteira e registrada via AUDITLOG, e cada
      * registro apagado do mestre deixa a sua imagem no diario de
      * imagens do dia (PACJRNL.cbl), para uma recuperacao do mestre
      * a partir de backup anterior ao expurgo nao ressuscitar as
      * visitas arquivadas.
      *
      * O expurgo apaga registros do mestre vivo, entao a execucao
      * exige nivel 3 (supervisor) pelo OPERNIV (tabela
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".
       01 WS-AUD-ARQUIVADOS PIC 9(07).

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "PACARQ".
       01 WS-JRN-OPERACAO PIC X VALUE "E".
       01 WS-JRN-ANTES PIC X(80).
       01 WS-JRN-DEPOIS PIC X(80) VALUE SPACES.

       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.

           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           CALL "JRNLINI" END-CALL.
           PERFORM ARQUIVAR-ANTIGOS.
           CALL "JRNLFIM" END-CALL.
           PERFORM IMPRIMIR-CONTROLE.
           PERFORM REGISTRAR-AUDITORIA.
           PERFORM FECHAR-ARQUIVOS.
                       WS-STATUS-ARQUIVO
                   MOVE "S" TO WS-FIM-MESTRE
               ELSE
                   MOVE PACIENTE-REG TO WS-JRN-ANTES
                   DELETE PACIENTE-FILE
                       INVALID KEY
                           DISPLAY "Erro ao excluir do mestre. "
                               "Status: " WS-STATUS-PACIENTE
                   END-DELETE
                   IF WS-STATUS-PACIENTE = "00"
                       CALL "PACJRNL" USING WS-JRN-PROGRAMA,
                           WS-JRN-OPERACAO, WS-JRN-ANTES,
                           WS-JRN-DEPOIS
                       END-CALL
                   END-IF
                   ADD 1 TO WS-TOTAL-ARQUIVADOS
               END-IF
           ELSE

      * ja existem no mestre (mesma chave nome+data) sao puladas, e
      * o arquivo morto nao e alterado - a copia arquivada continua
      * valendo como retencao. A restauracao e registrada via
      * AUDITLOG, e cada visita devolvida ao mestre deixa a sua
      * imagem no diario de imagens do dia (PACJRNL.cbl).
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".
       01 WS-AUD-RESTAURADOS PIC 9(05).

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "PACREST".
       01 WS-JRN-OPERACAO PIC X VALUE "I".
       01 WS-JRN-ANTES PIC X(80) VALUE SPACES.
       01 WS-JRN-DEPOIS PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY "Nome do paciente a restaurar do arquivo morto:".
               STOP RUN
           END-IF.

           CALL "JRNLINI" END-CALL.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-FILE
                   AT END
                       END-IF
               END-READ
           END-PERFORM.
           CALL "JRNLFIM" END-CALL.

           PERFORM REGISTRAR-AUDITORIA.

                   ADD 1 TO WS-TOTAL-JA-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-RESTAURADOS
                   MOVE PACIENTE-REG TO WS-JRN-DEPOIS
                   CALL "PACJRNL" USING WS-JRN-PROGRAMA,
                       WS-JRN-OPERACAO, WS-JRN-ANTES, WS-JRN-DEPOIS
                   END-CALL
           END-WRITE.

       REGISTRAR-AUDITORIA.

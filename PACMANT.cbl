      * consultar e livre, alterar exige nivel 2 (operador) e excluir
      * exige nivel 3 (supervisor). Tentativa negada ganha a sua
      * propria linha no AUDITLOG.
      *
      * Alteracao e exclusao tambem levam a imagem inteira do
      * registro antes e depois para o diario de imagens do dia
      * (PACJRNL.cbl), que e o que o PACRECUP reaplica sobre o backup
      * - o AUDITLOG so descreve a mudanca em texto.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-AUD-ALTURA PIC Z9.99.
       01 WS-AUD-PESO PIC ZZ9.99.

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "PACMANT".
       01 WS-JRN-OPERACAO PIC X.
       01 WS-JRN-ANTES PIC X(80).
       01 WS-JRN-DEPOIS PIC X(80).

       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.
       01 WS-OPERACAO-NEGADA PIC X(20).
           END-CALL.

       ALTERAR-REGISTRO.
           MOVE PACIENTE-REG TO WS-JRN-ANTES.
           PERFORM OBTER-ALTURA.
           PERFORM OBTER-PESO.
           COMPUTE WS-IMC-NUM = WS-PESO / (WS-ALTURA ** 2).
               DISPLAY "Registro corrigido. Novo IMC: " WS-IMC-EDICAO
                   " (" WS-CLASSIFICACAO ")"
               PERFORM REGISTRAR-AUDITORIA-ALTERACAO
               MOVE "A" TO WS-JRN-OPERACAO
               MOVE PACIENTE-REG TO WS-JRN-DEPOIS
               PERFORM REGISTRAR-DIARIO
           END-IF.

       EXCLUIR-REGISTRO.
           DISPLAY "Confirma a exclusao do registro (S/N)?".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE PACIENTE-REG TO WS-JRN-ANTES
               DELETE PACIENTE-FILE
                   INVALID KEY
                       DISPLAY "Erro ao excluir paciente. Status: "
               IF WS-STATUS-PACIENTE = "00"
                   DISPLAY "Registro excluido."
                   PERFORM REGISTRAR-AUDITORIA-EXCLUSAO
                   MOVE "E" TO WS-JRN-OPERACAO
                   MOVE SPACES TO WS-JRN-DEPOIS
                   PERFORM REGISTRAR-DIARIO
               END-IF
           ELSE
               DISPLAY "Exclusao cancelada."
           END-IF.

       REGISTRAR-DIARIO.
           CALL "PACJRNL" USING WS-JRN-PROGRAMA, WS-JRN-OPERACAO,
               WS-JRN-ANTES, WS-JRN-DEPOIS
           END-CALL.

       OBTER-ALTURA.
           MOVE "N" TO WS-ALTURA-VALIDA.
           PERFORM UNTIL WS-ALTURA-VALIDA = "S"

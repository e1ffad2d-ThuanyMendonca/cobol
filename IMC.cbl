
       01 WS-EXC-PROGRAMA PIC X(8) VALUE "IMC".

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "IMC".
       01 WS-JRN-OPERACAO PIC X.
       01 WS-JRN-ANTES PIC X(80).
       01 WS-JRN-DEPOIS PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-ARQUIVO-PACIENTE.
           END-IF.

       GRAVAR-PACIENTE.
           MOVE WS-NOME          TO PAC-NOME.
           MOVE DATA-ATUAL       TO PAC-DATA-ATUAL.
           PERFORM GUARDAR-IMAGEM-ANTES.
           MOVE WS-NOME          TO PAC-NOME.
           MOVE DATA-ATUAL       TO PAC-DATA-ATUAL.
           MOVE WS-PAC-ID        TO PAC-ID.
                           DISPLAY "Erro ao gravar paciente."
                   END-WRITE
           END-REWRITE.
           IF WS-STATUS-PACIENTE (1:1) = "0"
               MOVE PACIENTE-REG TO WS-JRN-DEPOIS
               CALL "PACJRNL" USING WS-JRN-PROGRAMA, WS-JRN-OPERACAO,
                   WS-JRN-ANTES, WS-JRN-DEPOIS
               END-CALL
           END-IF.

      *****************************************************************
      * Segunda medicao do mesmo cliente no mesmo dia regrava o
      * registro do dia: a imagem anterior vai para o diario de
      * imagens junto com a nova (ver PACJRNL.cbl).
      *****************************************************************
       GUARDAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE "I" TO WS-JRN-OPERACAO.
           READ PACIENTE-FILE KEY IS PAC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PACIENTE-REG TO WS-JRN-ANTES
                   MOVE "A" TO WS-JRN-OPERACAO
           END-READ.

       REGISTRAR-EXCECAO.
           IF WS-EXCECAO-FLAG = "S"

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENTLOG.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Subprograma chamavel que acrescenta uma tentativa de contato
      * ao diario SEGTENT.DAT (ver SEGTENT.CPY), no mesmo espirito do
      * AUDITLOG: o chamador informa o caso, a data da tentativa (zero
      * = data do dia), o programa, o canal, o resultado e a
      * observacao; operador (USER da sessao) e hora sao carimbados
      * aqui. Usado pelo SEGTRAB, pelo CLINRET e pelo SEGESCAL.
      *
      * Cada chamada abre o diario (criando-o na primeira vez), grava
      * e fecha. Duas tentativas do mesmo caso no mesmo centesimo de
      * segundo (retorno da clinica em lote) nao colidem: a hora da
      * chave e avancada ate achar posicao livre. LK-STATUS volta o
      * file status da gravacao ("00" = gravado), para o chamador
      * avisar sem derrubar a operacao principal.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENTATIVA-FILE ASSIGN TO "SEGTENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TNT-CHAVE
               FILE STATUS IS WS-STATUS-TENTATIVA.

       DATA DIVISION.
       FILE SECTION.
       FD  TENTATIVA-FILE.
           COPY "SEGTENT.CPY".

       WORKING-STORAGE SECTION.

       01 WS-STATUS-TENTATIVA PIC XX.
       01 WS-TENTATIVAS-CHAVE PIC 9(03).

       01 WS-DATA-NUM PIC 9(8).
       01 WS-HORA-NUM PIC 9(8).
       01 WS-OPERADOR PIC X(12).

       LINKAGE SECTION.
       01 LK-NUMERO PIC 9(07).
       01 LK-DATA PIC 9(08).
       01 LK-PROGRAMA PIC X(8).
       01 LK-CANAL PIC X.
       01 LK-RESULTADO PIC X.
       01 LK-OBSERVACAO PIC X(40).
       01 LK-STATUS PIC XX.

       PROCEDURE DIVISION USING LK-NUMERO, LK-DATA, LK-PROGRAMA,
               LK-CANAL, LK-RESULTADO, LK-OBSERVACAO, LK-STATUS.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-NUM FROM TIME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
           IF WS-OPERADOR = SPACES
               MOVE "DESCONHECIDO" TO WS-OPERADOR
           END-IF.

           OPEN I-O TENTATIVA-FILE.
           IF WS-STATUS-TENTATIVA = "35"
               OPEN OUTPUT TENTATIVA-FILE
               CLOSE TENTATIVA-FILE
               OPEN I-O TENTATIVA-FILE
           END-IF.
           IF WS-STATUS-TENTATIVA NOT = "00"
               DISPLAY "Erro ao abrir diario de tentativas. Status: "
                   WS-STATUS-TENTATIVA
               MOVE WS-STATUS-TENTATIVA TO LK-STATUS
               GOBACK
           END-IF.

           MOVE LK-NUMERO TO TNT-NUMERO.
           IF LK-DATA = 0
               MOVE WS-DATA-NUM TO TNT-DATA
           ELSE
               MOVE LK-DATA TO TNT-DATA
           END-IF.
           MOVE WS-HORA-NUM TO TNT-HORA.
           MOVE WS-OPERADOR TO TNT-OPERADOR.
           MOVE LK-PROGRAMA TO TNT-PROGRAMA.
           MOVE LK-CANAL TO TNT-CANAL.
           MOVE LK-RESULTADO TO TNT-RESULTADO.
           MOVE LK-OBSERVACAO TO TNT-OBSERVACAO.

           MOVE 0 TO WS-TENTATIVAS-CHAVE.
           PERFORM GRAVAR-TENTATIVA.
           PERFORM UNTIL WS-STATUS-TENTATIVA NOT = "22"
                   OR WS-TENTATIVAS-CHAVE > 100
               ADD 1 TO TNT-HORA
               ADD 1 TO WS-TENTATIVAS-CHAVE
               PERFORM GRAVAR-TENTATIVA
           END-PERFORM.
           IF WS-STATUS-TENTATIVA NOT = "00"
               DISPLAY "Erro ao gravar tentativa do caso " LK-NUMERO
                   ". Status: " WS-STATUS-TENTATIVA
           END-IF.
           MOVE WS-STATUS-TENTATIVA TO LK-STATUS.

           CLOSE TENTATIVA-FILE.
           GOBACK.

       GRAVAR-TENTATIVA.
           WRITE TNT-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.

       END PROGRAM TENTLOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACJRNL.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Subprograma chamavel que acrescenta ao diario de imagens do
      * dia (PACJRN.AAAAMMDD.DAT, layout em PACJRN.CPY) a imagem
      * antes e depois de um registro do mestre de pacientes que o
      * chamador acabou de gravar, regravar ou excluir. Chamado por
      * todo programa que altera PACIENTE.DAT (IMC, IMCLOTE, PACMANT,
      * PACREG, PACXAUD, PACIDFIX, PACARQ, PACREST e PACRECL),
      * sempre depois de a operacao dar certo, para o diario so
      * conter o que de fato foi para o mestre. O PACRECUP.cbl
      * reaplica essas imagens sobre o backup restaurado. A
      * anonimizacao do PACLGPD nao passa por aqui: ela anonimiza o
      * proprio diario (ver o cabecalho do PACLGPD.cbl).
      *
      * O chamador informa o programa, a operacao ("I", "A" ou "E")
      * e as duas imagens (em branco a que nao existe); data, hora e
      * operador (USER da sessao) sao carimbados aqui.
      *
      * Mesmos dois modos de uso do AUDITLOG:
      *   avulso (padrao): cada CALL "PACJRNL" abre a geracao do dia,
      *   grava e fecha - certo para as telas, que gravam pouco.
      *   lote: o chamador faz CALL "JRNLINI" no inicio da execucao,
      *   as chamadas de CALL "PACJRNL" so gravam, e CALL "JRNLFIM"
      *   fecha no fim. A execucao que vira o dia fecha a geracao
      *   corrente e abre a do novo dia automaticamente, de modo que
      *   cada imagem fica no diario da data em que foi gravada.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-FILE ASSIGN TO DYNAMIC WS-DIARIO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-FILE.
           COPY "PACJRN.CPY".

       WORKING-STORAGE SECTION.

       01 WS-STATUS-DIARIO PIC XX.

       01 WS-DIARIO-ARQUIVO.
           05 FILLER           PIC X(07) VALUE "PACJRN.".
           05 WS-ARQ-DATA      PIC 9(08).
           05 FILLER           PIC X(04) VALUE ".DAT".

       01 WS-MODO-LOTE PIC X VALUE "N".
       01 WS-DIARIO-ABERTO PIC X VALUE "N".
       01 WS-DATA-DIARIO PIC 9(8) VALUE 0.

       01 WS-DATA-NUM PIC 9(8).
       01 WS-HORA-NUM PIC 9(8).
       01 WS-OPERADOR PIC X(12).

       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(8).
       01 LK-OPERACAO PIC X.
       01 LK-ANTES PIC X(80).
       01 LK-DEPOIS PIC X(80).

       PROCEDURE DIVISION USING LK-PROGRAMA, LK-OPERACAO, LK-ANTES,
               LK-DEPOIS.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-NUM FROM TIME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
           IF WS-OPERADOR = SPACES
               MOVE "DESCONHECIDO" TO WS-OPERADOR
           END-IF.

           IF WS-MODO-LOTE = "S" AND WS-DIARIO-ABERTO = "S"
               IF WS-DATA-NUM NOT = WS-DATA-DIARIO
                   CLOSE DIARIO-FILE
                   PERFORM ABRIR-GERACAO
               END-IF
               PERFORM GRAVAR-IMAGEM
           ELSE
               PERFORM ABRIR-GERACAO
               PERFORM GRAVAR-IMAGEM
               CLOSE DIARIO-FILE
               MOVE "N" TO WS-DIARIO-ABERTO
           END-IF.

           GOBACK.

       GRAVAR-IMAGEM.
           MOVE WS-DATA-NUM TO JRN-DATA.
           MOVE WS-HORA-NUM TO JRN-HORA.
           MOVE LK-PROGRAMA TO JRN-PROGRAMA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           MOVE LK-OPERACAO TO JRN-OPERACAO.
           MOVE LK-ANTES TO JRN-ANTES.
           MOVE LK-DEPOIS TO JRN-DEPOIS.
           WRITE JRN-REG.
           IF WS-STATUS-DIARIO NOT = "00"
               DISPLAY "Erro ao gravar diario de imagens "
                   WS-DIARIO-ARQUIVO ". Status: " WS-STATUS-DIARIO
           END-IF.

      *****************************************************************
      * Abre (criando se preciso) a geracao do dia de WS-DATA-NUM.
      *****************************************************************
       ABRIR-GERACAO.
           MOVE WS-DATA-NUM TO WS-ARQ-DATA.
           OPEN EXTEND DIARIO-FILE.
           IF WS-STATUS-DIARIO = "35"
               OPEN OUTPUT DIARIO-FILE
           END-IF.
           MOVE WS-DATA-NUM TO WS-DATA-DIARIO.
           MOVE "S" TO WS-DIARIO-ABERTO.

      *****************************************************************
      * Modo lote: o chamador abre o diario uma unica vez no inicio
      * da execucao e as chamadas de PACJRNL so gravam.
      *****************************************************************
       INICIAR-LOTE.
       ENTRY "JRNLINI".
           IF WS-DIARIO-ABERTO = "N"
               ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD
               PERFORM ABRIR-GERACAO
           END-IF.
           MOVE "S" TO WS-MODO-LOTE.
           GOBACK.

       ENCERRAR-LOTE.
       ENTRY "JRNLFIM".
           IF WS-DIARIO-ABERTO = "S"
               CLOSE DIARIO-FILE
           END-IF.
           MOVE "N" TO WS-DIARIO-ABERTO.
           MOVE "N" TO WS-MODO-LOTE.
           GOBACK.

       END PROGRAM PACJRNL.

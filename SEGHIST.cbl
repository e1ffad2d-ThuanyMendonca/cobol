       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGHIST.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Relatorio de historico de um caso de seguimento: o cabecalho
      * do caso (SEGUIMTO.DAT) seguido de todas as tentativas de
      * contato registradas no diario SEGTENT.DAT (ver SEGTENT.CPY),
      * em ordem cronologica - data, hora, operador, programa, canal,
      * resultado e observacao - e os totais de tentativas e de
      * tentativas sem sucesso. E a folha que se imprime quando alguem
      * pergunta "quantas vezes voces tentaram falar com essa
      * familia?", e a que o supervisor le antes de decidir um caso
      * escalado pelo SEGESCAL.
      *
      * Numero de caso zero imprime o historico de todos os casos que
      * tem alguma tentativa no diario, um depois do outro, em ordem
      * de numero. Saida em SEGHIST.LST.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGUIMTO-FILE ASSIGN TO "SEGUIMTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-NUMERO
               FILE STATUS IS WS-STATUS-SEGUIMTO.

           SELECT TENTATIVA-FILE ASSIGN TO "SEGTENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TNT-CHAVE
               FILE STATUS IS WS-STATUS-TENTATIVA.

           SELECT REPORT-FILE ASSIGN TO "SEGHIST.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGUIMTO-FILE.
           COPY "SEGUIMTO.CPY".

       FD  TENTATIVA-FILE.
           COPY "SEGTENT.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-SEGUIMTO PIC XX.
       01 WS-STATUS-TENTATIVA PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-DIARIO-ABERTO PIC X VALUE "N".
       01 WS-FIM-BUSCA PIC X VALUE "N".
       01 WS-FIM-TENTATIVAS PIC X.

       01 WS-NUMERO-CONSULTA PIC 9(07).
       01 WS-NUMERO-ATUAL PIC 9(07).

       01 WS-QTD-TENTATIVAS PIC 9(05).
       01 WS-QTD-SEM-SUCESSO PIC 9(05).
       01 WS-TOTAL-CASOS PIC 9(05) VALUE 0.

       01 WS-DATA-EXIBE PIC 9(08).
       01 WS-EXIBE-GRUPO REDEFINES WS-DATA-EXIBE.
           05 WS-EXB-ANO PIC 9(04).
           05 WS-EXB-MES PIC 9(02).
           05 WS-EXB-DIA PIC 9(02).

       01 WS-HORA-EXIBE PIC 9(08).
       01 WS-HORA-GRUPO REDEFINES WS-HORA-EXIBE.
           05 WS-HRA-HORA PIC 9(02).
           05 WS-HRA-MIN PIC 9(02).
           05 FILLER PIC 9(04).

       01 WS-DESC-STATUS PIC X(14).
       01 WS-DESC-CANAL PIC X(14).
       01 WS-DESC-RESULTADO PIC X(14).

       01 WS-SEPARADOR PIC X(100) VALUE ALL "-".

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(27) VALUE
               "HISTORICO DO CASO NUMERO ".
           05 WS-CAB-NUMERO     PIC ZZZZZZ9.
           05 FILLER            PIC X(14) VALUE "   ABERTO EM ".
           05 WS-CAB-ABR-DIA    PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-ABR-MES    PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-ABR-ANO    PIC 9999.
           05 FILLER            PIC X(06) VALUE " POR ".
           05 WS-CAB-PROGRAMA   PIC X(08).

       01 WS-CABECALHO-2.
           05 FILLER            PIC X(10) VALUE "CLIENTE: ".
           05 WS-CAB-NOME       PIC X(20).
           05 FILLER            PIC X(08) VALUE "  SITE: ".
           05 WS-CAB-SITE       PIC X(03).
           05 FILLER            PIC X(07) VALUE "  IMC: ".
           05 WS-CAB-IMC        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-CAB-CLASSE     PIC X(20).

       01 WS-CABECALHO-3.
           05 FILLER            PIC X(18) VALUE "SITUACAO ATUAL: ".
           05 WS-CAB-STATUS     PIC X(14).
           05 FILLER            PIC X(17) VALUE "  ULT. CONTATO: ".
           05 WS-CAB-CONTATO.
               10 WS-CAB-CNT-DIA PIC 99.
               10 FILLER         PIC X VALUE "/".
               10 WS-CAB-CNT-MES PIC 99.
               10 FILLER         PIC X VALUE "/".
               10 WS-CAB-CNT-ANO PIC 9999.
           05 FILLER            PIC X(11) VALUE "  RETORNO: ".
           05 WS-CAB-RETORNO.
               10 WS-CAB-RET-DIA PIC 99.
               10 FILLER         PIC X VALUE "/".
               10 WS-CAB-RET-MES PIC 99.
               10 FILLER         PIC X VALUE "/".
               10 WS-CAB-RET-ANO PIC 9999.

       01 WS-CABECALHO-4.
           05 FILLER            PIC X(12) VALUE "DATA".
           05 FILLER            PIC X(07) VALUE "HORA".
           05 FILLER            PIC X(13) VALUE "OPERADOR".
           05 FILLER            PIC X(09) VALUE "PROGRAMA".
           05 FILLER            PIC X(15) VALUE "CANAL".
           05 FILLER            PIC X(15) VALUE "RESULTADO".
           05 FILLER            PIC X(11) VALUE "OBSERVACAO".

       01 WS-DETALHE.
           05 WS-DET-DATA.
               10 WS-DET-DIA     PIC 99.
               10 FILLER         PIC X VALUE "/".
               10 WS-DET-MES     PIC 99.
               10 FILLER         PIC X VALUE "/".
               10 WS-DET-ANO     PIC 9999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-HORA        PIC 99.
           05 FILLER             PIC X VALUE ":".
           05 WS-DET-MIN         PIC 99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-OPERADOR    PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-PROGRAMA    PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-CANAL       PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-RESULTADO   PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-OBSERVACAO  PIC X(40).

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "Tentativas registradas...........".
           05 WS-RES-TENTATIVAS  PIC ZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "Tentativas sem sucesso...........".
           05 WS-RES-SEM-SUCESSO PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           DISPLAY "Informe o numero do caso (0 = todos com "
               "tentativas registradas):".
           ACCEPT WS-NUMERO-CONSULTA.

           OPEN INPUT SEGUIMTO-FILE.
           IF WS-STATUS-SEGUIMTO NOT = "00"
               DISPLAY "Nenhum caso de seguimento registrado ainda. "
                   "Status: " WS-STATUS-SEGUIMTO
               STOP RUN
           END-IF.
           OPEN INPUT TENTATIVA-FILE.
           IF WS-STATUS-TENTATIVA = "00"
               MOVE "S" TO WS-DIARIO-ABERTO
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de relatorio. Status: "
                   WS-STATUS-REPORT
               STOP RUN
           END-IF.

           IF WS-NUMERO-CONSULTA NOT = 0
               PERFORM IMPRIMIR-CASO-UNICO
           ELSE
               IF WS-DIARIO-ABERTO = "S"
                   PERFORM IMPRIMIR-TODOS
               END-IF
           END-IF.

           IF WS-TOTAL-CASOS = 0
               DISPLAY "Nenhum historico impresso."
           ELSE
               DISPLAY "Historico impresso para " WS-TOTAL-CASOS
                   " caso(s)."
           END-IF.

           CLOSE SEGUIMTO-FILE.
           IF WS-DIARIO-ABERTO = "S"
               CLOSE TENTATIVA-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.

       IMPRIMIR-CASO-UNICO.
           MOVE WS-NUMERO-CONSULTA TO SEG-NUMERO.
           READ SEGUIMTO-FILE
               INVALID KEY
                   DISPLAY "Caso nao encontrado: " WS-NUMERO-CONSULTA
           END-READ.
           IF WS-STATUS-SEGUIMTO = "00"
               PERFORM IMPRIMIR-CASO
           END-IF.

      *****************************************************************
      * Todos os casos com tentativa: percorre o diario e, a cada
      * numero de caso novo, le o caso e imprime o historico inteiro
      * dele (que reposiciona o diario); a leitura continua depois da
      * ultima tentativa daquele caso.
      *****************************************************************
       IMPRIMIR-TODOS.
           MOVE 0 TO WS-NUMERO-ATUAL.
           PERFORM UNTIL WS-FIM-BUSCA = "S"
               ADD 1 TO WS-NUMERO-ATUAL
               MOVE WS-NUMERO-ATUAL TO TNT-NUMERO
               MOVE ZEROES TO TNT-DATA
               MOVE ZEROES TO TNT-HORA
               START TENTATIVA-FILE KEY IS >= TNT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-BUSCA
               END-START
               IF WS-FIM-BUSCA NOT = "S"
                   READ TENTATIVA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                   END-READ
               END-IF
               IF WS-FIM-BUSCA NOT = "S"
                   MOVE TNT-NUMERO TO WS-NUMERO-ATUAL
                   MOVE TNT-NUMERO TO SEG-NUMERO
                   READ SEGUIMTO-FILE
                       INVALID KEY
                           DISPLAY "Tentativas de caso inexistente: "
                               WS-NUMERO-ATUAL
                   END-READ
                   IF WS-STATUS-SEGUIMTO = "00"
                       PERFORM IMPRIMIR-CASO
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIMIR-CASO.
           ADD 1 TO WS-TOTAL-CASOS.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE 0 TO WS-QTD-TENTATIVAS.
           MOVE 0 TO WS-QTD-SEM-SUCESSO.
           IF WS-DIARIO-ABERTO = "S"
               PERFORM IMPRIMIR-TENTATIVAS
           END-IF.
           IF WS-QTD-TENTATIVAS = 0
               MOVE "   (nenhuma tentativa registrada)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM IMPRIMIR-RESUMO.

       IMPRIMIR-CABECALHO.
           IF WS-TOTAL-CASOS > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SEPARADOR TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SEG-NUMERO TO WS-CAB-NUMERO.
           MOVE SEG-ABR-DIA TO WS-CAB-ABR-DIA.
           MOVE SEG-ABR-MES TO WS-CAB-ABR-MES.
           MOVE SEG-ABR-ANO TO WS-CAB-ABR-ANO.
           MOVE SEG-PROGRAMA TO WS-CAB-PROGRAMA.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SEG-NOME TO WS-CAB-NOME.
           MOVE SEG-SITE TO WS-CAB-SITE.
           MOVE SEG-IMC TO WS-CAB-IMC.
           MOVE SEG-CLASSIFICACAO TO WS-CAB-CLASSE.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

           EVALUATE TRUE
               WHEN SEG-PENDENTE
                   MOVE "PENDENTE" TO WS-DESC-STATUS
               WHEN SEG-ESCALADO
                   MOVE "ESCALADO" TO WS-DESC-STATUS
               WHEN SEG-CONTATADO
                   MOVE "CONTATADO" TO WS-DESC-STATUS
               WHEN SEG-RESOLVIDO
                   MOVE "RESOLVIDO" TO WS-DESC-STATUS
               WHEN SEG-INLOCALIZAVEL
                   MOVE "INLOCALIZAVEL" TO WS-DESC-STATUS
               WHEN OTHER
                   MOVE SEG-STATUS TO WS-DESC-STATUS
           END-EVALUATE.
           MOVE WS-DESC-STATUS TO WS-CAB-STATUS.
           IF SEG-DATA-CONTATO = 0
               MOVE SPACES TO WS-CAB-CONTATO
           ELSE
               MOVE SEG-DATA-CONTATO TO WS-DATA-EXIBE
               MOVE WS-EXB-DIA TO WS-CAB-CNT-DIA
               MOVE WS-EXB-MES TO WS-CAB-CNT-MES
               MOVE WS-EXB-ANO TO WS-CAB-CNT-ANO
           END-IF.
           IF SEG-DATA-RETORNO = 0
               MOVE SPACES TO WS-CAB-RETORNO
           ELSE
               MOVE SEG-DATA-RETORNO TO WS-DATA-EXIBE
               MOVE WS-EXB-DIA TO WS-CAB-RET-DIA
               MOVE WS-EXB-MES TO WS-CAB-RET-MES
               MOVE WS-EXB-ANO TO WS-CAB-RET-ANO
           END-IF.
           MOVE WS-CABECALHO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * A chave do diario (caso + data + hora) ja traz as tentativas
      * em ordem cronologica a partir do START no numero do caso.
      *****************************************************************
       IMPRIMIR-TENTATIVAS.
           MOVE "N" TO WS-FIM-TENTATIVAS.
           MOVE SEG-NUMERO TO TNT-NUMERO.
           MOVE ZEROES TO TNT-DATA.
           MOVE ZEROES TO TNT-HORA.
           START TENTATIVA-FILE KEY IS >= TNT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-TENTATIVAS
           END-START.
           PERFORM UNTIL WS-FIM-TENTATIVAS = "S"
               READ TENTATIVA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TENTATIVAS
                   NOT AT END
                       IF TNT-NUMERO NOT = SEG-NUMERO
                           MOVE "S" TO WS-FIM-TENTATIVAS
                       ELSE
                           PERFORM IMPRIMIR-DETALHE
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-DETALHE.
           ADD 1 TO WS-QTD-TENTATIVAS.
           IF TNT-SEM-SUCESSO
               ADD 1 TO WS-QTD-SEM-SUCESSO
           END-IF.
           MOVE TNT-DATA TO WS-DATA-EXIBE.
           MOVE WS-EXB-DIA TO WS-DET-DIA.
           MOVE WS-EXB-MES TO WS-DET-MES.
           MOVE WS-EXB-ANO TO WS-DET-ANO.
           MOVE TNT-HORA TO WS-HORA-EXIBE.
           MOVE WS-HRA-HORA TO WS-DET-HORA.
           MOVE WS-HRA-MIN TO WS-DET-MIN.
           MOVE TNT-OPERADOR TO WS-DET-OPERADOR.
           MOVE TNT-PROGRAMA TO WS-DET-PROGRAMA.

           EVALUATE TRUE
               WHEN TNT-TELEFONE
                   MOVE "TELEFONE" TO WS-DESC-CANAL
               WHEN TNT-SMS
                   MOVE "SMS" TO WS-DESC-CANAL
               WHEN TNT-CLINICA
                   MOVE "CLINICA PARC." TO WS-DESC-CANAL
               WHEN TNT-PRESENCIAL
                   MOVE "PRESENCIAL" TO WS-DESC-CANAL
               WHEN OTHER
                   MOVE "-" TO WS-DESC-CANAL
           END-EVALUATE.
           MOVE WS-DESC-CANAL TO WS-DET-CANAL.

           EVALUATE TRUE
               WHEN TNT-SEM-SUCESSO
                   MOVE "SEM SUCESSO" TO WS-DESC-RESULTADO
               WHEN TNT-CONTATADO
                   MOVE "CONTATADO" TO WS-DESC-RESULTADO
               WHEN TNT-RESOLVIDO
                   MOVE "RESOLVIDO" TO WS-DESC-RESULTADO
               WHEN TNT-INLOCALIZAVEL
                   MOVE "INLOCALIZAVEL" TO WS-DESC-RESULTADO
               WHEN TNT-ESCALADO
                   MOVE "ESCALADO" TO WS-DESC-RESULTADO
               WHEN OTHER
                   MOVE TNT-RESULTADO TO WS-DESC-RESULTADO
           END-EVALUATE.
           MOVE WS-DESC-RESULTADO TO WS-DET-RESULTADO.
           MOVE TNT-OBSERVACAO TO WS-DET-OBSERVACAO.
           MOVE WS-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-QTD-TENTATIVAS TO WS-RES-TENTATIVAS.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-QTD-SEM-SUCESSO TO WS-RES-SEM-SUCESSO.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM SEGHIST.

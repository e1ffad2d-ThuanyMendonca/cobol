       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGESCAL.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Escalonamento noturno dos casos de seguimento: todo caso
      * pendente (SEGUIMTO.DAT) com N ou mais tentativas de contato
      * sem sucesso seguidas no diario SEGTENT.DAT (ver SEGTENT.CPY)
      * passa para o status "E" - escalado - e sai da fila comum do
      * SEGTRAB para a fila do supervisor. Antes disso esses casos so
      * envelheciam na faixa de 14 dias do SEGPEND, sem ninguem com
      * autoridade para decidir olhando para eles.
      *
      * Contam as tentativas "N" (sem sucesso) registradas depois do
      * ultimo contato bem-sucedido do caso (desfecho C, R ou I no
      * diario): um caso reaberto pelo SEGRETOR depois de um contato
      * comeca a contagem de novo. Cada escalonamento grava a sua
      * linha no diario (resultado "E"), no AUDITLOG e no relatorio
      * SEGESCAL.LST, que lista tambem o total de casos ja escalados
      * esperando o supervisor.
      *
      * O limite N vem do arquivo de parametros ESCPARM (uma linha,
      * dois digitos; zero usa o padrao de 3 tentativas), no mesmo
      * espirito do EXTPARM do EXTCLIN, para o job rodar no
      * NOTURNO.JCL sem operador. Sem o arquivo de parametros o
      * programa pergunta o limite; parametro presente mas invalido
      * encerra com erro.
      *
      * A execucao com ESCPARM (a do NOTURNO.JCL) fica registrada no
      * controle da sequencia noturna (NOTCTL.DAT, via NOTCTL.cbl)
      * com os casos pendentes conferidos e os escalados; uma segunda
      * execucao agendada na mesma data e recusada com RETURN-CODE 4
      * ate o supervisor liberar o reprocessamento no NOTSTAT.
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

           SELECT REPORT-FILE ASSIGN TO "SEGESCAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO ESCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGUIMTO-FILE.
           COPY "SEGUIMTO.CPY".

       FD  TENTATIVA-FILE.
           COPY "SEGTENT.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-LIMITE          PIC X(02).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-SEGUIMTO PIC XX.
       01 WS-STATUS-TENTATIVA PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-DIARIO-ABERTO PIC X VALUE "N".
       01 WS-FIM-BUSCA PIC X VALUE "N".
       01 WS-FIM-TENTATIVAS PIC X.

       01 WS-LIMITE PIC 9(02).
       01 WS-LIMITE-PADRAO PIC 9(02) VALUE 3.

       01 WS-SEM-SUCESSO PIC 9(03).
       01 WS-ULTIMA-TENTATIVA PIC 9(08).

       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-GRUPO REDEFINES WS-DATA-NUM.
           05 WS-ANO PIC 9(4).
           05 WS-MES PIC 99.
           05 WS-DIA PIC 99.

       01 WS-DATA-EXIBE PIC 9(08).
       01 WS-EXIBE-GRUPO REDEFINES WS-DATA-EXIBE.
           05 WS-EXB-ANO PIC 9(04).
           05 WS-EXB-MES PIC 9(02).
           05 WS-EXB-DIA PIC 9(02).

      *****************************************************************
      * Casos a escalar, colhidos com o diario aberto so para leitura;
      * a regravacao e as linhas novas do diario (TENTLOG) vem depois
      * de o diario ser fechado.
      *****************************************************************
       01 WS-TOTAL-ESCALAR PIC 9(05) VALUE 0.
       01 WS-MAX-ESCALAR PIC 9(05) VALUE 2000.
       01 WS-TAB-ESCALAR.
           05 WS-ESCALAR OCCURS 2000 TIMES.
               10 WS-ESC-NUMERO        PIC 9(07).
               10 WS-ESC-TENTATIVAS    PIC 9(03).
               10 WS-ESC-ULTIMA        PIC 9(08).
       01 WS-IND-ESC PIC 9(05).

       01 WS-TOTAL-PENDENTES PIC 9(05) VALUE 0.
       01 WS-TOTAL-ESCALADOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-JA-ESCALADOS PIC 9(05) VALUE 0.

       01 WS-TNT-DATA PIC 9(08) VALUE 0.
       01 WS-TNT-CANAL PIC X VALUE SPACE.
       01 WS-TNT-RESULTADO PIC X VALUE "E".
       01 WS-TNT-OBSERVACAO PIC X(40).
       01 WS-TNT-STATUS PIC XX.

       01 WS-AUD-PROGRAMA PIC X(8) VALUE "SEGESCAL".
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-NUMERO PIC 9(07).

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(36) VALUE
               "CASOS ESCALADOS AO SUPERVISOR EM ".
           05 WS-CAB-DIA        PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-MES        PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-ANO        PIC 9999.
           05 FILLER            PIC X(10) VALUE " - LIMITE ".
           05 WS-CAB-LIMITE     PIC Z9.
           05 FILLER            PIC X(24) VALUE
               " tentativa(s) s/ sucesso".

       01 WS-CABECALHO-2.
           05 FILLER            PIC X(09) VALUE "CASO".
           05 FILLER            PIC X(12) VALUE "ABERTURA".
           05 FILLER            PIC X(20) VALUE "CLIENTE".
           05 FILLER            PIC X(05) VALUE "SITE".
           05 FILLER            PIC X(21) VALUE "CLASSIFICACAO".
           05 FILLER            PIC X(11) VALUE "TENTATIVAS".
           05 FILLER            PIC X(10) VALUE "ULTIMA".

       01 WS-DETALHE.
           05 WS-DET-NUMERO      PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-ABR-DIA     PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-DET-ABR-MES     PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-DET-ABR-ANO     PIC 9999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-NOME        PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-SITE        PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-CLASSE      PIC X(20).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-DET-TENTATIVAS  PIC ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-DET-ULT-DIA     PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-DET-ULT-MES     PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-DET-ULT-ANO     PIC 9999.

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "Casos pendentes conferidos.......".
           05 WS-RES-PENDENTES   PIC ZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "Escalados nesta execucao.........".
           05 WS-RES-ESCALADOS   PIC ZZZZ9.
       01 WS-RESUMO-3.
           05 FILLER             PIC X(34) VALUE
               "Ja escalados aguardando superv...".
           05 WS-RES-JA-ESCALADOS PIC ZZZZ9.

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-NCT-PASSO PIC X(8) VALUE "SEGESCAL".
       01 WS-NCT-FUNCAO PIC X.
       01 WS-NCT-DATA PIC 9(8).
       01 WS-NCT-QTD-LIDOS PIC 9(7).
       01 WS-NCT-QTD-GERADOS PIC 9(7).
       01 WS-NCT-RESULTADO PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Escalar apos quantas tentativas sem sucesso "
                   "(0 = padrao de " WS-LIMITE-PADRAO ")?"
               ACCEPT WS-LIMITE
           END-IF.
           IF WS-LIMITE = 0
               MOVE WS-LIMITE-PADRAO TO WS-LIMITE
           END-IF.

           IF WS-PARM-OBTIDO = "S"
               PERFORM CONTROLAR-INICIO
           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           CALL "AUDITINI" END-CALL.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM CONFERIR-CASOS.
           IF WS-DIARIO-ABERTO = "S"
               CLOSE TENTATIVA-FILE
           END-IF.
           PERFORM VARYING WS-IND-ESC FROM 1 BY 1
                   UNTIL WS-IND-ESC > WS-TOTAL-ESCALAR
               PERFORM ESCALAR-CASO
           END-PERFORM.
           PERFORM IMPRIMIR-RESUMO.
           CALL "AUDITFIM" END-CALL.
           CLOSE SEGUIMTO-FILE.
           CLOSE REPORT-FILE.
           IF WS-PARM-OBTIDO = "S"
               PERFORM CONTROLAR-FIM
           END-IF.

           DISPLAY "Escalonamento concluido: " WS-TOTAL-ESCALADOS
               " caso(s) escalado(s) ao supervisor."
           STOP RUN.

      *****************************************************************
      * Parametro via DD ESCPARM: ausente ou vazio cai no prompt
      * interativo; presente mas nao numerico derruba a execucao com
      * erro, para o job noturno nao parar esperando teclado.
      *****************************************************************
       OBTER-PARAMETRO.
           OPEN INPUT PARM-FILE.
           IF WS-STATUS-PARM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-LIMITE NUMERIC
                           MOVE PARM-LIMITE TO WS-LIMITE
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de limite invalido: "
                               PARM-LIMITE
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * Sem diario de tentativas (nenhuma tentativa registrada ainda)
      * nenhum caso escala: o relatorio sai so com os totais.
      *****************************************************************
       ABRIR-ARQUIVOS.
           OPEN I-O SEGUIMTO-FILE.
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

       IMPRIMIR-CABECALHO.
           MOVE WS-DIA TO WS-CAB-DIA.
           MOVE WS-MES TO WS-CAB-MES.
           MOVE WS-ANO TO WS-CAB-ANO.
           MOVE WS-LIMITE TO WS-CAB-LIMITE.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

       CONFERIR-CASOS.
           MOVE ZEROES TO SEG-NUMERO.
           START SEGUIMTO-FILE KEY IS >= SEG-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-BUSCA
           END-START.
           PERFORM UNTIL WS-FIM-BUSCA = "S"
               READ SEGUIMTO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       IF SEG-ESCALADO
                           ADD 1 TO WS-TOTAL-JA-ESCALADOS
                       END-IF
                       IF SEG-PENDENTE
                           ADD 1 TO WS-TOTAL-PENDENTES
                           IF WS-DIARIO-ABERTO = "S"
                               PERFORM CONTAR-SEM-SUCESSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * Tentativas sem sucesso do caso desde o ultimo contato que deu
      * certo; o diario vem em ordem de data e hora dentro do caso.
      *****************************************************************
       CONTAR-SEM-SUCESSO.
           MOVE 0 TO WS-SEM-SUCESSO.
           MOVE 0 TO WS-ULTIMA-TENTATIVA.
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
                           EVALUATE TRUE
                               WHEN TNT-SEM-SUCESSO
                                   ADD 1 TO WS-SEM-SUCESSO
                                   MOVE TNT-DATA
                                       TO WS-ULTIMA-TENTATIVA
                               WHEN TNT-CONTATADO
                               WHEN TNT-RESOLVIDO
                               WHEN TNT-INLOCALIZAVEL
                                   MOVE 0 TO WS-SEM-SUCESSO
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SEM-SUCESSO >= WS-LIMITE
               PERFORM GUARDAR-ESCALAR
           END-IF.

       GUARDAR-ESCALAR.
           IF WS-TOTAL-ESCALAR >= WS-MAX-ESCALAR
               DISPLAY "Mais de " WS-MAX-ESCALAR " casos a escalar; "
                   "excedentes ficam para a proxima execucao."
           ELSE
               ADD 1 TO WS-TOTAL-ESCALAR
               MOVE SEG-NUMERO TO WS-ESC-NUMERO (WS-TOTAL-ESCALAR)
               MOVE WS-SEM-SUCESSO
                   TO WS-ESC-TENTATIVAS (WS-TOTAL-ESCALAR)
               MOVE WS-ULTIMA-TENTATIVA
                   TO WS-ESC-ULTIMA (WS-TOTAL-ESCALAR)
           END-IF.

      *****************************************************************
      * Releitura do caso antes de regravar: so escala se ainda estiver
      * pendente (alguem pode te-lo trabalhado no meio da execucao).
      *****************************************************************
       ESCALAR-CASO.
           MOVE WS-ESC-NUMERO (WS-IND-ESC) TO SEG-NUMERO.
           READ SEGUIMTO-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-STATUS-SEGUIMTO = "00" AND SEG-PENDENTE
               MOVE "E" TO SEG-STATUS
               REWRITE SEG-REG
                   INVALID KEY
                       DISPLAY "Erro ao regravar caso " SEG-NUMERO
                           ". Status: " WS-STATUS-SEGUIMTO
               END-REWRITE
               IF WS-STATUS-SEGUIMTO = "00"
                   ADD 1 TO WS-TOTAL-ESCALADOS
                   PERFORM REGISTRAR-ESCALONAMENTO
                   PERFORM IMPRIMIR-DETALHE
               END-IF
           END-IF.

       REGISTRAR-ESCALONAMENTO.
           MOVE SPACES TO WS-TNT-OBSERVACAO.
           STRING "escalado apos " WS-ESC-TENTATIVAS (WS-IND-ESC)
               " tentativas sem sucesso"
               DELIMITED BY SIZE INTO WS-TNT-OBSERVACAO.
           CALL "TENTLOG" USING SEG-NUMERO, WS-TNT-DATA,
               WS-AUD-PROGRAMA, WS-TNT-CANAL, WS-TNT-RESULTADO,
               WS-TNT-OBSERVACAO, WS-TNT-STATUS
           END-CALL.
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE SEG-NUMERO TO WS-AUD-NUMERO.
           STRING "caso " WS-AUD-NUMERO " escalado supervisor"
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, SEG-NOME,
               WS-AUD-DETALHE, SEG-IMC
           END-CALL.

       IMPRIMIR-DETALHE.
           MOVE SEG-NUMERO TO WS-DET-NUMERO.
           MOVE SEG-ABR-DIA TO WS-DET-ABR-DIA.
           MOVE SEG-ABR-MES TO WS-DET-ABR-MES.
           MOVE SEG-ABR-ANO TO WS-DET-ABR-ANO.
           MOVE SEG-NOME TO WS-DET-NOME.
           MOVE SEG-SITE TO WS-DET-SITE.
           MOVE SEG-CLASSIFICACAO TO WS-DET-CLASSE.
           MOVE WS-ESC-TENTATIVAS (WS-IND-ESC) TO WS-DET-TENTATIVAS.
           MOVE WS-ESC-ULTIMA (WS-IND-ESC) TO WS-DATA-EXIBE.
           MOVE WS-EXB-DIA TO WS-DET-ULT-DIA.
           MOVE WS-EXB-MES TO WS-DET-ULT-MES.
           MOVE WS-EXB-ANO TO WS-DET-ULT-ANO.
           MOVE WS-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-PENDENTES TO WS-RES-PENDENTES.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ESCALADOS TO WS-RES-ESCALADOS.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-TOTAL-ESCALADOS TO WS-TOTAL-JA-ESCALADOS.
           MOVE WS-TOTAL-JA-ESCALADOS TO WS-RES-JA-ESCALADOS.
           MOVE WS-RESUMO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.

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
               DISPLAY "SEGESCAL ja concluido em " WS-NCT-DATA
                   "; nova execucao so com liberacao do supervisor "
                   "(NOTSTAT)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CONTROLAR-FIM.
           MOVE WS-TOTAL-PENDENTES TO WS-NCT-QTD-LIDOS.
           MOVE WS-TOTAL-ESCALADOS TO WS-NCT-QTD-GERADOS.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; SEGESCAL "
                   "encerrado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM SEGESCAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTSTAT.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Situacao da sequencia noturna, a partir do controle NOTCTL.DAT
      * (layout em NOTCTL.CPY, mantido pelo NOTCTL.cbl), e liberacao
      * de reprocessamento pelo supervisor.
      *
      * Modo relatorio (R): para cada passo do NOTURNO.JCL, na ordem
      * do JCL, a ultima data concluida com as suas contagens e a
      * situacao em relacao a data de referencia:
      *   passos por data (EXTCLIN, AUDCONC): quantas datas, da data
      *   base do passo ate a referencia, ainda nao concluiram - sao
      *   as que a proxima noite vai recuperar;
      *   demais passos: ha quantos dias nao concluem.
      * Em seguida a lista das execucoes nao concluidas (iniciadas e
      * interrompidas) e das datas liberadas para reprocessamento. O
      * relatorio sai em NOTSTAT.LST; roda como ultimo passo do
      * NOTURNO.JCL, para a equipe da manha abrir o dia olhando uma
      * pagina so. RETURN-CODE 4 quando algum passo nao esta em dia.
      *
      * Modo liberacao (L): o supervisor (nivel 3 no OPERNIV) marca
      * uma data concluida de um passo como liberada; a proxima
      * execucao daquele passo para aquela data deixa de ser recusada
      * - e, nos passos por data, a data volta a ser pendente e sai na
      * recuperacao da noite seguinte. Liberacao e tentativa negada
      * ficam no AUDITLOG.
      *
      * Parametros via DD NOTPARM, uma linha "M PASSO    AAAAMMDD":
      * modo R com a data de referencia (zero = hoje; o passo e
      * ignorado) ou modo L com o passo e a data a liberar. Sem o
      * arquivo de parametros o programa pergunta; parametro presente
      * mas invalido encerra com erro.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO "NOTCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CHAVE
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT REPORT-FILE ASSIGN TO "NOTSTAT.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO NOTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-FILE.
           COPY "NOTCTL.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-MODO            PIC X.
           05 FILLER               PIC X.
           05 PARM-PASSO           PIC X(08).
           05 FILLER               PIC X.
           05 PARM-DATA            PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-CONTROLE PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-FIM-CONTROLE PIC X.

       01 WS-MODO PIC X.
           88 MODO-LIBERACAO VALUE "L".
       01 WS-PASSO-LIBERAR PIC X(08).
       01 WS-DATA-PARM PIC 9(08) VALUE 0.
       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-REFERENCIA PIC 9(08).
       01 WS-DIA-REFERENCIA PIC 9(07).

       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.

      *****************************************************************
      * Passos do NOTURNO.JCL, na ordem do JCL; tipo "D" recupera
      * datas pendentes, "E" trabalha sobre o estado atual.
      *****************************************************************
       01 WS-TAB-PASSOS-VALORES.
           05 FILLER PIC X(09) VALUE "EXTCLIN D".
           05 FILLER PIC X(09) VALUE "CLINRET E".
           05 FILLER PIC X(09) VALUE "SEGRETORE".
           05 FILLER PIC X(09) VALUE "AUDCONC D".
           05 FILLER PIC X(09) VALUE "PACXAUD E".
           05 FILLER PIC X(09) VALUE "ESTMENS E".
           05 FILLER PIC X(09) VALUE "AGDFALTAE".
           05 FILLER PIC X(09) VALUE "SEGESCALE".
           05 FILLER PIC X(09) VALUE "EXTMUN  E".
       01 FILLER REDEFINES WS-TAB-PASSOS-VALORES.
           05 WS-PASSO-ENT OCCURS 9 TIMES.
               10 WS-PASSO-NOME     PIC X(08).
               10 WS-PASSO-TIPO     PIC X.
       01 WS-TOTAL-PASSOS PIC 9(02) VALUE 9.
       01 WS-IND-PASSO PIC 9(02).

      *****************************************************************
      * Apurado do passo corrente na varredura do controle.
      *****************************************************************
       01 WS-TEM-REGISTRO PIC X.
       01 WS-DATA-BASE PIC 9(08).
       01 WS-ULTIMA-BOA PIC 9(08).
       01 WS-ULTIMA-LIDOS PIC 9(07).
       01 WS-ULTIMA-GERADOS PIC 9(07).
       01 WS-CONCLUIDAS-PERIODO PIC 9(05).
       01 WS-DIAS-PERIODO PIC S9(07).
       01 WS-PENDENTES PIC S9(07).
       01 WS-DIAS-ATRASO PIC S9(07).
       01 WS-EXIBE-QTD PIC ZZZ9.

       01 WS-TOTAL-EM-DIA PIC 9(02) VALUE 0.
       01 WS-TOTAL-ATRASADOS PIC 9(02) VALUE 0.

      *****************************************************************
      * Execucoes nao concluidas e datas liberadas, para a segunda
      * secao do relatorio.
      *****************************************************************
       01 WS-TOTAL-ABERTAS PIC 9(05) VALUE 0.
       01 WS-MAX-ABERTAS PIC 9(05) VALUE 500.
       01 WS-TAB-ABERTAS.
           05 WS-ABERTA OCCURS 500 TIMES.
               10 WS-ABT-PASSO      PIC X(08).
               10 WS-ABT-DATA       PIC 9(08).
               10 WS-ABT-SITUACAO   PIC X.
               10 WS-ABT-EXECUCOES  PIC 9(03).
               10 WS-ABT-OPERADOR   PIC X(12).
       01 WS-IND-ABT PIC 9(05).

       01 WS-AUD-PROGRAMA PIC X(8) VALUE "NOTSTAT".
       01 WS-AUD-NOME PIC X(20) VALUE "CONTROLE NOTURNO".
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(44) VALUE
               "SITUACAO DA SEQUENCIA NOTURNA - REFERENCIA ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-CABECALHO-2.
           05 FILLER            PIC X(10) VALUE "PASSO".
           05 FILLER            PIC X(06) VALUE "TIPO".
           05 FILLER            PIC X(10) VALUE "BASE".
           05 FILLER            PIC X(10) VALUE "ULT. BOA".
           05 FILLER            PIC X(09) VALUE "LIDOS".
           05 FILLER            PIC X(09) VALUE "GERADOS".
           05 FILLER            PIC X(30) VALUE "SITUACAO".

       01 WS-DETALHE.
           05 WS-DET-PASSO       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-TIPO        PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-BASE        PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-ULTIMA      PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-LIDOS       PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-GERADOS     PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-SITUACAO    PIC X(30).

       01 WS-CABECALHO-3.
           05 FILLER            PIC X(50) VALUE
               "EXECUCOES NAO CONCLUIDAS E DATAS LIBERADAS".

       01 WS-CABECALHO-4.
           05 FILLER            PIC X(10) VALUE "PASSO".
           05 FILLER            PIC X(10) VALUE "DATA".
           05 FILLER            PIC X(26) VALUE "SITUACAO".
           05 FILLER            PIC X(07) VALUE "EXEC.".
           05 FILLER            PIC X(12) VALUE "OPERADOR".

       01 WS-DET-ABERTA.
           05 WS-DAB-PASSO       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DAB-DATA        PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DAB-SITUACAO    PIC X(24).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DAB-EXECUCOES   PIC ZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-DAB-OPERADOR    PIC X(12).

       01 WS-NENHUMA-ABERTA.
           05 FILLER             PIC X(40) VALUE
               "(nenhuma)".

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "Passos em dia....................".
           05 WS-RES-EM-DIA      PIC ZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "Passos atrasados ou pendentes....".
           05 WS-RES-ATRASADOS   PIC ZZZZ9.
       01 WS-RESUMO-3.
           05 FILLER             PIC X(34) VALUE
               "Execucoes nao concluidas/liberadas".
           05 WS-RES-ABERTAS     PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Modo - (R)elatorio de situacao ou (L)iberar "
                   "reprocessamento?"
               ACCEPT WS-MODO
               IF WS-MODO = "l"
                   MOVE "L" TO WS-MODO
               END-IF
               IF MODO-LIBERACAO
                   DISPLAY "Passo a liberar (nome do programa):"
                   ACCEPT WS-PASSO-LIBERAR
                   DISPLAY "Data a liberar (AAAAMMDD):"
               ELSE
                   DISPLAY "Data de referencia (AAAAMMDD, 0 = hoje):"
               END-IF
               ACCEPT WS-DATA-PARM
           END-IF.

           IF MODO-LIBERACAO
               PERFORM LIBERAR-REPROCESSAMENTO
           ELSE
               PERFORM EMITIR-RELATORIO
           END-IF.
           STOP RUN.

      *****************************************************************
      * Parametros via DD NOTPARM: ausente ou vazio cai no prompt
      * interativo; presente mas invalido derruba a execucao com
      * erro, para o job noturno nao parar esperando teclado.
      *****************************************************************
       OBTER-PARAMETRO.
           OPEN INPUT PARM-FILE.
           IF WS-STATUS-PARM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (PARM-MODO = "R" OR PARM-MODO = "L")
                               AND PARM-DATA NUMERIC
                               AND (PARM-MODO = "R"
                                   OR PARM-PASSO NOT = SPACES)
                           MOVE PARM-MODO TO WS-MODO
                           MOVE PARM-PASSO TO WS-PASSO-LIBERAR
                           MOVE PARM-DATA TO WS-DATA-PARM
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de controle invalido: "
                               PARM-LINE
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * Modo relatorio.
      *****************************************************************
       EMITIR-RELATORIO.
           MOVE WS-DATA-PARM TO WS-DATA-REFERENCIA.
           IF WS-DATA-REFERENCIA = 0
               MOVE WS-DATA-NUM TO WS-DATA-REFERENCIA
           END-IF.
           COMPUTE WS-DIA-REFERENCIA =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA).

           OPEN INPUT CONTROLE-FILE.
           IF WS-STATUS-CONTROLE NOT = "00"
                   AND WS-STATUS-CONTROLE NOT = "35"
               DISPLAY "Erro ao abrir controle noturno NOTCTL.DAT. "
                   "Status: " WS-STATUS-CONTROLE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de relatorio. Status: "
                   WS-STATUS-REPORT
               STOP RUN
           END-IF.

           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO > WS-TOTAL-PASSOS
               PERFORM APURAR-PASSO
               PERFORM IMPRIMIR-PASSO
           END-PERFORM.
           PERFORM IMPRIMIR-ABERTAS.
           PERFORM IMPRIMIR-RESUMO.

           IF WS-STATUS-CONTROLE NOT = "35"
               CLOSE CONTROLE-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "Situacao da sequencia noturna em "
               WS-DATA-REFERENCIA ": " WS-TOTAL-EM-DIA " passo(s) em "
               "dia, " WS-TOTAL-ATRASADOS " atrasado(s) - ver "
               "NOTSTAT.LST."
           IF WS-TOTAL-ATRASADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE WS-DATA-REFERENCIA TO WS-CAB-DATA.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Le todos os registros do passo (chave passo + data, em ordem
      * de data) apurando base, ultima data concluida e execucoes
      * abertas.
      *****************************************************************
       APURAR-PASSO.
           MOVE "N" TO WS-TEM-REGISTRO.
           MOVE 0 TO WS-DATA-BASE.
           MOVE 0 TO WS-ULTIMA-BOA.
           MOVE 0 TO WS-ULTIMA-LIDOS.
           MOVE 0 TO WS-ULTIMA-GERADOS.
           MOVE 0 TO WS-CONCLUIDAS-PERIODO.
           IF WS-STATUS-CONTROLE = "35"
               MOVE "S" TO WS-FIM-CONTROLE
           ELSE
               MOVE "N" TO WS-FIM-CONTROLE
               MOVE WS-PASSO-NOME (WS-IND-PASSO) TO NCT-PASSO
               MOVE 0 TO NCT-DATA
               START CONTROLE-FILE KEY IS >= NCT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CONTROLE
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-CONTROLE = "S"
               READ CONTROLE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTROLE
                   NOT AT END
                       IF NCT-PASSO NOT = WS-PASSO-NOME (WS-IND-PASSO)
                           MOVE "S" TO WS-FIM-CONTROLE
                       ELSE
                           MOVE "S" TO WS-TEM-REGISTRO
                           PERFORM APURAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

       APURAR-REGISTRO.
           EVALUATE TRUE
               WHEN NCT-BASE
                   MOVE NCT-INICIO-DATA TO WS-DATA-BASE
               WHEN NCT-CONCLUIDO
                   IF NCT-DATA <= WS-DATA-REFERENCIA
                       MOVE NCT-DATA TO WS-ULTIMA-BOA
                       MOVE NCT-QTD-LIDOS TO WS-ULTIMA-LIDOS
                       MOVE NCT-QTD-GERADOS TO WS-ULTIMA-GERADOS
                       IF NCT-DATA >= WS-DATA-BASE
                           ADD 1 TO WS-CONCLUIDAS-PERIODO
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM GUARDAR-ABERTA
           END-EVALUATE.

       GUARDAR-ABERTA.
           IF WS-TOTAL-ABERTAS >= WS-MAX-ABERTAS
               DISPLAY "Mais de " WS-MAX-ABERTAS " execucoes abertas; "
                   "excedentes fora do relatorio."
           ELSE
               ADD 1 TO WS-TOTAL-ABERTAS
               MOVE NCT-PASSO TO WS-ABT-PASSO (WS-TOTAL-ABERTAS)
               MOVE NCT-DATA TO WS-ABT-DATA (WS-TOTAL-ABERTAS)
               MOVE NCT-SITUACAO TO WS-ABT-SITUACAO (WS-TOTAL-ABERTAS)
               MOVE NCT-EXECUCOES
                   TO WS-ABT-EXECUCOES (WS-TOTAL-ABERTAS)
               IF NCT-LIBERADO
                   MOVE NCT-LIBERADO-POR
                       TO WS-ABT-OPERADOR (WS-TOTAL-ABERTAS)
               ELSE
                   MOVE NCT-OPERADOR
                       TO WS-ABT-OPERADOR (WS-TOTAL-ABERTAS)
               END-IF
           END-IF.

      *****************************************************************
      * Situacao do passo em relacao a data de referencia.
      *****************************************************************
       IMPRIMIR-PASSO.
           MOVE WS-PASSO-NOME (WS-IND-PASSO) TO WS-DET-PASSO.
           IF WS-PASSO-TIPO (WS-IND-PASSO) = "D"
               MOVE "DATA" TO WS-DET-TIPO
           ELSE
               MOVE "EST." TO WS-DET-TIPO
           END-IF.
           MOVE WS-DATA-BASE TO WS-DET-BASE.
           MOVE WS-ULTIMA-BOA TO WS-DET-ULTIMA.
           MOVE WS-ULTIMA-LIDOS TO WS-DET-LIDOS.
           MOVE WS-ULTIMA-GERADOS TO WS-DET-GERADOS.
           MOVE SPACES TO WS-DET-SITUACAO.
           EVALUATE TRUE
               WHEN WS-TEM-REGISTRO = "N"
                   MOVE "NUNCA EXECUTADO SOB CONTROLE"
                       TO WS-DET-SITUACAO
                   ADD 1 TO WS-TOTAL-ATRASADOS
               WHEN WS-PASSO-TIPO (WS-IND-PASSO) = "D"
                   PERFORM SITUACAO-POR-DATA
               WHEN OTHER
                   PERFORM SITUACAO-POR-ESTADO
           END-EVALUATE.
           MOVE WS-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Passo por data: datas da base ate a referencia sem conclusao.
      *****************************************************************
       SITUACAO-POR-DATA.
           IF WS-DATA-BASE = 0 OR WS-DATA-BASE > WS-DATA-REFERENCIA
               MOVE 0 TO WS-PENDENTES
           ELSE
               COMPUTE WS-DIAS-PERIODO = WS-DIA-REFERENCIA
                   - FUNCTION INTEGER-OF-DATE (WS-DATA-BASE) + 1
               COMPUTE WS-PENDENTES =
                   WS-DIAS-PERIODO - WS-CONCLUIDAS-PERIODO
           END-IF.
           IF WS-PENDENTES > 0
               MOVE WS-PENDENTES TO WS-EXIBE-QTD
               STRING WS-EXIBE-QTD " DATA(S) PENDENTE(S)"
                   DELIMITED BY SIZE INTO WS-DET-SITUACAO
               ADD 1 TO WS-TOTAL-ATRASADOS
           ELSE
               MOVE "EM DIA" TO WS-DET-SITUACAO
               ADD 1 TO WS-TOTAL-EM-DIA
           END-IF.

      *****************************************************************
      * Passo sobre o estado atual: dias desde a ultima conclusao.
      *****************************************************************
       SITUACAO-POR-ESTADO.
           IF WS-ULTIMA-BOA = 0
               MOVE "SEM EXECUCAO CONCLUIDA" TO WS-DET-SITUACAO
               ADD 1 TO WS-TOTAL-ATRASADOS
           ELSE
               COMPUTE WS-DIAS-ATRASO = WS-DIA-REFERENCIA
                   - FUNCTION INTEGER-OF-DATE (WS-ULTIMA-BOA)
               IF WS-DIAS-ATRASO > 0
                   MOVE WS-DIAS-ATRASO TO WS-EXIBE-QTD
                   STRING "ATRASADO " WS-EXIBE-QTD " DIA(S)"
                       DELIMITED BY SIZE INTO WS-DET-SITUACAO
                   ADD 1 TO WS-TOTAL-ATRASADOS
               ELSE
                   MOVE "EM DIA" TO WS-DET-SITUACAO
                   ADD 1 TO WS-TOTAL-EM-DIA
               END-IF
           END-IF.

       IMPRIMIR-ABERTAS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-ABERTAS = 0
               MOVE WS-NENHUMA-ABERTA TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CABECALHO-4 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-IND-ABT FROM 1 BY 1
                       UNTIL WS-IND-ABT > WS-TOTAL-ABERTAS
                   PERFORM IMPRIMIR-ABERTA
               END-PERFORM
           END-IF.

       IMPRIMIR-ABERTA.
           MOVE WS-ABT-PASSO (WS-IND-ABT) TO WS-DAB-PASSO.
           MOVE WS-ABT-DATA (WS-IND-ABT) TO WS-DAB-DATA.
           IF WS-ABT-SITUACAO (WS-IND-ABT) = "L"
               MOVE "LIBERADA P/ REPROCESSAR" TO WS-DAB-SITUACAO
           ELSE
               MOVE "INICIADA, NAO CONCLUIDA" TO WS-DAB-SITUACAO
           END-IF.
           MOVE WS-ABT-EXECUCOES (WS-IND-ABT) TO WS-DAB-EXECUCOES.
           MOVE WS-ABT-OPERADOR (WS-IND-ABT) TO WS-DAB-OPERADOR.
           MOVE WS-DET-ABERTA TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-EM-DIA TO WS-RES-EM-DIA.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ATRASADOS TO WS-RES-ATRASADOS.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ABERTAS TO WS-RES-ABERTAS.
           MOVE WS-RESUMO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Modo liberacao: so supervisor, e so data ja concluida.
      *****************************************************************
       LIBERAR-REPROCESSAMENTO.
           CALL "OPERNIV" USING WS-OPERADOR, WS-NIVEL
           END-CALL.
           IF WS-NIVEL < 3
               PERFORM NEGAR-ACESSO
               STOP RUN
           END-IF.

           OPEN I-O CONTROLE-FILE.
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "Erro ao abrir controle noturno NOTCTL.DAT. "
                   "Status: " WS-STATUS-CONTROLE
               STOP RUN
           END-IF.

           MOVE WS-PASSO-LIBERAR TO NCT-PASSO.
           MOVE WS-DATA-PARM TO NCT-DATA.
           READ CONTROLE-FILE
               INVALID KEY
                   DISPLAY "Nenhuma execucao de " WS-PASSO-LIBERAR
                       " registrada para " WS-DATA-PARM
                       "; nada a liberar."
                   CLOSE CONTROLE-FILE
                   STOP RUN
           END-READ.
           IF NOT NCT-CONCLUIDO
               DISPLAY WS-PASSO-LIBERAR " " WS-DATA-PARM
                   " nao esta concluido (situacao " NCT-SITUACAO
                   "); a proxima execucao ja processa a data."
               CLOSE CONTROLE-FILE
               STOP RUN
           END-IF.

           MOVE "L" TO NCT-SITUACAO.
           MOVE WS-OPERADOR TO NCT-LIBERADO-POR.
           MOVE WS-DATA-NUM TO NCT-LIBERADO-EM.
           REWRITE NCT-REG.
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "Erro ao regravar controle noturno. Status: "
                   WS-STATUS-CONTROLE
               CLOSE CONTROLE-FILE
               STOP RUN
           END-IF.
           CLOSE CONTROLE-FILE.

           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "liberado " WS-PASSO-LIBERAR " " WS-DATA-PARM
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.
           DISPLAY WS-PASSO-LIBERAR " " WS-DATA-PARM
               " liberado para reprocessamento.".

       NEGAR-ACESSO.
           DISPLAY "Liberar reprocessamento exige nivel supervisor "
               "(operador " WS-OPERADOR ", nivel " WS-NIVEL ")."
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE "acesso negado liberacao" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       END PROGRAM NOTSTAT.

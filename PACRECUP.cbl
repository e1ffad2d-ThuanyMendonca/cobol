       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACRECUP.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Recuperacao para frente do mestre de pacientes: quando o
      * PACIENTE.DAT se perde no meio do dia, o operador restaura o
      * backup da noite anterior no lugar do mestre e roda este
      * utilitario com o periodo a recuperar. As geracoes diarias do
      * diario de imagens (PACJRN.AAAAMMDD.DAT, gravadas pelo
      * PACJRNL.cbl a cada gravacao, regravacao ou exclusao no
      * mestre) sao lidas dia a dia, em ordem de gravacao, e cada
      * imagem e reaplicada sobre o mestre restaurado - em vez de
      * perder o dia e redigitar as visitas.
      *
      * Regras de reaplicacao, pela chave (nome + data) da imagem:
      *   inclusao  - chave inexistente: grava a imagem depois;
      *   alteracao - registro atual igual a imagem antes: regrava
      *               com a imagem depois;
      *   exclusao  - registro atual igual a imagem antes: exclui.
      * Registro que ja esta igual ao resultado da operacao (imagem
      * depois ja gravada, ou registro ja excluido) conta como "ja
      * aplicado" e nao e tocado, entao um backup tirado no meio do
      * periodo, ou uma segunda execucao sobre o mesmo periodo, nao
      * estraga nada. Qualquer outra situacao e CONFLITO: o registro
      * do mestre nao e o que o diario esperava encontrar (backup
      * errado, alteracao feita fora dos programas que gravam o
      * diario, anonimizacao do PACLGPD posterior ao backup); a
      * imagem nao e aplicada e sai no relatorio para analise.
      *
      * O relatorio de controle PACRECUP.LST lista cada imagem lida
      * com o resultado (APLICADO, JA APLICADO ou CONFLITO e o
      * motivo), os dias sem geracao do diario e o resumo com as
      * contagens. RETURN-CODE 4 quando houve conflito.
      *
      * O periodo vem do arquivo de parametros RCUPARM (uma linha
      * "AAAAMMDD AAAAMMDD", data final zero = hoje); sem o arquivo
      * de parametros o programa pergunta as datas, e parametro
      * invalido encerra com erro. Como regrava o mestre, a execucao
      * exige nivel 3 (supervisor) pelo OPERNIV; tentativa negada e
      * a execucao ficam registradas no AUDITLOG.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACIENTE-FILE ASSIGN TO "PACIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-CHAVE
               ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAC-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PACIENTE.

           SELECT DIARIO-FILE ASSIGN TO DYNAMIC WS-DIARIO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT REPORT-FILE ASSIGN TO "PACRECUP.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO RCUPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-FILE.
           COPY "PACIENTE.CPY".

       FD  DIARIO-FILE.
           COPY "PACJRN.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-DATA-INICIAL    PIC X(08).
           05 FILLER               PIC X.
           05 PARM-DATA-FINAL      PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-PACIENTE PIC XX.
       01 WS-STATUS-DIARIO PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-FIM-DIARIO PIC X.

       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-INICIAL PIC 9(08) VALUE 0.
       01 WS-DATA-FINAL PIC 9(08) VALUE 0.
       01 WS-DATA-TESTE PIC 9(08).
       01 WS-DATA-TESTE-GRUPO REDEFINES WS-DATA-TESTE.
           05 WS-TST-ANO PIC 9(04).
           05 WS-TST-MES PIC 9(02).
           05 WS-TST-DIA PIC 9(02).
       01 WS-DATA-VALIDA PIC X.
       01 WS-DIA-ATUAL PIC 9(07).
       01 WS-DIA-FINAL PIC 9(07).

       01 WS-DIARIO-ARQUIVO.
           05 FILLER           PIC X(07) VALUE "PACJRN.".
           05 WS-ARQ-DATA      PIC 9(08).
           05 FILLER           PIC X(04) VALUE ".DAT".

      *****************************************************************
      * Imagens do registro do diario corrente e resultado da
      * reaplicacao.
      *****************************************************************
       01 WS-IMAGEM-ANTES PIC X(80).
       01 WS-IMAGEM-DEPOIS PIC X(80).
       01 WS-IMAGEM-CHAVE.
           05 WS-IMG-NOME          PIC X(20).
           05 WS-IMG-DATA          PIC 9(08).
           05 FILLER               PIC X(52).
       01 WS-ACHOU-REGISTRO PIC X.
       01 WS-RESULTADO PIC X.
           88 RES-APLICADO VALUE "A".
           88 RES-JA-APLICADO VALUE "J".
           88 RES-CONFLITO VALUE "C".
       01 WS-MOTIVO PIC X(40).

       01 WS-TOTAL-DIARIOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-SEM-DIARIO PIC 9(05) VALUE 0.
       01 WS-TOTAL-LIDOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-APLICADOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-JA-APLICADOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-CONFLITOS PIC 9(07) VALUE 0.

       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.

       01 WS-AUD-PROGRAMA PIC X(8) VALUE "PACRECUP".
       01 WS-AUD-NOME PIC X(20) VALUE "RECUPERACAO MESTRE".
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".
       01 WS-AUD-APLICADOS PIC 9(07).
       01 WS-AUD-CONFLITOS PIC 9(07).

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(40) VALUE
               "RECUPERACAO DO MESTRE PELO DIARIO - DE ".
           05 WS-CAB-INICIAL    PIC 9(08).
           05 FILLER            PIC X(04) VALUE " A ".
           05 WS-CAB-FINAL      PIC 9(08).

       01 WS-CABECALHO-2.
           05 FILLER            PIC X(09) VALUE "DATA".
           05 FILLER            PIC X(09) VALUE "HORA".
           05 FILLER            PIC X(09) VALUE "PROGRAMA".
           05 FILLER            PIC X(03) VALUE "OP".
           05 FILLER            PIC X(21) VALUE "NOME".
           05 FILLER            PIC X(09) VALUE "VISITA".
           05 FILLER            PIC X(13) VALUE "RESULTADO".
           05 FILLER            PIC X(40) VALUE "MOTIVO".

       01 WS-DETALHE.
           05 WS-DET-DATA        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-DET-HORA        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-DET-PROGRAMA    PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-DET-OPERACAO    PIC X.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-NOME        PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-DET-VISITA      PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-DET-RESULTADO   PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-DET-MOTIVO      PIC X(40).

       01 WS-DET-SEM-DIARIO.
           05 WS-DSD-DATA        PIC 9(08).
           05 FILLER             PIC X(40) VALUE
               " (sem geracao do diario neste dia)".

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "Geracoes do diario lidas.........".
           05 WS-RES-DIARIOS     PIC ZZZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "Dias sem geracao do diario.......".
           05 WS-RES-SEM-DIARIO  PIC ZZZZZZ9.
       01 WS-RESUMO-3.
           05 FILLER             PIC X(34) VALUE
               "Imagens lidas....................".
           05 WS-RES-LIDOS       PIC ZZZZZZ9.
       01 WS-RESUMO-4.
           05 FILLER             PIC X(34) VALUE
               "Imagens aplicadas................".
           05 WS-RES-APLICADOS   PIC ZZZZZZ9.
       01 WS-RESUMO-5.
           05 FILLER             PIC X(34) VALUE
               "Imagens ja aplicadas.............".
           05 WS-RES-JA-APLIC    PIC ZZZZZZ9.
       01 WS-RESUMO-6.
           05 FILLER             PIC X(34) VALUE
               "Conflitos (nao aplicados)........".
           05 WS-RES-CONFLITOS   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "OPERNIV" USING WS-OPERADOR, WS-NIVEL
           END-CALL.
           IF WS-NIVEL < 3
               PERFORM NEGAR-ACESSO
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Recuperar a partir de (AAAAMMDD - dia "
                   "seguinte ao backup restaurado):"
               ACCEPT WS-DATA-INICIAL
               DISPLAY "Recuperar ate (AAAAMMDD, 0 = hoje):"
               ACCEPT WS-DATA-FINAL
           END-IF.
           PERFORM VALIDAR-PERIODO.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM IMPRIMIR-CABECALHO.

           COMPUTE WS-DIA-ATUAL =
               FUNCTION INTEGER-OF-DATE (WS-DATA-INICIAL).
           COMPUTE WS-DIA-FINAL =
               FUNCTION INTEGER-OF-DATE (WS-DATA-FINAL).
           PERFORM UNTIL WS-DIA-ATUAL > WS-DIA-FINAL
               COMPUTE WS-ARQ-DATA =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-ATUAL)
               PERFORM REAPLICAR-GERACAO
               ADD 1 TO WS-DIA-ATUAL
           END-PERFORM.

           PERFORM IMPRIMIR-RESUMO.
           PERFORM FECHAR-ARQUIVOS.
           PERFORM REGISTRAR-AUDITORIA.

           DISPLAY "Recuperacao concluida: " WS-TOTAL-APLICADOS
               " aplicada(s), " WS-TOTAL-JA-APLICADOS
               " ja aplicada(s), " WS-TOTAL-CONFLITOS
               " conflito(s) - controle em PACRECUP.LST."
           IF WS-TOTAL-CONFLITOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      * Periodo via DD RCUPARM: ausente ou vazio cai no prompt
      * interativo; presente mas nao numerico derruba a execucao com
      * erro.
      *****************************************************************
       OBTER-PARAMETRO.
           OPEN INPUT PARM-FILE.
           IF WS-STATUS-PARM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DATA-INICIAL NUMERIC
                               AND PARM-DATA-FINAL NUMERIC
                           MOVE PARM-DATA-INICIAL TO WS-DATA-INICIAL
                           MOVE PARM-DATA-FINAL TO WS-DATA-FINAL
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de periodo invalido: "
                               PARM-LINE
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * Data final zero e hoje. Data inicial obrigatoria, as duas
      * precisam ser datas de calendario, em ordem e nao futuras.
      *****************************************************************
       VALIDAR-PERIODO.
           IF WS-DATA-FINAL = 0
               MOVE WS-DATA-NUM TO WS-DATA-FINAL
           END-IF.
           MOVE WS-DATA-INICIAL TO WS-DATA-TESTE.
           PERFORM CONFERIR-DATA.
           IF WS-DATA-VALIDA = "S"
               MOVE WS-DATA-FINAL TO WS-DATA-TESTE
               PERFORM CONFERIR-DATA
           END-IF.
           IF WS-DATA-VALIDA = "N"
                   OR WS-DATA-INICIAL > WS-DATA-FINAL
                   OR WS-DATA-FINAL > WS-DATA-NUM
               DISPLAY "Periodo invalido: " WS-DATA-INICIAL " a "
                   WS-DATA-FINAL "; nada recuperado."
               STOP RUN
           END-IF.

      *****************************************************************
      * Data de calendario valida (dia dentro do mes, 29/02 so em ano
      * bissexto): o laco dia a dia conta pelo INTEGER-OF-DATE.
      *****************************************************************
       CONFERIR-DATA.
           MOVE "S" TO WS-DATA-VALIDA.
           IF WS-TST-ANO < 1900
                   OR FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-TESTE)
                       NOT = 0
               MOVE "N" TO WS-DATA-VALIDA
           END-IF.

      *****************************************************************
      * O mestre aberto aqui e o backup restaurado; ele precisa
      * existir - recuperar sobre um mestre vazio seria so reaplicar
      * o diario sem nada que confira as imagens antes.
      *****************************************************************
       ABRIR-ARQUIVOS.
           OPEN I-O PACIENTE-FILE.
           IF WS-STATUS-PACIENTE NOT = "00"
               DISPLAY "Erro ao abrir arquivo de pacientes "
                   "restaurado. Status: " WS-STATUS-PACIENTE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de relatorio. Status: "
                   WS-STATUS-REPORT
               STOP RUN
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE WS-DATA-INICIAL TO WS-CAB-INICIAL.
           MOVE WS-DATA-FINAL TO WS-CAB-FINAL.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Uma geracao do diario, em ordem de gravacao. Dia sem geracao
      * (nenhuma alteracao no mestre, ou diario perdido) sai anotado
      * no relatorio para o operador conferir.
      *****************************************************************
       REAPLICAR-GERACAO.
           OPEN INPUT DIARIO-FILE.
           IF WS-STATUS-DIARIO NOT = "00"
               ADD 1 TO WS-TOTAL-SEM-DIARIO
               MOVE WS-ARQ-DATA TO WS-DSD-DATA
               MOVE WS-DET-SEM-DIARIO TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-TOTAL-DIARIOS
               MOVE "N" TO WS-FIM-DIARIO
               PERFORM UNTIL WS-FIM-DIARIO = "S"
                   READ DIARIO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-DIARIO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LIDOS
                           PERFORM REAPLICAR-IMAGEM
                   END-READ
               END-PERFORM
               CLOSE DIARIO-FILE
           END-IF.

       REAPLICAR-IMAGEM.
           MOVE JRN-ANTES TO WS-IMAGEM-ANTES.
           MOVE JRN-DEPOIS TO WS-IMAGEM-DEPOIS.
           MOVE SPACES TO WS-MOTIVO.
           IF JRN-EXCLUSAO
               MOVE WS-IMAGEM-ANTES TO WS-IMAGEM-CHAVE
           ELSE
               MOVE WS-IMAGEM-DEPOIS TO WS-IMAGEM-CHAVE
           END-IF.
           MOVE WS-IMG-NOME TO PAC-NOME.
           MOVE WS-IMG-DATA TO PAC-DATA-ATUAL.
           MOVE "S" TO WS-ACHOU-REGISTRO.
           READ PACIENTE-FILE KEY IS PAC-CHAVE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-REGISTRO
           END-READ.
           EVALUATE TRUE
               WHEN JRN-INCLUSAO
                   PERFORM REAPLICAR-INCLUSAO
               WHEN JRN-ALTERACAO
                   PERFORM REAPLICAR-ALTERACAO
               WHEN JRN-EXCLUSAO
                   PERFORM REAPLICAR-EXCLUSAO
               WHEN OTHER
                   MOVE "C" TO WS-RESULTADO
                   MOVE "operacao desconhecida no diario"
                       TO WS-MOTIVO
           END-EVALUATE.
           PERFORM IMPRIMIR-DETALHE.

       REAPLICAR-INCLUSAO.
           IF WS-ACHOU-REGISTRO = "N"
               MOVE WS-IMAGEM-DEPOIS TO PACIENTE-REG
               WRITE PACIENTE-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               PERFORM CONFERIR-GRAVACAO
           ELSE
               IF PACIENTE-REG = WS-IMAGEM-DEPOIS
                   MOVE "J" TO WS-RESULTADO
               ELSE
                   MOVE "C" TO WS-RESULTADO
                   MOVE "chave ja existe com outro conteudo"
                       TO WS-MOTIVO
               END-IF
           END-IF.

       REAPLICAR-ALTERACAO.
           EVALUATE TRUE
               WHEN WS-ACHOU-REGISTRO = "N"
                   MOVE "C" TO WS-RESULTADO
                   MOVE "registro nao existe no mestre" TO WS-MOTIVO
               WHEN PACIENTE-REG = WS-IMAGEM-ANTES
                   MOVE WS-IMAGEM-DEPOIS TO PACIENTE-REG
                   REWRITE PACIENTE-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM CONFERIR-GRAVACAO
               WHEN PACIENTE-REG = WS-IMAGEM-DEPOIS
                   MOVE "J" TO WS-RESULTADO
               WHEN OTHER
                   MOVE "C" TO WS-RESULTADO
                   MOVE "registro difere da imagem antes"
                       TO WS-MOTIVO
           END-EVALUATE.

       REAPLICAR-EXCLUSAO.
           EVALUATE TRUE
               WHEN WS-ACHOU-REGISTRO = "N"
                   MOVE "J" TO WS-RESULTADO
               WHEN PACIENTE-REG = WS-IMAGEM-ANTES
                   DELETE PACIENTE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   PERFORM CONFERIR-GRAVACAO
               WHEN OTHER
                   MOVE "C" TO WS-RESULTADO
                   MOVE "registro difere da imagem antes"
                       TO WS-MOTIVO
           END-EVALUATE.

       CONFERIR-GRAVACAO.
           IF WS-STATUS-PACIENTE = "00" OR WS-STATUS-PACIENTE = "02"
               MOVE "A" TO WS-RESULTADO
           ELSE
               MOVE "C" TO WS-RESULTADO
               MOVE SPACES TO WS-MOTIVO
               STRING "erro de gravacao no mestre, status "
                   WS-STATUS-PACIENTE
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

       IMPRIMIR-DETALHE.
           MOVE JRN-DATA TO WS-DET-DATA.
           MOVE JRN-HORA TO WS-DET-HORA.
           MOVE JRN-PROGRAMA TO WS-DET-PROGRAMA.
           MOVE JRN-OPERACAO TO WS-DET-OPERACAO.
           MOVE WS-IMG-NOME TO WS-DET-NOME.
           MOVE WS-IMG-DATA TO WS-DET-VISITA.
           EVALUATE TRUE
               WHEN RES-APLICADO
                   ADD 1 TO WS-TOTAL-APLICADOS
                   MOVE "APLICADO" TO WS-DET-RESULTADO
               WHEN RES-JA-APLICADO
                   ADD 1 TO WS-TOTAL-JA-APLICADOS
                   MOVE "JA APLICADO" TO WS-DET-RESULTADO
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-CONFLITOS
                   MOVE "CONFLITO" TO WS-DET-RESULTADO
           END-EVALUATE.
           MOVE WS-MOTIVO TO WS-DET-MOTIVO.
           MOVE WS-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-DIARIOS TO WS-RES-DIARIOS.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SEM-DIARIO TO WS-RES-SEM-DIARIO.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-LIDOS TO WS-RES-LIDOS.
           MOVE WS-RESUMO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-APLICADOS TO WS-RES-APLICADOS.
           MOVE WS-RESUMO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-JA-APLICADOS TO WS-RES-JA-APLIC.
           MOVE WS-RESUMO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CONFLITOS TO WS-RES-CONFLITOS.
           MOVE WS-RESUMO-6 TO REPORT-LINE.
           WRITE REPORT-LINE.

       FECHAR-ARQUIVOS.
           CLOSE PACIENTE-FILE.
           CLOSE REPORT-FILE.

      *****************************************************************
      * Negativa de autorizacao: a recuperacao nem comeca; a
      * tentativa fica no AUDITLOG.
      *****************************************************************
       NEGAR-ACESSO.
           DISPLAY "Recuperacao do mestre exige nivel supervisor "
               "(operador " WS-OPERADOR ", nivel " WS-NIVEL ")."
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE "acesso negado recuperacao" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE WS-TOTAL-APLICADOS TO WS-AUD-APLICADOS.
           MOVE WS-TOTAL-CONFLITOS TO WS-AUD-CONFLITOS.
           STRING WS-DATA-INICIAL "-" WS-DATA-FINAL " a "
               WS-AUD-APLICADOS " c " WS-AUD-CONFLITOS
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       END PROGRAM PACRECUP.

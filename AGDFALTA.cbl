       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDFALTA.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Relatorio noturno de faltosos da agenda de retornos
      * (AGENDA.DAT, ver AGENDA.CPY): lista todo agendamento com data
      * anterior a data de referencia que nao tem visita no mestre
      * (PACIENTE.DAT) daquele ID naquela data, agrupado por site e
      * em ordem de data dentro do site, para a recepcao de cada
      * site telefonar para quem faltou e a equipe de nutricao ver
      * quem abandonou o plano.
      *
      * A visita e procurada pela chave alternada PAC-ID, e nao pelo
      * nome gravado no agendamento: depois de uma mescla do PACREG o
      * nome canonico pode ter mudado, o ID nao. Agendamento
      * cancelado nunca e falta. Agendamento baixado pelo CHECKIN
      * ("compareceu") mas sem visita no mestre tambem sai na lista,
      * marcado "chegou sem pesagem" - o cliente passou pela recepcao
      * e foi embora antes de ser medido.
      *
      * A data de referencia vem do arquivo de parametros AGDPARM
      * (uma linha AAAAMMDD; zero usa a data do dia), no mesmo
      * espirito do EXTPARM do EXTCLIN, para o relatorio rodar no
      * NOTURNO.JCL sem operador. Sem o arquivo de parametros o
      * programa pergunta a data; parametro presente mas invalido
      * encerra com erro. O relatorio sai em AGDFALTA.LST; o programa
      * so le os arquivos, nada e alterado.
      *
      * A execucao com AGDPARM (a do NOTURNO.JCL) fica registrada no
      * controle da sequencia noturna (NOTCTL.DAT, via NOTCTL.cbl)
      * com os agendamentos vencidos conferidos e as faltas; uma
      * segunda execucao agendada na mesma data e recusada com
      * RETURN-CODE 4 ate o supervisor liberar o reprocessamento no
      * NOTSTAT. Noite perdida nao precisa de recuperacao propria: a
      * lista e cumulativa e a execucao seguinte ja cobre as datas
      * anteriores.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO "AGENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-STATUS-AGENDA.

           SELECT PACIENTE-FILE ASSIGN TO "PACIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-CHAVE
               ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAC-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PACIENTE.

           SELECT REPORT-FILE ASSIGN TO "AGDFALTA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO AGDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-FILE.
           COPY "AGENDA.CPY".

       FD  PACIENTE-FILE.
           COPY "PACIENTE.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-DATA            PIC X(08).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-AGENDA PIC XX.
       01 WS-STATUS-PACIENTE PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-FIM-AGENDA PIC X VALUE "N".
       01 WS-FIM-VISITAS PIC X.
       01 WS-TEM-VISITA PIC X.

       01 WS-DATA-REFERENCIA PIC 9(08).

      *****************************************************************
      * Faltas encontradas, mantidas em ordem de site e data por
      * insercao (mesmo padrao de tabela ordenada do ESTMENS), para a
      * quebra de controle por site sem passo de SORT.
      *****************************************************************
       01 WS-TOTAL-FALTAS PIC 9(05) VALUE 0.
       01 WS-MAX-FALTAS PIC 9(05) VALUE 5000.
       01 WS-TAB-FALTAS.
           05 WS-FALTA OCCURS 5000 TIMES.
               10 WS-FLT-ORDEM.
                   15 WS-FLT-SITE    PIC X(03).
                   15 WS-FLT-DATA    PIC 9(08).
               10 WS-FLT-ID          PIC 9(07).
               10 WS-FLT-NOME        PIC X(20).
               10 WS-FLT-MOTIVO      PIC X(30).
               10 WS-FLT-STATUS      PIC X.
       01 WS-IND-FLT PIC 9(05).
       01 WS-IND-INS PIC 9(05).
       01 WS-IND-DESLOCA PIC 9(05).
       01 WS-ORDEM-NOVA.
           05 WS-ORD-SITE            PIC X(03).
           05 WS-ORD-DATA            PIC 9(08).

       01 WS-SITE-ATUAL PIC X(03).
       01 WS-CONT-SITE PIC 9(05) VALUE 0.
       01 WS-SITE-NOME PIC X(20).
       01 WS-SITE-VALIDO PIC X.

       01 WS-TOTAL-VENCIDOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-ATENDIDOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-CANCELADOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-SEM-PESAGEM PIC 9(05) VALUE 0.

       01 WS-DATA-EXIBE PIC 9(08).
       01 WS-EXIBE-GRUPO REDEFINES WS-DATA-EXIBE.
           05 WS-EXB-ANO PIC 9(04).
           05 WS-EXB-MES PIC 9(02).
           05 WS-EXB-DIA PIC 9(02).

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(44) VALUE
               "FALTOSOS DA AGENDA DE RETORNOS - ANTES DE ".
           05 WS-CAB-DIA        PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-MES        PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-ANO        PIC 9999.

       01 WS-CABECALHO-2.
           05 FILLER            PIC X(12) VALUE "DATA".
           05 FILLER            PIC X(09) VALUE "ID".
           05 FILLER            PIC X(21) VALUE "NOME".
           05 FILLER            PIC X(31) VALUE "MOTIVO".
           05 FILLER            PIC X(18) VALUE "OBSERVACAO".

       01 WS-CABECALHO-SITE.
           05 FILLER            PIC X(06) VALUE "SITE: ".
           05 WS-CAB-SITE       PIC X(03).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-CAB-SITE-NOME  PIC X(20).

       01 WS-DETALHE.
           05 WS-DET-DIA         PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-DET-MES         PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-DET-ANO         PIC 9999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-ID          PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-NOME        PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-MOTIVO      PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-OBS         PIC X(18).

       01 WS-SUBTOTAL-SITE.
           05 FILLER            PIC X(15) VALUE "Subtotal site ".
           05 WS-SUB-SITE       PIC X(03).
           05 FILLER            PIC X(12) VALUE " ...........".
           05 WS-SUB-CONT       PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE " falta(s)".

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "Agendamentos vencidos conferidos.".
           05 WS-RES-VENCIDOS    PIC ZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "Com visita no mestre.............".
           05 WS-RES-ATENDIDOS   PIC ZZZZ9.
       01 WS-RESUMO-3.
           05 FILLER             PIC X(34) VALUE
               "Cancelados (ignorados)...........".
           05 WS-RES-CANCELADOS  PIC ZZZZ9.
       01 WS-RESUMO-4.
           05 FILLER             PIC X(34) VALUE
               "Faltas...........................".
           05 WS-RES-FALTAS      PIC ZZZZ9.
       01 WS-RESUMO-5.
           05 FILLER             PIC X(34) VALUE
               "  das quais chegou sem pesagem...".
           05 WS-RES-SEM-PESAGEM PIC ZZZZ9.

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-NCT-PASSO PIC X(8) VALUE "AGDFALTA".
       01 WS-NCT-FUNCAO PIC X.
       01 WS-NCT-DATA PIC 9(8).
       01 WS-NCT-QTD-LIDOS PIC 9(7).
       01 WS-NCT-QTD-GERADOS PIC 9(7).
       01 WS-NCT-RESULTADO PIC X.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Listar faltas antes de (AAAAMMDD, 0 = hoje):"
               ACCEPT WS-DATA-REFERENCIA
           END-IF.
           IF WS-DATA-REFERENCIA = 0
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           IF WS-PARM-OBTIDO = "S"
               PERFORM CONTROLAR-INICIO
           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM IMPRIMIR-CABECALHO.
           IF WS-STATUS-AGENDA = "00"
               PERFORM VARRER-AGENDA
           END-IF.
           PERFORM IMPRIMIR-FALTAS.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM FECHAR-ARQUIVOS.
           IF WS-PARM-OBTIDO = "S"
               PERFORM CONTROLAR-FIM
           END-IF.

           DISPLAY "Faltosos antes de " WS-DATA-REFERENCIA ": "
               WS-TOTAL-FALTAS " falta(s)."
           STOP RUN.

      *****************************************************************
      * Parametro via DD AGDPARM: ausente ou vazio cai no prompt
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
                       IF PARM-DATA NUMERIC
                           MOVE PARM-DATA TO WS-DATA-REFERENCIA
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de data invalido: "
                               PARM-DATA
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * Agenda ainda inexistente (nenhum retorno marcado ate hoje) nao
      * e erro: o relatorio sai zerado.
      *****************************************************************
       ABRIR-ARQUIVOS.
           OPEN INPUT AGENDA-FILE.
           IF WS-STATUS-AGENDA NOT = "00"
                   AND WS-STATUS-AGENDA NOT = "35"
               DISPLAY "Erro ao abrir arquivo de agenda. Status: "
                   WS-STATUS-AGENDA
               STOP RUN
           END-IF.
           OPEN INPUT PACIENTE-FILE.
           IF WS-STATUS-PACIENTE NOT = "00"
               DISPLAY "Erro ao abrir arquivo de pacientes. Status: "
                   WS-STATUS-PACIENTE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de relatorio. Status: "
                   WS-STATUS-REPORT
               STOP RUN
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE WS-DATA-REFERENCIA TO WS-DATA-EXIBE.
           MOVE WS-EXB-DIA TO WS-CAB-DIA.
           MOVE WS-EXB-MES TO WS-CAB-MES.
           MOVE WS-EXB-ANO TO WS-CAB-ANO.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

       VARRER-AGENDA.
           MOVE LOW-VALUES TO AGD-CHAVE.
           START AGENDA-FILE KEY IS >= AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-AGENDA
           END-START.
           PERFORM UNTIL WS-FIM-AGENDA = "S"
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-AGENDA
                   NOT AT END
                       IF AGD-DATA < WS-DATA-REFERENCIA
                           PERFORM CONFERIR-AGENDAMENTO
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-AGENDAMENTO.
           ADD 1 TO WS-TOTAL-VENCIDOS.
           IF AGD-CANCELADO
               ADD 1 TO WS-TOTAL-CANCELADOS
           ELSE
               PERFORM PROCURAR-VISITA
               IF WS-TEM-VISITA = "S"
                   ADD 1 TO WS-TOTAL-ATENDIDOS
               ELSE
                   PERFORM GUARDAR-FALTA
               END-IF
           END-IF.

      *****************************************************************
      * Percorre as visitas do ID pela chave alternada ate achar a
      * data marcada ou o ID mudar.
      *****************************************************************
       PROCURAR-VISITA.
           MOVE "N" TO WS-TEM-VISITA.
           MOVE "N" TO WS-FIM-VISITAS.
           MOVE AGD-PAC-ID TO PAC-ID.
           START PACIENTE-FILE KEY IS >= PAC-ID
               INVALID KEY
                   MOVE "S" TO WS-FIM-VISITAS
           END-START.
           PERFORM UNTIL WS-FIM-VISITAS = "S"
               READ PACIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-VISITAS
                   NOT AT END
                       IF PAC-ID NOT = AGD-PAC-ID
                           MOVE "S" TO WS-FIM-VISITAS
                       ELSE
                           IF PAC-DATA-ATUAL = AGD-DATA
                               MOVE "S" TO WS-TEM-VISITA
                               MOVE "S" TO WS-FIM-VISITAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-FALTA.
           IF WS-TOTAL-FALTAS >= WS-MAX-FALTAS
               DISPLAY "Mais de " WS-MAX-FALTAS " faltas; "
                   "excedentes fora do relatorio."
           ELSE
               MOVE AGD-SITE TO WS-ORD-SITE
               MOVE AGD-DATA TO WS-ORD-DATA
               MOVE WS-TOTAL-FALTAS TO WS-IND-INS
               ADD 1 TO WS-IND-INS
               PERFORM LOCALIZAR-POSICAO-FALTA
               PERFORM ABRIR-ESPACO-FALTA
               MOVE WS-ORDEM-NOVA TO WS-FLT-ORDEM (WS-IND-INS)
               MOVE AGD-PAC-ID TO WS-FLT-ID (WS-IND-INS)
               MOVE AGD-NOME TO WS-FLT-NOME (WS-IND-INS)
               MOVE AGD-MOTIVO TO WS-FLT-MOTIVO (WS-IND-INS)
               MOVE AGD-STATUS TO WS-FLT-STATUS (WS-IND-INS)
               ADD 1 TO WS-TOTAL-FALTAS
               IF AGD-COMPARECEU
                   ADD 1 TO WS-TOTAL-SEM-PESAGEM
               END-IF
           END-IF.

       LOCALIZAR-POSICAO-FALTA.
           PERFORM VARYING WS-IND-FLT FROM 1 BY 1
                   UNTIL WS-IND-FLT > WS-TOTAL-FALTAS
               IF WS-FLT-ORDEM (WS-IND-FLT) > WS-ORDEM-NOVA
                       AND WS-IND-FLT < WS-IND-INS
                   MOVE WS-IND-FLT TO WS-IND-INS
               END-IF
           END-PERFORM.

       ABRIR-ESPACO-FALTA.
           PERFORM VARYING WS-IND-DESLOCA
                   FROM WS-TOTAL-FALTAS BY -1
                   UNTIL WS-IND-DESLOCA < WS-IND-INS
               MOVE WS-FALTA (WS-IND-DESLOCA)
                   TO WS-FALTA (WS-IND-DESLOCA + 1)
           END-PERFORM.

      *****************************************************************
      * Quebra por site: cabecalho com o nome do site (SITEVAL) e
      * subtotal de faltas ao fechar cada site.
      *****************************************************************
       IMPRIMIR-FALTAS.
           MOVE HIGH-VALUES TO WS-SITE-ATUAL.
           PERFORM VARYING WS-IND-FLT FROM 1 BY 1
                   UNTIL WS-IND-FLT > WS-TOTAL-FALTAS
               IF WS-FLT-SITE (WS-IND-FLT) NOT = WS-SITE-ATUAL
                   PERFORM QUEBRAR-SITE
               END-IF
               PERFORM IMPRIMIR-DETALHE
           END-PERFORM.
           IF WS-CONT-SITE > 0
               PERFORM IMPRIMIR-SUBTOTAL-SITE
           END-IF.

       QUEBRAR-SITE.
           IF WS-CONT-SITE > 0
               PERFORM IMPRIMIR-SUBTOTAL-SITE
           END-IF.
           MOVE WS-FLT-SITE (WS-IND-FLT) TO WS-SITE-ATUAL.
           MOVE 0 TO WS-CONT-SITE.
           CALL "SITEVAL" USING WS-SITE-ATUAL, WS-SITE-NOME,
               WS-SITE-VALIDO
           END-CALL.
           MOVE WS-SITE-ATUAL TO WS-CAB-SITE.
           MOVE WS-SITE-NOME TO WS-CAB-SITE-NOME.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-SITE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-DETALHE.
           MOVE WS-FLT-DATA (WS-IND-FLT) TO WS-DATA-EXIBE.
           MOVE WS-EXB-DIA TO WS-DET-DIA.
           MOVE WS-EXB-MES TO WS-DET-MES.
           MOVE WS-EXB-ANO TO WS-DET-ANO.
           MOVE WS-FLT-ID (WS-IND-FLT) TO WS-DET-ID.
           MOVE WS-FLT-NOME (WS-IND-FLT) TO WS-DET-NOME.
           MOVE WS-FLT-MOTIVO (WS-IND-FLT) TO WS-DET-MOTIVO.
           IF WS-FLT-STATUS (WS-IND-FLT) = "C"
               MOVE "chegou sem pesagem" TO WS-DET-OBS
           ELSE
               MOVE SPACES TO WS-DET-OBS
           END-IF.
           MOVE WS-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CONT-SITE.

       IMPRIMIR-SUBTOTAL-SITE.
           MOVE WS-SITE-ATUAL TO WS-SUB-SITE.
           MOVE WS-CONT-SITE TO WS-SUB-CONT.
           MOVE WS-SUBTOTAL-SITE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-VENCIDOS TO WS-RES-VENCIDOS.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ATENDIDOS TO WS-RES-ATENDIDOS.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CANCELADOS TO WS-RES-CANCELADOS.
           MOVE WS-RESUMO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FALTAS TO WS-RES-FALTAS.
           MOVE WS-RESUMO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SEM-PESAGEM TO WS-RES-SEM-PESAGEM.
           MOVE WS-RESUMO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.

       FECHAR-ARQUIVOS.
           IF WS-STATUS-AGENDA NOT = "35"
               CLOSE AGENDA-FILE
           END-IF.
           CLOSE PACIENTE-FILE.
           CLOSE REPORT-FILE.

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
               DISPLAY "AGDFALTA ja concluido em " WS-NCT-DATA
                   "; nova execucao so com liberacao do supervisor "
                   "(NOTSTAT)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CONTROLAR-FIM.
           MOVE WS-TOTAL-VENCIDOS TO WS-NCT-QTD-LIDOS.
           MOVE WS-TOTAL-FALTAS TO WS-NCT-QTD-GERADOS.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; AGDFALTA "
                   "encerrado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM AGDFALTA.

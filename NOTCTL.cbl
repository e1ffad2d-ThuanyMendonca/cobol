       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTCTL.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Subprograma chamavel que mantem o arquivo de controle da
      * sequencia noturna NOTCTL.DAT (layout em NOTCTL.CPY): para
      * cada passo do NOTURNO.JCL e data de negocio, se a execucao
      * concluiu e com que contagens. Antes dele, noite perdida
      * (maquina fora, feriado, agendador com problema) passava em
      * silencio - a noite seguinte so processava "hoje" - e nada
      * impedia o EXTCLIN de mandar a mesma data duas vezes.
      *
      * Funcoes (LK-FUNCAO):
      *   "P" proxima data pendente do passo depois de LK-DATA (zero
      *       = a primeira): a primeira data, da data base do passo
      *       ate hoje, sem execucao concluida. Devolve a data em
      *       LK-DATA e "S" em LK-RESULTADO, ou zero e "N" quando nao
      *       ha mais nada pendente. Usada pelos passos por data
      *       (EXTCLIN, AUDCONC) para recuperar as noites perdidas
      *       em ordem.
      *   "V" verificar LK-DATA: "S" pode rodar (nunca rodou, caiu
      *       no meio ou foi liberada pelo supervisor), "N" ja
      *       concluida.
      *   "I" iniciar: grava a data como "em andamento" e soma uma
      *       execucao; se o passo cair, a data continua pendente.
      *   "C" concluir: grava a data como concluida com as contagens
      *       LK-QTD-LIDOS e LK-QTD-GERADOS.
      * LK-RESULTADO "E" indica erro de I/O no arquivo de controle
      * (status no SYSOUT); o chamador encerra sem processar.
      *
      * A data base do passo (registro de data zero, ver NOTCTL.CPY)
      * e gravada na primeira execucao sob controle com a data do
      * dia, para a implantacao nao cobrar como pendente todo o
      * historico anterior. O arquivo e aberto e fechado a cada
      * chamada: cada passo chama poucas vezes por data.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO "NOTCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CHAVE
               FILE STATUS IS WS-STATUS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-FILE.
           COPY "NOTCTL.CPY".

       WORKING-STORAGE SECTION.

       01 WS-STATUS-CONTROLE PIC XX.
       01 WS-ACHOU PIC X.

       01 WS-DATA-NUM PIC 9(8).
       01 WS-HORA-NUM PIC 9(8).
       01 WS-OPERADOR PIC X(12).

       01 WS-DATA-BASE PIC 9(08).
       01 WS-DIA-CANDIDATO PIC 9(07).
       01 WS-DIA-HOJE PIC 9(07).
       01 WS-DATA-CANDIDATA PIC 9(08).
       01 WS-PENDENTE PIC X.

       LINKAGE SECTION.
       01 LK-PASSO PIC X(8).
       01 LK-FUNCAO PIC X.
       01 LK-DATA PIC 9(8).
       01 LK-QTD-LIDOS PIC 9(7).
       01 LK-QTD-GERADOS PIC 9(7).
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-PASSO, LK-FUNCAO, LK-DATA,
               LK-QTD-LIDOS, LK-QTD-GERADOS, LK-RESULTADO.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-NUM FROM TIME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER".
           IF WS-OPERADOR = SPACES
               MOVE "DESCONHECIDO" TO WS-OPERADOR
           END-IF.
           MOVE "S" TO LK-RESULTADO.

           PERFORM ABRIR-CONTROLE.
           IF LK-RESULTADO = "E"
               GOBACK
           END-IF.

           EVALUATE LK-FUNCAO
               WHEN "P"
                   PERFORM GARANTIR-BASE
                   PERFORM PROCURAR-PENDENTE
               WHEN "V"
                   PERFORM VERIFICAR-DATA
               WHEN "I"
                   PERFORM GARANTIR-BASE
                   PERFORM INICIAR-DATA
               WHEN "C"
                   PERFORM CONCLUIR-DATA
               WHEN OTHER
                   DISPLAY "NOTCTL: funcao invalida: " LK-FUNCAO
                   MOVE "E" TO LK-RESULTADO
           END-EVALUATE.

           CLOSE CONTROLE-FILE.
           GOBACK.

      *****************************************************************
      * Abre o controle, criando-o vazio na primeira execucao.
      *****************************************************************
       ABRIR-CONTROLE.
           OPEN I-O CONTROLE-FILE.
           IF WS-STATUS-CONTROLE = "35"
               OPEN OUTPUT CONTROLE-FILE
               CLOSE CONTROLE-FILE
               OPEN I-O CONTROLE-FILE
           END-IF.
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "Erro ao abrir controle noturno NOTCTL.DAT. "
                   "Status: " WS-STATUS-CONTROLE
               MOVE "E" TO LK-RESULTADO
           END-IF.

       LER-REGISTRO.
           MOVE "S" TO WS-ACHOU.
           READ CONTROLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU
           END-READ.

      *****************************************************************
      * Registro base do passo: criado com a data do dia na primeira
      * execucao sob controle.
      *****************************************************************
       GARANTIR-BASE.
           MOVE LK-PASSO TO NCT-PASSO.
           MOVE 0 TO NCT-DATA.
           PERFORM LER-REGISTRO.
           IF WS-ACHOU = "N"
               MOVE SPACES TO NCT-REG
               MOVE LK-PASSO TO NCT-PASSO
               MOVE 0 TO NCT-DATA
               MOVE "B" TO NCT-SITUACAO
               MOVE 0 TO NCT-EXECUCOES
               MOVE WS-DATA-NUM TO NCT-INICIO-DATA
               MOVE WS-HORA-NUM TO NCT-INICIO-HORA
               MOVE 0 TO NCT-FIM-DATA
               MOVE 0 TO NCT-FIM-HORA
               MOVE WS-OPERADOR TO NCT-OPERADOR
               MOVE 0 TO NCT-QTD-LIDOS
               MOVE 0 TO NCT-QTD-GERADOS
               MOVE 0 TO NCT-LIBERADO-EM
               WRITE NCT-REG
               PERFORM CONFERIR-GRAVACAO
           END-IF.
           MOVE NCT-INICIO-DATA TO WS-DATA-BASE.

      *****************************************************************
      * Primeira data depois de LK-DATA (e nao antes da base) ate
      * hoje sem registro concluido.
      *****************************************************************
       PROCURAR-PENDENTE.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE (WS-DATA-NUM).
           IF LK-DATA < WS-DATA-BASE
               COMPUTE WS-DIA-CANDIDATO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-BASE)
           ELSE
               COMPUTE WS-DIA-CANDIDATO =
                   FUNCTION INTEGER-OF-DATE (LK-DATA) + 1
           END-IF.
           MOVE "N" TO WS-PENDENTE.
           PERFORM UNTIL WS-PENDENTE = "S"
                   OR WS-DIA-CANDIDATO > WS-DIA-HOJE
               COMPUTE WS-DATA-CANDIDATA =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-CANDIDATO)
               MOVE LK-PASSO TO NCT-PASSO
               MOVE WS-DATA-CANDIDATA TO NCT-DATA
               PERFORM LER-REGISTRO
               IF WS-ACHOU = "N" OR NOT NCT-CONCLUIDO
                   MOVE "S" TO WS-PENDENTE
               ELSE
                   ADD 1 TO WS-DIA-CANDIDATO
               END-IF
           END-PERFORM.
           IF WS-PENDENTE = "S"
               MOVE WS-DATA-CANDIDATA TO LK-DATA
               MOVE "S" TO LK-RESULTADO
           ELSE
               MOVE 0 TO LK-DATA
               MOVE "N" TO LK-RESULTADO
           END-IF.

       VERIFICAR-DATA.
           MOVE LK-PASSO TO NCT-PASSO.
           MOVE LK-DATA TO NCT-DATA.
           PERFORM LER-REGISTRO.
           IF WS-ACHOU = "S" AND NCT-CONCLUIDO
               MOVE "N" TO LK-RESULTADO
           ELSE
               MOVE "S" TO LK-RESULTADO
           END-IF.

       INICIAR-DATA.
           MOVE LK-PASSO TO NCT-PASSO.
           MOVE LK-DATA TO NCT-DATA.
           PERFORM LER-REGISTRO.
           IF WS-ACHOU = "N"
               PERFORM MONTAR-REGISTRO
           END-IF.
           MOVE "A" TO NCT-SITUACAO.
           ADD 1 TO NCT-EXECUCOES.
           MOVE WS-DATA-NUM TO NCT-INICIO-DATA.
           MOVE WS-HORA-NUM TO NCT-INICIO-HORA.
           MOVE 0 TO NCT-FIM-DATA.
           MOVE 0 TO NCT-FIM-HORA.
           MOVE WS-OPERADOR TO NCT-OPERADOR.
           MOVE 0 TO NCT-QTD-LIDOS.
           MOVE 0 TO NCT-QTD-GERADOS.
           PERFORM GRAVAR-REGISTRO.

       CONCLUIR-DATA.
           MOVE LK-PASSO TO NCT-PASSO.
           MOVE LK-DATA TO NCT-DATA.
           PERFORM LER-REGISTRO.
           IF WS-ACHOU = "N"
               PERFORM MONTAR-REGISTRO
               MOVE 1 TO NCT-EXECUCOES
               MOVE WS-DATA-NUM TO NCT-INICIO-DATA
               MOVE WS-HORA-NUM TO NCT-INICIO-HORA
           END-IF.
           MOVE "C" TO NCT-SITUACAO.
           MOVE WS-DATA-NUM TO NCT-FIM-DATA.
           MOVE WS-HORA-NUM TO NCT-FIM-HORA.
           MOVE WS-OPERADOR TO NCT-OPERADOR.
           MOVE LK-QTD-LIDOS TO NCT-QTD-LIDOS.
           MOVE LK-QTD-GERADOS TO NCT-QTD-GERADOS.
           PERFORM GRAVAR-REGISTRO.

       MONTAR-REGISTRO.
           MOVE SPACES TO NCT-REG.
           MOVE LK-PASSO TO NCT-PASSO.
           MOVE LK-DATA TO NCT-DATA.
           MOVE 0 TO NCT-EXECUCOES.
           MOVE 0 TO NCT-INICIO-DATA.
           MOVE 0 TO NCT-INICIO-HORA.
           MOVE 0 TO NCT-FIM-DATA.
           MOVE 0 TO NCT-FIM-HORA.
           MOVE 0 TO NCT-QTD-LIDOS.
           MOVE 0 TO NCT-QTD-GERADOS.
           MOVE 0 TO NCT-LIBERADO-EM.

      *****************************************************************
      * Regrava o registro lido ou grava o recem-montado.
      *****************************************************************
       GRAVAR-REGISTRO.
           IF WS-ACHOU = "S"
               REWRITE NCT-REG
           ELSE
               WRITE NCT-REG
           END-IF.
           PERFORM CONFERIR-GRAVACAO.

       CONFERIR-GRAVACAO.
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "Erro ao gravar controle noturno " LK-PASSO
                   " " LK-DATA ". Status: " WS-STATUS-CONTROLE
               MOVE "E" TO LK-RESULTADO
           END-IF.

       END PROGRAM NOTCTL.

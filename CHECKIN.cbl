      * paciente. Se a tabela de sites estiver indisponivel, o
      * codigo digitado e aceito com aviso - o atendimento nao para
      * por falta de um arquivo de configuracao.
      *
      * Se o paciente tem retorno marcado para hoje na agenda
      * (AGENDA.DAT, ver AGENDA.CPY e AGENDREG.cbl), o agendamento e
      * baixado como comparecido na chegada. Agenda ainda inexistente
      * ou paciente sem agendamento no dia nao mudam nada no
      * check-in.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-FILE ASSIGN TO "AGENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-STATUS-AGENDA.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-FILE.
           COPY "AGENDA.CPY".

       WORKING-STORAGE SECTION.
       01 WS-STATUS-AGENDA PIC XX.
       01 WS-MODO-BUSCA PIC X VALUE "I".
       01 WS-SEXO-VALIDO PIC X.
       01 WS-SITE-VALIDO PIC X.
           ELSE
               DISPLAY "Site: " LK-SITE " - " WS-SITE-NOME
           END-IF.
           IF LK-PAC-ID NOT = 0
               PERFORM BAIXAR-AGENDAMENTO
           END-IF.
           DISPLAY "Bem vindo: " LK-NOME " (ID " LK-PAC-ID ")".
           DISPLAY "Data atual: " DIA-ATUAL "/" MES-ATUAL "/"
            ANO-ATUAL.
           GOBACK.

      *****************************************************************
      * Retorno marcado para hoje passa a "compareceu"; agendamento
      * cancelado ou ja baixado fica como esta.
      *****************************************************************
       BAIXAR-AGENDAMENTO.
           OPEN I-O AGENDA-FILE.
           IF WS-STATUS-AGENDA = "00"
               MOVE LK-PAC-ID TO AGD-PAC-ID
               MOVE WS-DATA-HOJE TO AGD-DATA
               READ AGENDA-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-AGENDA = "00" AND AGD-MARCADO
                   MOVE "C" TO AGD-STATUS
                   REWRITE AGD-REG
                       INVALID KEY
                           DISPLAY "Erro ao baixar agendamento. "
                               "Status: " WS-STATUS-AGENDA
                   END-REWRITE
                   IF WS-STATUS-AGENDA = "00"
                       DISPLAY "Retorno agendado para hoje: "
                           AGD-MOTIVO
                   END-IF
               END-IF
               CLOSE AGENDA-FILE
           END-IF.

      *****************************************************************
      * Mesma critica que o ROSEDIT aplica no lote (motivo 07): toda
      * zerada e aceita (cliente sem o dado, classificado como adulto

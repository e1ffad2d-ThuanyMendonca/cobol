       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDREG.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Agenda de retornos (AGENDA.DAT, ver AGENDA.CPY): ate aqui
      * nada no sistema sabia que um cliente *deveria* voltar - a
      * data de retorno do SEGTRAB cobre so o telefonema
      * (SEG-DATA-RETORNO) e a pesagem de retorno era marcada no
      * caderno de cada site. Este utilitario interativo mostra os
      * agendamentos de um paciente e permite:
      *
      *   (M)arcar   - novo agendamento para uma data de hoje em
      *                diante, com site (validado via SITEVAL contra
      *                o SITETAB.DAT) e motivo da visita;
      *   (R)emarcar - leva um agendamento ainda marcado para outra
      *                data (a chave muda: o registro e gravado na
      *                data nova e a data antiga e excluida);
      *   (C)ancelar - cancela um agendamento marcado; o registro
      *                fica com status "X" como historico.
      *
      * Um agendamento cancelado nao impede marcar de novo na mesma
      * data: a marcacao reaproveita o registro cancelado. O
      * CHECKIN da baixa no agendamento do dia quando o cliente chega
      * e o AGDFALTA lista toda noite quem nao veio.
      *
      * O nome digitado e resolvido via PACBUSCA em modo consulta
      * (mesma normalizacao do check-in, sem nunca cadastrar) - so
      * paciente cadastrado tem agenda. Consultar e livre; marcar,
      * remarcar e cancelar exigem nivel 2 (operador) pelo OPERNIV,
      * e toda alteracao passa pelo AUDITLOG.
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

       01 WS-FIM-PROGRAMA PIC X VALUE "N".
           88 FIM-PROGRAMA VALUE "S".
       01 WS-FIM-BUSCA PIC X.
       01 WS-OPCAO PIC X.
       01 WS-CONFIRMA PIC X.

       01 WS-NOME-CONSULTA PIC X(20).
       01 WS-ID-CONSULTA PIC 9(07).
       01 WS-MODO-BUSCA PIC X VALUE "C".
       01 WS-TOTAL-AGENDADOS PIC 9(03).

       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-GRUPO REDEFINES WS-DATA-NUM.
           05 WS-ANO PIC 9(4).
           05 WS-MES PIC 99.
           05 WS-DIA PIC 99.

      *****************************************************************
      * Data digitada pelo operador; a critica e a mesma do CHECKIN
      * para a data de nascimento; data nova tem que ser de hoje em
      * diante (WS-DATA-MINIMA), mas a data de um agendamento ja
      * existente pode estar no passado - e assim que a recepcao
      * remarca ou cancela o retorno de quem faltou.
      *****************************************************************
       01 WS-DATA-TXT PIC X(08).
       01 WS-DATA-TXT-GRUPO REDEFINES WS-DATA-TXT.
           05 WS-TXT-ANO PIC 9(04).
           05 WS-TXT-MES PIC 9(02).
           05 WS-TXT-DIA PIC 9(02).
       01 WS-DATA-VALIDA PIC X.
       01 WS-DATA-AGENDA PIC 9(08).
       01 WS-DATA-MINIMA PIC 9(08).
       01 WS-DATA-ANTIGA PIC 9(08).

       01 WS-SITE PIC X(03).
       01 WS-SITE-NOME PIC X(20).
       01 WS-SITE-VALIDO PIC X.
       01 WS-MOTIVO PIC X(30).

      *****************************************************************
      * Copia do agendamento que esta sendo remarcado: a leitura da
      * data nova reaproveita a area do registro.
      *****************************************************************
       01 WS-AGD-SALVO PIC X(89).
       01 WS-AGD-DESTINO PIC X(89).
       01 WS-DESTINO-REGRAVADO PIC X VALUE "N".

       01 WS-DATA-EXIBE PIC 9(08).
       01 WS-EXIBE-GRUPO REDEFINES WS-DATA-EXIBE.
           05 WS-EXB-ANO PIC 9(04).
           05 WS-EXB-MES PIC 9(02).
           05 WS-EXB-DIA PIC 9(02).
       01 WS-STATUS-TEXTO PIC X(11).

       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.

       01 WS-AUD-PROGRAMA PIC X(8) VALUE "AGENDREG".
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "OPERNIV" USING WS-OPERADOR, WS-NIVEL
           END-CALL.
           DISPLAY "Operador " WS-OPERADOR " (nivel " WS-NIVEL ").".
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARQUIVO-AGENDA.

           PERFORM UNTIL FIM-PROGRAMA
               PERFORM LOCALIZAR-PACIENTE
               IF NOT FIM-PROGRAMA
                   IF WS-ID-CONSULTA = 0
                       DISPLAY "Paciente nao cadastrado: "
                           WS-NOME-CONSULTA
                   ELSE
                       PERFORM LISTAR-AGENDAMENTOS
                       PERFORM TRATAR-OPCAO
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE AGENDA-FILE.
           STOP RUN.

       ABRIR-ARQUIVO-AGENDA.
           OPEN I-O AGENDA-FILE.
           IF WS-STATUS-AGENDA = "35"
               OPEN OUTPUT AGENDA-FILE
               CLOSE AGENDA-FILE
               OPEN I-O AGENDA-FILE
           END-IF.
           IF WS-STATUS-AGENDA NOT = "00"
               DISPLAY "Erro ao abrir arquivo de agenda. Status: "
                   WS-STATUS-AGENDA
               STOP RUN
           END-IF.

       LOCALIZAR-PACIENTE.
           DISPLAY "Nome do paciente (vazio para encerrar):".
           MOVE SPACES TO WS-NOME-CONSULTA.
           ACCEPT WS-NOME-CONSULTA.
           IF WS-NOME-CONSULTA = SPACES
               MOVE "S" TO WS-FIM-PROGRAMA
           ELSE
               CALL "PACBUSCA" USING WS-NOME-CONSULTA,
                   WS-ID-CONSULTA, WS-MODO-BUSCA
               END-CALL
           END-IF.

      *****************************************************************
      * Todos os agendamentos do ID, em ordem de data (a data e a
      * segunda metade da chave), inclusive os ja atendidos e os
      * cancelados.
      *****************************************************************
       LISTAR-AGENDAMENTOS.
           MOVE 0 TO WS-TOTAL-AGENDADOS.
           MOVE "N" TO WS-FIM-BUSCA.
           MOVE WS-ID-CONSULTA TO AGD-PAC-ID.
           MOVE ZEROES TO AGD-DATA.
           START AGENDA-FILE KEY IS >= AGD-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-BUSCA
           END-START.
           PERFORM UNTIL WS-FIM-BUSCA = "S"
               READ AGENDA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       IF AGD-PAC-ID NOT = WS-ID-CONSULTA
                           MOVE "S" TO WS-FIM-BUSCA
                       ELSE
                           PERFORM EXIBIR-AGENDAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL-AGENDADOS = 0
               DISPLAY "Nenhum agendamento para " WS-NOME-CONSULTA
                   " (ID " WS-ID-CONSULTA ")."
           END-IF.

       EXIBIR-AGENDAMENTO.
           ADD 1 TO WS-TOTAL-AGENDADOS.
           IF WS-TOTAL-AGENDADOS = 1
               DISPLAY "Agendamentos de " WS-NOME-CONSULTA
                   " (ID " WS-ID-CONSULTA "):"
           END-IF.
           EVALUATE TRUE
               WHEN AGD-MARCADO
                   MOVE "marcado" TO WS-STATUS-TEXTO
               WHEN AGD-COMPARECEU
                   MOVE "compareceu" TO WS-STATUS-TEXTO
               WHEN AGD-CANCELADO
                   MOVE "cancelado" TO WS-STATUS-TEXTO
               WHEN OTHER
                   MOVE "?" TO WS-STATUS-TEXTO
           END-EVALUATE.
           MOVE AGD-DATA TO WS-DATA-EXIBE.
           DISPLAY "  " WS-EXB-DIA "/" WS-EXB-MES "/" WS-EXB-ANO
               "  " AGD-SITE "  " WS-STATUS-TEXTO " " AGD-MOTIVO.

       TRATAR-OPCAO.
           DISPLAY "Opcao - (M)arcar, (R)emarcar, (C)ancelar, "
               "(V)oltar?".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "M"
               WHEN "m"
                   IF WS-NIVEL < 2
                       PERFORM NEGAR-ACESSO
                   ELSE
                       PERFORM MARCAR-AGENDAMENTO
                   END-IF
               WHEN "R"
               WHEN "r"
                   IF WS-NIVEL < 2
                       PERFORM NEGAR-ACESSO
                   ELSE
                       PERFORM REMARCAR-AGENDAMENTO
                   END-IF
               WHEN "C"
               WHEN "c"
                   IF WS-NIVEL < 2
                       PERFORM NEGAR-ACESSO
                   ELSE
                       PERFORM CANCELAR-AGENDAMENTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * Data de agendamento: numerica, mes e dia validos e nao
      * anterior a WS-DATA-MINIMA. Data invalida abandona a operacao
      * com aviso.
      *****************************************************************
       OBTER-DATA-AGENDA.
           MOVE "N" TO WS-DATA-VALIDA.
           MOVE SPACES TO WS-DATA-TXT.
           ACCEPT WS-DATA-TXT.
           IF WS-DATA-TXT NUMERIC
               MOVE WS-DATA-TXT TO WS-DATA-AGENDA
               IF WS-TXT-MES >= 1 AND WS-TXT-MES <= 12
                       AND WS-TXT-DIA >= 1 AND WS-TXT-DIA <= 31
                       AND WS-DATA-AGENDA >= WS-DATA-MINIMA
                   MOVE "S" TO WS-DATA-VALIDA
               END-IF
           END-IF.
           IF WS-DATA-VALIDA NOT = "S"
               IF WS-DATA-MINIMA = 0
                   DISPLAY "Data invalida. Informe AAAAMMDD."
               ELSE
                   DISPLAY "Data invalida. Informe AAAAMMDD de hoje "
                       "em diante."
               END-IF
           END-IF.

       MARCAR-AGENDAMENTO.
           DISPLAY "Data do retorno (AAAAMMDD):".
           MOVE WS-DATA-NUM TO WS-DATA-MINIMA.
           PERFORM OBTER-DATA-AGENDA.
           IF WS-DATA-VALIDA = "S"
               PERFORM OBTER-SITE
               IF WS-SITE-VALIDO = "S" OR WS-SITE-VALIDO = "X"
                   DISPLAY "Motivo da visita:"
                   MOVE SPACES TO WS-MOTIVO
                   ACCEPT WS-MOTIVO
                   PERFORM GRAVAR-AGENDAMENTO
               END-IF
           END-IF.

       OBTER-SITE.
           DISPLAY "Codigo do site do retorno (ex: CLI):".
           MOVE SPACES TO WS-SITE.
           ACCEPT WS-SITE.
           INSPECT WS-SITE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           CALL "SITEVAL" USING WS-SITE, WS-SITE-NOME, WS-SITE-VALIDO
           END-CALL.
           EVALUATE WS-SITE-VALIDO
               WHEN "N"
                   DISPLAY "Site invalido. Consulte a tabela de sites."
               WHEN "X"
                   DISPLAY "Site " WS-SITE " aceito sem validacao "
                       "(tabela de sites indisponivel)."
               WHEN OTHER
                   DISPLAY "Site: " WS-SITE " - " WS-SITE-NOME
           END-EVALUATE.

      *****************************************************************
      * Data ja ocupada por agendamento cancelado: o registro e
      * reaproveitado; ocupada por agendamento vivo: recusa.
      *****************************************************************
       GRAVAR-AGENDAMENTO.
           MOVE WS-ID-CONSULTA TO AGD-PAC-ID.
           MOVE WS-DATA-AGENDA TO AGD-DATA.
           READ AGENDA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-STATUS-AGENDA = "00" AND NOT AGD-CANCELADO
               DISPLAY "Ja existe agendamento para esta data."
           ELSE
               MOVE WS-NOME-CONSULTA TO AGD-NOME
               MOVE WS-SITE TO AGD-SITE
               MOVE WS-MOTIVO TO AGD-MOTIVO
               MOVE "M" TO AGD-STATUS
               MOVE WS-OPERADOR TO AGD-OPERADOR
               MOVE WS-DATA-NUM TO AGD-DATA-REGISTRO
               IF WS-STATUS-AGENDA = "00"
                   REWRITE AGD-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar agendamento. "
                               "Status: " WS-STATUS-AGENDA
                   END-REWRITE
               ELSE
                   WRITE AGD-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar agendamento. "
                               "Status: " WS-STATUS-AGENDA
                   END-WRITE
               END-IF
               IF WS-STATUS-AGENDA = "00"
                   DISPLAY "Retorno marcado para " WS-NOME-CONSULTA
                       "."
                   MOVE SPACES TO WS-AUD-DETALHE
                   STRING "agendado " AGD-DATA " site " AGD-SITE
                       DELIMITED BY SIZE INTO WS-AUD-DETALHE
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

      *****************************************************************
      * A data faz parte da chave: remarcar grava o agendamento na
      * data nova (com a mesma regra de data ocupada da marcacao) e
      * so entao exclui a data antiga. Se a exclusao falhar a data
      * nova e desfeita, para o paciente nao ficar com dois retornos
      * marcados (o antigo viraria falta no AGDFALTA).
      *****************************************************************
       REMARCAR-AGENDAMENTO.
           DISPLAY "Data atual do agendamento (AAAAMMDD):".
           MOVE 0 TO WS-DATA-MINIMA.
           PERFORM OBTER-DATA-AGENDA.
           IF WS-DATA-VALIDA = "S"
               MOVE WS-DATA-AGENDA TO WS-DATA-ANTIGA
               PERFORM LER-AGENDAMENTO-MARCADO
               IF WS-STATUS-AGENDA = "00"
                   MOVE AGD-REG TO WS-AGD-SALVO
                   DISPLAY "Nova data (AAAAMMDD):"
                   MOVE WS-DATA-NUM TO WS-DATA-MINIMA
                   PERFORM OBTER-DATA-AGENDA
                   IF WS-DATA-VALIDA = "S"
                       IF WS-DATA-AGENDA = WS-DATA-ANTIGA
                           DISPLAY "Nova data igual a atual; nada "
                               "alterado."
                       ELSE
                           PERFORM MOVER-AGENDAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MOVER-AGENDAMENTO.
           MOVE WS-ID-CONSULTA TO AGD-PAC-ID.
           MOVE WS-DATA-AGENDA TO AGD-DATA.
           READ AGENDA-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-STATUS-AGENDA = "00" AND NOT AGD-CANCELADO
               DISPLAY "Ja existe agendamento para a nova data."
           ELSE
               IF WS-STATUS-AGENDA = "00"
                   MOVE AGD-REG TO WS-AGD-DESTINO
                   MOVE "S" TO WS-DESTINO-REGRAVADO
                   MOVE WS-AGD-SALVO TO AGD-REG
                   MOVE WS-DATA-AGENDA TO AGD-DATA
                   MOVE WS-OPERADOR TO AGD-OPERADOR
                   MOVE WS-DATA-NUM TO AGD-DATA-REGISTRO
                   REWRITE AGD-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar agendamento. "
                               "Status: " WS-STATUS-AGENDA
                   END-REWRITE
               ELSE
                   MOVE "N" TO WS-DESTINO-REGRAVADO
                   MOVE WS-AGD-SALVO TO AGD-REG
                   MOVE WS-DATA-AGENDA TO AGD-DATA
                   MOVE WS-OPERADOR TO AGD-OPERADOR
                   MOVE WS-DATA-NUM TO AGD-DATA-REGISTRO
                   WRITE AGD-REG
                       INVALID KEY
                           DISPLAY "Erro ao gravar agendamento. "
                               "Status: " WS-STATUS-AGENDA
                   END-WRITE
               END-IF
               IF WS-STATUS-AGENDA = "00"
                   MOVE WS-ID-CONSULTA TO AGD-PAC-ID
                   MOVE WS-DATA-ANTIGA TO AGD-DATA
                   DELETE AGENDA-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-STATUS-AGENDA = "00"
                       DISPLAY "Retorno remarcado."
                       MOVE SPACES TO WS-AUD-DETALHE
                       STRING "remarcado " WS-DATA-ANTIGA " para "
                           WS-DATA-AGENDA
                           DELIMITED BY SIZE INTO WS-AUD-DETALHE
                       PERFORM REGISTRAR-AUDITORIA
                   ELSE
                       DISPLAY "Erro ao excluir data antiga. Status: "
                           WS-STATUS-AGENDA
                       PERFORM DESFAZER-DATA-NOVA
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Volta a data nova ao que era antes da remarcacao: o
      * agendamento cancelado que ocupava a data e regravado, ou o
      * registro gravado e excluido.
      *****************************************************************
       DESFAZER-DATA-NOVA.
           MOVE WS-ID-CONSULTA TO AGD-PAC-ID.
           MOVE WS-DATA-AGENDA TO AGD-DATA.
           IF WS-DESTINO-REGRAVADO = "S"
               MOVE WS-AGD-DESTINO TO AGD-REG
               REWRITE AGD-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               DELETE AGENDA-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           IF WS-STATUS-AGENDA = "00"
               DISPLAY "Remarcacao desfeita; agendamento mantido em "
                   WS-DATA-ANTIGA "."
           ELSE
               DISPLAY "Erro ao desfazer a data nova " WS-DATA-AGENDA
                   ". Status: " WS-STATUS-AGENDA
           END-IF.

       CANCELAR-AGENDAMENTO.
           DISPLAY "Data do agendamento a cancelar (AAAAMMDD):".
           MOVE 0 TO WS-DATA-MINIMA.
           PERFORM OBTER-DATA-AGENDA.
           IF WS-DATA-VALIDA = "S"
               PERFORM LER-AGENDAMENTO-MARCADO
               IF WS-STATUS-AGENDA = "00"
                   DISPLAY "Confirma o cancelamento (S/N)?"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE "X" TO AGD-STATUS
                       MOVE WS-OPERADOR TO AGD-OPERADOR
                       MOVE WS-DATA-NUM TO AGD-DATA-REGISTRO
                       REWRITE AGD-REG
                           INVALID KEY
                               DISPLAY "Erro ao cancelar agendamento."
                                   " Status: " WS-STATUS-AGENDA
                       END-REWRITE
                       IF WS-STATUS-AGENDA = "00"
                           DISPLAY "Agendamento cancelado."
                           MOVE SPACES TO WS-AUD-DETALHE
                           STRING "cancelado " AGD-DATA
                               DELIMITED BY SIZE INTO WS-AUD-DETALHE
                           PERFORM REGISTRAR-AUDITORIA
                       END-IF
                   ELSE
                       DISPLAY "Cancelamento desistido."
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * So agendamento ainda marcado pode ser remarcado ou cancelado;
      * qualquer outra situacao devolve status diferente de "00".
      *****************************************************************
       LER-AGENDAMENTO-MARCADO.
           MOVE WS-ID-CONSULTA TO AGD-PAC-ID.
           MOVE WS-DATA-AGENDA TO AGD-DATA.
           READ AGENDA-FILE
               INVALID KEY
                   DISPLAY "Nenhum agendamento nesta data."
           END-READ.
           IF WS-STATUS-AGENDA = "00" AND NOT AGD-MARCADO
               DISPLAY "Agendamento desta data ja esta encerrado."
               MOVE "99" TO WS-STATUS-AGENDA
           END-IF.

       REGISTRAR-AUDITORIA.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-NOME-CONSULTA,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       NEGAR-ACESSO.
           DISPLAY "Operacao nao autorizada para o nivel " WS-NIVEL
               ". Procure um supervisor."
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE "acesso negado agenda" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-NOME-CONSULTA,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       END PROGRAM AGENDREG.

      * geracao do dia do log de auditoria uma unica vez, as linhas
      * de cada pessoa (inclusive as do PACBUSCA para cadastro novo)
      * fluem pelo arquivo ja aberto e AUDITFIM fecha no fim - em vez
      * de 2000 abre-e-fecha numa carga de 2000 pessoas. O diario de
      * imagens do mestre (PACJRNL, JRNLINI/JRNLFIM) roda do mesmo
      * jeito: cada gravacao no PACIENTE leva as imagens antes/depois
      * do registro para a geracao do dia, que o PACRECUP reaplica
      * sobre o backup se o mestre se perder no meio do dia.
      *
      * Checkpoint/restart: a cada roster processado (aceito ou
      * rejeitado) o numero de registros ja lidos e gravado no arquivo
       01 WS-AUD-ALTURA PIC Z9.99.
       01 WS-AUD-PESO PIC ZZ9.99.

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "IMCLOTE".
       01 WS-JRN-OPERACAO PIC X.
       01 WS-JRN-ANTES PIC X(80).
       01 WS-JRN-DEPOIS PIC X(80).

       COPY "DTATUAL.CPY".

       01 WS-NOME-CANONICO PIC X(20).
           PERFORM LER-CHECKPOINT.
           PERFORM ABRIR-ARQUIVOS.
           CALL "AUDITINI" END-CALL.
           CALL "JRNLINI" END-CALL.

           IF WS-REGISTROS-A-PULAR > 0
               DISPLAY "Checkpoint encontrado: retomando apos "
           PERFORM IMPRIMIR-RESUMO.
           PERFORM ZERAR-CHECKPOINT.
           CALL "AUDITFIM" END-CALL.
           CALL "JRNLFIM" END-CALL.
           PERFORM FECHAR-ARQUIVOS.
           STOP RUN.

           WRITE REPORT-LINE.

       GRAVAR-PACIENTE.
           MOVE WS-NOME-CANONICO TO PAC-NOME.
           MOVE DATA-ATUAL       TO PAC-DATA-ATUAL.
           PERFORM GUARDAR-IMAGEM-ANTES.
           MOVE WS-NOME-CANONICO TO PAC-NOME.
           MOVE DATA-ATUAL       TO PAC-DATA-ATUAL.
           MOVE WS-PAC-ID        TO PAC-ID.
                           DISPLAY "Erro ao gravar paciente."
                   END-WRITE
           END-REWRITE.
           IF WS-STATUS-PACIENTE (1:1) = "0"
               MOVE PACIENTE-REG TO WS-JRN-DEPOIS
               CALL "PACJRNL" USING WS-JRN-PROGRAMA, WS-JRN-OPERACAO,
                   WS-JRN-ANTES, WS-JRN-DEPOIS
               END-CALL
           END-IF.

      *****************************************************************
      * Cliente ja medido no mesmo dia (roster com a pessoa repetida
      * ou reprocessado) regrava o registro: a imagem anterior vai
      * para o diario junto com a nova.
      *****************************************************************
       GUARDAR-IMAGEM-ANTES.
           MOVE SPACES TO WS-JRN-ANTES.
           MOVE "I" TO WS-JRN-OPERACAO.
           READ PACIENTE-FILE KEY IS PAC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PACIENTE-REG TO WS-JRN-ANTES
                   MOVE "A" TO WS-JRN-OPERACAO
           END-READ.

       REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-DETALHE.

      * para o ID via PACBUSCA em modo consulta; sem arquivo de
      * metas, sem cadastro ou sem meta, o caso e exibido como
      * sempre foi.
      *
      * Toda tentativa de contato vai para o diario SEGTENT.DAT (via
      * TENTLOG), com o canal usado - telefone, SMS, clinica parceira
      * ou presencial - e o resultado: alem dos desfechos C/R/I, a
      * opcao (N) registra a tentativa sem sucesso (nao atendeu,
      * numero errado) e deixa o caso como estava, pulando para o
      * proximo da fila. O caso exibido mostra quantas tentativas ja
      * houve e quantas sem sucesso; o historico completo sai no
      * SEGHIST. Registrar tentativa sem sucesso exige nivel 2.
      *
      * Casos escalados pelo SEGESCAL (status "E", tentativas sem
      * sucesso demais) formam a fila do supervisor: operador de
      * nivel 3 recebe primeiro os escalados, mais antigos antes, e
      * so depois a fila comum; os demais niveis nao veem escalados.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS META-PAC-ID
               FILE STATUS IS WS-STATUS-META.

           SELECT TENTATIVA-FILE ASSIGN TO "SEGTENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TNT-CHAVE
               FILE STATUS IS WS-STATUS-TENTATIVA.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGUIMTO-FILE.
       FD  META-FILE.
           COPY "PACMETA.CPY".

       FD  TENTATIVA-FILE.
           COPY "SEGTENT.CPY".

       WORKING-STORAGE SECTION.

       01 WS-STATUS-SEGUIMTO PIC XX.
       01 WS-STATUS-TENTATIVA PIC XX.
       01 WS-STATUS-META PIC XX.
       01 WS-METAS-DISPONIVEIS PIC X VALUE "N".
       01 WS-NOME-META PIC X(20).
           88 FIM-FILA VALUE "S".
       01 WS-FIM-BUSCA PIC X.
       01 WS-ACHOU-PENDENTE PIC X.
       01 WS-STATUS-PROCURADO PIC X.
       01 WS-INICIO-BUSCA PIC 9(07).
       01 WS-INICIO-ESCALADOS PIC 9(07) VALUE 0.
       01 WS-INICIO-PENDENTES PIC 9(07) VALUE 0.
       01 WS-FIM-TENTATIVAS PIC X.
       01 WS-QTD-TENTATIVAS PIC 9(03).
       01 WS-QTD-SEM-SUCESSO PIC 9(03).
       01 WS-ULTIMA-TENTATIVA PIC 9(08).
       01 WS-ULT-GRUPO REDEFINES WS-ULTIMA-TENTATIVA.
           05 WS-ULT-ANO PIC 9(4).
           05 WS-ULT-MES PIC 99.
           05 WS-ULT-DIA PIC 99.

       01 WS-TNT-DATA PIC 9(08) VALUE 0.
       01 WS-TNT-CANAL PIC X.
           88 WS-CANAL-VALIDO VALUE "T" "S" "C" "P".
       01 WS-TNT-RESULTADO PIC X.
       01 WS-TNT-STATUS PIC XX.
       01 WS-OPCAO PIC X.
       01 WS-DATA-RETORNO PIC 9(08).
       01 WS-OBSERVACAO PIC X(40).
           END-IF.

           PERFORM UNTIL FIM-FILA
               PERFORM LOCALIZAR-PROXIMO-CASO
               IF WS-ACHOU-PENDENTE = "S"
                   PERFORM EXIBIR-CASO
                   PERFORM TRATAR-CASO
           END-IF.
           STOP RUN.

      *****************************************************************
      * Supervisor recebe primeiro a fila dos escalados; depois (e
      * para os demais niveis, sempre) a fila dos pendentes. Caso com
      * tentativa sem sucesso nesta sessao fica para tras: a busca da
      * sua fila recomeca depois do numero dele.
      *****************************************************************
       LOCALIZAR-PROXIMO-CASO.
           MOVE "N" TO WS-ACHOU-PENDENTE.
           IF WS-NIVEL >= 3
               MOVE "E" TO WS-STATUS-PROCURADO
               MOVE WS-INICIO-ESCALADOS TO WS-INICIO-BUSCA
               PERFORM LOCALIZAR-PROXIMO-PENDENTE
           END-IF.
           IF WS-ACHOU-PENDENTE = "N"
               MOVE "P" TO WS-STATUS-PROCURADO
               MOVE WS-INICIO-PENDENTES TO WS-INICIO-BUSCA
               PERFORM LOCALIZAR-PROXIMO-PENDENTE
           END-IF.

      *****************************************************************
      * O proximo caso da fila e o pendente de menor numero - como os
      * numeros sao atribuidos em sequencia pelo EXCPLOG, e tambem o
       LOCALIZAR-PROXIMO-PENDENTE.
           MOVE "N" TO WS-ACHOU-PENDENTE.
           MOVE "N" TO WS-FIM-BUSCA.
           MOVE WS-INICIO-BUSCA TO SEG-NUMERO.
           START SEGUIMTO-FILE KEY IS >= SEG-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-BUSCA
                   AT END
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       IF SEG-STATUS = WS-STATUS-PROCURADO
                           MOVE "S" TO WS-ACHOU-PENDENTE
                           MOVE "S" TO WS-FIM-BUSCA
                       END-IF
           END-PERFORM.

       EXIBIR-CASO.
           IF SEG-ESCALADO
               DISPLAY "Caso " SEG-NUMERO " ESCALADO AO SUPERVISOR:"
           ELSE
               DISPLAY "Caso pendente " SEG-NUMERO ":"
           END-IF.
           DISPLAY "  Aberto em.....: " SEG-ABR-DIA "/" SEG-ABR-MES
               "/" SEG-ABR-ANO " (" SEG-PROGRAMA ")".
           DISPLAY "  Cliente.......: " SEG-NOME.
           DISPLAY "  Site..........: " SEG-SITE.
           DISPLAY "  IMC...........: " SEG-IMC.
           DISPLAY "  Classificacao.: " SEG-CLASSIFICACAO.
           PERFORM CONTAR-TENTATIVAS.
           IF WS-QTD-TENTATIVAS > 0
               DISPLAY "  Tentativas....: " WS-QTD-TENTATIVAS " ("
                   WS-QTD-SEM-SUCESSO " sem sucesso), ultima em "
                   WS-ULT-DIA "/" WS-ULT-MES "/" WS-ULT-ANO
           END-IF.
           IF WS-METAS-DISPONIVEIS = "S"
               PERFORM EXIBIR-META-CLIENTE
           END-IF.

      *****************************************************************
      * Tentativas ja registradas no diario para o caso; o diario e
      * aberto so para a contagem, porque o TENTLOG grava nele com a
      * sua propria abertura. Sem diario, nenhuma tentativa.
      *****************************************************************
       CONTAR-TENTATIVAS.
           MOVE 0 TO WS-QTD-TENTATIVAS.
           MOVE 0 TO WS-QTD-SEM-SUCESSO.
           MOVE 0 TO WS-ULTIMA-TENTATIVA.
           OPEN INPUT TENTATIVA-FILE.
           IF WS-STATUS-TENTATIVA = "00"
               MOVE "N" TO WS-FIM-TENTATIVAS
               MOVE SEG-NUMERO TO TNT-NUMERO
               MOVE ZEROES TO TNT-DATA
               MOVE ZEROES TO TNT-HORA
               START TENTATIVA-FILE KEY IS >= TNT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TENTATIVAS
               END-START
               PERFORM UNTIL WS-FIM-TENTATIVAS = "S"
                   READ TENTATIVA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-TENTATIVAS
                       NOT AT END
                           IF TNT-NUMERO NOT = SEG-NUMERO
                               MOVE "S" TO WS-FIM-TENTATIVAS
                           ELSE
                               IF NOT TNT-ESCALADO
                                   ADD 1 TO WS-QTD-TENTATIVAS
                                   MOVE TNT-DATA
                                       TO WS-ULTIMA-TENTATIVA
                               END-IF
                               IF TNT-SEM-SUCESSO
                                   ADD 1 TO WS-QTD-SEM-SUCESSO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENTATIVA-FILE
           END-IF.

      *****************************************************************
      * Meta ativa do cliente do caso: o nome do caso e o canonico do
      * cadastro, entao o PACBUSCA em modo consulta devolve o ID sem

       TRATAR-CASO.
           DISPLAY "Desfecho - (C)ontatado, (R)esolvido, "
               "(I)nlocalizavel, (N)ao conseguiu contato, (F)im?".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "N"
               WHEN "n"
                   IF WS-NIVEL < 2
                       MOVE "tentativa" TO WS-OPERACAO-NEGADA
                       PERFORM NEGAR-ACESSO
                   ELSE
                       PERFORM REGISTRAR-SEM-SUCESSO
                   END-IF
               WHEN "C"
               WHEN "c"
                   IF WS-NIVEL < 2
           PERFORM REGISTRAR-DESFECHO.

       REGISTRAR-DESFECHO.
           PERFORM OBTER-CANAL.
           DISPLAY "Observacao do contato:".
           MOVE SPACES TO WS-OBSERVACAO.
           ACCEPT WS-OBSERVACAO.
               DISPLAY "Caso " SEG-NUMERO " atualizado ("
                   SEG-STATUS ")."
               PERFORM REGISTRAR-AUDITORIA
               MOVE SEG-STATUS TO WS-TNT-RESULTADO
               PERFORM REGISTRAR-TENTATIVA
           END-IF.

      *****************************************************************
      * Tentativa sem sucesso: o caso nao muda (segue pendente ou
      * escalado), so o diario e o AUDITLOG ganham a linha, e a fila
      * segue para o proximo caso.
      *****************************************************************
       REGISTRAR-SEM-SUCESSO.
           PERFORM OBTER-CANAL.
           DISPLAY "Observacao da tentativa:".
           MOVE SPACES TO WS-OBSERVACAO.
           ACCEPT WS-OBSERVACAO.
           MOVE "N" TO WS-TNT-RESULTADO.
           PERFORM REGISTRAR-TENTATIVA.
           IF SEG-ESCALADO
               COMPUTE WS-INICIO-ESCALADOS = SEG-NUMERO + 1
           ELSE
               COMPUTE WS-INICIO-PENDENTES = SEG-NUMERO + 1
           END-IF.
           DISPLAY "Tentativa sem sucesso registrada; caso "
               SEG-NUMERO " continua na fila.".
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE SEG-NUMERO TO WS-AUD-NUMERO.
           STRING "caso " WS-AUD-NUMERO " tentativa sem sucesso "
               WS-TNT-CANAL
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           MOVE SEG-IMC TO WS-AUD-IMC.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, SEG-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       OBTER-CANAL.
           MOVE SPACE TO WS-TNT-CANAL.
           PERFORM UNTIL WS-CANAL-VALIDO
               DISPLAY "Canal - (T)elefone, (S)MS, (C)linica "
                   "parceira, (P)resencial:"
               ACCEPT WS-TNT-CANAL
               INSPECT WS-TNT-CANAL CONVERTING "tscp" TO "TSCP"
           END-PERFORM.

       REGISTRAR-TENTATIVA.
           CALL "TENTLOG" USING SEG-NUMERO, WS-TNT-DATA,
               WS-AUD-PROGRAMA, WS-TNT-CANAL, WS-TNT-RESULTADO,
               WS-OBSERVACAO, WS-TNT-STATUS
           END-CALL.

       REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-DETALHE.

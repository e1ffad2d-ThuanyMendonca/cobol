       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACRECL.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Reclassificacao do mestre de pacientes: PAC-CLASSIFICACAO e
      * carimbada na gravacao de cada visita, entao quando entra uma
      * CLASSIDA.TAB revisada (novas curvas de referencia) ou muda um
      * corte do CLASSIMC o mestre fica com faixas calculadas por
      * regras diferentes, e o ESTMENS, o SEGPREV e o EXTCLIN passam a
      * comparar faixas incompativeis. Este programa passa toda visita
      * do PACIENTE.DAT de novo pelo CLASSIDA (que chama o CLASSIMC
      * para adultos) e regrava PAC-CLASSIFICACAO onde a faixa mudou.
      *
      * O relatorio PACRECL.LST traz, no cabecalho, a versao e a
      * vigencia da CLASSIDA.TAB aplicada (linha "V" da tabela) e:
      *   - a migracao antes/depois por site e faixa: para cada site,
      *     quantas visitas foram de cada faixa anterior para cada
      *     faixa nova (marcadas com * as que mudaram), com subtotal
      *     por site;
      *   - as visitas que agora caem na faixa de excecao do
      *     CLASSIDA e antes nao caiam: as que mudaram de faixa e as
      *     que ficaram com a mesma faixa mas cruzaram o novo corte de
      *     excecao (um P03/P97 revisado dentro de "Abaixo do peso" ou
      *     "Obesidade") - estas reconhecidas por nao terem caso de
      *     seguimento aberto na data da visita. Cada uma sai com o
      *     caso aberto na data (mesmo nome e data de abertura) ou
      *     "sem caso aberto", para a equipe de nutricao decidir se
      *     abre caso - o programa nao chama o EXCPLOG;
      *   - o resumo de lidas, reclassificadas e regravadas.
      *
      * Dois modos, pelo arquivo de parametros RECPARM (uma linha:
      * "S" simulacao ou "A" aplicacao) ou, sem ele, perguntados ao
      * operador; parametro presente mas invalido encerra com erro:
      *   S - simulacao: so le o mestre e imprime o relatorio, para
      *       avaliar uma tabela nova antes de aplica-la;
      *   A - aplicacao: regrava as visitas. Exige nivel 3
      *       (supervisor) pelo OPERNIV, e e recusada enquanto a
      *       vigencia da tabela for posterior a data do dia (tabela
      *       carregada antes da hora pode ser simulada, nao
      *       aplicada). A execucao fica registrada no AUDITLOG com a
      *       versao da tabela e a contagem regravada, e cada visita
      *       regravada deixa as imagens antes/depois no diario de
      *       imagens do dia (PACJRNL.cbl).
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

           SELECT SEGUIMTO-FILE ASSIGN TO "SEGUIMTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-NUMERO
               FILE STATUS IS WS-STATUS-SEGUIMTO.

           SELECT TABELA-FILE ASSIGN TO "CLASSIDA.TAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABELA.

           SELECT REPORT-FILE ASSIGN TO "PACRECL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO RECPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-FILE.
           COPY "PACIENTE.CPY".

       FD  SEGUIMTO-FILE.
           COPY "SEGUIMTO.CPY".

       FD  TABELA-FILE.
       01 TABELA-VERSAO-REG.
           05 TAB-TIPO                 PIC X.
               88 TAB-LINHA-VERSAO     VALUE "V".
           05 FILLER                   PIC X.
           05 TAB-VERSAO               PIC 9(04).
           05 FILLER                   PIC X.
           05 TAB-VIGENCIA             PIC 9(08).
           05 FILLER                   PIC X(22).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-MODO            PIC X.

       WORKING-STORAGE SECTION.

       01 WS-STATUS-PACIENTE PIC XX.
       01 WS-STATUS-SEGUIMTO PIC XX.
       01 WS-STATUS-TABELA PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-FIM-MESTRE PIC X VALUE "N".
       01 WS-FIM-SEGUIMTO PIC X VALUE "N".

       01 WS-MODO PIC X.
           88 MODO-SIMULACAO VALUE "S".
           88 MODO-APLICACAO VALUE "A".

       01 WS-DATA-HOJE PIC 9(08).
       01 WS-VERSAO-TABELA PIC 9(04) VALUE 0.
       01 WS-VIGENCIA-TABELA PIC 9(08) VALUE 0.

       01 WS-DATA-VISITA PIC 9(08).
       01 WS-CLASSIF-NOVA PIC X(20).
       01 WS-EXCECAO-FLAG PIC X.

       01 WS-TOTAL-LIDAS PIC 9(07) VALUE 0.
       01 WS-TOTAL-MUDARAM PIC 9(07) VALUE 0.
       01 WS-TOTAL-REGRAVADAS PIC 9(07) VALUE 0.
       01 WS-TOTAL-ERROS PIC 9(05) VALUE 0.
       01 WS-TOTAL-SEM-CASO PIC 9(05) VALUE 0.

      *****************************************************************
      * Migracao por site, faixa anterior e faixa nova, mantida em
      * ordem por insercao (mesmo padrao de tabela ordenada do
      * ESTMENS) para a quebra por site sem passo de SORT.
      *****************************************************************
       01 WS-TOTAL-MIGRACOES PIC 9(04) VALUE 0.
       01 WS-MAX-MIGRACOES PIC 9(04) VALUE 1000.
       01 WS-TAB-MIGRACOES.
           05 WS-MIGRACAO OCCURS 1000 TIMES.
               10 WS-MIG-CHAVE.
                   15 WS-MIG-SITE      PIC X(03).
                   15 WS-MIG-ANTERIOR  PIC X(20).
                   15 WS-MIG-NOVA      PIC X(20).
               10 WS-MIG-CONT          PIC 9(07).
       01 WS-IND-MIG PIC 9(04).
       01 WS-IND-INS PIC 9(04).
       01 WS-IND-DESLOCA PIC 9(04).
       01 WS-MIG-ACHADA PIC 9(04).
       01 WS-CHAVE-NOVA.
           05 WS-CHV-SITE              PIC X(03).
           05 WS-CHV-ANTERIOR          PIC X(20).
           05 WS-CHV-NOVA              PIC X(20).

      *****************************************************************
      * Visitas que cairam na faixa de excecao; o caso de seguimento
      * de cada uma e procurado numa unica passada pelo SEGUIMTO.DAT
      * no fim da varredura. As que nao mudaram de faixa
      * (WS-EXC-MUDOU "N") e ja tem caso eram excecao antes e saem da
      * tabela antes da impressao.
      *****************************************************************
       01 WS-TOTAL-EXCECOES PIC 9(05) VALUE 0.
       01 WS-MAX-EXCECOES PIC 9(05) VALUE 5000.
       01 WS-TAB-EXCECOES.
           05 WS-EXCECAO OCCURS 5000 TIMES.
               10 WS-EXC-NOME          PIC X(20).
               10 WS-EXC-DATA          PIC 9(08).
               10 WS-EXC-ID            PIC 9(07).
               10 WS-EXC-SITE          PIC X(03).
               10 WS-EXC-IMC           PIC 999V99.
               10 WS-EXC-ANTERIOR      PIC X(20).
               10 WS-EXC-NOVA          PIC X(20).
               10 WS-EXC-CASO          PIC 9(07).
               10 WS-EXC-MUDOU         PIC X.
       01 WS-IND-EXC PIC 9(05).
       01 WS-IND-MANTIDA PIC 9(05).

       01 WS-SITE-ATUAL PIC X(03).
       01 WS-CONT-SITE PIC 9(07) VALUE 0.
       01 WS-MUDOU-SITE PIC 9(07) VALUE 0.
       01 WS-SITE-NOME PIC X(20).
       01 WS-SITE-VALIDO PIC X.

       01 WS-DATA-EXIBE PIC 9(08).
       01 WS-EXIBE-GRUPO REDEFINES WS-DATA-EXIBE.
           05 WS-EXB-ANO PIC 9(04).
           05 WS-EXB-MES PIC 9(02).
           05 WS-EXB-DIA PIC 9(02).

       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.

       01 WS-AUD-PROGRAMA PIC X(8) VALUE "PACRECL".
       01 WS-AUD-NOME PIC X(20) VALUE "RECLASSIFICACAO".
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".
       01 WS-AUD-REGRAVADAS PIC 9(07).

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "PACRECL".
       01 WS-JRN-OPERACAO PIC X VALUE "A".
       01 WS-JRN-ANTES PIC X(80).
       01 WS-JRN-DEPOIS PIC X(80).

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(46) VALUE
               "RECLASSIFICACAO DO MESTRE - CLASSIDA.TAB VERS ".
           05 WS-CAB-VERSAO     PIC 9(04).
           05 FILLER            PIC X(11) VALUE " VIGENCIA ".
           05 WS-CAB-DIA        PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-MES        PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-ANO        PIC 9999.

       01 WS-CABECALHO-MODO.
           05 FILLER            PIC X(06) VALUE "MODO: ".
           05 WS-CAB-MODO       PIC X(40).

       01 WS-CABECALHO-2.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE "FAIXA ANTERIOR".
           05 FILLER            PIC X(03) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE "FAIXA NOVA".
           05 FILLER            PIC X(08) VALUE "VISITAS".

       01 WS-CABECALHO-SITE.
           05 FILLER            PIC X(06) VALUE "SITE: ".
           05 WS-CAB-SITE       PIC X(03).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-CAB-SITE-NOME  PIC X(20).

       01 WS-DETALHE.
           05 WS-DET-MARCA       PIC X(02).
           05 WS-DET-ANTERIOR    PIC X(20).
           05 FILLER             PIC X(04) VALUE " -> ".
           05 WS-DET-NOVA        PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-CONT        PIC ZZZZZZ9.

       01 WS-SUBTOTAL-SITE.
           05 FILLER            PIC X(15) VALUE "Subtotal site ".
           05 WS-SUB-SITE       PIC X(03).
           05 FILLER            PIC X(12) VALUE " ...........".
           05 WS-SUB-CONT       PIC ZZZZZZ9.
           05 FILLER            PIC X(12) VALUE " visita(s), ".
           05 WS-SUB-MUDOU      PIC ZZZZZZ9.
           05 FILLER            PIC X(17) VALUE " mudaram de faixa".

       01 WS-TITULO-EXCECOES.
           05 FILLER            PIC X(52) VALUE
               "VISITAS QUE PASSARAM A FAIXA DE EXCECAO".

       01 WS-CABECALHO-EXCECOES.
           05 FILLER            PIC X(12) VALUE "DATA".
           05 FILLER            PIC X(09) VALUE "ID".
           05 FILLER            PIC X(21) VALUE "NOME".
           05 FILLER            PIC X(05) VALUE "SITE".
           05 FILLER            PIC X(07) VALUE "IMC".
           05 FILLER            PIC X(21) VALUE "FAIXA ANTERIOR".
           05 FILLER            PIC X(21) VALUE "CASO".

       01 WS-DETALHE-EXCECAO.
           05 WS-DEX-DIA         PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-DEX-MES         PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-DEX-ANO         PIC 9999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DEX-ID          PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DEX-NOME        PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DEX-SITE        PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DEX-IMC         PIC ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DEX-ANTERIOR    PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DEX-CASO        PIC X(20).

       01 WS-CASO-EXIBE.
           05 FILLER             PIC X(05) VALUE "caso ".
           05 WS-CEX-NUMERO      PIC 9(07).

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "Visitas lidas....................".
           05 WS-RES-LIDAS       PIC ZZZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "Visitas que mudaram de faixa.....".
           05 WS-RES-MUDARAM     PIC ZZZZZZ9.
       01 WS-RESUMO-3.
           05 FILLER             PIC X(34) VALUE
               "Visitas regravadas no mestre.....".
           05 WS-RES-REGRAVADAS  PIC ZZZZZZ9.
       01 WS-RESUMO-4.
           05 FILLER             PIC X(34) VALUE
               "Erros de regravacao..............".
           05 WS-RES-ERROS       PIC ZZZZZZ9.
       01 WS-RESUMO-5.
           05 FILLER             PIC X(34) VALUE
               "Novas na faixa de excecao........".
           05 WS-RES-EXCECOES    PIC ZZZZZZ9.
       01 WS-RESUMO-6.
           05 FILLER             PIC X(34) VALUE
               "  das quais sem caso aberto......".
           05 WS-RES-SEM-CASO    PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Modo - (S)imulacao ou (A)plicacao:"
               ACCEPT WS-MODO
           END-IF.
           IF WS-MODO = "s"
               MOVE "S" TO WS-MODO
           END-IF.
           IF WS-MODO = "a"
               MOVE "A" TO WS-MODO
           END-IF.
           IF NOT MODO-SIMULACAO AND NOT MODO-APLICACAO
               DISPLAY "Modo invalido: " WS-MODO
               STOP RUN
           END-IF.

           PERFORM LER-VERSAO-TABELA.
           IF MODO-APLICACAO
               CALL "OPERNIV" USING WS-OPERADOR, WS-NIVEL
               END-CALL
               IF WS-NIVEL < 3
                   PERFORM NEGAR-ACESSO
                   STOP RUN
               END-IF
               IF WS-VIGENCIA-TABELA > WS-DATA-HOJE
                   DISPLAY "CLASSIDA.TAB versao " WS-VERSAO-TABELA
                       " so vigora a partir de " WS-VIGENCIA-TABELA
                       "; use a simulacao ate la."
                   STOP RUN
               END-IF
           END-IF.

           PERFORM ABRIR-ARQUIVOS.
           PERFORM IMPRIMIR-CABECALHO.
           IF MODO-APLICACAO
               CALL "JRNLINI" END-CALL
           END-IF.
           PERFORM RECLASSIFICAR-MESTRE.
           IF MODO-APLICACAO
               CALL "JRNLFIM" END-CALL
           END-IF.
           PERFORM PROCURAR-CASOS.
           PERFORM DESCARTAR-JA-EXCECAO.
           PERFORM IMPRIMIR-MIGRACAO.
           PERFORM IMPRIMIR-EXCECOES.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM FECHAR-ARQUIVOS.
           IF MODO-APLICACAO
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

           DISPLAY "Reclassificacao (" WS-MODO "): " WS-TOTAL-LIDAS
               " lida(s), " WS-TOTAL-MUDARAM " mudaram de faixa, "
               WS-TOTAL-REGRAVADAS " regravada(s)."
           STOP RUN.

      *****************************************************************
      * Parametro via DD RECPARM: ausente ou vazio cai no prompt
      * interativo; presente mas diferente de S/A derruba a execucao
      * com erro, para o job nao parar esperando teclado.
      *****************************************************************
       OBTER-PARAMETRO.
           OPEN INPUT PARM-FILE.
           IF WS-STATUS-PARM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MODO = "S" OR PARM-MODO = "A"
                           MOVE PARM-MODO TO WS-MODO
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de modo invalido: "
                               PARM-MODO
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * Versao e vigencia da linha "V" da CLASSIDA.TAB. Tabela sem a
      * linha (anterior ao versionamento) sai como versao zero.
      *****************************************************************
       LER-VERSAO-TABELA.
           OPEN INPUT TABELA-FILE.
           IF WS-STATUS-TABELA NOT = "00"
               DISPLAY "Tabela de percentis indisponivel "
                   "(CLASSIDA.TAB, status " WS-STATUS-TABELA
                   "); reclassificacao cancelada."
               STOP RUN
           END-IF.
           READ TABELA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TAB-LINHA-VERSAO
                       MOVE TAB-VERSAO TO WS-VERSAO-TABELA
                       MOVE TAB-VIGENCIA TO WS-VIGENCIA-TABELA
                   END-IF
           END-READ.
           CLOSE TABELA-FILE.

       ABRIR-ARQUIVOS.
           IF MODO-APLICACAO
               OPEN I-O PACIENTE-FILE
           ELSE
               OPEN INPUT PACIENTE-FILE
           END-IF.
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
           MOVE WS-VERSAO-TABELA TO WS-CAB-VERSAO.
           MOVE WS-VIGENCIA-TABELA TO WS-DATA-EXIBE.
           MOVE WS-EXB-DIA TO WS-CAB-DIA.
           MOVE WS-EXB-MES TO WS-CAB-MES.
           MOVE WS-EXB-ANO TO WS-CAB-ANO.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MODO-APLICACAO
               MOVE "APLICACAO (mestre regravado)" TO WS-CAB-MODO
           ELSE
               MOVE "SIMULACAO (nada gravado)" TO WS-CAB-MODO
           END-IF.
           MOVE WS-CABECALHO-MODO TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Varre o mestre inteiro pela chave primaria. A regravacao nao
      * muda a chave, entao a leitura sequencial segue normalmente.
      *****************************************************************
       RECLASSIFICAR-MESTRE.
           MOVE LOW-VALUES TO PAC-CHAVE.
           START PACIENTE-FILE KEY IS >= PAC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
           END-START.
           PERFORM UNTIL WS-FIM-MESTRE = "S"
               READ PACIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE
                   NOT AT END
                       PERFORM RECLASSIFICAR-VISITA
               END-READ
           END-PERFORM.

       RECLASSIFICAR-VISITA.
           ADD 1 TO WS-TOTAL-LIDAS.
           MOVE PAC-DATA-ATUAL TO WS-DATA-VISITA.
           CALL "CLASSIDA" USING PAC-DATA-NASC, PAC-SEXO,
               WS-DATA-VISITA, PAC-IMC-TOTAL, WS-CLASSIF-NOVA,
               WS-EXCECAO-FLAG
           END-CALL.
           MOVE PAC-SITE TO WS-CHV-SITE.
           MOVE PAC-CLASSIFICACAO TO WS-CHV-ANTERIOR.
           MOVE WS-CLASSIF-NOVA TO WS-CHV-NOVA.
           PERFORM ACUMULAR-MIGRACAO.
           IF WS-EXCECAO-FLAG = "S"
               PERFORM GUARDAR-EXCECAO
           END-IF.
           IF WS-CLASSIF-NOVA NOT = PAC-CLASSIFICACAO
               ADD 1 TO WS-TOTAL-MUDARAM
               IF MODO-APLICACAO
                   MOVE PACIENTE-REG TO WS-JRN-ANTES
                   MOVE WS-CLASSIF-NOVA TO PAC-CLASSIFICACAO
                   REWRITE PACIENTE-REG
                       INVALID KEY
                           DISPLAY "Erro ao regravar " PAC-NOME " "
                               WS-DATA-VISITA ". Status: "
                               WS-STATUS-PACIENTE
                   END-REWRITE
                   IF WS-STATUS-PACIENTE = "00"
                           OR WS-STATUS-PACIENTE = "02"
                       ADD 1 TO WS-TOTAL-REGRAVADAS
                       MOVE PACIENTE-REG TO WS-JRN-DEPOIS
                       CALL "PACJRNL" USING WS-JRN-PROGRAMA,
                           WS-JRN-OPERACAO, WS-JRN-ANTES,
                           WS-JRN-DEPOIS
                       END-CALL
                   ELSE
                       ADD 1 TO WS-TOTAL-ERROS
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-MIGRACAO.
           MOVE 0 TO WS-MIG-ACHADA.
           PERFORM VARYING WS-IND-MIG FROM 1 BY 1
                   UNTIL WS-IND-MIG > WS-TOTAL-MIGRACOES
                   OR WS-MIG-ACHADA > 0
               IF WS-MIG-CHAVE (WS-IND-MIG) = WS-CHAVE-NOVA
                   MOVE WS-IND-MIG TO WS-MIG-ACHADA
               END-IF
           END-PERFORM.
           IF WS-MIG-ACHADA > 0
               ADD 1 TO WS-MIG-CONT (WS-MIG-ACHADA)
           ELSE
               IF WS-TOTAL-MIGRACOES >= WS-MAX-MIGRACOES
                   DISPLAY "Mais de " WS-MAX-MIGRACOES
                       " combinacoes de site e faixa; excedentes "
                       "fora do quadro de migracao."
               ELSE
                   MOVE WS-TOTAL-MIGRACOES TO WS-IND-INS
                   ADD 1 TO WS-IND-INS
                   PERFORM LOCALIZAR-POSICAO-MIGRACAO
                   PERFORM ABRIR-ESPACO-MIGRACAO
                   MOVE WS-CHAVE-NOVA TO WS-MIG-CHAVE (WS-IND-INS)
                   MOVE 1 TO WS-MIG-CONT (WS-IND-INS)
                   ADD 1 TO WS-TOTAL-MIGRACOES
               END-IF
           END-IF.

       LOCALIZAR-POSICAO-MIGRACAO.
           PERFORM VARYING WS-IND-MIG FROM 1 BY 1
                   UNTIL WS-IND-MIG > WS-TOTAL-MIGRACOES
               IF WS-MIG-CHAVE (WS-IND-MIG) > WS-CHAVE-NOVA
                       AND WS-IND-MIG < WS-IND-INS
                   MOVE WS-IND-MIG TO WS-IND-INS
               END-IF
           END-PERFORM.

       ABRIR-ESPACO-MIGRACAO.
           PERFORM VARYING WS-IND-DESLOCA
                   FROM WS-TOTAL-MIGRACOES BY -1
                   UNTIL WS-IND-DESLOCA < WS-IND-INS
               MOVE WS-MIGRACAO (WS-IND-DESLOCA)
                   TO WS-MIGRACAO (WS-IND-DESLOCA + 1)
           END-PERFORM.

       GUARDAR-EXCECAO.
           IF WS-TOTAL-EXCECOES >= WS-MAX-EXCECOES
               DISPLAY "Mais de " WS-MAX-EXCECOES " novas excecoes; "
                   "excedentes fora do relatorio."
           ELSE
               ADD 1 TO WS-TOTAL-EXCECOES
               MOVE PAC-NOME TO WS-EXC-NOME (WS-TOTAL-EXCECOES)
               MOVE WS-DATA-VISITA TO WS-EXC-DATA (WS-TOTAL-EXCECOES)
               MOVE PAC-ID TO WS-EXC-ID (WS-TOTAL-EXCECOES)
               MOVE PAC-SITE TO WS-EXC-SITE (WS-TOTAL-EXCECOES)
               MOVE PAC-IMC-TOTAL TO WS-EXC-IMC (WS-TOTAL-EXCECOES)
               MOVE WS-CHV-ANTERIOR
                   TO WS-EXC-ANTERIOR (WS-TOTAL-EXCECOES)
               MOVE WS-CLASSIF-NOVA TO WS-EXC-NOVA (WS-TOTAL-EXCECOES)
               MOVE 0 TO WS-EXC-CASO (WS-TOTAL-EXCECOES)
               IF WS-CLASSIF-NOVA NOT = PAC-CLASSIFICACAO
                   MOVE "S" TO WS-EXC-MUDOU (WS-TOTAL-EXCECOES)
               ELSE
                   MOVE "N" TO WS-EXC-MUDOU (WS-TOTAL-EXCECOES)
               END-IF
           END-IF.

      *****************************************************************
      * O EXCPLOG abre o caso no dia da medicao com o nome da visita;
      * caso com o mesmo nome e data de abertura e o caso da visita.
      * SEGUIMTO.DAT inexistente: nenhuma visita tem caso.
      *****************************************************************
       PROCURAR-CASOS.
           IF WS-TOTAL-EXCECOES > 0
               OPEN INPUT SEGUIMTO-FILE
               IF WS-STATUS-SEGUIMTO = "00"
                   MOVE ZEROES TO SEG-NUMERO
                   START SEGUIMTO-FILE KEY IS >= SEG-NUMERO
                       INVALID KEY
                           MOVE "S" TO WS-FIM-SEGUIMTO
                   END-START
                   PERFORM UNTIL WS-FIM-SEGUIMTO = "S"
                       READ SEGUIMTO-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-SEGUIMTO
                           NOT AT END
                               PERFORM CASAR-CASO
                       END-READ
                   END-PERFORM
                   CLOSE SEGUIMTO-FILE
               END-IF
           END-IF.

       CASAR-CASO.
           PERFORM VARYING WS-IND-EXC FROM 1 BY 1
                   UNTIL WS-IND-EXC > WS-TOTAL-EXCECOES
               IF WS-EXC-NOME (WS-IND-EXC) = SEG-NOME
                       AND WS-EXC-DATA (WS-IND-EXC)
                           = SEG-DATA-ABERTURA
                   MOVE SEG-NUMERO TO WS-EXC-CASO (WS-IND-EXC)
               END-IF
           END-PERFORM.

      *****************************************************************
      * Visita que nao mudou de faixa e ja tem caso aberto na data ja
      * era excecao pela tabela anterior: sai da lista, compactando a
      * tabela na mesma ordem.
      *****************************************************************
       DESCARTAR-JA-EXCECAO.
           MOVE 0 TO WS-IND-MANTIDA.
           PERFORM VARYING WS-IND-EXC FROM 1 BY 1
                   UNTIL WS-IND-EXC > WS-TOTAL-EXCECOES
               IF WS-EXC-MUDOU (WS-IND-EXC) = "S"
                       OR WS-EXC-CASO (WS-IND-EXC) = 0
                   ADD 1 TO WS-IND-MANTIDA
                   IF WS-IND-MANTIDA < WS-IND-EXC
                       MOVE WS-EXCECAO (WS-IND-EXC)
                           TO WS-EXCECAO (WS-IND-MANTIDA)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-IND-MANTIDA TO WS-TOTAL-EXCECOES.

      *****************************************************************
      * Quadro de migracao com quebra por site: cabecalho com o nome
      * do site (SITEVAL) e subtotal de visitas e de mudancas.
      *****************************************************************
       IMPRIMIR-MIGRACAO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HIGH-VALUES TO WS-SITE-ATUAL.
           MOVE 0 TO WS-CONT-SITE.
           PERFORM VARYING WS-IND-MIG FROM 1 BY 1
                   UNTIL WS-IND-MIG > WS-TOTAL-MIGRACOES
               IF WS-MIG-SITE (WS-IND-MIG) NOT = WS-SITE-ATUAL
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
           MOVE WS-MIG-SITE (WS-IND-MIG) TO WS-SITE-ATUAL.
           MOVE 0 TO WS-CONT-SITE.
           MOVE 0 TO WS-MUDOU-SITE.
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
           MOVE WS-MIG-ANTERIOR (WS-IND-MIG) TO WS-DET-ANTERIOR.
           MOVE WS-MIG-NOVA (WS-IND-MIG) TO WS-DET-NOVA.
           MOVE WS-MIG-CONT (WS-IND-MIG) TO WS-DET-CONT.
           ADD WS-MIG-CONT (WS-IND-MIG) TO WS-CONT-SITE.
           IF WS-MIG-ANTERIOR (WS-IND-MIG)
                   NOT = WS-MIG-NOVA (WS-IND-MIG)
               MOVE "* " TO WS-DET-MARCA
               ADD WS-MIG-CONT (WS-IND-MIG) TO WS-MUDOU-SITE
           ELSE
               MOVE SPACES TO WS-DET-MARCA
           END-IF.
           MOVE WS-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-SUBTOTAL-SITE.
           MOVE WS-SITE-ATUAL TO WS-SUB-SITE.
           MOVE WS-CONT-SITE TO WS-SUB-CONT.
           MOVE WS-MUDOU-SITE TO WS-SUB-MUDOU.
           MOVE WS-SUBTOTAL-SITE TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-EXCECOES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TITULO-EXCECOES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-EXCECOES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IND-EXC FROM 1 BY 1
                   UNTIL WS-IND-EXC > WS-TOTAL-EXCECOES
               PERFORM IMPRIMIR-DETALHE-EXCECAO
           END-PERFORM.

       IMPRIMIR-DETALHE-EXCECAO.
           MOVE WS-EXC-DATA (WS-IND-EXC) TO WS-DATA-EXIBE.
           MOVE WS-EXB-DIA TO WS-DEX-DIA.
           MOVE WS-EXB-MES TO WS-DEX-MES.
           MOVE WS-EXB-ANO TO WS-DEX-ANO.
           MOVE WS-EXC-ID (WS-IND-EXC) TO WS-DEX-ID.
           MOVE WS-EXC-NOME (WS-IND-EXC) TO WS-DEX-NOME.
           MOVE WS-EXC-SITE (WS-IND-EXC) TO WS-DEX-SITE.
           MOVE WS-EXC-IMC (WS-IND-EXC) TO WS-DEX-IMC.
           MOVE WS-EXC-ANTERIOR (WS-IND-EXC) TO WS-DEX-ANTERIOR.
           IF WS-EXC-CASO (WS-IND-EXC) = 0
               MOVE "sem caso aberto" TO WS-DEX-CASO
               ADD 1 TO WS-TOTAL-SEM-CASO
           ELSE
               MOVE WS-EXC-CASO (WS-IND-EXC) TO WS-CEX-NUMERO
               MOVE WS-CASO-EXIBE TO WS-DEX-CASO
           END-IF.
           MOVE WS-DETALHE-EXCECAO TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-LIDAS TO WS-RES-LIDAS.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-MUDARAM TO WS-RES-MUDARAM.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-REGRAVADAS TO WS-RES-REGRAVADAS.
           MOVE WS-RESUMO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ERROS TO WS-RES-ERROS.
           MOVE WS-RESUMO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-EXCECOES TO WS-RES-EXCECOES.
           MOVE WS-RESUMO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SEM-CASO TO WS-RES-SEM-CASO.
           MOVE WS-RESUMO-6 TO REPORT-LINE.
           WRITE REPORT-LINE.

       FECHAR-ARQUIVOS.
           CLOSE PACIENTE-FILE.
           CLOSE REPORT-FILE.

      *****************************************************************
      * Negativa de autorizacao: a aplicacao nem comeca; a tentativa
      * fica no AUDITLOG.
      *****************************************************************
       NEGAR-ACESSO.
           DISPLAY "Aplicar a reclassificacao exige nivel supervisor "
               "(operador " WS-OPERADOR ", nivel " WS-NIVEL ")."
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE "acesso negado reclassificacao" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE WS-TOTAL-REGRAVADAS TO WS-AUD-REGRAVADAS.
           STRING "tabela versao " WS-VERSAO-TABELA " regravadas "
               WS-AUD-REGRAVADAS
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       END PROGRAM PACRECL.

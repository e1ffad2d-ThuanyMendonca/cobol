       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTMUN.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Extracao agregada para a secretaria municipal de saude: a
      * cada trimestre a secretaria pede os numeros da triagem
      * escolar (site ESC) e do parceiro corporativo (site EMP), que
      * ate agora eram redigitados do ESTMENS.LST e do PERTRAJ.LST.
      * Este programa le o mestre PACIENTE.DAT e gera o arquivo de
      * interface EXTMUN.DAT, em layout fixo, com uma celula por
      * site, mes, sexo e faixa etaria: quantidade de visitas, IMC
      * medio e quantas visitas cairam em cada faixa de classificacao
      * (as seis do CLASSIMC de adulto mais a "Obesidade" dos menores
      * de 18 vinda do CLASSIDA, na mesma ordem das colunas do
      * ESTMENS). Nenhum nome, ID ou data de nascimento sai do
      * predio: a idade e calculada aqui, na data da visita, e so a
      * faixa etaria vai no arquivo.
      *
      * Celula com menos visitas que o minimo do parametro sai
      * suprimida - marcada com "S" e com todas as contagens e a
      * media zeradas - para ninguem ser reidentificado por uma
      * celula de uma ou duas criancas de uma turma. O trailer traz
      * o total de visitas enviadas e so o numero de celulas
      * suprimidas - o total de visitas suprimidas entregaria as
      * contagens pequenas (cada detalhe suprimido ainda diz a sua
      * celula) e fica apenas no nosso relatorio de controle, onde
      * enviadas mais suprimidas conferem com o lido.
      *
      * Layout da interface (posicoes fixas):
      *   header.: "H" + data de geracao AAAAMMDD + mes inicial
      *            AAAAMM + mes final AAAAMM + minimo por celula 9(3)
      *   detalhe: "D" + site X(3) + ano/mes 9(6) + sexo X
      *            + faixa etaria X(5) + visitas 9(5) + IMC medio
      *            999V99 + 7 contagens de faixa 9(5) + suprimida X
      *   trailer: "T" + contagem de detalhes 9(7) + visitas
      *            enviadas 9(7) + celulas suprimidas 9(7)
      * Faixas etarias: "00-04", "05-09", "10-14", "15-17", "18-29",
      * "30-39", "40-49", "50-59", "60+  " e "N/INF" (nascimento
      * zerado, registro anterior a captura do campo). Sexo fora de
      * "M"/"F" sai como "I".
      *
      * O relatorio de controle EXTMUN.LST fica do nosso lado, como o
      * EXTCLIN.LST: lista cada celula com as contagens reais, as
      * suprimidas marcadas, e os totais do arquivo enviado.
      *
      * O periodo vem do arquivo de parametros MUNPARM (uma linha
      * "AAAAMM AAAAMM NNN": mes inicial, mes final e minimo por
      * celula), no mesmo espirito do EXTPARM do EXTCLIN. Meses
      * zerados significam "o ultimo trimestre fechado", entao o
      * NOTURNO.JCL roda identico toda noite e o arquivo do trimestre
      * esta sempre pronto; minimo zero usa o padrao de 5. O periodo
      * cobre no maximo 36 meses. Sem o arquivo de parametros o
      * programa pergunta ao operador; parametro presente mas
      * invalido encerra com erro.
      *
      * A execucao com MUNPARM (a do NOTURNO.JCL) fica registrada no
      * controle da sequencia noturna (NOTCTL.DAT, via NOTCTL.cbl)
      * com as visitas lidas e as celulas enviadas; uma segunda
      * execucao agendada na mesma data e recusada com RETURN-CODE 4
      * ate o supervisor liberar o reprocessamento no NOTSTAT.
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

           SELECT EXTRATO-FILE ASSIGN TO "EXTMUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT REPORT-FILE ASSIGN TO "EXTMUN.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO MUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-FILE.
           COPY "PACIENTE.CPY".

       FD  EXTRATO-FILE.
       01 EXTRATO-REG PIC X(80).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-MES-INICIAL     PIC X(06).
           05 FILLER               PIC X.
           05 PARM-MES-FINAL       PIC X(06).
           05 FILLER               PIC X.
           05 PARM-MINIMO          PIC X(03).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-PACIENTE PIC XX.
       01 WS-STATUS-EXTRATO PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-FIM-MESTRE PIC X VALUE "N".
       01 WS-PARM-OBTIDO PIC X VALUE "N".

       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-GRUPO REDEFINES WS-DATA-NUM.
           05 WS-ANO PIC 9(4).
           05 WS-MES PIC 99.
           05 WS-DIA PIC 99.

       01 WS-MES-INICIAL PIC 9(06).
       01 WS-INI-GRUPO REDEFINES WS-MES-INICIAL.
           05 WS-INI-ANO PIC 9(04).
           05 WS-INI-MES PIC 9(02).
       01 WS-MES-FINAL PIC 9(06).
       01 WS-FIM-GRUPO REDEFINES WS-MES-FINAL.
           05 WS-FIM-ANO PIC 9(04).
           05 WS-FIM-MES PIC 9(02).
       01 WS-MINIMO PIC 9(03).
       01 WS-MINIMO-PADRAO PIC 9(03) VALUE 5.
       01 WS-TRIMESTRE PIC 9.
       01 WS-QTD-MESES PIC S9(05).
       01 WS-MAX-MESES PIC 9(02) VALUE 36.

      *****************************************************************
      * Sites que a secretaria recebe; qualquer outro fica de fora.
      *****************************************************************
       01 WS-TAB-NOMES-SITE.
           05 FILLER PIC X(03) VALUE "ESC".
           05 FILLER PIC X(03) VALUE "EMP".
       01 FILLER REDEFINES WS-TAB-NOMES-SITE.
           05 WS-SITE-ENVIADO PIC X(03) OCCURS 2 TIMES.

       01 WS-TAB-NOMES-SEXO.
           05 FILLER PIC X VALUE "F".
           05 FILLER PIC X VALUE "M".
           05 FILLER PIC X VALUE "I".
       01 FILLER REDEFINES WS-TAB-NOMES-SEXO.
           05 WS-SEXO-ENVIADO PIC X OCCURS 3 TIMES.

       01 WS-TAB-NOMES-IDADE.
           05 FILLER PIC X(05) VALUE "00-04".
           05 FILLER PIC X(05) VALUE "05-09".
           05 FILLER PIC X(05) VALUE "10-14".
           05 FILLER PIC X(05) VALUE "15-17".
           05 FILLER PIC X(05) VALUE "18-29".
           05 FILLER PIC X(05) VALUE "30-39".
           05 FILLER PIC X(05) VALUE "40-49".
           05 FILLER PIC X(05) VALUE "50-59".
           05 FILLER PIC X(05) VALUE "60+".
           05 FILLER PIC X(05) VALUE "N/INF".
       01 FILLER REDEFINES WS-TAB-NOMES-IDADE.
           05 WS-FAIXA-ETARIA PIC X(05) OCCURS 10 TIMES.

      *****************************************************************
      * Acumuladores por site x mes do periodo x sexo x faixa etaria.
      * As faixas de classificacao seguem a ordem do ESTMENS: 1 a 6
      * as do CLASSIMC, 7 a "Obesidade" dos menores de 18.
      *****************************************************************
       01 WS-TAB-CELULAS.
           05 WS-CEL-SITE OCCURS 2 TIMES.
               10 WS-CEL-MES OCCURS 36 TIMES.
                   15 WS-CEL-SEXO OCCURS 3 TIMES.
                       20 WS-CEL-IDADE OCCURS 10 TIMES.
                           25 WS-CEL-VISITAS   PIC 9(05).
                           25 WS-CEL-SOMA-IMC  PIC 9(07)V99.
                           25 WS-CEL-BANDA     PIC 9(05)
                                               OCCURS 7 TIMES.
       01 WS-IND-SITE PIC 9.
       01 WS-IND-MES PIC 9(02).
       01 WS-IND-SEXO PIC 9.
       01 WS-IND-IDADE PIC 9(02).
       01 WS-IND-BANDA PIC 9.

       01 WS-ANOMES-CELULA PIC 9(06).
       01 WS-ANOMES-GRUPO REDEFINES WS-ANOMES-CELULA.
           05 WS-CEL-ANO PIC 9(04).
           05 WS-CEL-MES-NUM PIC 9(02).

       01 WS-ANOMES-VISITA PIC 9(06).
       01 WS-NASC-NUM PIC 9(08).
       01 WS-NASC-GRUPO REDEFINES WS-NASC-NUM.
           05 WS-NASC-ANO PIC 9(04).
           05 WS-NASC-MES PIC 9(02).
           05 WS-NASC-DIA PIC 9(02).
       01 WS-IDADE-ANOS PIC S9(03).
       01 WS-BANDA-ATUAL PIC 9.
       01 WS-CLASSE-BANDA PIC X(20).

       01 WS-MEDIA-IMC PIC 999V99.

       01 WS-TOTAL-LIDAS PIC 9(07) VALUE 0.
       01 WS-TOTAL-NO-PERIODO PIC 9(07) VALUE 0.
       01 WS-TOTAL-DETALHES PIC 9(07) VALUE 0.
       01 WS-TOTAL-SUPRIMIDAS PIC 9(07) VALUE 0.
       01 WS-VISITAS-ENVIADAS PIC 9(07) VALUE 0.
       01 WS-VISITAS-SUPRIMIDAS PIC 9(07) VALUE 0.

       01 WS-REG-HEADER.
           05 FILLER               PIC X VALUE "H".
           05 HDR-DATA             PIC 9(08).
           05 HDR-MES-INICIAL      PIC 9(06).
           05 HDR-MES-FINAL        PIC 9(06).
           05 HDR-MINIMO           PIC 9(03).

       01 WS-REG-DETALHE.
           05 FILLER               PIC X VALUE "D".
           05 DET-SITE             PIC X(03).
           05 DET-ANOMES           PIC 9(06).
           05 DET-SEXO             PIC X.
           05 DET-FAIXA-ETARIA     PIC X(05).
           05 DET-VISITAS          PIC 9(05).
           05 DET-IMC-MEDIO        PIC 999V99.
           05 DET-BANDA            PIC 9(05) OCCURS 7 TIMES.
           05 DET-SUPRIMIDA        PIC X.

       01 WS-REG-TRAILER.
           05 FILLER               PIC X VALUE "T".
           05 TRL-CONTAGEM         PIC 9(07).
           05 TRL-VISITAS          PIC 9(07).
           05 TRL-SUPRIMIDAS       PIC 9(07).

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(40) VALUE
               "EXTRACAO AGREGADA PARA A SECRETARIA - ".
           05 WS-CAB-INI-MES    PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-INI-ANO    PIC 9999.
           05 FILLER            PIC X(03) VALUE " A ".
           05 WS-CAB-FIM-MES    PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-FIM-ANO    PIC 9999.
           05 FILLER            PIC X(10) VALUE " - MINIMO ".
           05 WS-CAB-MINIMO     PIC ZZ9.

       01 WS-CABECALHO-2.
           05 FILLER PIC X(05) VALUE "SITE".
           05 FILLER PIC X(08) VALUE "ANO/MES".
           05 FILLER PIC X(05) VALUE "SEXO".
           05 FILLER PIC X(07) VALUE "IDADE".
           05 FILLER PIC X(08) VALUE "VISITAS".
           05 FILLER PIC X(07) VALUE "IMC".
           05 FILLER PIC X(07) VALUE "ABAIXO".
           05 FILLER PIC X(07) VALUE "NORMAL".
           05 FILLER PIC X(07) VALUE "SOBREP".
           05 FILLER PIC X(07) VALUE "OBES-I".
           05 FILLER PIC X(07) VALUE "OBES-II".
           05 FILLER PIC X(09) VALUE "OBES-III".
           05 FILLER PIC X(09) VALUE "OBES-INF".

       01 WS-DETALHE-CTL.
           05 WS-CTL-SITE        PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-CTL-ANO         PIC 9999.
           05 FILLER             PIC X VALUE "/".
           05 WS-CTL-MES         PIC 99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-CTL-SEXO        PIC X.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-CTL-IDADE       PIC X(05).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-CTL-VISITAS     PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-CTL-IMC         PIC ZZ9.99.
           05 WS-CTL-BANDAS OCCURS 7 TIMES.
               10 FILLER         PIC X(02) VALUE SPACES.
               10 WS-CTL-BANDA   PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-CTL-MARCA       PIC X(09).

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "Visitas ESC/EMP no periodo.......".
           05 WS-RES-PERIODO     PIC ZZZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "Celulas enviadas.................".
           05 WS-RES-CONTAGEM    PIC ZZZZZZ9.
       01 WS-RESUMO-3.
           05 FILLER             PIC X(34) VALUE
               "Celulas suprimidas...............".
           05 WS-RES-SUPRIMIDAS  PIC ZZZZZZ9.
       01 WS-RESUMO-4.
           05 FILLER             PIC X(34) VALUE
               "Visitas com contagem enviada.....".
           05 WS-RES-VIS-ENVIADAS PIC ZZZZZZ9.
       01 WS-RESUMO-5.
           05 FILLER             PIC X(34) VALUE
               "Visitas em celulas suprimidas....".
           05 WS-RES-VIS-SUPRIMIDAS PIC ZZZZZZ9.

      *****************************************************************
      * Controle da sequencia noturna (ver NOTCTL.cbl).
      *****************************************************************
       01 WS-NCT-PASSO PIC X(8) VALUE "EXTMUN".
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
               DISPLAY "Mes inicial (AAAAMM, 0 = ultimo trimestre "
                   "fechado):"
               ACCEPT WS-MES-INICIAL
               IF WS-MES-INICIAL NOT = 0
                   DISPLAY "Mes final (AAAAMM):"
                   ACCEPT WS-MES-FINAL
               END-IF
               DISPLAY "Minimo de visitas por celula (0 = padrao de "
                   WS-MINIMO-PADRAO "):"
               ACCEPT WS-MINIMO
           END-IF.
           PERFORM VALIDAR-PERIODO.

           IF WS-PARM-OBTIDO = "S"
               PERFORM CONTROLAR-INICIO
           END-IF.

           INITIALIZE WS-TAB-CELULAS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM GRAVAR-HEADER.
           PERFORM ACUMULAR-MESTRE.
           PERFORM GRAVAR-CELULAS.
           PERFORM GRAVAR-TRAILER.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM FECHAR-ARQUIVOS.
           IF WS-PARM-OBTIDO = "S"
               PERFORM CONTROLAR-FIM
           END-IF.

           DISPLAY "Extracao agregada " WS-MES-INICIAL " a "
               WS-MES-FINAL " concluida: " WS-TOTAL-DETALHES
               " celula(s), " WS-TOTAL-SUPRIMIDAS " suprimida(s)."
           STOP RUN.

      *****************************************************************
      * Parametro via DD MUNPARM: ausente ou vazio cai no prompt
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
                       IF PARM-MES-INICIAL NUMERIC
                               AND PARM-MES-FINAL NUMERIC
                               AND PARM-MINIMO NUMERIC
                           MOVE PARM-MES-INICIAL TO WS-MES-INICIAL
                           MOVE PARM-MES-FINAL TO WS-MES-FINAL
                           MOVE PARM-MINIMO TO WS-MINIMO
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
      * Mes inicial zerado: o ultimo trimestre civil fechado antes da
      * data do dia. Periodo invertido, mes fora de 01-12 ou janela
      * maior que a tabela de acumuladores encerram com erro.
      *****************************************************************
       VALIDAR-PERIODO.
           IF WS-MES-INICIAL = 0
               COMPUTE WS-TRIMESTRE = (WS-MES - 1) / 3
               IF WS-TRIMESTRE = 0
                   COMPUTE WS-INI-ANO = WS-ANO - 1
                   MOVE 10 TO WS-INI-MES
                   MOVE WS-INI-ANO TO WS-FIM-ANO
                   MOVE 12 TO WS-FIM-MES
               ELSE
                   MOVE WS-ANO TO WS-INI-ANO
                   COMPUTE WS-INI-MES = (WS-TRIMESTRE - 1) * 3 + 1
                   MOVE WS-ANO TO WS-FIM-ANO
                   COMPUTE WS-FIM-MES = WS-TRIMESTRE * 3
               END-IF
           END-IF.
           IF WS-MINIMO = 0
               MOVE WS-MINIMO-PADRAO TO WS-MINIMO
           END-IF.
           COMPUTE WS-QTD-MESES = (WS-FIM-ANO - WS-INI-ANO) * 12
               + WS-FIM-MES - WS-INI-MES + 1.
           IF WS-INI-MES < 1 OR WS-INI-MES > 12
                   OR WS-FIM-MES < 1 OR WS-FIM-MES > 12
                   OR WS-QTD-MESES < 1
                   OR WS-QTD-MESES > WS-MAX-MESES
               DISPLAY "Periodo invalido: " WS-MES-INICIAL " a "
                   WS-MES-FINAL " (no maximo " WS-MAX-MESES
                   " meses)."
               STOP RUN
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT PACIENTE-FILE.
           IF WS-STATUS-PACIENTE NOT = "00"
               DISPLAY "Erro ao abrir arquivo de pacientes. Status: "
                   WS-STATUS-PACIENTE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXTRATO-FILE.
           IF WS-STATUS-EXTRATO NOT = "00"
               DISPLAY "Erro ao abrir arquivo de extracao. Status: "
                   WS-STATUS-EXTRATO
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de relatorio. Status: "
                   WS-STATUS-REPORT
               STOP RUN
           END-IF.

       GRAVAR-HEADER.
           MOVE WS-DATA-NUM TO HDR-DATA.
           MOVE WS-MES-INICIAL TO HDR-MES-INICIAL.
           MOVE WS-MES-FINAL TO HDR-MES-FINAL.
           MOVE WS-MINIMO TO HDR-MINIMO.
           MOVE SPACES TO EXTRATO-REG.
           MOVE WS-REG-HEADER TO EXTRATO-REG.
           WRITE EXTRATO-REG.
           MOVE WS-INI-MES TO WS-CAB-INI-MES.
           MOVE WS-INI-ANO TO WS-CAB-INI-ANO.
           MOVE WS-FIM-MES TO WS-CAB-FIM-MES.
           MOVE WS-FIM-ANO TO WS-CAB-FIM-ANO.
           MOVE WS-MINIMO TO WS-CAB-MINIMO.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

       ACUMULAR-MESTRE.
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
                       ADD 1 TO WS-TOTAL-LIDAS
                       PERFORM ACUMULAR-VISITA
               END-READ
           END-PERFORM.

      *****************************************************************
      * Uma visita de ESC/EMP dentro do periodo entra na sua celula;
      * o resto do mestre e ignorado.
      *****************************************************************
       ACUMULAR-VISITA.
           MOVE 0 TO WS-IND-SITE.
           IF PAC-SITE = WS-SITE-ENVIADO (1)
               MOVE 1 TO WS-IND-SITE
           END-IF.
           IF PAC-SITE = WS-SITE-ENVIADO (2)
               MOVE 2 TO WS-IND-SITE
           END-IF.
           MOVE PAC-DATA-ATUAL (1:6) TO WS-ANOMES-VISITA.
           IF WS-IND-SITE > 0
                   AND WS-ANOMES-VISITA >= WS-MES-INICIAL
                   AND WS-ANOMES-VISITA <= WS-MES-FINAL
               ADD 1 TO WS-TOTAL-NO-PERIODO
               COMPUTE WS-IND-MES = (PAC-ANO - WS-INI-ANO) * 12
                   + PAC-MES - WS-INI-MES + 1
               EVALUATE PAC-SEXO
                   WHEN "F"
                       MOVE 1 TO WS-IND-SEXO
                   WHEN "M"
                       MOVE 2 TO WS-IND-SEXO
                   WHEN OTHER
                       MOVE 3 TO WS-IND-SEXO
               END-EVALUATE
               PERFORM CALCULAR-FAIXA-ETARIA
               MOVE PAC-CLASSIFICACAO TO WS-CLASSE-BANDA
               PERFORM CLASSIFICAR-BANDA
               ADD 1 TO WS-CEL-VISITAS (WS-IND-SITE, WS-IND-MES,
                   WS-IND-SEXO, WS-IND-IDADE)
               ADD PAC-IMC-TOTAL TO WS-CEL-SOMA-IMC (WS-IND-SITE,
                   WS-IND-MES, WS-IND-SEXO, WS-IND-IDADE)
               IF WS-BANDA-ATUAL > 0
                   ADD 1 TO WS-CEL-BANDA (WS-IND-SITE, WS-IND-MES,
                       WS-IND-SEXO, WS-IND-IDADE, WS-BANDA-ATUAL)
               END-IF
           END-IF.

      *****************************************************************
      * Idade em anos completos na data da visita, como no PERTRAJ;
      * nascimento zerado vai para a faixa "N/INF".
      *****************************************************************
       CALCULAR-FAIXA-ETARIA.
           IF PAC-DATA-NASC = 0
               MOVE 10 TO WS-IND-IDADE
           ELSE
               MOVE PAC-DATA-NASC TO WS-NASC-NUM
               COMPUTE WS-IDADE-ANOS = PAC-ANO - WS-NASC-ANO
               IF PAC-MES < WS-NASC-MES
                       OR (PAC-MES = WS-NASC-MES
                           AND PAC-DIA < WS-NASC-DIA)
                   SUBTRACT 1 FROM WS-IDADE-ANOS
               END-IF
               IF WS-IDADE-ANOS < 0
                   MOVE 0 TO WS-IDADE-ANOS
               END-IF
               EVALUATE TRUE
                   WHEN WS-IDADE-ANOS < 5
                       MOVE 1 TO WS-IND-IDADE
                   WHEN WS-IDADE-ANOS < 10
                       MOVE 2 TO WS-IND-IDADE
                   WHEN WS-IDADE-ANOS < 15
                       MOVE 3 TO WS-IND-IDADE
                   WHEN WS-IDADE-ANOS < 18
                       MOVE 4 TO WS-IND-IDADE
                   WHEN WS-IDADE-ANOS < 30
                       MOVE 5 TO WS-IND-IDADE
                   WHEN WS-IDADE-ANOS < 40
                       MOVE 6 TO WS-IND-IDADE
                   WHEN WS-IDADE-ANOS < 50
                       MOVE 7 TO WS-IND-IDADE
                   WHEN WS-IDADE-ANOS < 60
                       MOVE 8 TO WS-IND-IDADE
                   WHEN OTHER
                       MOVE 9 TO WS-IND-IDADE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Mesma escala de faixas do ESTMENS; classificacao desconhecida
      * conta nas visitas e na media, mas em nenhuma faixa.
      *****************************************************************
       CLASSIFICAR-BANDA.
           EVALUATE WS-CLASSE-BANDA
               WHEN "Abaixo do peso"
                   MOVE 1 TO WS-BANDA-ATUAL
               WHEN "Peso normal"
                   MOVE 2 TO WS-BANDA-ATUAL
               WHEN "Sobrepeso"
                   MOVE 3 TO WS-BANDA-ATUAL
               WHEN "Obesidade grau I"
                   MOVE 4 TO WS-BANDA-ATUAL
               WHEN "Obesidade grau II"
                   MOVE 5 TO WS-BANDA-ATUAL
               WHEN "Obesidade grau III"
                   MOVE 6 TO WS-BANDA-ATUAL
               WHEN "Obesidade"
                   MOVE 7 TO WS-BANDA-ATUAL
               WHEN OTHER
                   MOVE 0 TO WS-BANDA-ATUAL
           END-EVALUATE.

      *****************************************************************
      * Celulas em ordem de site, mes, sexo e faixa etaria; celula sem
      * visita nao gera registro.
      *****************************************************************
       GRAVAR-CELULAS.
           PERFORM VARYING WS-IND-SITE FROM 1 BY 1
                   UNTIL WS-IND-SITE > 2
               PERFORM VARYING WS-IND-MES FROM 1 BY 1
                       UNTIL WS-IND-MES > WS-QTD-MESES
                   PERFORM VARYING WS-IND-SEXO FROM 1 BY 1
                           UNTIL WS-IND-SEXO > 3
                       PERFORM VARYING WS-IND-IDADE FROM 1 BY 1
                               UNTIL WS-IND-IDADE > 10
                           IF WS-CEL-VISITAS (WS-IND-SITE,
                                   WS-IND-MES, WS-IND-SEXO,
                                   WS-IND-IDADE) > 0
                               PERFORM GRAVAR-DETALHE
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       GRAVAR-DETALHE.
           COMPUTE WS-ANOMES-CELULA = WS-MES-INICIAL.
           COMPUTE WS-CEL-MES-NUM = WS-INI-MES + WS-IND-MES - 1.
           PERFORM UNTIL WS-CEL-MES-NUM <= 12
               SUBTRACT 12 FROM WS-CEL-MES-NUM
               ADD 1 TO WS-CEL-ANO
           END-PERFORM.
           COMPUTE WS-MEDIA-IMC ROUNDED =
               WS-CEL-SOMA-IMC (WS-IND-SITE, WS-IND-MES, WS-IND-SEXO,
                   WS-IND-IDADE)
               / WS-CEL-VISITAS (WS-IND-SITE, WS-IND-MES,
                   WS-IND-SEXO, WS-IND-IDADE).

           MOVE WS-SITE-ENVIADO (WS-IND-SITE) TO DET-SITE.
           MOVE WS-ANOMES-CELULA TO DET-ANOMES.
           MOVE WS-SEXO-ENVIADO (WS-IND-SEXO) TO DET-SEXO.
           MOVE WS-FAIXA-ETARIA (WS-IND-IDADE) TO DET-FAIXA-ETARIA.

           MOVE WS-SITE-ENVIADO (WS-IND-SITE) TO WS-CTL-SITE.
           MOVE WS-CEL-ANO TO WS-CTL-ANO.
           MOVE WS-CEL-MES-NUM TO WS-CTL-MES.
           MOVE WS-SEXO-ENVIADO (WS-IND-SEXO) TO WS-CTL-SEXO.
           MOVE WS-FAIXA-ETARIA (WS-IND-IDADE) TO WS-CTL-IDADE.
           MOVE WS-CEL-VISITAS (WS-IND-SITE, WS-IND-MES, WS-IND-SEXO,
               WS-IND-IDADE) TO WS-CTL-VISITAS.
           MOVE WS-MEDIA-IMC TO WS-CTL-IMC.
           PERFORM VARYING WS-IND-BANDA FROM 1 BY 1
                   UNTIL WS-IND-BANDA > 7
               MOVE WS-CEL-BANDA (WS-IND-SITE, WS-IND-MES,
                   WS-IND-SEXO, WS-IND-IDADE, WS-IND-BANDA)
                   TO WS-CTL-BANDA (WS-IND-BANDA)
           END-PERFORM.

           IF WS-CEL-VISITAS (WS-IND-SITE, WS-IND-MES, WS-IND-SEXO,
                   WS-IND-IDADE) < WS-MINIMO
               PERFORM SUPRIMIR-CELULA
           ELSE
               MOVE WS-CEL-VISITAS (WS-IND-SITE, WS-IND-MES,
                   WS-IND-SEXO, WS-IND-IDADE) TO DET-VISITAS
               MOVE WS-MEDIA-IMC TO DET-IMC-MEDIO
               PERFORM VARYING WS-IND-BANDA FROM 1 BY 1
                       UNTIL WS-IND-BANDA > 7
                   MOVE WS-CEL-BANDA (WS-IND-SITE, WS-IND-MES,
                       WS-IND-SEXO, WS-IND-IDADE, WS-IND-BANDA)
                       TO DET-BANDA (WS-IND-BANDA)
               END-PERFORM
               MOVE "N" TO DET-SUPRIMIDA
               MOVE SPACES TO WS-CTL-MARCA
               ADD WS-CEL-VISITAS (WS-IND-SITE, WS-IND-MES,
                   WS-IND-SEXO, WS-IND-IDADE) TO WS-VISITAS-ENVIADAS
           END-IF.

           MOVE SPACES TO EXTRATO-REG.
           MOVE WS-REG-DETALHE TO EXTRATO-REG.
           WRITE EXTRATO-REG.
           ADD 1 TO WS-TOTAL-DETALHES.
           MOVE WS-DETALHE-CTL TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Celula abaixo do minimo: vai no arquivo so como "existe e e
      * pequena", sem contagem nem media; o controle guarda os
      * numeros reais.
      *****************************************************************
       SUPRIMIR-CELULA.
           MOVE 0 TO DET-VISITAS.
           MOVE 0 TO DET-IMC-MEDIO.
           PERFORM VARYING WS-IND-BANDA FROM 1 BY 1
                   UNTIL WS-IND-BANDA > 7
               MOVE 0 TO DET-BANDA (WS-IND-BANDA)
           END-PERFORM.
           MOVE "S" TO DET-SUPRIMIDA.
           MOVE "SUPRIMIDA" TO WS-CTL-MARCA.
           ADD 1 TO WS-TOTAL-SUPRIMIDAS.
           ADD WS-CEL-VISITAS (WS-IND-SITE, WS-IND-MES, WS-IND-SEXO,
               WS-IND-IDADE) TO WS-VISITAS-SUPRIMIDAS.

       GRAVAR-TRAILER.
           MOVE WS-TOTAL-DETALHES TO TRL-CONTAGEM.
           MOVE WS-VISITAS-ENVIADAS TO TRL-VISITAS.
           MOVE WS-TOTAL-SUPRIMIDAS TO TRL-SUPRIMIDAS.
           MOVE SPACES TO EXTRATO-REG.
           MOVE WS-REG-TRAILER TO EXTRATO-REG.
           WRITE EXTRATO-REG.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-NO-PERIODO TO WS-RES-PERIODO.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-DETALHES TO WS-RES-CONTAGEM.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SUPRIMIDAS TO WS-RES-SUPRIMIDAS.
           MOVE WS-RESUMO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VISITAS-ENVIADAS TO WS-RES-VIS-ENVIADAS.
           MOVE WS-RESUMO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VISITAS-SUPRIMIDAS TO WS-RES-VIS-SUPRIMIDAS.
           MOVE WS-RESUMO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.

       FECHAR-ARQUIVOS.
           CLOSE PACIENTE-FILE.
           CLOSE EXTRATO-FILE.
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
               DISPLAY "EXTMUN ja concluido em " WS-NCT-DATA
                   "; nova execucao so com liberacao do supervisor "
                   "(NOTSTAT)."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "I" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CONTROLAR-FIM.
           MOVE WS-TOTAL-LIDAS TO WS-NCT-QTD-LIDOS.
           MOVE WS-TOTAL-DETALHES TO WS-NCT-QTD-GERADOS.
           MOVE "C" TO WS-NCT-FUNCAO.
           PERFORM CHAMAR-CONTROLE.

       CHAMAR-CONTROLE.
           CALL "NOTCTL" USING WS-NCT-PASSO, WS-NCT-FUNCAO,
               WS-NCT-DATA, WS-NCT-QTD-LIDOS, WS-NCT-QTD-GERADOS,
               WS-NCT-RESULTADO
           END-CALL.
           IF WS-NCT-RESULTADO = "E"
               DISPLAY "Controle noturno indisponivel; EXTMUN "
                   "encerrado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM EXTMUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATCORP.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Faturamento mensal dos sites pagantes (hoje o parceiro
      * corporativo, site EMP): le as visitas do mes no mestre
      * (PACIENTE.DAT) e os casos de seguimento abertos no mes
      * (SEGUIMTO.DAT) dos sites faturaveis, precifica cada item pela
      * tabela de tarifas FATTAB.TAB e gera o arquivo de itens de
      * fatura FATCORP.DAT para o sistema do financeiro, com a fatura
      * impressa em FATCORP.LST. Substitui a contagem de linhas do
      * IMCLOTE.LST e do SEGPEND.LST que o financeiro fazia a mao.
      *
      * Tabela de tarifas (uma linha por tarifa, posicoes fixas):
      *   "SSS T AAAAMMDD VVVVVVV" - site, tipo do item, inicio da
      *   vigencia e valor unitario com 2 decimais implicitos. Tipos:
      *     V primeira visita da pessoa no mes;
      *     R revisita - cada visita seguinte da mesma pessoa no mes;
      *     C caso de seguimento aberto.
      *   Vale para o item a tarifa do site e tipo com a maior
      *   vigencia ate a data do item; reajuste no meio do mes cobra
      *   cada item pela tarifa do seu dia. Site faturavel e site com
      *   tarifa na tabela. Item sem tarifa vigente encerra a execucao
      *   sem faturar nada (RETURN-CODE 8), com a lista do que falta.
      * A pessoa e o ID permanente (o nome, em visita sem ID), de
      * modo que variantes de nome nao viram primeira visita de novo.
      *
      * Layout do FATCORP.DAT (posicoes fixas, no espirito do
      * EXTCLIN), um lote por fatura ou nota de credito:
      *   header.: "H" + site X(3) + competencia AAAAMM + numero 9(7)
      *            + emissao AAAAMMDD + natureza ("F" fatura, "C" nota
      *            de credito) + numero referenciado 9(7) (fatura
      *            estornada pela nota; nota que a fatura substitui)
      *   detalhe: "D" + numero 9(7) + tipo (V, R, C ou K estorno)
      *            + id 9(7) + nome X(20) + data AAAAMMDD + caso 9(7)
      *            + valor 9(7)V99
      *   trailer: "T" + contagem 9(7) + soma dos valores 9(9)V99
      *
      * Trava: cada site e mes faturado fica no controle FATCTL.DAT
      * (layout em FATCTL.CPY) e nao e faturado de novo - o site
      * travado e pulado com aviso (RETURN-CODE 4); sem nenhum site a
      * faturar o FATCORP.DAT anterior nao e tocado. Para corrigir um
      * mes ja faturado o supervisor (nivel 3 no OPERNIV) roda o modo
      * C (credito/refaturamento) para o site e mes: sai uma nota de
      * credito estornando o valor da fatura vigente e, em seguida,
      * a fatura nova com os itens recalculados, que passa a ser a
      * vigente. Toda fatura, nota e tentativa negada vai para o
      * AUDITLOG. Os numeros de fatura e de nota sao uma sequencia
      * unica guardada no proprio FATCTL.DAT.
      *
      * Parametros via DD FATPARM, uma linha "M AAAAMM SSS": modo F
      * (faturar) ou C (credito/refaturamento), competencia (zero = o
      * mes anterior ao corrente, o fechamento normal) e site (em
      * branco, todos os faturaveis; obrigatorio no modo C). O modo F
      * recusa o mes corrente e mes futuro - faturar mes aberto
      * travaria o site com a fatura incompleta. Sem o arquivo de
      * parametros o programa pergunta; parametro presente mas
      * invalido encerra com erro.
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

           SELECT CONTROLE-FILE ASSIGN TO "FATCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCT-CHAVE
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT TARIFA-FILE ASSIGN TO "FATTAB.TAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFA.

           SELECT FATURA-FILE ASSIGN TO "FATCORP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FATURA.

           SELECT REPORT-FILE ASSIGN TO "FATCORP.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO FATPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-FILE.
           COPY "PACIENTE.CPY".

       FD  SEGUIMTO-FILE.
           COPY "SEGUIMTO.CPY".

       FD  CONTROLE-FILE.
           COPY "FATCTL.CPY".

       FD  TARIFA-FILE.
       01 TARIFA-REG.
           05 TRF-SITE                 PIC X(03).
           05 FILLER                   PIC X.
           05 TRF-TIPO                 PIC X.
           05 FILLER                   PIC X.
           05 TRF-VIGENCIA             PIC X(08).
           05 FILLER                   PIC X.
           05 TRF-VALOR                PIC 9(05)V99.

       FD  FATURA-FILE.
       01 FATURA-REG PIC X(80).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-MODO            PIC X.
           05 FILLER               PIC X.
           05 PARM-COMPETENCIA     PIC X(06).
           05 FILLER               PIC X.
           05 PARM-SITE            PIC X(03).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-PACIENTE PIC XX.
       01 WS-STATUS-SEGUIMTO PIC XX.
       01 WS-STATUS-CONTROLE PIC XX.
       01 WS-STATUS-TARIFA PIC XX.
       01 WS-STATUS-FATURA PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-FIM-TARIFA PIC X VALUE "N".
       01 WS-FIM-MESTRE PIC X VALUE "N".
       01 WS-FIM-SEGUIMTO PIC X VALUE "N".

       01 WS-MODO PIC X VALUE "F".
           88 MODO-FATURAR VALUE "F".
           88 MODO-REFATURAR VALUE "C".
       01 WS-COMPETENCIA PIC 9(06) VALUE 0.
       01 WS-COMPETENCIA-GRUPO REDEFINES WS-COMPETENCIA.
           05 WS-CMP-ANO PIC 9(04).
           05 WS-CMP-MES PIC 9(02).
       01 WS-SITE-PARM PIC X(03) VALUE SPACES.

       01 WS-DATA-NUM PIC 9(08).
       01 WS-DATA-GRUPO REDEFINES WS-DATA-NUM.
           05 WS-DTN-ANO PIC 9(04).
           05 WS-DTN-MES PIC 9(02).
           05 WS-DTN-DIA PIC 9(02).
       01 WS-ANOMES-CORRENTE PIC 9(06).
       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.

      *****************************************************************
      * Tarifas carregadas da FATTAB.TAB.
      *****************************************************************
       01 WS-TOTAL-TARIFAS PIC 9(03) VALUE 0.
       01 WS-MAX-TARIFAS PIC 9(03) VALUE 200.
       01 WS-TAB-TARIFAS.
           05 WS-TARIFA OCCURS 200 TIMES.
               10 WS-TRF-SITE        PIC X(03).
               10 WS-TRF-TIPO        PIC X.
               10 WS-TRF-VIGENCIA    PIC 9(08).
               10 WS-TRF-VALOR       PIC 9(05)V99.
       01 WS-IND-TRF PIC 9(03).
       01 WS-TRF-ACHADA PIC 9(03).

      *****************************************************************
      * Sites faturaveis (os que tem tarifa). WS-SFT-SITUACAO:
      *   "S" a faturar nesta execucao, "B" travado (mes ja faturado),
      *   "N" fora desta execucao.
      *****************************************************************
       01 WS-TOTAL-SITES PIC 9(02) VALUE 0.
       01 WS-MAX-SITES PIC 9(02) VALUE 20.
       01 WS-TAB-SITES.
           05 WS-SITE-FAT OCCURS 20 TIMES.
               10 WS-SFT-SITE        PIC X(03).
               10 WS-SFT-NOME        PIC X(20).
               10 WS-SFT-SITUACAO    PIC X.
               10 WS-SFT-ITENS       PIC 9(05).
               10 WS-SFT-FATURA-ANT  PIC 9(07).
               10 WS-SFT-VALOR-ANT   PIC 9(09)V99.
               10 WS-SFT-ITENS-ANT   PIC 9(07).
       01 WS-IND-SITE PIC 9(02).
       01 WS-SITE-ACHADO PIC 9(02).
       01 WS-SITE-BUSCA PIC X(03).
       01 WS-SITE-VALIDO PIC X.
       01 WS-SITES-A-FATURAR PIC 9(02) VALUE 0.
       01 WS-SITES-TRAVADOS PIC 9(02) VALUE 0.

      *****************************************************************
      * Itens do mes em ordem de site, classe (1 visita, 2 caso),
      * pessoa e data, por insercao (mesmo padrao de tabela ordenada
      * do AGDFALTA): as visitas de uma pessoa ficam juntas e em
      * ordem de data, e a primeira delas e a visita do mes.
      *****************************************************************
       01 WS-TOTAL-ITENS PIC 9(05) VALUE 0.
       01 WS-MAX-ITENS PIC 9(05) VALUE 5000.
       01 WS-TAB-ITENS.
           05 WS-ITEM OCCURS 5000 TIMES.
               10 WS-ITM-ORDEM.
                   15 WS-ITM-SITE    PIC X(03).
                   15 WS-ITM-CLASSE  PIC X.
                   15 WS-ITM-PESSOA  PIC X(20).
                   15 WS-ITM-DATA    PIC 9(08).
               10 WS-ITM-TIPO        PIC X.
               10 WS-ITM-ID          PIC 9(07).
               10 WS-ITM-NOME        PIC X(20).
               10 WS-ITM-CASO        PIC 9(07).
               10 WS-ITM-VALOR       PIC 9(05)V99.
       01 WS-IND-ITM PIC 9(05).
       01 WS-IND-INS PIC 9(05).
       01 WS-IND-DESLOCA PIC 9(05).
       01 WS-ORDEM-NOVA.
           05 WS-ORD-SITE            PIC X(03).
           05 WS-ORD-CLASSE          PIC X.
           05 WS-ORD-PESSOA          PIC X(20).
           05 WS-ORD-DATA            PIC 9(08).
       01 WS-PESSOA-ID.
           05 FILLER                 PIC X VALUE "#".
           05 WS-PID-ID              PIC 9(07).
           05 FILLER                 PIC X(12) VALUE SPACES.
       01 WS-PESSOA-ANTERIOR PIC X(24).
       01 WS-NOVO-TIPO PIC X.
       01 WS-NOVO-ID PIC 9(07).
       01 WS-NOVO-NOME PIC X(20).
       01 WS-NOVO-CASO PIC 9(07).
       01 WS-TOTAL-SEM-TARIFA PIC 9(05) VALUE 0.

      *****************************************************************
      * Quadro da fatura impressa: quantidade e subtotal por tipo e
      * valor unitario (um reajuste no mes abre duas linhas do tipo).
      *****************************************************************
       01 WS-TOTAL-QUADRO PIC 9(02) VALUE 0.
       01 WS-TAB-QUADRO.
           05 WS-QUADRO OCCURS 30 TIMES.
               10 WS-QDR-TIPO        PIC X.
               10 WS-QDR-UNITARIO    PIC 9(05)V99.
               10 WS-QDR-QTD         PIC 9(05).
               10 WS-QDR-SUBTOTAL    PIC 9(09)V99.
       01 WS-IND-QDR PIC 9(02).
       01 WS-QDR-ACHADO PIC 9(02).

       01 WS-NUMERO-FATURA PIC 9(07).
       01 WS-NUMERO-CREDITO PIC 9(07).
       01 WS-FATURA-CONTAGEM PIC 9(07).
       01 WS-FATURA-VALOR PIC 9(09)V99.
       01 WS-TOTAL-FATURAS PIC 9(03) VALUE 0.
       01 WS-TOTAL-CREDITOS PIC 9(03) VALUE 0.

       01 WS-AUD-PROGRAMA PIC X(8) VALUE "FATCORP".
       01 WS-AUD-NOME PIC X(20) VALUE "FATURAMENTO".
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".

       01 WS-REG-HEADER.
           05 FILLER               PIC X VALUE "H".
           05 HDR-SITE             PIC X(03).
           05 HDR-COMPETENCIA      PIC 9(06).
           05 HDR-NUMERO           PIC 9(07).
           05 HDR-EMISSAO          PIC 9(08).
           05 HDR-NATUREZA         PIC X.
           05 HDR-REFERENCIA       PIC 9(07).

       01 WS-REG-DETALHE.
           05 FILLER               PIC X VALUE "D".
           05 DET-NUMERO           PIC 9(07).
           05 DET-TIPO             PIC X.
           05 DET-ID               PIC 9(07).
           05 DET-NOME             PIC X(20).
           05 DET-DATA             PIC 9(08).
           05 DET-CASO             PIC 9(07).
           05 DET-VALOR            PIC 9(07)V99.

       01 WS-REG-TRAILER.
           05 FILLER               PIC X VALUE "T".
           05 TRL-CONTAGEM         PIC 9(07).
           05 TRL-VALOR            PIC 9(09)V99.

       01 WS-DATA-EXIBE PIC 9(08).
       01 WS-EXIBE-GRUPO REDEFINES WS-DATA-EXIBE.
           05 WS-EXB-ANO PIC 9(04).
           05 WS-EXB-MES PIC 9(02).
           05 WS-EXB-DIA PIC 9(02).

       01 WS-CABECALHO-1.
           05 WS-CAB-DOCUMENTO  PIC X(16).
           05 WS-CAB-NUMERO     PIC 9(07).
           05 FILLER            PIC X(16) VALUE " - COMPETENCIA ".
           05 WS-CAB-MES        PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-ANO        PIC 9999.
           05 FILLER            PIC X(12) VALUE " - EMISSAO ".
           05 WS-CAB-EMI-DIA    PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-EMI-MES    PIC 99.
           05 FILLER            PIC X VALUE "/".
           05 WS-CAB-EMI-ANO    PIC 9999.
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(06) VALUE "SITE: ".
           05 WS-CAB-SITE       PIC X(03).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-CAB-SITE-NOME  PIC X(20).
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(34) VALUE "DESCRICAO".
           05 FILLER            PIC X(10) VALUE "  QTD".
           05 FILLER            PIC X(11) VALUE "UNITARIO".
           05 FILLER            PIC X(15) VALUE "    SUBTOTAL".

       01 WS-LINHA-QUADRO.
           05 WS-LQD-DESCRICAO   PIC X(34).
           05 WS-LQD-QTD         PIC ZZZZ9.
           05 FILLER             PIC X(05) VALUE SPACES.
           05 WS-LQD-UNITARIO    PIC ZZZZ9.99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-LQD-SUBTOTAL    PIC ZZZZZZZZ9.99.

       01 WS-LINHA-ESTORNO.
           05 FILLER             PIC X(24) VALUE
               "Estorno integral fatura ".
           05 WS-LES-FATURA      PIC 9(07).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-LES-ITENS       PIC ZZZZ9.
           05 FILLER             PIC X(16) VALUE " item(ns)".
           05 WS-LES-VALOR       PIC ZZZZZZZZ9.99.

       01 WS-LINHA-TOTAL.
           05 WS-LTT-DESCRICAO   PIC X(44).
           05 FILLER             PIC X(11) VALUE SPACES.
           05 WS-LTT-VALOR       PIC ZZZZZZZZ9.99.

       01 WS-LINHA-SUBSTITUI.
           05 FILLER             PIC X(19) VALUE
               "Substitui a fatura ".
           05 WS-LSB-FATURA      PIC 9(07).
           05 FILLER             PIC X(22) VALUE
               ", estornada pela nota ".
           05 WS-LSB-CREDITO     PIC 9(07).

       01 WS-LINHA-SEM-TARIFA.
           05 FILLER             PIC X(18) VALUE "Sem tarifa: site ".
           05 WS-LST-SITE        PIC X(03).
           05 FILLER             PIC X(07) VALUE " tipo ".
           05 WS-LST-TIPO        PIC X.
           05 FILLER             PIC X(07) VALUE " data ".
           05 WS-LST-DATA        PIC 9(08).

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Modo - (F)aturar ou (C)redito/refaturamento?"
               ACCEPT WS-MODO
               INSPECT WS-MODO CONVERTING "fc" TO "FC"
               IF NOT MODO-REFATURAR
                   MOVE "F" TO WS-MODO
               END-IF
               DISPLAY "Competencia (AAAAMM, 0 = mes anterior):"
               ACCEPT WS-COMPETENCIA
               DISPLAY "Site (em branco = todos os faturaveis):"
               ACCEPT WS-SITE-PARM
           END-IF.
           IF WS-COMPETENCIA = 0
               PERFORM CALCULAR-MES-ANTERIOR
           END-IF.
           IF WS-CMP-MES < 1 OR WS-CMP-MES > 12
               DISPLAY "Competencia invalida: " WS-COMPETENCIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ANOMES-CORRENTE = WS-DTN-ANO * 100 + WS-DTN-MES.
           IF MODO-FATURAR AND WS-COMPETENCIA >= WS-ANOMES-CORRENTE
               DISPLAY "Competencia " WS-COMPETENCIA " ainda nao "
                   "fechou; o faturamento e do mes anterior ao "
                   "corrente ou de antes."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODO-REFATURAR AND WS-SITE-PARM = SPACES
               DISPLAY "Credito/refaturamento exige o site."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "OPERNIV" USING WS-OPERADOR, WS-NIVEL
           END-CALL.
           IF MODO-REFATURAR AND WS-NIVEL < 3
               PERFORM NEGAR-ACESSO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CARREGAR-TARIFAS.
           PERFORM SELECIONAR-SITES.
           PERFORM ABRIR-CONTROLE.
           PERFORM CONFERIR-TRAVAS.
           IF WS-SITES-A-FATURAR = 0
               DISPLAY "Nenhum site a faturar em " WS-COMPETENCIA "."
               CLOSE CONTROLE-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARRER-VISITAS.
           PERFORM VARRER-CASOS.
           PERFORM PRECIFICAR-ITENS.
           IF WS-TOTAL-SEM-TARIFA > 0
               DISPLAY WS-TOTAL-SEM-TARIFA " item(ns) sem tarifa "
                   "vigente em FATTAB.TAB; nada foi faturado."
               CLOSE CONTROLE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ABRIR-SAIDAS.
           PERFORM VARYING WS-IND-SITE FROM 1 BY 1
                   UNTIL WS-IND-SITE > WS-TOTAL-SITES
               IF WS-SFT-SITUACAO (WS-IND-SITE) = "S"
                   PERFORM FATURAR-SITE
               END-IF
           END-PERFORM.
           CLOSE CONTROLE-FILE.
           CLOSE FATURA-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "Faturamento " WS-COMPETENCIA ": " WS-TOTAL-FATURAS
               " fatura(s), " WS-TOTAL-CREDITOS " nota(s) de credito.".
           IF WS-SITES-TRAVADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      * Parametros via DD FATPARM: ausente ou vazio cai no prompt
      * interativo; presente mas invalido derruba a execucao com
      * erro, para o job nao parar esperando teclado.
      *****************************************************************
       OBTER-PARAMETRO.
           OPEN INPUT PARM-FILE.
           IF WS-STATUS-PARM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (PARM-MODO = "F" OR PARM-MODO = "C")
                               AND PARM-COMPETENCIA NUMERIC
                           MOVE PARM-MODO TO WS-MODO
                           MOVE PARM-COMPETENCIA TO WS-COMPETENCIA
                           MOVE PARM-SITE TO WS-SITE-PARM
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de faturamento invalido: "
                               PARM-LINE
                           CLOSE PARM-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       CALCULAR-MES-ANTERIOR.
           IF WS-DTN-MES = 1
               COMPUTE WS-CMP-ANO = WS-DTN-ANO - 1
               MOVE 12 TO WS-CMP-MES
           ELSE
               MOVE WS-DTN-ANO TO WS-CMP-ANO
               COMPUTE WS-CMP-MES = WS-DTN-MES - 1
           END-IF.

      *****************************************************************
      * Tabela de tarifas: linha com vigencia ou valor nao numerico
      * e ignorada com aviso; tabela ausente encerra a execucao.
      *****************************************************************
       CARREGAR-TARIFAS.
           OPEN INPUT TARIFA-FILE.
           IF WS-STATUS-TARIFA NOT = "00"
               DISPLAY "Tabela de tarifas FATTAB.TAB indisponivel. "
                   "Status: " WS-STATUS-TARIFA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIM-TARIFA = "S"
               READ TARIFA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TARIFA
                   NOT AT END
                       PERFORM GUARDAR-TARIFA
               END-READ
           END-PERFORM.
           CLOSE TARIFA-FILE.

       GUARDAR-TARIFA.
           IF TRF-VIGENCIA NOT NUMERIC OR TRF-VALOR NOT NUMERIC
                   OR (TRF-TIPO NOT = "V" AND TRF-TIPO NOT = "R"
                       AND TRF-TIPO NOT = "C")
               DISPLAY "Linha de tarifa invalida ignorada: "
                   TARIFA-REG
           ELSE
               IF WS-TOTAL-TARIFAS >= WS-MAX-TARIFAS
                   DISPLAY "Mais de " WS-MAX-TARIFAS " tarifas; "
                       "excedentes ignoradas."
                   MOVE "S" TO WS-FIM-TARIFA
               ELSE
                   ADD 1 TO WS-TOTAL-TARIFAS
                   MOVE TRF-SITE TO WS-TRF-SITE (WS-TOTAL-TARIFAS)
                   MOVE TRF-TIPO TO WS-TRF-TIPO (WS-TOTAL-TARIFAS)
                   MOVE TRF-VIGENCIA
                       TO WS-TRF-VIGENCIA (WS-TOTAL-TARIFAS)
                   MOVE TRF-VALOR TO WS-TRF-VALOR (WS-TOTAL-TARIFAS)
                   MOVE TRF-SITE TO WS-SITE-BUSCA
                   PERFORM LOCALIZAR-SITE
                   IF WS-SITE-ACHADO = 0
                       PERFORM REGISTRAR-SITE
                   END-IF
               END-IF
           END-IF.

       REGISTRAR-SITE.
           IF WS-TOTAL-SITES < WS-MAX-SITES
               ADD 1 TO WS-TOTAL-SITES
               MOVE TRF-SITE TO WS-SFT-SITE (WS-TOTAL-SITES)
               CALL "SITEVAL" USING WS-SFT-SITE (WS-TOTAL-SITES),
                   WS-SFT-NOME (WS-TOTAL-SITES), WS-SITE-VALIDO
               END-CALL
               MOVE "N" TO WS-SFT-SITUACAO (WS-TOTAL-SITES)
               MOVE 0 TO WS-SFT-ITENS (WS-TOTAL-SITES)
               MOVE 0 TO WS-SFT-FATURA-ANT (WS-TOTAL-SITES)
               MOVE 0 TO WS-SFT-VALOR-ANT (WS-TOTAL-SITES)
               MOVE 0 TO WS-SFT-ITENS-ANT (WS-TOTAL-SITES)
           END-IF.

       LOCALIZAR-SITE.
           MOVE 0 TO WS-SITE-ACHADO.
           PERFORM VARYING WS-IND-SITE FROM 1 BY 1
                   UNTIL WS-IND-SITE > WS-TOTAL-SITES
               IF WS-SFT-SITE (WS-IND-SITE) = WS-SITE-BUSCA
                   MOVE WS-IND-SITE TO WS-SITE-ACHADO
               END-IF
           END-PERFORM.

       SELECIONAR-SITES.
           IF WS-SITE-PARM = SPACES
               PERFORM VARYING WS-IND-SITE FROM 1 BY 1
                       UNTIL WS-IND-SITE > WS-TOTAL-SITES
                   MOVE "S" TO WS-SFT-SITUACAO (WS-IND-SITE)
               END-PERFORM
           ELSE
               MOVE WS-SITE-PARM TO WS-SITE-BUSCA
               PERFORM LOCALIZAR-SITE
               IF WS-SITE-ACHADO = 0
                   DISPLAY "Site " WS-SITE-PARM " sem tarifa em "
                       "FATTAB.TAB; nao e faturavel."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "S" TO WS-SFT-SITUACAO (WS-SITE-ACHADO)
           END-IF.

       ABRIR-CONTROLE.
           OPEN I-O CONTROLE-FILE.
           IF WS-STATUS-CONTROLE = "35"
               OPEN OUTPUT CONTROLE-FILE
               CLOSE CONTROLE-FILE
               OPEN I-O CONTROLE-FILE
           END-IF.
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "Erro ao abrir controle de faturamento "
                   "FATCTL.DAT. Status: " WS-STATUS-CONTROLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Modo F: site com o mes ja faturado e pulado. Modo C: o mes tem
      * de estar faturado - a fatura vigente e o que a nota estorna.
      *****************************************************************
       CONFERIR-TRAVAS.
           PERFORM VARYING WS-IND-SITE FROM 1 BY 1
                   UNTIL WS-IND-SITE > WS-TOTAL-SITES
               IF WS-SFT-SITUACAO (WS-IND-SITE) = "S"
                   PERFORM CONFERIR-TRAVA-SITE
               END-IF
           END-PERFORM.

       CONFERIR-TRAVA-SITE.
           MOVE WS-SFT-SITE (WS-IND-SITE) TO FCT-SITE.
           MOVE WS-COMPETENCIA TO FCT-COMPETENCIA.
           READ CONTROLE-FILE
               INVALID KEY
                   IF MODO-REFATURAR
                       DISPLAY "Site " FCT-SITE " competencia "
                           WS-COMPETENCIA " ainda nao faturado; use o "
                           "modo F."
                       MOVE "N" TO WS-SFT-SITUACAO (WS-IND-SITE)
                   ELSE
                       ADD 1 TO WS-SITES-A-FATURAR
                   END-IF
               NOT INVALID KEY
                   IF MODO-REFATURAR
                       MOVE FCT-FATURA
                           TO WS-SFT-FATURA-ANT (WS-IND-SITE)
                       MOVE FCT-VALOR TO WS-SFT-VALOR-ANT (WS-IND-SITE)
                       MOVE FCT-QTD-ITENS
                           TO WS-SFT-ITENS-ANT (WS-IND-SITE)
                       ADD 1 TO WS-SITES-A-FATURAR
                   ELSE
                       DISPLAY "Site " FCT-SITE " competencia "
                           WS-COMPETENCIA " ja faturado (fatura "
                           FCT-FATURA "); refaturamento so com "
                           "credito do supervisor (modo C)."
                       MOVE "B" TO WS-SFT-SITUACAO (WS-IND-SITE)
                       ADD 1 TO WS-SITES-TRAVADOS
                   END-IF
           END-READ.

      *****************************************************************
      * Visitas do mes nos sites a faturar.
      *****************************************************************
       VARRER-VISITAS.
           OPEN INPUT PACIENTE-FILE.
           IF WS-STATUS-PACIENTE NOT = "00"
               DISPLAY "Erro ao abrir arquivo de pacientes. Status: "
                   WS-STATUS-PACIENTE
               CLOSE CONTROLE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
                       IF PAC-ANO = WS-CMP-ANO AND PAC-MES = WS-CMP-MES
                           PERFORM GUARDAR-VISITA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PACIENTE-FILE.

       GUARDAR-VISITA.
           MOVE PAC-SITE TO WS-SITE-BUSCA.
           PERFORM LOCALIZAR-SITE.
           IF WS-SITE-ACHADO > 0
               IF WS-SFT-SITUACAO (WS-SITE-ACHADO) = "S"
                   MOVE PAC-SITE TO WS-ORD-SITE
                   MOVE "1" TO WS-ORD-CLASSE
                   IF PAC-ID NOT = 0
                       MOVE PAC-ID TO WS-PID-ID
                       MOVE WS-PESSOA-ID TO WS-ORD-PESSOA
                   ELSE
                       MOVE PAC-NOME TO WS-ORD-PESSOA
                   END-IF
                   MOVE PAC-DATA-ATUAL TO WS-ORD-DATA
                   MOVE "V" TO WS-NOVO-TIPO
                   MOVE PAC-ID TO WS-NOVO-ID
                   MOVE PAC-NOME TO WS-NOVO-NOME
                   MOVE 0 TO WS-NOVO-CASO
                   PERFORM GUARDAR-ITEM
               END-IF
           END-IF.

      *****************************************************************
      * Casos de seguimento abertos no mes nos sites a faturar.
      * SEGUIMTO.DAT inexistente: nenhum caso a cobrar.
      *****************************************************************
       VARRER-CASOS.
           OPEN INPUT SEGUIMTO-FILE.
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
                           IF SEG-ABR-ANO = WS-CMP-ANO
                                   AND SEG-ABR-MES = WS-CMP-MES
                               PERFORM GUARDAR-CASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGUIMTO-FILE
           END-IF.

       GUARDAR-CASO.
           MOVE SEG-SITE TO WS-SITE-BUSCA.
           PERFORM LOCALIZAR-SITE.
           IF WS-SITE-ACHADO > 0
               IF WS-SFT-SITUACAO (WS-SITE-ACHADO) = "S"
                   MOVE SEG-SITE TO WS-ORD-SITE
                   MOVE "2" TO WS-ORD-CLASSE
                   MOVE SEG-NOME TO WS-ORD-PESSOA
                   MOVE SEG-DATA-ABERTURA TO WS-ORD-DATA
                   MOVE "C" TO WS-NOVO-TIPO
                   MOVE 0 TO WS-NOVO-ID
                   MOVE SEG-NOME TO WS-NOVO-NOME
                   MOVE SEG-NUMERO TO WS-NOVO-CASO
                   PERFORM GUARDAR-ITEM
               END-IF
           END-IF.

       GUARDAR-ITEM.
           IF WS-TOTAL-ITENS >= WS-MAX-ITENS
               DISPLAY "Mais de " WS-MAX-ITENS " itens no mes; "
                   "faturamento interrompido."
               CLOSE CONTROLE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TOTAL-ITENS TO WS-IND-INS.
           ADD 1 TO WS-IND-INS.
           PERFORM LOCALIZAR-POSICAO-ITEM.
           PERFORM ABRIR-ESPACO-ITEM.
           MOVE WS-ORDEM-NOVA TO WS-ITM-ORDEM (WS-IND-INS).
           MOVE WS-NOVO-TIPO TO WS-ITM-TIPO (WS-IND-INS).
           MOVE WS-NOVO-ID TO WS-ITM-ID (WS-IND-INS).
           MOVE WS-NOVO-NOME TO WS-ITM-NOME (WS-IND-INS).
           MOVE WS-NOVO-CASO TO WS-ITM-CASO (WS-IND-INS).
           MOVE 0 TO WS-ITM-VALOR (WS-IND-INS).
           ADD 1 TO WS-TOTAL-ITENS.
           ADD 1 TO WS-SFT-ITENS (WS-SITE-ACHADO).

       LOCALIZAR-POSICAO-ITEM.
           PERFORM VARYING WS-IND-ITM FROM 1 BY 1
                   UNTIL WS-IND-ITM > WS-TOTAL-ITENS
               IF WS-ITM-ORDEM (WS-IND-ITM) > WS-ORDEM-NOVA
                       AND WS-IND-ITM < WS-IND-INS
                   MOVE WS-IND-ITM TO WS-IND-INS
               END-IF
           END-PERFORM.

       ABRIR-ESPACO-ITEM.
           PERFORM VARYING WS-IND-DESLOCA
                   FROM WS-TOTAL-ITENS BY -1
                   UNTIL WS-IND-DESLOCA < WS-IND-INS
               MOVE WS-ITEM (WS-IND-DESLOCA)
                   TO WS-ITEM (WS-IND-DESLOCA + 1)
           END-PERFORM.

      *****************************************************************
      * Visita da mesma pessoa ja vista no mes (a tabela esta em ordem
      * de pessoa e data) vira revisita; cada item leva a tarifa
      * vigente na sua data.
      *****************************************************************
       PRECIFICAR-ITENS.
           MOVE HIGH-VALUES TO WS-PESSOA-ANTERIOR.
           PERFORM VARYING WS-IND-ITM FROM 1 BY 1
                   UNTIL WS-IND-ITM > WS-TOTAL-ITENS
               IF WS-ITM-TIPO (WS-IND-ITM) = "V"
                   IF WS-ITM-ORDEM (WS-IND-ITM) (1:24)
                           = WS-PESSOA-ANTERIOR
                       MOVE "R" TO WS-ITM-TIPO (WS-IND-ITM)
                   END-IF
                   MOVE WS-ITM-ORDEM (WS-IND-ITM) (1:24)
                       TO WS-PESSOA-ANTERIOR
               END-IF
               PERFORM LOCALIZAR-TARIFA
               IF WS-TRF-ACHADA = 0
                   ADD 1 TO WS-TOTAL-SEM-TARIFA
                   MOVE WS-ITM-SITE (WS-IND-ITM) TO WS-LST-SITE
                   MOVE WS-ITM-TIPO (WS-IND-ITM) TO WS-LST-TIPO
                   MOVE WS-ITM-DATA (WS-IND-ITM) TO WS-LST-DATA
                   DISPLAY WS-LINHA-SEM-TARIFA
               ELSE
                   MOVE WS-TRF-VALOR (WS-TRF-ACHADA)
                       TO WS-ITM-VALOR (WS-IND-ITM)
               END-IF
           END-PERFORM.

       LOCALIZAR-TARIFA.
           MOVE 0 TO WS-TRF-ACHADA.
           PERFORM VARYING WS-IND-TRF FROM 1 BY 1
                   UNTIL WS-IND-TRF > WS-TOTAL-TARIFAS
               IF WS-TRF-SITE (WS-IND-TRF) = WS-ITM-SITE (WS-IND-ITM)
                       AND WS-TRF-TIPO (WS-IND-TRF)
                           = WS-ITM-TIPO (WS-IND-ITM)
                       AND WS-TRF-VIGENCIA (WS-IND-TRF)
                           <= WS-ITM-DATA (WS-IND-ITM)
                   IF WS-TRF-ACHADA = 0
                       MOVE WS-IND-TRF TO WS-TRF-ACHADA
                   ELSE
                       IF WS-TRF-VIGENCIA (WS-IND-TRF)
                               > WS-TRF-VIGENCIA (WS-TRF-ACHADA)
                           MOVE WS-IND-TRF TO WS-TRF-ACHADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ABRIR-SAIDAS.
           OPEN OUTPUT FATURA-FILE.
           IF WS-STATUS-FATURA NOT = "00"
               DISPLAY "Erro ao abrir arquivo de faturas. Status: "
                   WS-STATUS-FATURA
               CLOSE CONTROLE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de relatorio. Status: "
                   WS-STATUS-REPORT
               CLOSE CONTROLE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Um site: nota de credito (modo C), fatura, controle e
      * auditoria. Site sem item no mes nao gera fatura nem trava o
      * mes - item lancado depois ainda pode ser faturado.
      *****************************************************************
       FATURAR-SITE.
           IF WS-SFT-ITENS (WS-IND-SITE) = 0 AND MODO-FATURAR
               DISPLAY "Site " WS-SFT-SITE (WS-IND-SITE)
                   " sem itens em " WS-COMPETENCIA "; nada a faturar."
           ELSE
               IF MODO-REFATURAR
                   PERFORM PROXIMO-NUMERO
                   MOVE WS-NUMERO-FATURA TO WS-NUMERO-CREDITO
                   PERFORM EMITIR-CREDITO
               END-IF
               PERFORM PROXIMO-NUMERO
               PERFORM EMITIR-FATURA
               PERFORM GRAVAR-CONTROLE
           END-IF.

       PROXIMO-NUMERO.
           MOVE SPACES TO FCT-SITE.
           MOVE 0 TO FCT-COMPETENCIA.
           READ CONTROLE-FILE
               INVALID KEY
                   MOVE SPACES TO FCT-REG
                   MOVE SPACES TO FCT-SITE
                   MOVE 0 TO FCT-COMPETENCIA
                   MOVE "N" TO FCT-SITUACAO
                   MOVE 1 TO FCT-FATURA
                   MOVE 0 TO FCT-EMISSAO
                   MOVE 0 TO FCT-QTD-ITENS
                   MOVE 0 TO FCT-VALOR
                   MOVE 0 TO FCT-REFATURAMENTOS
                   MOVE 0 TO FCT-FATURA-ANTERIOR
                   MOVE 0 TO FCT-CREDITO
                   MOVE WS-OPERADOR TO FCT-OPERADOR
                   WRITE FCT-REG
               NOT INVALID KEY
                   ADD 1 TO FCT-FATURA
                   REWRITE FCT-REG
           END-READ.
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "Erro ao gravar numeracao de faturas. Status: "
                   WS-STATUS-CONTROLE
               CLOSE CONTROLE-FILE
               CLOSE FATURA-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FCT-FATURA TO WS-NUMERO-FATURA.

      *****************************************************************
      * Nota de credito: um unico item K estornando o valor integral
      * da fatura vigente.
      *****************************************************************
       EMITIR-CREDITO.
           MOVE WS-SFT-SITE (WS-IND-SITE) TO HDR-SITE.
           MOVE WS-COMPETENCIA TO HDR-COMPETENCIA.
           MOVE WS-NUMERO-CREDITO TO HDR-NUMERO.
           MOVE WS-DATA-NUM TO HDR-EMISSAO.
           MOVE "C" TO HDR-NATUREZA.
           MOVE WS-SFT-FATURA-ANT (WS-IND-SITE) TO HDR-REFERENCIA.
           MOVE SPACES TO FATURA-REG.
           MOVE WS-REG-HEADER TO FATURA-REG.
           WRITE FATURA-REG.

           MOVE WS-NUMERO-CREDITO TO DET-NUMERO.
           MOVE "K" TO DET-TIPO.
           MOVE 0 TO DET-ID.
           MOVE SPACES TO DET-NOME.
           MOVE WS-DATA-NUM TO DET-DATA.
           MOVE 0 TO DET-CASO.
           MOVE WS-SFT-VALOR-ANT (WS-IND-SITE) TO DET-VALOR.
           MOVE SPACES TO FATURA-REG.
           MOVE WS-REG-DETALHE TO FATURA-REG.
           WRITE FATURA-REG.

           MOVE 1 TO TRL-CONTAGEM.
           MOVE WS-SFT-VALOR-ANT (WS-IND-SITE) TO TRL-VALOR.
           MOVE SPACES TO FATURA-REG.
           MOVE WS-REG-TRAILER TO FATURA-REG.
           WRITE FATURA-REG.

           MOVE "NOTA DE CREDITO " TO WS-CAB-DOCUMENTO.
           MOVE WS-NUMERO-CREDITO TO WS-CAB-NUMERO.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE WS-SFT-FATURA-ANT (WS-IND-SITE) TO WS-LES-FATURA.
           MOVE WS-SFT-ITENS-ANT (WS-IND-SITE) TO WS-LES-ITENS.
           MOVE WS-SFT-VALOR-ANT (WS-IND-SITE) TO WS-LES-VALOR.
           MOVE WS-LINHA-ESTORNO TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Total da nota de credito" TO WS-LTT-DESCRICAO.
           MOVE WS-SFT-VALOR-ANT (WS-IND-SITE) TO WS-LTT-VALOR.
           MOVE WS-LINHA-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-TOTAL-CREDITOS.

           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "credito " WS-NUMERO-CREDITO " estorna "
               WS-SFT-FATURA-ANT (WS-IND-SITE)
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       EMITIR-FATURA.
           MOVE 0 TO WS-FATURA-CONTAGEM.
           MOVE 0 TO WS-FATURA-VALOR.
           MOVE 0 TO WS-TOTAL-QUADRO.
           MOVE WS-SFT-SITE (WS-IND-SITE) TO HDR-SITE.
           MOVE WS-COMPETENCIA TO HDR-COMPETENCIA.
           MOVE WS-NUMERO-FATURA TO HDR-NUMERO.
           MOVE WS-DATA-NUM TO HDR-EMISSAO.
           MOVE "F" TO HDR-NATUREZA.
           IF MODO-REFATURAR
               MOVE WS-NUMERO-CREDITO TO HDR-REFERENCIA
           ELSE
               MOVE 0 TO HDR-REFERENCIA
           END-IF.
           MOVE SPACES TO FATURA-REG.
           MOVE WS-REG-HEADER TO FATURA-REG.
           WRITE FATURA-REG.

           PERFORM VARYING WS-IND-ITM FROM 1 BY 1
                   UNTIL WS-IND-ITM > WS-TOTAL-ITENS
               IF WS-ITM-SITE (WS-IND-ITM) = WS-SFT-SITE (WS-IND-SITE)
                   PERFORM GRAVAR-ITEM
               END-IF
           END-PERFORM.

           MOVE WS-FATURA-CONTAGEM TO TRL-CONTAGEM.
           MOVE WS-FATURA-VALOR TO TRL-VALOR.
           MOVE SPACES TO FATURA-REG.
           MOVE WS-REG-TRAILER TO FATURA-REG.
           WRITE FATURA-REG.

           PERFORM IMPRIMIR-FATURA.
           ADD 1 TO WS-TOTAL-FATURAS.

           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "fatura " WS-NUMERO-FATURA " "
               WS-SFT-SITE (WS-IND-SITE) " " WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.
           DISPLAY "Fatura " WS-NUMERO-FATURA " site "
               WS-SFT-SITE (WS-IND-SITE) ": " WS-FATURA-CONTAGEM
               " item(ns).".

       GRAVAR-ITEM.
           MOVE WS-NUMERO-FATURA TO DET-NUMERO.
           MOVE WS-ITM-TIPO (WS-IND-ITM) TO DET-TIPO.
           MOVE WS-ITM-ID (WS-IND-ITM) TO DET-ID.
           MOVE WS-ITM-NOME (WS-IND-ITM) TO DET-NOME.
           MOVE WS-ITM-DATA (WS-IND-ITM) TO DET-DATA.
           MOVE WS-ITM-CASO (WS-IND-ITM) TO DET-CASO.
           MOVE WS-ITM-VALOR (WS-IND-ITM) TO DET-VALOR.
           MOVE SPACES TO FATURA-REG.
           MOVE WS-REG-DETALHE TO FATURA-REG.
           WRITE FATURA-REG.
           ADD 1 TO WS-FATURA-CONTAGEM.
           ADD WS-ITM-VALOR (WS-IND-ITM) TO WS-FATURA-VALOR.
           PERFORM ACUMULAR-QUADRO.

       ACUMULAR-QUADRO.
           MOVE 0 TO WS-QDR-ACHADO.
           PERFORM VARYING WS-IND-QDR FROM 1 BY 1
                   UNTIL WS-IND-QDR > WS-TOTAL-QUADRO
               IF WS-QDR-TIPO (WS-IND-QDR) = WS-ITM-TIPO (WS-IND-ITM)
                       AND WS-QDR-UNITARIO (WS-IND-QDR)
                           = WS-ITM-VALOR (WS-IND-ITM)
                   MOVE WS-IND-QDR TO WS-QDR-ACHADO
               END-IF
           END-PERFORM.
           IF WS-QDR-ACHADO = 0 AND WS-TOTAL-QUADRO < 30
               ADD 1 TO WS-TOTAL-QUADRO
               MOVE WS-TOTAL-QUADRO TO WS-QDR-ACHADO
               MOVE WS-ITM-TIPO (WS-IND-ITM)
                   TO WS-QDR-TIPO (WS-QDR-ACHADO)
               MOVE WS-ITM-VALOR (WS-IND-ITM)
                   TO WS-QDR-UNITARIO (WS-QDR-ACHADO)
               MOVE 0 TO WS-QDR-QTD (WS-QDR-ACHADO)
               MOVE 0 TO WS-QDR-SUBTOTAL (WS-QDR-ACHADO)
           END-IF.
           IF WS-QDR-ACHADO > 0
               ADD 1 TO WS-QDR-QTD (WS-QDR-ACHADO)
               ADD WS-ITM-VALOR (WS-IND-ITM)
                   TO WS-QDR-SUBTOTAL (WS-QDR-ACHADO)
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE WS-CMP-MES TO WS-CAB-MES.
           MOVE WS-CMP-ANO TO WS-CAB-ANO.
           MOVE WS-DATA-NUM TO WS-DATA-EXIBE.
           MOVE WS-EXB-DIA TO WS-CAB-EMI-DIA.
           MOVE WS-EXB-MES TO WS-CAB-EMI-MES.
           MOVE WS-EXB-ANO TO WS-CAB-EMI-ANO.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           IF WS-TOTAL-FATURAS = 0 AND WS-TOTAL-CREDITOS = 0
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-SFT-SITE (WS-IND-SITE) TO WS-CAB-SITE.
           MOVE WS-SFT-NOME (WS-IND-SITE) TO WS-CAB-SITE-NOME.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Fatura impressa: quadro por tipo e valor unitario e total.
      *****************************************************************
       IMPRIMIR-FATURA.
           MOVE "FATURA          " TO WS-CAB-DOCUMENTO.
           MOVE WS-NUMERO-FATURA TO WS-CAB-NUMERO.
           PERFORM IMPRIMIR-CABECALHO.
           IF MODO-REFATURAR
               MOVE WS-SFT-FATURA-ANT (WS-IND-SITE) TO WS-LSB-FATURA
               MOVE WS-NUMERO-CREDITO TO WS-LSB-CREDITO
               MOVE WS-LINHA-SUBSTITUI TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-CABECALHO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IND-QDR FROM 1 BY 1
                   UNTIL WS-IND-QDR > WS-TOTAL-QUADRO
               EVALUATE WS-QDR-TIPO (WS-IND-QDR)
                   WHEN "V"
                       MOVE "Avaliacao (primeira do mes)"
                           TO WS-LQD-DESCRICAO
                   WHEN "R"
                       MOVE "Revisita no mes" TO WS-LQD-DESCRICAO
                   WHEN OTHER
                       MOVE "Caso de seguimento aberto"
                           TO WS-LQD-DESCRICAO
               END-EVALUATE
               MOVE WS-QDR-QTD (WS-IND-QDR) TO WS-LQD-QTD
               MOVE WS-QDR-UNITARIO (WS-IND-QDR) TO WS-LQD-UNITARIO
               MOVE WS-QDR-SUBTOTAL (WS-IND-QDR) TO WS-LQD-SUBTOTAL
               MOVE WS-LINHA-QUADRO TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Total da fatura" TO WS-LTT-DESCRICAO.
           MOVE WS-FATURA-VALOR TO WS-LTT-VALOR.
           MOVE WS-LINHA-TOTAL TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Trava o mes: grava (modo F) ou troca (modo C) a fatura
      * vigente do site.
      *****************************************************************
       GRAVAR-CONTROLE.
           MOVE WS-SFT-SITE (WS-IND-SITE) TO FCT-SITE.
           MOVE WS-COMPETENCIA TO FCT-COMPETENCIA.
           IF MODO-REFATURAR
               READ CONTROLE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               ADD 1 TO FCT-REFATURAMENTOS
               MOVE WS-SFT-FATURA-ANT (WS-IND-SITE)
                   TO FCT-FATURA-ANTERIOR
               MOVE WS-NUMERO-CREDITO TO FCT-CREDITO
           ELSE
               MOVE 0 TO FCT-REFATURAMENTOS
               MOVE 0 TO FCT-FATURA-ANTERIOR
               MOVE 0 TO FCT-CREDITO
           END-IF.
           MOVE "F" TO FCT-SITUACAO.
           MOVE WS-NUMERO-FATURA TO FCT-FATURA.
           MOVE WS-DATA-NUM TO FCT-EMISSAO.
           MOVE WS-OPERADOR TO FCT-OPERADOR.
           MOVE WS-FATURA-CONTAGEM TO FCT-QTD-ITENS.
           MOVE WS-FATURA-VALOR TO FCT-VALOR.
           IF MODO-REFATURAR
               REWRITE FCT-REG
           ELSE
               WRITE FCT-REG
           END-IF.
           IF WS-STATUS-CONTROLE NOT = "00"
               DISPLAY "Erro ao gravar controle de faturamento do site "
                   FCT-SITE ". Status: " WS-STATUS-CONTROLE
               MOVE 8 TO RETURN-CODE
           END-IF.

       NEGAR-ACESSO.
           DISPLAY "Credito/refaturamento exige nivel supervisor "
               "(operador " WS-OPERADOR ", nivel " WS-NIVEL ")."
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE "acesso negado refaturamento" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       END PROGRAM FATCORP.

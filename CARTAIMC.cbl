       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAIMC.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Cartas de resultado aos pais ou responsaveis: uma pagina por
      * crianca (menor de 18 anos na data da avaliacao) medida numa
      * data, com as medidas do dia, a faixa de percentil do CLASSIDA
      * explicada em linguagem simples e as leituras anteriores da
      * crianca no mestre (PACIENTE.DAT), para a escola mandar para
      * casa depois de um dia de triagem do IMCLOTE.
      *
      * A crianca na faixa de excecao do CLASSIDA (abaixo do P03 ou
      * no P97 ou acima - a mesma regra que faz o EXCPLOG abrir caso
      * de seguimento) recebe outro texto: convite para a familia
      * trazer a crianca a clinica central, com o numero do caso do
      * SEGUIMTO.DAT como referencia para o telefonema. O caso e o
      * aberto no dia da medicao com o nome da visita (mesmo criterio
      * do PACRECL); sem caso achado, a carta pede o nome e a data da
      * avaliacao no lugar do numero.
      *
      * A explicacao em percentis so vale quando o CLASSIDA usou a
      * curva de crescimento: sexo "M"/"F" e CLASSIDA.TAB legivel
      * (conferida uma vez no inicio). Fora disso o CLASSIDA cai nos
      * cortes de adulto do CLASSIMC, que devolvem os mesmos nomes de
      * faixa, e a carta explica a faixa pela tabela de adultos.
      *
      * As leituras anteriores sao as cinco visitas mais recentes
      * antes da data da carta, procuradas pela chave alternada PAC-ID
      * (pelo nome quando a visita nao tem ID), de modo que variantes
      * de nome ja mescladas no cadastro entram no historico.
      *
      * As cartas saem agrupadas por site e, dentro do site, por nome:
      * cada pacote comeca numa folha de rosto com o nome do site
      * (SITEVAL), a quantidade de cartas e a lista de criancas, para
      * a secretaria da escola conferir e distribuir. Cada carta
      * comeca em pagina nova. O resumo da emissao sai numa ultima
      * folha, que fica com o operador.
      *
      * Parametros pela DD CARPARM, uma linha "AAAAMMDD SSS": data das
      * visitas (zero usa a data do dia) e site (em branco, todos os
      * sites da data). O IMCLOTE.JCL roda o programa logo depois da
      * triagem; fora dele, sem a DD, o programa pergunta a data e o
      * site, para reemitir as cartas de outro dia. Parametro presente
      * mas invalido encerra com erro. As cartas saem em CARTAS.LST; o
      * programa so le os arquivos, nada e alterado.
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

           SELECT REPORT-FILE ASSIGN TO "CARTAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO CARPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-FILE.
           COPY "PACIENTE.CPY".

       FD  SEGUIMTO-FILE.
           COPY "SEGUIMTO.CPY".

       FD  TABELA-FILE.
       01 TABELA-REG PIC X(40).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-DATA            PIC X(08).
           05 FILLER               PIC X.
           05 PARM-SITE            PIC X(03).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-PACIENTE PIC XX.
       01 WS-STATUS-SEGUIMTO PIC XX.
       01 WS-STATUS-TABELA PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-TABELA-LEGIVEL PIC X VALUE "N".
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-FIM-ARQUIVO PIC X VALUE "N".
       01 WS-FIM-SEGUIMTO PIC X VALUE "N".
       01 WS-FIM-VISITAS PIC X.

       01 WS-DATA-CARTA PIC 9(08).
       01 WS-SITE-FILTRO PIC X(03) VALUE SPACES.
       01 WS-SITE-NOME PIC X(20).
       01 WS-SITE-VALIDO PIC X.
       01 WS-SITE-CLINICA PIC X(03) VALUE "CLI".
       01 WS-CLINICA-NOME PIC X(20).

       01 WS-CLASSIF-IDA PIC X(20).
       01 WS-EXCECAO-IDA PIC X.

       01 WS-IDADE-ANOS PIC S9(03).
       01 WS-NASC-GRUPO.
           05 WS-NASC-ANO PIC 9(04).
           05 WS-NASC-MES PIC 9(02).
           05 WS-NASC-DIA PIC 9(02).
       01 WS-REF-GRUPO.
           05 WS-REF-ANO PIC 9(04).
           05 WS-REF-MES PIC 9(02).
           05 WS-REF-DIA PIC 9(02).

      *****************************************************************
      * Criancas da data, mantidas em ordem de site e nome por
      * insercao (mesmo padrao de tabela ordenada do AGDFALTA), para
      * a quebra por site sem passo de SORT.
      *****************************************************************
       01 WS-TOTAL-CARTAS PIC 9(05) VALUE 0.
       01 WS-MAX-CARTAS PIC 9(05) VALUE 3000.
       01 WS-TAB-CARTAS.
           05 WS-CARTA OCCURS 3000 TIMES.
               10 WS-CRT-ORDEM.
                   15 WS-CRT-SITE    PIC X(03).
                   15 WS-CRT-NOME    PIC X(20).
               10 WS-CRT-ID          PIC 9(07).
               10 WS-CRT-NASC        PIC 9(08).
               10 WS-CRT-IDADE       PIC 9(02).
               10 WS-CRT-ALTURA      PIC 9V99.
               10 WS-CRT-PESO        PIC 999V99.
               10 WS-CRT-IMC         PIC 999V99.
               10 WS-CRT-CLASSIF     PIC X(20).
               10 WS-CRT-EXCECAO     PIC X.
               10 WS-CRT-PERCENTIL   PIC X.
               10 WS-CRT-CASO        PIC 9(07).
       01 WS-IND-CRT PIC 9(05).
       01 WS-IND-INS PIC 9(05).
       01 WS-IND-DESLOCA PIC 9(05).
       01 WS-IND-CONTA PIC 9(05).
       01 WS-ORDEM-NOVA.
           05 WS-ORD-SITE            PIC X(03).
           05 WS-ORD-NOME            PIC X(20).

      *****************************************************************
      * Leituras anteriores da crianca da carta corrente: as cinco
      * mais recentes antes da data da carta, da mais nova para a
      * mais antiga.
      *****************************************************************
       01 WS-TOTAL-ANT PIC 9(01) VALUE 0.
       01 WS-MAX-ANT PIC 9(01) VALUE 5.
       01 WS-TAB-ANTERIORES.
           05 WS-ANTERIOR OCCURS 5 TIMES.
               10 WS-ANT-DATA        PIC 9(08).
               10 WS-ANT-ALTURA      PIC 9V99.
               10 WS-ANT-PESO        PIC 999V99.
               10 WS-ANT-IMC         PIC 999V99.
               10 WS-ANT-CLASSIF     PIC X(20).
       01 WS-IND-ANT PIC 9(01).
       01 WS-IND-ANT-INS PIC 9(01).
       01 WS-IND-ANT-DESLOCA PIC 9(01).

       01 WS-SITE-ATUAL PIC X(03).
       01 WS-CONT-SITE PIC 9(05) VALUE 0.
       01 WS-CONT-CONVITES-SITE PIC 9(05) VALUE 0.

       01 WS-TOTAL-VISITAS PIC 9(05) VALUE 0.
       01 WS-TOTAL-SEM-NASC PIC 9(05) VALUE 0.
       01 WS-TOTAL-CONVITES PIC 9(05) VALUE 0.
       01 WS-TOTAL-SEM-CASO PIC 9(05) VALUE 0.
       01 WS-TOTAL-PACOTES PIC 9(05) VALUE 0.

       01 WS-DATA-EXIBE PIC 9(08).
       01 WS-EXIBE-GRUPO REDEFINES WS-DATA-EXIBE.
           05 WS-EXB-ANO PIC 9(04).
           05 WS-EXB-MES PIC 9(02).
           05 WS-EXB-DIA PIC 9(02).

       01 WS-DATA-EDICAO.
           05 WS-EDI-DIA         PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-EDI-MES         PIC 99.
           05 FILLER             PIC X VALUE "/".
           05 WS-EDI-ANO         PIC 9999.

      *****************************************************************
      * Folha de rosto do pacote de cada site.
      *****************************************************************
       01 WS-ROSTO-1.
           05 FILLER            PIC X(49) VALUE
               "PACOTE DE CARTAS AOS RESPONSAVEIS - AVALIACAO DE ".
           05 WS-ROS-DATA       PIC X(10).
       01 WS-ROSTO-2.
           05 FILLER            PIC X(06) VALUE "SITE: ".
           05 WS-ROS-SITE       PIC X(03).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-ROS-SITE-NOME  PIC X(20).
       01 WS-ROSTO-3.
           05 FILLER            PIC X(34) VALUE
               "Cartas neste pacote..............".
           05 WS-ROS-CARTAS     PIC ZZZZ9.
       01 WS-ROSTO-4.
           05 FILLER            PIC X(34) VALUE
               "  com convite a clinica..........".
           05 WS-ROS-CONVITES   PIC ZZZZ9.
       01 WS-ROSTO-5.
           05 FILLER            PIC X(22) VALUE "NOME".
           05 FILLER            PIC X(09) VALUE "ID".
           05 FILLER            PIC X(30) VALUE "OBSERVACAO".
       01 WS-ROSTO-DETALHE.
           05 WS-RDT-NOME       PIC X(20).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RDT-ID         PIC ZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RDT-OBS        PIC X(30).
       01 WS-OBS-CASO.
           05 FILLER            PIC X(16) VALUE "convite - caso ".
           05 WS-OBS-NUMERO     PIC 9(07).

      *****************************************************************
      * Linhas da carta.
      *****************************************************************
       01 WS-CARTA-1.
           05 WS-CT1-SITE-NOME  PIC X(20).
           05 FILLER            PIC X(32) VALUE
               "   AVALIACAO DE PESO E ALTURA".
       01 WS-CARTA-2.
           05 FILLER            PIC X(30) VALUE
               "Aos pais ou responsaveis por ".
           05 WS-CT2-NOME       PIC X(20).
       01 WS-CARTA-3.
           05 FILLER            PIC X(20) VALUE "Data de nascimento: ".
           05 WS-CT3-NASC       PIC X(10).
           05 FILLER            PIC X(24) VALUE
               "   Idade na avaliacao: ".
           05 WS-CT3-IDADE      PIC Z9.
           05 FILLER            PIC X(05) VALUE " anos".
       01 WS-CARTA-4.
           05 FILLER            PIC X(25) VALUE
               "Resultado da avaliacao de".
           05 FILLER            PIC X VALUE SPACE.
           05 WS-CT4-DATA       PIC X(10).
           05 FILLER            PIC X VALUE ":".
       01 WS-CARTA-ALTURA.
           05 FILLER            PIC X(22) VALUE
               "   Altura............ ".
           05 WS-CTA-ALTURA     PIC 9.99.
           05 FILLER            PIC X(02) VALUE " m".
       01 WS-CARTA-PESO.
           05 FILLER            PIC X(22) VALUE
               "   Peso.............. ".
           05 WS-CTP-PESO       PIC ZZ9.99.
           05 FILLER            PIC X(03) VALUE " kg".
       01 WS-CARTA-IMC.
           05 FILLER            PIC X(22) VALUE
               "   IMC............... ".
           05 WS-CTI-IMC        PIC ZZ9.99.
       01 WS-CARTA-FAIXA.
           05 FILLER            PIC X(22) VALUE
               "   Faixa para a idade ".
           05 WS-CTF-CLASSIF    PIC X(20).
       01 WS-CARTA-ANT-CAB.
           05 FILLER            PIC X(15) VALUE "   DATA".
           05 FILLER            PIC X(09) VALUE "ALTURA".
           05 FILLER            PIC X(09) VALUE "PESO".
           05 FILLER            PIC X(09) VALUE "IMC".
           05 FILLER            PIC X(20) VALUE "FAIXA".
       01 WS-CARTA-ANT-DET.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-CAD-DATA       PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CAD-ALTURA     PIC 9.99.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 WS-CAD-PESO       PIC ZZ9.99.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-CAD-IMC        PIC ZZ9.99.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-CAD-CLASSIF    PIC X(20).
       01 WS-CARTA-CLINICA.
           05 FILLER            PIC X(10) VALUE "crianca a ".
           05 WS-CTC-CLINICA    PIC X(20).
       01 WS-CARTA-REFERENCIA.
           05 FILLER            PIC X(35) VALUE
               "Ao nos ligar, informe o numero do c".
           05 FILLER            PIC X(06) VALUE "aso: ".
           05 WS-CTR-CASO       PIC 9(07).
           05 FILLER            PIC X VALUE ".".
       01 WS-CARTA-DUVIDA.
           05 FILLER            PIC X(42) VALUE
               "Em caso de duvida, entre em contato com a ".
           05 WS-CTD-CLINICA    PIC X(20).
       01 WS-CARTA-ASSINATURA.
           05 FILLER            PIC X(21) VALUE "Equipe de Nutricao - ".
           05 WS-CTS-CLINICA    PIC X(20).

      *****************************************************************
      * Folha final de resumo da emissao.
      *****************************************************************
       01 WS-CABECALHO-1.
           05 FILLER            PIC X(40) VALUE
               "EMISSAO DE CARTAS AOS RESPONSAVEIS - ".
           05 WS-CAB-DATA       PIC X(10).
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(06) VALUE "SITE: ".
           05 WS-CAB-SITE       PIC X(03).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-CAB-SITE-NOME  PIC X(20).

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "Visitas na data..................".
           05 WS-RES-VISITAS     PIC ZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "Sem data de nascimento (ignoradas)".
           05 WS-RES-SEM-NASC    PIC ZZZZ9.
       01 WS-RESUMO-3.
           05 FILLER             PIC X(34) VALUE
               "Cartas emitidas (menores de 18)..".
           05 WS-RES-CARTAS      PIC ZZZZ9.
       01 WS-RESUMO-4.
           05 FILLER             PIC X(34) VALUE
               "  com convite a clinica..........".
           05 WS-RES-CONVITES    PIC ZZZZ9.
       01 WS-RESUMO-5.
           05 FILLER             PIC X(34) VALUE
               "    sem caso de seguimento achado.".
           05 WS-RES-SEM-CASO    PIC ZZZZ9.
       01 WS-RESUMO-6.
           05 FILLER             PIC X(34) VALUE
               "Pacotes por site.................".
           05 WS-RES-PACOTES     PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Data das visitas (AAAAMMDD, 0 = hoje):"
               ACCEPT WS-DATA-CARTA
               DISPLAY "Site (em branco = todos os sites):"
               ACCEPT WS-SITE-FILTRO
               PERFORM VALIDAR-SITE
           END-IF.
           IF WS-DATA-CARTA = 0
               ACCEPT WS-DATA-CARTA FROM DATE YYYYMMDD
           END-IF.
           CALL "SITEVAL" USING WS-SITE-CLINICA, WS-CLINICA-NOME,
               WS-SITE-VALIDO
           END-CALL.

           PERFORM CONFERIR-TABELA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM VARRER-VISITAS.
           PERFORM PROCURAR-CASOS.
           PERFORM IMPRIMIR-CARTAS.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "Cartas de " WS-DATA-CARTA ": " WS-TOTAL-CARTAS
               " carta(s), " WS-TOTAL-CONVITES " com convite."
           STOP RUN.

      *****************************************************************
      * Parametro via DD CARPARM: ausente ou vazio cai no prompt
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
                       IF PARM-DATA NUMERIC
                           MOVE PARM-DATA TO WS-DATA-CARTA
                           MOVE PARM-SITE TO WS-SITE-FILTRO
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de data invalido: "
                               PARM-DATA
                           CLOSE PARM-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-PARM-OBTIDO = "S"
               PERFORM VALIDAR-SITE
           END-IF.

       VALIDAR-SITE.
           IF WS-SITE-FILTRO NOT = SPACES
               CALL "SITEVAL" USING WS-SITE-FILTRO, WS-SITE-NOME,
                   WS-SITE-VALIDO
               END-CALL
               IF WS-SITE-VALIDO NOT = "S"
                   DISPLAY "Parametro de site invalido: "
                       WS-SITE-FILTRO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT PACIENTE-FILE.
           IF WS-STATUS-PACIENTE NOT = "00"
               DISPLAY "Erro ao abrir arquivo de pacientes. Status: "
                   WS-STATUS-PACIENTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de cartas. Status: "
                   WS-STATUS-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * A CLASSIDA.TAB ilegivel faz o CLASSIDA classificar toda
      * crianca pelos cortes de adulto; basta saber se ela abre.
      *****************************************************************
       CONFERIR-TABELA.
           OPEN INPUT TABELA-FILE.
           IF WS-STATUS-TABELA = "00"
               MOVE "S" TO WS-TABELA-LEGIVEL
               CLOSE TABELA-FILE
           END-IF.

      *****************************************************************
      * Varre o mestre pela chave primaria atras das visitas da data
      * (e do site, se informado). Sem data de nascimento nao ha como
      * saber se e crianca: a visita fica fora e so entra na contagem.
      *****************************************************************
       VARRER-VISITAS.
           MOVE LOW-VALUES TO PAC-CHAVE.
           START PACIENTE-FILE KEY IS >= PAC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ PACIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PAC-DATA-ATUAL = WS-DATA-CARTA
                               AND (WS-SITE-FILTRO = SPACES
                                   OR PAC-SITE = WS-SITE-FILTRO)
                           PERFORM CONFERIR-VISITA
                       END-IF
               END-READ
           END-PERFORM.

       CONFERIR-VISITA.
           ADD 1 TO WS-TOTAL-VISITAS.
           IF PAC-DATA-NASC = 0
               ADD 1 TO WS-TOTAL-SEM-NASC
           ELSE
               PERFORM CALCULAR-IDADE
               IF WS-IDADE-ANOS < 18
                   PERFORM GUARDAR-CARTA
               END-IF
           END-IF.

      *****************************************************************
      * Idade em anos completos na data da visita, como no CLASSIDA.
      *****************************************************************
       CALCULAR-IDADE.
           MOVE PAC-DATA-NASC TO WS-NASC-GRUPO.
           MOVE PAC-DATA-ATUAL TO WS-REF-GRUPO.
           COMPUTE WS-IDADE-ANOS = WS-REF-ANO - WS-NASC-ANO.
           IF WS-REF-MES < WS-NASC-MES
                   OR (WS-REF-MES = WS-NASC-MES
                       AND WS-REF-DIA < WS-NASC-DIA)
               SUBTRACT 1 FROM WS-IDADE-ANOS
           END-IF.
           IF WS-IDADE-ANOS < 0
               MOVE 0 TO WS-IDADE-ANOS
           END-IF.

       GUARDAR-CARTA.
           IF WS-TOTAL-CARTAS >= WS-MAX-CARTAS
               DISPLAY "Mais de " WS-MAX-CARTAS " criancas na data; "
                   "excedentes sem carta."
           ELSE
               CALL "CLASSIDA" USING PAC-DATA-NASC, PAC-SEXO,
                   PAC-DATA-ATUAL, PAC-IMC-TOTAL, WS-CLASSIF-IDA,
                   WS-EXCECAO-IDA
               END-CALL
               MOVE PAC-SITE TO WS-ORD-SITE
               MOVE PAC-NOME TO WS-ORD-NOME
               MOVE WS-TOTAL-CARTAS TO WS-IND-INS
               ADD 1 TO WS-IND-INS
               PERFORM LOCALIZAR-POSICAO-CARTA
               PERFORM ABRIR-ESPACO-CARTA
               MOVE WS-ORDEM-NOVA TO WS-CRT-ORDEM (WS-IND-INS)
               MOVE PAC-ID TO WS-CRT-ID (WS-IND-INS)
               MOVE PAC-DATA-NASC TO WS-CRT-NASC (WS-IND-INS)
               MOVE WS-IDADE-ANOS TO WS-CRT-IDADE (WS-IND-INS)
               MOVE PAC-ALTURA TO WS-CRT-ALTURA (WS-IND-INS)
               MOVE PAC-PESO TO WS-CRT-PESO (WS-IND-INS)
               MOVE PAC-IMC-TOTAL TO WS-CRT-IMC (WS-IND-INS)
               MOVE WS-CLASSIF-IDA TO WS-CRT-CLASSIF (WS-IND-INS)
               MOVE WS-EXCECAO-IDA TO WS-CRT-EXCECAO (WS-IND-INS)
               IF WS-TABELA-LEGIVEL = "S"
                       AND (PAC-SEXO = "M" OR PAC-SEXO = "F")
                   MOVE "S" TO WS-CRT-PERCENTIL (WS-IND-INS)
               ELSE
                   MOVE "N" TO WS-CRT-PERCENTIL (WS-IND-INS)
               END-IF
               MOVE 0 TO WS-CRT-CASO (WS-IND-INS)
               ADD 1 TO WS-TOTAL-CARTAS
               IF WS-EXCECAO-IDA = "S"
                   ADD 1 TO WS-TOTAL-CONVITES
               END-IF
           END-IF.

       LOCALIZAR-POSICAO-CARTA.
           PERFORM VARYING WS-IND-CRT FROM 1 BY 1
                   UNTIL WS-IND-CRT > WS-TOTAL-CARTAS
               IF WS-CRT-ORDEM (WS-IND-CRT) > WS-ORDEM-NOVA
                       AND WS-IND-CRT < WS-IND-INS
                   MOVE WS-IND-CRT TO WS-IND-INS
               END-IF
           END-PERFORM.

       ABRIR-ESPACO-CARTA.
           PERFORM VARYING WS-IND-DESLOCA
                   FROM WS-TOTAL-CARTAS BY -1
                   UNTIL WS-IND-DESLOCA < WS-IND-INS
               MOVE WS-CARTA (WS-IND-DESLOCA)
                   TO WS-CARTA (WS-IND-DESLOCA + 1)
           END-PERFORM.

      *****************************************************************
      * O EXCPLOG abre o caso no dia da medicao com o nome da visita;
      * caso com o mesmo nome e data de abertura e o caso da carta.
      * SEGUIMTO.DAT inexistente: nenhuma carta tem caso.
      *****************************************************************
       PROCURAR-CASOS.
           IF WS-TOTAL-CONVITES > 0
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
                               IF SEG-DATA-ABERTURA = WS-DATA-CARTA
                                   PERFORM CASAR-CASO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SEGUIMTO-FILE
               END-IF
           END-IF.

       CASAR-CASO.
           PERFORM VARYING WS-IND-CRT FROM 1 BY 1
                   UNTIL WS-IND-CRT > WS-TOTAL-CARTAS
               IF WS-CRT-NOME (WS-IND-CRT) = SEG-NOME
                       AND WS-CRT-EXCECAO (WS-IND-CRT) = "S"
                   MOVE SEG-NUMERO TO WS-CRT-CASO (WS-IND-CRT)
               END-IF
           END-PERFORM.

      *****************************************************************
      * Quebra por site: folha de rosto do pacote e, em seguida, uma
      * carta por pagina.
      *****************************************************************
       IMPRIMIR-CARTAS.
           MOVE WS-DATA-CARTA TO WS-DATA-EXIBE.
           PERFORM EDITAR-DATA.
           MOVE HIGH-VALUES TO WS-SITE-ATUAL.
           PERFORM VARYING WS-IND-CRT FROM 1 BY 1
                   UNTIL WS-IND-CRT > WS-TOTAL-CARTAS
               IF WS-CRT-SITE (WS-IND-CRT) NOT = WS-SITE-ATUAL
                   PERFORM QUEBRAR-SITE
               END-IF
               PERFORM IMPRIMIR-CARTA
           END-PERFORM.

       QUEBRAR-SITE.
           MOVE WS-CRT-SITE (WS-IND-CRT) TO WS-SITE-ATUAL.
           ADD 1 TO WS-TOTAL-PACOTES.
           CALL "SITEVAL" USING WS-SITE-ATUAL, WS-SITE-NOME,
               WS-SITE-VALIDO
           END-CALL.
           IF WS-SITE-ATUAL = SPACES
               MOVE "SEM SITE" TO WS-SITE-NOME
           END-IF.
           MOVE 0 TO WS-CONT-SITE.
           MOVE 0 TO WS-CONT-CONVITES-SITE.
           PERFORM VARYING WS-IND-CONTA FROM WS-IND-CRT BY 1
                   UNTIL WS-IND-CONTA > WS-TOTAL-CARTAS
                   OR WS-CRT-SITE (WS-IND-CONTA) NOT = WS-SITE-ATUAL
               ADD 1 TO WS-CONT-SITE
               IF WS-CRT-EXCECAO (WS-IND-CONTA) = "S"
                   ADD 1 TO WS-CONT-CONVITES-SITE
               END-IF
           END-PERFORM.

           MOVE WS-DATA-EDICAO TO WS-ROS-DATA.
           MOVE WS-ROSTO-1 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SITE-ATUAL TO WS-ROS-SITE.
           MOVE WS-SITE-NOME TO WS-ROS-SITE-NOME.
           MOVE WS-ROSTO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONT-SITE TO WS-ROS-CARTAS.
           MOVE WS-ROSTO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONT-CONVITES-SITE TO WS-ROS-CONVITES.
           MOVE WS-ROSTO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ROSTO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IND-CONTA FROM WS-IND-CRT BY 1
                   UNTIL WS-IND-CONTA > WS-TOTAL-CARTAS
                   OR WS-CRT-SITE (WS-IND-CONTA) NOT = WS-SITE-ATUAL
               PERFORM IMPRIMIR-LINHA-ROSTO
           END-PERFORM.

       IMPRIMIR-LINHA-ROSTO.
           MOVE WS-CRT-NOME (WS-IND-CONTA) TO WS-RDT-NOME.
           MOVE WS-CRT-ID (WS-IND-CONTA) TO WS-RDT-ID.
           MOVE SPACES TO WS-RDT-OBS.
           IF WS-CRT-EXCECAO (WS-IND-CONTA) = "S"
               IF WS-CRT-CASO (WS-IND-CONTA) = 0
                   MOVE "convite - sem caso aberto" TO WS-RDT-OBS
               ELSE
                   MOVE WS-CRT-CASO (WS-IND-CONTA) TO WS-OBS-NUMERO
                   MOVE WS-OBS-CASO TO WS-RDT-OBS
               END-IF
           END-IF.
           MOVE WS-ROSTO-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Uma carta: cabecalho, medidas do dia, faixa explicada,
      * leituras anteriores e o fecho (convite a clinica quando a
      * crianca esta na faixa de excecao).
      *****************************************************************
       IMPRIMIR-CARTA.
           MOVE WS-SITE-NOME TO WS-CT1-SITE-NOME.
           MOVE WS-CARTA-1 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CRT-NOME (WS-IND-CRT) TO WS-CT2-NOME.
           MOVE WS-CARTA-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CRT-NASC (WS-IND-CRT) TO WS-DATA-EXIBE.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDICAO TO WS-CT3-NASC.
           MOVE WS-CRT-IDADE (WS-IND-CRT) TO WS-CT3-IDADE.
           MOVE WS-CARTA-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-DATA-CARTA TO WS-DATA-EXIBE.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDICAO TO WS-CT4-DATA.
           MOVE WS-CARTA-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CRT-ALTURA (WS-IND-CRT) TO WS-CTA-ALTURA.
           MOVE WS-CARTA-ALTURA TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CRT-PESO (WS-IND-CRT) TO WS-CTP-PESO.
           MOVE WS-CARTA-PESO TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CRT-IMC (WS-IND-CRT) TO WS-CTI-IMC.
           MOVE WS-CARTA-IMC TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CRT-CLASSIF (WS-IND-CRT) TO WS-CTF-CLASSIF.
           MOVE WS-CARTA-FAIXA TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM EXPLICAR-FAIXA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM LOCALIZAR-ANTERIORES.
           PERFORM IMPRIMIR-ANTERIORES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-CRT-EXCECAO (WS-IND-CRT) = "S"
               PERFORM IMPRIMIR-CONVITE
           ELSE
               MOVE WS-CLINICA-NOME TO WS-CTD-CLINICA
               MOVE WS-CARTA-DUVIDA TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Atenciosamente," TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLINICA-NOME TO WS-CTS-CLINICA.
           MOVE WS-CARTA-ASSINATURA TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * A faixa do CLASSIDA em linguagem simples. Os limites sao os
      * percentis da tabela de referencia (CLASSIDA.TAB); sem curva
      * aplicada a faixa veio da tabela de adultos.
      *****************************************************************
       EXPLICAR-FAIXA.
           IF WS-CRT-PERCENTIL (WS-IND-CRT) NOT = "S"
               PERFORM EXPLICAR-FAIXA-ADULTO
           ELSE
               PERFORM EXPLICAR-FAIXA-PERCENTIL
           END-IF.

       EXPLICAR-FAIXA-PERCENTIL.
           EVALUATE WS-CRT-CLASSIF (WS-IND-CRT)
               WHEN "Abaixo do peso"
                   MOVE "O IMC ficou abaixo do percentil 5 da curva"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "de crescimento: o peso esta abaixo do"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "esperado para criancas da mesma idade e sexo."
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN "Peso normal"
                   MOVE "O IMC ficou entre os percentis 5 e 85 da"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "curva de crescimento: o peso esta adequado"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "para a idade e o sexo. Continue incentivando"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "alimentacao variada e atividade fisica."
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN "Sobrepeso"
                   MOVE "O IMC ficou entre os percentis 85 e 95 da"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "curva de crescimento: o peso esta um pouco"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "acima do esperado para a idade e o sexo. Vale"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "conversar em familia sobre alimentacao e"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "atividade fisica." TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN "Obesidade"
                   MOVE "O IMC ficou no percentil 95 ou acima da curva"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "de crescimento: o peso esta bem acima do"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "esperado para a idade e o sexo. Recomendamos"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "o acompanhamento com o pediatra ou a unidade"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "de saude." TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM EXPLICAR-FAIXA-ADULTO
           END-EVALUATE.
           MOVE "(O percentil compara a crianca com outras"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "da mesma idade e sexo.)" TO REPORT-LINE.
           WRITE REPORT-LINE.

       EXPLICAR-FAIXA-ADULTO.
           MOVE "Nao ha curva de crescimento de referencia"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "aplicavel; a faixa acima segue a" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "tabela de adultos." TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Cinco leituras mais recentes antes da data da carta, pelo ID
      * permanente (pelo nome quando a visita nao tem ID), guardadas
      * da mais nova para a mais antiga.
      *****************************************************************
       LOCALIZAR-ANTERIORES.
           MOVE 0 TO WS-TOTAL-ANT.
           MOVE "N" TO WS-FIM-VISITAS.
           IF WS-CRT-ID (WS-IND-CRT) NOT = 0
               MOVE WS-CRT-ID (WS-IND-CRT) TO PAC-ID
               START PACIENTE-FILE KEY IS >= PAC-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIM-VISITAS
               END-START
           ELSE
               MOVE WS-CRT-NOME (WS-IND-CRT) TO PAC-NOME
               START PACIENTE-FILE KEY IS >= PAC-NOME
                   INVALID KEY
                       MOVE "S" TO WS-FIM-VISITAS
               END-START
           END-IF.
           PERFORM UNTIL WS-FIM-VISITAS = "S"
               READ PACIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-VISITAS
                   NOT AT END
                       IF (WS-CRT-ID (WS-IND-CRT) NOT = 0
                               AND PAC-ID NOT = WS-CRT-ID (WS-IND-CRT))
                           OR (WS-CRT-ID (WS-IND-CRT) = 0
                               AND PAC-NOME
                                   NOT = WS-CRT-NOME (WS-IND-CRT))
                           MOVE "S" TO WS-FIM-VISITAS
                       ELSE
                           IF PAC-DATA-ATUAL < WS-DATA-CARTA
                               PERFORM GUARDAR-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-ANTERIOR.
           MOVE WS-TOTAL-ANT TO WS-IND-ANT-INS.
           ADD 1 TO WS-IND-ANT-INS.
           PERFORM VARYING WS-IND-ANT FROM 1 BY 1
                   UNTIL WS-IND-ANT > WS-TOTAL-ANT
               IF PAC-DATA-ATUAL > WS-ANT-DATA (WS-IND-ANT)
                       AND WS-IND-ANT < WS-IND-ANT-INS
                   MOVE WS-IND-ANT TO WS-IND-ANT-INS
               END-IF
           END-PERFORM.
           IF WS-IND-ANT-INS <= WS-MAX-ANT
               IF WS-TOTAL-ANT < WS-MAX-ANT
                   ADD 1 TO WS-TOTAL-ANT
               END-IF
               PERFORM VARYING WS-IND-ANT-DESLOCA
                       FROM WS-TOTAL-ANT BY -1
                       UNTIL WS-IND-ANT-DESLOCA <= WS-IND-ANT-INS
                   MOVE WS-ANTERIOR (WS-IND-ANT-DESLOCA - 1)
                       TO WS-ANTERIOR (WS-IND-ANT-DESLOCA)
               END-PERFORM
               MOVE PAC-DATA-ATUAL TO WS-ANT-DATA (WS-IND-ANT-INS)
               MOVE PAC-ALTURA TO WS-ANT-ALTURA (WS-IND-ANT-INS)
               MOVE PAC-PESO TO WS-ANT-PESO (WS-IND-ANT-INS)
               MOVE PAC-IMC-TOTAL TO WS-ANT-IMC (WS-IND-ANT-INS)
               MOVE PAC-CLASSIFICACAO
                   TO WS-ANT-CLASSIF (WS-IND-ANT-INS)
           END-IF.

       IMPRIMIR-ANTERIORES.
           MOVE "Avaliacoes anteriores:" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-ANT = 0
               MOVE "   Esta e a primeira avaliacao registrada."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CARTA-ANT-CAB TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-IND-ANT FROM 1 BY 1
                       UNTIL WS-IND-ANT > WS-TOTAL-ANT
                   MOVE WS-ANT-DATA (WS-IND-ANT) TO WS-DATA-EXIBE
                   PERFORM EDITAR-DATA
                   MOVE WS-DATA-EDICAO TO WS-CAD-DATA
                   MOVE WS-ANT-ALTURA (WS-IND-ANT) TO WS-CAD-ALTURA
                   MOVE WS-ANT-PESO (WS-IND-ANT) TO WS-CAD-PESO
                   MOVE WS-ANT-IMC (WS-IND-ANT) TO WS-CAD-IMC
                   MOVE WS-ANT-CLASSIF (WS-IND-ANT) TO WS-CAD-CLASSIF
                   MOVE WS-CARTA-ANT-DET TO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF.

      *****************************************************************
      * Fecho da crianca na faixa de excecao: convite a clinica com o
      * numero do caso de seguimento como referencia.
      *****************************************************************
       IMPRIMIR-CONVITE.
           MOVE "O resultado ficou fora da faixa esperada"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "para a idade e merece uma avaliacao mais"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "cuidadosa. Convidamos a familia a trazer a"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CLINICA-NOME TO WS-CTC-CLINICA.
           MOVE WS-CARTA-CLINICA TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "para uma consulta com a equipe de nutricao."
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CRT-CASO (WS-IND-CRT) = 0
               ADD 1 TO WS-TOTAL-SEM-CASO
               MOVE "Ao nos ligar, informe o nome da crianca e a"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "data desta avaliacao." TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CRT-CASO (WS-IND-CRT) TO WS-CTR-CASO
               MOVE WS-CARTA-REFERENCIA TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       EDITAR-DATA.
           MOVE WS-EXB-DIA TO WS-EDI-DIA.
           MOVE WS-EXB-MES TO WS-EDI-MES.
           MOVE WS-EXB-ANO TO WS-EDI-ANO.

       IMPRIMIR-RESUMO.
           MOVE WS-DATA-CARTA TO WS-DATA-EXIBE.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDICAO TO WS-CAB-DATA.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE AFTER ADVANCING PAGE.
           IF WS-SITE-FILTRO NOT = SPACES
               MOVE WS-SITE-FILTRO TO WS-CAB-SITE
               CALL "SITEVAL" USING WS-SITE-FILTRO, WS-SITE-NOME,
                   WS-SITE-VALIDO
               END-CALL
               MOVE WS-SITE-NOME TO WS-CAB-SITE-NOME
               MOVE WS-CABECALHO-2 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-VISITAS TO WS-RES-VISITAS.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SEM-NASC TO WS-RES-SEM-NASC.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CARTAS TO WS-RES-CARTAS.
           MOVE WS-RESUMO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CONVITES TO WS-RES-CONVITES.
           MOVE WS-RESUMO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SEM-CASO TO WS-RES-SEM-CASO.
           MOVE WS-RESUMO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-PACOTES TO WS-RES-PACOTES.
           MOVE WS-RESUMO-6 TO REPORT-LINE.
           WRITE REPORT-LINE.

       FECHAR-ARQUIVOS.
           CLOSE PACIENTE-FILE.
           CLOSE REPORT-FILE.

       END PROGRAM CARTAIMC.

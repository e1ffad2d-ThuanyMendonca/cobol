       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACDUPL.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Provaveis duplicatas de cadastro: compara os IDs permanentes
      * da referencia cruzada (PACXREF.DAT) e do mestre (PACIENTE.DAT)
      * e pontua os pares de IDs que parecem ser o mesmo ser humano
      * cadastrado duas vezes - "Maria da Silva" e "Maria Silva", ou
      * um sobrenome digitado errado, que o PACBUSCA (so maiusculas e
      * espacos) deixa virar dois IDs e que hoje so aparecem quando
      * alguem repara no historico partido do HISTIMC.
      *
      * Cada ID entra com o nome canonico, a data de nascimento e o
      * sexo das visitas, o site da ultima visita, a quantidade de
      * visitas e o periodo entre a primeira e a ultima. ID que so
      * existe no mestre (sem referencia cruzada) entra com o nome da
      * visita; ID sem visita entra so com o nome. ID anonimizado
      * pelo PACLGPD (nome canonico ou da visita comecando por
      * ANONIMO-) fica fora da comparacao - nao ha nome a comparar e
      * o token casaria todos entre si - e sai contado no resumo.
      *
      * Nome: cada palavra passa por uma chave fonetica simplificada
      * para o portugues (minusculas viram maiusculas, CH/SH/X,
      * C/K/Q/S, G/J, Z/S, Y/I, W/V, PH/F, H mudo, letras dobradas e
      * vogais fora do inicio da palavra), sem as particulas DA, DE,
      * DO, DAS, DOS e E. So sao comparados os IDs cujo primeiro nome
      * tem a mesma chave. Pontuacao do par:
      *   nome inteiro com a mesma chave .............. 40 (F)
      *   primeiro e ultimo nome com a mesma chave .... 30 (U)
      *   so o primeiro nome .......................... 10 (P)
      *   mesma data de nascimento .................... 30 (D)
      *   data de nascimento diferente ................ -30 (X)
      *   mesmo sexo .................................. 10 (S)
      *   mesmo site .................................. 10 (L)
      *   periodos de visita que se cruzam ou distam
      *   menos de um ano ............................. 10 (V)
      * Sexo informado e diferente descarta o par. Par com 50 pontos
      * ou mais entra na lista de trabalho, em ordem decrescente de
      * pontos, com a quantidade de visitas e a ultima visita de cada
      * lado para o supervisor decidir a mescla no PACREG (opcao M) -
      * este programa nao altera o cadastro.
      *
      * O par que o supervisor conferiu e que nao e a mesma pessoa e
      * marcado no proprio PACDUPL (modo N) e fica no PACNDUP.DAT
      * (layout em PACNDUP.CPY); dali em diante nao volta a lista. O
      * modo D desfaz uma marcacao feita por engano. Marcar e
      * desfazer exigem nivel supervisor no OPERNIV e ficam no
      * AUDITLOG, assim como a tentativa negada.
      *
      * Parametros via DD DUPPARM, uma linha "M IIIIIII IIIIIII": modo
      * R (relatorio; os IDs sao ignorados), N (marcar o par) ou D
      * (desfazer a marcacao). Sem o arquivo de parametros o programa
      * pergunta; parametro presente mas invalido encerra com erro. A
      * lista sai em PACDUPL.LST.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "PACXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-NOME
               ALTERNATE RECORD KEY IS XRF-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-XREF.

           SELECT PACIENTE-FILE ASSIGN TO "PACIENTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAC-CHAVE
               ALTERNATE RECORD KEY IS PAC-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAC-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-PACIENTE.

           SELECT NDUP-FILE ASSIGN TO "PACNDUP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDP-CHAVE
               FILE STATUS IS WS-STATUS-NDUP.

           SELECT REPORT-FILE ASSIGN TO "PACDUPL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

           SELECT PARM-FILE ASSIGN TO DUPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
           COPY "PACXREF.CPY".

       FD  PACIENTE-FILE.
           COPY "PACIENTE.CPY".

       FD  NDUP-FILE.
           COPY "PACNDUP.CPY".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-MODO            PIC X.
           05 FILLER               PIC X.
           05 PARM-ID-1            PIC X(07).
           05 FILLER               PIC X.
           05 PARM-ID-2            PIC X(07).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-XREF PIC XX.
       01 WS-STATUS-PACIENTE PIC XX.
       01 WS-STATUS-NDUP PIC XX.
       01 WS-STATUS-REPORT PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-FIM-XREF PIC X VALUE "N".
       01 WS-FIM-PACIENTE PIC X VALUE "N".
       01 WS-TEM-MARCAS PIC X VALUE "N".
       01 WS-PAR-MARCADO PIC X.

       01 WS-MODO PIC X VALUE "R".
           88 MODO-RELATORIO VALUE "R".
           88 MODO-MARCAR VALUE "N".
           88 MODO-DESFAZER VALUE "D".
       01 WS-ID-1 PIC 9(07) VALUE 0.
       01 WS-ID-2 PIC 9(07) VALUE 0.

       01 WS-DATA-NUM PIC 9(08).
       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.

      *****************************************************************
      * Um item por ID. Os IDs da referencia cruzada entram primeiro,
      * em ordem de ID (chave alternada XRF-ID), e o mestre e lido
      * tambem em ordem de ID, casando pela posicao; ID que so existe
      * no mestre e acrescentado no fim da tabela.
      *****************************************************************
       01 WS-TOTAL-IDS PIC 9(05) VALUE 0.
       01 WS-TOTAL-IDS-XREF PIC 9(05) VALUE 0.
       01 WS-MAX-IDS PIC 9(05) VALUE 5000.
       01 WS-TAB-IDS.
           05 WS-IDT OCCURS 5000 TIMES.
               10 WS-IDT-ID          PIC 9(07).
               10 WS-IDT-NOME        PIC X(20).
               10 WS-IDT-CHAVE       PIC X(20).
               10 WS-IDT-PRIMEIRA    PIC X(10).
               10 WS-IDT-ULTIMA      PIC X(10).
               10 WS-IDT-NASC        PIC 9(08).
               10 WS-IDT-SEXO        PIC X.
               10 WS-IDT-SITE        PIC X(03).
               10 WS-IDT-VISITAS     PIC 9(05).
               10 WS-IDT-DATA-PRIM   PIC 9(08).
               10 WS-IDT-DATA-ULT    PIC 9(08).
       01 WS-IND-ID PIC 9(05).
       01 WS-IND-OUTRO PIC 9(05).
       01 WS-IND-ALVO PIC 9(05).
       01 WS-IND-XREF PIC 9(05).
       01 WS-ULTIMO-ORFAO PIC 9(07) VALUE 0.
       01 WS-TOTAL-ORFAOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-ANONIMOS PIC 9(05) VALUE 0.

      *****************************************************************
      * Candidatos, mantidos em ordem decrescente de pontos por
      * insercao (WS-CND-INVERSO = 999 - pontos), mesmo padrao de
      * tabela ordenada do AGDFALTA. Com a tabela cheia, par novo de
      * ordem melhor que o ultimo entra e o ultimo sai da lista; o
      * que fica de fora e contado como excedente.
      *****************************************************************
       01 WS-TOTAL-CANDIDATOS PIC 9(05) VALUE 0.
       01 WS-MAX-CANDIDATOS PIC 9(05) VALUE 2000.
       01 WS-TAB-CANDIDATOS.
           05 WS-CANDIDATO OCCURS 2000 TIMES.
               10 WS-CND-ORDEM.
                   15 WS-CND-INVERSO PIC 9(03).
                   15 WS-CND-ID-A    PIC 9(07).
                   15 WS-CND-ID-B    PIC 9(07).
               10 WS-CND-IND-A       PIC 9(05).
               10 WS-CND-IND-B       PIC 9(05).
               10 WS-CND-PONTOS      PIC 9(03).
               10 WS-CND-CRITERIOS   PIC X(15).
       01 WS-IND-CND PIC 9(05).
       01 WS-IND-INS PIC 9(05).
       01 WS-IND-DESLOCA PIC 9(05).
       01 WS-ORDEM-NOVA.
           05 WS-ORD-INVERSO         PIC 9(03).
           05 WS-ORD-ID-A            PIC 9(07).
           05 WS-ORD-ID-B            PIC 9(07).

       01 WS-PONTOS PIC S9(03).
       01 WS-LIMITE-PONTOS PIC 9(03) VALUE 50.
       01 WS-PAR-DESCARTADO PIC X.
       01 WS-CRITERIOS PIC X(15).
       01 WS-PONTEIRO-CRIT PIC 9(02).
       01 WS-ULT-MAIS-UM-ANO PIC 9(08).

       01 WS-TOTAL-PARES PIC 9(07) VALUE 0.
       01 WS-TOTAL-ACIMA PIC 9(05) VALUE 0.
       01 WS-TOTAL-SUPRIMIDOS PIC 9(05) VALUE 0.
       01 WS-TOTAL-EXCEDENTES PIC 9(05) VALUE 0.

      *****************************************************************
      * Chave fonetica: WS-FON-NOME entra; WS-FON-CHAVE (nome inteiro),
      * WS-FON-PRIMEIRA e WS-FON-ULTIMA (primeira e ultima palavra
      * significativas) saem.
      *****************************************************************
       01 WS-FON-NOME PIC X(20).
       01 WS-FON-CHAVE PIC X(20).
       01 WS-FON-PRIMEIRA PIC X(10).
       01 WS-FON-ULTIMA PIC X(10).
       01 WS-FON-PALAVRA PIC X(20).
       01 WS-FON-CODIGO PIC X(10).
       01 WS-FON-POS PIC 9(02).
       01 WS-FON-TAM PIC 9(02).
       01 WS-FON-IND PIC 9(02).
       01 WS-FON-TAM-COD PIC 9(02).
       01 WS-FON-PONTEIRO PIC 9(02).
       01 WS-FON-PALAVRAS PIC 9(02).
       01 WS-FON-LETRA PIC X.
       01 WS-FON-PROXIMA PIC X.
       01 WS-FON-SAIDA PIC X.
       01 WS-FON-ANTERIOR PIC X.
       01 WS-FON-PULAR PIC X.

       01 WS-AUD-PROGRAMA PIC X(8) VALUE "PACDUPL".
       01 WS-AUD-NOME PIC X(20) VALUE "DUPLICATAS CADASTRO".
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".

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

       01 WS-CABECALHO-1.
           05 FILLER            PIC X(36) VALUE
               "PROVAVEIS DUPLICATAS DE CADASTRO - ".
           05 WS-CAB-DATA       PIC X(10).
       01 WS-CABECALHO-2.
           05 FILLER            PIC X(50) VALUE
               "Criterios: F nome igual (fonetico)  U primeiro e ".
           05 FILLER            PIC X(44) VALUE
               "ultimo nome  P so primeiro nome".
       01 WS-CABECALHO-3.
           05 FILLER            PIC X(50) VALUE
               "           D mesmo nascimento  X nascimento difer".
           05 FILLER            PIC X(50) VALUE
               "ente  S mesmo sexo  L mesmo site  V visitas no mes".
       01 WS-CABECALHO-4.
           05 FILLER            PIC X(21) VALUE
               "           mo periodo".
       01 WS-CABECALHO-5.
           05 FILLER            PIC X(07) VALUE "PONTOS".
           05 FILLER            PIC X(09) VALUE "ID".
           05 FILLER            PIC X(22) VALUE "NOME".
           05 FILLER            PIC X(12) VALUE "NASCIMENTO".
           05 FILLER            PIC X(04) VALUE "SX".
           05 FILLER            PIC X(06) VALUE "SITE".
           05 FILLER            PIC X(08) VALUE "VISITAS".
           05 FILLER            PIC X(12) VALUE "ULTIMA".
           05 FILLER            PIC X(15) VALUE "CRITERIOS".

       01 WS-DETALHE.
           05 WS-DET-PONTOS      PIC ZZZ.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-DET-ID          PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-NOME        PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-NASC        PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-SEXO        PIC X.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-DET-SITE        PIC X(03).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-DET-VISITAS     PIC ZZZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-DET-ULTIMA      PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-CRITERIOS   PIC X(15).

       01 WS-RESUMO-1.
           05 FILLER             PIC X(34) VALUE
               "IDs comparados...................".
           05 WS-RES-IDS         PIC ZZZZ9.
       01 WS-RESUMO-2.
           05 FILLER             PIC X(34) VALUE
               "  dos quais so no mestre.........".
           05 WS-RES-ORFAOS      PIC ZZZZ9.
       01 WS-RESUMO-8.
           05 FILLER             PIC X(34) VALUE
               "IDs anonimizados, nao comparados..".
           05 WS-RES-ANONIMOS    PIC ZZZZ9.
       01 WS-RESUMO-3.
           05 FILLER             PIC X(34) VALUE
               "Pares com o mesmo primeiro nome..".
           05 WS-RES-PARES       PIC ZZZZZZ9.
       01 WS-RESUMO-4.
           05 FILLER             PIC X(34) VALUE
               "Pares com 50 pontos ou mais......".
           05 WS-RES-ACIMA       PIC ZZZZ9.
       01 WS-RESUMO-5.
           05 FILLER             PIC X(34) VALUE
               "  ja marcados nao-duplicata......".
           05 WS-RES-SUPRIMIDOS  PIC ZZZZ9.
       01 WS-RESUMO-6.
           05 FILLER             PIC X(34) VALUE
               "  na lista de trabalho...........".
           05 WS-RES-CANDIDATOS  PIC ZZZZ9.
       01 WS-RESUMO-7.
           05 FILLER             PIC X(34) VALUE
               "  fora da lista (limite da tabela)".
           05 WS-RES-EXCEDENTES  PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Modo - (R)elatorio, (N)ao e a mesma pessoa "
                   "ou (D)esfazer marcacao?"
               ACCEPT WS-MODO
               INSPECT WS-MODO CONVERTING "rnd" TO "RND"
               IF MODO-MARCAR OR MODO-DESFAZER
                   DISPLAY "Primeiro ID do par:"
                   ACCEPT WS-ID-1
                   DISPLAY "Segundo ID do par:"
                   ACCEPT WS-ID-2
               ELSE
                   MOVE "R" TO WS-MODO
               END-IF
           END-IF.

           IF MODO-RELATORIO
               PERFORM EMITIR-RELATORIO
           ELSE
               PERFORM MANTER-MARCACAO
           END-IF.
           STOP RUN.

      *****************************************************************
      * Parametros via DD DUPPARM: ausente ou vazio cai no prompt
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
                       IF PARM-MODO = "R"
                               OR ((PARM-MODO = "N" OR PARM-MODO = "D")
                                   AND PARM-ID-1 NUMERIC
                                   AND PARM-ID-2 NUMERIC)
                           MOVE PARM-MODO TO WS-MODO
                           IF NOT MODO-RELATORIO
                               MOVE PARM-ID-1 TO WS-ID-1
                               MOVE PARM-ID-2 TO WS-ID-2
                           END-IF
                           MOVE "S" TO WS-PARM-OBTIDO
                       ELSE
                           DISPLAY "Parametro de duplicatas invalido: "
                               PARM-LINE
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * Modo relatorio.
      *****************************************************************
       EMITIR-RELATORIO.
           OPEN INPUT XREF-FILE.
           IF WS-STATUS-XREF NOT = "00" AND WS-STATUS-XREF NOT = "35"
               DISPLAY "Erro ao abrir referencia de nomes. Status: "
                   WS-STATUS-XREF
               STOP RUN
           END-IF.
           OPEN INPUT PACIENTE-FILE.
           IF WS-STATUS-PACIENTE NOT = "00"
               DISPLAY "Erro ao abrir arquivo de pacientes. Status: "
                   WS-STATUS-PACIENTE
               STOP RUN
           END-IF.
           OPEN INPUT NDUP-FILE.
           IF WS-STATUS-NDUP = "00"
               MOVE "S" TO WS-TEM-MARCAS
           ELSE
               IF WS-STATUS-NDUP NOT = "35"
                   DISPLAY "Erro ao abrir pares nao-duplicata. Status: "
                       WS-STATUS-NDUP
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de relatorio. Status: "
                   WS-STATUS-REPORT
               STOP RUN
           END-IF.

           IF WS-STATUS-XREF = "00"
               PERFORM CARREGAR-REFERENCIA
           END-IF.
           PERFORM CARREGAR-VISITAS.
           PERFORM VARYING WS-IND-ID FROM 1 BY 1
                   UNTIL WS-IND-ID > WS-TOTAL-IDS
               IF WS-IDT-NOME (WS-IND-ID) (1:8) = "ANONIMO-"
                   ADD 1 TO WS-TOTAL-ANONIMOS
                   MOVE SPACES TO WS-IDT-CHAVE (WS-IND-ID)
                   MOVE SPACES TO WS-IDT-PRIMEIRA (WS-IND-ID)
                   MOVE SPACES TO WS-IDT-ULTIMA (WS-IND-ID)
               ELSE
                   MOVE WS-IDT-NOME (WS-IND-ID) TO WS-FON-NOME
                   PERFORM GERAR-CHAVE-FONETICA
                   MOVE WS-FON-CHAVE TO WS-IDT-CHAVE (WS-IND-ID)
                   MOVE WS-FON-PRIMEIRA TO WS-IDT-PRIMEIRA (WS-IND-ID)
                   MOVE WS-FON-ULTIMA TO WS-IDT-ULTIMA (WS-IND-ID)
               END-IF
           END-PERFORM.
           PERFORM COMPARAR-IDS.

           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-CANDIDATOS.
           PERFORM IMPRIMIR-RESUMO.

           IF WS-STATUS-XREF = "00"
               CLOSE XREF-FILE
           END-IF.
           CLOSE PACIENTE-FILE.
           IF WS-TEM-MARCAS = "S"
               CLOSE NDUP-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "Provaveis duplicatas: " WS-TOTAL-CANDIDATOS
               " par(es) na lista de trabalho.".

      *****************************************************************
      * IDs da referencia cruzada em ordem de ID, com o nome canonico.
      *****************************************************************
       CARREGAR-REFERENCIA.
           MOVE ZEROES TO XRF-ID.
           START XREF-FILE KEY IS >= XRF-ID
               INVALID KEY
                   MOVE "S" TO WS-FIM-XREF
           END-START.
           PERFORM UNTIL WS-FIM-XREF = "S"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-XREF
                   NOT AT END
                       IF XRF-ID NOT = 0
                           PERFORM GUARDAR-ID-REFERENCIA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-TOTAL-IDS TO WS-TOTAL-IDS-XREF.

       GUARDAR-ID-REFERENCIA.
           IF WS-TOTAL-IDS = 0
                   OR XRF-ID NOT = WS-IDT-ID (WS-TOTAL-IDS)
               IF WS-TOTAL-IDS >= WS-MAX-IDS
                   DISPLAY "Mais de " WS-MAX-IDS " IDs; excedentes "
                       "fora da comparacao."
                   MOVE "S" TO WS-FIM-XREF
               ELSE
                   ADD 1 TO WS-TOTAL-IDS
                   MOVE WS-TOTAL-IDS TO WS-IND-ALVO
                   PERFORM INICIAR-ID
                   MOVE XRF-ID TO WS-IDT-ID (WS-IND-ALVO)
                   MOVE XRF-NOME-CANONICO TO WS-IDT-NOME (WS-IND-ALVO)
               END-IF
           END-IF.

       INICIAR-ID.
           MOVE SPACES TO WS-IDT-SEXO (WS-IND-ALVO).
           MOVE SPACES TO WS-IDT-SITE (WS-IND-ALVO).
           MOVE 0 TO WS-IDT-NASC (WS-IND-ALVO).
           MOVE 0 TO WS-IDT-VISITAS (WS-IND-ALVO).
           MOVE 0 TO WS-IDT-DATA-PRIM (WS-IND-ALVO).
           MOVE 0 TO WS-IDT-DATA-ULT (WS-IND-ALVO).

      *****************************************************************
      * Visitas do mestre em ordem de ID (chave alternada PAC-ID),
      * casadas com a tabela pela posicao. Visita sem ID (registro
      * anterior ao cadastro) nao entra: sem ID nao ha o que mesclar.
      *****************************************************************
       CARREGAR-VISITAS.
           MOVE 1 TO PAC-ID.
           START PACIENTE-FILE KEY IS >= PAC-ID
               INVALID KEY
                   MOVE "S" TO WS-FIM-PACIENTE
           END-START.
           MOVE 1 TO WS-IND-XREF.
           PERFORM UNTIL WS-FIM-PACIENTE = "S"
               READ PACIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PACIENTE
                   NOT AT END
                       PERFORM LOCALIZAR-ID-VISITA
                       IF WS-IND-ALVO > 0
                           PERFORM ACUMULAR-VISITA
                       END-IF
               END-READ
           END-PERFORM.

       LOCALIZAR-ID-VISITA.
           MOVE 0 TO WS-IND-ALVO.
           PERFORM UNTIL WS-IND-XREF > WS-TOTAL-IDS-XREF
                   OR WS-IDT-ID (WS-IND-XREF) >= PAC-ID
               ADD 1 TO WS-IND-XREF
           END-PERFORM.
           IF WS-IND-XREF <= WS-TOTAL-IDS-XREF
                   AND WS-IDT-ID (WS-IND-XREF) = PAC-ID
               MOVE WS-IND-XREF TO WS-IND-ALVO
           ELSE
               IF PAC-ID = WS-ULTIMO-ORFAO
                   MOVE WS-TOTAL-IDS TO WS-IND-ALVO
               ELSE
                   IF WS-TOTAL-IDS < WS-MAX-IDS
                       ADD 1 TO WS-TOTAL-IDS
                       IF PAC-NOME (1:8) NOT = "ANONIMO-"
                           ADD 1 TO WS-TOTAL-ORFAOS
                       END-IF
                       MOVE WS-TOTAL-IDS TO WS-IND-ALVO
                       PERFORM INICIAR-ID
                       MOVE PAC-ID TO WS-IDT-ID (WS-IND-ALVO)
                       MOVE PAC-NOME TO WS-IDT-NOME (WS-IND-ALVO)
                       MOVE PAC-ID TO WS-ULTIMO-ORFAO
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-VISITA.
           ADD 1 TO WS-IDT-VISITAS (WS-IND-ALVO).
           IF PAC-DATA-ATUAL > WS-IDT-DATA-ULT (WS-IND-ALVO)
               MOVE PAC-DATA-ATUAL TO WS-IDT-DATA-ULT (WS-IND-ALVO)
               IF PAC-SITE NOT = SPACES
                   MOVE PAC-SITE TO WS-IDT-SITE (WS-IND-ALVO)
               END-IF
           END-IF.
           IF WS-IDT-DATA-PRIM (WS-IND-ALVO) = 0
                   OR PAC-DATA-ATUAL < WS-IDT-DATA-PRIM (WS-IND-ALVO)
               MOVE PAC-DATA-ATUAL TO WS-IDT-DATA-PRIM (WS-IND-ALVO)
           END-IF.
           IF WS-IDT-SITE (WS-IND-ALVO) = SPACES
               MOVE PAC-SITE TO WS-IDT-SITE (WS-IND-ALVO)
           END-IF.
           IF PAC-DATA-NASC NOT = 0
               MOVE PAC-DATA-NASC TO WS-IDT-NASC (WS-IND-ALVO)
           END-IF.
           IF PAC-SEXO NOT = SPACE
               MOVE PAC-SEXO TO WS-IDT-SEXO (WS-IND-ALVO)
           END-IF.

      *****************************************************************
      * Chave fonetica do nome, palavra por palavra.
      *****************************************************************
       GERAR-CHAVE-FONETICA.
           INSPECT WS-FON-NOME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-FON-CHAVE.
           MOVE SPACES TO WS-FON-PRIMEIRA.
           MOVE SPACES TO WS-FON-ULTIMA.
           MOVE 1 TO WS-FON-PONTEIRO.
           MOVE 0 TO WS-FON-PALAVRAS.
           MOVE 1 TO WS-FON-POS.
           PERFORM UNTIL WS-FON-POS > 20
               IF WS-FON-NOME (WS-FON-POS:1) = SPACE
                   ADD 1 TO WS-FON-POS
               ELSE
                   PERFORM EXTRAIR-PALAVRA
                   PERFORM CODIFICAR-PALAVRA
               END-IF
           END-PERFORM.

       EXTRAIR-PALAVRA.
           MOVE SPACES TO WS-FON-PALAVRA.
           MOVE 0 TO WS-FON-TAM.
           PERFORM UNTIL WS-FON-POS > 20
                   OR WS-FON-NOME (WS-FON-POS:1) = SPACE
               ADD 1 TO WS-FON-TAM
               MOVE WS-FON-NOME (WS-FON-POS:1)
                   TO WS-FON-PALAVRA (WS-FON-TAM:1)
               ADD 1 TO WS-FON-POS
           END-PERFORM.

       CODIFICAR-PALAVRA.
           EVALUATE WS-FON-PALAVRA
               WHEN "DA"
               WHEN "DE"
               WHEN "DO"
               WHEN "DAS"
               WHEN "DOS"
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-FON-CODIGO
                   MOVE 0 TO WS-FON-TAM-COD
                   MOVE SPACE TO WS-FON-ANTERIOR
                   MOVE "N" TO WS-FON-PULAR
                   PERFORM VARYING WS-FON-IND FROM 1 BY 1
                           UNTIL WS-FON-IND > WS-FON-TAM
                       IF WS-FON-PULAR = "S"
                           MOVE "N" TO WS-FON-PULAR
                       ELSE
                           PERFORM CODIFICAR-LETRA
                       END-IF
                   END-PERFORM
                   IF WS-FON-TAM-COD > 0
                       ADD 1 TO WS-FON-PALAVRAS
                       IF WS-FON-PALAVRAS = 1
                           MOVE WS-FON-CODIGO TO WS-FON-PRIMEIRA
                       END-IF
                       MOVE WS-FON-CODIGO TO WS-FON-ULTIMA
                       STRING WS-FON-CODIGO DELIMITED BY SPACE
                           INTO WS-FON-CHAVE
                           WITH POINTER WS-FON-PONTEIRO
                           ON OVERFLOW
                               CONTINUE
                       END-STRING
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Uma letra da palavra: WS-FON-SAIDA e o som (espaco = mudo);
      * WS-FON-PULAR faz a proxima letra ser consumida junto (CH, SH,
      * PH). Som repetido em seguida so conta uma vez.
      *****************************************************************
       CODIFICAR-LETRA.
           MOVE WS-FON-PALAVRA (WS-FON-IND:1) TO WS-FON-LETRA.
           IF WS-FON-IND < 20
               MOVE WS-FON-PALAVRA (WS-FON-IND + 1:1) TO WS-FON-PROXIMA
           ELSE
               MOVE SPACE TO WS-FON-PROXIMA
           END-IF.
           MOVE WS-FON-LETRA TO WS-FON-SAIDA.
           EVALUATE WS-FON-LETRA
               WHEN "A"
               WHEN "E"
               WHEN "I"
               WHEN "O"
               WHEN "U"
               WHEN "Y"
                   IF WS-FON-TAM-COD > 0
                       MOVE SPACE TO WS-FON-SAIDA
                   ELSE
                       IF WS-FON-LETRA = "Y"
                           MOVE "I" TO WS-FON-SAIDA
                       END-IF
                   END-IF
               WHEN "H"
                   MOVE SPACE TO WS-FON-SAIDA
               WHEN "C"
                   EVALUATE WS-FON-PROXIMA
                       WHEN "H"
                           MOVE "X" TO WS-FON-SAIDA
                           MOVE "S" TO WS-FON-PULAR
                       WHEN "E"
                       WHEN "I"
                       WHEN "Y"
                           MOVE "S" TO WS-FON-SAIDA
                       WHEN OTHER
                           MOVE "K" TO WS-FON-SAIDA
                   END-EVALUATE
               WHEN "S"
                   IF WS-FON-PROXIMA = "H"
                       MOVE "X" TO WS-FON-SAIDA
                       MOVE "S" TO WS-FON-PULAR
                   END-IF
               WHEN "P"
                   IF WS-FON-PROXIMA = "H"
                       MOVE "F" TO WS-FON-SAIDA
                       MOVE "S" TO WS-FON-PULAR
                   END-IF
               WHEN "G"
                   IF WS-FON-PROXIMA = "E" OR WS-FON-PROXIMA = "I"
                       MOVE "J" TO WS-FON-SAIDA
                   END-IF
               WHEN "Q"
                   MOVE "K" TO WS-FON-SAIDA
               WHEN "Z"
                   MOVE "S" TO WS-FON-SAIDA
               WHEN "W"
                   MOVE "V" TO WS-FON-SAIDA
               WHEN "M"
                   IF WS-FON-PROXIMA = SPACE
                       MOVE "N" TO WS-FON-SAIDA
                   END-IF
               WHEN OTHER
                   IF WS-FON-LETRA NOT ALPHABETIC
                       MOVE SPACE TO WS-FON-SAIDA
                   END-IF
           END-EVALUATE.
           IF WS-FON-SAIDA NOT = SPACE
                   AND WS-FON-SAIDA NOT = WS-FON-ANTERIOR
                   AND WS-FON-TAM-COD < 10
               ADD 1 TO WS-FON-TAM-COD
               MOVE WS-FON-SAIDA TO WS-FON-CODIGO (WS-FON-TAM-COD:1)
           END-IF.
           IF WS-FON-SAIDA NOT = SPACE
               MOVE WS-FON-SAIDA TO WS-FON-ANTERIOR
           ELSE
               IF WS-FON-LETRA NOT = "H"
                   MOVE WS-FON-LETRA TO WS-FON-ANTERIOR
               END-IF
           END-IF.

      *****************************************************************
      * Compara todo par de IDs com a mesma chave do primeiro nome.
      *****************************************************************
       COMPARAR-IDS.
           PERFORM VARYING WS-IND-ID FROM 1 BY 1
                   UNTIL WS-IND-ID > WS-TOTAL-IDS
               PERFORM VARYING WS-IND-OUTRO FROM WS-IND-ID BY 1
                       UNTIL WS-IND-OUTRO > WS-TOTAL-IDS
                   IF WS-IND-OUTRO > WS-IND-ID
                           AND WS-IDT-PRIMEIRA (WS-IND-ID) NOT = SPACES
                           AND WS-IDT-PRIMEIRA (WS-IND-ID)
                               = WS-IDT-PRIMEIRA (WS-IND-OUTRO)
                       PERFORM AVALIAR-PAR
                   END-IF
               END-PERFORM
           END-PERFORM.

       AVALIAR-PAR.
           ADD 1 TO WS-TOTAL-PARES.
           MOVE 0 TO WS-PONTOS.
           MOVE "N" TO WS-PAR-DESCARTADO.
           MOVE SPACES TO WS-CRITERIOS.
           MOVE 1 TO WS-PONTEIRO-CRIT.

           EVALUATE TRUE
               WHEN WS-IDT-CHAVE (WS-IND-ID)
                       = WS-IDT-CHAVE (WS-IND-OUTRO)
                   ADD 40 TO WS-PONTOS
                   STRING "F " DELIMITED BY SIZE INTO WS-CRITERIOS
                       WITH POINTER WS-PONTEIRO-CRIT
               WHEN WS-IDT-ULTIMA (WS-IND-ID)
                       = WS-IDT-ULTIMA (WS-IND-OUTRO)
                   ADD 30 TO WS-PONTOS
                   STRING "U " DELIMITED BY SIZE INTO WS-CRITERIOS
                       WITH POINTER WS-PONTEIRO-CRIT
               WHEN OTHER
                   ADD 10 TO WS-PONTOS
                   STRING "P " DELIMITED BY SIZE INTO WS-CRITERIOS
                       WITH POINTER WS-PONTEIRO-CRIT
           END-EVALUATE.

           IF WS-IDT-NASC (WS-IND-ID) NOT = 0
                   AND WS-IDT-NASC (WS-IND-OUTRO) NOT = 0
               IF WS-IDT-NASC (WS-IND-ID) = WS-IDT-NASC (WS-IND-OUTRO)
                   ADD 30 TO WS-PONTOS
                   STRING "D " DELIMITED BY SIZE INTO WS-CRITERIOS
                       WITH POINTER WS-PONTEIRO-CRIT
               ELSE
                   SUBTRACT 30 FROM WS-PONTOS
                   STRING "X " DELIMITED BY SIZE INTO WS-CRITERIOS
                       WITH POINTER WS-PONTEIRO-CRIT
               END-IF
           END-IF.

           IF WS-IDT-SEXO (WS-IND-ID) NOT = SPACE
                   AND WS-IDT-SEXO (WS-IND-OUTRO) NOT = SPACE
               IF WS-IDT-SEXO (WS-IND-ID) = WS-IDT-SEXO (WS-IND-OUTRO)
                   ADD 10 TO WS-PONTOS
                   STRING "S " DELIMITED BY SIZE INTO WS-CRITERIOS
                       WITH POINTER WS-PONTEIRO-CRIT
               ELSE
                   MOVE "S" TO WS-PAR-DESCARTADO
               END-IF
           END-IF.

           IF WS-IDT-SITE (WS-IND-ID) NOT = SPACES
                   AND WS-IDT-SITE (WS-IND-ID)
                       = WS-IDT-SITE (WS-IND-OUTRO)
               ADD 10 TO WS-PONTOS
               STRING "L " DELIMITED BY SIZE INTO WS-CRITERIOS
                   WITH POINTER WS-PONTEIRO-CRIT
           END-IF.

           IF WS-IDT-VISITAS (WS-IND-ID) > 0
                   AND WS-IDT-VISITAS (WS-IND-OUTRO) > 0
               PERFORM COMPARAR-PERIODOS
           END-IF.

           IF WS-PAR-DESCARTADO = "N"
                   AND WS-PONTOS >= WS-LIMITE-PONTOS
               ADD 1 TO WS-TOTAL-ACIMA
               PERFORM VERIFICAR-MARCACAO
               IF WS-PAR-MARCADO = "S"
                   ADD 1 TO WS-TOTAL-SUPRIMIDOS
               ELSE
                   PERFORM GUARDAR-CANDIDATO
               END-IF
           END-IF.

      *****************************************************************
      * Periodos [primeira, ultima visita] de cada lado que se cruzam
      * ou ficam a menos de um ano um do outro: o historico de um
      * continua onde o do outro parou.
      *****************************************************************
       COMPARAR-PERIODOS.
           COMPUTE WS-ULT-MAIS-UM-ANO =
               WS-IDT-DATA-ULT (WS-IND-OUTRO) + 10000.
           IF WS-IDT-DATA-PRIM (WS-IND-ID) <= WS-ULT-MAIS-UM-ANO
               COMPUTE WS-ULT-MAIS-UM-ANO =
                   WS-IDT-DATA-ULT (WS-IND-ID) + 10000
               IF WS-IDT-DATA-PRIM (WS-IND-OUTRO)
                       <= WS-ULT-MAIS-UM-ANO
                   ADD 10 TO WS-PONTOS
                   STRING "V " DELIMITED BY SIZE INTO WS-CRITERIOS
                       WITH POINTER WS-PONTEIRO-CRIT
               END-IF
           END-IF.

       VERIFICAR-MARCACAO.
           MOVE "N" TO WS-PAR-MARCADO.
           IF WS-TEM-MARCAS = "S"
               IF WS-IDT-ID (WS-IND-ID) < WS-IDT-ID (WS-IND-OUTRO)
                   MOVE WS-IDT-ID (WS-IND-ID) TO NDP-ID-MENOR
                   MOVE WS-IDT-ID (WS-IND-OUTRO) TO NDP-ID-MAIOR
               ELSE
                   MOVE WS-IDT-ID (WS-IND-OUTRO) TO NDP-ID-MENOR
                   MOVE WS-IDT-ID (WS-IND-ID) TO NDP-ID-MAIOR
               END-IF
               READ NDUP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-PAR-MARCADO
               END-READ
           END-IF.

       GUARDAR-CANDIDATO.
           COMPUTE WS-ORD-INVERSO = 999 - WS-PONTOS.
           MOVE WS-IDT-ID (WS-IND-ID) TO WS-ORD-ID-A.
           MOVE WS-IDT-ID (WS-IND-OUTRO) TO WS-ORD-ID-B.
           IF WS-TOTAL-CANDIDATOS >= WS-MAX-CANDIDATOS
               ADD 1 TO WS-TOTAL-EXCEDENTES
               IF WS-ORDEM-NOVA < WS-CND-ORDEM (WS-MAX-CANDIDATOS)
                   SUBTRACT 1 FROM WS-TOTAL-CANDIDATOS
               END-IF
           END-IF.
           IF WS-TOTAL-CANDIDATOS < WS-MAX-CANDIDATOS
               MOVE WS-TOTAL-CANDIDATOS TO WS-IND-INS
               ADD 1 TO WS-IND-INS
               PERFORM LOCALIZAR-POSICAO-CANDIDATO
               PERFORM ABRIR-ESPACO-CANDIDATO
               MOVE WS-ORDEM-NOVA TO WS-CND-ORDEM (WS-IND-INS)
               MOVE WS-IND-ID TO WS-CND-IND-A (WS-IND-INS)
               MOVE WS-IND-OUTRO TO WS-CND-IND-B (WS-IND-INS)
               MOVE WS-PONTOS TO WS-CND-PONTOS (WS-IND-INS)
               MOVE WS-CRITERIOS TO WS-CND-CRITERIOS (WS-IND-INS)
               ADD 1 TO WS-TOTAL-CANDIDATOS
           END-IF.

       LOCALIZAR-POSICAO-CANDIDATO.
           PERFORM VARYING WS-IND-CND FROM 1 BY 1
                   UNTIL WS-IND-CND > WS-TOTAL-CANDIDATOS
               IF WS-CND-ORDEM (WS-IND-CND) > WS-ORDEM-NOVA
                       AND WS-IND-CND < WS-IND-INS
                   MOVE WS-IND-CND TO WS-IND-INS
               END-IF
           END-PERFORM.

       ABRIR-ESPACO-CANDIDATO.
           PERFORM VARYING WS-IND-DESLOCA
                   FROM WS-TOTAL-CANDIDATOS BY -1
                   UNTIL WS-IND-DESLOCA < WS-IND-INS
               MOVE WS-CANDIDATO (WS-IND-DESLOCA)
                   TO WS-CANDIDATO (WS-IND-DESLOCA + 1)
           END-PERFORM.

       IMPRIMIR-CABECALHO.
           MOVE WS-DATA-NUM TO WS-DATA-EXIBE.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDICAO TO WS-CAB-DATA.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CABECALHO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Duas linhas por par (um ID em cada), separadas por uma linha
      * em branco; pontos e criterios na linha do primeiro ID.
      *****************************************************************
       IMPRIMIR-CANDIDATOS.
           PERFORM VARYING WS-IND-CND FROM 1 BY 1
                   UNTIL WS-IND-CND > WS-TOTAL-CANDIDATOS
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CND-IND-A (WS-IND-CND) TO WS-IND-ALVO
               MOVE WS-CND-PONTOS (WS-IND-CND) TO WS-DET-PONTOS
               MOVE WS-CND-CRITERIOS (WS-IND-CND) TO WS-DET-CRITERIOS
               PERFORM IMPRIMIR-LADO
               MOVE WS-CND-IND-B (WS-IND-CND) TO WS-IND-ALVO
               MOVE 0 TO WS-DET-PONTOS
               MOVE SPACES TO WS-DET-CRITERIOS
               PERFORM IMPRIMIR-LADO
           END-PERFORM.

       IMPRIMIR-LADO.
           MOVE WS-IDT-ID (WS-IND-ALVO) TO WS-DET-ID.
           MOVE WS-IDT-NOME (WS-IND-ALVO) TO WS-DET-NOME.
           IF WS-IDT-NASC (WS-IND-ALVO) = 0
               MOVE SPACES TO WS-DET-NASC
           ELSE
               MOVE WS-IDT-NASC (WS-IND-ALVO) TO WS-DATA-EXIBE
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDICAO TO WS-DET-NASC
           END-IF.
           MOVE WS-IDT-SEXO (WS-IND-ALVO) TO WS-DET-SEXO.
           MOVE WS-IDT-SITE (WS-IND-ALVO) TO WS-DET-SITE.
           MOVE WS-IDT-VISITAS (WS-IND-ALVO) TO WS-DET-VISITAS.
           IF WS-IDT-DATA-ULT (WS-IND-ALVO) = 0
               MOVE "sem visita" TO WS-DET-ULTIMA
           ELSE
               MOVE WS-IDT-DATA-ULT (WS-IND-ALVO) TO WS-DATA-EXIBE
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDICAO TO WS-DET-ULTIMA
           END-IF.
           MOVE WS-DETALHE TO REPORT-LINE.
           WRITE REPORT-LINE.

       EDITAR-DATA.
           MOVE WS-EXB-DIA TO WS-EDI-DIA.
           MOVE WS-EXB-MES TO WS-EDI-MES.
           MOVE WS-EXB-ANO TO WS-EDI-ANO.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-RES-IDS = WS-TOTAL-IDS - WS-TOTAL-ANONIMOS.
           MOVE WS-RESUMO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ORFAOS TO WS-RES-ORFAOS.
           MOVE WS-RESUMO-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ANONIMOS TO WS-RES-ANONIMOS.
           MOVE WS-RESUMO-8 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-PARES TO WS-RES-PARES.
           MOVE WS-RESUMO-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ACIMA TO WS-RES-ACIMA.
           MOVE WS-RESUMO-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SUPRIMIDOS TO WS-RES-SUPRIMIDOS.
           MOVE WS-RESUMO-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CANDIDATOS TO WS-RES-CANDIDATOS.
           MOVE WS-RESUMO-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-EXCEDENTES > 0
               MOVE WS-TOTAL-EXCEDENTES TO WS-RES-EXCEDENTES
               MOVE WS-RESUMO-7 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Mesma pessoa: mesclar no PACREG (opcao M)."
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Pessoas diferentes: marcar no PACDUPL (modo N)."
               TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Modos N e D: so supervisor. O par e gravado sempre com o ID
      * menor primeiro.
      *****************************************************************
       MANTER-MARCACAO.
           IF WS-ID-1 = 0 OR WS-ID-2 = 0 OR WS-ID-1 = WS-ID-2
               DISPLAY "Par de IDs invalido: " WS-ID-1 " " WS-ID-2
               STOP RUN
           END-IF.
           CALL "OPERNIV" USING WS-OPERADOR, WS-NIVEL
           END-CALL.
           IF WS-NIVEL < 3
               PERFORM NEGAR-ACESSO
               STOP RUN
           END-IF.

           OPEN I-O NDUP-FILE.
           IF WS-STATUS-NDUP = "35"
               OPEN OUTPUT NDUP-FILE
               CLOSE NDUP-FILE
               OPEN I-O NDUP-FILE
           END-IF.
           IF WS-STATUS-NDUP NOT = "00"
               DISPLAY "Erro ao abrir pares nao-duplicata. Status: "
                   WS-STATUS-NDUP
               STOP RUN
           END-IF.

           IF WS-ID-1 < WS-ID-2
               MOVE WS-ID-1 TO NDP-ID-MENOR
               MOVE WS-ID-2 TO NDP-ID-MAIOR
           ELSE
               MOVE WS-ID-2 TO NDP-ID-MENOR
               MOVE WS-ID-1 TO NDP-ID-MAIOR
           END-IF.
           MOVE SPACES TO WS-AUD-DETALHE.
           IF MODO-MARCAR
               MOVE WS-DATA-NUM TO NDP-DATA
               MOVE WS-OPERADOR TO NDP-OPERADOR
               WRITE NDP-REG
                   INVALID KEY
                       DISPLAY "Par " NDP-ID-MENOR " " NDP-ID-MAIOR
                           " ja marcado como pessoas diferentes."
                       CLOSE NDUP-FILE
                       STOP RUN
               END-WRITE
               STRING "nao duplicata " NDP-ID-MENOR " " NDP-ID-MAIOR
                   DELIMITED BY SIZE INTO WS-AUD-DETALHE
               DISPLAY "Par " NDP-ID-MENOR " " NDP-ID-MAIOR
                   " marcado como pessoas diferentes."
           ELSE
               DELETE NDUP-FILE
                   INVALID KEY
                       DISPLAY "Par " NDP-ID-MENOR " " NDP-ID-MAIOR
                           " nao estava marcado."
                       CLOSE NDUP-FILE
                       STOP RUN
               END-DELETE
               STRING "desfeita nao duplicata " NDP-ID-MENOR " "
                   NDP-ID-MAIOR
                   DELIMITED BY SIZE INTO WS-AUD-DETALHE
               DISPLAY "Marcacao do par " NDP-ID-MENOR " "
                   NDP-ID-MAIOR " desfeita."
           END-IF.
           CLOSE NDUP-FILE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       NEGAR-ACESSO.
           DISPLAY "Marcar pares de cadastro exige nivel supervisor "
               "(operador " WS-OPERADOR ", nivel " WS-NIVEL ")."
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE "acesso negado marcacao duplicata" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       END PROGRAM PACDUPL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSCSV.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Importacao de roster em arquivo delimitado (CSV exportado de
      * planilha), executada como passo anterior ao ROSEDIT (ver
      * IMCLOTE.JCL): a escola e o RH do parceiro corporativo mandam
      * as listas de triagem na ordem de colunas deles, com nomes
      * acentuados, datas DD/MM/AAAA e peso com virgula decimal, e
      * alguem redigitava tudo no layout fixo de 40 bytes do
      * ROSTER.CPY. Este programa le o arquivo delimitado, converte
      * cada linha para o layout do roster, carimba ROS-SITE com o
      * site da remessa e grava o arquivo que o ROSEDIT critica como
      * sempre.
      *
      * O site da remessa vem do arquivo de parametros CSVPARM (uma
      * linha "SSS F": codigo do site e formato da remessa), no mesmo
      * espirito das DDs do IMCLOTE.JCL; sem o arquivo de parametros
      * o programa pergunta o site e o formato ao operador. Formato
      * "C" (ou em branco) e a planilha delimitada; formato "F" e a
      * remessa que ja chega no layout fixo do ROSTER.CPY (ou o
      * arquivo de rejeitos do ROSEDIT corrigido no lugar, com as
      * anotacoes depois da coluna 40): cada linha nao branca passa
      * adiante com as colunas 1-40 intactas, sem mapeamento nem
      * conversao, e o ROSEDIT critica como sempre. Formato diferente
      * de C/F encerra com RC 8.
      *
      * O mapeamento de colunas de cada site fica na tabela
      * CSVMAP.TAB, uma linha por site, em posicoes fixas:
      *   01-03 codigo do site
      *   05    delimitador (";", ",", "|" ou "T" para tabulacao)
      *   07    separador decimal ("," ou ".")
      *   09    linhas de cabecalho a pular (0 a 9)
      *   11-12 coluna do nome
      *   14-15 coluna do sobrenome (00 = nome vem inteiro numa so)
      *   17-18 coluna da altura
      *   20    unidade da altura ("M" metros, "C" centimetros)
      *   22-23 coluna do peso (quilos)
      *   25-26 coluna da data de nascimento (00 = nao informada)
      *   28-29 coluna do sexo (00 = nao informado)
      * Remessa de um site novo ou planilha com colunas trocadas e so
      * uma linha nova ou alterada na tabela, sem recompilar nada.
      *
      * Conversoes: o nome perde os acentos (tanto UTF-8 quanto
      * Latin-1, que e o que o Excel exporta conforme a maquina),
      * vai para maiusculas, com espacos repetidos comprimidos, e e
      * truncado em 20 posicoes; campos entre aspas podem conter o
      * delimitador. Altura e peso aceitam o separador decimal do
      * mapeamento (altura em centimetros e dividida por 100). A data
      * aceita DD/MM/AAAA (tambem com "-" ou ".") e AAAA-MM-DD; em
      * branco vira nascimento zerado. Sexo pela primeira letra: M ou
      * H masculino, F feminino, em branco nao informado.
      *
      * So o que nao se consegue converter e rejeitado aqui; as
      * criticas de conteudo (faixas de altura e peso, data valida,
      * site, duplicados, plausibilidade contra o mestre) continuam
      * no ROSEDIT. Cada linha rejeitada vai para a listagem de
      * rejeitos CSVREJ com o numero da linha, o codigo de motivo e o
      * texto original intacto, para o remetente corrigir a planilha:
      *   01 menos colunas que o mapeamento pede
      *   02 nome em branco
      *   03 altura nao numerica ou fora do layout
      *   04 peso nao numerico ou fora do layout
      *   05 data de nascimento fora do formato
      *   06 sexo nao reconhecido
      * Linhas em branco e as linhas de cabecalho sao puladas.
      *
      * RETURN-CODE 4 quando houve rejeito, 8 quando falta arquivo ou
      * o site nao tem mapeamento (o job para antes do ROSEDIT), 0
      * quando a remessa converteu inteira.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSVIN-FILE ASSIGN TO CSVIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSVIN.

           SELECT ROSOUT-FILE ASSIGN TO ROSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ROSOUT.

           SELECT CSVREJ-FILE ASSIGN TO CSVREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSVREJ.

           SELECT MAPA-FILE ASSIGN TO "CSVMAP.TAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MAPA.

           SELECT PARM-FILE ASSIGN TO CSVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  CSVIN-FILE.
       01 CSVIN-REG PIC X(250).

       FD  ROSOUT-FILE.
           COPY "ROSTER.CPY".

       FD  CSVREJ-FILE.
       01 CSVREJ-REG PIC X(260).

       FD  MAPA-FILE.
       01 MAPA-REG.
           05 MAP-SITE                 PIC X(03).
           05 FILLER                   PIC X.
           05 MAP-DELIMITADOR          PIC X.
           05 FILLER                   PIC X.
           05 MAP-DECIMAL              PIC X.
           05 FILLER                   PIC X.
           05 MAP-CABECALHO            PIC X.
           05 FILLER                   PIC X.
           05 MAP-COL-NOME             PIC X(02).
           05 FILLER                   PIC X.
           05 MAP-COL-SOBRENOME        PIC X(02).
           05 FILLER                   PIC X.
           05 MAP-COL-ALTURA           PIC X(02).
           05 FILLER                   PIC X.
           05 MAP-UNIDADE-ALTURA       PIC X.
           05 FILLER                   PIC X.
           05 MAP-COL-PESO             PIC X(02).
           05 FILLER                   PIC X.
           05 MAP-COL-NASC             PIC X(02).
           05 FILLER                   PIC X.
           05 MAP-COL-SEXO             PIC X(02).

       FD  PARM-FILE.
       01 PARM-LINE.
           05 PARM-SITE            PIC X(03).
           05 FILLER               PIC X.
           05 PARM-FORMATO         PIC X.

       WORKING-STORAGE SECTION.

       01 WS-STATUS-CSVIN PIC XX.
       01 WS-STATUS-ROSOUT PIC XX.
       01 WS-STATUS-CSVREJ PIC XX.
       01 WS-STATUS-MAPA PIC XX.
       01 WS-STATUS-PARM PIC XX.
       01 WS-FIM-CSV PIC X VALUE "N".
           88 FIM-CSV VALUE "S".
       01 WS-FIM-MAPA PIC X VALUE "N".
       01 WS-PARM-OBTIDO PIC X VALUE "N".
       01 WS-MAPA-ACHADO PIC X VALUE "N".

       01 WS-SITE PIC X(03).
       01 WS-FORMATO PIC X VALUE "C".
           88 FORMATO-CSV VALUE "C".
           88 FORMATO-FIXO VALUE "F".

      *****************************************************************
      * Mapeamento do site da remessa, ja convertido para numeros.
      *****************************************************************
       01 WS-DELIMITADOR PIC X.
       01 WS-SEP-DECIMAL PIC X.
       01 WS-LINHAS-CABECALHO PIC 9 VALUE 0.
       01 WS-COL-NOME PIC 99.
       01 WS-COL-SOBRENOME PIC 99.
       01 WS-COL-ALTURA PIC 99.
       01 WS-UNIDADE-ALTURA PIC X.
           88 ALTURA-EM-CM VALUE "C".
       01 WS-COL-PESO PIC 99.
       01 WS-COL-NASC PIC 99.
       01 WS-COL-SEXO PIC 99.
       01 WS-COLUNAS-EXIGIDAS PIC 99.

       01 WS-LINHA-ATUAL PIC 9(05) VALUE 0.
       01 WS-MOTIVO PIC XX.

       01 WS-TOTAL-LIDAS PIC 9(05) VALUE 0.
       01 WS-TOTAL-CABECALHO PIC 9(05) VALUE 0.
       01 WS-TOTAL-BRANCO PIC 9(05) VALUE 0.
       01 WS-TOTAL-GRAVADAS PIC 9(05) VALUE 0.
       01 WS-TOTAL-REJEITADAS PIC 9(05) VALUE 0.

      *****************************************************************
      * Colunas da linha corrente, separadas respeitando aspas.
      *****************************************************************
       01 WS-TAM-LINHA PIC 9(03).
       01 WS-TOTAL-CAMPOS PIC 99.
       01 WS-MAX-CAMPOS PIC 99 VALUE 30.
       01 WS-TAB-CAMPOS.
           05 WS-CAMPO PIC X(40) OCCURS 30 TIMES.
       01 WS-POS-CAMPO PIC 99.
       01 WS-ENTRE-ASPAS PIC X.
       01 WS-IND-CHAR PIC 9(03).
       01 WS-CHAR PIC X.
       01 WS-PROXIMO PIC X.

      *****************************************************************
      * Conversao de acentos: o segundo byte dos pares UTF-8 C3xx e o
      * byte Latin-1 C0-FF caem na mesma letra sem acento (ja em
      * maiuscula). Pares UTF-8 de outras paginas viram espaco.
      *****************************************************************
       01 WS-UTF8-ORIGEM.
           05 FILLER PIC X(16) VALUE
               X"808182838485868788898A8B8C8D8E8F".
           05 FILLER PIC X(16) VALUE
               X"909192939495969798999A9B9C9D9E9F".
           05 FILLER PIC X(16) VALUE
               X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
           05 FILLER PIC X(16) VALUE
               X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
       01 WS-LATIN1-ORIGEM.
           05 FILLER PIC X(16) VALUE
               X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
           05 FILLER PIC X(16) VALUE
               X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
           05 FILLER PIC X(16) VALUE
               X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
           05 FILLER PIC X(16) VALUE
               X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
       01 WS-SEM-ACENTO.
           05 FILLER PIC X(32) VALUE
               "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
           05 FILLER PIC X(32) VALUE
               "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".

       01 WS-TEXTO PIC X(40).
       01 WS-NOME-MONTADO PIC X(81).
       01 WS-NOME-LIMPO PIC X(81).
       01 WS-NOME-SAIDA PIC X(20).
       01 WS-POS-SAIDA PIC 99.
       01 WS-CHAR-ANTERIOR PIC X.

       01 WS-VALOR-OK PIC X.
       01 WS-VIU-SEPARADOR PIC X.
       01 WS-DIGITO PIC 9.
       01 WS-DIG-INTEIRO PIC 99.
       01 WS-DIG-FRACAO PIC 9.
       01 WS-INTEIRO PIC 9(05).
       01 WS-FRACAO PIC 99.
       01 WS-VALOR PIC 9(05)V99.
       01 WS-ALTURA PIC 9(05)V99.
       01 WS-PESO PIC 9(05)V99.

       01 WS-DATA-OK PIC X.
       01 WS-IND-PARTE PIC 9.
       01 WS-TAB-PARTES.
           05 WS-PARTE OCCURS 3 TIMES.
               10 WS-PARTE-VALOR   PIC 9(04).
               10 WS-PARTE-DIGITOS PIC 9.
       01 WS-NASC-SAIDA PIC 9(08).
       01 WS-NASC-GRUPO REDEFINES WS-NASC-SAIDA.
           05 WS-NASC-ANO PIC 9(04).
           05 WS-NASC-MES PIC 9(02).
           05 WS-NASC-DIA PIC 9(02).

       01 WS-SEXO-SAIDA PIC X.

       01 WS-LINHA-REJEITO.
           05 REJ-LINHA                PIC 9(05).
           05 FILLER                   PIC X VALUE SPACE.
           05 REJ-MOTIVO               PIC XX.
           05 FILLER                   PIC X VALUE SPACE.
           05 REJ-TEXTO                PIC X(250).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM OBTER-PARAMETRO.
           IF WS-PARM-OBTIDO = "N"
               DISPLAY "Site da remessa (codigo de 3 letras):"
               ACCEPT WS-SITE
               DISPLAY "Formato - (C)SV ou layout (F)ixo:"
               ACCEPT WS-FORMATO
           END-IF.
           INSPECT WS-SITE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-FORMATO CONVERTING "cf " TO "CFC".
           IF NOT FORMATO-CSV AND NOT FORMATO-FIXO
               DISPLAY "Formato de remessa invalido: " WS-FORMATO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FORMATO-CSV
               PERFORM CARREGAR-MAPEAMENTO
           END-IF.
           PERFORM ABRIR-ARQUIVOS.

           PERFORM UNTIL FIM-CSV
               READ CSVIN-FILE
                   AT END
                       MOVE "S" TO WS-FIM-CSV
                   NOT AT END
                       ADD 1 TO WS-LINHA-ATUAL
                       ADD 1 TO WS-TOTAL-LIDAS
                       PERFORM TRATAR-LINHA
               END-READ
           END-PERFORM.

           PERFORM FECHAR-ARQUIVOS.

           DISPLAY "Importacao do roster " WS-SITE ": "
               WS-TOTAL-LIDAS " linha(s) lida(s), "
               WS-TOTAL-GRAVADAS " convertida(s), "
               WS-TOTAL-REJEITADAS " rejeitada(s), "
               WS-TOTAL-CABECALHO " de cabecalho, "
               WS-TOTAL-BRANCO " em branco."
           IF WS-TOTAL-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      * Site via DD CSVPARM: ausente ou vazio cai no prompt
      * interativo.
      *****************************************************************
       OBTER-PARAMETRO.
           OPEN INPUT PARM-FILE.
           IF WS-STATUS-PARM = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SITE NOT = SPACES
                           MOVE PARM-SITE TO WS-SITE
                           MOVE PARM-FORMATO TO WS-FORMATO
                           MOVE "S" TO WS-PARM-OBTIDO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *****************************************************************
      * Linha do site na CSVMAP.TAB; site sem linha, ou linha com
      * posicao nao numerica, derruba o passo com RC 8.
      *****************************************************************
       CARREGAR-MAPEAMENTO.
           OPEN INPUT MAPA-FILE.
           IF WS-STATUS-MAPA NOT = "00"
               DISPLAY "Tabela de mapeamento indisponivel "
                   "(CSVMAP.TAB, status " WS-STATUS-MAPA ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIM-MAPA = "S"
               READ MAPA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-MAPA
                   NOT AT END
                       IF MAP-SITE = WS-SITE
                           MOVE "S" TO WS-MAPA-ACHADO
                           MOVE "S" TO WS-FIM-MAPA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAPA-FILE.
           IF WS-MAPA-ACHADO = "N"
               DISPLAY "Site sem mapeamento de colunas na CSVMAP.TAB: "
                   WS-SITE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MAP-CABECALHO NOT NUMERIC
                   OR MAP-COL-NOME NOT NUMERIC
                   OR MAP-COL-SOBRENOME NOT NUMERIC
                   OR MAP-COL-ALTURA NOT NUMERIC
                   OR MAP-COL-PESO NOT NUMERIC
                   OR MAP-COL-NASC NOT NUMERIC
                   OR MAP-COL-SEXO NOT NUMERIC
                   OR (MAP-UNIDADE-ALTURA NOT = "M"
                       AND MAP-UNIDADE-ALTURA NOT = "C")
               DISPLAY "Mapeamento invalido na CSVMAP.TAB: " MAPA-REG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MAP-DELIMITADOR = "T"
               MOVE X"09" TO WS-DELIMITADOR
           ELSE
               MOVE MAP-DELIMITADOR TO WS-DELIMITADOR
           END-IF.
           MOVE MAP-DECIMAL TO WS-SEP-DECIMAL.
           MOVE MAP-CABECALHO TO WS-LINHAS-CABECALHO.
           MOVE MAP-COL-NOME TO WS-COL-NOME.
           MOVE MAP-COL-SOBRENOME TO WS-COL-SOBRENOME.
           MOVE MAP-COL-ALTURA TO WS-COL-ALTURA.
           MOVE MAP-UNIDADE-ALTURA TO WS-UNIDADE-ALTURA.
           MOVE MAP-COL-PESO TO WS-COL-PESO.
           MOVE MAP-COL-NASC TO WS-COL-NASC.
           MOVE MAP-COL-SEXO TO WS-COL-SEXO.
           IF WS-COL-NOME = 0 OR WS-COL-ALTURA = 0 OR WS-COL-PESO = 0
                   OR WS-COL-NOME > WS-MAX-CAMPOS
                   OR WS-COL-SOBRENOME > WS-MAX-CAMPOS
                   OR WS-COL-ALTURA > WS-MAX-CAMPOS
                   OR WS-COL-PESO > WS-MAX-CAMPOS
                   OR WS-COL-NASC > WS-MAX-CAMPOS
                   OR WS-COL-SEXO > WS-MAX-CAMPOS
               DISPLAY "Mapeamento invalido na CSVMAP.TAB: " MAPA-REG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-COL-NOME TO WS-COLUNAS-EXIGIDAS.
           IF WS-COL-SOBRENOME > WS-COLUNAS-EXIGIDAS
               MOVE WS-COL-SOBRENOME TO WS-COLUNAS-EXIGIDAS
           END-IF.
           IF WS-COL-ALTURA > WS-COLUNAS-EXIGIDAS
               MOVE WS-COL-ALTURA TO WS-COLUNAS-EXIGIDAS
           END-IF.
           IF WS-COL-PESO > WS-COLUNAS-EXIGIDAS
               MOVE WS-COL-PESO TO WS-COLUNAS-EXIGIDAS
           END-IF.
           IF WS-COL-NASC > WS-COLUNAS-EXIGIDAS
               MOVE WS-COL-NASC TO WS-COLUNAS-EXIGIDAS
           END-IF.
           IF WS-COL-SEXO > WS-COLUNAS-EXIGIDAS
               MOVE WS-COL-SEXO TO WS-COLUNAS-EXIGIDAS
           END-IF.

       ABRIR-ARQUIVOS.
           OPEN INPUT CSVIN-FILE.
           IF WS-STATUS-CSVIN NOT = "00"
               DISPLAY "Erro ao abrir arquivo delimitado. Status: "
                   WS-STATUS-CSVIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ROSOUT-FILE.
           IF WS-STATUS-ROSOUT NOT = "00"
               DISPLAY "Erro ao abrir roster de saida. Status: "
                   WS-STATUS-ROSOUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CSVREJ-FILE.
           IF WS-STATUS-CSVREJ NOT = "00"
               DISPLAY "Erro ao abrir listagem de rejeitos. Status: "
                   WS-STATUS-CSVREJ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Cabecalho e linhas em branco sao pulados; o resto e convertido
      * campo a campo, parando no primeiro motivo de rejeicao.
      *****************************************************************
       TRATAR-LINHA.
           INSPECT CSVIN-REG REPLACING ALL X"0D" BY SPACE.
           IF WS-LINHA-ATUAL <= WS-LINHAS-CABECALHO
               ADD 1 TO WS-TOTAL-CABECALHO
           ELSE
               IF CSVIN-REG = SPACES
                   ADD 1 TO WS-TOTAL-BRANCO
               ELSE
                   IF FORMATO-FIXO
                       PERFORM COPIAR-LINHA-FIXA
                   ELSE
                       PERFORM CONVERTER-LINHA
                   END-IF
               END-IF
           END-IF.

       CONVERTER-LINHA.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM SEPARAR-CAMPOS.
           IF WS-TOTAL-CAMPOS < WS-COLUNAS-EXIGIDAS
               MOVE "01" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM CONVERTER-NOME
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE WS-CAMPO (WS-COL-ALTURA) TO WS-TEXTO
               PERFORM CONVERTER-DECIMAL
               IF ALTURA-EM-CM
                   COMPUTE WS-VALOR = WS-VALOR / 100
               END-IF
               MOVE WS-VALOR TO WS-ALTURA
               IF WS-VALOR-OK = "N" OR WS-ALTURA >= 10
                   MOVE "03" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE WS-CAMPO (WS-COL-PESO) TO WS-TEXTO
               PERFORM CONVERTER-DECIMAL
               MOVE WS-VALOR TO WS-PESO
               IF WS-VALOR-OK = "N" OR WS-PESO >= 1000
                   MOVE "04" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE 0 TO WS-NASC-SAIDA
               IF WS-COL-NASC > 0
                   MOVE WS-CAMPO (WS-COL-NASC) TO WS-TEXTO
                   PERFORM CONVERTER-DATA
                   IF WS-DATA-OK = "N"
                       MOVE "05" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE SPACE TO WS-SEXO-SAIDA
               IF WS-COL-SEXO > 0
                   MOVE WS-CAMPO (WS-COL-SEXO) TO WS-TEXTO
                   PERFORM CONVERTER-SEXO
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACES
               PERFORM GRAVAR-ROSTER
           ELSE
               PERFORM GRAVAR-REJEITO
           END-IF.

      *****************************************************************
      * Separacao das colunas caractere a caractere: o delimitador
      * dentro de aspas faz parte do campo, as aspas nao (o CR de
      * arquivo gerado no Windows ja virou espaco). Coluna alem da
      * trigesima e ignorada, e cada campo guarda 40 posicoes.
      *****************************************************************
       SEPARAR-CAMPOS.
           MOVE SPACES TO WS-TAB-CAMPOS.
           MOVE 1 TO WS-TOTAL-CAMPOS.
           MOVE 0 TO WS-POS-CAMPO.
           MOVE "N" TO WS-ENTRE-ASPAS.
           MOVE 250 TO WS-TAM-LINHA.
           PERFORM UNTIL WS-TAM-LINHA = 0
                   OR CSVIN-REG (WS-TAM-LINHA:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TAM-LINHA
           END-PERFORM.
           PERFORM VARYING WS-IND-CHAR FROM 1 BY 1
                   UNTIL WS-IND-CHAR > WS-TAM-LINHA
               MOVE CSVIN-REG (WS-IND-CHAR:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = QUOTE
                       IF WS-ENTRE-ASPAS = "S"
                           MOVE "N" TO WS-ENTRE-ASPAS
                       ELSE
                           MOVE "S" TO WS-ENTRE-ASPAS
                       END-IF
                   WHEN WS-CHAR = WS-DELIMITADOR
                           AND WS-ENTRE-ASPAS = "N"
                       IF WS-TOTAL-CAMPOS < WS-MAX-CAMPOS
                           ADD 1 TO WS-TOTAL-CAMPOS
                           MOVE 0 TO WS-POS-CAMPO
                       ELSE
                           MOVE 40 TO WS-POS-CAMPO
                       END-IF
                   WHEN OTHER
                       IF WS-POS-CAMPO < 40
                           ADD 1 TO WS-POS-CAMPO
                           MOVE WS-CHAR TO
                               WS-CAMPO (WS-TOTAL-CAMPOS)
                                   (WS-POS-CAMPO:1)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      * Nome (mais o sobrenome, quando vem em coluna propria) sem
      * acento, em maiusculas, so letras, apostrofo, hifen e ponto,
      * com espacos comprimidos e truncado nas 20 posicoes do roster.
      *****************************************************************
       CONVERTER-NOME.
           MOVE SPACES TO WS-NOME-MONTADO.
           IF WS-COL-SOBRENOME = 0
               MOVE WS-CAMPO (WS-COL-NOME) TO WS-NOME-MONTADO
           ELSE
               STRING WS-CAMPO (WS-COL-NOME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CAMPO (WS-COL-SOBRENOME) DELIMITED BY SIZE
                   INTO WS-NOME-MONTADO
           END-IF.
           MOVE SPACES TO WS-NOME-LIMPO.
           MOVE 0 TO WS-POS-SAIDA.
           MOVE 1 TO WS-IND-CHAR.
           PERFORM UNTIL WS-IND-CHAR > 81
               MOVE WS-NOME-MONTADO (WS-IND-CHAR:1) TO WS-CHAR
               MOVE SPACE TO WS-PROXIMO
               IF WS-IND-CHAR < 81
                   MOVE WS-NOME-MONTADO (WS-IND-CHAR + 1:1)
                       TO WS-PROXIMO
               END-IF
               IF WS-CHAR >= X"C2" AND WS-CHAR <= X"DF"
                       AND WS-PROXIMO >= X"80"
                       AND WS-PROXIMO <= X"BF"
                   IF WS-CHAR = X"C3"
                       MOVE WS-PROXIMO TO WS-CHAR
                       INSPECT WS-CHAR CONVERTING
                           WS-UTF8-ORIGEM TO WS-SEM-ACENTO
                   ELSE
                       MOVE SPACE TO WS-CHAR
                   END-IF
                   ADD 1 TO WS-IND-CHAR
               ELSE
                   INSPECT WS-CHAR CONVERTING
                       WS-LATIN1-ORIGEM TO WS-SEM-ACENTO
               END-IF
               INSPECT WS-CHAR CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF (WS-CHAR < "A" OR WS-CHAR > "Z")
                       AND WS-CHAR NOT = "'"
                       AND WS-CHAR NOT = "-"
                       AND WS-CHAR NOT = "."
                   MOVE SPACE TO WS-CHAR
               END-IF
               ADD 1 TO WS-POS-SAIDA
               MOVE WS-CHAR TO WS-NOME-LIMPO (WS-POS-SAIDA:1)
               ADD 1 TO WS-IND-CHAR
           END-PERFORM.

           MOVE SPACES TO WS-NOME-SAIDA.
           MOVE 0 TO WS-POS-SAIDA.
           MOVE SPACE TO WS-CHAR-ANTERIOR.
           PERFORM VARYING WS-IND-CHAR FROM 1 BY 1
                   UNTIL WS-IND-CHAR > 81 OR WS-POS-SAIDA >= 20
               MOVE WS-NOME-LIMPO (WS-IND-CHAR:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE
                       OR (WS-CHAR-ANTERIOR NOT = SPACE
                           AND WS-POS-SAIDA > 0)
                   ADD 1 TO WS-POS-SAIDA
                   MOVE WS-CHAR TO WS-NOME-SAIDA (WS-POS-SAIDA:1)
               END-IF
               MOVE WS-CHAR TO WS-CHAR-ANTERIOR
           END-PERFORM.
           IF WS-NOME-SAIDA = SPACES
               MOVE "02" TO WS-MOTIVO
           END-IF.

      *****************************************************************
      * Numero com o separador decimal do mapeamento (no maximo cinco
      * digitos inteiros; decimais alem da segunda casa sao
      * desprezados). Espacos sao ignorados; qualquer outro caractere,
      * ou campo sem digito, invalida o valor.
      *****************************************************************
       CONVERTER-DECIMAL.
           MOVE "S" TO WS-VALOR-OK.
           MOVE "N" TO WS-VIU-SEPARADOR.
           MOVE 0 TO WS-INTEIRO.
           MOVE 0 TO WS-FRACAO.
           MOVE 0 TO WS-DIG-INTEIRO.
           MOVE 0 TO WS-DIG-FRACAO.
           PERFORM VARYING WS-IND-CHAR FROM 1 BY 1
                   UNTIL WS-IND-CHAR > 40 OR WS-VALOR-OK = "N"
               MOVE WS-TEXTO (WS-IND-CHAR:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = SPACE
                       CONTINUE
                   WHEN WS-CHAR IS NUMERIC
                       MOVE WS-CHAR TO WS-DIGITO
                       IF WS-VIU-SEPARADOR = "N"
                           IF WS-DIG-INTEIRO >= 5
                               MOVE "N" TO WS-VALOR-OK
                           ELSE
                               ADD 1 TO WS-DIG-INTEIRO
                               COMPUTE WS-INTEIRO =
                                   WS-INTEIRO * 10 + WS-DIGITO
                           END-IF
                       ELSE
                           ADD 1 TO WS-DIG-FRACAO
                           IF WS-DIG-FRACAO = 1
                               COMPUTE WS-FRACAO = WS-DIGITO * 10
                           END-IF
                           IF WS-DIG-FRACAO = 2
                               ADD WS-DIGITO TO WS-FRACAO
                           END-IF
                           IF WS-DIG-FRACAO > 2
                               MOVE 3 TO WS-DIG-FRACAO
                           END-IF
                       END-IF
                   WHEN WS-CHAR = WS-SEP-DECIMAL
                           AND WS-VIU-SEPARADOR = "N"
                       MOVE "S" TO WS-VIU-SEPARADOR
                   WHEN OTHER
                       MOVE "N" TO WS-VALOR-OK
               END-EVALUATE
           END-PERFORM.
           IF WS-DIG-INTEIRO = 0 AND WS-DIG-FRACAO = 0
               MOVE "N" TO WS-VALOR-OK
           END-IF.
           COMPUTE WS-VALOR = WS-INTEIRO + WS-FRACAO / 100.

      *****************************************************************
      * Data em tres partes separadas por "/", "-" ou ".": dia e mes
      * com 1 ou 2 digitos e ano com 4 (DD/MM/AAAA), ou ano primeiro
      * (AAAA-MM-DD). Campo em branco e nascimento nao informado. A
      * validade do dia e do mes fica com o ROSEDIT (motivo 07).
      *****************************************************************
       CONVERTER-DATA.
           MOVE "S" TO WS-DATA-OK.
           MOVE 0 TO WS-NASC-SAIDA.
           IF WS-TEXTO NOT = SPACES
               INITIALIZE WS-TAB-PARTES
               MOVE 1 TO WS-IND-PARTE
               PERFORM VARYING WS-IND-CHAR FROM 1 BY 1
                       UNTIL WS-IND-CHAR > 40 OR WS-DATA-OK = "N"
                   MOVE WS-TEXTO (WS-IND-CHAR:1) TO WS-CHAR
                   EVALUATE TRUE
                       WHEN WS-CHAR = SPACE
                           CONTINUE
                       WHEN WS-CHAR IS NUMERIC
                           MOVE WS-CHAR TO WS-DIGITO
                           IF WS-PARTE-DIGITOS (WS-IND-PARTE) >= 4
                               MOVE "N" TO WS-DATA-OK
                           ELSE
                               ADD 1 TO WS-PARTE-DIGITOS (WS-IND-PARTE)
                               COMPUTE WS-PARTE-VALOR (WS-IND-PARTE) =
                                   WS-PARTE-VALOR (WS-IND-PARTE) * 10
                                   + WS-DIGITO
                           END-IF
                       WHEN WS-CHAR = "/" OR WS-CHAR = "-"
                               OR WS-CHAR = "."
                           IF WS-IND-PARTE >= 3
                               MOVE "N" TO WS-DATA-OK
                           ELSE
                               ADD 1 TO WS-IND-PARTE
                           END-IF
                       WHEN OTHER
                           MOVE "N" TO WS-DATA-OK
                   END-EVALUATE
               END-PERFORM
               IF WS-DATA-OK = "S"
                   PERFORM MONTAR-DATA
               END-IF
           END-IF.

       MONTAR-DATA.
           IF WS-IND-PARTE NOT = 3
               MOVE "N" TO WS-DATA-OK
           ELSE
               IF WS-PARTE-DIGITOS (3) = 4
                       AND WS-PARTE-DIGITOS (1) >= 1
                       AND WS-PARTE-DIGITOS (1) <= 2
                       AND WS-PARTE-DIGITOS (2) >= 1
                       AND WS-PARTE-DIGITOS (2) <= 2
                   MOVE WS-PARTE-VALOR (3) TO WS-NASC-ANO
                   MOVE WS-PARTE-VALOR (2) TO WS-NASC-MES
                   MOVE WS-PARTE-VALOR (1) TO WS-NASC-DIA
               ELSE
                   IF WS-PARTE-DIGITOS (1) = 4
                           AND WS-PARTE-DIGITOS (2) >= 1
                           AND WS-PARTE-DIGITOS (2) <= 2
                           AND WS-PARTE-DIGITOS (3) >= 1
                           AND WS-PARTE-DIGITOS (3) <= 2
                       MOVE WS-PARTE-VALOR (1) TO WS-NASC-ANO
                       MOVE WS-PARTE-VALOR (2) TO WS-NASC-MES
                       MOVE WS-PARTE-VALOR (3) TO WS-NASC-DIA
                   ELSE
                       MOVE "N" TO WS-DATA-OK
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Sexo pela primeira letra do campo ("Masculino", "F", "Homem"
      * ...); campo em branco fica em branco.
      *****************************************************************
       CONVERTER-SEXO.
           MOVE SPACE TO WS-CHAR.
           PERFORM VARYING WS-IND-CHAR FROM 1 BY 1
                   UNTIL WS-IND-CHAR > 40 OR WS-CHAR NOT = SPACE
               MOVE WS-TEXTO (WS-IND-CHAR:1) TO WS-CHAR
           END-PERFORM.
           INSPECT WS-CHAR CONVERTING "fmh" TO "FMH".
           EVALUATE WS-CHAR
               WHEN "F"
                   MOVE "F" TO WS-SEXO-SAIDA
               WHEN "M"
               WHEN "H"
                   MOVE "M" TO WS-SEXO-SAIDA
               WHEN SPACE
                   MOVE SPACE TO WS-SEXO-SAIDA
               WHEN OTHER
                   MOVE "06" TO WS-MOTIVO
           END-EVALUATE.

       GRAVAR-ROSTER.
           MOVE WS-NOME-SAIDA TO ROS-NOME.
           MOVE WS-ALTURA TO ROS-ALTURA.
           MOVE WS-PESO TO ROS-PESO.
           MOVE WS-NASC-SAIDA TO ROS-DATA-NASC.
           MOVE WS-SEXO-SAIDA TO ROS-SEXO.
           MOVE WS-SITE TO ROS-SITE.
           WRITE ROSTER-REG.
           ADD 1 TO WS-TOTAL-GRAVADAS.

      *****************************************************************
      * Remessa ja no layout fixo: as 40 primeiras colunas passam como
      * estao; o que vier depois (anotacoes do ROSEDIT) fica de fora.
      *****************************************************************
       COPIAR-LINHA-FIXA.
           MOVE CSVIN-REG (1:40) TO ROSTER-REG.
           WRITE ROSTER-REG.
           ADD 1 TO WS-TOTAL-GRAVADAS.

       GRAVAR-REJEITO.
           MOVE WS-LINHA-ATUAL TO REJ-LINHA.
           MOVE WS-MOTIVO TO REJ-MOTIVO.
           MOVE CSVIN-REG TO REJ-TEXTO.
           MOVE WS-LINHA-REJEITO TO CSVREJ-REG.
           WRITE CSVREJ-REG.
           ADD 1 TO WS-TOTAL-REJEITADAS.

       FECHAR-ARQUIVOS.
           CLOSE CSVIN-FILE.
           CLOSE ROSOUT-FILE.
           CLOSE CSVREJ-FILE.

       END PROGRAM ROSCSV.

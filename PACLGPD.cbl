       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACLGPD.
       AUTHOR. Thuany Mendonça.

      *****************************************************************
      * Atendimento ao titular de dados (lei de protecao de dados):
      * quando um cliente pergunta o que guardamos sobre ele, a
      * resposta era montada com grep arquivo por arquivo. Este
      * utilitario resolve o nome digitado via PACBUSCA (modo
      * consulta) para o ID permanente e percorre todo arquivo que
      * guarda o cliente:
      *
      *   PACIENTE.DAT......: visitas do mestre (pelo PAC-ID, mais as
      *                       visitas legadas de ID zero gravadas sob
      *                       qualquer variante do nome);
      *   PACARQ.DAT........: visitas no arquivo morto do PACARQ;
      *   PACXREF.DAT.......: variantes de nome ligadas ao ID;
      *   SEGUIMTO.DAT......: casos de seguimento (o caso nao tem ID,
      *                       e casado pelo nome canonico ou variante);
      *   SEGTENT.DAT.......: tentativas de contato desses casos;
      *   PACMETA.DAT.......: meta ativa;
      *   AGENDA.DAT........: agendamentos de retorno;
      *   EXTCLIN.DAT.......: ultimo extrato enviado a clinica;
      *   FATCORP.DAT.......: itens da ultima fatura corporativa
      *                       enviada ao financeiro (FATCORP.cbl);
      *   AUDIT.AAAAMMDD.LOG: linhas de auditoria com o nome, em cada
      *                       geracao diaria desde a data informada
      *                       (zero = primeira visita do cliente),
      *                       mais o AUDIT.LOG unico antigo;
      *   PACJRN.AAAAMMDD.DAT: imagens antes/depois das visitas do
      *                       titular no diario de imagens do mestre
      *                       (PACJRNL.cbl), nas geracoes do mesmo
      *                       periodo dos logs.
      *
      * Dois modos:
      *   (R)elatorio   - PACLGPD.LST com tudo o que existe sobre o
      *                   ID, arquivo por arquivo, e o quadro de
      *                   controle com a contagem de cada arquivo;
      *   (A)nonimizar  - troca o nome por um token (ANONIMO- mais o
      *                   ID) em todos esses arquivos e apaga a data
      *                   de nascimento. O PAC-ID, o sexo, o site e
      *                   as medicoes ficam intactos, entao o ESTMENS
      *                   e o PERTRAJ continuam contando o cliente.
      *                   Para o PERTRAJ, que precisa da idade, o
      *                   nascimento de quem ainda era menor de 18
      *                   na visita mais recente fica reduzido a ano
      *                   e mes (dia 01); o de adulto e zerado. A
      *                   observacao livre dos casos de seguimento e
      *                   apagada (texto livre costuma levar telefone
      *                   e nome de parente), e pelo mesmo motivo a
      *                   observacao de cada tentativa de contato
      *                   desses casos no SEGTENT.DAT. As variantes do
      *                   PACXREF.DAT sao substituidas por uma unica
      *                   entrada com o token - e por isso sao o
      *                   ultimo arquivo tratado: se a execucao cair
      *                   no meio, o nome ainda resolve e basta
      *                   rodar de novo. O relatorio de anonimizacao
      *                   traz so o quadro de controle (nunca o
      *                   conteudo antigo), e cada arquivo tratado
      *                   gera a sua linha no AUDITLOG, sob o token.
      *
      * Arquivos sequenciais (PACARQ.DAT, EXTCLIN.DAT, FATCORP.DAT e
      * as geracoes do log e do diario de imagens) sao regravados por
      * copia: o arquivo e copiado para o PACLGPD.TMP com o nome
      * trocado e, havendo troca, copiado de volta. Arquivo
      * inexistente sai no controle com contagem zero. Se a copia de
      * volta nao puder ser feita (PACLGPD.TMP ou o arquivo original
      * sem abrir), o arquivo original fica como estava, a copia
      * anonimizada fica no PACLGPD.TMP e a execucao para ali, com o
      * quadro de controle impresso - o PACXREF.DAT ainda nao foi
      * tocado, entao basta rodar de novo depois de resolver o erro.
      * Registro que ja esta sob o token (execucao repetida) conta
      * como encontrado, nao como anonimizado de novo.
      *
      * A propria anonimizacao do mestre nao vai para o diario de
      * imagens - a imagem "antes" seria justamente o dado apagado.
      * Por isso uma recuperacao do mestre (PACRECUP) sobre um backup
      * anterior a anonimizacao traz o nome antigo de volta: as
      * visitas do titular saem como conflito no controle da
      * recuperacao, e o PACLGPD deve ser executado de novo, pelo
      * token, sobre o mestre recuperado.
      *
      * A anonimizacao e irreversivel: so executa depois de mostrar
      * quantas visitas e variantes serao tocadas e de o operador
      * confirmar com S. Os dois modos exigem nivel 3 (supervisor)
      * pelo OPERNIV; tentativa negada ganha a sua linha no AUDITLOG.
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

           SELECT XREF-FILE ASSIGN TO "PACXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-NOME
               ALTERNATE RECORD KEY IS XRF-ID WITH DUPLICATES
               FILE STATUS IS WS-STATUS-XREF.

           SELECT SEGUIMTO-FILE ASSIGN TO "SEGUIMTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-NUMERO
               FILE STATUS IS WS-STATUS-SEGUIMTO.

           SELECT TENTATIVA-FILE ASSIGN TO "SEGTENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TNT-CHAVE
               FILE STATUS IS WS-STATUS-TENTATIVA.

           SELECT META-FILE ASSIGN TO "PACMETA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS META-PAC-ID
               FILE STATUS IS WS-STATUS-META.

           SELECT AGENDA-FILE ASSIGN TO "AGENDA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-STATUS-AGENDA.

           SELECT ARQUIVO-FILE ASSIGN TO "PACARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ARQUIVO.

           SELECT EXTRATO-FILE ASSIGN TO "EXTCLIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT FATURA-FILE ASSIGN TO "FATCORP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FATURA.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.

           SELECT DIARIO-FILE ASSIGN TO DYNAMIC WS-DIARIO-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIARIO.

           SELECT TRABALHO-FILE ASSIGN TO "PACLGPD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT REPORT-FILE ASSIGN TO "PACLGPD.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTE-FILE.
           COPY "PACIENTE.CPY".

       FD  XREF-FILE.
           COPY "PACXREF.CPY".

       FD  SEGUIMTO-FILE.
           COPY "SEGUIMTO.CPY".

       FD  TENTATIVA-FILE.
           COPY "SEGTENT.CPY".

       FD  META-FILE.
           COPY "PACMETA.CPY".

       FD  AGENDA-FILE.
           COPY "AGENDA.CPY".

       FD  ARQUIVO-FILE.
       01 ARQUIVO-REG PIC X(100).

       FD  EXTRATO-FILE.
       01 EXTRATO-REG PIC X(72).

       FD  FATURA-FILE.
       01 FATURA-REG PIC X(80).

       FD  AUDIT-FILE.
       01 AUDIT-LINE PIC X(120).

       FD  DIARIO-FILE.
           COPY "PACJRN.CPY".

       FD  TRABALHO-FILE.
       01 TRABALHO-REG PIC X(200).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-STATUS-PACIENTE PIC XX.
       01 WS-STATUS-XREF PIC XX.
       01 WS-STATUS-SEGUIMTO PIC XX.
       01 WS-STATUS-TENTATIVA PIC XX.
       01 WS-STATUS-META PIC XX.
       01 WS-STATUS-AGENDA PIC XX.
       01 WS-STATUS-ARQUIVO PIC XX.
       01 WS-STATUS-EXTRATO PIC XX.
       01 WS-STATUS-FATURA PIC XX.
       01 WS-STATUS-AUDIT PIC XX.
       01 WS-STATUS-DIARIO PIC XX.
       01 WS-STATUS-TRABALHO PIC XX.
       01 WS-STATUS-REPORT PIC XX.

       01 WS-FIM-BUSCA PIC X.
       01 WS-FIM-TRABALHO PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-MODO PIC X.
           88 MODO-ANONIMIZAR VALUE "A".

       01 WS-NOME-CONSULTA PIC X(20).
       01 WS-ID-CONSULTA PIC 9(07).
       01 WS-MODO-BUSCA PIC X VALUE "C".

       01 WS-TOKEN.
           05 FILLER               PIC X(08) VALUE "ANONIMO-".
           05 WS-TOKEN-ID          PIC 9(07).
           05 FILLER               PIC X(05) VALUE SPACES.

       01 WS-DATA-NUM PIC 9(8).
       01 WS-DATA-GRUPO REDEFINES WS-DATA-NUM.
           05 WS-ANO PIC 9(4).
           05 WS-MES PIC 99.
           05 WS-DIA PIC 99.

      *****************************************************************
      * Nomes que identificam o titular: o canonico devolvido pelo
      * PACBUSCA e toda variante do PACXREF.DAT ligada ao ID.
      *****************************************************************
       01 WS-TOTAL-NOMES PIC 9(03) VALUE 0.
       01 WS-MAX-NOMES PIC 9(03) VALUE 50.
       01 WS-TAB-NOMES.
           05 WS-NOME-TITULAR PIC X(20) OCCURS 50 TIMES.
       01 WS-IND-NOME PIC 9(03).
       01 WS-NOME-TESTE PIC X(20).
       01 WS-NOME-CONFERE PIC X.

      *****************************************************************
      * Chaves primarias das visitas do titular, colhidas antes de
      * qualquer regravacao (a anonimizacao troca PAC-NOME, que faz
      * parte da chave - mesmo rito do PACIDFIX).
      *****************************************************************
       01 WS-TOTAL-CHAVES PIC 9(04) VALUE 0.
       01 WS-MAX-CHAVES PIC 9(04) VALUE 1000.
       01 WS-TAB-CHAVES.
           05 WS-CHAVE-VISITA OCCURS 1000 TIMES.
               10 WS-CHV-NOME        PIC X(20).
               10 WS-CHV-DATA        PIC 9(08).
       01 WS-IND-CHAVE PIC 9(04).
       01 WS-CHAVE-ACHADA PIC X.

      *****************************************************************
      * Nascimento que fica no registro anonimizado: zero para quem
      * ja era adulto na visita mais recente, ano e mes (dia 01) para
      * quem ainda era menor.
      *****************************************************************
       01 WS-PRIMEIRA-VISITA PIC 9(08) VALUE 0.
       01 WS-ULTIMA-VISITA PIC 9(08) VALUE 0.
       01 WS-NASC-CLIENTE PIC 9(08) VALUE 0.
       01 WS-IDADE-ANOS PIC 9(03).
       01 WS-NASC-ANONIMO PIC 9(08) VALUE 0.
       01 WS-NASC-ANON-GRUPO REDEFINES WS-NASC-ANONIMO.
           05 WS-NAN-ANOMES PIC 9(06).
           05 WS-NAN-DIA    PIC 9(02).

      *****************************************************************
      * Registro arquivado e registro do extrato, no layout de cada
      * arquivo, sem mexer nas areas dos FDs.
      *****************************************************************
       01 WS-REG-ARQUIVADO.
           05 WS-ARQ-NOME             PIC X(20).
           05 WS-ARQ-DATA             PIC 9(08).
           05 WS-ARQ-ID               PIC 9(07).
           05 WS-ARQ-DATA-NASC        PIC 9(08).
           05 WS-ARQ-SEXO             PIC X.
           05 WS-ARQ-SITE             PIC X(03).
           05 WS-ARQ-ALTURA           PIC 9V99.
           05 WS-ARQ-PESO             PIC 999V99.
           05 WS-ARQ-IMC              PIC 999V99.
           05 WS-ARQ-CLASSIFICACAO    PIC X(20).
           05 FILLER                  PIC X(20).

       01 WS-REG-EXTRATO.
           05 WS-EXT-TIPO             PIC X.
           05 WS-EXT-ID               PIC 9(07).
           05 WS-EXT-NOME             PIC X(20).
           05 WS-EXT-DATA             PIC 9(08).
           05 WS-EXT-ALTURA           PIC 9V99.
           05 WS-EXT-PESO             PIC 999V99.
           05 WS-EXT-IMC              PIC 999V99.
           05 WS-EXT-CLASSIFICACAO    PIC X(20).
           05 WS-EXT-SITE             PIC X(03).

      *****************************************************************
      * Registro do FATCORP.DAT; so o detalhe ("D") traz a pessoa.
      *****************************************************************
       01 WS-REG-FATURA.
           05 WS-FAT-TIPO-REG         PIC X.
           05 WS-FAT-NUMERO           PIC 9(07).
           05 WS-FAT-TIPO-ITEM        PIC X.
           05 WS-FAT-ID               PIC 9(07).
           05 WS-FAT-NOME             PIC X(20).
           05 WS-FAT-DATA             PIC 9(08).
           05 WS-FAT-CASO             PIC 9(07).
           05 WS-FAT-VALOR            PIC 9(07)V99.
           05 FILLER                  PIC X(20).

      *****************************************************************
      * Mesmo layout de WS-LINHA-AUDITORIA do AUDITLOG.cbl.
      *****************************************************************
       01 WS-REG-AUDIT.
           05 FILLER                  PIC X(20).
           05 WS-AUDL-PROGRAMA        PIC X(08).
           05 FILLER                  PIC X.
           05 WS-AUDL-OPERADOR        PIC X(12).
           05 FILLER                  PIC X.
           05 WS-AUDL-NOME            PIC X(20).
           05 FILLER                  PIC X(58).

       01 WS-AUDIT-ARQUIVO.
           05 FILLER           PIC X(06) VALUE "AUDIT.".
           05 WS-ARQ-LOG-DATA  PIC 9(08).
           05 FILLER           PIC X(04) VALUE ".LOG".

       01 WS-LOG-INICIO PIC 9(08).
       01 WS-LOG-INICIO-GRUPO REDEFINES WS-LOG-INICIO.
           05 WS-LOG-INI-ANO   PIC 9(04).
           05 FILLER           PIC 9(04).
       01 WS-DIA-LOG PIC 9(07).
       01 WS-DIA-LOG-FIM PIC 9(07).
       01 WS-TOTAL-GERACOES PIC 9(05) VALUE 0.

       01 WS-DIARIO-ARQUIVO.
           05 FILLER           PIC X(07) VALUE "PACJRN.".
           05 WS-ARQ-JRN-DATA  PIC 9(08).
           05 FILLER           PIC X(04) VALUE ".DAT".
       01 WS-TOTAL-DIARIOS PIC 9(05) VALUE 0.
       01 WS-ANTES-CONFERE PIC X.
       01 WS-DEPOIS-CONFERE PIC X.

      *****************************************************************
      * Contagens por arquivo para o quadro de controle, na ordem:
      * 1 PACIENTE, 2 PACARQ, 3 PACXREF, 4 SEGUIMTO, 5 PACMETA,
      * 6 AGENDA, 7 EXTCLIN, 8 geracoes do log de auditoria,
      * 9 SEGTENT, 10 geracoes do diario de imagens, 11 FATCORP.
      *****************************************************************
       01 WS-TAB-NOMES-ARQUIVO.
           05 FILLER PIC X(18) VALUE "PACIENTE.DAT".
           05 FILLER PIC X(18) VALUE "PACARQ.DAT".
           05 FILLER PIC X(18) VALUE "PACXREF.DAT".
           05 FILLER PIC X(18) VALUE "SEGUIMTO.DAT".
           05 FILLER PIC X(18) VALUE "PACMETA.DAT".
           05 FILLER PIC X(18) VALUE "AGENDA.DAT".
           05 FILLER PIC X(18) VALUE "EXTCLIN.DAT".
           05 FILLER PIC X(18) VALUE "AUDIT.AAAAMMDD.LOG".
           05 FILLER PIC X(18) VALUE "SEGTENT.DAT".
           05 FILLER PIC X(18) VALUE "PACJRN.AAAAMMDD".
           05 FILLER PIC X(18) VALUE "FATCORP.DAT".
       01 WS-TAB-ARQUIVOS REDEFINES WS-TAB-NOMES-ARQUIVO.
           05 WS-NOME-ARQUIVO PIC X(18) OCCURS 11 TIMES.
       01 WS-TAB-CONTROLE.
           05 WS-CONTROLE OCCURS 11 TIMES.
               10 WS-CTL-ACHADOS     PIC 9(07).
               10 WS-CTL-ALTERADOS   PIC 9(07).
               10 WS-CTL-ERROS       PIC 9(05).
               10 WS-CTL-AUSENTE     PIC X.
       01 WS-IND-ARQ PIC 99.

      *****************************************************************
      * Numeros dos casos de seguimento do titular, guardados na
      * varredura do SEGUIMTO.DAT: depois da anonimizacao o caso ja
      * nao tem o nome, entao as tentativas sao achadas pelo numero.
      *****************************************************************
       01 WS-TOTAL-CASOS PIC 9(03) VALUE 0.
       01 WS-MAX-CASOS PIC 9(03) VALUE 200.
       01 WS-TAB-CASOS.
           05 WS-CASO-NUMERO PIC 9(07) OCCURS 200 TIMES.
       01 WS-IND-CASO PIC 9(03).
       01 WS-FIM-TENTATIVAS PIC X.
       01 WS-ALTERADOS-ARQUIVO PIC 9(07).
       01 WS-IMAGEM-TROCADA PIC X.

      *****************************************************************
      * Arquivo sequencial cuja copia de volta falhou: nome real do
      * arquivo (a geracao, no log e no diario) e status do erro.
      *****************************************************************
       01 WS-ARQUIVO-DEVOLUCAO PIC X(20).
       01 WS-STATUS-DEVOLUCAO PIC XX.

       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.

       01 WS-AUD-PROGRAMA PIC X(8) VALUE "PACLGPD".
       01 WS-AUD-NOME PIC X(20).
       01 WS-AUD-DETALHE PIC X(40).
       01 WS-AUD-IMC PIC X(10) VALUE "N/A".
       01 WS-AUD-CONTAGEM PIC 9(07).

       01 WS-CABECALHO-1.
           05 WS-CAB-TITULO     PIC X(36).
           05 FILLER            PIC X(04) VALUE "ID ".
           05 WS-CAB-ID         PIC 9(07).
           05 FILLER            PIC X(03) VALUE " - ".
           05 WS-CAB-NOME       PIC X(20).
           05 FILLER            PIC X(04) VALUE " em ".
           05 WS-CAB-DATA       PIC 9(08).

       01 WS-TITULO-SECAO.
           05 FILLER            PIC X(03) VALUE "== ".
           05 WS-SEC-ARQUIVO    PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-SEC-DESCRICAO  PIC X(40).

       01 WS-DET-VISITA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-DV-DATA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DV-NOME        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DV-ID          PIC 9(07).
           05 FILLER            PIC X(06) VALUE " nasc ".
           05 WS-DV-NASC        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DV-SEXO        PIC X.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DV-SITE        PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DV-ALTURA      PIC Z9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DV-PESO        PIC ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DV-IMC         PIC ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DV-CLASSE      PIC X(20).

       01 WS-DET-XREF.
           05 FILLER            PIC X(11) VALUE "  variante ".
           05 WS-DX-NOME        PIC X(20).
           05 FILLER            PIC X(10) VALUE " canonico ".
           05 WS-DX-CANONICO    PIC X(20).

       01 WS-DET-CASO.
           05 FILLER            PIC X(07) VALUE "  caso ".
           05 WS-DC-NUMERO      PIC 9(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DC-ABERTURA    PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DC-PROGRAMA    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DC-STATUS      PIC X.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DC-IMC         PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DC-CLASSE      PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DC-CONTATO     PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DC-RETORNO     PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DC-OBS         PIC X(40).

       01 WS-DET-TENTATIVA.
           05 FILLER            PIC X(07) VALUE "  caso ".
           05 WS-DT-NUMERO      PIC 9(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DT-DATA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DT-HORA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DT-OPERADOR    PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DT-PROGRAMA    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DT-CANAL       PIC X.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DT-RESULTADO   PIC X.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DT-OBS         PIC X(40).

       01 WS-DET-META.
           05 FILLER            PIC X(13) VALUE "  peso alvo ".
           05 WS-DM-PESO        PIC ZZ9.99.
           05 FILLER            PIC X(11) VALUE " imc alvo ".
           05 WS-DM-IMC         PIC ZZ9.99.
           05 FILLER            PIC X(06) VALUE " ate ".
           05 WS-DM-DATA        PIC 9(08).
           05 FILLER            PIC X(06) VALUE " por ".
           05 WS-DM-OPERADOR    PIC X(12).
           05 FILLER            PIC X(04) VALUE " em ".
           05 WS-DM-REGISTRO    PIC 9(08).

       01 WS-DET-AGENDA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-DA-DATA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DA-NOME        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DA-SITE        PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DA-STATUS      PIC X.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DA-MOTIVO      PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DA-OPERADOR    PIC X(12).

       01 WS-DET-LOG.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-DL-LINHA       PIC X(120).

       01 WS-DET-DIARIO.
           05 FILLER            PIC X(09) VALUE "  diario ".
           05 WS-DD-DATA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DD-HORA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DD-PROGRAMA    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DD-OPERADOR    PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DD-OPERACAO    PIC X.

       01 WS-DET-FATURA.
           05 FILLER            PIC X(08) VALUE "  fatura".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DF-NUMERO      PIC 9(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DF-TIPO        PIC X.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DF-DATA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DF-NOME        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DF-ID          PIC 9(07).
           05 FILLER            PIC X(06) VALUE " caso ".
           05 WS-DF-CASO        PIC 9(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-DF-VALOR       PIC Z(6)9.99.

       01 WS-DET-AUSENTE.
           05 FILLER            PIC X(30) VALUE
               "  (arquivo inexistente)".

       01 WS-TITULO-CONTROLE.
           05 FILLER            PIC X(20) VALUE "CONTROLE POR ARQUIVO".
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE " ENCONTRADOS".
           05 FILLER            PIC X(13) VALUE " ANONIMIZADOS".
           05 FILLER            PIC X(06) VALUE " ERROS".

       01 WS-LINHA-CONTROLE.
           05 WS-LC-ARQUIVO     PIC X(18).
           05 FILLER            PIC X(09) VALUE SPACES.
           05 WS-LC-ACHADOS     PIC ZZZZZZ9.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 WS-LC-ALTERADOS   PIC ZZZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LC-ERROS       PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-LC-OBS         PIC X(14).

       01 WS-RESUMO-LOG.
           05 FILLER            PIC X(34) VALUE
               "Geracoes do log lidas............".
           05 WS-RES-GERACOES   PIC ZZZZ9.
       01 WS-RESUMO-DIARIO.
           05 FILLER            PIC X(34) VALUE
               "Geracoes do diario lidas.........".
           05 WS-RES-DIARIOS    PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           CALL "OPERNIV" USING WS-OPERADOR, WS-NIVEL
           END-CALL.
           IF WS-NIVEL < 3
               PERFORM NEGAR-ACESSO
               STOP RUN
           END-IF.
           ACCEPT WS-DATA-NUM FROM DATE YYYYMMDD.
           INITIALIZE WS-TAB-CONTROLE.

           DISPLAY "Nome do titular dos dados:".
           ACCEPT WS-NOME-CONSULTA.
           CALL "PACBUSCA" USING WS-NOME-CONSULTA, WS-ID-CONSULTA,
               WS-MODO-BUSCA
           END-CALL.
           IF WS-ID-CONSULTA = 0
               DISPLAY "Paciente nao cadastrado: " WS-NOME-CONSULTA
               STOP RUN
           END-IF.
           MOVE WS-ID-CONSULTA TO WS-TOKEN-ID.

           DISPLAY "Modo - (R)elatorio do titular ou (A)nonimizar?".
           ACCEPT WS-MODO.
           IF WS-MODO = "a"
               MOVE "A" TO WS-MODO
           END-IF.
           IF WS-MODO NOT = "A"
               MOVE "R" TO WS-MODO
           END-IF.
           DISPLAY "Logs de auditoria e diario de imagens a partir "
               "de (AAAAMMDD, 0 = primeira visita do cliente):".
           ACCEPT WS-LOG-INICIO.
           IF WS-LOG-INICIO NOT = 0
               IF WS-LOG-INI-ANO < 1900
                       OR FUNCTION TEST-DATE-YYYYMMDD (WS-LOG-INICIO)
                           NOT = 0
                   DISPLAY "Data inicial invalida: " WS-LOG-INICIO
                   STOP RUN
               END-IF
           END-IF.

           PERFORM CARREGAR-NOMES.
           PERFORM ABRIR-MESTRE.
           PERFORM COLHER-VISITAS.
           PERFORM CALCULAR-NASCIMENTO-ANONIMO.

           IF MODO-ANONIMIZAR
               PERFORM CONFIRMAR-ANONIMIZACAO
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "Anonimizacao cancelada; nada alterado."
                   CLOSE PACIENTE-FILE
                   STOP RUN
               END-IF
               MOVE WS-TOKEN TO WS-AUD-NOME
               MOVE SPACES TO WS-AUD-DETALHE
               STRING "inicio anonimizacao id " WS-ID-CONSULTA
                   DELIMITED BY SIZE INTO WS-AUD-DETALHE
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               MOVE WS-NOME-CONSULTA TO WS-AUD-NOME
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-STATUS-REPORT NOT = "00"
               DISPLAY "Erro ao abrir arquivo de relatorio. Status: "
                   WS-STATUS-REPORT
               STOP RUN
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.

           IF NOT MODO-ANONIMIZAR
               PERFORM TRATAR-XREF
           END-IF.
           PERFORM TRATAR-PACIENTE.
           PERFORM TRATAR-ARQUIVO-MORTO.
           PERFORM TRATAR-SEGUIMENTO.
           PERFORM TRATAR-TENTATIVAS.
           PERFORM TRATAR-META.
           PERFORM TRATAR-AGENDA.
           PERFORM TRATAR-EXTRATO.
           PERFORM TRATAR-FATURA.
           PERFORM TRATAR-LOGS.
           PERFORM TRATAR-DIARIOS.
           IF MODO-ANONIMIZAR
               PERFORM TRATAR-XREF
           END-IF.

           PERFORM IMPRIMIR-CONTROLE.
           CLOSE REPORT-FILE.

           MOVE SPACES TO WS-AUD-DETALHE.
           IF MODO-ANONIMIZAR
               STRING "fim anonimizacao id " WS-ID-CONSULTA
                   DELIMITED BY SIZE INTO WS-AUD-DETALHE
               DISPLAY "Titular anonimizado como " WS-TOKEN
                   " - controle em PACLGPD.LST."
           ELSE
               STRING "relatorio do titular id " WS-ID-CONSULTA
                   DELIMITED BY SIZE INTO WS-AUD-DETALHE
               DISPLAY "Relatorio do titular em PACLGPD.LST."
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

      *****************************************************************
      * Canonico mais todas as variantes do ID no PACXREF.DAT.
      *****************************************************************
       CARREGAR-NOMES.
           MOVE WS-NOME-CONSULTA TO WS-NOME-TESTE.
           PERFORM ACRESCENTAR-NOME.
           OPEN INPUT XREF-FILE.
           IF WS-STATUS-XREF = "00"
               MOVE "N" TO WS-FIM-BUSCA
               MOVE WS-ID-CONSULTA TO XRF-ID
               START XREF-FILE KEY IS >= XRF-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIM-BUSCA
               END-START
               PERFORM UNTIL WS-FIM-BUSCA = "S"
                   READ XREF-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                       NOT AT END
                           IF XRF-ID NOT = WS-ID-CONSULTA
                               MOVE "S" TO WS-FIM-BUSCA
                           ELSE
                               MOVE XRF-NOME TO WS-NOME-TESTE
                               PERFORM ACRESCENTAR-NOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.
           MOVE WS-TOKEN TO WS-NOME-TESTE.
           PERFORM ACRESCENTAR-NOME.

       ACRESCENTAR-NOME.
           PERFORM CONFERIR-NOME.
           IF WS-NOME-CONFERE = "N"
               IF WS-TOTAL-NOMES < WS-MAX-NOMES
                   ADD 1 TO WS-TOTAL-NOMES
                   MOVE WS-NOME-TESTE
                       TO WS-NOME-TITULAR (WS-TOTAL-NOMES)
               ELSE
                   DISPLAY "Mais de " WS-MAX-NOMES " variantes; "
                       "excedentes fora da busca por nome."
               END-IF
           END-IF.

      *****************************************************************
      * Compara WS-NOME-TESTE (em maiusculas, como o PACBUSCA grava
      * as variantes) com os nomes do titular.
      *****************************************************************
       CONFERIR-NOME.
           INSPECT WS-NOME-TESTE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO WS-NOME-CONFERE.
           PERFORM VARYING WS-IND-NOME FROM 1 BY 1
                   UNTIL WS-IND-NOME > WS-TOTAL-NOMES
                   OR WS-NOME-CONFERE = "S"
               IF WS-NOME-TITULAR (WS-IND-NOME) = WS-NOME-TESTE
                   MOVE "S" TO WS-NOME-CONFERE
               END-IF
           END-PERFORM.

       ABRIR-MESTRE.
           IF MODO-ANONIMIZAR
               OPEN I-O PACIENTE-FILE
           ELSE
               OPEN INPUT PACIENTE-FILE
           END-IF.
           IF WS-STATUS-PACIENTE NOT = "00"
               DISPLAY "Erro ao abrir arquivo de pacientes. Status: "
                   WS-STATUS-PACIENTE
               STOP RUN
           END-IF.

      *****************************************************************
      * Visitas do ID pela chave alternada PAC-ID, mais as visitas de
      * ID zero gravadas sob qualquer nome do titular.
      *****************************************************************
       COLHER-VISITAS.
           MOVE "N" TO WS-FIM-BUSCA.
           MOVE WS-ID-CONSULTA TO PAC-ID.
           START PACIENTE-FILE KEY IS >= PAC-ID
               INVALID KEY
                   MOVE "S" TO WS-FIM-BUSCA
           END-START.
           PERFORM UNTIL WS-FIM-BUSCA = "S"
               READ PACIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       IF PAC-ID NOT = WS-ID-CONSULTA
                           MOVE "S" TO WS-FIM-BUSCA
                       ELSE
                           PERFORM GUARDAR-CHAVE-VISITA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-IND-NOME FROM 1 BY 1
                   UNTIL WS-IND-NOME > WS-TOTAL-NOMES
               PERFORM COLHER-VISITAS-SEM-ID
           END-PERFORM.

       COLHER-VISITAS-SEM-ID.
           MOVE "N" TO WS-FIM-BUSCA.
           MOVE WS-NOME-TITULAR (WS-IND-NOME) TO PAC-NOME.
           START PACIENTE-FILE KEY IS >= PAC-NOME
               INVALID KEY
                   MOVE "S" TO WS-FIM-BUSCA
           END-START.
           PERFORM UNTIL WS-FIM-BUSCA = "S"
               READ PACIENTE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-BUSCA
                   NOT AT END
                       IF PAC-NOME NOT = WS-NOME-TITULAR (WS-IND-NOME)
                           MOVE "S" TO WS-FIM-BUSCA
                       ELSE
                           IF PAC-ID = 0
                               PERFORM GUARDAR-CHAVE-VISITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-CHAVE-VISITA.
           IF WS-TOTAL-CHAVES >= WS-MAX-CHAVES
               DISPLAY "Mais de " WS-MAX-CHAVES " visitas do "
                   "titular; excedentes ficam para nova execucao."
           ELSE
               ADD 1 TO WS-TOTAL-CHAVES
               MOVE PAC-NOME TO WS-CHV-NOME (WS-TOTAL-CHAVES)
               MOVE PAC-DATA-ATUAL TO WS-CHV-DATA (WS-TOTAL-CHAVES)
               IF PAC-DATA-ATUAL > WS-ULTIMA-VISITA
                   MOVE PAC-DATA-ATUAL TO WS-ULTIMA-VISITA
                   IF PAC-DATA-NASC NOT = 0
                       MOVE PAC-DATA-NASC TO WS-NASC-CLIENTE
                   END-IF
               END-IF
               IF WS-NASC-CLIENTE = 0
                   MOVE PAC-DATA-NASC TO WS-NASC-CLIENTE
               END-IF
               IF WS-PRIMEIRA-VISITA = 0
                       OR PAC-DATA-ATUAL < WS-PRIMEIRA-VISITA
                   MOVE PAC-DATA-ATUAL TO WS-PRIMEIRA-VISITA
               END-IF
           END-IF.

      *****************************************************************
      * Idade em anos completos na visita mais recente, pela
      * diferenca das datas AAAAMMDD.
      *****************************************************************
       CALCULAR-NASCIMENTO-ANONIMO.
           MOVE 0 TO WS-NASC-ANONIMO.
           IF WS-NASC-CLIENTE NOT = 0
                   AND WS-NASC-CLIENTE <= WS-ULTIMA-VISITA
               COMPUTE WS-IDADE-ANOS =
                   (WS-ULTIMA-VISITA - WS-NASC-CLIENTE) / 10000
               IF WS-IDADE-ANOS < 18
                   MOVE WS-NASC-CLIENTE TO WS-NASC-ANONIMO
                   MOVE 1 TO WS-NAN-DIA
               END-IF
           END-IF.

       CONFIRMAR-ANONIMIZACAO.
           DISPLAY "Titular " WS-NOME-CONSULTA " (ID " WS-ID-CONSULTA
               "): " WS-TOTAL-CHAVES " visita(s) no mestre, "
               WS-TOTAL-NOMES " nome(s)/variante(s).".
           DISPLAY "O nome sera trocado por " WS-TOKEN
               " em todos os arquivos. A operacao e irreversivel.".
           DISPLAY "Confirma a anonimizacao (S/N)?".
           ACCEPT WS-CONFIRMA.

       IMPRIMIR-CABECALHO.
           IF MODO-ANONIMIZAR
               MOVE "ANONIMIZACAO DO TITULAR DOS DADOS - "
                   TO WS-CAB-TITULO
               MOVE WS-TOKEN TO WS-CAB-NOME
           ELSE
               MOVE "RELATORIO DO TITULAR DOS DADOS - "
                   TO WS-CAB-TITULO
               MOVE WS-NOME-CONSULTA TO WS-CAB-NOME
           END-IF.
           MOVE WS-ID-CONSULTA TO WS-CAB-ID.
           MOVE WS-DATA-NUM TO WS-CAB-DATA.
           MOVE WS-CABECALHO-1 TO REPORT-LINE.
           WRITE REPORT-LINE.

       IMPRIMIR-TITULO-SECAO.
           MOVE WS-NOME-ARQUIVO (WS-IND-ARQ) TO WS-SEC-ARQUIVO.
           IF NOT MODO-ANONIMIZAR
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TITULO-SECAO TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       IMPRIMIR-AUSENTE.
           MOVE "S" TO WS-CTL-AUSENTE (WS-IND-ARQ).
           IF NOT MODO-ANONIMIZAR
               MOVE WS-DET-AUSENTE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * Referencia de nomes. Na anonimizacao todas as variantes do ID
      * saem e fica uma unica entrada com o token, para o PACXAUD
      * continuar achando o ID com o nome canonico das visitas.
      *****************************************************************
       TRATAR-XREF.
           MOVE 3 TO WS-IND-ARQ.
           MOVE "variantes de nome ligadas ao ID" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           IF MODO-ANONIMIZAR
               OPEN I-O XREF-FILE
           ELSE
               OPEN INPUT XREF-FILE
           END-IF.
           IF WS-STATUS-XREF NOT = "00"
               PERFORM IMPRIMIR-AUSENTE
           ELSE
               PERFORM VARYING WS-IND-NOME FROM 1 BY 1
                       UNTIL WS-IND-NOME > WS-TOTAL-NOMES
                   MOVE WS-NOME-TITULAR (WS-IND-NOME) TO XRF-NOME
                   READ XREF-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-STATUS-XREF = "00"
                           AND XRF-ID = WS-ID-CONSULTA
                       ADD 1 TO WS-CTL-ACHADOS (3)
                       IF MODO-ANONIMIZAR
                           PERFORM EXCLUIR-VARIANTE
                       ELSE
                           MOVE XRF-NOME TO WS-DX-NOME
                           MOVE XRF-NOME-CANONICO TO WS-DX-CANONICO
                           MOVE WS-DET-XREF TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
               IF MODO-ANONIMIZAR
                   PERFORM GRAVAR-VARIANTE-TOKEN
                   PERFORM REGISTRAR-AUDITORIA-ARQUIVO
               END-IF
               CLOSE XREF-FILE
           END-IF.

       EXCLUIR-VARIANTE.
           IF XRF-NOME NOT = WS-TOKEN
               DELETE XREF-FILE
                   INVALID KEY
                       DISPLAY "Erro ao excluir variante. Status: "
                           WS-STATUS-XREF
               END-DELETE
               IF WS-STATUS-XREF = "00"
                   ADD 1 TO WS-CTL-ALTERADOS (3)
               ELSE
                   ADD 1 TO WS-CTL-ERROS (3)
               END-IF
           END-IF.

       GRAVAR-VARIANTE-TOKEN.
           MOVE WS-TOKEN TO XRF-NOME.
           MOVE WS-ID-CONSULTA TO XRF-ID.
           MOVE WS-TOKEN TO XRF-NOME-CANONICO.
           WRITE XREF-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-STATUS-XREF NOT = "00" AND WS-STATUS-XREF NOT = "22"
               ADD 1 TO WS-CTL-ERROS (3)
               DISPLAY "Erro ao gravar variante do token. Status: "
                   WS-STATUS-XREF
           END-IF.

      *****************************************************************
      * Mestre: cada visita e relida pela chave primaria colhida. Na
      * anonimizacao o nome muda (chave nova): a visita e gravada sob
      * o token e a chave antiga e excluida, como no PACXAUD.
      *****************************************************************
       TRATAR-PACIENTE.
           MOVE 1 TO WS-IND-ARQ.
           MOVE "visitas no mestre" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           PERFORM VARYING WS-IND-CHAVE FROM 1 BY 1
                   UNTIL WS-IND-CHAVE > WS-TOTAL-CHAVES
               MOVE WS-CHV-NOME (WS-IND-CHAVE) TO PAC-NOME
               MOVE WS-CHV-DATA (WS-IND-CHAVE) TO PAC-DATA-ATUAL
               READ PACIENTE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-PACIENTE = "00"
                   ADD 1 TO WS-CTL-ACHADOS (1)
                   IF MODO-ANONIMIZAR
                       PERFORM ANONIMIZAR-VISITA
                   ELSE
                       PERFORM IMPRIMIR-VISITA-MESTRE
                   END-IF
               END-IF
           END-PERFORM.
           IF MODO-ANONIMIZAR
               PERFORM REGISTRAR-AUDITORIA-ARQUIVO
           END-IF.
           CLOSE PACIENTE-FILE.

       ANONIMIZAR-VISITA.
           MOVE WS-NASC-ANONIMO TO PAC-DATA-NASC.
           IF PAC-NOME = WS-TOKEN
               REWRITE PACIENTE-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE WS-TOKEN TO PAC-NOME
               WRITE PACIENTE-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-STATUS-PACIENTE = "00"
                       OR WS-STATUS-PACIENTE = "02"
                   MOVE WS-CHV-NOME (WS-IND-CHAVE) TO PAC-NOME
                   MOVE WS-CHV-DATA (WS-IND-CHAVE) TO PAC-DATA-ATUAL
                   DELETE PACIENTE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.
           IF WS-STATUS-PACIENTE = "00" OR WS-STATUS-PACIENTE = "02"
               ADD 1 TO WS-CTL-ALTERADOS (1)
           ELSE
               ADD 1 TO WS-CTL-ERROS (1)
               DISPLAY "Visita de " WS-CHV-DATA (WS-IND-CHAVE)
                   " nao anonimizada. Status: " WS-STATUS-PACIENTE
           END-IF.

       IMPRIMIR-VISITA-MESTRE.
           MOVE PAC-DATA-ATUAL TO WS-DV-DATA.
           MOVE PAC-NOME TO WS-DV-NOME.
           MOVE PAC-ID TO WS-DV-ID.
           MOVE PAC-DATA-NASC TO WS-DV-NASC.
           MOVE PAC-SEXO TO WS-DV-SEXO.
           MOVE PAC-SITE TO WS-DV-SITE.
           MOVE PAC-ALTURA TO WS-DV-ALTURA.
           MOVE PAC-PESO TO WS-DV-PESO.
           MOVE PAC-IMC-TOTAL TO WS-DV-IMC.
           MOVE PAC-CLASSIFICACAO TO WS-DV-CLASSE.
           MOVE WS-DET-VISITA TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      * Arquivo morto: registro no layout do mestre; pertence ao
      * titular pelo ID ou, com ID zero, por um dos nomes.
      *****************************************************************
       TRATAR-ARQUIVO-MORTO.
           MOVE 2 TO WS-IND-ARQ.
           MOVE "visitas no arquivo morto" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE 0 TO WS-ALTERADOS-ARQUIVO.
           OPEN INPUT ARQUIVO-FILE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               PERFORM IMPRIMIR-AUSENTE
           ELSE
               IF MODO-ANONIMIZAR
                   PERFORM ABRIR-TRABALHO-SAIDA
               END-IF
               MOVE "N" TO WS-FIM-BUSCA
               PERFORM UNTIL WS-FIM-BUSCA = "S"
                   READ ARQUIVO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                       NOT AT END
                           PERFORM CONFERIR-ARQUIVADO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-FILE
               IF MODO-ANONIMIZAR
                   CLOSE TRABALHO-FILE
                   IF WS-ALTERADOS-ARQUIVO > 0
                       PERFORM DEVOLVER-ARQUIVO-MORTO
                   END-IF
                   PERFORM REGISTRAR-AUDITORIA-ARQUIVO
               END-IF
           END-IF.

       CONFERIR-ARQUIVADO.
           MOVE ARQUIVO-REG TO WS-REG-ARQUIVADO.
           PERFORM CONFERIR-REG-ARQUIVADO.
           IF WS-NOME-CONFERE = "S"
               ADD 1 TO WS-CTL-ACHADOS (2)
               IF MODO-ANONIMIZAR
                   IF WS-ARQ-NOME NOT = WS-TOKEN
                       MOVE WS-TOKEN TO WS-ARQ-NOME
                       MOVE WS-NASC-ANONIMO TO WS-ARQ-DATA-NASC
                       ADD 1 TO WS-CTL-ALTERADOS (2)
                       ADD 1 TO WS-ALTERADOS-ARQUIVO
                   END-IF
               ELSE
                   PERFORM IMPRIMIR-REG-ARQUIVADO
               END-IF
           END-IF.
           IF MODO-ANONIMIZAR
               MOVE SPACES TO TRABALHO-REG
               MOVE WS-REG-ARQUIVADO TO TRABALHO-REG
               WRITE TRABALHO-REG
           END-IF.

      *****************************************************************
      * Registro no layout do mestre (arquivo morto ou imagem do
      * diario) em WS-REG-ARQUIVADO: e do titular pelo ID ou, com ID
      * zero, por um dos nomes.
      *****************************************************************
       CONFERIR-REG-ARQUIVADO.
           MOVE "N" TO WS-NOME-CONFERE.
           IF WS-ARQ-ID = WS-ID-CONSULTA
               MOVE "S" TO WS-NOME-CONFERE
           ELSE
               IF WS-ARQ-ID = 0
                   MOVE WS-ARQ-NOME TO WS-NOME-TESTE
                   PERFORM CONFERIR-NOME
               END-IF
           END-IF.

       IMPRIMIR-REG-ARQUIVADO.
           MOVE WS-ARQ-DATA TO WS-DV-DATA.
           MOVE WS-ARQ-NOME TO WS-DV-NOME.
           MOVE WS-ARQ-ID TO WS-DV-ID.
           MOVE WS-ARQ-DATA-NASC TO WS-DV-NASC.
           MOVE WS-ARQ-SEXO TO WS-DV-SEXO.
           MOVE WS-ARQ-SITE TO WS-DV-SITE.
           MOVE WS-ARQ-ALTURA TO WS-DV-ALTURA.
           MOVE WS-ARQ-PESO TO WS-DV-PESO.
           MOVE WS-ARQ-IMC TO WS-DV-IMC.
           MOVE WS-ARQ-CLASSIFICACAO TO WS-DV-CLASSE.
           MOVE WS-DET-VISITA TO REPORT-LINE.
           WRITE REPORT-LINE.

       DEVOLVER-ARQUIVO-MORTO.
           MOVE "PACARQ.DAT" TO WS-ARQUIVO-DEVOLUCAO.
           OPEN INPUT TRABALHO-FILE.
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE WS-STATUS-TRABALHO TO WS-STATUS-DEVOLUCAO
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           OPEN OUTPUT ARQUIVO-FILE.
           IF WS-STATUS-ARQUIVO NOT = "00"
               MOVE WS-STATUS-ARQUIVO TO WS-STATUS-DEVOLUCAO
               CLOSE TRABALHO-FILE
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           MOVE "N" TO WS-FIM-TRABALHO.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       MOVE TRABALHO-REG TO ARQUIVO-REG
                       WRITE ARQUIVO-REG
               END-READ
           END-PERFORM.
           CLOSE TRABALHO-FILE.
           CLOSE ARQUIVO-FILE.

      *****************************************************************
      * Casos de seguimento: sem ID no registro, o caso e do titular
      * quando SEG-NOME e um dos nomes dele. Varredura completa pela
      * chave SEG-NUMERO.
      *****************************************************************
       TRATAR-SEGUIMENTO.
           MOVE 4 TO WS-IND-ARQ.
           MOVE "casos de seguimento" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           IF MODO-ANONIMIZAR
               OPEN I-O SEGUIMTO-FILE
           ELSE
               OPEN INPUT SEGUIMTO-FILE
           END-IF.
           IF WS-STATUS-SEGUIMTO NOT = "00"
               PERFORM IMPRIMIR-AUSENTE
           ELSE
               MOVE "N" TO WS-FIM-BUSCA
               MOVE ZEROES TO SEG-NUMERO
               START SEGUIMTO-FILE KEY IS >= SEG-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-BUSCA
               END-START
               PERFORM UNTIL WS-FIM-BUSCA = "S"
                   READ SEGUIMTO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                       NOT AT END
                           MOVE SEG-NOME TO WS-NOME-TESTE
                           PERFORM CONFERIR-NOME
                           IF WS-NOME-CONFERE = "S"
                               PERFORM TRATAR-CASO
                           END-IF
                   END-READ
               END-PERFORM
               IF MODO-ANONIMIZAR
                   PERFORM REGISTRAR-AUDITORIA-ARQUIVO
               END-IF
               CLOSE SEGUIMTO-FILE
           END-IF.

       TRATAR-CASO.
           ADD 1 TO WS-CTL-ACHADOS (4).
           IF WS-TOTAL-CASOS < WS-MAX-CASOS
               ADD 1 TO WS-TOTAL-CASOS
               MOVE SEG-NUMERO TO WS-CASO-NUMERO (WS-TOTAL-CASOS)
           ELSE
               DISPLAY "Mais de " WS-MAX-CASOS " casos do titular; "
                   "tentativas do caso " SEG-NUMERO " nao tratadas."
               ADD 1 TO WS-CTL-ERROS (9)
           END-IF.
           IF MODO-ANONIMIZAR
               MOVE WS-TOKEN TO SEG-NOME
               MOVE SPACES TO SEG-OBSERVACAO
               REWRITE SEG-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-STATUS-SEGUIMTO = "00"
                   ADD 1 TO WS-CTL-ALTERADOS (4)
               ELSE
                   ADD 1 TO WS-CTL-ERROS (4)
               END-IF
           ELSE
               MOVE SEG-NUMERO TO WS-DC-NUMERO
               MOVE SEG-DATA-ABERTURA TO WS-DC-ABERTURA
               MOVE SEG-PROGRAMA TO WS-DC-PROGRAMA
               MOVE SEG-STATUS TO WS-DC-STATUS
               MOVE SEG-IMC TO WS-DC-IMC
               MOVE SEG-CLASSIFICACAO TO WS-DC-CLASSE
               MOVE SEG-DATA-CONTATO TO WS-DC-CONTATO
               MOVE SEG-DATA-RETORNO TO WS-DC-RETORNO
               MOVE SEG-OBSERVACAO TO WS-DC-OBS
               MOVE WS-DET-CASO TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * Tentativas de contato dos casos do titular: o registro nao tem
      * nome, mas a observacao e texto livre e sai em branco na
      * anonimizacao, como a do caso. Operador e canal ficam.
      *****************************************************************
       TRATAR-TENTATIVAS.
           MOVE 9 TO WS-IND-ARQ.
           MOVE "tentativas de contato dos casos" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           IF MODO-ANONIMIZAR
               OPEN I-O TENTATIVA-FILE
           ELSE
               OPEN INPUT TENTATIVA-FILE
           END-IF.
           IF WS-STATUS-TENTATIVA NOT = "00"
               PERFORM IMPRIMIR-AUSENTE
           ELSE
               PERFORM VARYING WS-IND-CASO FROM 1 BY 1
                       UNTIL WS-IND-CASO > WS-TOTAL-CASOS
                   PERFORM TRATAR-TENTATIVAS-CASO
               END-PERFORM
               IF MODO-ANONIMIZAR
                   PERFORM REGISTRAR-AUDITORIA-ARQUIVO
               END-IF
               CLOSE TENTATIVA-FILE
           END-IF.

       TRATAR-TENTATIVAS-CASO.
           MOVE "N" TO WS-FIM-TENTATIVAS.
           MOVE WS-CASO-NUMERO (WS-IND-CASO) TO TNT-NUMERO.
           MOVE ZEROES TO TNT-DATA.
           MOVE ZEROES TO TNT-HORA.
           START TENTATIVA-FILE KEY IS >= TNT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-TENTATIVAS
           END-START.
           PERFORM UNTIL WS-FIM-TENTATIVAS = "S"
               READ TENTATIVA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TENTATIVAS
                   NOT AT END
                       IF TNT-NUMERO NOT = WS-CASO-NUMERO (WS-IND-CASO)
                           MOVE "S" TO WS-FIM-TENTATIVAS
                       ELSE
                           PERFORM TRATAR-TENTATIVA
                       END-IF
               END-READ
           END-PERFORM.

       TRATAR-TENTATIVA.
           ADD 1 TO WS-CTL-ACHADOS (9).
           IF MODO-ANONIMIZAR
               IF TNT-OBSERVACAO NOT = SPACES
                   MOVE SPACES TO TNT-OBSERVACAO
                   REWRITE TNT-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-STATUS-TENTATIVA = "00"
                       ADD 1 TO WS-CTL-ALTERADOS (9)
                   ELSE
                       ADD 1 TO WS-CTL-ERROS (9)
                   END-IF
               END-IF
           ELSE
               MOVE TNT-NUMERO TO WS-DT-NUMERO
               MOVE TNT-DATA TO WS-DT-DATA
               MOVE TNT-HORA TO WS-DT-HORA
               MOVE TNT-OPERADOR TO WS-DT-OPERADOR
               MOVE TNT-PROGRAMA TO WS-DT-PROGRAMA
               MOVE TNT-CANAL TO WS-DT-CANAL
               MOVE TNT-RESULTADO TO WS-DT-RESULTADO
               MOVE TNT-OBSERVACAO TO WS-DT-OBS
               MOVE WS-DET-TENTATIVA TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * Meta: registro sem nome nem nascimento - sai no relatorio e
      * no controle, mas nao ha o que anonimizar.
      *****************************************************************
       TRATAR-META.
           MOVE 5 TO WS-IND-ARQ.
           MOVE "meta ativa" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           OPEN INPUT META-FILE.
           IF WS-STATUS-META NOT = "00"
               PERFORM IMPRIMIR-AUSENTE
           ELSE
               MOVE WS-ID-CONSULTA TO META-PAC-ID
               READ META-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-STATUS-META = "00"
                   ADD 1 TO WS-CTL-ACHADOS (5)
                   IF NOT MODO-ANONIMIZAR
                       MOVE META-PESO-ALVO TO WS-DM-PESO
                       MOVE META-IMC-ALVO TO WS-DM-IMC
                       MOVE META-DATA-ALVO TO WS-DM-DATA
                       MOVE META-OPERADOR TO WS-DM-OPERADOR
                       MOVE META-DATA-REGISTRO TO WS-DM-REGISTRO
                       MOVE WS-DET-META TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               CLOSE META-FILE
           END-IF.

       TRATAR-AGENDA.
           MOVE 6 TO WS-IND-ARQ.
           MOVE "agendamentos de retorno" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           IF MODO-ANONIMIZAR
               OPEN I-O AGENDA-FILE
           ELSE
               OPEN INPUT AGENDA-FILE
           END-IF.
           IF WS-STATUS-AGENDA NOT = "00"
               PERFORM IMPRIMIR-AUSENTE
           ELSE
               MOVE "N" TO WS-FIM-BUSCA
               MOVE WS-ID-CONSULTA TO AGD-PAC-ID
               MOVE ZEROES TO AGD-DATA
               START AGENDA-FILE KEY IS >= AGD-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-BUSCA
               END-START
               PERFORM UNTIL WS-FIM-BUSCA = "S"
                   READ AGENDA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                       NOT AT END
                           IF AGD-PAC-ID NOT = WS-ID-CONSULTA
                               MOVE "S" TO WS-FIM-BUSCA
                           ELSE
                               PERFORM TRATAR-AGENDAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               IF MODO-ANONIMIZAR
                   PERFORM REGISTRAR-AUDITORIA-ARQUIVO
               END-IF
               CLOSE AGENDA-FILE
           END-IF.

       TRATAR-AGENDAMENTO.
           ADD 1 TO WS-CTL-ACHADOS (6).
           IF MODO-ANONIMIZAR
               MOVE WS-TOKEN TO AGD-NOME
               REWRITE AGD-REG
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-STATUS-AGENDA = "00"
                   ADD 1 TO WS-CTL-ALTERADOS (6)
               ELSE
                   ADD 1 TO WS-CTL-ERROS (6)
               END-IF
           ELSE
               MOVE AGD-DATA TO WS-DA-DATA
               MOVE AGD-NOME TO WS-DA-NOME
               MOVE AGD-SITE TO WS-DA-SITE
               MOVE AGD-STATUS TO WS-DA-STATUS
               MOVE AGD-MOTIVO TO WS-DA-MOTIVO
               MOVE AGD-OPERADOR TO WS-DA-OPERADOR
               MOVE WS-DET-AGENDA TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *****************************************************************
      * Ultimo extrato da clinica: so os detalhes ("D") do titular;
      * header e trailer passam intactos (o hash do trailer e sobre o
      * IMC, que nao muda).
      *****************************************************************
       TRATAR-EXTRATO.
           MOVE 7 TO WS-IND-ARQ.
           MOVE "ultimo extrato enviado a clinica" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE 0 TO WS-ALTERADOS-ARQUIVO.
           OPEN INPUT EXTRATO-FILE.
           IF WS-STATUS-EXTRATO NOT = "00"
               PERFORM IMPRIMIR-AUSENTE
           ELSE
               IF MODO-ANONIMIZAR
                   PERFORM ABRIR-TRABALHO-SAIDA
               END-IF
               MOVE "N" TO WS-FIM-BUSCA
               PERFORM UNTIL WS-FIM-BUSCA = "S"
                   READ EXTRATO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                       NOT AT END
                           PERFORM CONFERIR-EXTRATO
                   END-READ
               END-PERFORM
               CLOSE EXTRATO-FILE
               IF MODO-ANONIMIZAR
                   CLOSE TRABALHO-FILE
                   IF WS-ALTERADOS-ARQUIVO > 0
                       PERFORM DEVOLVER-EXTRATO
                   END-IF
                   PERFORM REGISTRAR-AUDITORIA-ARQUIVO
               END-IF
           END-IF.

       CONFERIR-EXTRATO.
           MOVE EXTRATO-REG TO WS-REG-EXTRATO.
           MOVE "N" TO WS-NOME-CONFERE.
           IF WS-EXT-TIPO = "D"
               IF WS-EXT-ID = WS-ID-CONSULTA
                   MOVE "S" TO WS-NOME-CONFERE
               ELSE
                   IF WS-EXT-ID = 0
                       MOVE WS-EXT-NOME TO WS-NOME-TESTE
                       PERFORM CONFERIR-NOME
                   END-IF
               END-IF
           END-IF.
           IF WS-NOME-CONFERE = "S"
               ADD 1 TO WS-CTL-ACHADOS (7)
               IF MODO-ANONIMIZAR
                   IF WS-EXT-NOME NOT = WS-TOKEN
                       MOVE WS-TOKEN TO WS-EXT-NOME
                       ADD 1 TO WS-CTL-ALTERADOS (7)
                       ADD 1 TO WS-ALTERADOS-ARQUIVO
                   END-IF
               ELSE
                   MOVE WS-EXT-DATA TO WS-DV-DATA
                   MOVE WS-EXT-NOME TO WS-DV-NOME
                   MOVE WS-EXT-ID TO WS-DV-ID
                   MOVE 0 TO WS-DV-NASC
                   MOVE SPACE TO WS-DV-SEXO
                   MOVE WS-EXT-SITE TO WS-DV-SITE
                   MOVE WS-EXT-ALTURA TO WS-DV-ALTURA
                   MOVE WS-EXT-PESO TO WS-DV-PESO
                   MOVE WS-EXT-IMC TO WS-DV-IMC
                   MOVE WS-EXT-CLASSIFICACAO TO WS-DV-CLASSE
                   MOVE WS-DET-VISITA TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           IF MODO-ANONIMIZAR
               MOVE SPACES TO TRABALHO-REG
               MOVE WS-REG-EXTRATO TO TRABALHO-REG
               WRITE TRABALHO-REG
           END-IF.

       DEVOLVER-EXTRATO.
           MOVE "EXTCLIN.DAT" TO WS-ARQUIVO-DEVOLUCAO.
           OPEN INPUT TRABALHO-FILE.
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE WS-STATUS-TRABALHO TO WS-STATUS-DEVOLUCAO
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           OPEN OUTPUT EXTRATO-FILE.
           IF WS-STATUS-EXTRATO NOT = "00"
               MOVE WS-STATUS-EXTRATO TO WS-STATUS-DEVOLUCAO
               CLOSE TRABALHO-FILE
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           MOVE "N" TO WS-FIM-TRABALHO.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       MOVE TRABALHO-REG TO EXTRATO-REG
                       WRITE EXTRATO-REG
               END-READ
           END-PERFORM.
           CLOSE TRABALHO-FILE.
           CLOSE EXTRATO-FILE.

      *****************************************************************
      * Ultima fatura corporativa: o detalhe e do titular pelo ID ou,
      * com ID zero (visita sem ID), por um dos nomes. Header e
      * trailer nao trazem pessoa e passam como estao.
      *****************************************************************
       TRATAR-FATURA.
           MOVE 11 TO WS-IND-ARQ.
           MOVE "itens da ultima fatura corporativa"
               TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           MOVE 0 TO WS-ALTERADOS-ARQUIVO.
           OPEN INPUT FATURA-FILE.
           IF WS-STATUS-FATURA NOT = "00"
               PERFORM IMPRIMIR-AUSENTE
           ELSE
               IF MODO-ANONIMIZAR
                   PERFORM ABRIR-TRABALHO-SAIDA
               END-IF
               MOVE "N" TO WS-FIM-BUSCA
               PERFORM UNTIL WS-FIM-BUSCA = "S"
                   READ FATURA-FILE
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                       NOT AT END
                           PERFORM CONFERIR-FATURA
                   END-READ
               END-PERFORM
               CLOSE FATURA-FILE
               IF MODO-ANONIMIZAR
                   CLOSE TRABALHO-FILE
                   IF WS-ALTERADOS-ARQUIVO > 0
                       PERFORM DEVOLVER-FATURA
                   END-IF
                   PERFORM REGISTRAR-AUDITORIA-ARQUIVO
               END-IF
           END-IF.

       CONFERIR-FATURA.
           MOVE FATURA-REG TO WS-REG-FATURA.
           MOVE "N" TO WS-NOME-CONFERE.
           IF WS-FAT-TIPO-REG = "D"
               IF WS-FAT-ID = WS-ID-CONSULTA
                   MOVE "S" TO WS-NOME-CONFERE
               ELSE
                   IF WS-FAT-ID = 0
                       MOVE WS-FAT-NOME TO WS-NOME-TESTE
                       PERFORM CONFERIR-NOME
                   END-IF
               END-IF
           END-IF.
           IF WS-NOME-CONFERE = "S"
               ADD 1 TO WS-CTL-ACHADOS (11)
               IF MODO-ANONIMIZAR
                   IF WS-FAT-NOME NOT = WS-TOKEN
                       MOVE WS-TOKEN TO WS-FAT-NOME
                       ADD 1 TO WS-CTL-ALTERADOS (11)
                       ADD 1 TO WS-ALTERADOS-ARQUIVO
                   END-IF
               ELSE
                   MOVE WS-FAT-NUMERO TO WS-DF-NUMERO
                   MOVE WS-FAT-TIPO-ITEM TO WS-DF-TIPO
                   MOVE WS-FAT-DATA TO WS-DF-DATA
                   MOVE WS-FAT-NOME TO WS-DF-NOME
                   MOVE WS-FAT-ID TO WS-DF-ID
                   MOVE WS-FAT-CASO TO WS-DF-CASO
                   MOVE WS-FAT-VALOR TO WS-DF-VALOR
                   MOVE WS-DET-FATURA TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           IF MODO-ANONIMIZAR
               MOVE SPACES TO TRABALHO-REG
               MOVE WS-REG-FATURA TO TRABALHO-REG
               WRITE TRABALHO-REG
           END-IF.

       DEVOLVER-FATURA.
           MOVE "FATCORP.DAT" TO WS-ARQUIVO-DEVOLUCAO.
           OPEN INPUT TRABALHO-FILE.
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE WS-STATUS-TRABALHO TO WS-STATUS-DEVOLUCAO
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           OPEN OUTPUT FATURA-FILE.
           IF WS-STATUS-FATURA NOT = "00"
               MOVE WS-STATUS-FATURA TO WS-STATUS-DEVOLUCAO
               CLOSE TRABALHO-FILE
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           MOVE "N" TO WS-FIM-TRABALHO.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       MOVE TRABALHO-REG TO FATURA-REG
                       WRITE FATURA-REG
               END-READ
           END-PERFORM.
           CLOSE TRABALHO-FILE.
           CLOSE FATURA-FILE.

      *****************************************************************
      * Geracoes diarias do log, da data inicial (zero = primeira
      * visita do titular) ate hoje, mais o AUDIT.LOG unico antigo.
      * Dia sem geracao e simplesmente pulado.
      *****************************************************************
       TRATAR-LOGS.
           MOVE 8 TO WS-IND-ARQ.
           MOVE "linhas de auditoria com o nome" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           IF WS-LOG-INICIO = 0
               MOVE WS-PRIMEIRA-VISITA TO WS-LOG-INICIO
           END-IF.
           IF WS-LOG-INICIO = 0 OR WS-LOG-INICIO > WS-DATA-NUM
               MOVE WS-DATA-NUM TO WS-LOG-INICIO
           END-IF.
           COMPUTE WS-DIA-LOG =
               FUNCTION INTEGER-OF-DATE (WS-LOG-INICIO).
           COMPUTE WS-DIA-LOG-FIM =
               FUNCTION INTEGER-OF-DATE (WS-DATA-NUM).
           PERFORM UNTIL WS-DIA-LOG > WS-DIA-LOG-FIM
               COMPUTE WS-ARQ-LOG-DATA =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-LOG)
               PERFORM TRATAR-GERACAO
               ADD 1 TO WS-DIA-LOG
           END-PERFORM.
           MOVE "AUDIT.LOG" TO WS-AUDIT-ARQUIVO.
           PERFORM TRATAR-GERACAO.
           IF MODO-ANONIMIZAR
               PERFORM REGISTRAR-AUDITORIA-ARQUIVO
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOTAL-GERACOES TO WS-RES-GERACOES
               MOVE WS-RESUMO-LOG TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       TRATAR-GERACAO.
           MOVE 0 TO WS-ALTERADOS-ARQUIVO.
           OPEN INPUT AUDIT-FILE.
           IF WS-STATUS-AUDIT = "00"
               ADD 1 TO WS-TOTAL-GERACOES
               IF MODO-ANONIMIZAR
                   PERFORM ABRIR-TRABALHO-SAIDA
               END-IF
               MOVE "N" TO WS-FIM-BUSCA
               PERFORM UNTIL WS-FIM-BUSCA = "S"
                   READ AUDIT-FILE
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                       NOT AT END
                           PERFORM CONFERIR-LINHA-LOG
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               IF MODO-ANONIMIZAR
                   CLOSE TRABALHO-FILE
                   IF WS-ALTERADOS-ARQUIVO > 0
                       PERFORM DEVOLVER-GERACAO
                   END-IF
               END-IF
           END-IF.

       CONFERIR-LINHA-LOG.
           MOVE AUDIT-LINE TO WS-REG-AUDIT.
           MOVE WS-AUDL-NOME TO WS-NOME-TESTE.
           PERFORM CONFERIR-NOME.
           IF WS-NOME-CONFERE = "S"
               ADD 1 TO WS-CTL-ACHADOS (8)
               IF MODO-ANONIMIZAR
                   IF WS-AUDL-NOME NOT = WS-TOKEN
                       MOVE WS-TOKEN TO WS-AUDL-NOME
                       ADD 1 TO WS-CTL-ALTERADOS (8)
                       ADD 1 TO WS-ALTERADOS-ARQUIVO
                   END-IF
               ELSE
                   MOVE AUDIT-LINE TO WS-DL-LINHA
                   MOVE WS-DET-LOG TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           IF MODO-ANONIMIZAR
               MOVE WS-REG-AUDIT TO TRABALHO-REG
               WRITE TRABALHO-REG
           END-IF.

       DEVOLVER-GERACAO.
           MOVE WS-AUDIT-ARQUIVO TO WS-ARQUIVO-DEVOLUCAO.
           OPEN INPUT TRABALHO-FILE.
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE WS-STATUS-TRABALHO TO WS-STATUS-DEVOLUCAO
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           IF WS-STATUS-AUDIT NOT = "00"
               MOVE WS-STATUS-AUDIT TO WS-STATUS-DEVOLUCAO
               CLOSE TRABALHO-FILE
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           MOVE "N" TO WS-FIM-TRABALHO.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       MOVE TRABALHO-REG TO AUDIT-LINE
                       WRITE AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE TRABALHO-FILE.
           CLOSE AUDIT-FILE.

      *****************************************************************
      * Geracoes do diario de imagens do mestre, no mesmo periodo dos
      * logs (TRATAR-LOGS ja acertou a data inicial). Um registro do
      * diario e do titular quando a imagem antes ou a imagem depois
      * e dele; na anonimizacao cada imagem do titular recebe o token
      * e o nascimento reduzido, como a visita no mestre.
      *****************************************************************
       TRATAR-DIARIOS.
           MOVE 10 TO WS-IND-ARQ.
           MOVE "imagens do mestre no diario" TO WS-SEC-DESCRICAO.
           PERFORM IMPRIMIR-TITULO-SECAO.
           COMPUTE WS-DIA-LOG =
               FUNCTION INTEGER-OF-DATE (WS-LOG-INICIO).
           PERFORM UNTIL WS-DIA-LOG > WS-DIA-LOG-FIM
               COMPUTE WS-ARQ-JRN-DATA =
                   FUNCTION DATE-OF-INTEGER (WS-DIA-LOG)
               PERFORM TRATAR-GERACAO-DIARIO
               ADD 1 TO WS-DIA-LOG
           END-PERFORM.
           IF MODO-ANONIMIZAR
               PERFORM REGISTRAR-AUDITORIA-ARQUIVO
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOTAL-DIARIOS TO WS-RES-DIARIOS
               MOVE WS-RESUMO-DIARIO TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       TRATAR-GERACAO-DIARIO.
           MOVE 0 TO WS-ALTERADOS-ARQUIVO.
           OPEN INPUT DIARIO-FILE.
           IF WS-STATUS-DIARIO = "00"
               ADD 1 TO WS-TOTAL-DIARIOS
               IF MODO-ANONIMIZAR
                   PERFORM ABRIR-TRABALHO-SAIDA
               END-IF
               MOVE "N" TO WS-FIM-BUSCA
               PERFORM UNTIL WS-FIM-BUSCA = "S"
                   READ DIARIO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-BUSCA
                       NOT AT END
                           PERFORM CONFERIR-REG-DIARIO
                   END-READ
               END-PERFORM
               CLOSE DIARIO-FILE
               IF MODO-ANONIMIZAR
                   CLOSE TRABALHO-FILE
                   IF WS-ALTERADOS-ARQUIVO > 0
                       PERFORM DEVOLVER-GERACAO-DIARIO
                   END-IF
               END-IF
           END-IF.

       CONFERIR-REG-DIARIO.
           MOVE "N" TO WS-ANTES-CONFERE.
           MOVE "N" TO WS-DEPOIS-CONFERE.
           IF JRN-ANTES NOT = SPACES
               MOVE SPACES TO WS-REG-ARQUIVADO
               MOVE JRN-ANTES TO WS-REG-ARQUIVADO
               PERFORM CONFERIR-REG-ARQUIVADO
               MOVE WS-NOME-CONFERE TO WS-ANTES-CONFERE
           END-IF.
           IF JRN-DEPOIS NOT = SPACES
               MOVE SPACES TO WS-REG-ARQUIVADO
               MOVE JRN-DEPOIS TO WS-REG-ARQUIVADO
               PERFORM CONFERIR-REG-ARQUIVADO
               MOVE WS-NOME-CONFERE TO WS-DEPOIS-CONFERE
           END-IF.
           IF WS-ANTES-CONFERE = "S" OR WS-DEPOIS-CONFERE = "S"
               ADD 1 TO WS-CTL-ACHADOS (10)
               IF MODO-ANONIMIZAR
                   PERFORM ANONIMIZAR-REG-DIARIO
                   IF WS-IMAGEM-TROCADA = "S"
                       ADD 1 TO WS-CTL-ALTERADOS (10)
                       ADD 1 TO WS-ALTERADOS-ARQUIVO
                   END-IF
               ELSE
                   PERFORM IMPRIMIR-REG-DIARIO
               END-IF
           END-IF.
           IF MODO-ANONIMIZAR
               MOVE SPACES TO TRABALHO-REG
               MOVE JRN-REG TO TRABALHO-REG
               WRITE TRABALHO-REG
           END-IF.

       ANONIMIZAR-REG-DIARIO.
           MOVE "N" TO WS-IMAGEM-TROCADA.
           IF WS-ANTES-CONFERE = "S"
               MOVE JRN-ANTES TO WS-REG-ARQUIVADO
               IF WS-ARQ-NOME NOT = WS-TOKEN
                   MOVE WS-TOKEN TO WS-ARQ-NOME
                   MOVE WS-NASC-ANONIMO TO WS-ARQ-DATA-NASC
                   MOVE WS-REG-ARQUIVADO TO JRN-ANTES
                   MOVE "S" TO WS-IMAGEM-TROCADA
               END-IF
           END-IF.
           IF WS-DEPOIS-CONFERE = "S"
               MOVE JRN-DEPOIS TO WS-REG-ARQUIVADO
               IF WS-ARQ-NOME NOT = WS-TOKEN
                   MOVE WS-TOKEN TO WS-ARQ-NOME
                   MOVE WS-NASC-ANONIMO TO WS-ARQ-DATA-NASC
                   MOVE WS-REG-ARQUIVADO TO JRN-DEPOIS
                   MOVE "S" TO WS-IMAGEM-TROCADA
               END-IF
           END-IF.

       IMPRIMIR-REG-DIARIO.
           MOVE JRN-DATA TO WS-DD-DATA.
           MOVE JRN-HORA TO WS-DD-HORA.
           MOVE JRN-PROGRAMA TO WS-DD-PROGRAMA.
           MOVE JRN-OPERADOR TO WS-DD-OPERADOR.
           MOVE JRN-OPERACAO TO WS-DD-OPERACAO.
           MOVE WS-DET-DIARIO TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF JRN-ANTES NOT = SPACES
               MOVE JRN-ANTES TO WS-REG-ARQUIVADO
               PERFORM IMPRIMIR-REG-ARQUIVADO
           END-IF.
           IF JRN-DEPOIS NOT = SPACES
               MOVE JRN-DEPOIS TO WS-REG-ARQUIVADO
               PERFORM IMPRIMIR-REG-ARQUIVADO
           END-IF.

       DEVOLVER-GERACAO-DIARIO.
           MOVE WS-DIARIO-ARQUIVO TO WS-ARQUIVO-DEVOLUCAO.
           OPEN INPUT TRABALHO-FILE.
           IF WS-STATUS-TRABALHO NOT = "00"
               MOVE WS-STATUS-TRABALHO TO WS-STATUS-DEVOLUCAO
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           OPEN OUTPUT DIARIO-FILE.
           IF WS-STATUS-DIARIO NOT = "00"
               MOVE WS-STATUS-DIARIO TO WS-STATUS-DEVOLUCAO
               CLOSE TRABALHO-FILE
               PERFORM INTERROMPER-DEVOLUCAO
           END-IF.
           MOVE "N" TO WS-FIM-TRABALHO.
           PERFORM UNTIL WS-FIM-TRABALHO = "S"
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-TRABALHO
                   NOT AT END
                       MOVE TRABALHO-REG TO JRN-REG
                       WRITE JRN-REG
               END-READ
           END-PERFORM.
           CLOSE TRABALHO-FILE.
           CLOSE DIARIO-FILE.

      *****************************************************************
      * Copia de volta impossivel: o arquivo original nao foi aberto
      * para saida (ou nem chegou a ser), entao continua como estava,
      * e a copia anonimizada fica no PACLGPD.TMP. Os registros do
      * arquivo passam de anonimizados a erros e a execucao para
      * aqui - o proximo arquivo sobrescreveria o PACLGPD.TMP e o
      * PACXREF.DAT, ainda intacto, garante que o nome resolve na
      * nova execucao.
      *****************************************************************
       INTERROMPER-DEVOLUCAO.
           SUBTRACT WS-ALTERADOS-ARQUIVO
               FROM WS-CTL-ALTERADOS (WS-IND-ARQ).
           ADD WS-ALTERADOS-ARQUIVO TO WS-CTL-ERROS (WS-IND-ARQ).
           DISPLAY "Erro ao regravar " WS-ARQUIVO-DEVOLUCAO
               ". Status: " WS-STATUS-DEVOLUCAO.
           DISPLAY "Copia anonimizada mantida em PACLGPD.TMP; "
               "execucao interrompida - rode de novo apos corrigir.".
           PERFORM REGISTRAR-AUDITORIA-ARQUIVO.
           PERFORM IMPRIMIR-CONTROLE.
           CLOSE REPORT-FILE.
           MOVE SPACES TO WS-AUD-DETALHE.
           STRING "anonimizacao interrompida id " WS-ID-CONSULTA
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           PERFORM REGISTRAR-AUDITORIA.
           STOP RUN.

       ABRIR-TRABALHO-SAIDA.
           OPEN OUTPUT TRABALHO-FILE.
           IF WS-STATUS-TRABALHO NOT = "00"
               DISPLAY "Erro ao abrir arquivo de trabalho. Status: "
                   WS-STATUS-TRABALHO
               STOP RUN
           END-IF.

       IMPRIMIR-CONTROLE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TITULO-CONTROLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
                   UNTIL WS-IND-ARQ > 11
               MOVE WS-NOME-ARQUIVO (WS-IND-ARQ) TO WS-LC-ARQUIVO
               MOVE WS-CTL-ACHADOS (WS-IND-ARQ) TO WS-LC-ACHADOS
               MOVE WS-CTL-ALTERADOS (WS-IND-ARQ) TO WS-LC-ALTERADOS
               MOVE WS-CTL-ERROS (WS-IND-ARQ) TO WS-LC-ERROS
               IF WS-CTL-AUSENTE (WS-IND-ARQ) = "S"
                   MOVE "inexistente" TO WS-LC-OBS
               ELSE
                   MOVE SPACES TO WS-LC-OBS
               END-IF
               MOVE WS-LINHA-CONTROLE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      *****************************************************************
      * Uma linha de AUDITLOG por arquivo tratado na anonimizacao,
      * sempre sob o token (nunca o nome antigo).
      *****************************************************************
       REGISTRAR-AUDITORIA-ARQUIVO.
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE WS-CTL-ALTERADOS (WS-IND-ARQ) TO WS-AUD-CONTAGEM.
           STRING "anonimizado " WS-NOME-ARQUIVO (WS-IND-ARQ)
               DELIMITED BY SPACE
               " " WS-AUD-CONTAGEM " reg"
               DELIMITED BY SIZE INTO WS-AUD-DETALHE.
           PERFORM REGISTRAR-AUDITORIA.

       REGISTRAR-AUDITORIA.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       NEGAR-ACESSO.
           DISPLAY "Relatorio e anonimizacao do titular exigem nivel "
               "supervisor (operador " WS-OPERADOR ", nivel "
               WS-NIVEL ")."
           MOVE "TITULAR DE DADOS" TO WS-AUD-NOME.
           MOVE SPACES TO WS-AUD-DETALHE.
           MOVE "acesso negado titular" TO WS-AUD-DETALHE.
           CALL "AUDITLOG" USING WS-AUD-PROGRAMA, WS-AUD-NOME,
               WS-AUD-DETALHE, WS-AUD-IMC
           END-CALL.

       END PROGRAM PACLGPD.

      *****************************************************************
      * NOTCTL.CPY
      * Layout do registro do arquivo de controle da sequencia
      * noturna NOTCTL.DAT (indexado, chave passo + data de negocio),
      * mantido pelo subprograma NOTCTL.cbl e listado pelo NOTSTAT:
      * um registro por passo do NOTURNO.JCL e data processada, com a
      * situacao, as contagens e quem rodou.
      *
      * NCT-SITUACAO:
      *   "A" em andamento - gravado no inicio do passo; se o passo
      *       cai antes de concluir, a data continua pendente;
      *   "C" concluido - a data nao e processada de novo;
      *   "L" liberado - concluido antes, mas o supervisor liberou
      *       o reprocessamento no NOTSTAT (NCT-LIBERADO-POR/EM);
      *   "B" base - registro de data 00000000 de cada passo, gravado
      *       na primeira execucao sob controle: NCT-INICIO-DATA e a
      *       data a partir da qual as datas sem conclusao contam como
      *       pendentes. Datas anteriores a ela nao sao cobradas.
      *
      * NCT-QTD-LIDOS / NCT-QTD-GERADOS: o que cada passo conta como
      * entrada e saida (ver o cabecalho de cada programa).
      * NCT-EXECUCOES soma toda execucao iniciada para a data,
      * inclusive as que cairam e os reprocessamentos liberados.
      *****************************************************************
       01 NCT-REG.
           05 NCT-CHAVE.
               10 NCT-PASSO            PIC X(08).
               10 NCT-DATA             PIC 9(08).
           05 NCT-SITUACAO             PIC X.
               88 NCT-EM-ANDAMENTO     VALUE "A".
               88 NCT-CONCLUIDO        VALUE "C".
               88 NCT-LIBERADO         VALUE "L".
               88 NCT-BASE             VALUE "B".
           05 NCT-EXECUCOES            PIC 9(03).
           05 NCT-INICIO-DATA          PIC 9(08).
           05 NCT-INICIO-HORA          PIC 9(08).
           05 NCT-FIM-DATA             PIC 9(08).
           05 NCT-FIM-HORA             PIC 9(08).
           05 NCT-OPERADOR             PIC X(12).
           05 NCT-QTD-LIDOS            PIC 9(07).
           05 NCT-QTD-GERADOS          PIC 9(07).
           05 NCT-LIBERADO-POR         PIC X(12).
           05 NCT-LIBERADO-EM          PIC 9(08).
           05 FILLER                   PIC X(20).

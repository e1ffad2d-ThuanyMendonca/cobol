      *****************************************************************
      * SEGTENT.CPY
      * Layout do registro do diario de tentativas de contato dos
      * casos de seguimento (arquivo indexado SEGTENT.DAT): um
      * registro por tentativa, gravado pelo TENTLOG.cbl a pedido do
      * SEGTRAB.cbl (fila de trabalho), do CLINRET.cbl (retorno da
      * clinica parceira) e do SEGESCAL.cbl (escalonamento noturno).
      * O SEGUIMTO.DAT guarda so o ultimo contato do caso; o diario
      * guarda todos, para provar quantas vezes se tentou antes de o
      * caso virar inlocalizavel. Impresso por caso no SEGHIST.cbl.
      *
      * A chave e o numero do caso + data + hora (HHMMSSCC) da
      * gravacao, entao a leitura por START no numero do caso traz o
      * historico em ordem cronologica. TNT-CANAL e por onde se
      * tentou: "T" telefone, "S" SMS, "C" clinica parceira, "P"
      * presencial (em branco no registro de escalonamento).
      * TNT-RESULTADO: "N" sem sucesso (nao atendeu, numero errado,
      * recado sem resposta - e o que conta para o escalonamento),
      * "C" contatado, "R" resolvido, "I" inlocalizavel e "E" caso
      * escalado ao supervisor. TNT-OPERADOR e o USER da sessao (o
      * mesmo que o AUDITLOG carimba) e TNT-PROGRAMA quem gravou.
      *****************************************************************
       01 TNT-REG.
           05 TNT-CHAVE.
               10 TNT-NUMERO           PIC 9(07).
               10 TNT-DATA             PIC 9(08).
               10 TNT-HORA             PIC 9(08).
           05 TNT-OPERADOR             PIC X(12).
           05 TNT-PROGRAMA             PIC X(08).
           05 TNT-CANAL                PIC X.
               88 TNT-TELEFONE         VALUE "T".
               88 TNT-SMS              VALUE "S".
               88 TNT-CLINICA          VALUE "C".
               88 TNT-PRESENCIAL       VALUE "P".
               88 TNT-CANAL-VALIDO     VALUE "T" "S" "C" "P".
           05 TNT-RESULTADO            PIC X.
               88 TNT-SEM-SUCESSO      VALUE "N".
               88 TNT-CONTATADO        VALUE "C".
               88 TNT-RESOLVIDO        VALUE "R".
               88 TNT-INLOCALIZAVEL    VALUE "I".
               88 TNT-ESCALADO         VALUE "E".
           05 TNT-OBSERVACAO           PIC X(40).

      *****************************************************************
      * AGENDA.CPY
      * Layout do registro de agendamento de retorno (arquivo
      * indexado AGENDA.DAT, chave AGD-CHAVE = ID permanente do
      * paciente + data marcada - um agendamento por paciente por
      * dia), mantido pelo AGENDREG.cbl (marcar, remarcar, cancelar),
      * baixado pelo CHECKIN.cbl quando o cliente chega no dia
      * marcado e lido pelo AGDFALTA.cbl (faltosos da noite).
      *
      * AGD-NOME guarda o nome canonico do cadastro no momento da
      * marcacao, para a recepcao telefonar sem precisar consultar o
      * PACREG. AGD-MOTIVO e o proposito da visita em texto livre
      * ("pesagem de retorno", "reavaliacao da meta"). Cada
      * agendamento nasce com AGD-STATUS "M" (marcado); o check-in do
      * dia passa para "C" (compareceu) e o cancelamento para "X" -
      * agendamento cancelado nao e excluido, fica como historico.
      * AGD-OPERADOR e quem marcou ou alterou por ultimo (o mesmo
      * USER que o AUDITLOG carimba) e AGD-DATA-REGISTRO e quando.
      *****************************************************************
       01 AGD-REG.
           05 AGD-CHAVE.
               10 AGD-PAC-ID           PIC 9(07).
               10 AGD-DATA             PIC 9(08).
           05 AGD-NOME                 PIC X(20).
           05 AGD-SITE                 PIC X(03).
           05 AGD-MOTIVO               PIC X(30).
           05 AGD-STATUS               PIC X.
               88 AGD-MARCADO          VALUE "M".
               88 AGD-COMPARECEU       VALUE "C".
               88 AGD-CANCELADO        VALUE "X".
           05 AGD-OPERADOR             PIC X(12).
           05 AGD-DATA-REGISTRO        PIC 9(08).

      *                 executa depois de mostrar quantas variantes e
      *                 visitas serao repontadas e de o operador
      *                 confirmar com S.
      * Toda mescla e registrada via AUDITLOG. Os pares candidatos a
      * mescla vem da lista de provaveis duplicatas do PACDUPL.cbl.
      *
      * As funcoes de variante e mescla chegam aos registros pela
      * chave: a referencia cruzada ganhou a chave alternada XRF-ID
      * arquivos por minutos. Como a regravacao muda o proprio campo
      * da chave alternada em que a leitura estaria posicionada, as
      * chaves primarias afetadas sao colhidas primeiro e regravadas
      * uma a uma. Cada visita repontada leva a imagem antes e depois
      * para o diario de imagens do dia (PACJRNL.cbl), aberto uma vez
      * por mescla.
      *
      * O nivel do operador vem do OPERNIV (tabela OPERAUTH.DAT):
      * consultar e livre, ligar variante exige nivel 2 (operador) e
       01 WS-AUD-ID-ANTIGO PIC 9(07).
       01 WS-AUD-ID-NOVO PIC 9(07).

       01 WS-JRN-PROGRAMA PIC X(8) VALUE "PACREG".
       01 WS-JRN-OPERACAO PIC X VALUE "A".
       01 WS-JRN-ANTES PIC X(80).
       01 WS-JRN-DEPOIS PIC X(80).

       01 WS-OPERADOR PIC X(12).
       01 WS-NIVEL PIC 9.
       01 WS-OPERACAO-NEGADA PIC X(20).

       MESCLAR-VISITAS.
           MOVE 0 TO WS-VISITAS-MESCLADAS.
           CALL "JRNLINI" END-CALL.
           PERFORM VARYING WS-IND-VIS FROM 1 BY 1
                   UNTIL WS-IND-VIS > WS-TOTAL-CHAVES-VIS
               MOVE WS-CHV-NOME (WS-IND-VIS) TO PAC-NOME
               END-READ
               IF WS-STATUS-PACIENTE = "00"
                       AND PAC-ID = WS-ID-ANTIGO
                   MOVE PACIENTE-REG TO WS-JRN-ANTES
                   MOVE WS-ID-NOVO TO PAC-ID
                   REWRITE PACIENTE-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-STATUS-PACIENTE (1:1) = "0"
                       MOVE PACIENTE-REG TO WS-JRN-DEPOIS
                       CALL "PACJRNL" USING WS-JRN-PROGRAMA,
                           WS-JRN-OPERACAO, WS-JRN-ANTES,
                           WS-JRN-DEPOIS
                       END-CALL
                   END-IF
                   ADD 1 TO WS-VISITAS-MESCLADAS
               END-IF
           END-PERFORM.
           CALL "JRNLFIM" END-CALL.

      *****************************************************************
      * O PACBUSCA abre o mesmo PACXREF.DAT num segundo conector de

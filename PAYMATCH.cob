      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONTA DE SALARIOS A PAGAR PELA MESMA
      *                     REGRA CONTABIL (REGRACTB) QUE A FOLHA
      *                     USA PARA GRAVAR O LOTE.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-NOME-PAYLEDG           PIC X(12) VALUE 'PAYLEDG'.

      *    A CONTA DE SALARIOS A PAGAR DO PLANO, CUJO CREDITO NO
      *    LOTE CONTABIL E O LIQUIDO DA FOLHA; VEM DA REGRA DA
      *    PROPRIA FOLHA (PROGCOB04) NA TABELA DE REGRAS CONTABEIS
       77  WRK-CONTA-SAL-A-PAGAR      PIC 9(06) VALUE 210110.
       77  WRK-REGRA-PROGRAMA         PIC X(09) VALUE 'PROGCOB04'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.

      *    O QUE CADA ARTEFATO DECLARA
       77  WRK-PEND-DATA              PIC 9(08) VALUE ZEROS.
           IF WRK-NOME-PAYLEDG = SPACES
               MOVE 'PAYLEDG' TO WRK-NOME-PAYLEDG
           END-IF.
           MOVE 'FOLHA-SALARIO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-REGRA-PROGRAMA WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-SAL-A-PAGAR
           END-CALL.

       0200-LER-PENDENTE.
           MOVE 'N' TO WRK-EOF.

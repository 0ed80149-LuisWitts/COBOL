       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: CONFERENCIA EM TRES VIAS DO CONTAS A PAGAR: CADA
      *              TITULO PENDENTE OU DIVERGENTE DO APINVOIC E
      *              CONFRONTADO COM O PEDIDO DE COMPRA (PURCHORD) -
      *              MESMO FORNECEDOR E MESMO CUSTO UNITARIO ACORDADO
      *              - E COM O QUE DE FATO CHEGOU (QUANTIDADE
      *              RECEBIDA DO PEDIDO, ATUALIZADA PELO FECHAMENTO A
      *              CADA ENTRADA DO GOODSRCV): A SOMA FATURADA NO
      *              PEDIDO NAO PODE PASSAR DO RECEBIDO. TITULO QUE
      *              BATE VIRA APROVADO (ENTRA NO PAGAMENTO DO
      *              APPAYRUN); O QUE NAO BATE FICA DIVERGENTE, VAI
      *              PARA O LOG DE EXCECOES E E CONFERIDO DE NOVO NA
      *              PROXIMA NOITE (O RECEBIMENTO PODE CHEGAR DEPOIS
      *              DA NOTA).
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-FILE ASSIGN TO 'APINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIT-STATUS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'PURCHORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
           COPY 'APINVOIC.cob'.

       FD  PURCHASE-ORDER-FILE.
           COPY 'PURCHORD.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-TIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PED-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TIT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-TITULOS                      VALUE 'S'.
       77  WRK-PED-EOF                PIC X(01) VALUE 'N'.
           88  FIM-PEDIDOS                      VALUE 'S'.

       01  TB-TITULOS-TABELA.
           02  TB-TITULO OCCURS 500 TIMES INDEXED BY IX-TIT.
               03  TB-TIT-REGISTRO    PIC X(130).
       77  WRK-QT-TITULOS             PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-TITULOS         PIC 9(03) VALUE 500.

      *    PEDIDOS COM O RECEBIDO E O JA FATURADO (TITULOS
      *    APROVADOS OU PAGOS) DE CADA UM
       01  TB-PEDIDO-TABELA.
           02  TB-PEDIDO OCCURS 200 TIMES INDEXED BY IX-PED.
               03  TB-PED-NUMERO      PIC 9(06).
               03  TB-PED-FORNECEDOR  PIC 9(06).
               03  TB-PED-QT-RECEBIDA PIC 9(05).
               03  TB-PED-CUSTO       PIC 9(05)V99.
               03  TB-PED-QT-FATURADA PIC 9(07).
       77  WRK-QT-PEDIDOS             PIC 9(03) VALUE ZEROS.
       77  WRK-PED-ACHADO             PIC X(01) VALUE 'N'.
           88  PED-ACHADO                       VALUE 'S'.
       77  WRK-IX-PED                 PIC 9(03) VALUE ZEROS.
       77  WRK-QT-APOS-TITULO         PIC 9(07) VALUE ZEROS.

       77  WRK-QT-LIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONFERIDOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-APROVADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DIVERGENTES         PIC 9(05) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'APMATCH'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== CONFERENCIA DO CONTAS A PAGAR ===='.
           PERFORM 0110-CARREGAR-PEDIDOS.
           PERFORM 0120-CARREGAR-TITULOS.

       0110-CARREGAR-PEDIDOS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-PED-STATUS = '35'
               MOVE 'S' TO WRK-PED-EOF
           ELSE
               READ PURCHASE-ORDER-FILE
                   AT END MOVE 'S' TO WRK-PED-EOF
               END-READ
               PERFORM 0111-LER-PEDIDO UNTIL FIM-PEDIDOS
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       0111-LER-PEDIDO.
           IF WRK-QT-PEDIDOS < 200
               ADD 1 TO WRK-QT-PEDIDOS
               SET IX-PED TO WRK-QT-PEDIDOS
               MOVE PO-NUMERO         TO TB-PED-NUMERO (IX-PED)
               MOVE PO-QT-RECEBIDA    TO TB-PED-QT-RECEBIDA (IX-PED)
               MOVE PO-CUSTO-UNITARIO TO TB-PED-CUSTO (IX-PED)
               MOVE ZEROS             TO TB-PED-QT-FATURADA (IX-PED)
               IF PO-FORNECEDOR IS NUMERIC
                   MOVE PO-FORNECEDOR TO TB-PED-FORNECEDOR (IX-PED)
               ELSE
                   MOVE ZEROS TO TB-PED-FORNECEDOR (IX-PED)
               END-IF
           END-IF.
           READ PURCHASE-ORDER-FILE
               AT END MOVE 'S' TO WRK-PED-EOF
           END-READ.

      *    O ARQUIVO INTEIRO VAI PARA A TABELA (E VOLTA IGUAL NA
      *    REGRAVACAO); O JA FATURADO POR PEDIDO SAI DOS TITULOS
      *    APROVADOS OU PAGOS.
       0120-CARREGAR-TITULOS.
           OPEN INPUT AP-INVOICE-FILE.
           IF WRK-TIT-STATUS = '35'
               DISPLAY 'SEM TITULOS A PAGAR (APINVOIC)'
               MOVE 'S' TO WRK-TIT-EOF
           ELSE
               READ AP-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-TIT-EOF
               END-READ
               PERFORM 0121-LER-TITULO UNTIL FIM-TITULOS
               CLOSE AP-INVOICE-FILE
           END-IF.

       0121-LER-TITULO.
           ADD 1 TO WRK-QT-LIDOS.
           IF WRK-QT-TITULOS >= WRK-LIMITE-TITULOS
               DISPLAY '*** TABELA DE TITULOS CHEIA - TITULO '
                   TIT-NUMERO ' PERDIDO NA REGRAVACAO ***'
               MOVE TIT-NUMERO TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE TITULOS DO APMATCH ESTOUROU'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               ADD 1 TO WRK-QT-TITULOS
               SET IX-TIT TO WRK-QT-TITULOS
               MOVE AP-INVOICE-RECORD TO TB-TIT-REGISTRO (IX-TIT)
               IF TITULO-APROVADO OR TITULO-LIQUIDADO
                   PERFORM 0130-LOCALIZAR-PEDIDO
                   IF PED-ACHADO
                       SET IX-PED TO WRK-IX-PED
                       ADD TIT-QUANTIDADE
                           TO TB-PED-QT-FATURADA (IX-PED)
                   END-IF
               END-IF
           END-IF.
           READ AP-INVOICE-FILE
               AT END MOVE 'S' TO WRK-TIT-EOF
           END-READ.

       0130-LOCALIZAR-PEDIDO.
           MOVE 'N' TO WRK-PED-ACHADO.
           MOVE ZEROS TO WRK-IX-PED.
           PERFORM 0131-PROCURAR-PEDIDO
               VARYING IX-PED FROM 1 BY 1
               UNTIL IX-PED > WRK-QT-PEDIDOS OR PED-ACHADO.

       0131-PROCURAR-PEDIDO.
           IF TB-PED-NUMERO (IX-PED) = TIT-PEDIDO
               MOVE 'S' TO WRK-PED-ACHADO
               SET WRK-IX-PED TO IX-PED
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-CONFERIR-TITULO
               VARYING IX-TIT FROM 1 BY 1
               UNTIL IX-TIT > WRK-QT-TITULOS.

      *    SO TITULO PENDENTE OU DIVERGENTE E CONFERIDO; A ORDEM DO
      *    ARQUIVO DECIDE QUEM FICA COM O SALDO RECEBIDO DO PEDIDO.
       0210-CONFERIR-TITULO.
           MOVE TB-TIT-REGISTRO (IX-TIT) TO AP-INVOICE-RECORD.
           IF TITULO-PENDENTE OR TITULO-DIVERGENTE
               ADD 1 TO WRK-QT-CONFERIDOS
               MOVE SPACES TO WRK-MOTIVO-LOG
               PERFORM 0130-LOCALIZAR-PEDIDO
               IF NOT PED-ACHADO
                   MOVE 'TITULO SEM PEDIDO DE COMPRA NO PURCHORD'
                       TO WRK-MOTIVO-LOG
               ELSE
                   SET IX-PED TO WRK-IX-PED
                   COMPUTE WRK-QT-APOS-TITULO =
                       TB-PED-QT-FATURADA (IX-PED) + TIT-QUANTIDADE
                   EVALUATE TRUE
                       WHEN TB-PED-FORNECEDOR (IX-PED)
                            NOT = TIT-FORNECEDOR
                           MOVE 'FORNECEDOR DO TITULO DIFERE DO PEDIDO'
                               TO WRK-MOTIVO-LOG
                       WHEN TB-PED-CUSTO (IX-PED)
                            NOT = TIT-CUSTO-UNITARIO
                           MOVE 'CUSTO FATURADO DIFERE DO PEDIDO'
                               TO WRK-MOTIVO-LOG
                       WHEN WRK-QT-APOS-TITULO >
                            TB-PED-QT-RECEBIDA (IX-PED)
                           MOVE 'QUANTIDADE FATURADA ACIMA DO RECEBIDO'
                               TO WRK-MOTIVO-LOG
                       WHEN OTHER
                           MOVE WRK-QT-APOS-TITULO
                               TO TB-PED-QT-FATURADA (IX-PED)
                   END-EVALUATE
               END-IF
               IF WRK-MOTIVO-LOG = SPACES
                   MOVE 'A' TO TIT-SITUACAO
                   ADD 1 TO WRK-QT-APROVADOS
                   DISPLAY 'TITULO ' TIT-NUMERO ' APROVADO'
               ELSE
                   MOVE 'D' TO TIT-SITUACAO
                   ADD 1 TO WRK-QT-DIVERGENTES
                   DISPLAY 'TITULO ' TIT-NUMERO ' DIVERGENTE - '
                       WRK-MOTIVO-LOG
                   MOVE TIT-NUMERO TO WRK-REFERENCIA-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
               MOVE AP-INVOICE-RECORD TO TB-TIT-REGISTRO (IX-TIT)
           END-IF.

       0300-FINALIZAR.
           IF WRK-QT-CONFERIDOS > ZEROS
               OPEN OUTPUT AP-INVOICE-FILE
               PERFORM 0310-GRAVAR-TITULO
                   VARYING IX-TIT FROM 1 BY 1
                   UNTIL IX-TIT > WRK-QT-TITULOS
               CLOSE AP-INVOICE-FILE
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'TITULOS LIDOS        : ' WRK-QT-LIDOS.
           DISPLAY 'TITULOS CONFERIDOS   : ' WRK-QT-CONFERIDOS.
           DISPLAY 'TITULOS APROVADOS    : ' WRK-QT-APROVADOS.
           DISPLAY 'TITULOS DIVERGENTES  : ' WRK-QT-DIVERGENTES.
           MOVE WRK-QT-LIDOS       TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-APROVADOS   TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-DIVERGENTES TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA CONFERENCIA DO CONTAS A PAGAR '.

       0310-GRAVAR-TITULO.
           MOVE TB-TIT-REGISTRO (IX-TIT) TO AP-INVOICE-RECORD.
           WRITE AP-INVOICE-RECORD.

      *    CONTROLE DE REEXECUCAO DA ESTEIRA (RUNSTRTN / RUNSTAT): O
      *    PASSO JA CONCLUIDO OU INTERROMPIDO NA DATA DE MOVIMENTO SO
      *    RODA DE NOVO COM CARTAO DE LIBERACAO NO DD RUNOVRD.
       0980-REGISTRAR-INICIO.
           MOVE 'I' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PROGRAMA-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           IF NOT EXECUCAO-LIBERADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    O RETURN-CODE DO PASSO VAI PARA O RUNSTAT E E DEVOLVIDO
      *    DEPOIS DA CHAMADA, QUE O ZERA.
       0985-REGISTRAR-FIM.
           MOVE RETURN-CODE TO WRK-RSTA-RC.
           MOVE 'F' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PROGRAMA-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           MOVE WRK-RSTA-RC TO RETURN-CODE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKTRANS.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: TRANSFERENCIA DE ESTOQUE ENTRE LOJAS E
      *              DEPOSITOS (STOREMST), NO MOLDE DO POMAINT:
      *              ENVIAR (A QUANTIDADE SAI DO SALDO DA ORIGEM NO
      *              STOCKBAL E FICA EM TRANSITO NO STOCKTRF),
      *              RECEBER (ENTRA NO SALDO DO DESTINO), CANCELAR
      *              REMESSA AINDA EM TRANSITO (VOLTA PARA A ORIGEM),
      *              LISTAR O QUE ESTA EM TRANSITO E CONSULTAR O
      *              SALDO DE UM PRODUTO POR LOCAL. NAO SE ENVIA
      *              MAIS DO QUE A ORIGEM TEM. OS DOIS ARQUIVOS SAO
      *              REGRAVADOS NA SAIDA SO QUANDO ALGO MUDOU.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  LOTES: A REMESSA CONSOME OS LOTES DA
      *                     ORIGEM DO PRIMEIRO A VENCER EM DIANTE
      *                     (ROTINA LOTRTN) E SAI EM UMA LINHA POR
      *                     LOTE COM O MESMO NUMERO; RECEBER E
      *                     CANCELAR TRATAM TODAS AS LINHAS DO
      *                     NUMERO E LEVAM O LOTE PARA O DESTINO OU
      *                     DE VOLTA PARA A ORIGEM.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-TRANSFER-FILE ASSIGN TO 'STOCKTRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRF-STATUS.

           SELECT STOCK-BALANCE-FILE ASSIGN TO 'STOCKBAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STQ-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STOREMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-TRANSFER-FILE.
           COPY 'STOCKTRF.cob'.

       FD  STOCK-BALANCE-FILE.
           COPY 'STOCKBAL.cob'.

       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMAST.cob'.

       FD  STORE-MASTER-FILE.
           COPY 'STOREMST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-TRF-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-STQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-LJ-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-TRF-EOF                PIC X(01) VALUE 'N'.
           88  FIM-TRANSFERENCIAS               VALUE 'S'.
       77  WRK-STQ-EOF                PIC X(01) VALUE 'N'.
           88  FIM-SALDOS                       VALUE 'S'.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS                     VALUE 'S'.
       77  WRK-LJ-EOF                 PIC X(01) VALUE 'N'.
           88  FIM-LOCAIS                       VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-ENVIAR                     VALUE 'E'.
           88  OPCAO-RECEBER                    VALUE 'R'.
           88  OPCAO-CANCELAR                   VALUE 'C'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SALDOS                     VALUE 'S'.
           88  OPCAO-SAIR                       VALUE '0'.

      *    TRANSFERENCIAS CARREGADAS EM TABELA, ALTERADAS EM
      *    MEMORIA E REGRAVADAS NA SAIDA, COMO FAZ O POMAINT.
       01  TB-TRANSF-TABELA.
           02  TB-TRANSF OCCURS 500 TIMES INDEXED BY IX-TRF.
               03  TB-TRF-NUMERO      PIC 9(06).
               03  TB-TRF-CODIGO      PIC X(06).
               03  TB-TRF-QUANTIDADE  PIC 9(07).
               03  TB-TRF-ORIGEM      PIC X(10).
               03  TB-TRF-DESTINO     PIC X(10).
               03  TB-TRF-ENVIO       PIC 9(08).
               03  TB-TRF-RECEBIMENTO PIC 9(08).
               03  TB-TRF-SITUACAO    PIC X(01).
               03  TB-TRF-USUARIO     PIC X(20).
               03  TB-TRF-LOTE        PIC X(10).
               03  TB-TRF-VALIDADE    PIC 9(08).
       77  WRK-QT-TRANSF              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-TRANSF          PIC 9(03) VALUE 500.
       77  WRK-IX-TRF                 PIC 9(03) VALUE ZEROS.
       77  WRK-TRANSF-ACHADA          PIC X(01) VALUE 'N'.
           88  TRANSF-ACHADA                    VALUE 'S'.
       77  WRK-ULTIMO-NUMERO          PIC 9(06) VALUE ZEROS.
      *    UMA REMESSA OCUPA NO MAXIMO 10 LINHAS (LOTES); O QUE
      *    PASSAR DISSO VAI NA ULTIMA LINHA, SEM LOTE.
       77  WRK-QT-LINHAS-REMESSA      PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-LINHAS-REMESSA     PIC 9(02) VALUE 10.
       77  WRK-RESTANTE               PIC 9(07) VALUE ZEROS.
       77  WRK-PARCELA                PIC 9(07) VALUE ZEROS.
      *    PARAMETROS DA ROTINA DE LOTES (LOTRTN)
       77  WRK-LOT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-LOT-LOTE               PIC X(10) VALUE SPACES.
       77  WRK-LOT-VALIDADE           PIC 9(08) VALUE ZEROS.
       77  WRK-LOT-QUANTIDADE         PIC 9(07) VALUE ZEROS.
       77  WRK-LOT-SEM-LOTE           PIC 9(07) VALUE ZEROS.

      *    SALDO POR PRODUTO E LOCAL (STOCKBAL); LINHA SEM LOCAL E
      *    DO LOCAL PRINCIPAL (LOCPRTN)
       01  TB-SALDO-TABELA.
           02  TB-SALDO OCCURS 500 TIMES INDEXED BY IX-STQ.
               03  TB-STQ-CODIGO      PIC X(06).
               03  TB-STQ-LOCAL       PIC X(10).
               03  TB-STQ-SALDO       PIC S9(07).
       77  WRK-QT-SALDOS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-SALDOS          PIC 9(03) VALUE 500.
       77  WRK-IX-STQ                 PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-ACHADO           PIC X(01) VALUE 'N'.
           88  SALDO-ACHADO                     VALUE 'S'.
       77  WRK-LOCAL-PRINCIPAL        PIC X(10) VALUE SPACES.
       77  WRK-LOCAL-SALDO            PIC X(10) VALUE SPACES.

      *    CADASTROS PARA VALIDACAO
       01  TB-PRODUTO-TABELA.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-PROD-ACHADO            PIC X(01) VALUE 'N'.
           88  PROD-ACHADO                      VALUE 'S'.
       01  TB-LOCAL-TABELA.
           02  TB-LOCAL OCCURS 50 TIMES INDEXED BY IX-LOC.
               03  TB-LOC-CODIGO      PIC X(10).
               03  TB-LOC-NOME        PIC X(25).
       77  WRK-QT-LOCAIS              PIC 9(02) VALUE ZEROS.
       77  WRK-LOCAL-ACHADO           PIC X(01) VALUE 'N'.
           88  LOCAL-ACHADO                     VALUE 'S'.

       77  WRK-NUMERO-TRANSF          PIC 9(06) VALUE ZEROS.
       77  WRK-CODIGO                 PIC X(06) VALUE SPACES.
       77  WRK-QUANTIDADE             PIC 9(07) VALUE ZEROS.
       77  WRK-ORIGEM                 PIC X(10) VALUE SPACES.
       77  WRK-DESTINO                PIC X(10) VALUE SPACES.
       77  WRK-LOCAL                  PIC X(10) VALUE SPACES.
       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           CALL 'OPERRTN' USING WRK-USUARIO END-CALL.
           CALL 'LOCPRTN' USING WRK-LOCAL-PRINCIPAL END-CALL.
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0115-CARREGAR-LOCAIS.
           PERFORM 0120-CARREGAR-SALDOS.
           PERFORM 0125-CARREGAR-TRANSFERENCIAS.
           PERFORM 0130-EXIBIR-MENU.

       0110-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS = '35'
               MOVE 'S' TO WRK-PROD-EOF
           ELSE
               READ PRODUCT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-PROD-EOF
               END-READ
               PERFORM 0111-LER-PRODUTO UNTIL FIM-PRODUTOS
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       0111-LER-PRODUTO.
           IF WRK-QT-PRODUTOS < 100
               ADD 1 TO WRK-QT-PRODUTOS
               SET IX-PROD TO WRK-QT-PRODUTOS
               MOVE PROD-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-PROD-EOF
           END-READ.

       0115-CARREGAR-LOCAIS.
           OPEN INPUT STORE-MASTER-FILE.
           IF WRK-LJ-STATUS = '35'
               MOVE 'S' TO WRK-LJ-EOF
           ELSE
               READ STORE-MASTER-FILE
                   AT END MOVE 'S' TO WRK-LJ-EOF
               END-READ
               PERFORM 0116-LER-LOCAL UNTIL FIM-LOCAIS
               CLOSE STORE-MASTER-FILE
           END-IF.

       0116-LER-LOCAL.
           IF WRK-QT-LOCAIS < 50
               ADD 1 TO WRK-QT-LOCAIS
               SET IX-LOC TO WRK-QT-LOCAIS
               MOVE LJ-CODIGO TO TB-LOC-CODIGO (IX-LOC)
               MOVE LJ-NOME   TO TB-LOC-NOME (IX-LOC)
           END-IF.
           READ STORE-MASTER-FILE
               AT END MOVE 'S' TO WRK-LJ-EOF
           END-READ.

       0120-CARREGAR-SALDOS.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-STQ-STATUS = '35'
               MOVE 'S' TO WRK-STQ-EOF
           ELSE
               READ STOCK-BALANCE-FILE
                   AT END MOVE 'S' TO WRK-STQ-EOF
               END-READ
               PERFORM 0121-LER-SALDO UNTIL FIM-SALDOS
               CLOSE STOCK-BALANCE-FILE
           END-IF.

       0121-LER-SALDO.
           IF WRK-QT-SALDOS < WRK-LIMITE-SALDOS
               ADD 1 TO WRK-QT-SALDOS
               SET IX-STQ TO WRK-QT-SALDOS
               MOVE STQ-CODIGO TO TB-STQ-CODIGO (IX-STQ)
               IF STQ-LOCAL = SPACES
                   MOVE WRK-LOCAL-PRINCIPAL TO TB-STQ-LOCAL (IX-STQ)
               ELSE
                   MOVE STQ-LOCAL TO TB-STQ-LOCAL (IX-STQ)
               END-IF
               MOVE STQ-SALDO  TO TB-STQ-SALDO (IX-STQ)
           END-IF.
           READ STOCK-BALANCE-FILE
               AT END MOVE 'S' TO WRK-STQ-EOF
           END-READ.

       0125-CARREGAR-TRANSFERENCIAS.
           OPEN INPUT STOCK-TRANSFER-FILE.
           IF WRK-TRF-STATUS = '35'
               MOVE 'S' TO WRK-TRF-EOF
           ELSE
               READ STOCK-TRANSFER-FILE
                   AT END MOVE 'S' TO WRK-TRF-EOF
               END-READ
               PERFORM 0126-LER-TRANSFERENCIA
                   UNTIL FIM-TRANSFERENCIAS
               CLOSE STOCK-TRANSFER-FILE
           END-IF.

       0126-LER-TRANSFERENCIA.
           IF WRK-QT-TRANSF < WRK-LIMITE-TRANSF
               ADD 1 TO WRK-QT-TRANSF
               SET IX-TRF TO WRK-QT-TRANSF
               MOVE TRF-NUMERO      TO TB-TRF-NUMERO (IX-TRF)
               MOVE TRF-CODIGO      TO TB-TRF-CODIGO (IX-TRF)
               MOVE TRF-QUANTIDADE  TO TB-TRF-QUANTIDADE (IX-TRF)
               MOVE TRF-ORIGEM      TO TB-TRF-ORIGEM (IX-TRF)
               MOVE TRF-DESTINO     TO TB-TRF-DESTINO (IX-TRF)
               MOVE TRF-DATA-ENVIO  TO TB-TRF-ENVIO (IX-TRF)
               MOVE TRF-DATA-RECEBIMENTO
                   TO TB-TRF-RECEBIMENTO (IX-TRF)
               MOVE TRF-SITUACAO    TO TB-TRF-SITUACAO (IX-TRF)
               MOVE TRF-USUARIO     TO TB-TRF-USUARIO (IX-TRF)
               MOVE TRF-LOTE        TO TB-TRF-LOTE (IX-TRF)
               IF TRF-VALIDADE IS NUMERIC
                   MOVE TRF-VALIDADE TO TB-TRF-VALIDADE (IX-TRF)
               ELSE
                   MOVE ZEROS TO TB-TRF-VALIDADE (IX-TRF)
               END-IF
               IF TRF-NUMERO > WRK-ULTIMO-NUMERO
                   MOVE TRF-NUMERO TO WRK-ULTIMO-NUMERO
               END-IF
           END-IF.
           READ STOCK-TRANSFER-FILE
               AT END MOVE 'S' TO WRK-TRF-EOF
           END-READ.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== TRANSFERENCIA DE ESTOQUE ENTRE LOCAIS ===='.
           DISPLAY ' E - ENVIAR TRANSFERENCIA'.
           DISPLAY ' R - RECEBER TRANSFERENCIA EM TRANSITO'.
           DISPLAY ' C - CANCELAR TRANSFERENCIA EM TRANSITO'.
           DISPLAY ' L - LISTAR TRANSFERENCIAS EM TRANSITO'.
           DISPLAY ' S - SALDO DE UM PRODUTO POR LOCAL'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-ENVIAR
                   PERFORM 0210-ENVIAR
               WHEN OPCAO-RECEBER
                   PERFORM 0220-RECEBER
               WHEN OPCAO-CANCELAR
                   PERFORM 0230-CANCELAR
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-EM-TRANSITO
               WHEN OPCAO-SALDOS
                   PERFORM 0245-CONSULTAR-SALDOS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
           IF NOT OPCAO-SAIR
               PERFORM 0130-EXIBIR-MENU
           END-IF.

      *    A REMESSA SO SAI SE ORIGEM E DESTINO SAO LOCAIS
      *    DIFERENTES DO CADASTRO E A ORIGEM TEM SALDO PARA A
      *    QUANTIDADE INTEIRA.
       0210-ENVIAR.
           DISPLAY 'CODIGO DO PRODUTO ...'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0250-VALIDAR-PRODUTO.
           IF PROD-ACHADO
               DISPLAY 'LOCAL DE ORIGEM ...'
               ACCEPT WRK-ORIGEM FROM CONSOLE
               MOVE WRK-ORIGEM TO WRK-LOCAL
               PERFORM 0255-VALIDAR-LOCAL
           END-IF.
           IF PROD-ACHADO AND LOCAL-ACHADO
               DISPLAY 'LOCAL DE DESTINO ...'
               ACCEPT WRK-DESTINO FROM CONSOLE
               MOVE WRK-DESTINO TO WRK-LOCAL
               PERFORM 0255-VALIDAR-LOCAL
           END-IF.
           IF PROD-ACHADO AND LOCAL-ACHADO
               IF WRK-ORIGEM = WRK-DESTINO
                   DISPLAY 'ORIGEM E DESTINO IGUAIS - NADA GRAVADO'
               ELSE
                   DISPLAY 'QUANTIDADE A TRANSFERIR ...'
                   ACCEPT WRK-QUANTIDADE FROM CONSOLE
                   MOVE WRK-ORIGEM TO WRK-LOCAL-SALDO
                   PERFORM 0260-LOCALIZAR-SALDO
                   PERFORM 0211-CONFERIR-REMESSA
               END-IF
           END-IF.

       0211-CONFERIR-REMESSA.
           IF WRK-QUANTIDADE NOT > ZEROS
               DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO - '
                   'NADA GRAVADO'
           ELSE
               IF NOT SALDO-ACHADO
                   DISPLAY 'PRODUTO ' WRK-CODIGO ' SEM SALDO EM '
                       WRK-ORIGEM ' - NADA GRAVADO'
               ELSE
                   SET IX-STQ TO WRK-IX-STQ
                   IF TB-STQ-SALDO (IX-STQ) < WRK-QUANTIDADE
                       DISPLAY 'SALDO EM ' WRK-ORIGEM ' DE '
                           TB-STQ-SALDO (IX-STQ)
                           ' NAO COBRE A REMESSA - NADA GRAVADO'
                   ELSE
                       IF WRK-QT-TRANSF + WRK-MAX-LINHAS-REMESSA
                          > WRK-LIMITE-TRANSF
                           DISPLAY 'TABELA DE TRANSFERENCIAS CHEIA'
                               ' - NADA GRAVADO'
                       ELSE
                           PERFORM 0212-GRAVAR-REMESSA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0212-GRAVAR-REMESSA.
           SET IX-STQ TO WRK-IX-STQ.
           SUBTRACT WRK-QUANTIDADE FROM TB-STQ-SALDO (IX-STQ).
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-QUANTIDADE TO WRK-RESTANTE.
           MOVE ZEROS TO WRK-QT-LINHAS-REMESSA.
           PERFORM 0213-GRAVAR-PARCELA UNTIL WRK-RESTANTE = ZEROS.
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'TRANSFERENCIA ' WRK-ULTIMO-NUMERO
               ' ENVIADA - EM TRANSITO PARA ' WRK-DESTINO.

      *    CADA PARCELA SAI DO LOTE DA ORIGEM QUE VENCE PRIMEIRO;
      *    SEM LOTE COM SALDO (OU NA ULTIMA LINHA PERMITIDA) O QUE
      *    FALTA SAI NUMA LINHA SEM LOTE.
       0213-GRAVAR-PARCELA.
           ADD 1 TO WRK-QT-LINHAS-REMESSA.
           MOVE SPACES TO WRK-LOT-LOTE.
           MOVE ZEROS  TO WRK-LOT-VALIDADE.
           IF WRK-QT-LINHAS-REMESSA < WRK-MAX-LINHAS-REMESSA
               MOVE 'P' TO WRK-LOT-FUNCAO
               CALL 'LOTRTN' USING WRK-LOT-FUNCAO WRK-CODIGO
                   WRK-ORIGEM WRK-LOT-LOTE WRK-LOT-VALIDADE
                   WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
               END-CALL
           END-IF.
           IF WRK-LOT-LOTE = SPACES
               MOVE WRK-RESTANTE TO WRK-PARCELA
           ELSE
               IF WRK-LOT-QUANTIDADE < WRK-RESTANTE
                   MOVE WRK-LOT-QUANTIDADE TO WRK-PARCELA
               ELSE
                   MOVE WRK-RESTANTE TO WRK-PARCELA
               END-IF
               MOVE 'S' TO WRK-LOT-FUNCAO
               MOVE WRK-PARCELA TO WRK-LOT-QUANTIDADE
               CALL 'LOTRTN' USING WRK-LOT-FUNCAO WRK-CODIGO
                   WRK-ORIGEM WRK-LOT-LOTE WRK-LOT-VALIDADE
                   WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
               END-CALL
           END-IF.
           SUBTRACT WRK-PARCELA FROM WRK-RESTANTE.
           ADD 1 TO WRK-QT-TRANSF.
           SET IX-TRF TO WRK-QT-TRANSF.
           MOVE WRK-ULTIMO-NUMERO TO TB-TRF-NUMERO (IX-TRF).
           MOVE WRK-CODIGO        TO TB-TRF-CODIGO (IX-TRF).
           MOVE WRK-PARCELA       TO TB-TRF-QUANTIDADE (IX-TRF).
           MOVE WRK-ORIGEM        TO TB-TRF-ORIGEM (IX-TRF).
           MOVE WRK-DESTINO       TO TB-TRF-DESTINO (IX-TRF).
           MOVE WRK-DATA-HOJE     TO TB-TRF-ENVIO (IX-TRF).
           MOVE ZEROS             TO TB-TRF-RECEBIMENTO (IX-TRF).
           MOVE 'T'               TO TB-TRF-SITUACAO (IX-TRF).
           MOVE WRK-USUARIO       TO TB-TRF-USUARIO (IX-TRF).
           MOVE WRK-LOT-LOTE      TO TB-TRF-LOTE (IX-TRF).
           MOVE WRK-LOT-VALIDADE  TO TB-TRF-VALIDADE (IX-TRF).
           IF WRK-LOT-LOTE NOT = SPACES
               DISPLAY '   LOTE ' WRK-LOT-LOTE ' VALIDADE '
                   WRK-LOT-VALIDADE ' QTDE ' WRK-PARCELA
           END-IF.

      *    O RECEBIMENTO ENTRA INTEIRO NO SALDO DO DESTINO (DIFERENCA
      *    NA CHEGADA E TRATADA NO INVENTARIO, STOCKTAK), LINHA A
      *    LINHA DO NUMERO, CADA LOTE ABERTO NO DESTINO.
       0220-RECEBER.
           PERFORM 0270-LER-NUMERO.
           PERFORM 0280-LOCALIZAR-EM-TRANSITO.
           IF NOT TRANSF-ACHADA
               DISPLAY 'TRANSFERENCIA ' WRK-NUMERO-TRANSF
                   ' NAO ESTA EM TRANSITO'
           ELSE
               PERFORM 0221-RECEBER-LINHA
                   VARYING IX-TRF FROM 1 BY 1
                   UNTIL IX-TRF > WRK-QT-TRANSF
               SET IX-TRF TO WRK-IX-TRF
               DISPLAY 'TRANSFERENCIA ' WRK-NUMERO-TRANSF
                   ' RECEBIDA EM ' TB-TRF-DESTINO (IX-TRF)
           END-IF.

       0221-RECEBER-LINHA.
           IF TB-TRF-NUMERO (IX-TRF) = WRK-NUMERO-TRANSF
              AND TB-TRF-SITUACAO (IX-TRF) = 'T'
               MOVE TB-TRF-CODIGO (IX-TRF)  TO WRK-CODIGO
               MOVE TB-TRF-DESTINO (IX-TRF) TO WRK-LOCAL-SALDO
               PERFORM 0260-LOCALIZAR-SALDO
               PERFORM 0265-ABRIR-SALDO
               IF SALDO-ACHADO
                   SET IX-STQ TO WRK-IX-STQ
                   ADD TB-TRF-QUANTIDADE (IX-TRF)
                       TO TB-STQ-SALDO (IX-STQ)
                   MOVE 'R'           TO TB-TRF-SITUACAO (IX-TRF)
                   MOVE WRK-DATA-HOJE TO TB-TRF-RECEBIMENTO (IX-TRF)
                   MOVE WRK-USUARIO   TO TB-TRF-USUARIO (IX-TRF)
                   MOVE 'S' TO WRK-ALTERADO
                   PERFORM 0225-DEVOLVER-LOTE
               END-IF
           END-IF.

      *    O LOTE DA LINHA ENTRA NO LOCAL QUE FICOU COM A
      *    QUANTIDADE (DESTINO NO RECEBIMENTO, ORIGEM NO
      *    CANCELAMENTO), COM A VALIDADE QUE TINHA.
       0225-DEVOLVER-LOTE.
           IF TB-TRF-LOTE (IX-TRF) NOT = SPACES
               MOVE 'E' TO WRK-LOT-FUNCAO
               MOVE TB-TRF-LOTE (IX-TRF)       TO WRK-LOT-LOTE
               MOVE TB-TRF-VALIDADE (IX-TRF)   TO WRK-LOT-VALIDADE
               MOVE TB-TRF-QUANTIDADE (IX-TRF) TO WRK-LOT-QUANTIDADE
               CALL 'LOTRTN' USING WRK-LOT-FUNCAO WRK-CODIGO
                   WRK-LOCAL-SALDO WRK-LOT-LOTE WRK-LOT-VALIDADE
                   WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
               END-CALL
           END-IF.

      *    A REMESSA CANCELADA VOLTA PARA O SALDO DA ORIGEM, TODAS AS
      *    LINHAS DO NUMERO.
       0230-CANCELAR.
           PERFORM 0270-LER-NUMERO.
           PERFORM 0280-LOCALIZAR-EM-TRANSITO.
           IF NOT TRANSF-ACHADA
               DISPLAY 'TRANSFERENCIA ' WRK-NUMERO-TRANSF
                   ' NAO ESTA EM TRANSITO'
           ELSE
               PERFORM 0231-CANCELAR-LINHA
                   VARYING IX-TRF FROM 1 BY 1
                   UNTIL IX-TRF > WRK-QT-TRANSF
               SET IX-TRF TO WRK-IX-TRF
               DISPLAY 'TRANSFERENCIA ' WRK-NUMERO-TRANSF
                   ' CANCELADA - QUANTIDADE DEVOLVIDA A '
                   TB-TRF-ORIGEM (IX-TRF)
           END-IF.

       0231-CANCELAR-LINHA.
           IF TB-TRF-NUMERO (IX-TRF) = WRK-NUMERO-TRANSF
              AND TB-TRF-SITUACAO (IX-TRF) = 'T'
               MOVE TB-TRF-CODIGO (IX-TRF) TO WRK-CODIGO
               MOVE TB-TRF-ORIGEM (IX-TRF) TO WRK-LOCAL-SALDO
               PERFORM 0260-LOCALIZAR-SALDO
               PERFORM 0265-ABRIR-SALDO
               IF SALDO-ACHADO
                   SET IX-STQ TO WRK-IX-STQ
                   ADD TB-TRF-QUANTIDADE (IX-TRF)
                       TO TB-STQ-SALDO (IX-STQ)
                   MOVE 'C'         TO TB-TRF-SITUACAO (IX-TRF)
                   MOVE WRK-USUARIO TO TB-TRF-USUARIO (IX-TRF)
                   MOVE 'S' TO WRK-ALTERADO
                   PERFORM 0225-DEVOLVER-LOTE
               END-IF
           END-IF.

       0240-LISTAR-EM-TRANSITO.
           DISPLAY '------- TRANSFERENCIAS EM TRANSITO -------'.
           PERFORM 0241-LISTAR-TRANSFERENCIA
               VARYING IX-TRF FROM 1 BY 1
               UNTIL IX-TRF > WRK-QT-TRANSF.

       0241-LISTAR-TRANSFERENCIA.
           IF TB-TRF-SITUACAO (IX-TRF) = 'T'
               DISPLAY 'TRANSF ' TB-TRF-NUMERO (IX-TRF)
                   ' PRODUTO ' TB-TRF-CODIGO (IX-TRF)
                   ' QTDE ' TB-TRF-QUANTIDADE (IX-TRF)
                   ' DE ' TB-TRF-ORIGEM (IX-TRF)
                   ' PARA ' TB-TRF-DESTINO (IX-TRF)
                   ' ENVIO ' TB-TRF-ENVIO (IX-TRF)
                   ' LOTE ' TB-TRF-LOTE (IX-TRF)
           END-IF.

       0245-CONSULTAR-SALDOS.
           DISPLAY 'CODIGO DO PRODUTO ...'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0250-VALIDAR-PRODUTO.
           IF PROD-ACHADO
               DISPLAY '------- SALDO POR LOCAL -------'
               PERFORM 0246-LISTAR-SALDO
                   VARYING IX-STQ FROM 1 BY 1
                   UNTIL IX-STQ > WRK-QT-SALDOS
               PERFORM 0247-LISTAR-TRANSITO-PRODUTO
                   VARYING IX-TRF FROM 1 BY 1
                   UNTIL IX-TRF > WRK-QT-TRANSF
           END-IF.

       0246-LISTAR-SALDO.
           IF TB-STQ-CODIGO (IX-STQ) = WRK-CODIGO
               DISPLAY 'LOCAL ' TB-STQ-LOCAL (IX-STQ)
                   ' SALDO ' TB-STQ-SALDO (IX-STQ)
           END-IF.

       0247-LISTAR-TRANSITO-PRODUTO.
           IF TB-TRF-CODIGO (IX-TRF) = WRK-CODIGO
              AND TB-TRF-SITUACAO (IX-TRF) = 'T'
               DISPLAY 'EM TRANSITO PARA ' TB-TRF-DESTINO (IX-TRF)
                   ' QTDE ' TB-TRF-QUANTIDADE (IX-TRF)
                   ' (TRANSF ' TB-TRF-NUMERO (IX-TRF) ')'
           END-IF.

       0250-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PROD-ACHADO.
           PERFORM 0251-PROCURAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS OR PROD-ACHADO.
           IF NOT PROD-ACHADO
               DISPLAY 'PRODUTO ' WRK-CODIGO ' FORA DO CADASTRO '
                   'PRODMAST'
           END-IF.

       0251-PROCURAR-PRODUTO.
           IF TB-PROD-CODIGO (IX-PROD) = WRK-CODIGO
               MOVE 'S' TO WRK-PROD-ACHADO
               DISPLAY 'PRODUTO: ' TB-PROD-DESCRICAO (IX-PROD)
           END-IF.

       0255-VALIDAR-LOCAL.
           MOVE 'N' TO WRK-LOCAL-ACHADO.
           PERFORM 0256-PROCURAR-LOCAL
               VARYING IX-LOC FROM 1 BY 1
               UNTIL IX-LOC > WRK-QT-LOCAIS OR LOCAL-ACHADO.
           IF NOT LOCAL-ACHADO
               DISPLAY 'LOCAL ' WRK-LOCAL ' FORA DO CADASTRO '
                   'STOREMST - NADA GRAVADO'
           END-IF.

       0256-PROCURAR-LOCAL.
           IF TB-LOC-CODIGO (IX-LOC) = WRK-LOCAL
               MOVE 'S' TO WRK-LOCAL-ACHADO
               DISPLAY 'LOCAL: ' TB-LOC-NOME (IX-LOC)
           END-IF.

       0260-LOCALIZAR-SALDO.
           MOVE 'N' TO WRK-SALDO-ACHADO.
           MOVE ZEROS TO WRK-IX-STQ.
           PERFORM 0261-PROCURAR-SALDO
               VARYING IX-STQ FROM 1 BY 1
               UNTIL IX-STQ > WRK-QT-SALDOS OR SALDO-ACHADO.

       0261-PROCURAR-SALDO.
           IF TB-STQ-CODIGO (IX-STQ) = WRK-CODIGO
              AND TB-STQ-LOCAL (IX-STQ) = WRK-LOCAL-SALDO
               MOVE 'S' TO WRK-SALDO-ACHADO
               SET WRK-IX-STQ TO IX-STQ
           END-IF.

      *    PRIMEIRA ENTRADA DO PRODUTO NO LOCAL ABRE A LINHA DE
      *    SALDO ZERADA.
       0265-ABRIR-SALDO.
           IF NOT SALDO-ACHADO
               IF WRK-QT-SALDOS >= WRK-LIMITE-SALDOS
                   DISPLAY 'TABELA DE SALDOS CHEIA - NADA GRAVADO'
               ELSE
                   ADD 1 TO WRK-QT-SALDOS
                   MOVE WRK-QT-SALDOS TO WRK-IX-STQ
                   SET IX-STQ TO WRK-IX-STQ
                   MOVE WRK-CODIGO      TO TB-STQ-CODIGO (IX-STQ)
                   MOVE WRK-LOCAL-SALDO TO TB-STQ-LOCAL (IX-STQ)
                   MOVE ZEROS           TO TB-STQ-SALDO (IX-STQ)
                   MOVE 'S' TO WRK-SALDO-ACHADO
               END-IF
           END-IF.

       0270-LER-NUMERO.
           DISPLAY 'NUMERO DA TRANSFERENCIA ...'.
           ACCEPT WRK-NUMERO-TRANSF FROM CONSOLE.

       0280-LOCALIZAR-EM-TRANSITO.
           MOVE 'N' TO WRK-TRANSF-ACHADA.
           MOVE ZEROS TO WRK-IX-TRF.
           PERFORM 0281-PROCURAR-TRANSFERENCIA
               VARYING IX-TRF FROM 1 BY 1
               UNTIL IX-TRF > WRK-QT-TRANSF OR TRANSF-ACHADA.

       0281-PROCURAR-TRANSFERENCIA.
           IF TB-TRF-NUMERO (IX-TRF) = WRK-NUMERO-TRANSF
              AND TB-TRF-SITUACAO (IX-TRF) = 'T'
               MOVE 'S' TO WRK-TRANSF-ACHADA
               SET WRK-IX-TRF TO IX-TRF
           END-IF.

      *    SALDOS E TRANSFERENCIAS SO SAO REGRAVADOS QUANDO ALGO
      *    MUDOU; UMA SESSAO SO DE CONSULTA NAO TOCA NOS ARQUIVOS.
       0300-FINALIZAR.
           IF CADASTRO-ALTERADO
               OPEN OUTPUT STOCK-BALANCE-FILE
               PERFORM 0310-GRAVAR-SALDO
                   VARYING IX-STQ FROM 1 BY 1
                   UNTIL IX-STQ > WRK-QT-SALDOS
               CLOSE STOCK-BALANCE-FILE
               OPEN OUTPUT STOCK-TRANSFER-FILE
               PERFORM 0320-GRAVAR-TRANSFERENCIA
                   VARYING IX-TRF FROM 1 BY 1
                   UNTIL IX-TRF > WRK-QT-TRANSF
               CLOSE STOCK-TRANSFER-FILE
               MOVE 'G' TO WRK-LOT-FUNCAO
               CALL 'LOTRTN' USING WRK-LOT-FUNCAO WRK-CODIGO
                   WRK-LOCAL-SALDO WRK-LOT-LOTE WRK-LOT-VALIDADE
                   WRK-LOT-QUANTIDADE WRK-LOT-SEM-LOTE
               END-CALL
           END-IF.
           DISPLAY 'FIM DA TRANSFERENCIA DE ESTOQUE'.

       0310-GRAVAR-SALDO.
           INITIALIZE STOCK-BALANCE-RECORD.
           MOVE TB-STQ-CODIGO (IX-STQ) TO STQ-CODIGO.
           MOVE TB-STQ-SALDO (IX-STQ)  TO STQ-SALDO.
           MOVE TB-STQ-LOCAL (IX-STQ)  TO STQ-LOCAL.
           WRITE STOCK-BALANCE-RECORD.

       0320-GRAVAR-TRANSFERENCIA.
           INITIALIZE STOCK-TRANSFER-RECORD.
           MOVE TB-TRF-NUMERO (IX-TRF)      TO TRF-NUMERO.
           MOVE TB-TRF-CODIGO (IX-TRF)      TO TRF-CODIGO.
           MOVE TB-TRF-QUANTIDADE (IX-TRF)  TO TRF-QUANTIDADE.
           MOVE TB-TRF-ORIGEM (IX-TRF)      TO TRF-ORIGEM.
           MOVE TB-TRF-DESTINO (IX-TRF)     TO TRF-DESTINO.
           MOVE TB-TRF-ENVIO (IX-TRF)       TO TRF-DATA-ENVIO.
           MOVE TB-TRF-RECEBIMENTO (IX-TRF) TO TRF-DATA-RECEBIMENTO.
           MOVE TB-TRF-SITUACAO (IX-TRF)    TO TRF-SITUACAO.
           MOVE TB-TRF-USUARIO (IX-TRF)     TO TRF-USUARIO.
           MOVE TB-TRF-LOTE (IX-TRF)        TO TRF-LOTE.
           MOVE TB-TRF-VALIDADE (IX-TRF)    TO TRF-VALIDADE.
           WRITE STOCK-TRANSFER-RECORD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTRTN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ROTINA COMPARTILHADA DO SALDO POR LOTE
      *              (STOCKLOT). GUARDA OS LOTES EM MEMORIA DURANTE
      *              O RUN DO CHAMADOR (FECHAMENTO PROGCOB16,
      *              INVENTARIO STOCKTAK, TRANSFERENCIA STKTRANS),
      *              PARA QUE TODOS CONSUMAM O ESTOQUE DO MESMO
      *              JEITO: PRIMEIRO O LOTE QUE VENCE ANTES (NA
      *              MESMA VALIDADE, O QUE ENTROU ANTES). A PRIMEIRA
      *              CHAMADA CARREGA O ARQUIVO; SEM O ARQUIVO A
      *              TABELA COMECA VAZIA.
      *
      *    PARAMETROS (LINKAGE SECTION) :
      *    LK-FUNCAO   - 'E' ENTRADA: SOMA LK-QUANTIDADE NO LOTE
      *                      LK-LOTE DO PRODUTO NO LOCAL (ABRE O
      *                      LOTE COM A VALIDADE LK-VALIDADE SE FOR
      *                      NOVO)
      *                  'S' SAIDA: TIRA LK-QUANTIDADE DO LOTE
      *                      LK-LOTE OU, COM O LOTE EM BRANCO, DOS
      *                      LOTES DO LOCAL POR ORDEM DE VENCIMENTO
      *                  'P' PRIMEIRO A VENCER: DEVOLVE EM LK-LOTE,
      *                      LK-VALIDADE E LK-QUANTIDADE O LOTE COM
      *                      SALDO QUE VENCE ANTES (LOTE EM BRANCO E
      *                      QUANTIDADE ZERO SE NAO HOUVER)
      *                  'G' GRAVA O STOCKLOT SE ALGO MUDOU (FIM DO
      *                      RUN DO CHAMADOR)
      *    LK-CODIGO   - PRODUTO
      *    LK-LOCAL    - LOJA OU DEPOSITO (JA RESOLVIDO PELO
      *                  CHAMADOR - LOCAL EM BRANCO E O PRINCIPAL)
      *    LK-LOTE     - LOTE
      *    LK-VALIDADE - VALIDADE DO LOTE AAAAMMDD
      *    LK-QUANTIDADE - QUANTIDADE DO MOVIMENTO
      *    LK-SEM-LOTE - (SAIDA) PARTE DO MOVIMENTO QUE NAO ACHOU
      *                  LOTE: NA SAIDA, O QUE OS LOTES NAO
      *                  COBRIRAM; NA ENTRADA, O QUE NAO COUBE NA
      *                  TABELA. FICA COMO ESTOQUE SEM LOTE.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      **********************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-LOT-FILE ASSIGN TO 'STOCKLOT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-LOT-FILE.
           COPY 'STOCKLOT.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-LOT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-LOT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-LOTES                        VALUE 'S'.
       77  WRK-CARREGADO              PIC X(01) VALUE 'N'.
           88  LOTES-CARREGADOS                 VALUE 'S'.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  LOTES-ALTERADOS                  VALUE 'S'.

       01  TB-LOTE-TABELA.
           02  TB-LOTE OCCURS 500 TIMES INDEXED BY IX-LOT.
               03  TB-LOT-CODIGO      PIC X(06).
               03  TB-LOT-LOCAL       PIC X(10).
               03  TB-LOT-LOTE        PIC X(10).
               03  TB-LOT-VALIDADE    PIC 9(08).
               03  TB-LOT-SALDO       PIC 9(07).
               03  TB-LOT-ENTRADA     PIC 9(08).
       77  WRK-QT-LOTES               PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-LOTES           PIC 9(03) VALUE 500.
       77  WRK-IX-LOT                 PIC 9(03) VALUE ZEROS.
       77  WRK-LOTE-ACHADO            PIC X(01) VALUE 'N'.
           88  LOTE-ACHADO                      VALUE 'S'.

       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-RESTANTE               PIC 9(07) VALUE ZEROS.
       77  WRK-PARCELA                PIC 9(07) VALUE ZEROS.
       77  WRK-MELHOR-VALIDADE        PIC 9(08) VALUE ZEROS.
       77  WRK-MELHOR-ENTRADA         PIC 9(08) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'LOTRTN'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FUNCAO                  PIC X(01).
           88  LOT-ENTRADA                      VALUE 'E'.
           88  LOT-SAIDA                        VALUE 'S'.
           88  LOT-PRIMEIRO                     VALUE 'P'.
           88  LOT-GRAVAR                       VALUE 'G'.
       01  LK-CODIGO                  PIC X(06).
       01  LK-LOCAL                   PIC X(10).
       01  LK-LOTE                    PIC X(10).
       01  LK-VALIDADE                PIC 9(08).
       01  LK-QUANTIDADE              PIC 9(07).
       01  LK-SEM-LOTE                PIC 9(07).

       PROCEDURE DIVISION USING LK-FUNCAO LK-CODIGO LK-LOCAL
               LK-LOTE LK-VALIDADE LK-QUANTIDADE LK-SEM-LOTE.
       0001-PRINCIPAL.
           IF NOT LOTES-CARREGADOS
               PERFORM 0100-CARREGAR-LOTES
           END-IF.
           EVALUATE TRUE
               WHEN LOT-ENTRADA
                   PERFORM 0200-ENTRADA
               WHEN LOT-SAIDA
                   PERFORM 0300-SAIDA
               WHEN LOT-PRIMEIRO
                   PERFORM 0400-PRIMEIRO-A-VENCER
               WHEN LOT-GRAVAR
                   PERFORM 0500-GRAVAR-LOTES
           END-EVALUATE.
           GOBACK.

       0100-CARREGAR-LOTES.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           MOVE 'S' TO WRK-CARREGADO.
           OPEN INPUT STOCK-LOT-FILE.
           IF WRK-LOT-STATUS = '35'
               MOVE 'S' TO WRK-LOT-EOF
           ELSE
               READ STOCK-LOT-FILE
                   AT END MOVE 'S' TO WRK-LOT-EOF
               END-READ
               PERFORM 0110-LER-LOTE UNTIL FIM-LOTES
               CLOSE STOCK-LOT-FILE
           END-IF.

       0110-LER-LOTE.
           IF WRK-QT-LOTES < WRK-LIMITE-LOTES
               ADD 1 TO WRK-QT-LOTES
               SET IX-LOT TO WRK-QT-LOTES
               MOVE LOT-CODIGO       TO TB-LOT-CODIGO (IX-LOT)
               MOVE LOT-LOCAL        TO TB-LOT-LOCAL (IX-LOT)
               MOVE LOT-LOTE         TO TB-LOT-LOTE (IX-LOT)
               MOVE LOT-VALIDADE     TO TB-LOT-VALIDADE (IX-LOT)
               MOVE LOT-SALDO        TO TB-LOT-SALDO (IX-LOT)
               MOVE LOT-DATA-ENTRADA TO TB-LOT-ENTRADA (IX-LOT)
           ELSE
               MOVE LOT-CODIGO TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE LOTES CHEIA - LOTE IGNORADO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.
           READ STOCK-LOT-FILE
               AT END MOVE 'S' TO WRK-LOT-EOF
           END-READ.

      *    ENTRADA NO LOTE QUE JA EXISTE NO LOCAL SOMA AO SALDO DELE
      *    E MANTEM A VALIDADE E A DATA DA PRIMEIRA ENTRADA.
       0200-ENTRADA.
           MOVE ZEROS TO LK-SEM-LOTE.
           PERFORM 0210-LOCALIZAR-LOTE.
           IF NOT LOTE-ACHADO
               IF WRK-QT-LOTES < WRK-LIMITE-LOTES
                   ADD 1 TO WRK-QT-LOTES
                   MOVE WRK-QT-LOTES TO WRK-IX-LOT
                   SET IX-LOT TO WRK-IX-LOT
                   MOVE LK-CODIGO     TO TB-LOT-CODIGO (IX-LOT)
                   MOVE LK-LOCAL      TO TB-LOT-LOCAL (IX-LOT)
                   MOVE LK-LOTE       TO TB-LOT-LOTE (IX-LOT)
                   MOVE LK-VALIDADE   TO TB-LOT-VALIDADE (IX-LOT)
                   MOVE ZEROS         TO TB-LOT-SALDO (IX-LOT)
                   MOVE WRK-DATA-HOJE TO TB-LOT-ENTRADA (IX-LOT)
                   MOVE 'S' TO WRK-LOTE-ACHADO
               ELSE
                   MOVE LK-QUANTIDADE TO LK-SEM-LOTE
                   MOVE LK-CODIGO TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE LOTES CHEIA - ENTRADA SEM LOTE'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.
           IF LOTE-ACHADO
               SET IX-LOT TO WRK-IX-LOT
               ADD LK-QUANTIDADE TO TB-LOT-SALDO (IX-LOT)
               MOVE 'S' TO WRK-ALTERADO
           END-IF.

       0210-LOCALIZAR-LOTE.
           MOVE 'N' TO WRK-LOTE-ACHADO.
           MOVE ZEROS TO WRK-IX-LOT.
           PERFORM 0211-PROCURAR-LOTE
               VARYING IX-LOT FROM 1 BY 1
               UNTIL IX-LOT > WRK-QT-LOTES OR LOTE-ACHADO.

       0211-PROCURAR-LOTE.
           IF TB-LOT-CODIGO (IX-LOT) = LK-CODIGO
              AND TB-LOT-LOCAL (IX-LOT) = LK-LOCAL
              AND TB-LOT-LOTE (IX-LOT) = LK-LOTE
               MOVE 'S' TO WRK-LOTE-ACHADO
               SET WRK-IX-LOT TO IX-LOT
           END-IF.

      *    SAIDA DE UM LOTE INFORMADO OU, SEM LOTE, DOS LOTES DO
      *    LOCAL DO PRIMEIRO A VENCER EM DIANTE; O QUE OS LOTES NAO
      *    COBRIREM SAI DO ESTOQUE SEM LOTE E VOLTA EM LK-SEM-LOTE.
       0300-SAIDA.
           MOVE LK-QUANTIDADE TO WRK-RESTANTE.
           IF LK-LOTE NOT = SPACES
               PERFORM 0210-LOCALIZAR-LOTE
               IF LOTE-ACHADO
                   PERFORM 0310-CONSUMIR-LOTE
               END-IF
           ELSE
               PERFORM 0410-LOCALIZAR-PRIMEIRO
               PERFORM 0320-CONSUMIR-PRIMEIRO
                   UNTIL WRK-RESTANTE = ZEROS OR NOT LOTE-ACHADO
           END-IF.
           MOVE WRK-RESTANTE TO LK-SEM-LOTE.

       0310-CONSUMIR-LOTE.
           SET IX-LOT TO WRK-IX-LOT.
           IF TB-LOT-SALDO (IX-LOT) < WRK-RESTANTE
               MOVE TB-LOT-SALDO (IX-LOT) TO WRK-PARCELA
           ELSE
               MOVE WRK-RESTANTE TO WRK-PARCELA
           END-IF.
           SUBTRACT WRK-PARCELA FROM TB-LOT-SALDO (IX-LOT).
           SUBTRACT WRK-PARCELA FROM WRK-RESTANTE.
           MOVE 'S' TO WRK-ALTERADO.

       0320-CONSUMIR-PRIMEIRO.
           PERFORM 0310-CONSUMIR-LOTE.
           PERFORM 0410-LOCALIZAR-PRIMEIRO.

       0400-PRIMEIRO-A-VENCER.
           PERFORM 0410-LOCALIZAR-PRIMEIRO.
           IF LOTE-ACHADO
               SET IX-LOT TO WRK-IX-LOT
               MOVE TB-LOT-LOTE (IX-LOT)     TO LK-LOTE
               MOVE TB-LOT-VALIDADE (IX-LOT) TO LK-VALIDADE
               MOVE TB-LOT-SALDO (IX-LOT)    TO LK-QUANTIDADE
           ELSE
               MOVE SPACES TO LK-LOTE
               MOVE ZEROS  TO LK-VALIDADE
               MOVE ZEROS  TO LK-QUANTIDADE
           END-IF.

      *    VARRE A TABELA INTEIRA GUARDANDO O LOTE COM SALDO DE
      *    MENOR VALIDADE (EMPATE: O DE ENTRADA MAIS ANTIGA).
       0410-LOCALIZAR-PRIMEIRO.
           MOVE 'N' TO WRK-LOTE-ACHADO.
           MOVE ZEROS TO WRK-IX-LOT.
           PERFORM 0411-COMPARAR-VENCIMENTO
               VARYING IX-LOT FROM 1 BY 1
               UNTIL IX-LOT > WRK-QT-LOTES.

       0411-COMPARAR-VENCIMENTO.
           IF TB-LOT-CODIGO (IX-LOT) = LK-CODIGO
              AND TB-LOT-LOCAL (IX-LOT) = LK-LOCAL
              AND TB-LOT-SALDO (IX-LOT) > ZEROS
               IF NOT LOTE-ACHADO
                   PERFORM 0412-GUARDAR-PRIMEIRO
               ELSE
               IF TB-LOT-VALIDADE (IX-LOT) < WRK-MELHOR-VALIDADE
                   PERFORM 0412-GUARDAR-PRIMEIRO
               ELSE
               IF TB-LOT-VALIDADE (IX-LOT) = WRK-MELHOR-VALIDADE
                  AND TB-LOT-ENTRADA (IX-LOT) < WRK-MELHOR-ENTRADA
                   PERFORM 0412-GUARDAR-PRIMEIRO
               END-IF
               END-IF
               END-IF
           END-IF.

       0412-GUARDAR-PRIMEIRO.
           MOVE 'S' TO WRK-LOTE-ACHADO.
           SET WRK-IX-LOT TO IX-LOT.
           MOVE TB-LOT-VALIDADE (IX-LOT) TO WRK-MELHOR-VALIDADE.
           MOVE TB-LOT-ENTRADA (IX-LOT)  TO WRK-MELHOR-ENTRADA.

      *    LOTE ZERADO SAI DO ARQUIVO NA REGRAVACAO.
       0500-GRAVAR-LOTES.
           IF LOTES-ALTERADOS
               OPEN OUTPUT STOCK-LOT-FILE
               PERFORM 0510-GRAVAR-LOTE
                   VARYING IX-LOT FROM 1 BY 1
                   UNTIL IX-LOT > WRK-QT-LOTES
               CLOSE STOCK-LOT-FILE
               MOVE 'N' TO WRK-ALTERADO
           END-IF.

       0510-GRAVAR-LOTE.
           IF TB-LOT-SALDO (IX-LOT) > ZEROS
               INITIALIZE STOCK-LOT-RECORD
               MOVE TB-LOT-CODIGO (IX-LOT)   TO LOT-CODIGO
               MOVE TB-LOT-LOCAL (IX-LOT)    TO LOT-LOCAL
               MOVE TB-LOT-LOTE (IX-LOT)     TO LOT-LOTE
               MOVE TB-LOT-VALIDADE (IX-LOT) TO LOT-VALIDADE
               MOVE TB-LOT-SALDO (IX-LOT)    TO LOT-SALDO
               MOVE TB-LOT-ENTRADA (IX-LOT)  TO LOT-DATA-ENTRADA
               WRITE STOCK-LOT-RECORD
           END-IF.

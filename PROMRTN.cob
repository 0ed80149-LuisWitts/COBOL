       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMRTN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ROTINA COMPARTILHADA DE PRECO PROMOCIONAL.
      *              DEVOLVE O PRECO DA VENDA PELAS CAMPANHAS DO
      *              PROMOCAO QUE COBREM O PRODUTO, A LOJA E A DATA
      *              DA VENDA, PARA A DIGITACAO (SALENTRY) PRECIFICAR
      *              E O FECHAMENTO (PROGCOB16) CONFERIR PELA MESMA
      *              REGRA. COM MAIS DE UMA CAMPANHA VALIDA, VALE O
      *              MENOR PRECO. A PRIMEIRA CHAMADA CARREGA O
      *              ARQUIVO; SEM O ARQUIVO NAO HA CAMPANHA.
      *
      *    PARAMETROS (LINKAGE SECTION) :
      *    LK-CODIGO      - PRODUTO DA VENDA
      *    LK-LOJA        - LOJA DA VENDA
      *    LK-DATA        - DATA DA VENDA AAAAMMDD
      *    LK-PRECO-BASE  - PRECO EM VIGOR SEM CAMPANHA
      *    LK-PRECO-PROMO - (SAIDA) PRECO DA VENDA: O DA CAMPANHA,
      *                     OU O PRECO BASE SE NENHUMA COBRE
      *    LK-CAMPANHA    - (SAIDA) CAMPANHA APLICADA, EM BRANCO
      *                     SE NENHUMA
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE ASSIGN TO 'PROMOCAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTION-FILE.
           COPY 'PROMOCAO.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PRM-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PRM-EOF                PIC X(01) VALUE 'N'.
           88  FIM-CAMPANHAS                    VALUE 'S'.
       77  WRK-CARREGADO              PIC X(01) VALUE 'N'.
           88  CAMPANHAS-CARREGADAS             VALUE 'S'.

       01  TB-CAMPANHA-TABELA.
           02  TB-CAMPANHA OCCURS 100 TIMES INDEXED BY IX-PRM.
               03  TB-PRM-CAMPANHA    PIC X(08).
               03  TB-PRM-CODIGO      PIC X(06).
               03  TB-PRM-LOJA        PIC X(10).
               03  TB-PRM-TIPO        PIC X(01).
               03  TB-PRM-PERCENTUAL  PIC 9(02)V99.
               03  TB-PRM-PRECO       PIC 9(05)V99.
               03  TB-PRM-INICIO      PIC 9(08).
               03  TB-PRM-FIM         PIC 9(08).
       77  WRK-QT-CAMPANHAS           PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CAMPANHAS       PIC 9(03) VALUE 100.
       77  WRK-PRECO-CAMPANHA         PIC 9(05)V99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'PROMRTN'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-CODIGO                  PIC X(06).
       01  LK-LOJA                    PIC X(10).
       01  LK-DATA                    PIC 9(08).
       01  LK-PRECO-BASE              PIC 9(05)V99.
       01  LK-PRECO-PROMO             PIC 9(05)V99.
       01  LK-CAMPANHA                PIC X(08).

       PROCEDURE DIVISION USING LK-CODIGO LK-LOJA LK-DATA
               LK-PRECO-BASE LK-PRECO-PROMO LK-CAMPANHA.
       0001-PRINCIPAL.
           IF NOT CAMPANHAS-CARREGADAS
               PERFORM 0100-CARREGAR-CAMPANHAS
           END-IF.
           MOVE LK-PRECO-BASE TO LK-PRECO-PROMO.
           MOVE SPACES        TO LK-CAMPANHA.
           PERFORM 0200-TESTAR-CAMPANHA
               VARYING IX-PRM FROM 1 BY 1
               UNTIL IX-PRM > WRK-QT-CAMPANHAS.
           GOBACK.

      *    CAMPANHA SEM PERIODO VALIDO, DE TIPO DESCONHECIDO OU DE
      *    PRECO FIXO SEM PRODUTO VAI PARA O LOG DE EXCECOES E NAO
      *    ENTRA NA TABELA.
       0100-CARREGAR-CAMPANHAS.
           MOVE 'S' TO WRK-CARREGADO.
           OPEN INPUT PROMOTION-FILE.
           IF WRK-PRM-STATUS = '35'
               MOVE 'S' TO WRK-PRM-EOF
           ELSE
               READ PROMOTION-FILE
                   AT END MOVE 'S' TO WRK-PRM-EOF
               END-READ
               PERFORM 0110-LER-CAMPANHA UNTIL FIM-CAMPANHAS
               CLOSE PROMOTION-FILE
           END-IF.

       0110-LER-CAMPANHA.
           MOVE SPACES TO WRK-MOTIVO-LOG.
           IF PRM-INICIO NOT NUMERIC OR PRM-FIM NOT NUMERIC
              OR PRM-FIM < PRM-INICIO
               MOVE 'CAMPANHA COM PERIODO INVALIDO'
                   TO WRK-MOTIVO-LOG
           ELSE
           IF PROMOCAO-PERCENTUAL
               IF PRM-PERCENTUAL NOT NUMERIC
                  OR PRM-PERCENTUAL = ZEROS
                   MOVE 'CAMPANHA PERCENTUAL SEM DESCONTO'
                       TO WRK-MOTIVO-LOG
               END-IF
           ELSE
           IF PROMOCAO-PRECO-FIXO
               IF PRM-CODIGO = SPACES OR PRM-PRECO NOT NUMERIC
                  OR PRM-PRECO = ZEROS
                   MOVE 'CAMPANHA DE PRECO FIXO SEM PRODUTO/PRECO'
                       TO WRK-MOTIVO-LOG
               END-IF
           ELSE
               MOVE 'CAMPANHA COM TIPO DESCONHECIDO'
                   TO WRK-MOTIVO-LOG
           END-IF
           END-IF
           END-IF.
           IF WRK-MOTIVO-LOG = SPACES
              AND WRK-QT-CAMPANHAS >= WRK-LIMITE-CAMPANHAS
               MOVE 'TABELA DE CAMPANHAS CHEIA' TO WRK-MOTIVO-LOG
           END-IF.
           IF WRK-MOTIVO-LOG NOT = SPACES
               MOVE PRM-CAMPANHA TO WRK-REFERENCIA-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               ADD 1 TO WRK-QT-CAMPANHAS
               SET IX-PRM TO WRK-QT-CAMPANHAS
               MOVE PRM-CAMPANHA   TO TB-PRM-CAMPANHA (IX-PRM)
               MOVE PRM-CODIGO     TO TB-PRM-CODIGO (IX-PRM)
               MOVE PRM-LOJA       TO TB-PRM-LOJA (IX-PRM)
               MOVE PRM-TIPO       TO TB-PRM-TIPO (IX-PRM)
               MOVE ZEROS          TO TB-PRM-PERCENTUAL (IX-PRM)
                                      TB-PRM-PRECO (IX-PRM)
               IF PROMOCAO-PERCENTUAL
                   MOVE PRM-PERCENTUAL TO TB-PRM-PERCENTUAL (IX-PRM)
               ELSE
                   MOVE PRM-PRECO      TO TB-PRM-PRECO (IX-PRM)
               END-IF
               MOVE PRM-INICIO     TO TB-PRM-INICIO (IX-PRM)
               MOVE PRM-FIM        TO TB-PRM-FIM (IX-PRM)
           END-IF.
           READ PROMOTION-FILE
               AT END MOVE 'S' TO WRK-PRM-EOF
           END-READ.

      *    A CAMPANHA COBRE A VENDA SE O PRODUTO E A LOJA BATEM (OU
      *    ESTAO EM BRANCO NA CAMPANHA) E A DATA ESTA NO PERIODO;
      *    SO FICA SE DER PRECO MENOR QUE O JA ACHADO.
       0200-TESTAR-CAMPANHA.
           IF (TB-PRM-CODIGO (IX-PRM) = LK-CODIGO
               OR TB-PRM-CODIGO (IX-PRM) = SPACES)
              AND (TB-PRM-LOJA (IX-PRM) = LK-LOJA
               OR TB-PRM-LOJA (IX-PRM) = SPACES)
              AND LK-DATA >= TB-PRM-INICIO (IX-PRM)
              AND LK-DATA <= TB-PRM-FIM (IX-PRM)
               IF TB-PRM-TIPO (IX-PRM) = 'P'
                   COMPUTE WRK-PRECO-CAMPANHA ROUNDED =
                       LK-PRECO-BASE
                       * (100 - TB-PRM-PERCENTUAL (IX-PRM)) / 100
               ELSE
                   MOVE TB-PRM-PRECO (IX-PRM) TO WRK-PRECO-CAMPANHA
               END-IF
               IF WRK-PRECO-CAMPANHA < LK-PRECO-PROMO
                   MOVE WRK-PRECO-CAMPANHA TO LK-PRECO-PROMO
                   MOVE TB-PRM-CAMPANHA (IX-PRM) TO LK-CAMPANHA
               END-IF
           END-IF.

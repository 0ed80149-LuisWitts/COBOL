       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPSCOR.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: SCORECARD MENSAL DE DESEMPENHO DE FORNECEDORES
      *              SOBRE O HISTORICO DE COMPRAS (PURCHHST, GRAVADO
      *              PELO FECHAMENTO A CADA RECEBIMENTO CASADO COM
      *              PEDIDO). PARA A COMPETENCIA INFORMADA (AAAAMM,
      *              ZERO = MES DA DATA DE MOVIMENTO), IMPRIME POR
      *              FORNECEDOR: ENTREGAS, PERCENTUAL NO PRAZO,
      *              MEDIA DE DIAS DE ATRASO, ENTREGAS PARCIAIS
      *              (PEDIDO CONTINUOU ABERTO) E COM EXCEDENTE, E A
      *              VARIACAO DE PRECO (CUSTO DA ENTRADA MENOS CUSTO
      *              DO PEDIDO, VEZES A QUANTIDADE ENTREGUE) EM
      *              VALOR E EM PERCENTUAL DO VALOR PEDIDO. O
      *              COMPRADOR USA NA RENEGOCIACAO DE CONTRATOS E NA
      *              ESCOLHA DE FORNECEDOR. PAGINADO PELA RPTHDRTN.
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
           SELECT PURCHASE-HISTORY-FILE ASSIGN TO 'PURCHHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PCH-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-HISTORY-FILE.
           COPY 'PURCHHST.cob'.

       FD  SUPPLIER-MASTER-FILE.
           COPY 'SUPPMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PCH-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-FORN-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-FORN-EOF               PIC X(01) VALUE 'N'.
           88  FIM-FORNECEDORES                 VALUE 'S'.

       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-MES-LINHA          PIC 9(06) VALUE ZEROS.
       77  WRK-QT-LINHAS              PIC 9(07) VALUE ZEROS.

      *    RAZAO SOCIAL DOS FORNECEDORES PARA O CABECALHO DE CADA
      *    LINHA DO SCORECARD
       01  TB-CADASTRO-TABELA.
           02  TB-CADASTRO OCCURS 200 TIMES INDEXED BY IX-CAD.
               03  TB-CAD-CODIGO      PIC 9(06).
               03  TB-CAD-RAZAO       PIC X(30).
       77  WRK-QT-CADASTRO            PIC 9(03) VALUE ZEROS.
       77  WRK-CAD-ACHADO             PIC X(01) VALUE 'N'.
           88  CAD-ACHADO                       VALUE 'S'.

      *    ACUMULADO DO MES POR FORNECEDOR
       01  TB-SCORE-TABELA.
           02  TB-SCORE OCCURS 200 TIMES INDEXED BY IX-SCO.
               03  TB-SCO-FORNECEDOR  PIC 9(06).
               03  TB-SCO-ENTREGAS    PIC 9(05).
               03  TB-SCO-NO-PRAZO    PIC 9(05).
               03  TB-SCO-DIAS-ATRASO PIC 9(07).
               03  TB-SCO-PARCIAIS    PIC 9(05).
               03  TB-SCO-EXCEDENTES  PIC 9(05).
               03  TB-SCO-VALOR-PEDIDO
                                      PIC 9(11)V99.
               03  TB-SCO-VARIACAO    PIC S9(11)V99.
       77  WRK-QT-FORNECEDORES        PIC 9(03) VALUE ZEROS.
       77  WRK-FORN-ACHADO            PIC X(01) VALUE 'N'.
           88  FORN-ACHADO                      VALUE 'S'.
       77  WRK-IX-SCO                 PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-FORNECEDORES    PIC 9(03) VALUE 200.
       77  WRK-ESTOURO-FORNECEDORES   PIC X(01) VALUE 'N'.
           88  FORNECEDORES-ESTOURADOS          VALUE 'S'.

      *    INDICADORES CALCULADOS NA IMPRESSAO
       77  WRK-PCT-NO-PRAZO           PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MEDIA-ATRASO           PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PCT-VARIACAO           PIC S9(03)V99 VALUE ZEROS.
       77  WRK-RAZAO                  PIC X(30) VALUE SPACES.

       77  WRK-QT-ED                  PIC ZZZZ9 VALUE ZEROS.
       77  WRK-PRAZO-ED               PIC ZZ9,99 VALUE ZEROS.
       77  WRK-MEDIA-ED               PIC ZZZZ9,99 VALUE ZEROS.
       77  WRK-PARC-ED                PIC ZZZZ9 VALUE ZEROS.
       77  WRK-EXCED-ED               PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VARIACAO-ED            PIC -(9)9,99 VALUE ZEROS.
       77  WRK-PCT-VARIACAO-ED        PIC -ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'SUPPSCOR'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'SCORECARD DE FORNECEDORES'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '====== SCORECARD DE FORNECEDORES ======'.
           DISPLAY 'COMPETENCIA (AAAAMM, ZERO = MES CORRENTE) ...'.
           ACCEPT WRK-ANO-MES.
           IF WRK-ANO-MES = ZEROS
               CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL
               COMPUTE WRK-ANO-MES = WRK-DATA-HOJE / 100
           END-IF.
           DISPLAY 'COMPETENCIA : ' WRK-ANO-MES.
           PERFORM 0110-CARREGAR-CADASTRO.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           OPEN INPUT PURCHASE-HISTORY-FILE.
           IF WRK-PCH-STATUS = '35'
               DISPLAY 'HISTORICO DE COMPRAS (PURCHHST) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ PURCHASE-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

       0110-CARREGAR-CADASTRO.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WRK-FORN-STATUS = '35'
               MOVE 'S' TO WRK-FORN-EOF
           ELSE
               READ SUPPLIER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-FORN-EOF
               END-READ
               PERFORM 0111-LER-FORNECEDOR UNTIL FIM-FORNECEDORES
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       0111-LER-FORNECEDOR.
           IF WRK-QT-CADASTRO < 200
               ADD 1 TO WRK-QT-CADASTRO
               SET IX-CAD TO WRK-QT-CADASTRO
               MOVE FORN-CODIGO       TO TB-CAD-CODIGO (IX-CAD)
               MOVE FORN-RAZAO-SOCIAL TO TB-CAD-RAZAO (IX-CAD)
           END-IF.
           READ SUPPLIER-MASTER-FILE
               AT END MOVE 'S' TO WRK-FORN-EOF
           END-READ.

      *    SO ENTRA A ENTREGA RECEBIDA NA COMPETENCIA PEDIDA.
      *    ENTREGA NO PRAZO = ZERO DIA DE ATRASO; A MEDIA DE
      *    ATRASO E SOBRE TODAS AS ENTREGAS DO MES.
       0200-PROCESSAR.
           COMPUTE WRK-ANO-MES-LINHA = PCH-DATA-RECEBIMENTO / 100.
           IF WRK-ANO-MES-LINHA = WRK-ANO-MES
               ADD 1 TO WRK-QT-LINHAS
               PERFORM 0210-LOCALIZAR-FORNECEDOR
               IF WRK-IX-SCO > ZEROS
                   SET IX-SCO TO WRK-IX-SCO
                   ADD 1 TO TB-SCO-ENTREGAS (IX-SCO)
                   IF PCH-DIAS-ATRASO = ZEROS
                       ADD 1 TO TB-SCO-NO-PRAZO (IX-SCO)
                   ELSE
                       ADD PCH-DIAS-ATRASO
                           TO TB-SCO-DIAS-ATRASO (IX-SCO)
                   END-IF
                   IF ENTREGA-PARCIAL
                       ADD 1 TO TB-SCO-PARCIAIS (IX-SCO)
                   END-IF
                   IF PCH-QT-EXCEDENTE > ZEROS
                       ADD 1 TO TB-SCO-EXCEDENTES (IX-SCO)
                   END-IF
                   COMPUTE TB-SCO-VALOR-PEDIDO (IX-SCO) =
                       TB-SCO-VALOR-PEDIDO (IX-SCO)
                       + (PCH-QT-ENTREGUE * PCH-CUSTO-PEDIDO)
                   COMPUTE TB-SCO-VARIACAO (IX-SCO) =
                       TB-SCO-VARIACAO (IX-SCO)
                       + (PCH-QT-ENTREGUE
                          * (PCH-CUSTO-RECEBIDO - PCH-CUSTO-PEDIDO))
               END-IF
           END-IF.
           READ PURCHASE-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-ACHADO.
           MOVE ZEROS TO WRK-IX-SCO.
           PERFORM 0211-PROCURAR-FORNECEDOR
               VARYING IX-SCO FROM 1 BY 1
               UNTIL IX-SCO > WRK-QT-FORNECEDORES OR FORN-ACHADO.
           IF NOT FORN-ACHADO
               IF WRK-QT-FORNECEDORES >= WRK-LIMITE-FORNECEDORES
                   DISPLAY '*** TABELA DE FORNECEDORES CHEIA - '
                       'FORNECEDOR ' PCH-FORNECEDOR ' FORA DO '
                       'SCORECARD'
                   IF NOT FORNECEDORES-ESTOURADOS
                       MOVE 'S' TO WRK-ESTOURO-FORNECEDORES
                       MOVE PCH-FORNECEDOR TO WRK-REFERENCIA-LOG
                       MOVE 'TABELA DE FORNECEDORES DO SCORECARD CHEIA'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-FORNECEDORES
                   MOVE WRK-QT-FORNECEDORES TO WRK-IX-SCO
                   SET IX-SCO TO WRK-IX-SCO
                   MOVE PCH-FORNECEDOR TO TB-SCO-FORNECEDOR (IX-SCO)
                   MOVE ZEROS TO TB-SCO-ENTREGAS (IX-SCO)
                       TB-SCO-NO-PRAZO (IX-SCO)
                       TB-SCO-DIAS-ATRASO (IX-SCO)
                       TB-SCO-PARCIAIS (IX-SCO)
                       TB-SCO-EXCEDENTES (IX-SCO)
                       TB-SCO-VALOR-PEDIDO (IX-SCO)
                       TB-SCO-VARIACAO (IX-SCO)
               END-IF
           END-IF.

       0211-PROCURAR-FORNECEDOR.
           IF TB-SCO-FORNECEDOR (IX-SCO) = PCH-FORNECEDOR
               MOVE 'S' TO WRK-FORN-ACHADO
               SET WRK-IX-SCO TO IX-SCO
           END-IF.

       0300-FINALIZAR.
           IF WRK-PCH-STATUS NOT = '35'
               CLOSE PURCHASE-HISTORY-FILE
           END-IF.
           DISPLAY 'ENTREGAS NA COMPETENCIA : ' WRK-QT-LINHAS.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'COMPETENCIA ' WRK-ANO-MES
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'FORNECEDOR                            ENTR  '
               '%PRAZO  ATRASO  PARC  EXCD  VARIACAO PRECO    %VAR'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           IF WRK-QT-FORNECEDORES = ZEROS
               MOVE 'NENHUMA ENTREGA REGISTRADA NA COMPETENCIA'
                   TO WRK-RPT-LINHA
               PERFORM 0320-IMPRIMIR-LINHA
           ELSE
               PERFORM 0310-IMPRIMIR-FORNECEDOR
                   VARYING IX-SCO FROM 1 BY 1
                   UNTIL IX-SCO > WRK-QT-FORNECEDORES
           END-IF.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FIM DO SCORECARD DE FORNECEDORES '.

      *    PEDIDO SEM FORNECEDOR (LAYOUT ANTIGO) APARECE COMO
      *    FORNECEDOR ZERO, SEM RAZAO SOCIAL.
       0310-IMPRIMIR-FORNECEDOR.
           MOVE SPACES TO WRK-RAZAO.
           MOVE 'N' TO WRK-CAD-ACHADO.
           PERFORM 0311-PROCURAR-CADASTRO
               VARYING IX-CAD FROM 1 BY 1
               UNTIL IX-CAD > WRK-QT-CADASTRO OR CAD-ACHADO.
           IF NOT CAD-ACHADO
               MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-RAZAO
           END-IF.
           COMPUTE WRK-PCT-NO-PRAZO ROUNDED =
               TB-SCO-NO-PRAZO (IX-SCO) * 100
               / TB-SCO-ENTREGAS (IX-SCO).
           COMPUTE WRK-MEDIA-ATRASO ROUNDED =
               TB-SCO-DIAS-ATRASO (IX-SCO)
               / TB-SCO-ENTREGAS (IX-SCO).
           IF TB-SCO-VALOR-PEDIDO (IX-SCO) > ZEROS
               COMPUTE WRK-PCT-VARIACAO ROUNDED =
                   TB-SCO-VARIACAO (IX-SCO) * 100
                   / TB-SCO-VALOR-PEDIDO (IX-SCO)
           ELSE
               MOVE ZEROS TO WRK-PCT-VARIACAO
           END-IF.
           MOVE TB-SCO-ENTREGAS (IX-SCO)   TO WRK-QT-ED.
           MOVE WRK-PCT-NO-PRAZO           TO WRK-PRAZO-ED.
           MOVE WRK-MEDIA-ATRASO           TO WRK-MEDIA-ED.
           MOVE TB-SCO-PARCIAIS (IX-SCO)   TO WRK-PARC-ED.
           MOVE TB-SCO-EXCEDENTES (IX-SCO) TO WRK-EXCED-ED.
           MOVE TB-SCO-VARIACAO (IX-SCO)   TO WRK-VARIACAO-ED.
           MOVE WRK-PCT-VARIACAO           TO WRK-PCT-VARIACAO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-SCO-FORNECEDOR (IX-SCO) ' ' WRK-RAZAO ' '
               WRK-QT-ED ' ' WRK-PRAZO-ED ' ' WRK-MEDIA-ED ' '
               WRK-PARC-ED ' ' WRK-EXCED-ED ' ' WRK-VARIACAO-ED ' '
               WRK-PCT-VARIACAO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.

       0311-PROCURAR-CADASTRO.
           IF TB-CAD-CODIGO (IX-CAD) = TB-SCO-FORNECEDOR (IX-SCO)
               MOVE 'S' TO WRK-CAD-ACHADO
               MOVE TB-CAD-RAZAO (IX-CAD) TO WRK-RAZAO
           END-IF.

       0320-IMPRIMIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

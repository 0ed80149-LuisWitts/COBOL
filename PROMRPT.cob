       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMRPT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: RESULTADO DAS CAMPANHAS PROMOCIONAIS. PARA CADA
      *              LINHA DO PROMOCAO JA ENCERRADA (FIM ANTES DA
      *              DATA DE MOVIMENTO), SOMA NO HISTORICO SALEHIST
      *              AS UNIDADES E A RECEITA DO ESCOPO DA CAMPANHA
      *              (PRODUTO E LOJA; EM BRANCO = TODOS) DURANTE A
      *              CAMPANHA E NO PERIODO DE MESMO NUMERO DE DIAS
      *              IMEDIATAMENTE ANTERIOR, E IMPRIME PELA ROTINA
      *              RPTHDRTN OS DOIS PERIODOS E A VARIACAO EM
      *              PERCENTUAL. DEVOLUCAO E CANCELAMENTO ABATEM,
      *              COMO NO SALERANK.
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

           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALEHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTION-FILE.
           COPY 'PROMOCAO.cob'.

       FD  SALES-HISTORY-FILE.
           COPY 'SALEHIST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PRM-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PRM-EOF                PIC X(01) VALUE 'N'.
           88  FIM-CAMPANHAS                    VALUE 'S'.
       77  WRK-SHIS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-SINAL                  PIC S9(01) VALUE +1.
       77  WRK-QT-LINHAS              PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-CAMPANHA          PIC 9(05) VALUE ZEROS.
       77  WRK-INICIO-INT             PIC 9(09) VALUE ZEROS.
       77  WRK-FIM-INT                PIC 9(09) VALUE ZEROS.

      *    CAMPANHAS ENCERRADAS, COM OS ACUMULADOS DO PERIODO DA
      *    CAMPANHA (CMP) E DO PERIODO ANTERIOR (ANT)
       01  TB-CAMPANHA-TABELA.
           02  TB-CAMPANHA OCCURS 100 TIMES INDEXED BY IX-PRM.
               03  TB-PRM-CAMPANHA    PIC X(08).
               03  TB-PRM-DESCRICAO   PIC X(20).
               03  TB-PRM-CODIGO      PIC X(06).
               03  TB-PRM-LOJA        PIC X(10).
               03  TB-PRM-INICIO      PIC 9(08).
               03  TB-PRM-FIM         PIC 9(08).
               03  TB-PRM-INICIO-ANT  PIC 9(08).
               03  TB-PRM-FIM-ANT     PIC 9(08).
               03  TB-PRM-QT-CMP      PIC S9(09).
               03  TB-PRM-RECEITA-CMP PIC S9(11)V99.
               03  TB-PRM-QT-ANT      PIC S9(09).
               03  TB-PRM-RECEITA-ANT PIC S9(11)V99.
       77  WRK-QT-CAMPANHAS           PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CAMPANHAS       PIC 9(03) VALUE 100.
       77  WRK-QT-EM-ANDAMENTO        PIC 9(03) VALUE ZEROS.

       77  WRK-VARIACAO-PCT           PIC S9(05)V99 VALUE ZEROS.
       77  WRK-VARIACAO-QT-ED         PIC -(5)9,99 VALUE ZEROS.
       77  WRK-VARIACAO-REC-ED        PIC -(5)9,99 VALUE ZEROS.
       77  WRK-RECEITA-ED             PIC -(9)9,99 VALUE ZEROS.
       77  WRK-QT-ED                  PIC -(8)9 VALUE ZEROS.
       77  WRK-ESCOPO-PRODUTO         PIC X(06) VALUE SPACES.
       77  WRK-ESCOPO-LOJA            PIC X(10) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'PROMRPT'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'RESULTADO DE CAMPANHAS PROMOCIONAIS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== RESULTADO DE CAMPANHAS PROMOCIONAIS ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0110-CARREGAR-CAMPANHAS.
           IF WRK-QT-CAMPANHAS = ZEROS
               DISPLAY 'NENHUMA CAMPANHA ENCERRADA NO PROMOCAO'
               MOVE 'S' TO WRK-EOF
           ELSE
               OPEN INPUT SALES-HISTORY-FILE
               IF WRK-SHIS-STATUS = '35'
                   DISPLAY 'HISTORICO DE VENDAS (SALEHIST) AINDA NAO '
                       'EXISTE'
                   MOVE 'S' TO WRK-EOF
               ELSE
                   READ SALES-HISTORY-FILE
                       AT END MOVE 'S' TO WRK-EOF
                   END-READ
               END-IF
           END-IF.

      *    SO A CAMPANHA JA ENCERRADA ENTRA NO RELATORIO; A EM
      *    ANDAMENTO OU FUTURA E SO CONTADA. O PERIODO ANTERIOR TEM
      *    O MESMO NUMERO DE DIAS E TERMINA NA VESPERA DO INICIO.
       0110-CARREGAR-CAMPANHAS.
           OPEN INPUT PROMOTION-FILE.
           IF WRK-PRM-STATUS = '35'
               MOVE 'S' TO WRK-PRM-EOF
           ELSE
               READ PROMOTION-FILE
                   AT END MOVE 'S' TO WRK-PRM-EOF
               END-READ
               PERFORM 0111-LER-CAMPANHA UNTIL FIM-CAMPANHAS
               CLOSE PROMOTION-FILE
           END-IF.

       0111-LER-CAMPANHA.
           IF PRM-INICIO IS NUMERIC AND PRM-FIM IS NUMERIC
              AND PRM-INICIO > ZEROS AND PRM-FIM >= PRM-INICIO
               IF PRM-FIM >= WRK-DATA-MOVIMENTO
                   ADD 1 TO WRK-QT-EM-ANDAMENTO
               ELSE
               IF WRK-QT-CAMPANHAS < WRK-LIMITE-CAMPANHAS
                   PERFORM 0112-GUARDAR-CAMPANHA
               ELSE
                   DISPLAY 'TABELA DE CAMPANHAS CHEIA - CAMPANHA '
                       PRM-CAMPANHA ' FORA DO RELATORIO'
               END-IF
               END-IF
           END-IF.
           READ PROMOTION-FILE
               AT END MOVE 'S' TO WRK-PRM-EOF
           END-READ.

       0112-GUARDAR-CAMPANHA.
           ADD 1 TO WRK-QT-CAMPANHAS.
           SET IX-PRM TO WRK-QT-CAMPANHAS.
           MOVE PRM-CAMPANHA  TO TB-PRM-CAMPANHA (IX-PRM).
           MOVE PRM-DESCRICAO TO TB-PRM-DESCRICAO (IX-PRM).
           MOVE PRM-CODIGO    TO TB-PRM-CODIGO (IX-PRM).
           MOVE PRM-LOJA      TO TB-PRM-LOJA (IX-PRM).
           MOVE PRM-INICIO    TO TB-PRM-INICIO (IX-PRM).
           MOVE PRM-FIM       TO TB-PRM-FIM (IX-PRM).
           COMPUTE WRK-INICIO-INT = FUNCTION INTEGER-OF-DATE
               (PRM-INICIO).
           COMPUTE WRK-FIM-INT = FUNCTION INTEGER-OF-DATE (PRM-FIM).
           COMPUTE WRK-DIAS-CAMPANHA =
               WRK-FIM-INT - WRK-INICIO-INT + 1.
           COMPUTE TB-PRM-INICIO-ANT (IX-PRM) =
               FUNCTION DATE-OF-INTEGER
               (WRK-INICIO-INT - WRK-DIAS-CAMPANHA).
           COMPUTE TB-PRM-FIM-ANT (IX-PRM) =
               FUNCTION DATE-OF-INTEGER (WRK-INICIO-INT - 1).
           MOVE ZEROS TO TB-PRM-QT-CMP (IX-PRM)
                         TB-PRM-RECEITA-CMP (IX-PRM)
                         TB-PRM-QT-ANT (IX-PRM)
                         TB-PRM-RECEITA-ANT (IX-PRM).

      *    CADA LINHA DO HISTORICO E SOMADA EM TODA CAMPANHA CUJO
      *    ESCOPO A COBRE, NO PERIODO DA CAMPANHA OU NO ANTERIOR.
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LINHAS.
           IF SH-TIPO = 'V'
               MOVE +1 TO WRK-SINAL
           ELSE
               MOVE -1 TO WRK-SINAL
           END-IF.
           PERFORM 0210-ACUMULAR-CAMPANHA
               VARYING IX-PRM FROM 1 BY 1
               UNTIL IX-PRM > WRK-QT-CAMPANHAS.
           READ SALES-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-ACUMULAR-CAMPANHA.
           IF (TB-PRM-CODIGO (IX-PRM) = SH-CODIGO
               OR TB-PRM-CODIGO (IX-PRM) = SPACES)
              AND (TB-PRM-LOJA (IX-PRM) = SH-LOJA
               OR TB-PRM-LOJA (IX-PRM) = SPACES)
               IF SH-DATA >= TB-PRM-INICIO (IX-PRM)
                  AND SH-DATA <= TB-PRM-FIM (IX-PRM)
                   COMPUTE TB-PRM-QT-CMP (IX-PRM) =
                       TB-PRM-QT-CMP (IX-PRM)
                       + (WRK-SINAL * SH-QUANTIDADE)
                   COMPUTE TB-PRM-RECEITA-CMP (IX-PRM) =
                       TB-PRM-RECEITA-CMP (IX-PRM)
                       + (WRK-SINAL * SH-VALOR)
               ELSE
               IF SH-DATA >= TB-PRM-INICIO-ANT (IX-PRM)
                  AND SH-DATA <= TB-PRM-FIM-ANT (IX-PRM)
                   COMPUTE TB-PRM-QT-ANT (IX-PRM) =
                       TB-PRM-QT-ANT (IX-PRM)
                       + (WRK-SINAL * SH-QUANTIDADE)
                   COMPUTE TB-PRM-RECEITA-ANT (IX-PRM) =
                       TB-PRM-RECEITA-ANT (IX-PRM)
                       + (WRK-SINAL * SH-VALOR)
               END-IF
               END-IF
           END-IF.

       0300-FINALIZAR.
           IF WRK-QT-CAMPANHAS > ZEROS
              AND WRK-SHIS-STATUS NOT = '35'
               CLOSE SALES-HISTORY-FILE
           END-IF.
           DISPLAY 'LINHAS DO HISTORICO LIDAS  : ' WRK-QT-LINHAS.
           DISPLAY 'CAMPANHAS EM ANDAMENTO     : '
               WRK-QT-EM-ANDAMENTO.
           PERFORM 0310-IMPRIMIR-CAMPANHA
               VARYING IX-PRM FROM 1 BY 1
               UNTIL IX-PRM > WRK-QT-CAMPANHAS.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FIM DO RESULTADO DE CAMPANHAS '.

      *    QUATRO LINHAS POR CAMPANHA: ESCOPO, PERIODO DA CAMPANHA,
      *    PERIODO ANTERIOR E VARIACAO. SEM VENDA NO PERIODO
      *    ANTERIOR NAO HA BASE PARA O PERCENTUAL.
       0310-IMPRIMIR-CAMPANHA.
           IF TB-PRM-CODIGO (IX-PRM) = SPACES
               MOVE 'TODOS' TO WRK-ESCOPO-PRODUTO
           ELSE
               MOVE TB-PRM-CODIGO (IX-PRM) TO WRK-ESCOPO-PRODUTO
           END-IF.
           IF TB-PRM-LOJA (IX-PRM) = SPACES
               MOVE 'TODAS' TO WRK-ESCOPO-LOJA
           ELSE
               MOVE TB-PRM-LOJA (IX-PRM) TO WRK-ESCOPO-LOJA
           END-IF.
           STRING 'CAMPANHA ' TB-PRM-CAMPANHA (IX-PRM)
               ' ' TB-PRM-DESCRICAO (IX-PRM)
               ' PRODUTO ' WRK-ESCOPO-PRODUTO
               ' LOJA ' WRK-ESCOPO-LOJA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE TB-PRM-QT-CMP (IX-PRM)      TO WRK-QT-ED.
           MOVE TB-PRM-RECEITA-CMP (IX-PRM) TO WRK-RECEITA-ED.
           STRING '  CAMPANHA ' TB-PRM-INICIO (IX-PRM)
               ' A ' TB-PRM-FIM (IX-PRM)
               ' QT ' WRK-QT-ED ' RECEITA ' WRK-RECEITA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE TB-PRM-QT-ANT (IX-PRM)      TO WRK-QT-ED.
           MOVE TB-PRM-RECEITA-ANT (IX-PRM) TO WRK-RECEITA-ED.
           STRING '  ANTERIOR ' TB-PRM-INICIO-ANT (IX-PRM)
               ' A ' TB-PRM-FIM-ANT (IX-PRM)
               ' QT ' WRK-QT-ED ' RECEITA ' WRK-RECEITA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           IF TB-PRM-QT-ANT (IX-PRM) NOT > ZEROS
              OR TB-PRM-RECEITA-ANT (IX-PRM) NOT > ZEROS
               MOVE '  VARIACAO SEM BASE - SEM VENDA ANTERIOR'
                   TO WRK-RPT-LINHA
           ELSE
               COMPUTE WRK-VARIACAO-PCT ROUNDED =
                   ((TB-PRM-QT-CMP (IX-PRM) - TB-PRM-QT-ANT (IX-PRM))
                    * 100) / TB-PRM-QT-ANT (IX-PRM)
               MOVE WRK-VARIACAO-PCT TO WRK-VARIACAO-QT-ED
               COMPUTE WRK-VARIACAO-PCT ROUNDED =
                   ((TB-PRM-RECEITA-CMP (IX-PRM)
                     - TB-PRM-RECEITA-ANT (IX-PRM)) * 100)
                   / TB-PRM-RECEITA-ANT (IX-PRM)
               MOVE WRK-VARIACAO-PCT TO WRK-VARIACAO-REC-ED
               STRING '  VARIACAO QT ' WRK-VARIACAO-QT-ED ' PCT'
                   ' RECEITA ' WRK-VARIACAO-REC-ED ' PCT'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           END-IF.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0400-GRAVAR-LINHA-RPT.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.

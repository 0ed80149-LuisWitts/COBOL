       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGING.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: AGING DO CONTAS A PAGAR, NO MOLDE DO ARAGING.
      *              LE OS TITULOS DO APINVOIC E IMPRIME, POR
      *              FORNECEDOR, O VALOR EM ABERTO (PENDENTE,
      *              APROVADO OU DIVERGENTE) POR FAIXA DE PRAZO -
      *              A VENCER / VENCIDO ATE 30 / ATE 60 / ATE 90 /
      *              MAIS DE 90 DIAS CONTADOS DO VENCIMENTO - COM O
      *              TOTAL GERAL, PAGINADO PELA ROTINA RPTHDRTN.
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
           SELECT AP-INVOICE-FILE ASSIGN TO 'APINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
           COPY 'APINVOIC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-TIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-HOJE              PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-VENC              PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-ATRASO            PIC S9(05) VALUE ZEROS.

      *    ACUMULADO POR FORNECEDOR E FAIXA DE PRAZO
       01  TB-AGING-TABELA.
           02  TB-AGING OCCURS 200 TIMES INDEXED BY IX-AGE.
               03  TB-AGE-FORNECEDOR  PIC 9(06).
               03  TB-AGE-CORRENTE    PIC 9(09)V99.
               03  TB-AGE-ATE30       PIC 9(09)V99.
               03  TB-AGE-ATE60       PIC 9(09)V99.
               03  TB-AGE-ATE90       PIC 9(09)V99.
               03  TB-AGE-MAIS90      PIC 9(09)V99.
       77  WRK-QT-FORNECEDORES        PIC 9(03) VALUE ZEROS.
       77  WRK-FORN-ACHADO            PIC X(01) VALUE 'N'.
           88  FORN-ACHADO                      VALUE 'S'.
       77  WRK-IX-AGE                 PIC 9(03) VALUE ZEROS.
       77  WRK-QT-ABERTOS             PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ABERTO           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-VENCIDO          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VENCIDO-ED             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIMITE-FORNECEDORES    PIC 9(03) VALUE 200.
       77  WRK-ESTOURO-FORNECEDORES   PIC X(01) VALUE 'N'.
           88  FORNECEDORES-ESTOURADOS          VALUE 'S'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'APAGING'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'AGING DO CONTAS A PAGAR'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           OPEN INPUT AP-INVOICE-FILE.
           IF WRK-TIT-STATUS = '35'
               DISPLAY 'NAO HA TITULOS A PAGAR REGISTRADOS'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ AP-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

      *    TITULO PENDENTE, APROVADO OU DIVERGENTE AINDA E DIVIDA;
      *    O ATRASO E CONTADO DO VENCIMENTO ATE HOJE (NEGATIVO =
      *    AINDA A VENCER).
       0200-PROCESSAR.
           IF TITULO-PENDENTE OR TITULO-APROVADO
              OR TITULO-DIVERGENTE
               ADD 1 TO WRK-QT-ABERTOS
               PERFORM 0210-LOCALIZAR-FORNECEDOR
               IF WRK-IX-AGE = ZEROS
                   CONTINUE
               ELSE
               ADD TIT-VALOR TO WRK-TOTAL-ABERTO
               COMPUTE WRK-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE (TIT-DATA-VENCIMENTO)
               COMPUTE WRK-DIAS-ATRASO =
                   WRK-DIAS-HOJE - WRK-DIAS-VENC
               SET IX-AGE TO WRK-IX-AGE
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO <= ZEROS
                       ADD TIT-VALOR TO TB-AGE-CORRENTE (IX-AGE)
                   WHEN WRK-DIAS-ATRASO <= 30
                       ADD TIT-VALOR TO TB-AGE-ATE30 (IX-AGE)
                   WHEN WRK-DIAS-ATRASO <= 60
                       ADD TIT-VALOR TO TB-AGE-ATE60 (IX-AGE)
                   WHEN WRK-DIAS-ATRASO <= 90
                       ADD TIT-VALOR TO TB-AGE-ATE90 (IX-AGE)
                   WHEN OTHER
                       ADD TIT-VALOR TO TB-AGE-MAIS90 (IX-AGE)
               END-EVALUATE
               IF WRK-DIAS-ATRASO > ZEROS
                   ADD TIT-VALOR TO WRK-TOTAL-VENCIDO
               END-IF
               END-IF
           END-IF.
           READ AP-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-ACHADO.
           MOVE ZEROS TO WRK-IX-AGE.
           PERFORM 0211-PROCURAR-FORNECEDOR
               VARYING IX-AGE FROM 1 BY 1
               UNTIL IX-AGE > WRK-QT-FORNECEDORES OR FORN-ACHADO.
           IF NOT FORN-ACHADO
               IF WRK-QT-FORNECEDORES >= WRK-LIMITE-FORNECEDORES
                   DISPLAY '*** TABELA DE FORNECEDORES CHEIA - '
                       'FORNECEDOR ' TIT-FORNECEDOR ' FORA DO AGING'
                   IF NOT FORNECEDORES-ESTOURADOS
                       MOVE 'S' TO WRK-ESTOURO-FORNECEDORES
                       MOVE TIT-FORNECEDOR TO WRK-REFERENCIA-LOG
                       MOVE 'TABELA DE FORNECEDORES DO AGING ESTOUROU'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-FORNECEDORES
                   MOVE WRK-QT-FORNECEDORES TO WRK-IX-AGE
                   SET IX-AGE TO WRK-IX-AGE
                   MOVE TIT-FORNECEDOR TO TB-AGE-FORNECEDOR (IX-AGE)
                   MOVE ZEROS TO TB-AGE-CORRENTE (IX-AGE)
                       TB-AGE-ATE30 (IX-AGE) TB-AGE-ATE60 (IX-AGE)
                       TB-AGE-ATE90 (IX-AGE) TB-AGE-MAIS90 (IX-AGE)
               END-IF
           END-IF.

       0211-PROCURAR-FORNECEDOR.
           IF TB-AGE-FORNECEDOR (IX-AGE) = TIT-FORNECEDOR
               MOVE 'S' TO WRK-FORN-ACHADO
               SET WRK-IX-AGE TO IX-AGE
           END-IF.

       0300-FINALIZAR.
           IF WRK-TIT-STATUS NOT = '35'
               CLOSE AP-INVOICE-FILE
           END-IF.
           DISPLAY 'TITULOS EM ABERTO : ' WRK-QT-ABERTOS.
           PERFORM 0310-IMPRIMIR-FORNECEDOR
               VARYING IX-AGE FROM 1 BY 1
               UNTIL IX-AGE > WRK-QT-FORNECEDORES.
           MOVE WRK-TOTAL-ABERTO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'TOTAL EM ABERTO ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-VENCIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'TOTAL VENCIDO   ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0310-IMPRIMIR-FORNECEDOR.
           DISPLAY 'FORNECEDOR ' TB-AGE-FORNECEDOR (IX-AGE).
           MOVE TB-AGE-CORRENTE (IX-AGE) TO WRK-VALOR-ED.
           DISPLAY '  A VENCER ......... ' WRK-VALOR-ED.
           MOVE TB-AGE-ATE30 (IX-AGE) TO WRK-VALOR-ED.
           DISPLAY '  ATE 30 DIAS ...... ' WRK-VALOR-ED.
           MOVE TB-AGE-ATE60 (IX-AGE) TO WRK-VALOR-ED.
           DISPLAY '  ATE 60 DIAS ...... ' WRK-VALOR-ED.
           MOVE TB-AGE-ATE90 (IX-AGE) TO WRK-VALOR-ED.
           DISPLAY '  ATE 90 DIAS ...... ' WRK-VALOR-ED.
           MOVE TB-AGE-MAIS90 (IX-AGE) TO WRK-VALOR-ED.
           DISPLAY '  MAIS DE 90 DIAS .. ' WRK-VALOR-ED.
           MOVE TB-AGE-CORRENTE (IX-AGE) TO WRK-VALOR-ED.
           COMPUTE WRK-VENCIDO-ED =
               TB-AGE-ATE30 (IX-AGE) + TB-AGE-ATE60 (IX-AGE)
               + TB-AGE-ATE90 (IX-AGE) + TB-AGE-MAIS90 (IX-AGE).
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'FORNECEDOR ' TB-AGE-FORNECEDOR (IX-AGE)
               ' A VENCER ' WRK-VALOR-ED
               ' VENCIDO ' WRK-VENCIDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.

       0320-IMPRIMIR-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

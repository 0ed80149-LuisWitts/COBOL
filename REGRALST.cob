       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRALST.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: LISTAGEM DA TABELA DE REGRAS CONTABEIS
      *              (REGRACTB): PARA CADA PROGRAMA QUE GERA LOTE
      *              CONTABIL, O EVENTO, O LADO (DEBITO/CREDITO) E
      *              A CONTA ONDE ELE LANCA, COM A DESCRICAO DO
      *              PLANO (CHARTACC). CONTA FORA DO PLANO OU
      *              INATIVA SAI MARCADA, PARA A CONTABILIDADE
      *              CONFERIR A TABELA ANTES DE UMA REESTRUTURACAO
      *              DO PLANO, SEM ESPERAR O PRE-VOO DA NOITE.
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
           SELECT POSTING-RULE-FILE ASSIGN TO 'REGRACTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'CHARTACC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-RULE-FILE.
           COPY 'REGRACTB.cob'.

       FD  CHART-OF-ACCOUNTS-FILE.
           COPY 'CHARTACC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-REGRA-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-PLANO-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-REGRA-ABERTA           PIC X(01) VALUE 'N'.
           88  TABELA-ABERTA                    VALUE 'S'.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

      *    PLANO DE CONTAS CARREGADO NA INICIALIZACAO
       01  TB-PLANO-TABELA.
           02  TB-PLANO OCCURS 200 TIMES INDEXED BY IX-PLANO.
               03  TB-PLANO-CONTA     PIC 9(06).
               03  TB-PLANO-DESCRICAO PIC X(25).
               03  TB-PLANO-ATIVA     PIC X(01).
       77  WRK-QT-CONTAS-PLANO        PIC 9(03) VALUE ZEROS.
       77  WRK-CONTA-ACHADA           PIC X(01) VALUE 'N'.
           88  CONTA-NO-PLANO                   VALUE 'S'.
       77  WRK-IX-PLANO               PIC 9(03) VALUE ZEROS.

       77  WRK-PROGRAMA-ANTERIOR      PIC X(09) VALUE SPACES.
       77  WRK-LADO-DESCRICAO         PIC X(07) VALUE SPACES.
       77  WRK-CONTA-DESCRICAO        PIC X(25) VALUE SPACES.
       77  WRK-MARCA                  PIC X(20) VALUE SPACES.
       77  WRK-QT-REGRAS              PIC 9(03) VALUE ZEROS.
       77  WRK-QT-MARCADAS            PIC 9(03) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'REGRALST'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'REGRAS CONTABEIS - EVENTO X CONTA'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LISTAR-REGRA UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0110-CARREGAR-PLANO.
           OPEN INPUT POSTING-RULE-FILE.
           IF WRK-REGRA-STATUS NOT = '00'
               DISPLAY 'SEM TABELA DE REGRAS CONTABEIS (REGRACTB) - '
                   'OS PROGRAMAS USAM AS CONTAS PADRAO'
               MOVE 'S' TO WRK-EOF
           ELSE
               MOVE 'S' TO WRK-REGRA-ABERTA
               READ POSTING-RULE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

       0110-CARREGAR-PLANO.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WRK-PLANO-STATUS NOT = '00'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-CONTA-PLANO UNTIL FIM-ARQUIVO
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0111-LER-CONTA-PLANO.
           IF WRK-QT-CONTAS-PLANO < 200
               ADD 1 TO WRK-QT-CONTAS-PLANO
               SET IX-PLANO TO WRK-QT-CONTAS-PLANO
               MOVE CHART-CONTA     TO TB-PLANO-CONTA (IX-PLANO)
               MOVE CHART-DESCRICAO TO TB-PLANO-DESCRICAO (IX-PLANO)
               MOVE CHART-ATIVA     TO TB-PLANO-ATIVA (IX-PLANO)
           END-IF.
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    UMA LINHA EM BRANCO ENTRE UM PROGRAMA E OUTRO; A TABELA E
      *    MANTIDA AGRUPADA POR PROGRAMA.
       0200-LISTAR-REGRA.
           ADD 1 TO WRK-QT-REGRAS.
           IF RGC-PROGRAMA NOT = WRK-PROGRAMA-ANTERIOR
              AND WRK-PROGRAMA-ANTERIOR NOT = SPACES
               MOVE SPACES TO WRK-RPT-LINHA
               PERFORM 0290-IMPRIMIR-LINHA
           END-IF.
           MOVE RGC-PROGRAMA TO WRK-PROGRAMA-ANTERIOR.
           EVALUATE TRUE
               WHEN REGRA-DEBITO
                   MOVE 'DEBITO'  TO WRK-LADO-DESCRICAO
               WHEN REGRA-CREDITO
                   MOVE 'CREDITO' TO WRK-LADO-DESCRICAO
               WHEN OTHER
                   MOVE '???'     TO WRK-LADO-DESCRICAO
           END-EVALUATE.
           PERFORM 0210-LOCALIZAR-CONTA.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING RGC-PROGRAMA ' ' RGC-EVENTO ' ' WRK-LADO-DESCRICAO
               ' ' RGC-CONTA ' ' WRK-CONTA-DESCRICAO ' ' WRK-MARCA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0290-IMPRIMIR-LINHA.
           READ POSTING-RULE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-LOCALIZAR-CONTA.
           MOVE SPACES TO WRK-CONTA-DESCRICAO WRK-MARCA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           IF RGC-CONTA IS NUMERIC
               PERFORM 0211-PROCURAR-CONTA
                   VARYING IX-PLANO FROM 1 BY 1
                   UNTIL IX-PLANO > WRK-QT-CONTAS-PLANO
                   OR CONTA-NO-PLANO
           END-IF.
           IF NOT CONTA-NO-PLANO
               MOVE '*** FORA DO PLANO' TO WRK-MARCA
               ADD 1 TO WRK-QT-MARCADAS
           ELSE
               MOVE TB-PLANO-DESCRICAO (WRK-IX-PLANO)
                   TO WRK-CONTA-DESCRICAO
               IF TB-PLANO-ATIVA (WRK-IX-PLANO) NOT = 'S'
                   MOVE '*** CONTA INATIVA' TO WRK-MARCA
                   ADD 1 TO WRK-QT-MARCADAS
               END-IF
           END-IF.

       0211-PROCURAR-CONTA.
           IF TB-PLANO-CONTA (IX-PLANO) = RGC-CONTA
               MOVE 'S' TO WRK-CONTA-ACHADA
               SET WRK-IX-PLANO TO IX-PLANO
           END-IF.

       0290-IMPRIMIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0300-FINALIZAR.
           IF TABELA-ABERTA
               CLOSE POSTING-RULE-FILE
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'REGRAS LISTADAS: ' WRK-QT-REGRAS
               ' - COM CONTA FORA DO PLANO OU INATIVA: '
               WRK-QT-MARCADAS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0290-IMPRIMIR-LINHA.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FIM DA LISTAGEM DE REGRAS CONTABEIS '.

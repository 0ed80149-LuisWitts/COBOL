      *              PREENCHIDOS E CORTES EM ORDEM DECRESCENTE,
      *              INVRATE COM FAIXAS CONTIGUAS A PARTIR DO MES 1 E
      *              SEM SOBREPOSICAO, HOLIDAYS NAO VAZIO E SO COM
      *              DATAS DE CALENDARIO REAIS, REGRACTB COM CADA
      *              REGRA CONTABIL EM CONTA ATIVA DO PLANO (CHARTACC)
      *              E SEM REGRA REPETIDA, INDXVAL (QUANDO HOUVER)
      *              COM INDICE, TIPO, DATA E TAXA LEGIVEIS.
      *              QUALQUER DESVIO SAI
      *              NUM RELATORIO CLARO E O PROGRAMA TERMINA COM
      *              RC=8 PARA O JCL SEGURAR A ESTEIRA - UMA LINHA
      *              TORTA DE PARAMETRO PARA DE SE DISFARCAR DE
      *
      *    MODIFICATION HISTORY
      *    22/08/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONFERENCIA DA TABELA DE REGRAS CONTABEIS
      *                     (REGRACTB) CONTRA O PLANO DE CONTAS.
      *    15/10/2026  LCW  CONFERENCIA DO ARQUIVO DE INDICES DE
      *                     MERCADO (INDXVAL) DOS CONTRATOS
      *                     INDEXADOS; ARQUIVO AUSENTE NAO RETEM.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLIDAY-STATUS.

           SELECT POSTING-RULE-FILE ASSIGN TO 'REGRACTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'CHARTACC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

           SELECT MARKET-INDEX-FILE ASSIGN TO 'INDXVAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INDICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-SCALE-FILE.
           02  HOL-DATA-ANTIGA       PIC 9(08).
           02  FILLER                PIC X(05).

       FD  POSTING-RULE-FILE.
           COPY 'REGRACTB.cob'.

       FD  CHART-OF-ACCOUNTS-FILE.
           COPY 'CHARTACC.cob'.

       FD  MARKET-INDEX-FILE.
           COPY 'INDXVAL.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-ESCALA-STATUS         PIC X(02) VALUE SPACES.
       77  WRK-TAXA-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-HOLIDAY-STATUS        PIC X(02) VALUE SPACES.
       77  WRK-REGRA-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-PLANO-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-INDICE-STATUS         PIC X(02) VALUE SPACES.
       77  WRK-EOF                   PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                     VALUE 'S'.

       77  WRK-DATA-FERIADO          PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                  PIC 9(09) VALUE ZEROS.

      *    REGRACTB: CONTA ATIVA NO PLANO E REGRA SEM REPETICAO
       01  TB-PLANO-TABELA.
           02  TB-PLANO OCCURS 200 TIMES INDEXED BY IX-PLANO.
               03  TB-PLANO-CONTA    PIC 9(06).
               03  TB-PLANO-ATIVA    PIC X(01).
       77  WRK-QT-CONTAS-PLANO       PIC 9(03) VALUE ZEROS.
       01  TB-REGRA-TABELA.
           02  TB-REGRA OCCURS 200 TIMES INDEXED BY IX-REGRA.
               03  TB-REGRA-CHAVE    PIC X(25).
       77  WRK-QT-REGRAS             PIC 9(03) VALUE ZEROS.
       01  WRK-REGRA-CHAVE.
           02  WRK-CHAVE-PROGRAMA    PIC X(09).
           02  WRK-CHAVE-EVENTO      PIC X(15).
           02  WRK-CHAVE-LADO        PIC X(01).
       77  WRK-CONTA-ACHADA          PIC X(01) VALUE 'N'.
           88  CONTA-NO-PLANO                  VALUE 'S'.
       77  WRK-CONTA-SITUACAO        PIC X(01) VALUE SPACES.
       77  WRK-REGRA-REPETIDA        PIC X(01) VALUE 'N'.
           88  REGRA-REPETIDA                  VALUE 'S'.

      *    INDXVAL: MES DA DATA ENTRE 01 E 12
       77  WRK-MES-INDICE            PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY '====== PRE-VOO DOS ARQUIVOS DE PARAMETROS ======'.
           PERFORM 0100-VALIDAR-GRADSCAL.
           PERFORM 0200-VALIDAR-INVRATE.
           PERFORM 0300-VALIDAR-HOLIDAYS.
           PERFORM 0350-VALIDAR-REGRACTB.
           PERFORM 0370-VALIDAR-INDXVAL.
           PERFORM 0400-FINALIZAR.
           STOP RUN.

               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CADA REGRA CONTABIL PRECISA APONTAR PARA CONTA EXISTENTE
      *    E ATIVA NO PLANO: E ELA QUE OS PROGRAMAS USAM PARA GRAVAR
      *    OS LOTES, E CONTA ERRADA SO APARECERIA NA RECUSA DO
      *    POSTING DEPOIS DE TODA A ESTEIRA RODAR.
       0350-VALIDAR-REGRACTB.
           PERFORM 0360-CARREGAR-PLANO.
           MOVE 'N' TO WRK-EOF.
           MOVE ZEROS TO WRK-QT-LINHAS.
           OPEN INPUT POSTING-RULE-FILE.
           IF WRK-REGRA-STATUS NOT = '00'
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** REGRACTB AUSENTE OU ILEGIVEL ***'
           ELSE
               READ POSTING-RULE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0351-CONFERIR-REGRA UNTIL FIM-ARQUIVO
               CLOSE POSTING-RULE-FILE
               IF WRK-QT-LINHAS = ZEROS
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '*** REGRACTB VAZIO - NENHUMA REGRA '
                       'CONTABIL ***'
               END-IF
           END-IF.

       0351-CONFERIR-REGRA.
           ADD 1 TO WRK-QT-LINHAS.
           IF RGC-PROGRAMA = SPACES OR RGC-EVENTO = SPACES
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** REGRACTB LINHA ' WRK-QT-LINHAS
                   ' SEM PROGRAMA OU EVENTO ***'
           END-IF.
           IF NOT REGRA-DEBITO AND NOT REGRA-CREDITO
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** REGRACTB LINHA ' WRK-QT-LINHAS
                   ' COM LADO ' RGC-LADO ' (DEVE SER D OU C) ***'
           END-IF.
           IF RGC-CONTA NOT NUMERIC
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** REGRACTB LINHA ' WRK-QT-LINHAS
                   ' COM CONTA NAO NUMERICA ***'
           ELSE
               MOVE 'N' TO WRK-CONTA-ACHADA
               PERFORM 0352-PROCURAR-CONTA
                   VARYING IX-PLANO FROM 1 BY 1
                   UNTIL IX-PLANO > WRK-QT-CONTAS-PLANO
                   OR CONTA-NO-PLANO
               IF NOT CONTA-NO-PLANO
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '*** REGRACTB LINHA ' WRK-QT-LINHAS
                       ' CONTA ' RGC-CONTA ' FORA DO PLANO ***'
               ELSE
               IF WRK-CONTA-SITUACAO NOT = 'S'
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '*** REGRACTB LINHA ' WRK-QT-LINHAS
                       ' CONTA ' RGC-CONTA ' INATIVA NO PLANO ***'
               END-IF
               END-IF
           END-IF.
           MOVE RGC-PROGRAMA TO WRK-CHAVE-PROGRAMA.
           MOVE RGC-EVENTO   TO WRK-CHAVE-EVENTO.
           MOVE RGC-LADO     TO WRK-CHAVE-LADO.
           MOVE 'N' TO WRK-REGRA-REPETIDA.
           PERFORM 0353-PROCURAR-REGRA
               VARYING IX-REGRA FROM 1 BY 1
               UNTIL IX-REGRA > WRK-QT-REGRAS OR REGRA-REPETIDA.
           IF REGRA-REPETIDA
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** REGRACTB LINHA ' WRK-QT-LINHAS
                   ' REPETE A REGRA ' RGC-PROGRAMA ' ' RGC-EVENTO
                   ' ' RGC-LADO ' ***'
           ELSE
           IF WRK-QT-REGRAS < 200
               ADD 1 TO WRK-QT-REGRAS
               SET IX-REGRA TO WRK-QT-REGRAS
               MOVE WRK-REGRA-CHAVE TO TB-REGRA-CHAVE (IX-REGRA)
           END-IF
           END-IF.
           READ POSTING-RULE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0352-PROCURAR-CONTA.
           IF TB-PLANO-CONTA (IX-PLANO) = RGC-CONTA
               MOVE 'S' TO WRK-CONTA-ACHADA
               MOVE TB-PLANO-ATIVA (IX-PLANO) TO WRK-CONTA-SITUACAO
           END-IF.

       0353-PROCURAR-REGRA.
           IF TB-REGRA-CHAVE (IX-REGRA) = WRK-REGRA-CHAVE
               MOVE 'S' TO WRK-REGRA-REPETIDA
           END-IF.

       0360-CARREGAR-PLANO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WRK-PLANO-STATUS NOT = '00'
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** CHARTACC AUSENTE OU ILEGIVEL - REGRAS '
                   'CONTABEIS SEM CONFERENCIA DE CONTA ***'
           ELSE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0361-LER-CONTA-PLANO UNTIL FIM-ARQUIVO
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.

       0361-LER-CONTA-PLANO.
           IF WRK-QT-CONTAS-PLANO < 200
               ADD 1 TO WRK-QT-CONTAS-PLANO
               SET IX-PLANO TO WRK-QT-CONTAS-PLANO
               MOVE CHART-CONTA TO TB-PLANO-CONTA (IX-PLANO)
               MOVE CHART-ATIVA TO TB-PLANO-ATIVA (IX-PLANO)
           END-IF.
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    O INDXVAL SO EXISTE ONDE HA CONTRATO INDEXADO; SEM ELE A
      *    INDXRTN APONTA OS MESES SEM INDICE NO LOG DE EXCECOES.
      *    LINHA TORTA, POREM, DARIA FATOR ERRADO SEM AVISO NENHUM.
       0370-VALIDAR-INDXVAL.
           MOVE 'N' TO WRK-EOF.
           MOVE ZEROS TO WRK-QT-LINHAS.
           OPEN INPUT MARKET-INDEX-FILE.
           IF WRK-INDICE-STATUS = '35'
               DISPLAY 'INDXVAL AUSENTE - SEM CONTRATO INDEXADO A '
                   'CONFERIR'
           ELSE
           IF WRK-INDICE-STATUS NOT = '00'
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** INDXVAL ILEGIVEL ***'
           ELSE
               READ MARKET-INDEX-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0371-CONFERIR-INDICE UNTIL FIM-ARQUIVO
               CLOSE MARKET-INDEX-FILE
           END-IF
           END-IF.

       0371-CONFERIR-INDICE.
           ADD 1 TO WRK-QT-LINHAS.
           IF IDX-INDICE = SPACES
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** INDXVAL LINHA ' WRK-QT-LINHAS
                   ' SEM CODIGO DE INDICE ***'
           END-IF.
           IF NOT IDX-VALOR-PUBLICADO AND NOT IDX-PROJECAO
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** INDXVAL LINHA ' WRK-QT-LINHAS
                   ' COM TIPO ' IDX-TIPO ' (DEVE SER V OU P) ***'
           END-IF.
           IF IDX-DATA NOT NUMERIC
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** INDXVAL LINHA ' WRK-QT-LINHAS
                   ' COM DATA NAO NUMERICA ***'
           ELSE
               MOVE IDX-ANOMES (5:2) TO WRK-MES-INDICE
               IF WRK-MES-INDICE < 1 OR WRK-MES-INDICE > 12
                  OR IDX-DIA > 31
                  OR (IDX-PROJECAO AND IDX-DIA NOT = ZEROS)
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '*** INDXVAL LINHA ' WRK-QT-LINHAS
                       ' COM DATA ' IDX-DATA ' INVALIDA ***'
               END-IF
           END-IF.
           IF IDX-TAXA NOT NUMERIC
               ADD 1 TO WRK-QT-ERROS
               DISPLAY '*** INDXVAL LINHA ' WRK-QT-LINHAS
                   ' COM TAXA NAO NUMERICA ***'
           END-IF.
           READ MARKET-INDEX-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0400-FINALIZAR.
           IF WRK-QT-ERROS = ZEROS
               DISPLAY 'PARAMETROS CONFERIDOS - ESTEIRA LIBERADA'

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRARTN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ROTINA COMPARTILHADA DE DETERMINACAO DE CONTA.
      *              DEVOLVE A CONTA CONTABIL DA TABELA DE REGRAS
      *              (REGRACTB) PARA O PROGRAMA, O EVENTO E O LADO
      *              DO LANCAMENTO, PARA OS PROGRAMAS QUE GERAM LOTE
      *              CONTABIL NAO PRECISAREM DE MUDANCA DE CODIGO
      *              QUANDO O PLANO DE CONTAS E REESTRUTURADO. A
      *              PRIMEIRA CHAMADA CARREGA O ARQUIVO. SEM O
      *              ARQUIVO A CONTA PADRAO DO PROGRAMA FICA COMO
      *              ESTA; COM O ARQUIVO, EVENTO SEM REGRA TAMBEM
      *              FICA NA CONTA PADRAO, MAS VAI PARA O LOG DE
      *              EXCECOES.
      *
      *    PARAMETROS (LINKAGE SECTION) :
      *    LK-PROGRAMA    - PROGRAMA DONO DA REGRA
      *    LK-EVENTO      - EVENTO DE NEGOCIO
      *    LK-LADO        - D = DEBITO, C = CREDITO
      *    LK-CONTA       - (ENTRADA) CONTA PADRAO DO PROGRAMA
      *                     (SAIDA) CONTA DA REGRA, OU A PADRAO
      *                     SE NAO HOUVER REGRA
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
               FILE STATUS IS WRK-RGC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-RULE-FILE.
           COPY 'REGRACTB.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-RGC-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-RGC-EOF                PIC X(01) VALUE 'N'.
           88  FIM-REGRAS                       VALUE 'S'.
       77  WRK-CARREGADO              PIC X(01) VALUE 'N'.
           88  REGRAS-CARREGADAS                VALUE 'S'.
       77  WRK-TABELA-LIDA            PIC X(01) VALUE 'N'.
           88  TABELA-DISPONIVEL                VALUE 'S'.
       77  WRK-ACHADO                 PIC X(01) VALUE 'N'.
           88  REGRA-ACHADA                     VALUE 'S'.

       01  TB-REGRA-TABELA.
           02  TB-REGRA OCCURS 200 TIMES INDEXED BY IX-RGC.
               03  TB-RGC-PROGRAMA    PIC X(09).
               03  TB-RGC-EVENTO      PIC X(15).
               03  TB-RGC-LADO        PIC X(01).
               03  TB-RGC-CONTA       PIC 9(06).
       77  WRK-QT-REGRAS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-REGRAS          PIC 9(03) VALUE 200.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'REGRARTN'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PROGRAMA                PIC X(09).
       01  LK-EVENTO                  PIC X(15).
       01  LK-LADO                    PIC X(01).
       01  LK-CONTA                   PIC 9(06).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-EVENTO LK-LADO
               LK-CONTA.
       0001-PRINCIPAL.
           IF NOT REGRAS-CARREGADAS
               PERFORM 0100-CARREGAR-REGRAS
           END-IF.
           IF TABELA-DISPONIVEL
               MOVE 'N' TO WRK-ACHADO
               PERFORM 0200-PROCURAR-REGRA
                   VARYING IX-RGC FROM 1 BY 1
                   UNTIL IX-RGC > WRK-QT-REGRAS OR REGRA-ACHADA
               IF NOT REGRA-ACHADA
                   MOVE SPACES TO WRK-REFERENCIA-LOG
                   STRING LK-PROGRAMA ' ' LK-EVENTO (1:10)
                       DELIMITED BY SIZE INTO WRK-REFERENCIA-LOG
                   END-STRING
                   MOVE 'EVENTO SEM REGRA - FICA A CONTA PADRAO'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.
           GOBACK.

      *    LINHA COM CONTA NAO NUMERICA OU LADO DIFERENTE DE D/C
      *    NAO ENTRA NA TABELA (O PREFLITE JA A TERIA APONTADO).
       0100-CARREGAR-REGRAS.
           MOVE 'S' TO WRK-CARREGADO.
           OPEN INPUT POSTING-RULE-FILE.
           IF WRK-RGC-STATUS = '00'
               MOVE 'S' TO WRK-TABELA-LIDA
               READ POSTING-RULE-FILE
                   AT END MOVE 'S' TO WRK-RGC-EOF
               END-READ
               PERFORM 0110-LER-REGRA UNTIL FIM-REGRAS
               CLOSE POSTING-RULE-FILE
           END-IF.

       0110-LER-REGRA.
           IF RGC-CONTA IS NUMERIC
              AND (REGRA-DEBITO OR REGRA-CREDITO)
              AND WRK-QT-REGRAS < WRK-LIMITE-REGRAS
               ADD 1 TO WRK-QT-REGRAS
               SET IX-RGC TO WRK-QT-REGRAS
               MOVE RGC-PROGRAMA TO TB-RGC-PROGRAMA (IX-RGC)
               MOVE RGC-EVENTO   TO TB-RGC-EVENTO (IX-RGC)
               MOVE RGC-LADO     TO TB-RGC-LADO (IX-RGC)
               MOVE RGC-CONTA    TO TB-RGC-CONTA (IX-RGC)
           END-IF.
           READ POSTING-RULE-FILE
               AT END MOVE 'S' TO WRK-RGC-EOF
           END-READ.

       0200-PROCURAR-REGRA.
           IF TB-RGC-PROGRAMA (IX-RGC) = LK-PROGRAMA
              AND TB-RGC-EVENTO (IX-RGC) = LK-EVENTO
              AND TB-RGC-LADO (IX-RGC) = LK-LADO
               MOVE TB-RGC-CONTA (IX-RGC) TO LK-CONTA
               MOVE 'S' TO WRK-ACHADO
           END-IF.

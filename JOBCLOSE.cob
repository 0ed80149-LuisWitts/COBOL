      *    objetivo: FECHAMENTO DE JOB DE ESTIMATIVA. QUANDO O
      *              SERVICO TERMINA, O OPERADOR INFORMA O JOB E O
      *              CONSUMO REAL DE CADA MATERIAL (QUANTIDADE E
      *              CUSTO) SAI DAS REQUISICOES DE MATERIAL DO JOB
      *              (MATMOV, MENOS AS DEVOLUCOES) PARA O ARQUIVO DE
      *              REALIZADOS (JOBACT); AS ORDENS DE SERVICO DO JOB NO
      *              WORKORD SAO MARCADAS COMO FECHADAS. ATE AGORA
      *              O GASTO REAL NAO ERA CAPTURADO EM LUGAR
      *              NENHUM - SEM ELE, O COMPARATIVO DO JOBCOST E
      *              A CORRECAO DOS FATORES DE PERDA DO MATCAT SAO
      *              IMPOSSIVEIS. OS SERVICOS EXTRAS APROVADOS PELO
      *              CLIENTE VAO PARA O JOBEXTRA, PARA O FATURAMENTO
      *              DO JOB (JOBBILL) SOMAR AO VALOR COTADO.
      *    data = 02/09/2026
      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CAPTURA DOS SERVICOS EXTRAS APROVADOS
      *                     PELO CLIENTE NO JOBEXTRA, COM A COTACAO
      *                     DAS ORDENS FECHADAS.
      *    15/10/2026  LCW  CONSUMO REAL APURADO DAS REQUISICOES DE
      *                     MATERIAL (MATMOV) EM VEZ DE DIGITADO.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACT-STATUS.

           SELECT JOB-EXTRA-FILE ASSIGN TO 'JOBEXTRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-XTR-STATUS.

           SELECT MATERIAL-MOVE-FILE ASSIGN TO 'MATMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
       FD  JOB-ACTUALS-FILE.
           COPY 'JOBACT.cob'.

       FD  JOB-EXTRA-FILE.
           COPY 'JOBEXTRA.cob'.

       FD  MATERIAL-MOVE-FILE.
           COPY 'MATMOV.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-WO-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-ACT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-XTR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-MOV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-JOB                    PIC X(06) VALUE SPACES.
       77  WRK-CONTINUA               PIC X(01) VALUE 'S'.
           88  CONTINUA-DIGITACAO               VALUE 'S'.
       77  WRK-QT-LINHAS              PIC 9(03) VALUE ZEROS.

      *    CONSUMO LIQUIDO DO JOB POR MATERIAL (REQUISICOES MENOS
      *    DEVOLUCOES DO MATMOV)
       01  TB-CONSUMO-TABELA.
           02  TB-CONSUMO OCCURS 50 TIMES INDEXED BY IX-CNS.
               03  TB-CNS-MATERIAL    PIC X(06).
               03  TB-CNS-QUANTIDADE  PIC S9(07).
               03  TB-CNS-VALOR       PIC S9(09)V99.
       77  WRK-QT-CONSUMOS            PIC 9(02) VALUE ZEROS.
       77  WRK-IX-CNS                 PIC 9(02) VALUE ZEROS.
       77  WRK-QT-MOVIMENTOS          PIC 9(05) VALUE ZEROS.
       77  WRK-CNS-ACHADO             PIC X(01) VALUE 'N'.
           88  CNS-ACHADO                       VALUE 'S'.

      *    SERVICO EXTRA APROVADO PELO CLIENTE, EM DIGITACAO
       77  WRK-COTACAO                PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-DESCRICAO-EXTRA        PIC X(30) VALUE SPACES.
       77  WRK-VALOR-EXTRA            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QT-EXTRAS              PIC 9(03) VALUE ZEROS.

      *    ORDENS DE SERVICO CARREGADAS INTEIRAS E REGRAVADAS COM
      *    AS DO JOB FECHADAS
       01  TB-ORDENS-TABELA.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF JOB-TEM-ORDEM
               PERFORM 0200-APURAR-REALIZADOS
               PERFORM 0250-CAPTURAR-EXTRAS
                   UNTIL NOT CONTINUA-DIGITACAO
               PERFORM 0300-FECHAR-ORDENS
           END-IF.
           DISPLAY '====== FECHAMENTO DE JOB ======'.
           DISPLAY 'CODIGO DO JOB ...'.
           ACCEPT WRK-JOB.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           PERFORM 0110-CARREGAR-ORDENS.
           IF NOT JOB-TEM-ORDEM
               DISPLAY '*** JOB ' WRK-JOB ' SEM ORDEM DE SERVICO '
               MOVE WO-SITUACAO       TO TB-WO-SITUACAO (IX-WO)
               IF WO-JOB = WRK-JOB AND WO-SITUACAO = 'A'
                   MOVE 'S' TO WRK-JOB-TEM-ORDEM
                   MOVE WO-COTACAO TO WRK-COTACAO
               END-IF
           END-IF.
           READ WORK-ORDER-FILE
               CLOSE JOB-ACTUALS-FILE
               OPEN EXTEND JOB-ACTUALS-FILE
           END-IF.
           OPEN EXTEND JOB-EXTRA-FILE.
           IF WRK-XTR-STATUS = '35'
               OPEN OUTPUT JOB-EXTRA-FILE
               CLOSE JOB-EXTRA-FILE
               OPEN EXTEND JOB-EXTRA-FILE
           END-IF.

      *    O CONSUMO REAL E O QUE AS ORDENS DO JOB RECEBERAM DO
      *    ESTOQUE NA REQUISICAO DE MATERIAL (MATREQ), MENOS O QUE
      *    VOLTOU COMO SOBRA, SOMADO POR MATERIAL. MATERIAL TODO
      *    DEVOLVIDO NAO GERA LINHA NO JOBACT.
       0200-APURAR-REALIZADOS.
           OPEN INPUT MATERIAL-MOVE-FILE.
           IF WRK-MOV-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ MATERIAL-MOVE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0210-SOMAR-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE MATERIAL-MOVE-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.
           IF WRK-QT-MOVIMENTOS = ZEROS
               DISPLAY 'ATENCAO: JOB ' WRK-JOB ' SEM REQUISICAO DE '
                   'MATERIAL - NENHUM CONSUMO GRAVADO'
           END-IF.
           PERFORM 0230-GRAVAR-REALIZADO
               VARYING IX-CNS FROM 1 BY 1
               UNTIL IX-CNS > WRK-QT-CONSUMOS.

       0210-SOMAR-MOVIMENTO.
           IF MOV-JOB = WRK-JOB AND MOV-COTACAO = WRK-COTACAO
               ADD 1 TO WRK-QT-MOVIMENTOS
               MOVE 'N' TO WRK-CNS-ACHADO
               PERFORM 0220-PROCURAR-CONSUMO
                   VARYING IX-CNS FROM 1 BY 1
                   UNTIL IX-CNS > WRK-QT-CONSUMOS OR CNS-ACHADO
               IF NOT CNS-ACHADO
                   IF WRK-QT-CONSUMOS < 50
                       ADD 1 TO WRK-QT-CONSUMOS
                       SET IX-CNS TO WRK-QT-CONSUMOS
                       MOVE MOV-MATERIAL TO TB-CNS-MATERIAL (IX-CNS)
                       MOVE ZEROS TO TB-CNS-QUANTIDADE (IX-CNS)
                       MOVE ZEROS TO TB-CNS-VALOR (IX-CNS)
                       MOVE 'S' TO WRK-CNS-ACHADO
                   ELSE
                       DISPLAY '*** MAIS DE 50 MATERIAIS NO JOB - '
                           MOV-MATERIAL ' FORA DO CONSUMO ***'
                   END-IF
               ELSE
                   SET IX-CNS TO WRK-IX-CNS
               END-IF
               IF CNS-ACHADO
                   IF MOV-REQUISICAO
                       ADD MOV-QUANTIDADE
                           TO TB-CNS-QUANTIDADE (IX-CNS)
                       ADD MOV-VALOR TO TB-CNS-VALOR (IX-CNS)
                   ELSE
                       SUBTRACT MOV-QUANTIDADE
                           FROM TB-CNS-QUANTIDADE (IX-CNS)
                       SUBTRACT MOV-VALOR FROM TB-CNS-VALOR (IX-CNS)
                   END-IF
               END-IF
           END-IF.
           READ MATERIAL-MOVE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0220-PROCURAR-CONSUMO.
           IF TB-CNS-MATERIAL (IX-CNS) = MOV-MATERIAL
               MOVE 'S' TO WRK-CNS-ACHADO
               SET WRK-IX-CNS TO IX-CNS
           END-IF.

       0230-GRAVAR-REALIZADO.
           IF TB-CNS-QUANTIDADE (IX-CNS) > ZEROS
               INITIALIZE JOB-ACTUAL-RECORD
               MOVE WRK-JOB                    TO ACT-JOB
               MOVE TB-CNS-MATERIAL (IX-CNS)   TO ACT-MATERIAL
               MOVE TB-CNS-QUANTIDADE (IX-CNS) TO ACT-QUANTIDADE
               MOVE TB-CNS-VALOR (IX-CNS)      TO ACT-CUSTO
               WRITE JOB-ACTUAL-RECORD
               ADD 1 TO WRK-QT-LINHAS
           END-IF.

      *    SO ENTRA O SERVICO EXTRA QUE O CLIENTE APROVOU: O VALOR
      *    VAI PARA A FATURA DO JOB JUNTO COM O VALOR COTADO.
       0250-CAPTURAR-EXTRAS.
           DISPLAY 'SERVICO EXTRA APROVADO PELO CLIENTE '
               '(ESPACOS ENCERRA) ...'.
           ACCEPT WRK-DESCRICAO-EXTRA.
           IF WRK-DESCRICAO-EXTRA = SPACES
               MOVE 'N' TO WRK-CONTINUA
           ELSE
               DISPLAY 'VALOR DO SERVICO EXTRA ...'
               ACCEPT WRK-VALOR-EXTRA
               IF WRK-VALOR-EXTRA NOT > ZEROS
                   DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO - '
                       'EXTRA RECUSADO'
               ELSE
                   INITIALIZE JOB-EXTRA-RECORD
                   MOVE WRK-COTACAO         TO XTR-COTACAO
                   MOVE WRK-JOB             TO XTR-JOB
                   MOVE WRK-DESCRICAO-EXTRA TO XTR-DESCRICAO
                   MOVE WRK-VALOR-EXTRA     TO XTR-VALOR
                   MOVE WRK-DATA-MOVIMENTO  TO XTR-DATA
                   WRITE JOB-EXTRA-RECORD
                   ADD 1 TO WRK-QT-EXTRAS
                   DISPLAY 'SERVICO EXTRA GRAVADO'
               END-IF
           END-IF.

       0300-FECHAR-ORDENS.
           CLOSE JOB-ACTUALS-FILE.
           CLOSE JOB-EXTRA-FILE.
           PERFORM 0310-MARCAR-ORDEM
               VARYING IX-WO FROM 1 BY 1
               UNTIL IX-WO > WRK-QT-ORDENS.
               UNTIL IX-WO > WRK-QT-ORDENS.
           CLOSE WORK-ORDER-FILE.
           DISPLAY 'CONSUMOS GRAVADOS : ' WRK-QT-LINHAS.
           DISPLAY 'EXTRAS GRAVADOS   : ' WRK-QT-EXTRAS.
           DISPLAY 'ORDENS FECHADAS   : ' WRK-QT-FECHADAS.

       0310-MARCAR-ORDEM.

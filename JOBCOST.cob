      *              SERVICO (WORKORD - AREA E NECESSIDADE POR
      *              MATERIAL) E DO VALOR COTADO (QUOTEREG); O
      *              REALIZADO VEM DO CONSUMO CAPTURADO NO
      *              FECHAMENTO (JOBACT), MAIS A MAO DE OBRA DAS
      *              HORAS APONTADAS NA ESCALA (CREWASG) CONTRA A
      *              ORCADA PELA PRODUTIVIDADE DO CREWPARM. SAI A
      *              VARIACAO PERCENTUAL POR JOB E POR MATERIAL, E O
      *              RESUMO POR MATERIAL ENTRE TODOS OS JOBS
      *              (NECESSIDADE ORCADA X USADO) - O DADO QUE FALTAVA
      *              PARA CORRIGIR OS FATORES DE PERDA DO MATCAT COM
      *              NUMERO EM VEZ DE FOLCLORE. RELATORIO PELA
      *              ROTINA RPTHDRTN.
      *    data = 02/09/2026
      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  MAO DE OBRA NO COMPARATIVO: ORCADA PELA
      *                     AREA DAS ORDENS VEZES AS HORAS POR M2 E O
      *                     CUSTO DA HORA PADRAO DO CREWPARM, REAL
      *                     PELAS HORAS APONTADAS NA ESCALA (CREWASG)
      *                     AO CUSTO DA HORA DE CADA FUNCIONARIO. O
      *                     REALIZADO DO JOB PASSA A SER MATERIAL MAIS
      *                     MAO DE OBRA, E O RESUMO MOSTRA AS HORAS
      *                     POR M2 OBSERVADAS PARA CORRIGIR O CREWPARM.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QREG-STATUS.

           SELECT CREW-PARM-FILE ASSIGN TO 'CREWPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT CREW-ASSIGNMENT-FILE ASSIGN TO 'CREWASG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ASG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
           02  QREG-SEP6              PIC X(02).
           02  QREG-SITUACAO          PIC X(01).

      *    PRODUTIVIDADE ORCADA: HORAS DE MAO DE OBRA POR M2 DE
      *    AREA DAS ORDENS E CUSTO DA HORA PADRAO DO ORCAMENTO
       FD  CREW-PARM-FILE.
       01  CREW-PARM-RECORD.
           02  CRP-HORAS-M2           PIC 9(02)V99.
           02  CRP-SEP1               PIC X(02).
           02  CRP-CUSTO-HORA         PIC 9(03)V99.

       FD  CREW-ASSIGNMENT-FILE.
           COPY 'CREWASG.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-WO-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-ACT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-QREG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PARM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ASG-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

           88  JOB-ACHADO                       VALUE 'S'.
       77  WRK-IX-JOB                 PIC 9(02) VALUE ZEROS.

      *    MAO DE OBRA REAL POR JOB (HORAS APONTADAS NO CREWASG)
       01  TB-MAO-OBRA-TABELA.
           02  TB-MOB OCCURS 100 TIMES INDEXED BY IX-MOB.
               03  TB-MOB-JOB         PIC X(06).
               03  TB-MOB-HORAS       PIC 9(05)V9.
               03  TB-MOB-CUSTO       PIC 9(09)V99.
       77  WRK-QT-MOB                 PIC 9(03) VALUE ZEROS.
       77  WRK-MOB-ACHADO             PIC X(01) VALUE 'N'.
           88  MOB-ACHADO                       VALUE 'S'.
       77  WRK-IX-MOB                 PIC 9(03) VALUE ZEROS.
       77  WRK-HORAS-M2               PIC 9(02)V99 VALUE 0,25.
       77  WRK-CUSTO-HORA-PADRAO      PIC 9(03)V99 VALUE 25,00.
       77  WRK-AREA-JOB               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-HORAS-ORC-JOB          PIC 9(07)V9 VALUE ZEROS.
       77  WRK-CUSTO-MOB-ORC          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-HORAS-REAL-JOB         PIC 9(07)V9 VALUE ZEROS.
       77  WRK-CUSTO-MOB-REAL         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-AREA-APONTADA      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-HORAS-ORC          PIC 9(09)V9 VALUE ZEROS.
       77  WRK-TOT-HORAS-REAIS        PIC 9(09)V9 VALUE ZEROS.
       77  WRK-HORAS-M2-REAL          PIC 9(02)V99 VALUE ZEROS.
       77  WRK-HORAS-ED               PIC ZZZ.ZZ9,9 VALUE ZEROS.
       77  WRK-HORAS-M2-ED            PIC Z9,99 VALUE ZEROS.
       77  WRK-CUSTO-REAL-JOB         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VARIACAO               PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VARIACAO-PCT           PIC S9(03)V99 VALUE ZEROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-ORCADO.
           PERFORM 0300-CARREGAR-REALIZADO.
           PERFORM 0350-CARREGAR-MAO-DE-OBRA.
           PERFORM 0400-CARREGAR-COTACOES.
           PERFORM 0500-IMPRIMIR-COMPARATIVO.
           PERFORM 0600-RESUMO-POR-MATERIAL.
           PERFORM 0650-RESUMO-MAO-DE-OBRA.
           PERFORM 0700-FINALIZAR.
           STOP RUN.

           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0110-LER-PARAMETROS.

      *    SEM O CREWPARM VALE A PRODUTIVIDADE PADRAO DE 0,25 H/M2
      *    A 25,00 A HORA.
       0110-LER-PARAMETROS.
           OPEN INPUT CREW-PARM-FILE.
           IF WRK-PARM-STATUS NOT = '35'
               READ CREW-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CRP-HORAS-M2   TO WRK-HORAS-M2
                       MOVE CRP-CUSTO-HORA TO WRK-CUSTO-HORA-PADRAO
               END-READ
               CLOSE CREW-PARM-FILE
           END-IF.

       0200-CARREGAR-ORCADO.
           OPEN INPUT WORK-ORDER-FILE.
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SO A ALOCACAO COM HORAS APONTADAS E MAO DE OBRA REAL; A
      *    PLANEJADA AINDA NAO ACONTECEU.
       0350-CARREGAR-MAO-DE-OBRA.
           OPEN INPUT CREW-ASSIGNMENT-FILE.
           IF WRK-ASG-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CREW-ASSIGNMENT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0360-LER-ALOCACAO UNTIL FIM-ARQUIVO
               CLOSE CREW-ASSIGNMENT-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0360-LER-ALOCACAO.
           IF ALOCACAO-REALIZADA
              AND (WRK-JOB-FILTRO = SPACES
                   OR ASG-JOB = WRK-JOB-FILTRO)
               MOVE ASG-JOB TO WRK-CHAVE-JOB
               PERFORM 0850-LOCALIZAR-MAO-DE-OBRA
               IF NOT MOB-ACHADO
                   IF WRK-QT-MOB < 100
                       ADD 1 TO WRK-QT-MOB
                       MOVE WRK-QT-MOB TO WRK-IX-MOB
                       SET IX-MOB TO WRK-IX-MOB
                       MOVE ASG-JOB TO TB-MOB-JOB (IX-MOB)
                       MOVE ZEROS TO TB-MOB-HORAS (IX-MOB)
                       MOVE ZEROS TO TB-MOB-CUSTO (IX-MOB)
                       MOVE 'S' TO WRK-MOB-ACHADO
                   END-IF
               END-IF
               IF MOB-ACHADO
                   SET IX-MOB TO WRK-IX-MOB
                   ADD ASG-HORAS-REAIS TO TB-MOB-HORAS (IX-MOB)
                   COMPUTE TB-MOB-CUSTO (IX-MOB) ROUNDED =
                       TB-MOB-CUSTO (IX-MOB)
                       + ASG-HORAS-REAIS * ASG-CUSTO-HORA
               END-IF
           END-IF.
           READ CREW-ASSIGNMENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0800-LOCALIZAR-OU-INCLUIR.
           MOVE 'N' TO WRK-CST-ACHADO.
           MOVE ZEROS TO WRK-IX-CST.
               SET WRK-IX-CST TO IX-CST
           END-IF.

       0850-LOCALIZAR-MAO-DE-OBRA.
           MOVE 'N' TO WRK-MOB-ACHADO.
           MOVE ZEROS TO WRK-IX-MOB.
           PERFORM 0860-PROCURAR-MAO-DE-OBRA
               VARYING IX-MOB FROM 1 BY 1
               UNTIL IX-MOB > WRK-QT-MOB OR MOB-ACHADO.

       0860-PROCURAR-MAO-DE-OBRA.
           IF TB-MOB-JOB (IX-MOB) = WRK-CHAVE-JOB
               MOVE 'S' TO WRK-MOB-ACHADO
               SET WRK-IX-MOB TO IX-MOB
           END-IF.

      *    SO O VALOR DA COTACAO ACEITA CONTA COMO CUSTO ORCADO DO
      *    JOB (A EMITIDA AINDA NAO VIROU SERVICO).
       0400-CARREGAR-COTACOES.
               UNTIL IX-JOB > WRK-QT-JOBS.

       0510-IMPRIMIR-JOB.
           MOVE ZEROS TO WRK-CUSTO-REAL-JOB WRK-AREA-JOB.
           PERFORM 0511-SOMAR-REALIZADO-JOB
               VARYING IX-CST FROM 1 BY 1
               UNTIL IX-CST > WRK-QT-CUSTOS.
           PERFORM 0513-APURAR-MAO-DE-OBRA-JOB.
           ADD WRK-CUSTO-MOB-REAL TO WRK-CUSTO-REAL-JOB.
           COMPUTE WRK-VARIACAO =
               WRK-CUSTO-REAL-JOB - TB-JOB-VALOR-COT (IX-JOB).
           IF TB-JOB-VALOR-COT (IX-JOB) > ZEROS
           PERFORM 0512-DETALHAR-MATERIAL-JOB
               VARYING IX-CST FROM 1 BY 1
               UNTIL IX-CST > WRK-QT-CUSTOS.
           PERFORM 0514-DETALHAR-MAO-DE-OBRA-JOB.

       0511-SOMAR-REALIZADO-JOB.
           IF TB-CST-JOB (IX-CST) = TB-JOB-CODIGO (IX-JOB)
               ADD TB-CST-CUSTO-REAL (IX-CST)
                   TO WRK-CUSTO-REAL-JOB
               ADD TB-CST-AREA-ORC (IX-CST) TO WRK-AREA-JOB
           END-IF.

      *    MAO DE OBRA ORCADA = AREA DAS ORDENS DO JOB X HORAS POR
      *    M2 DO CREWPARM, AO CUSTO DA HORA PADRAO; A REAL VEM DAS
      *    HORAS APONTADAS. SO JOB COM HORAS APONTADAS ENTRA NA
      *    PRODUTIVIDADE OBSERVADA DO RESUMO.
       0513-APURAR-MAO-DE-OBRA-JOB.
           COMPUTE WRK-HORAS-ORC-JOB ROUNDED =
               WRK-AREA-JOB * WRK-HORAS-M2.
           COMPUTE WRK-CUSTO-MOB-ORC ROUNDED =
               WRK-HORAS-ORC-JOB * WRK-CUSTO-HORA-PADRAO.
           MOVE ZEROS TO WRK-HORAS-REAL-JOB WRK-CUSTO-MOB-REAL.
           MOVE TB-JOB-CODIGO (IX-JOB) TO WRK-CHAVE-JOB.
           PERFORM 0850-LOCALIZAR-MAO-DE-OBRA.
           IF MOB-ACHADO
               SET IX-MOB TO WRK-IX-MOB
               MOVE TB-MOB-HORAS (IX-MOB) TO WRK-HORAS-REAL-JOB
               MOVE TB-MOB-CUSTO (IX-MOB) TO WRK-CUSTO-MOB-REAL
               ADD WRK-AREA-JOB       TO WRK-TOT-AREA-APONTADA
               ADD WRK-HORAS-ORC-JOB  TO WRK-TOT-HORAS-ORC
               ADD WRK-HORAS-REAL-JOB TO WRK-TOT-HORAS-REAIS
           END-IF.

       0514-DETALHAR-MAO-DE-OBRA-JOB.
           MOVE WRK-HORAS-ORC-JOB TO WRK-HORAS-ED.
           MOVE WRK-CUSTO-MOB-ORC TO WRK-VALOR-ED.
           DISPLAY '  MAO DE OBRA ORCADA ' WRK-HORAS-ED ' H '
               WRK-VALOR-ED.
           MOVE WRK-HORAS-REAL-JOB TO WRK-HORAS-ED.
           MOVE WRK-CUSTO-MOB-REAL TO WRK-VALOR-ED.
           DISPLAY '              REAL  ' WRK-HORAS-ED ' H '
               WRK-VALOR-ED.
           COMPUTE WRK-VARIACAO =
               WRK-CUSTO-MOB-REAL - WRK-CUSTO-MOB-ORC.
           IF WRK-CUSTO-MOB-ORC > ZEROS
               COMPUTE WRK-VARIACAO-PCT ROUNDED =
                   (WRK-VARIACAO * 100) / WRK-CUSTO-MOB-ORC
           ELSE
               MOVE ZEROS TO WRK-VARIACAO-PCT
           END-IF.
           MOVE WRK-VARIACAO-PCT TO WRK-PCT-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'JOB ' TB-JOB-CODIGO (IX-JOB)
               ' MAO DE OBRA REAL ' WRK-HORAS-ED ' H '
               WRK-VALOR-ED ' VARIACAO ' WRK-PCT-ED ' PCT'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0512-DETALHAR-MATERIAL-JOB.
           IF TB-CST-JOB (IX-CST) = TB-JOB-CODIGO (IX-JOB)
               MOVE TB-CST-NEC-ORC (IX-CST) TO WRK-QT-ED
               MOVE 'S' TO TB-MAT-IMP (WRK-IX-CST)
           END-IF.

      *    AS HORAS POR M2 OBSERVADAS NOS JOBS APONTADOS SAO O DADO
      *    QUE CORRIGE O CREWPARM, COMO O FATOR DE PERDA CORRIGE O
      *    MATCAT.
       0650-RESUMO-MAO-DE-OBRA.
           DISPLAY '------- RESUMO DE MAO DE OBRA -------'.
           IF WRK-TOT-AREA-APONTADA > ZEROS
               COMPUTE WRK-HORAS-M2-REAL ROUNDED =
                   WRK-TOT-HORAS-REAIS / WRK-TOT-AREA-APONTADA
           ELSE
               MOVE ZEROS TO WRK-HORAS-M2-REAL
           END-IF.
           MOVE WRK-TOT-HORAS-ORC TO WRK-HORAS-ED.
           DISPLAY 'HORAS ORCADAS NOS JOBS APONTADOS ' WRK-HORAS-ED.
           MOVE WRK-TOT-HORAS-REAIS TO WRK-HORAS-ED.
           DISPLAY 'HORAS REAIS APONTADAS            ' WRK-HORAS-ED.
           MOVE WRK-HORAS-M2 TO WRK-HORAS-M2-ED.
           DISPLAY 'HORAS POR M2 ORCADAS    ' WRK-HORAS-M2-ED.
           MOVE WRK-HORAS-M2-REAL TO WRK-HORAS-M2-ED.
           DISPLAY 'HORAS POR M2 OBSERVADAS ' WRK-HORAS-M2-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MAO DE OBRA - HORAS POR M2 OBSERVADAS '
               WRK-HORAS-M2-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0700-FINALIZAR.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID

      *
      *    MODIFICATION HISTORY
      *    22/08/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CLASSIFICACAO NA TURMA, MEDIA ACUMULADA
      *                     E QUADRO DE HONRA DE CADA ANO (RANKHIST,
      *                     GRAVADO PELO CLASRANK) NO FIM DO
      *                     HISTORICO.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISTAC-STATUS.

           SELECT CLASS-RANKING-FILE ASSIGN TO 'RANKHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RANK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACADEMIC-HISTORY-FILE.
           COPY 'ACADHIST.cob'.

       FD  CLASS-RANKING-FILE.
           COPY 'RANKHIST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-HISTAC-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-RANK-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-QT-RECUPERACOES        PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REPROVACOES         PIC 9(05) VALUE ZEROS.
       77  WRK-MEDIA-ED               PIC Z9,99 VALUE ZEROS.
       77  WRK-MEDIA-ANO-ED           PIC Z9,99 VALUE ZEROS.
       77  WRK-QT-CLASSIFICACOES      PIC 9(03) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'TRANSCRP'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
           DISPLAY 'APROVACOES              : ' WRK-QT-APROVACOES.
           DISPLAY 'RECUPERACOES            : ' WRK-QT-RECUPERACOES.
           DISPLAY 'REPROVACOES             : ' WRK-QT-REPROVACOES.
           PERFORM 0310-CLASSIFICACOES.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

      *    A CLASSIFICACAO DE CADA ANO LETIVO JA APURADO PELO
      *    CLASRANK; SEM O RANKHIST O HISTORICO SAI COMO ANTES.
       0310-CLASSIFICACOES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CLASS-RANKING-FILE.
           IF WRK-RANK-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CLASS-RANKING-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0320-LER-CLASSIFICACAO UNTIL FIM-ARQUIVO
               CLOSE CLASS-RANKING-FILE
           END-IF.
           IF WRK-QT-CLASSIFICACOES = ZEROS
               DISPLAY 'CLASSIFICACAO NA TURMA  : NAO APURADA'
           END-IF.

       0320-LER-CLASSIFICACAO.
           IF RANK-MATRICULA = WRK-MATRICULA
               ADD 1 TO WRK-QT-CLASSIFICACOES
               MOVE RANK-MEDIA-ACUMULADA TO WRK-MEDIA-ED
               MOVE RANK-MEDIA-ANO       TO WRK-MEDIA-ANO-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'ANO ' RANK-ANO ' TURMA ' RANK-TURMA
                   ' CLASSIFICACAO ' RANK-POSICAO
                   ' DE ' RANK-QT-TURMA
                   ' MEDIA ACUMULADA ' WRK-MEDIA-ED
                   ' MEDIA ANO ' WRK-MEDIA-ANO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               IF RANK-NO-QUADRO-HONRA
                   MOVE 'QUADRO DE HONRA' TO WRK-RPT-LINHA (86:15)
               END-IF
               DISPLAY WRK-RPT-LINHA
               MOVE 'L' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
           END-IF.
           READ CLASS-RANKING-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *                     TURMA/DISCIPLINA E REJEITADA PARA O LOG
      *                     DE EXCECOES, COMO NO PROGCOB08. SEM O
      *                     ARQUIVO ENROLL TUDO SEGUE COMO ANTES.
      *    15/10/2026  LCW  PROFESSOR RESPONSAVEL (CADASTRO TEACHMST
      *                     E ATRIBUICOES TEACHASG, MANTIDOS VIA
      *                     TCHMAINT): NOTA DE TURMA/DISCIPLINA SEM
      *                     PROFESSOR ATIVO ATRIBUIDO NO PERIODO E
      *                     REJEITADA PARA O LOG DE EXCECOES, E O
      *                     PROFESSOR E A FREQUENCIA DO ALUNO SAO
      *                     CARIMBADOS NO ACADHIST PARA O RELATORIO
      *                     POR PROFESSOR (TCHPERF). SEM O ARQUIVO
      *                     TEACHASG TUDO SEGUE COMO ANTES.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENR-STATUS.

           SELECT TEACHER-MASTER-FILE ASSIGN TO 'TEACHMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROF-STATUS.

           SELECT TEACHER-ASSIGNMENT-FILE ASSIGN TO 'TEACHASG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATRB-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUM-STATUS.
       FD  ENROLLMENT-FILE.
           COPY 'ENROLL.cob'.

       FD  TEACHER-MASTER-FILE.
           COPY 'TEACHMST.cob'.

       FD  TEACHER-ASSIGNMENT-FILE.
           COPY 'TEACHASG.cob'.

       FD  ACADEMIC-HISTORY-FILE.
           COPY 'ACADHIST.cob'.

       77  WRK-PCT-FREQUENCIA        PIC 9(03) VALUE ZEROS.
       77  WRK-TEM-FREQUENCIA        PIC X(01) VALUE 'N'.
           88  FREQUENCIA-CONHECIDA            VALUE 'S'.

      *    PROFESSORES ATIVOS (TEACHMST) E ATRIBUICOES DE TURMA/
      *    DISCIPLINA POR PERIODO (TEACHASG)
       01  TB-PROFESSORES-TABELA.
           02  TB-PROFESSOR OCCURS 200 TIMES INDEXED BY IX-PROF.
               03  TB-PROF-CODIGO     PIC 9(06).
       77  WRK-QT-PROFESSORES        PIC 9(03) VALUE ZEROS.
       01  TB-ATRIBUICOES-TABELA.
           02  TB-ATRIBUICAO OCCURS 500 TIMES INDEXED BY IX-ATRB.
               03  TB-ATRB-PROFESSOR  PIC 9(06).
               03  TB-ATRB-TURMA      PIC X(06).
               03  TB-ATRB-DISCIPLINA PIC X(10).
               03  TB-ATRB-PER-INICIAL PIC 9(06).
               03  TB-ATRB-PER-FINAL  PIC 9(06).
       77  WRK-QT-ATRIBUICOES        PIC 9(03) VALUE ZEROS.
       77  WRK-PROF-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-ATRB-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-PROF-EOF              PIC X(01) VALUE 'N'.
           88  FIM-PROFESSORES                 VALUE 'S'.
       77  WRK-ATRB-EOF              PIC X(01) VALUE 'N'.
           88  FIM-ATRIBUICOES                 VALUE 'S'.
       77  WRK-PROFESSOR             PIC 9(06) VALUE ZEROS.
       77  WRK-PROFESSOR-OK          PIC X(01) VALUE 'S'.
           88  PROFESSOR-ATRIBUIDO             VALUE 'S'.
       77  WRK-PROFESSOR-ATIVO       PIC X(01) VALUE 'N'.
           88  PROFESSOR-CADASTRADO            VALUE 'S'.
       77  WRK-DATA-MOVIMENTO        PIC 9(08) VALUE ZEROS.
       77  WRK-PERIODO-LETIVO        PIC 9(06) VALUE ZEROS.

           PERFORM 0110-CARREGAR-ESCALA.
           PERFORM 0130-CARREGAR-ALUNOS.
           PERFORM 0137-CARREGAR-INSCRICOES.
           PERFORM 0160-CARREGAR-PROFESSORES.
           PERFORM 0165-CARREGAR-ATRIBUICOES.
           PERFORM 0120-LER-CHECKPOINT.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
           MOVE WRK-MEDIA         TO HISTAC-MEDIA.
           MOVE WRK-RESULTADO     TO HISTAC-RESULTADO.
           MOVE WRK-DATA-MOVIMENTO TO HISTAC-DATA-RUN.
           MOVE WRK-PROFESSOR     TO HISTAC-PROFESSOR.
           IF FREQUENCIA-CONHECIDA
               MOVE WRK-PCT-FREQUENCIA TO HISTAC-FREQUENCIA
               MOVE 'S' TO HISTAC-FREQ-INFORMADA
           ELSE
               MOVE 'N' TO HISTAC-FREQ-INFORMADA
           END-IF.
           WRITE ACADEMIC-HISTORY-RECORD.

      *    SEM ARQUIVO DE FREQUENCIA, NENHUM ALUNO E REBAIXADO
                   / TB-FREQ-DADAS (IX-FREQ)
           END-IF.

      *    O ARQUIVO DE ATRIBUICOES E OPCIONAL COMO O ENROLL: SEM
      *    ELE A AVALIACAO RODA COMO SEMPRE (PROFESSOR ZERO NO
      *    HISTORICO); COM ELE, NOTA DE TURMA/DISCIPLINA SEM
      *    PROFESSOR ATIVO ATRIBUIDO NO PERIODO E REJEITADA. SO O
      *    PROFESSOR ATIVO DO TEACHMST VAI PARA A TABELA.
       0160-CARREGAR-PROFESSORES.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-PROF-STATUS = '35'
               MOVE 'S' TO WRK-PROF-EOF
           ELSE
               READ TEACHER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-PROF-EOF
               END-READ
               PERFORM 0161-LER-PROFESSOR UNTIL FIM-PROFESSORES
               CLOSE TEACHER-MASTER-FILE
           END-IF.

       0161-LER-PROFESSOR.
           IF PROFESSOR-ATIVO AND WRK-QT-PROFESSORES < 200
               ADD 1 TO WRK-QT-PROFESSORES
               SET IX-PROF TO WRK-QT-PROFESSORES
               MOVE PROF-CODIGO TO TB-PROF-CODIGO (IX-PROF)
           END-IF.
           READ TEACHER-MASTER-FILE
               AT END MOVE 'S' TO WRK-PROF-EOF
           END-READ.

       0165-CARREGAR-ATRIBUICOES.
           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           IF WRK-ATRB-STATUS = '35'
               MOVE 'S' TO WRK-ATRB-EOF
           ELSE
               READ TEACHER-ASSIGNMENT-FILE
                   AT END MOVE 'S' TO WRK-ATRB-EOF
               END-READ
               PERFORM 0166-LER-ATRIBUICAO UNTIL FIM-ATRIBUICOES
               CLOSE TEACHER-ASSIGNMENT-FILE
           END-IF.

       0166-LER-ATRIBUICAO.
           IF WRK-QT-ATRIBUICOES < 500
               ADD 1 TO WRK-QT-ATRIBUICOES
               SET IX-ATRB TO WRK-QT-ATRIBUICOES
               MOVE ATRB-PROFESSOR  TO TB-ATRB-PROFESSOR (IX-ATRB)
               MOVE ATRB-TURMA      TO TB-ATRB-TURMA (IX-ATRB)
               MOVE ATRB-DISCIPLINA TO TB-ATRB-DISCIPLINA (IX-ATRB)
               MOVE ATRB-PERIODO-INICIAL
                   TO TB-ATRB-PER-INICIAL (IX-ATRB)
               MOVE ATRB-PERIODO-FINAL
                   TO TB-ATRB-PER-FINAL (IX-ATRB)
           END-IF.
           READ TEACHER-ASSIGNMENT-FILE
               AT END MOVE 'S' TO WRK-ATRB-EOF
           END-READ.

      *    VALE A ATRIBUICAO DA TURMA/DISCIPLINA CUJO PERIODO COBRE
      *    O PERIODO LETIVO DO RUN E CUJO PROFESSOR ESTA ATIVO.
       0170-CONFERIR-PROFESSOR.
           MOVE 'N' TO WRK-PROFESSOR-OK.
           PERFORM 0171-PROCURAR-ATRIBUICAO
               VARYING IX-ATRB FROM 1 BY 1
               UNTIL IX-ATRB > WRK-QT-ATRIBUICOES
                  OR PROFESSOR-ATRIBUIDO.

       0171-PROCURAR-ATRIBUICAO.
           IF TB-ATRB-TURMA (IX-ATRB) = ALUNO-TURMA
              AND TB-ATRB-DISCIPLINA (IX-ATRB) = ALUNO-DISCIPLINA
              AND TB-ATRB-PER-INICIAL (IX-ATRB) <= WRK-PERIODO-LETIVO
              AND TB-ATRB-PER-FINAL (IX-ATRB) >= WRK-PERIODO-LETIVO
               MOVE 'N' TO WRK-PROFESSOR-ATIVO
               PERFORM 0172-PROCURAR-PROFESSOR
                   VARYING IX-PROF FROM 1 BY 1
                   UNTIL IX-PROF > WRK-QT-PROFESSORES
                      OR PROFESSOR-CADASTRADO
               IF PROFESSOR-CADASTRADO
                   MOVE 'S' TO WRK-PROFESSOR-OK
                   MOVE TB-ATRB-PROFESSOR (IX-ATRB) TO WRK-PROFESSOR
               END-IF
           END-IF.

       0172-PROCURAR-PROFESSOR.
           IF TB-PROF-CODIGO (IX-PROF) = TB-ATRB-PROFESSOR (IX-ATRB)
               MOVE 'S' TO WRK-PROFESSOR-ATIVO
           END-IF.

       0110-CARREGAR-ESCALA.
           OPEN INPUT GRADE-SCALE-FILE.
           READ GRADE-SCALE-FILE
               IF ALUNO-VALIDO AND WRK-QT-INSCRICOES > ZEROS
                   PERFORM 0139-CONFERIR-INSCRICAO
               END-IF
               MOVE 'S' TO WRK-PROFESSOR-OK
               MOVE ZEROS TO WRK-PROFESSOR
               IF ALUNO-VALIDO AND INSCRICAO-CONFERE
                  AND WRK-QT-ATRIBUICOES > ZEROS
                   PERFORM 0170-CONFERIR-PROFESSOR
               END-IF
               IF NOT ALUNO-VALIDO
                   PERFORM 0260-REJEITAR-MATRICULA
               ELSE
               IF NOT INSCRICAO-CONFERE
                   PERFORM 0265-REJEITAR-SEM-INSCRICAO
               ELSE
               IF NOT PROFESSOR-ATRIBUIDO
                   PERFORM 0267-REJEITAR-SEM-PROFESSOR
               ELSE
               PERFORM 0210-VALIDAR-NOTAS
               IF NOTAS-VALIDAS
                   PERFORM 0220-CALCULAR-MEDIA
               END-IF
               END-IF
               END-IF
               END-IF
               PERFORM 0250-GRAVAR-CHECKPOINT
           END-IF.
           READ STUDENT-GRADES-FILE
               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
           END-CALL.

       0267-REJEITAR-SEM-PROFESSOR.
           ADD 1 TO WRK-QT-INVALIDOS.
           DISPLAY 'ALUNO ' ALUNO-MATRICULA
               ' REJEITADO - SEM PROFESSOR ATRIBUIDO EM '
               ALUNO-TURMA '/' ALUNO-DISCIPLINA.
           MOVE ALUNO-MATRICULA TO WRK-REFERENCIA-LOG.
           MOVE 'TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO'
               TO WRK-MOTIVO-LOG.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
           END-CALL.

       0260-REJEITAR-MATRICULA.
           ADD 1 TO WRK-QT-INVALIDOS.
           IF ALUNO-INATIVADO

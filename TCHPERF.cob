       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCHPERF.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: RESULTADOS POR PROFESSOR NO PERIODO. O
      *              PROGCOB08/13 CARIMBA NO HISTORICO (ACADHIST) O
      *              PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA
      *              (TEACHASG) E A FREQUENCIA DO ALUNO; ESTE JOB LE
      *              O HISTORICO DO PERIODO INFORMADO, FICA COM UM
      *              RESULTADO POR MATRICULA/TURMA/DISCIPLINA (O
      *              MAIS RECENTE, COMO NO PROMODEC - O DEFINITIVO
      *              DO RECPROC SUBSTITUI A 'RECUPERACAO' E HERDA O
      *              PROFESSOR DO LANCAMENTO ORIGINAL) E IMPRIME,
      *              PARA CADA PROFESSOR, AS TURMAS/DISCIPLINAS, A
      *              TAXA DE APROVACAO, A MEDIA DAS NOTAS E A
      *              FREQUENCIA MEDIA DOS ALUNOS, COM A DIFERENCA
      *              PARA A MEDIA DA ESCOLA NO MESMO PERIODO.
      *              RESULTADO SEM PROFESSOR (LANCADO ANTES DAS
      *              ATRIBUICOES) ENTRA SO NA MEDIA DA ESCOLA.
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
           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO 'ACADHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT TEACHER-MASTER-FILE ASSIGN TO 'TEACHMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACADEMIC-HISTORY-FILE.
           COPY 'ACADHIST.cob'.

       FD  TEACHER-MASTER-FILE.
           COPY 'TEACHMST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-HIST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PROF-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-PERIODO                PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

      *    UM RESULTADO POR MATRICULA/TURMA/DISCIPLINA DO PERIODO
      *    (O MAIS RECENTE PREVALECE; PROFESSOR E FREQUENCIA SO SAO
      *    TROCADOS QUANDO O NOVO REGISTRO OS TRAZ)
       01  TB-RESULTADOS-TABELA.
           02  TB-RESULTADO OCCURS 1000 TIMES INDEXED BY IX-RES.
               03  TB-RES-MATRICULA   PIC 9(06).
               03  TB-RES-TURMA       PIC X(06).
               03  TB-RES-DISCIPLINA  PIC X(10).
               03  TB-RES-PROFESSOR   PIC 9(06).
               03  TB-RES-MEDIA       PIC 9(02)V99.
               03  TB-RES-RESULTADO   PIC X(20).
               03  TB-RES-FREQUENCIA  PIC 9(03).
               03  TB-RES-FREQ-INFORMADA PIC X(01).
       77  WRK-QT-RESULTADOS          PIC 9(04) VALUE ZEROS.
       77  WRK-RES-ACHADO             PIC X(01) VALUE 'N'.
           88  RESULTADO-ACHADO                 VALUE 'S'.
       77  WRK-IX-RES                 PIC 9(04) VALUE ZEROS.

      *    TOTAIS POR PROFESSOR (NOME DO TEACHMST)
       01  TB-PROFESSORES-TABELA.
           02  TB-PROFESSOR OCCURS 200 TIMES INDEXED BY IX-PROF.
               03  TB-PRF-CODIGO      PIC 9(06).
               03  TB-PRF-NOME        PIC X(20).
               03  TB-PRF-QT-TURMAS   PIC 9(03).
               03  TB-PRF-QT          PIC 9(05).
               03  TB-PRF-APROVADOS   PIC 9(05).
               03  TB-PRF-SOMA-MEDIAS PIC 9(07)V99.
               03  TB-PRF-QT-FREQ     PIC 9(05).
               03  TB-PRF-SOMA-FREQ   PIC 9(08).
       77  WRK-QT-PROFESSORES         PIC 9(03) VALUE ZEROS.
       77  WRK-PRF-ACHADO             PIC X(01) VALUE 'N'.
           88  PROFESSOR-ACHADO                 VALUE 'S'.
       77  WRK-IX-PROF                PIC 9(03) VALUE ZEROS.

      *    TURMAS/DISCIPLINAS DISTINTAS DE CADA PROFESSOR
       01  TB-TURMAS-TABELA.
           02  TB-TURMA OCCURS 500 TIMES INDEXED BY IX-TUR.
               03  TB-TUR-PROFESSOR   PIC 9(06).
               03  TB-TUR-TURMA       PIC X(06).
               03  TB-TUR-DISCIPLINA  PIC X(10).
       77  WRK-QT-TURMAS              PIC 9(03) VALUE ZEROS.
       77  WRK-TUR-ACHADA             PIC X(01) VALUE 'N'.
           88  TURMA-ACHADA                     VALUE 'S'.

      *    TOTAIS DA ESCOLA NO PERIODO
       77  WRK-ESC-QT                 PIC 9(05) VALUE ZEROS.
       77  WRK-ESC-APROVADOS          PIC 9(05) VALUE ZEROS.
       77  WRK-ESC-SOMA-MEDIAS        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ESC-QT-FREQ            PIC 9(05) VALUE ZEROS.
       77  WRK-ESC-SOMA-FREQ          PIC 9(08) VALUE ZEROS.
       77  WRK-QT-SEM-PROFESSOR       PIC 9(05) VALUE ZEROS.

      *    INDICADORES CALCULADOS (ESCOLA E PROFESSOR DA VEZ)
       77  WRK-ESC-PCT-APROV          PIC 9(03)V9 VALUE ZEROS.
       77  WRK-ESC-MEDIA              PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ESC-FREQ               PIC 9(03)V9 VALUE ZEROS.
       77  WRK-PCT-APROV              PIC 9(03)V9 VALUE ZEROS.
       77  WRK-MEDIA                  PIC 9(02)V99 VALUE ZEROS.
       77  WRK-FREQ                   PIC 9(03)V9 VALUE ZEROS.
       77  WRK-DIF-APROV              PIC S9(03)V9 VALUE ZEROS.
       77  WRK-DIF-MEDIA              PIC S9(02)V99 VALUE ZEROS.
       77  WRK-DIF-FREQ               PIC S9(03)V9 VALUE ZEROS.
       77  WRK-PCT-ED                 PIC ZZ9,9 VALUE ZEROS.
       77  WRK-MEDIA-ED               PIC Z9,99 VALUE ZEROS.
       77  WRK-FREQ-ED                PIC ZZ9,9 VALUE ZEROS.
       77  WRK-DIF-APROV-ED           PIC +ZZ9,9 VALUE ZEROS.
       77  WRK-DIF-MEDIA-ED           PIC +Z9,99 VALUE ZEROS.
       77  WRK-DIF-FREQ-ED            PIC +ZZ9,9 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'TCHPERF'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'RESULTADOS POR PROFESSOR NO PERIODO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-RESULTADOS.
           PERFORM 0300-APURAR-PROFESSORES.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0500-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

      *    PERIODO ZERO = MES DA DATA DE MOVIMENTO, O MESMO QUE O
      *    BOLETIM CARIMBA NO HISTORICO.
       0100-INICIALIZAR.
           DISPLAY '==== RESULTADOS POR PROFESSOR ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'PERIODO (AAAAMM, ZERO = MES DO MOVIMENTO) ...'.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO IS NOT NUMERIC
              OR WRK-PERIODO = ZEROS
               COMPUTE WRK-PERIODO = WRK-DATA-MOVIMENTO / 100
           END-IF.
           DISPLAY 'PERIODO : ' WRK-PERIODO.
           PERFORM 0110-CARREGAR-PROFESSORES.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

      *    TODO PROFESSOR DO CADASTRO ENTRA NA TABELA (TAMBEM O
      *    INATIVO, QUE PODE TER RESULTADOS NO PERIODO).
       0110-CARREGAR-PROFESSORES.
           OPEN INPUT TEACHER-MASTER-FILE.
           IF WRK-PROF-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ TEACHER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-PROFESSOR UNTIL FIM-ARQUIVO
               CLOSE TEACHER-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0111-LER-PROFESSOR.
           IF WRK-QT-PROFESSORES < 200
               ADD 1 TO WRK-QT-PROFESSORES
               SET IX-PROF TO WRK-QT-PROFESSORES
               MOVE PROF-CODIGO TO TB-PRF-CODIGO (IX-PROF)
               MOVE PROF-NOME   TO TB-PRF-NOME (IX-PROF)
               MOVE ZEROS TO TB-PRF-QT-TURMAS (IX-PROF)
                   TB-PRF-QT (IX-PROF) TB-PRF-APROVADOS (IX-PROF)
                   TB-PRF-SOMA-MEDIAS (IX-PROF) TB-PRF-QT-FREQ (IX-PROF)
                   TB-PRF-SOMA-FREQ (IX-PROF)
           END-IF.
           READ TEACHER-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0200-CARREGAR-RESULTADOS.
           OPEN INPUT ACADEMIC-HISTORY-FILE.
           IF WRK-HIST-STATUS = '35'
               DISPLAY 'HISTORICO ACADEMICO (ACADHIST) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ ACADEMIC-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0210-LER-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ACADEMIC-HISTORY-FILE
           END-IF.

       0210-LER-HISTORICO.
           IF HISTAC-PERIODO = WRK-PERIODO
              AND HISTAC-DISCIPLINA NOT = '*DECISAO*'
               ADD 1 TO WRK-CTLT-LIDOS
               PERFORM 0220-GUARDAR-RESULTADO
           END-IF.
           READ ACADEMIC-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    HISTORICO GRAVADO ANTES DO CARIMBO TEM O FIM DO REGISTRO
      *    EM BRANCO: PROFESSOR NAO NUMERICO VALE ZERO.
       0220-GUARDAR-RESULTADO.
           IF HISTAC-PROFESSOR IS NOT NUMERIC
               MOVE ZEROS TO HISTAC-PROFESSOR
           END-IF.
           MOVE 'N' TO WRK-RES-ACHADO.
           PERFORM 0221-PROCURAR-RESULTADO
               VARYING IX-RES FROM 1 BY 1
               UNTIL IX-RES > WRK-QT-RESULTADOS
                  OR RESULTADO-ACHADO.
           IF NOT RESULTADO-ACHADO
               IF WRK-QT-RESULTADOS < 1000
                   ADD 1 TO WRK-QT-RESULTADOS
                   MOVE WRK-QT-RESULTADOS TO WRK-IX-RES
                   SET IX-RES TO WRK-IX-RES
                   MOVE HISTAC-MATRICULA
                       TO TB-RES-MATRICULA (IX-RES)
                   MOVE HISTAC-TURMA
                       TO TB-RES-TURMA (IX-RES)
                   MOVE HISTAC-DISCIPLINA
                       TO TB-RES-DISCIPLINA (IX-RES)
                   MOVE ZEROS TO TB-RES-PROFESSOR (IX-RES)
                       TB-RES-FREQUENCIA (IX-RES)
                   MOVE 'N' TO TB-RES-FREQ-INFORMADA (IX-RES)
               ELSE
                   DISPLAY 'TABELA DE RESULTADOS CHEIA - '
                       'MATRICULA ' HISTAC-MATRICULA
                       ' FORA DO RELATORIO'
                   ADD 1 TO WRK-CTLT-REJEITADOS
                   MOVE ZEROS TO WRK-IX-RES
               END-IF
           END-IF.
           IF WRK-IX-RES > ZEROS
               SET IX-RES TO WRK-IX-RES
               MOVE HISTAC-MEDIA     TO TB-RES-MEDIA (IX-RES)
               MOVE HISTAC-RESULTADO TO TB-RES-RESULTADO (IX-RES)
               IF HISTAC-PROFESSOR > ZEROS
                   MOVE HISTAC-PROFESSOR
                       TO TB-RES-PROFESSOR (IX-RES)
               END-IF
               IF HISTAC-COM-FREQUENCIA
                   MOVE HISTAC-FREQUENCIA
                       TO TB-RES-FREQUENCIA (IX-RES)
                   MOVE 'S' TO TB-RES-FREQ-INFORMADA (IX-RES)
               END-IF
           END-IF.

       0221-PROCURAR-RESULTADO.
           IF TB-RES-MATRICULA (IX-RES) = HISTAC-MATRICULA
              AND TB-RES-TURMA (IX-RES) = HISTAC-TURMA
              AND TB-RES-DISCIPLINA (IX-RES) = HISTAC-DISCIPLINA
               MOVE 'S' TO WRK-RES-ACHADO
               SET WRK-IX-RES TO IX-RES
           END-IF.

      *    'APROVADO' (INCLUSIVE COM BONUS OU NO EXAME) CONTA COMO
      *    APROVACAO, COMO NO PROMODEC; RECUPERACAO AINDA NAO
      *    RESOLVIDA E REPROVACAO NAO CONTAM.
       0300-APURAR-PROFESSORES.
           PERFORM 0310-APURAR-RESULTADO
               VARYING IX-RES FROM 1 BY 1
               UNTIL IX-RES > WRK-QT-RESULTADOS.

       0310-APURAR-RESULTADO.
           ADD 1 TO WRK-ESC-QT.
           ADD TB-RES-MEDIA (IX-RES) TO WRK-ESC-SOMA-MEDIAS.
           IF TB-RES-RESULTADO (IX-RES) (1:5) = 'APROV'
               ADD 1 TO WRK-ESC-APROVADOS
           END-IF.
           IF TB-RES-FREQ-INFORMADA (IX-RES) = 'S'
               ADD 1 TO WRK-ESC-QT-FREQ
               ADD TB-RES-FREQUENCIA (IX-RES) TO WRK-ESC-SOMA-FREQ
           END-IF.
           IF TB-RES-PROFESSOR (IX-RES) = ZEROS
               ADD 1 TO WRK-QT-SEM-PROFESSOR
           ELSE
               PERFORM 0320-LOCALIZAR-PROFESSOR
               IF WRK-IX-PROF > ZEROS
                   PERFORM 0330-ACUMULAR-PROFESSOR
               END-IF
           END-IF.

      *    PROFESSOR CARIMBADO QUE SAIU DO CADASTRO AINDA APARECE,
      *    SEM NOME.
       0320-LOCALIZAR-PROFESSOR.
           MOVE 'N' TO WRK-PRF-ACHADO.
           MOVE ZEROS TO WRK-IX-PROF.
           PERFORM 0321-PROCURAR-PROFESSOR
               VARYING IX-PROF FROM 1 BY 1
               UNTIL IX-PROF > WRK-QT-PROFESSORES
                  OR PROFESSOR-ACHADO.
           IF NOT PROFESSOR-ACHADO
               IF WRK-QT-PROFESSORES < 200
                   ADD 1 TO WRK-QT-PROFESSORES
                   MOVE WRK-QT-PROFESSORES TO WRK-IX-PROF
                   SET IX-PROF TO WRK-IX-PROF
                   MOVE TB-RES-PROFESSOR (IX-RES)
                       TO TB-PRF-CODIGO (IX-PROF)
                   MOVE '(FORA DO CADASTRO)' TO TB-PRF-NOME (IX-PROF)
                   MOVE ZEROS TO TB-PRF-QT-TURMAS (IX-PROF)
                       TB-PRF-QT (IX-PROF) TB-PRF-APROVADOS (IX-PROF)
                       TB-PRF-SOMA-MEDIAS (IX-PROF)
                       TB-PRF-QT-FREQ (IX-PROF)
                       TB-PRF-SOMA-FREQ (IX-PROF)
               ELSE
                   DISPLAY 'TABELA DE PROFESSORES CHEIA - '
                       'PROFESSOR ' TB-RES-PROFESSOR (IX-RES)
                       ' FORA DO RELATORIO'
               END-IF
           END-IF.

       0321-PROCURAR-PROFESSOR.
           IF TB-PRF-CODIGO (IX-PROF) = TB-RES-PROFESSOR (IX-RES)
               MOVE 'S' TO WRK-PRF-ACHADO
               SET WRK-IX-PROF TO IX-PROF
           END-IF.

       0330-ACUMULAR-PROFESSOR.
           SET IX-PROF TO WRK-IX-PROF.
           ADD 1 TO TB-PRF-QT (IX-PROF).
           ADD TB-RES-MEDIA (IX-RES) TO TB-PRF-SOMA-MEDIAS (IX-PROF).
           IF TB-RES-RESULTADO (IX-RES) (1:5) = 'APROV'
               ADD 1 TO TB-PRF-APROVADOS (IX-PROF)
           END-IF.
           IF TB-RES-FREQ-INFORMADA (IX-RES) = 'S'
               ADD 1 TO TB-PRF-QT-FREQ (IX-PROF)
               ADD TB-RES-FREQUENCIA (IX-RES)
                   TO TB-PRF-SOMA-FREQ (IX-PROF)
           END-IF.
           MOVE 'N' TO WRK-TUR-ACHADA.
           PERFORM 0331-PROCURAR-TURMA
               VARYING IX-TUR FROM 1 BY 1
               UNTIL IX-TUR > WRK-QT-TURMAS OR TURMA-ACHADA.
           IF NOT TURMA-ACHADA AND WRK-QT-TURMAS < 500
               ADD 1 TO WRK-QT-TURMAS
               SET IX-TUR TO WRK-QT-TURMAS
               MOVE TB-RES-PROFESSOR (IX-RES)
                   TO TB-TUR-PROFESSOR (IX-TUR)
               MOVE TB-RES-TURMA (IX-RES) TO TB-TUR-TURMA (IX-TUR)
               MOVE TB-RES-DISCIPLINA (IX-RES)
                   TO TB-TUR-DISCIPLINA (IX-TUR)
               ADD 1 TO TB-PRF-QT-TURMAS (IX-PROF)
           END-IF.

       0331-PROCURAR-TURMA.
           IF TB-TUR-PROFESSOR (IX-TUR) = TB-RES-PROFESSOR (IX-RES)
              AND TB-TUR-TURMA (IX-TUR) = TB-RES-TURMA (IX-RES)
              AND TB-TUR-DISCIPLINA (IX-TUR) =
                  TB-RES-DISCIPLINA (IX-RES)
               MOVE 'S' TO WRK-TUR-ACHADA
           END-IF.

      *    PRIMEIRO A MEDIA DA ESCOLA, DEPOIS CADA PROFESSOR COM
      *    RESULTADOS NO PERIODO E A DIFERENCA PARA A ESCOLA.
       0400-IMPRIMIR.
           IF WRK-ESC-QT > ZEROS
               COMPUTE WRK-ESC-PCT-APROV ROUNDED =
                   (WRK-ESC-APROVADOS * 100) / WRK-ESC-QT
               COMPUTE WRK-ESC-MEDIA ROUNDED =
                   WRK-ESC-SOMA-MEDIAS / WRK-ESC-QT
           END-IF.
           IF WRK-ESC-QT-FREQ > ZEROS
               COMPUTE WRK-ESC-FREQ ROUNDED =
                   WRK-ESC-SOMA-FREQ / WRK-ESC-QT-FREQ
           END-IF.
           MOVE WRK-ESC-PCT-APROV TO WRK-PCT-ED.
           MOVE WRK-ESC-MEDIA     TO WRK-MEDIA-ED.
           MOVE WRK-ESC-FREQ      TO WRK-FREQ-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'ESCOLA' ' RESULTADOS ' WRK-ESC-QT
               ' APROVACAO ' WRK-PCT-ED '%'
               ' MEDIA ' WRK-MEDIA-ED
               ' FREQUENCIA ' WRK-FREQ-ED '%'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0430-EMITIR-LINHA.
           PERFORM 0410-IMPRIMIR-PROFESSOR
               VARYING IX-PROF FROM 1 BY 1
               UNTIL IX-PROF > WRK-QT-PROFESSORES.

       0410-IMPRIMIR-PROFESSOR.
           IF TB-PRF-QT (IX-PROF) > ZEROS
               ADD 1 TO WRK-CTLT-PROCESSADOS
               COMPUTE WRK-PCT-APROV ROUNDED =
                   (TB-PRF-APROVADOS (IX-PROF) * 100)
                   / TB-PRF-QT (IX-PROF)
               COMPUTE WRK-MEDIA ROUNDED =
                   TB-PRF-SOMA-MEDIAS (IX-PROF) / TB-PRF-QT (IX-PROF)
               MOVE ZEROS TO WRK-FREQ
               IF TB-PRF-QT-FREQ (IX-PROF) > ZEROS
                   COMPUTE WRK-FREQ ROUNDED =
                       TB-PRF-SOMA-FREQ (IX-PROF)
                       / TB-PRF-QT-FREQ (IX-PROF)
               END-IF
               COMPUTE WRK-DIF-APROV = WRK-PCT-APROV
                   - WRK-ESC-PCT-APROV
               COMPUTE WRK-DIF-MEDIA = WRK-MEDIA - WRK-ESC-MEDIA
               COMPUTE WRK-DIF-FREQ = WRK-FREQ - WRK-ESC-FREQ
               MOVE WRK-PCT-APROV TO WRK-PCT-ED
               MOVE WRK-MEDIA     TO WRK-MEDIA-ED
               MOVE WRK-FREQ      TO WRK-FREQ-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'PROFESSOR ' TB-PRF-CODIGO (IX-PROF)
                   ' ' TB-PRF-NOME (IX-PROF)
                   ' TURMAS ' TB-PRF-QT-TURMAS (IX-PROF)
                   ' RESULTADOS ' TB-PRF-QT (IX-PROF)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0430-EMITIR-LINHA
               MOVE WRK-DIF-APROV TO WRK-DIF-APROV-ED
               MOVE WRK-DIF-MEDIA TO WRK-DIF-MEDIA-ED
               MOVE WRK-DIF-FREQ  TO WRK-DIF-FREQ-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING '    APROVACAO ' WRK-PCT-ED '% ('
                   WRK-DIF-APROV-ED ')'
                   ' MEDIA ' WRK-MEDIA-ED ' (' WRK-DIF-MEDIA-ED ')'
                   ' FREQUENCIA ' WRK-FREQ-ED '% ('
                   WRK-DIF-FREQ-ED ')'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0430-EMITIR-LINHA
           END-IF.

       0430-EMITIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

      *    PERIODO SEM NENHUM RESULTADO NO HISTORICO TERMINA COM
      *    RC=4 (PERIODO DIGITADO ERRADO OU BOLETIM AINDA NAO RODOU).
       0500-FINALIZAR.
           DISPLAY ' ---------------------- '.
           DISPLAY 'RESULTADOS DO PERIODO      : ' WRK-ESC-QT.
           DISPLAY 'SEM PROFESSOR ATRIBUIDO    : ' WRK-QT-SEM-PROFESSOR.
           DISPLAY 'PROFESSORES NO RELATORIO   : ' WRK-CTLT-PROCESSADOS.
           DISPLAY '(ENTRE PARENTESES, A DIFERENCA PARA A ESCOLA)'.
           IF WRK-ESC-QT = ZEROS
               DISPLAY 'NENHUM RESULTADO NO PERIODO ' WRK-PERIODO
               MOVE 4 TO WRK-RC-FINAL
           END-IF.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO RELATORIO POR PROFESSOR '.

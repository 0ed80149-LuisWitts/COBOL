       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASRANK.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: MEDIA ACUMULADA, CLASSIFICACAO NA TURMA E
      *              QUADRO DE HONRA DO ANO LETIVO. BOLSAS, QUADRO
      *              DE HONRA E ORADOR DA TURMA ERAM ESCOLHIDOS NA
      *              MAO A PARTIR DO TRANSCRP. ESTE JOB LE O
      *              HISTORICO (ACADHIST) ATE O ANO INFORMADO, FICA
      *              COM UM RESULTADO POR MATRICULA/PERIODO/TURMA/
      *              DISCIPLINA (O MAIS RECENTE, COMO NO PROMODEC -
      *              O DEFINITIVO DO RECPROC SUBSTITUI A
      *              'RECUPERACAO') E CALCULA POR ALUNO:
      *              - A MEDIA ACUMULADA, PONDERADA PELA CARGA
      *                HORARIA DA DISCIPLINA (CARGAHOR), DE TODOS OS
      *                PERIODOS ATE O ANO, E A MEDIA SO DO ANO;
      *              - A POSICAO NA TURMA (A DO CADASTRO STUMAST)
      *                ENTRE OS ALUNOS COM RESULTADO NO ANO, PELA
      *                MEDIA ACUMULADA - MEDIAS IGUAIS DIVIDEM A
      *                POSICAO E A SEGUINTE PULA (1, 2, 2, 4);
      *              - O QUADRO DE HONRA: MEDIA ACUMULADA NA NOTA DE
      *                CORTE OU ACIMA E NENHUMA DISCIPLINA SEM
      *                APROVACAO NO HISTORICO ACUMULADO.
      *              A CLASSIFICACAO E GRAVADA NO RANKHIST (O ANO
      *              REPROCESSADO SUBSTITUI O ANTERIOR) PARA O
      *              TRANSCRP MOSTRAR. SEM RESULTADO NO ANO TERMINA
      *              COM RC=4; TABELA CHEIA TERMINA COM RC=8 SEM
      *              GRAVAR NADA.
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

           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUM-STATUS.

           SELECT WORKLOAD-FILE ASSIGN TO 'CARGAHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARGA-STATUS.

           SELECT CLASS-RANKING-FILE ASSIGN TO 'RANKHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RANK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACADEMIC-HISTORY-FILE.
           COPY 'ACADHIST.cob'.

       FD  STUDENT-MASTER-FILE.
           COPY 'STUMAST.cob'.

       FD  WORKLOAD-FILE.
           COPY 'CARGAHOR.cob'.

       FD  CLASS-RANKING-FILE.
           COPY 'RANKHIST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-HIST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-STUM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CARGA-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-RANK-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-ANO                    PIC 9(04) VALUE ZEROS.
       77  WRK-NOTA-CORTE             PIC 9(02)V99 VALUE ZEROS.
       77  WRK-NOTA-CORTE-PADRAO      PIC 9(02)V99 VALUE 8,00.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       01  WRK-PERIODO-HIST.
           02  WRK-PERIODO-ANO        PIC 9(04).
           02  WRK-PERIODO-MES        PIC 9(02).

      *    TABELAS MENORES QUE OS ARQUIVOS DEIXARIAM ALUNO FORA DA
      *    CLASSIFICACAO - NESSE CASO NADA E GRAVADO (RC=8)
       77  WRK-ARQUIVO-INTEIRO        PIC X(01) VALUE 'S'.
           88  ARQUIVO-INTEIRO                  VALUE 'S'.

      *    CARGA HORARIA POR DISCIPLINA. SEM O CARGAHOR TODAS AS
      *    DISCIPLINAS PESAM IGUAL (MEDIA SIMPLES); COM ELE, A
      *    DISCIPLINA QUE FALTA ENTRA COM A CARGA PADRAO E E
      *    REGISTRADA UMA VEZ NO LOG DE EXCECOES.
       01  TB-CARGAS-TABELA.
           02  TB-CARGA OCCURS 200 TIMES INDEXED BY IX-CRG.
               03  TB-CRG-DISCIPLINA  PIC X(10).
               03  TB-CRG-HORAS       PIC 9(04).
       77  WRK-QT-CARGAS              PIC 9(03) VALUE ZEROS.
       77  WRK-CARGA-PADRAO           PIC 9(04) VALUE 80.
       77  WRK-TEM-CARGAHOR           PIC X(01) VALUE 'N'.
           88  TEM-CARGAHOR                     VALUE 'S'.
       77  WRK-CRG-ACHADA             PIC X(01) VALUE 'N'.
           88  CARGA-ACHADA                     VALUE 'S'.
       77  WRK-HORAS                  PIC 9(04) VALUE ZEROS.

      *    TURMA DE CADA ALUNO NO CADASTRO
       01  TB-CADASTRO-TABELA.
           02  TB-CADASTRO OCCURS 500 TIMES INDEXED BY IX-CAD.
               03  TB-CAD-MATRICULA   PIC 9(06).
               03  TB-CAD-NOME        PIC X(20).
               03  TB-CAD-TURMA       PIC X(06).
       77  WRK-QT-CADASTRO            PIC 9(03) VALUE ZEROS.
       77  WRK-CAD-ACHADO             PIC X(01) VALUE 'N'.
           88  CADASTRO-ACHADO                  VALUE 'S'.

      *    UM RESULTADO POR MATRICULA/PERIODO/TURMA/DISCIPLINA ATE
      *    O ANO (O MAIS RECENTE PREVALECE)
       01  TB-RESULTADOS-TABELA.
           02  TB-RESULTADO OCCURS 3000 TIMES INDEXED BY IX-RES.
               03  TB-RES-MATRICULA   PIC 9(06).
               03  TB-RES-PERIODO     PIC 9(06).
               03  TB-RES-TURMA       PIC X(06).
               03  TB-RES-DISCIPLINA  PIC X(10).
               03  TB-RES-MEDIA       PIC 9(02)V99.
               03  TB-RES-RESULTADO   PIC X(20).
       77  WRK-QT-RESULTADOS          PIC 9(04) VALUE ZEROS.
       77  WRK-RES-ACHADO             PIC X(01) VALUE 'N'.
           88  RESULTADO-ACHADO                 VALUE 'S'.
       77  WRK-IX-RES                 PIC 9(04) VALUE ZEROS.

      *    TOTAIS POR ALUNO: SOMA DAS MEDIAS x CARGA E SOMA DAS
      *    CARGAS, NO ACUMULADO E SO NO ANO
       01  TB-ALUNOS-TABELA.
           02  TB-ALUNO OCCURS 500 TIMES INDEXED BY IX-ALU.
               03  TB-ALU-MATRICULA   PIC 9(06).
               03  TB-ALU-NOME        PIC X(20).
               03  TB-ALU-TURMA       PIC X(06).
               03  TB-ALU-TURMA-ANO   PIC X(06).
               03  TB-ALU-SOMA-PONDERADA PIC 9(09)V99.
               03  TB-ALU-SOMA-CARGAS PIC 9(07).
               03  TB-ALU-ANO-PONDERADA PIC 9(09)V99.
               03  TB-ALU-ANO-CARGAS  PIC 9(07).
               03  TB-ALU-QT-DISC     PIC 9(04).
               03  TB-ALU-QT-REPROV   PIC 9(04).
               03  TB-ALU-MEDIA-ACUM  PIC 9(02)V99.
               03  TB-ALU-MEDIA-ANO   PIC 9(02)V99.
               03  TB-ALU-POSICAO     PIC 9(03).
               03  TB-ALU-HONRA       PIC X(01).
               03  TB-ALU-CLASSIFICADO PIC X(01).
       77  WRK-QT-ALUNOS              PIC 9(03) VALUE ZEROS.
       77  WRK-ALU-ACHADO             PIC X(01) VALUE 'N'.
           88  ALUNO-ACHADO                     VALUE 'S'.
       77  WRK-IX-ALU                 PIC 9(03) VALUE ZEROS.

      *    TURMAS COM ALUNOS CLASSIFICADOS NO ANO
       01  TB-TURMAS-TABELA.
           02  TB-TURMA OCCURS 100 TIMES INDEXED BY IX-TUR.
               03  TB-TUR-TURMA       PIC X(06).
               03  TB-TUR-QT-ALUNOS   PIC 9(03).
               03  TB-TUR-QT-HONRA    PIC 9(03).
       77  WRK-QT-TURMAS              PIC 9(03) VALUE ZEROS.
       77  WRK-TUR-ACHADA             PIC X(01) VALUE 'N'.
           88  TURMA-ACHADA                     VALUE 'S'.
       77  WRK-IX-TUR                 PIC 9(03) VALUE ZEROS.

      *    ORDEM DE CLASSIFICACAO (TURMA A TURMA, DA MAIOR MEDIA
      *    PARA A MENOR), USADA NA LISTA, NO QUADRO DE HONRA E NA
      *    GRAVACAO
       01  TB-ORDEM-TABELA.
           02  TB-ORDEM OCCURS 500 TIMES INDEXED BY IX-ORD.
               03  TB-ORD-IX-ALU      PIC 9(03).
       77  WRK-QT-ORDEM               PIC 9(03) VALUE ZEROS.

      *    CLASSIFICACAO POR BUSCA DO MAIOR AINDA NAO CLASSIFICADO,
      *    COMO NO SALERANK; EMPATE PELA MATRICULA MENOR NA LISTA
       77  WRK-POSICAO-RANK           PIC 9(03) VALUE ZEROS.
       77  WRK-POSICAO-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77  WRK-MEDIA-ANTERIOR         PIC 9(02)V99 VALUE ZEROS.
       77  WRK-IX-MAIOR               PIC 9(03) VALUE ZEROS.
       77  WRK-MAIOR-MEDIA            PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MAIOR-MATRICULA        PIC 9(06) VALUE ZEROS.
       77  WRK-TEM-MAIOR              PIC X(01) VALUE 'N'.
           88  TEM-MAIOR                        VALUE 'S'.
       77  WRK-SUB                    PIC 9(03) VALUE ZEROS.

      *    LINHAS DO RANKHIST DE OUTROS ANOS, REGRAVADAS COMO ESTAO
       01  TB-RANK-ANTIGO-TABELA.
           02  TB-RANK-ANTIGO OCCURS 3000 TIMES INDEXED BY IX-ANT
                                      PIC X(56).
       77  WRK-QT-RANK-ANTIGO         PIC 9(04) VALUE ZEROS.

       77  WRK-QT-CLASSIFICADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QT-HONRA               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EXCECOES            PIC 9(05) VALUE ZEROS.

       77  WRK-MEDIA-ACUM-ED          PIC Z9,99 VALUE ZEROS.
       77  WRK-MEDIA-ANO-ED           PIC Z9,99 VALUE ZEROS.
       77  WRK-NOTA-CORTE-ED          PIC Z9,99 VALUE ZEROS.
       77  WRK-POSICAO-ED             PIC ZZ9 VALUE ZEROS.
       77  WRK-EMPATE                 PIC X(07) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'CLASRANK'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'CLASSIFICACAO E QUADRO DE HONRA DO ANO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-RESULTADOS.
           IF ARQUIVO-INTEIRO
               PERFORM 0300-APURAR-ALUNOS
           END-IF.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY '*** HISTORICO, CADASTRO OU CLASSIFICACAO '
                   'MAIOR QUE A TABELA - NADA GRAVADO ***'
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               IF WRK-QT-CLASSIFICADOS = ZEROS
                   DISPLAY 'NENHUM RESULTADO NO ANO ' WRK-ANO
                   MOVE 4 TO WRK-RC-FINAL
               ELSE
                   PERFORM 0400-CLASSIFICAR
                   PERFORM 0500-IMPRIMIR
                   PERFORM 0600-GRAVAR-CLASSIFICACAO
               END-IF
           END-IF.
           PERFORM 0700-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

      *    ANO ZERO = ANO DA DATA DE MOVIMENTO; NOTA DE CORTE ZERO
      *    = A PADRAO DA ESCOLA.
       0100-INICIALIZAR.
           DISPLAY '==== CLASSIFICACAO E QUADRO DE HONRA ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'ANO LETIVO (AAAA, ZERO = ANO DO MOVIMENTO) ...'.
           ACCEPT WRK-ANO.
           IF WRK-ANO IS NOT NUMERIC
              OR WRK-ANO = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:4) TO WRK-ANO
           END-IF.
           DISPLAY 'NOTA DE CORTE DO QUADRO DE HONRA (EX: 8,50 - '
               'ZERO = PADRAO) ...'.
           ACCEPT WRK-NOTA-CORTE.
           IF WRK-NOTA-CORTE IS NOT NUMERIC
              OR WRK-NOTA-CORTE = ZEROS
               MOVE WRK-NOTA-CORTE-PADRAO TO WRK-NOTA-CORTE
           END-IF.
           MOVE WRK-NOTA-CORTE TO WRK-NOTA-CORTE-ED.
           DISPLAY 'ANO LETIVO    : ' WRK-ANO.
           DISPLAY 'NOTA DE CORTE : ' WRK-NOTA-CORTE-ED.
           PERFORM 0110-CARREGAR-CARGAS.
           PERFORM 0120-CARREGAR-CADASTRO.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0110-CARREGAR-CARGAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT WORKLOAD-FILE.
           IF WRK-CARGA-STATUS = '35'
               DISPLAY 'SEM TABELA DE CARGA HORARIA (CARGAHOR) - '
                   'TODAS AS DISCIPLINAS COM O MESMO PESO'
               MOVE 'S' TO WRK-EOF
           ELSE
               MOVE 'S' TO WRK-TEM-CARGAHOR
               READ WORKLOAD-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-CARGA UNTIL FIM-ARQUIVO
               CLOSE WORKLOAD-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

      *    LINHA COM HORAS ZERADAS OU COM LIXO E IGNORADA: A
      *    DISCIPLINA CAI NA CARGA PADRAO COM EXCECAO.
       0111-LER-CARGA.
           IF CARGA-HORAS IS NUMERIC
              AND CARGA-HORAS > ZEROS
               IF WRK-QT-CARGAS < 200
                   ADD 1 TO WRK-QT-CARGAS
                   SET IX-CRG TO WRK-QT-CARGAS
                   MOVE CARGA-DISCIPLINA TO TB-CRG-DISCIPLINA (IX-CRG)
                   MOVE CARGA-HORAS      TO TB-CRG-HORAS (IX-CRG)
               ELSE
                   MOVE 'N' TO WRK-ARQUIVO-INTEIRO
               END-IF
           END-IF.
           READ WORKLOAD-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-CADASTRO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STUM-STATUS = '35'
               DISPLAY 'SEM CADASTRO DE ALUNOS (STUMAST) - TURMA DO '
                   'HISTORICO'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STUDENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-ALUNO UNTIL FIM-ARQUIVO
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0121-LER-ALUNO.
           IF WRK-QT-CADASTRO < 500
               ADD 1 TO WRK-QT-CADASTRO
               SET IX-CAD TO WRK-QT-CADASTRO
               MOVE STUM-MATRICULA TO TB-CAD-MATRICULA (IX-CAD)
               MOVE STUM-NOME      TO TB-CAD-NOME (IX-CAD)
               MOVE STUM-TURMA     TO TB-CAD-TURMA (IX-CAD)
           ELSE
               MOVE 'N' TO WRK-ARQUIVO-INTEIRO
           END-IF.
           READ STUDENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    DO HISTORICO ATE O ANO FICA UM RESULTADO POR MATRICULA/
      *    PERIODO/TURMA/DISCIPLINA - O REGISTRO MAIS RECENTE. A
      *    DECISAO DE PROMOCAO ('*DECISAO*') NAO E NOTA.
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
           MOVE 'N' TO WRK-EOF.

       0210-LER-HISTORICO.
           MOVE HISTAC-PERIODO TO WRK-PERIODO-HIST.
           IF WRK-PERIODO-ANO NOT > WRK-ANO
              AND HISTAC-DISCIPLINA NOT = '*DECISAO*'
               ADD 1 TO WRK-CTLT-LIDOS
               PERFORM 0220-GUARDAR-RESULTADO
           END-IF.
           READ ACADEMIC-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0220-GUARDAR-RESULTADO.
           MOVE 'N' TO WRK-RES-ACHADO.
           PERFORM 0221-PROCURAR-RESULTADO
               VARYING IX-RES FROM 1 BY 1
               UNTIL IX-RES > WRK-QT-RESULTADOS
                  OR RESULTADO-ACHADO.
           IF RESULTADO-ACHADO
               SET IX-RES TO WRK-IX-RES
               MOVE HISTAC-MEDIA     TO TB-RES-MEDIA (IX-RES)
               MOVE HISTAC-RESULTADO TO TB-RES-RESULTADO (IX-RES)
           ELSE
               IF WRK-QT-RESULTADOS < 3000
                   ADD 1 TO WRK-QT-RESULTADOS
                   SET IX-RES TO WRK-QT-RESULTADOS
                   MOVE HISTAC-MATRICULA
                       TO TB-RES-MATRICULA (IX-RES)
                   MOVE HISTAC-PERIODO   TO TB-RES-PERIODO (IX-RES)
                   MOVE HISTAC-TURMA     TO TB-RES-TURMA (IX-RES)
                   MOVE HISTAC-DISCIPLINA
                       TO TB-RES-DISCIPLINA (IX-RES)
                   MOVE HISTAC-MEDIA     TO TB-RES-MEDIA (IX-RES)
                   MOVE HISTAC-RESULTADO
                       TO TB-RES-RESULTADO (IX-RES)
               ELSE
                   MOVE 'N' TO WRK-ARQUIVO-INTEIRO
               END-IF
           END-IF.

       0221-PROCURAR-RESULTADO.
           IF TB-RES-MATRICULA (IX-RES) = HISTAC-MATRICULA
              AND TB-RES-PERIODO (IX-RES) = HISTAC-PERIODO
              AND TB-RES-TURMA (IX-RES) = HISTAC-TURMA
              AND TB-RES-DISCIPLINA (IX-RES) = HISTAC-DISCIPLINA
               MOVE 'S' TO WRK-RES-ACHADO
               SET WRK-IX-RES TO IX-RES
           END-IF.

      *    CADA RESULTADO PESA A CARGA HORARIA DA DISCIPLINA; SO
      *    'APROVADO' (INCLUSIVE COM BONUS OU NO EXAME) APROVA, COMO
      *    NO PROMODEC - RECUPERACAO AINDA NAO RESOLVIDA TAMBEM TIRA
      *    O ALUNO DO QUADRO DE HONRA. O ALUNO SO E CLASSIFICADO SE
      *    TEM RESULTADO NO ANO.
       0300-APURAR-ALUNOS.
           PERFORM 0310-APURAR-RESULTADO
               VARYING IX-RES FROM 1 BY 1
               UNTIL IX-RES > WRK-QT-RESULTADOS
                  OR NOT ARQUIVO-INTEIRO.
           IF ARQUIVO-INTEIRO
               PERFORM 0330-FECHAR-ALUNO
                   VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > WRK-QT-ALUNOS
                      OR NOT ARQUIVO-INTEIRO
           END-IF.

       0310-APURAR-RESULTADO.
           PERFORM 0311-LOCALIZAR-ALUNO.
           IF WRK-IX-ALU > ZEROS
               SET IX-ALU TO WRK-IX-ALU
               PERFORM 0320-LOCALIZAR-CARGA
               COMPUTE TB-ALU-SOMA-PONDERADA (IX-ALU) =
                   TB-ALU-SOMA-PONDERADA (IX-ALU)
                   + TB-RES-MEDIA (IX-RES) * WRK-HORAS
               ADD WRK-HORAS TO TB-ALU-SOMA-CARGAS (IX-ALU)
               ADD 1 TO TB-ALU-QT-DISC (IX-ALU)
               IF TB-RES-RESULTADO (IX-RES) (1:5) NOT = 'APROV'
                   ADD 1 TO TB-ALU-QT-REPROV (IX-ALU)
               END-IF
               MOVE TB-RES-PERIODO (IX-RES) TO WRK-PERIODO-HIST
               IF WRK-PERIODO-ANO = WRK-ANO
                   COMPUTE TB-ALU-ANO-PONDERADA (IX-ALU) =
                       TB-ALU-ANO-PONDERADA (IX-ALU)
                       + TB-RES-MEDIA (IX-RES) * WRK-HORAS
                   ADD WRK-HORAS TO TB-ALU-ANO-CARGAS (IX-ALU)
                   MOVE TB-RES-TURMA (IX-RES)
                       TO TB-ALU-TURMA-ANO (IX-ALU)
               END-IF
           END-IF.

       0311-LOCALIZAR-ALUNO.
           MOVE 'N' TO WRK-ALU-ACHADO.
           MOVE ZEROS TO WRK-IX-ALU.
           PERFORM 0312-PROCURAR-ALUNO
               VARYING IX-ALU FROM 1 BY 1
               UNTIL IX-ALU > WRK-QT-ALUNOS OR ALUNO-ACHADO.
           IF NOT ALUNO-ACHADO
               IF WRK-QT-ALUNOS < 500
                   ADD 1 TO WRK-QT-ALUNOS
                   MOVE WRK-QT-ALUNOS TO WRK-IX-ALU
                   SET IX-ALU TO WRK-IX-ALU
                   INITIALIZE TB-ALUNO (IX-ALU)
                   MOVE TB-RES-MATRICULA (IX-RES)
                       TO TB-ALU-MATRICULA (IX-ALU)
                   MOVE 'N' TO TB-ALU-HONRA (IX-ALU)
                   MOVE 'N' TO TB-ALU-CLASSIFICADO (IX-ALU)
               ELSE
                   MOVE 'N' TO WRK-ARQUIVO-INTEIRO
               END-IF
           END-IF.

       0312-PROCURAR-ALUNO.
           IF TB-ALU-MATRICULA (IX-ALU) = TB-RES-MATRICULA (IX-RES)
               MOVE 'S' TO WRK-ALU-ACHADO
               SET WRK-IX-ALU TO IX-ALU
           END-IF.

       0320-LOCALIZAR-CARGA.
           MOVE 1 TO WRK-HORAS.
           IF TEM-CARGAHOR
               MOVE 'N' TO WRK-CRG-ACHADA
               PERFORM 0321-PROCURAR-CARGA
                   VARYING IX-CRG FROM 1 BY 1
                   UNTIL IX-CRG > WRK-QT-CARGAS OR CARGA-ACHADA
               IF NOT CARGA-ACHADA
                   PERFORM 0322-REGISTRAR-SEM-CARGA
               END-IF
           END-IF.

       0321-PROCURAR-CARGA.
           IF TB-CRG-DISCIPLINA (IX-CRG) = TB-RES-DISCIPLINA (IX-RES)
               MOVE 'S' TO WRK-CRG-ACHADA
               MOVE TB-CRG-HORAS (IX-CRG) TO WRK-HORAS
           END-IF.

      *    A DISCIPLINA SEM CARGA ENTRA NA TABELA COM A CARGA
      *    PADRAO, PARA A EXCECAO SAIR UMA VEZ SO.
       0322-REGISTRAR-SEM-CARGA.
           MOVE WRK-CARGA-PADRAO TO WRK-HORAS.
           MOVE TB-RES-DISCIPLINA (IX-RES) TO WRK-REFERENCIA-LOG.
           MOVE 'DISCIPLINA SEM CARGA HORARIA NO CARGAHOR'
               TO WRK-MOTIVO-LOG.
           PERFORM 0390-REGISTRAR-EXCECAO.
           IF WRK-QT-CARGAS < 200
               ADD 1 TO WRK-QT-CARGAS
               SET IX-CRG TO WRK-QT-CARGAS
               MOVE TB-RES-DISCIPLINA (IX-RES)
                   TO TB-CRG-DISCIPLINA (IX-CRG)
               MOVE WRK-CARGA-PADRAO TO TB-CRG-HORAS (IX-CRG)
           END-IF.

      *    MEDIAS DO ALUNO E TURMA DA CLASSIFICACAO: A DO CADASTRO;
      *    ALUNO FORA DO CADASTRO (OU SEM TURMA) FICA NA TURMA DO
      *    ULTIMO RESULTADO DO ANO.
       0330-FECHAR-ALUNO.
           IF TB-ALU-ANO-CARGAS (IX-ALU) > ZEROS
               COMPUTE TB-ALU-MEDIA-ACUM (IX-ALU) ROUNDED =
                   TB-ALU-SOMA-PONDERADA (IX-ALU)
                   / TB-ALU-SOMA-CARGAS (IX-ALU)
               COMPUTE TB-ALU-MEDIA-ANO (IX-ALU) ROUNDED =
                   TB-ALU-ANO-PONDERADA (IX-ALU)
                   / TB-ALU-ANO-CARGAS (IX-ALU)
               MOVE TB-ALU-TURMA-ANO (IX-ALU) TO TB-ALU-TURMA (IX-ALU)
               MOVE 'N' TO WRK-CAD-ACHADO
               PERFORM 0331-PROCURAR-CADASTRO
                   VARYING IX-CAD FROM 1 BY 1
                   UNTIL IX-CAD > WRK-QT-CADASTRO OR CADASTRO-ACHADO
               IF TB-ALU-MEDIA-ACUM (IX-ALU) NOT < WRK-NOTA-CORTE
                  AND TB-ALU-QT-REPROV (IX-ALU) = ZEROS
                   MOVE 'S' TO TB-ALU-HONRA (IX-ALU)
               END-IF
               PERFORM 0332-CONTAR-TURMA
           END-IF.

       0331-PROCURAR-CADASTRO.
           IF TB-CAD-MATRICULA (IX-CAD) = TB-ALU-MATRICULA (IX-ALU)
               MOVE 'S' TO WRK-CAD-ACHADO
               MOVE TB-CAD-NOME (IX-CAD) TO TB-ALU-NOME (IX-ALU)
               IF TB-CAD-TURMA (IX-CAD) NOT = SPACES
                   MOVE TB-CAD-TURMA (IX-CAD) TO TB-ALU-TURMA (IX-ALU)
               END-IF
           END-IF.

       0332-CONTAR-TURMA.
           MOVE 'N' TO WRK-TUR-ACHADA.
           PERFORM 0333-PROCURAR-TURMA
               VARYING IX-TUR FROM 1 BY 1
               UNTIL IX-TUR > WRK-QT-TURMAS OR TURMA-ACHADA.
           IF NOT TURMA-ACHADA
               IF WRK-QT-TURMAS < 100
                   ADD 1 TO WRK-QT-TURMAS
                   MOVE WRK-QT-TURMAS TO WRK-IX-TUR
                   SET IX-TUR TO WRK-IX-TUR
                   MOVE TB-ALU-TURMA (IX-ALU) TO TB-TUR-TURMA (IX-TUR)
                   MOVE ZEROS TO TB-TUR-QT-ALUNOS (IX-TUR)
                       TB-TUR-QT-HONRA (IX-TUR)
               ELSE
                   MOVE 'N' TO WRK-ARQUIVO-INTEIRO
                   MOVE ZEROS TO WRK-IX-TUR
               END-IF
           END-IF.
           IF WRK-IX-TUR > ZEROS
               SET IX-TUR TO WRK-IX-TUR
               ADD 1 TO TB-TUR-QT-ALUNOS (IX-TUR)
               ADD 1 TO WRK-QT-CLASSIFICADOS
               IF TB-ALU-HONRA (IX-ALU) = 'S'
                   ADD 1 TO TB-TUR-QT-HONRA (IX-TUR)
                   ADD 1 TO WRK-QT-HONRA
               END-IF
           END-IF.

       0333-PROCURAR-TURMA.
           IF TB-TUR-TURMA (IX-TUR) = TB-ALU-TURMA (IX-ALU)
               MOVE 'S' TO WRK-TUR-ACHADA
               SET WRK-IX-TUR TO IX-TUR
           END-IF.

       0390-REGISTRAR-EXCECAO.
           ADD 1 TO WRK-QT-EXCECOES.
           DISPLAY 'AVISO: ' WRK-REFERENCIA-LOG ' - ' WRK-MOTIVO-LOG.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
           END-CALL.

      *    TURMA A TURMA, O ALUNO DE MAIOR MEDIA ACUMULADA AINDA NAO
      *    CLASSIFICADO TOMA A POSICAO SEGUINTE; MEDIA IGUAL A DO
      *    ANTERIOR REPETE A POSICAO DELE.
       0400-CLASSIFICAR.
           PERFORM 0410-CLASSIFICAR-TURMA
               VARYING IX-TUR FROM 1 BY 1
               UNTIL IX-TUR > WRK-QT-TURMAS.

       0410-CLASSIFICAR-TURMA.
           MOVE ZEROS TO WRK-POSICAO-ANTERIOR WRK-MEDIA-ANTERIOR.
           PERFORM 0411-CLASSIFICAR-MAIOR
               VARYING WRK-POSICAO-RANK FROM 1 BY 1
               UNTIL WRK-POSICAO-RANK > TB-TUR-QT-ALUNOS (IX-TUR).

       0411-CLASSIFICAR-MAIOR.
           MOVE 'N' TO WRK-TEM-MAIOR.
           MOVE ZEROS TO WRK-IX-MAIOR.
           PERFORM 0412-TESTAR-ALUNO
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-ALUNOS.
           IF TEM-MAIOR
               SET IX-ALU TO WRK-IX-MAIOR
               MOVE 'S' TO TB-ALU-CLASSIFICADO (IX-ALU)
               IF WRK-POSICAO-RANK > 1
                  AND TB-ALU-MEDIA-ACUM (IX-ALU) = WRK-MEDIA-ANTERIOR
                   MOVE WRK-POSICAO-ANTERIOR TO TB-ALU-POSICAO (IX-ALU)
               ELSE
                   MOVE WRK-POSICAO-RANK TO TB-ALU-POSICAO (IX-ALU)
               END-IF
               MOVE TB-ALU-POSICAO (IX-ALU)   TO WRK-POSICAO-ANTERIOR
               MOVE TB-ALU-MEDIA-ACUM (IX-ALU) TO WRK-MEDIA-ANTERIOR
               ADD 1 TO WRK-QT-ORDEM
               SET IX-ORD TO WRK-QT-ORDEM
               MOVE WRK-IX-MAIOR TO TB-ORD-IX-ALU (IX-ORD)
           END-IF.

       0412-TESTAR-ALUNO.
           SET IX-ALU TO WRK-SUB.
           IF TB-ALU-CLASSIFICADO (IX-ALU) = 'N'
              AND TB-ALU-ANO-CARGAS (IX-ALU) > ZEROS
              AND TB-ALU-TURMA (IX-ALU) = TB-TUR-TURMA (IX-TUR)
               IF NOT TEM-MAIOR
                  OR TB-ALU-MEDIA-ACUM (IX-ALU) > WRK-MAIOR-MEDIA
                  OR (TB-ALU-MEDIA-ACUM (IX-ALU) = WRK-MAIOR-MEDIA
                      AND TB-ALU-MATRICULA (IX-ALU)
                          < WRK-MAIOR-MATRICULA)
                   MOVE 'S' TO WRK-TEM-MAIOR
                   MOVE TB-ALU-MEDIA-ACUM (IX-ALU) TO WRK-MAIOR-MEDIA
                   MOVE TB-ALU-MATRICULA (IX-ALU)
                       TO WRK-MAIOR-MATRICULA
                   MOVE WRK-SUB TO WRK-IX-MAIOR
               END-IF
           END-IF.

      *    PRIMEIRO A CLASSIFICACAO COMPLETA DE CADA TURMA, DEPOIS O
      *    QUADRO DE HONRA NA MESMA ORDEM.
       0500-IMPRIMIR.
           MOVE '--- CLASSIFICACAO POR TURMA (MEDIA ACUMULADA) ---'
               TO WRK-RPT-LINHA.
           PERFORM 0590-EMITIR-LINHA.
           MOVE 'POS' TO WRK-RPT-LINHA.
           MOVE 'MATRIC NOME' TO WRK-RPT-LINHA (14:11).
           MOVE 'TURMA  ACUMUL    ANO DISC REPROV'
               TO WRK-RPT-LINHA (42:32).
           PERFORM 0590-EMITIR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0510-IMPRIMIR-ALUNO
               VARYING IX-ORD FROM 1 BY 1
               UNTIL IX-ORD > WRK-QT-ORDEM.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0590-EMITIR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '--- QUADRO DE HONRA ' WRK-ANO
               ' - MEDIA ACUMULADA A PARTIR DE ' WRK-NOTA-CORTE-ED
               ' SEM REPROVACAO ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0590-EMITIR-LINHA.
           IF WRK-QT-HONRA = ZEROS
               MOVE 'NENHUM ALUNO ALCANCOU O QUADRO DE HONRA'
                   TO WRK-RPT-LINHA
               PERFORM 0590-EMITIR-LINHA
           ELSE
               PERFORM 0520-IMPRIMIR-HONRA
                   VARYING IX-ORD FROM 1 BY 1
                   UNTIL IX-ORD > WRK-QT-ORDEM
           END-IF.

       0510-IMPRIMIR-ALUNO.
           MOVE TB-ORD-IX-ALU (IX-ORD) TO WRK-IX-ALU.
           SET IX-ALU TO WRK-IX-ALU.
           PERFORM 0530-MONTAR-EMPATE.
           MOVE TB-ALU-POSICAO (IX-ALU)    TO WRK-POSICAO-ED.
           MOVE TB-ALU-MEDIA-ACUM (IX-ALU) TO WRK-MEDIA-ACUM-ED.
           MOVE TB-ALU-MEDIA-ANO (IX-ALU)  TO WRK-MEDIA-ANO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING WRK-POSICAO-ED 'o ' WRK-EMPATE ' '
               TB-ALU-MATRICULA (IX-ALU) ' '
               TB-ALU-NOME (IX-ALU) ' '
               TB-ALU-TURMA (IX-ALU) '  '
               WRK-MEDIA-ACUM-ED '  ' WRK-MEDIA-ANO-ED ' '
               TB-ALU-QT-DISC (IX-ALU) '   '
               TB-ALU-QT-REPROV (IX-ALU)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           IF TB-ALU-HONRA (IX-ALU) = 'S'
               MOVE '* HONRA' TO WRK-RPT-LINHA (81:7)
           END-IF.
           PERFORM 0590-EMITIR-LINHA.

       0520-IMPRIMIR-HONRA.
           MOVE TB-ORD-IX-ALU (IX-ORD) TO WRK-IX-ALU.
           SET IX-ALU TO WRK-IX-ALU.
           IF TB-ALU-HONRA (IX-ALU) = 'S'
               PERFORM 0530-MONTAR-EMPATE
               MOVE TB-ALU-POSICAO (IX-ALU)    TO WRK-POSICAO-ED
               MOVE TB-ALU-MEDIA-ACUM (IX-ALU) TO WRK-MEDIA-ACUM-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'TURMA ' TB-ALU-TURMA (IX-ALU) ' '
                   WRK-POSICAO-ED 'o ' WRK-EMPATE ' '
                   TB-ALU-MATRICULA (IX-ALU) ' '
                   TB-ALU-NOME (IX-ALU)
                   ' MEDIA ' WRK-MEDIA-ACUM-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0590-EMITIR-LINHA
           END-IF.

      *    POSICAO DIVIDIDA COM OUTRO ALUNO DA TURMA SAI MARCADA
       0530-MONTAR-EMPATE.
           MOVE SPACES TO WRK-EMPATE.
           PERFORM 0531-TESTAR-EMPATE
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-QT-ALUNOS.

       0531-TESTAR-EMPATE.
           IF WRK-SUB NOT = WRK-IX-ALU
              AND TB-ALU-ANO-CARGAS (WRK-SUB) > ZEROS
              AND TB-ALU-TURMA (WRK-SUB) = TB-ALU-TURMA (IX-ALU)
              AND TB-ALU-POSICAO (WRK-SUB) = TB-ALU-POSICAO (IX-ALU)
               MOVE 'EMPATE' TO WRK-EMPATE
           END-IF.

       0590-EMITIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.

      *    O RANKHIST GUARDA TODOS OS ANOS: AS LINHAS DOS OUTROS
      *    ANOS SAO REGRAVADAS COMO ESTAO E AS DO ANO PROCESSADO SAO
      *    SUBSTITUIDAS PELA CLASSIFICACAO NOVA.
       0600-GRAVAR-CLASSIFICACAO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CLASS-RANKING-FILE.
           IF WRK-RANK-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CLASS-RANKING-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0610-GUARDAR-LINHA-ANTIGA UNTIL FIM-ARQUIVO
               CLOSE CLASS-RANKING-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY '*** RANKHIST MAIOR QUE A TABELA - '
                   'CLASSIFICACAO NAO GRAVADA ***'
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               OPEN OUTPUT CLASS-RANKING-FILE
               PERFORM 0620-REGRAVAR-LINHA-ANTIGA
                   VARYING IX-ANT FROM 1 BY 1
                   UNTIL IX-ANT > WRK-QT-RANK-ANTIGO
               PERFORM 0630-GRAVAR-ALUNO
                   VARYING IX-ORD FROM 1 BY 1
                   UNTIL IX-ORD > WRK-QT-ORDEM
               CLOSE CLASS-RANKING-FILE
           END-IF.

       0610-GUARDAR-LINHA-ANTIGA.
           IF RANK-ANO NOT = WRK-ANO
               IF WRK-QT-RANK-ANTIGO < 3000
                   ADD 1 TO WRK-QT-RANK-ANTIGO
                   SET IX-ANT TO WRK-QT-RANK-ANTIGO
                   MOVE CLASS-RANKING-RECORD TO TB-RANK-ANTIGO (IX-ANT)
               ELSE
                   MOVE 'N' TO WRK-ARQUIVO-INTEIRO
               END-IF
           END-IF.
           READ CLASS-RANKING-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0620-REGRAVAR-LINHA-ANTIGA.
           MOVE TB-RANK-ANTIGO (IX-ANT) TO CLASS-RANKING-RECORD.
           WRITE CLASS-RANKING-RECORD.

       0630-GRAVAR-ALUNO.
           MOVE TB-ORD-IX-ALU (IX-ORD) TO WRK-IX-ALU.
           SET IX-ALU TO WRK-IX-ALU.
           MOVE 'N' TO WRK-TUR-ACHADA.
           PERFORM 0333-PROCURAR-TURMA
               VARYING IX-TUR FROM 1 BY 1
               UNTIL IX-TUR > WRK-QT-TURMAS OR TURMA-ACHADA.
           SET IX-TUR TO WRK-IX-TUR.
           INITIALIZE CLASS-RANKING-RECORD.
           MOVE TB-ALU-MATRICULA (IX-ALU)  TO RANK-MATRICULA.
           MOVE WRK-ANO                    TO RANK-ANO.
           MOVE TB-ALU-TURMA (IX-ALU)      TO RANK-TURMA.
           MOVE TB-ALU-MEDIA-ACUM (IX-ALU) TO RANK-MEDIA-ACUMULADA.
           MOVE TB-ALU-MEDIA-ANO (IX-ALU)  TO RANK-MEDIA-ANO.
           MOVE TB-ALU-POSICAO (IX-ALU)    TO RANK-POSICAO.
           MOVE TB-TUR-QT-ALUNOS (IX-TUR)  TO RANK-QT-TURMA.
           MOVE TB-ALU-HONRA (IX-ALU)      TO RANK-QUADRO-HONRA.
           MOVE WRK-DATA-MOVIMENTO         TO RANK-DATA-RUN.
           WRITE CLASS-RANKING-RECORD.
           ADD 1 TO WRK-CTLT-PROCESSADOS.

       0700-FINALIZAR.
           DISPLAY ' ---------------------- '.
           DISPLAY 'RESULTADOS LIDOS ATE O ANO : ' WRK-CTLT-LIDOS.
           DISPLAY 'ALUNOS CLASSIFICADOS       : '
               WRK-QT-CLASSIFICADOS.
           DISPLAY 'TURMAS                     : ' WRK-QT-TURMAS.
           DISPLAY 'NO QUADRO DE HONRA         : ' WRK-QT-HONRA.
           DISPLAY 'EXCECOES                   : ' WRK-QT-EXCECOES.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-QT-EXCECOES TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA CLASSIFICACAO '.

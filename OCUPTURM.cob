       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCUPTURM.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: OCUPACAO DAS TURMAS PARA A SECRETARIA. PARA
      *              CADA TURMA/DISCIPLINA COM CAPACIDADE PROPRIA NO
      *              CAPACID OU COM INSCRICOES VIVAS NO ENROLL,
      *              IMPRIME, VIA RPTHDRTN, AS VAGAS (A LINHA DA
      *              DISCIPLINA OU, NA FALTA DELA, A DA TURMA), OS
      *              MATRICULADOS, OS ALUNOS NA LISTA DE ESPERA DO
      *              ENRLMNT E AS VAGAS LIVRES, DESTACANDO A
      *              TURMA/DISCIPLINA COM FILA (CANDIDATA A ABRIR
      *              OUTRA TURMA) E A QUE ESTA ACIMA DA CAPACIDADE
      *              (INSCRICOES ANTERIORES AO LIMITE OU LIMITE
      *              REDUZIDO DEPOIS). SEM LINHA NO CAPACID A
      *              TURMA NAO TEM LIMITE E SAI SEM VAGAS.
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
           SELECT CLASS-CAPACITY-FILE ASSIGN TO 'CAPACID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAP-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-CAPACITY-FILE.
           COPY 'CAPACID.cob'.

       FD  ENROLLMENT-FILE.
           COPY 'ENROLL.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-CAP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-ENR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(02) VALUE ZEROS.

      *    CAPACIDADES COMO ESTAO NO CAPACID
       01  TB-CAPACIDADES-TABELA.
           02  TB-CAPACIDADE OCCURS 100 TIMES INDEXED BY IX-CAP.
               03  TB-CAP-TURMA       PIC X(06).
               03  TB-CAP-DISCIPLINA  PIC X(10).
               03  TB-CAP-VAGAS       PIC 9(03).
       77  WRK-QT-CAPACIDADES         PIC 9(03) VALUE ZEROS.
       77  WRK-CAP-ACHADA             PIC X(01) VALUE 'N'.
           88  CAPACIDADE-PROPRIA               VALUE 'S'.

      *    UMA LINHA POR TURMA/DISCIPLINA DO RELATORIO
       01  TB-OCUPACAO-TABELA.
           02  TB-OCUPACAO OCCURS 300 TIMES INDEXED BY IX-OCP.
               03  TB-OCP-TURMA       PIC X(06).
               03  TB-OCP-DISCIPLINA  PIC X(10).
               03  TB-OCP-COM-LIMITE  PIC X(01).
               03  TB-OCP-VAGAS       PIC 9(03).
               03  TB-OCP-MATRICULADOS PIC 9(03).
               03  TB-OCP-ESPERA      PIC 9(03).
       77  WRK-QT-OCUPACOES           PIC 9(03) VALUE ZEROS.
       77  WRK-OCP-ACHADA             PIC X(01) VALUE 'N'.
           88  OCUPACAO-ACHADA                  VALUE 'S'.
       77  WRK-IX-OCP                 PIC 9(03) VALUE ZEROS.

       77  WRK-TURMA                  PIC X(06) VALUE SPACES.
       77  WRK-DISCIPLINA             PIC X(10) VALUE SPACES.
       77  WRK-LIVRES                 PIC 9(03) VALUE ZEROS.
       77  WRK-VAGAS-ED               PIC X(03) VALUE SPACES.
       77  WRK-LIVRES-ED              PIC X(03) VALUE SPACES.

      *    TOTAIS DO RELATORIO
       77  WRK-TOT-VAGAS              PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-MATRICULADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ESPERA             PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-LIVRES             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-COM-FILA            PIC 9(03) VALUE ZEROS.
       77  WRK-QT-EXCEDIDAS           PIC 9(03) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'OCUPTURM'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'OCUPACAO DAS TURMAS E LISTA DE ESPERA'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-INSCRICOES.
           PERFORM 0300-APURAR-VAGAS.
           PERFORM 0400-IMPRIMIR.
           PERFORM 0500-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== OCUPACAO DAS TURMAS ===='.
           PERFORM 0110-CARREGAR-CAPACIDADES.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

      *    A TURMA/DISCIPLINA COM CAPACIDADE PROPRIA ENTRA NO
      *    RELATORIO MESMO SEM NENHUM INSCRITO (TURMA VAZIA).
       0110-CARREGAR-CAPACIDADES.
           OPEN INPUT CLASS-CAPACITY-FILE.
           IF WRK-CAP-STATUS = '35'
               DISPLAY 'SEM TABELA DE CAPACIDADE (CAPACID) - '
                   'TURMAS SEM LIMITE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CLASS-CAPACITY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-CAPACIDADE UNTIL FIM-ARQUIVO
               CLOSE CLASS-CAPACITY-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0111-LER-CAPACIDADE.
           IF WRK-QT-CAPACIDADES < 100
              AND CAP-VAGAS IS NUMERIC
               ADD 1 TO WRK-QT-CAPACIDADES
               SET IX-CAP TO WRK-QT-CAPACIDADES
               MOVE CAP-TURMA      TO TB-CAP-TURMA (IX-CAP)
               MOVE CAP-DISCIPLINA TO TB-CAP-DISCIPLINA (IX-CAP)
               MOVE CAP-VAGAS      TO TB-CAP-VAGAS (IX-CAP)
               IF CAP-DISCIPLINA NOT = SPACES
                   MOVE CAP-TURMA      TO WRK-TURMA
                   MOVE CAP-DISCIPLINA TO WRK-DISCIPLINA
                   PERFORM 0220-LOCALIZAR-OCUPACAO
               END-IF
           END-IF.
           READ CLASS-CAPACITY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SO CONTAM AS INSCRICOES VIVAS: MATRICULADO OCUPA VAGA E
      *    'E' ESTA NA FILA; TRANCADA NAO ENTRA.
       0200-CARREGAR-INSCRICOES.
           OPEN INPUT ENROLLMENT-FILE.
           IF WRK-ENR-STATUS = '35'
               DISPLAY 'ARQUIVO DE INSCRICOES (ENROLL) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ ENROLLMENT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0210-LER-INSCRICAO UNTIL FIM-ARQUIVO
               CLOSE ENROLLMENT-FILE
           END-IF.

       0210-LER-INSCRICAO.
           ADD 1 TO WRK-CTLT-LIDOS.
           IF INSCRICAO-ATIVA OR INSCRICAO-EM-ESPERA
               MOVE ENR-TURMA      TO WRK-TURMA
               MOVE ENR-DISCIPLINA TO WRK-DISCIPLINA
               PERFORM 0220-LOCALIZAR-OCUPACAO
               IF WRK-IX-OCP > ZEROS
                   SET IX-OCP TO WRK-IX-OCP
                   IF INSCRICAO-ATIVA
                       ADD 1 TO TB-OCP-MATRICULADOS (IX-OCP)
                   ELSE
                       ADD 1 TO TB-OCP-ESPERA (IX-OCP)
                   END-IF
               ELSE
                   ADD 1 TO WRK-CTLT-REJEITADOS
               END-IF
           END-IF.
           READ ENROLLMENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0220-LOCALIZAR-OCUPACAO.
           MOVE 'N' TO WRK-OCP-ACHADA.
           MOVE ZEROS TO WRK-IX-OCP.
           PERFORM 0221-PROCURAR-OCUPACAO
               VARYING IX-OCP FROM 1 BY 1
               UNTIL IX-OCP > WRK-QT-OCUPACOES OR OCUPACAO-ACHADA.
           IF NOT OCUPACAO-ACHADA
               IF WRK-QT-OCUPACOES < 300
                   ADD 1 TO WRK-QT-OCUPACOES
                   SET IX-OCP TO WRK-QT-OCUPACOES
                   MOVE WRK-TURMA      TO TB-OCP-TURMA (IX-OCP)
                   MOVE WRK-DISCIPLINA TO TB-OCP-DISCIPLINA (IX-OCP)
                   MOVE 'N'   TO TB-OCP-COM-LIMITE (IX-OCP)
                   MOVE ZEROS TO TB-OCP-VAGAS (IX-OCP)
                   MOVE ZEROS TO TB-OCP-MATRICULADOS (IX-OCP)
                   MOVE ZEROS TO TB-OCP-ESPERA (IX-OCP)
                   MOVE WRK-QT-OCUPACOES TO WRK-IX-OCP
               ELSE
                   DISPLAY 'TABELA DE TURMAS CHEIA - ' WRK-TURMA
                       ' ' WRK-DISCIPLINA ' FORA DO RELATORIO'
               END-IF
           END-IF.

       0221-PROCURAR-OCUPACAO.
           IF TB-OCP-TURMA (IX-OCP) = WRK-TURMA
              AND TB-OCP-DISCIPLINA (IX-OCP) = WRK-DISCIPLINA
               MOVE 'S' TO WRK-OCP-ACHADA
               SET WRK-IX-OCP TO IX-OCP
           END-IF.

      *    A LINHA DA DISCIPLINA PREVALECE SOBRE A DA TURMA
      *    (DISCIPLINA EM BRANCO), COMO NO ENRLMNT.
       0300-APURAR-VAGAS.
           PERFORM 0310-APURAR-TURMA
               VARYING IX-OCP FROM 1 BY 1
               UNTIL IX-OCP > WRK-QT-OCUPACOES.

       0310-APURAR-TURMA.
           MOVE 'N' TO WRK-CAP-ACHADA.
           PERFORM 0311-PROCURAR-CAPACIDADE
               VARYING IX-CAP FROM 1 BY 1
               UNTIL IX-CAP > WRK-QT-CAPACIDADES
                  OR CAPACIDADE-PROPRIA.

       0311-PROCURAR-CAPACIDADE.
           IF TB-CAP-TURMA (IX-CAP) = TB-OCP-TURMA (IX-OCP)
               IF TB-CAP-DISCIPLINA (IX-CAP) =
                       TB-OCP-DISCIPLINA (IX-OCP)
                   MOVE TB-CAP-VAGAS (IX-CAP) TO TB-OCP-VAGAS (IX-OCP)
                   MOVE 'S' TO TB-OCP-COM-LIMITE (IX-OCP)
                   MOVE 'S' TO WRK-CAP-ACHADA
               ELSE
                   IF TB-CAP-DISCIPLINA (IX-CAP) = SPACES
                       MOVE TB-CAP-VAGAS (IX-CAP)
                           TO TB-OCP-VAGAS (IX-OCP)
                       MOVE 'S' TO TB-OCP-COM-LIMITE (IX-OCP)
                   END-IF
               END-IF
           END-IF.

       0400-IMPRIMIR.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'TURMA  DISCIPLINA  VAGAS MATRICULADOS ESPERA '
               'LIVRES'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0430-EMITIR-LINHA.
           PERFORM 0410-IMPRIMIR-TURMA
               VARYING IX-OCP FROM 1 BY 1
               UNTIL IX-OCP > WRK-QT-OCUPACOES.

      *    SEM LIMITE, VAGAS E LIVRES SAEM COMO '---'. FILA COM
      *    VAGA LIVRE SO ACONTECE SE O LIMITE FOI AUMENTADO DEPOIS:
      *    O PROXIMO TRANCAMENTO NO ENRLMNT PREENCHE.
       0410-IMPRIMIR-TURMA.
           ADD 1 TO WRK-CTLT-PROCESSADOS.
           MOVE ZEROS TO WRK-LIVRES.
           IF TB-OCP-COM-LIMITE (IX-OCP) = 'S'
               MOVE TB-OCP-VAGAS (IX-OCP) TO WRK-VAGAS-ED
               IF TB-OCP-MATRICULADOS (IX-OCP) < TB-OCP-VAGAS (IX-OCP)
                   COMPUTE WRK-LIVRES = TB-OCP-VAGAS (IX-OCP)
                       - TB-OCP-MATRICULADOS (IX-OCP)
               END-IF
               MOVE WRK-LIVRES TO WRK-LIVRES-ED
               ADD TB-OCP-VAGAS (IX-OCP) TO WRK-TOT-VAGAS
               ADD WRK-LIVRES TO WRK-TOT-LIVRES
           ELSE
               MOVE '---' TO WRK-VAGAS-ED
               MOVE '---' TO WRK-LIVRES-ED
           END-IF.
           ADD TB-OCP-MATRICULADOS (IX-OCP) TO WRK-TOT-MATRICULADOS.
           ADD TB-OCP-ESPERA (IX-OCP)       TO WRK-TOT-ESPERA.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-OCP-TURMA (IX-OCP) ' '
               TB-OCP-DISCIPLINA (IX-OCP) '  '
               WRK-VAGAS-ED '   '
               TB-OCP-MATRICULADOS (IX-OCP) '          '
               TB-OCP-ESPERA (IX-OCP) '    '
               WRK-LIVRES-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           IF TB-OCP-ESPERA (IX-OCP) > ZEROS
               ADD 1 TO WRK-QT-COM-FILA
               MOVE '*** FILA DE ESPERA - AVALIAR NOVA TURMA'
                   TO WRK-RPT-LINHA (58:39)
           ELSE
               IF TB-OCP-COM-LIMITE (IX-OCP) = 'S'
                  AND TB-OCP-MATRICULADOS (IX-OCP) >
                      TB-OCP-VAGAS (IX-OCP)
                   ADD 1 TO WRK-QT-EXCEDIDAS
                   MOVE '*** ACIMA DA CAPACIDADE'
                       TO WRK-RPT-LINHA (58:23)
               END-IF
           END-IF.
           PERFORM 0430-EMITIR-LINHA.

       0430-EMITIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

      *    NENHUMA TURMA COM CAPACIDADE OU INSCRICAO TERMINA COM
      *    RC=4. OS TOTAIS DE VAGAS E LIVRES SO SOMAM AS TURMAS
      *    COM LIMITE.
       0500-FINALIZAR.
           DISPLAY ' ---------------------- '.
           DISPLAY 'TURMAS/DISCIPLINAS        : ' WRK-QT-OCUPACOES.
           DISPLAY 'VAGAS (COM LIMITE)        : ' WRK-TOT-VAGAS.
           DISPLAY 'MATRICULADOS              : ' WRK-TOT-MATRICULADOS.
           DISPLAY 'NA LISTA DE ESPERA        : ' WRK-TOT-ESPERA.
           DISPLAY 'VAGAS LIVRES              : ' WRK-TOT-LIVRES.
           DISPLAY 'TURMAS COM FILA DE ESPERA : ' WRK-QT-COM-FILA.
           DISPLAY 'TURMAS ACIMA DA CAPACIDADE: ' WRK-QT-EXCEDIDAS.
           IF WRK-QT-OCUPACOES = ZEROS
               DISPLAY 'NENHUMA TURMA COM CAPACIDADE OU INSCRICAO'
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
           DISPLAY ' FIM DO RELATORIO DE OCUPACAO '.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCHMAINT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: MANUTENCAO DO CADASTRO DE PROFESSORES
      *              (TEACHMST) E DAS ATRIBUICOES DE TURMA/
      *              DISCIPLINA POR PERIODO (TEACHASG) PELA
      *              COORDENACAO, NO MOLDE DO ENRLMNT: INCLUIR OU
      *              ALTERAR PROFESSOR, INATIVAR PROFESSOR, ATRIBUIR
      *              TURMA/DISCIPLINA A UM PROFESSOR ATIVO (UMA
      *              TURMA/DISCIPLINA SO TEM UM PROFESSOR EM CADA
      *              PERIODO), REMOVER ATRIBUICAO E LISTAR AS
      *              ATRIBUICOES DE UM PROFESSOR. SAO ESTAS
      *              ATRIBUICOES QUE OS JOBS DE NOTAS (PROGCOB08/13)
      *              EXIGEM E CARIMBAM NO HISTORICO.
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
           SELECT TEACHER-MASTER-FILE ASSIGN TO 'TEACHMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROF-STATUS.

           SELECT TEACHER-ASSIGNMENT-FILE ASSIGN TO 'TEACHASG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATRB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-MASTER-FILE.
           COPY 'TEACHMST.cob'.

       FD  TEACHER-ASSIGNMENT-FILE.
           COPY 'TEACHASG.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PROF-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ATRB-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-PROFESSOR                  VALUE 'P'.
           88  OPCAO-INATIVAR                   VALUE 'X'.
           88  OPCAO-ATRIBUIR                   VALUE 'A'.
           88  OPCAO-REMOVER                    VALUE 'R'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.

      *    PROFESSORES E ATRIBUICOES SAO CARREGADOS EM TABELA,
      *    ALTERADOS EM MEMORIA E REGRAVADOS NA SAIDA, COMO FAZ O
      *    ENRLMNT.
       01  TB-PROFESSORES-TABELA.
           02  TB-PROFESSOR OCCURS 200 TIMES INDEXED BY IX-PROF.
               03  TB-PROF-CODIGO     PIC 9(06).
               03  TB-PROF-NOME       PIC X(20).
               03  TB-PROF-SITUACAO   PIC X(01).
       77  WRK-QT-PROFESSORES         PIC 9(03) VALUE ZEROS.
       77  WRK-IX-PROF                PIC 9(03) VALUE ZEROS.
       77  WRK-PROFESSOR-ACHADO       PIC X(01) VALUE 'N'.
           88  PROFESSOR-ACHADO                 VALUE 'S'.

      *    ATRIBUICAO REMOVIDA FICA MARCADA NA TABELA E NAO E
      *    REGRAVADA NA SAIDA.
       01  TB-ATRIBUICOES-TABELA.
           02  TB-ATRIBUICAO OCCURS 500 TIMES INDEXED BY IX-ATRB.
               03  TB-ATRB-PROFESSOR  PIC 9(06).
               03  TB-ATRB-TURMA      PIC X(06).
               03  TB-ATRB-DISCIPLINA PIC X(10).
               03  TB-ATRB-PER-INICIAL PIC 9(06).
               03  TB-ATRB-PER-FINAL  PIC 9(06).
               03  TB-ATRB-REMOVIDA   PIC X(01).
       77  WRK-QT-ATRIBUICOES         PIC 9(03) VALUE ZEROS.
       77  WRK-IX-ATRB                PIC 9(03) VALUE ZEROS.
       77  WRK-ATRIBUICAO-ACHADA      PIC X(01) VALUE 'N'.
           88  ATRIBUICAO-ACHADA                VALUE 'S'.
       77  WRK-CONFLITO               PIC X(01) VALUE 'N'.
           88  HA-CONFLITO                      VALUE 'S'.

       77  WRK-CODIGO                 PIC 9(06) VALUE ZEROS.
       77  WRK-NOME                   PIC X(20) VALUE SPACES.
       77  WRK-TURMA                  PIC X(06) VALUE SPACES.
       77  WRK-DISCIPLINA             PIC X(10) VALUE SPACES.
       77  WRK-PER-INICIAL            PIC 9(06) VALUE ZEROS.
       77  WRK-PER-FINAL              PIC 9(06) VALUE ZEROS.
       77  WRK-PROF-ALTERADO          PIC X(01) VALUE 'N'.
           88  PROFESSORES-ALTERADOS            VALUE 'S'.
       77  WRK-ATRB-ALTERADO          PIC X(01) VALUE 'N'.
           88  ATRIBUICOES-ALTERADAS            VALUE 'S'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-PROFESSORES.
           PERFORM 0120-CARREGAR-ATRIBUICOES.
           PERFORM 0130-EXIBIR-MENU.

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
               MOVE PROF-CODIGO   TO TB-PROF-CODIGO (IX-PROF)
               MOVE PROF-NOME     TO TB-PROF-NOME (IX-PROF)
               MOVE PROF-SITUACAO TO TB-PROF-SITUACAO (IX-PROF)
           END-IF.
           READ TEACHER-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-ATRIBUICOES.
           OPEN INPUT TEACHER-ASSIGNMENT-FILE.
           IF WRK-ATRB-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ TEACHER-ASSIGNMENT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-ATRIBUICAO UNTIL FIM-ARQUIVO
               CLOSE TEACHER-ASSIGNMENT-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0121-LER-ATRIBUICAO.
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
               MOVE 'N' TO TB-ATRB-REMOVIDA (IX-ATRB)
           END-IF.
           READ TEACHER-ASSIGNMENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== PROFESSORES E ATRIBUICOES (COORDENACAO) ===='.
           DISPLAY ' P - INCLUIR / ALTERAR PROFESSOR'.
           DISPLAY ' X - INATIVAR PROFESSOR'.
           DISPLAY ' A - ATRIBUIR TURMA/DISCIPLINA A PROFESSOR'.
           DISPLAY ' R - REMOVER ATRIBUICAO'.
           DISPLAY ' L - LISTAR ATRIBUICOES DE UM PROFESSOR'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-PROFESSOR
                   PERFORM 0210-GRAVAR-PROFESSOR
               WHEN OPCAO-INATIVAR
                   PERFORM 0220-INATIVAR-PROFESSOR
               WHEN OPCAO-ATRIBUIR
                   PERFORM 0230-ATRIBUIR
               WHEN OPCAO-REMOVER
                   PERFORM 0240-REMOVER-ATRIBUICAO
               WHEN OPCAO-LISTAR
                   PERFORM 0250-LISTAR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
           IF NOT OPCAO-SAIR
               PERFORM 0130-EXIBIR-MENU
           END-IF.

       0210-GRAVAR-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR ...'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           DISPLAY 'NOME ...'.
           ACCEPT WRK-NOME FROM CONSOLE.
           IF WRK-CODIGO = ZEROS OR WRK-NOME = SPACES
               DISPLAY 'CODIGO E NOME SAO OBRIGATORIOS - NADA GRAVADO'
           ELSE
               PERFORM 0260-LOCALIZAR-PROFESSOR
               IF PROFESSOR-ACHADO
                   SET IX-PROF TO WRK-IX-PROF
                   MOVE WRK-NOME TO TB-PROF-NOME (IX-PROF)
                   MOVE 'A' TO TB-PROF-SITUACAO (IX-PROF)
                   MOVE 'S' TO WRK-PROF-ALTERADO
                   DISPLAY 'PROFESSOR ALTERADO'
               ELSE
                   IF WRK-QT-PROFESSORES >= 200
                       DISPLAY 'TABELA DE PROFESSORES CHEIA - '
                           'NADA GRAVADO'
                   ELSE
                       ADD 1 TO WRK-QT-PROFESSORES
                       SET IX-PROF TO WRK-QT-PROFESSORES
                       MOVE WRK-CODIGO TO TB-PROF-CODIGO (IX-PROF)
                       MOVE WRK-NOME   TO TB-PROF-NOME (IX-PROF)
                       MOVE 'A' TO TB-PROF-SITUACAO (IX-PROF)
                       MOVE 'S' TO WRK-PROF-ALTERADO
                       DISPLAY 'PROFESSOR INCLUIDO'
                   END-IF
               END-IF
           END-IF.

      *    PROFESSOR INATIVO CONTINUA NO CADASTRO (O HISTORICO
      *    APONTA PARA ELE), MAS SUAS ATRIBUICOES DEIXAM DE VALER
      *    NOS JOBS DE NOTAS.
       0220-INATIVAR-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR ...'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0260-LOCALIZAR-PROFESSOR.
           IF NOT PROFESSOR-ACHADO
               DISPLAY 'PROFESSOR NAO LOCALIZADO'
           ELSE
               SET IX-PROF TO WRK-IX-PROF
               MOVE 'I' TO TB-PROF-SITUACAO (IX-PROF)
               MOVE 'S' TO WRK-PROF-ALTERADO
               DISPLAY 'PROFESSOR INATIVADO'
           END-IF.

      *    UMA TURMA/DISCIPLINA TEM UM SO PROFESSOR RESPONSAVEL EM
      *    CADA PERIODO: ATRIBUICAO QUE SE SOBREPOE A OUTRA DA
      *    MESMA TURMA/DISCIPLINA E RECUSADA.
       0230-ATRIBUIR.
           DISPLAY 'CODIGO DO PROFESSOR ...'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0260-LOCALIZAR-PROFESSOR.
           IF NOT PROFESSOR-ACHADO
               DISPLAY 'PROFESSOR NAO LOCALIZADO - NADA GRAVADO'
           ELSE
               SET IX-PROF TO WRK-IX-PROF
               IF TB-PROF-SITUACAO (IX-PROF) NOT = 'A'
                   DISPLAY 'PROFESSOR INATIVO - NADA GRAVADO'
               ELSE
                   DISPLAY 'PROFESSOR: ' TB-PROF-NOME (IX-PROF)
                   PERFORM 0270-LER-CHAVE-ATRIBUICAO
                   DISPLAY 'PERIODO FINAL (AAAAMM) ...'
                   ACCEPT WRK-PER-FINAL FROM CONSOLE
                   PERFORM 0231-INCLUIR-ATRIBUICAO
               END-IF
           END-IF.

       0231-INCLUIR-ATRIBUICAO.
           IF WRK-TURMA = SPACES OR WRK-DISCIPLINA = SPACES
              OR WRK-PER-INICIAL = ZEROS
              OR WRK-PER-FINAL < WRK-PER-INICIAL
               DISPLAY 'TURMA/DISCIPLINA/PERIODO INVALIDOS - '
                   'NADA GRAVADO'
           ELSE
               MOVE 'N' TO WRK-CONFLITO
               PERFORM 0232-TESTAR-SOBREPOSICAO
                   VARYING IX-ATRB FROM 1 BY 1
                   UNTIL IX-ATRB > WRK-QT-ATRIBUICOES
                      OR HA-CONFLITO
               IF HA-CONFLITO
                   SET IX-ATRB DOWN BY 1
                   DISPLAY 'TURMA/DISCIPLINA JA ATRIBUIDA AO '
                       'PROFESSOR ' TB-ATRB-PROFESSOR (IX-ATRB)
                       ' DE ' TB-ATRB-PER-INICIAL (IX-ATRB)
                       ' A ' TB-ATRB-PER-FINAL (IX-ATRB)
                       ' - NADA GRAVADO'
               ELSE
                   IF WRK-QT-ATRIBUICOES >= 500
                       DISPLAY 'TABELA DE ATRIBUICOES CHEIA - '
                           'NADA GRAVADO'
                   ELSE
                       ADD 1 TO WRK-QT-ATRIBUICOES
                       SET IX-ATRB TO WRK-QT-ATRIBUICOES
                       MOVE WRK-CODIGO
                           TO TB-ATRB-PROFESSOR (IX-ATRB)
                       MOVE WRK-TURMA
                           TO TB-ATRB-TURMA (IX-ATRB)
                       MOVE WRK-DISCIPLINA
                           TO TB-ATRB-DISCIPLINA (IX-ATRB)
                       MOVE WRK-PER-INICIAL
                           TO TB-ATRB-PER-INICIAL (IX-ATRB)
                       MOVE WRK-PER-FINAL
                           TO TB-ATRB-PER-FINAL (IX-ATRB)
                       MOVE 'N' TO TB-ATRB-REMOVIDA (IX-ATRB)
                       MOVE 'S' TO WRK-ATRB-ALTERADO
                       DISPLAY 'ATRIBUICAO GRAVADA'
                   END-IF
               END-IF
           END-IF.

       0232-TESTAR-SOBREPOSICAO.
           IF TB-ATRB-REMOVIDA (IX-ATRB) = 'N'
              AND TB-ATRB-TURMA (IX-ATRB) = WRK-TURMA
              AND TB-ATRB-DISCIPLINA (IX-ATRB) = WRK-DISCIPLINA
              AND TB-ATRB-PER-INICIAL (IX-ATRB) <= WRK-PER-FINAL
              AND TB-ATRB-PER-FINAL (IX-ATRB) >= WRK-PER-INICIAL
               MOVE 'S' TO WRK-CONFLITO
           END-IF.

       0240-REMOVER-ATRIBUICAO.
           PERFORM 0270-LER-CHAVE-ATRIBUICAO.
           PERFORM 0280-LOCALIZAR-ATRIBUICAO.
           IF NOT ATRIBUICAO-ACHADA
               DISPLAY 'ATRIBUICAO NAO LOCALIZADA'
           ELSE
               SET IX-ATRB TO WRK-IX-ATRB
               MOVE 'S' TO TB-ATRB-REMOVIDA (IX-ATRB)
               MOVE 'S' TO WRK-ATRB-ALTERADO
               DISPLAY 'ATRIBUICAO REMOVIDA (PROFESSOR '
                   TB-ATRB-PROFESSOR (IX-ATRB) ')'
           END-IF.

       0250-LISTAR.
           DISPLAY 'CODIGO DO PROFESSOR ...'.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0260-LOCALIZAR-PROFESSOR.
           IF PROFESSOR-ACHADO
               SET IX-PROF TO WRK-IX-PROF
               DISPLAY 'PROFESSOR: ' TB-PROF-NOME (IX-PROF)
                   ' SITUACAO ' TB-PROF-SITUACAO (IX-PROF)
           END-IF.
           DISPLAY '------- ATRIBUICOES DO PROFESSOR -------'.
           PERFORM 0251-LISTAR-ATRIBUICAO
               VARYING IX-ATRB FROM 1 BY 1
               UNTIL IX-ATRB > WRK-QT-ATRIBUICOES.

       0251-LISTAR-ATRIBUICAO.
           IF TB-ATRB-PROFESSOR (IX-ATRB) = WRK-CODIGO
              AND TB-ATRB-REMOVIDA (IX-ATRB) = 'N'
               DISPLAY 'TURMA ' TB-ATRB-TURMA (IX-ATRB)
                   ' DISCIPLINA ' TB-ATRB-DISCIPLINA (IX-ATRB)
                   ' PERIODO ' TB-ATRB-PER-INICIAL (IX-ATRB)
                   ' A ' TB-ATRB-PER-FINAL (IX-ATRB)
           END-IF.

       0260-LOCALIZAR-PROFESSOR.
           MOVE 'N' TO WRK-PROFESSOR-ACHADO.
           MOVE ZEROS TO WRK-IX-PROF.
           PERFORM 0261-PROCURAR-PROFESSOR
               VARYING IX-PROF FROM 1 BY 1
               UNTIL IX-PROF > WRK-QT-PROFESSORES
                  OR PROFESSOR-ACHADO.

       0261-PROCURAR-PROFESSOR.
           IF TB-PROF-CODIGO (IX-PROF) = WRK-CODIGO
               MOVE 'S' TO WRK-PROFESSOR-ACHADO
               SET WRK-IX-PROF TO IX-PROF
           END-IF.

       0270-LER-CHAVE-ATRIBUICAO.
           DISPLAY 'TURMA ...'.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'DISCIPLINA ...'.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           DISPLAY 'PERIODO INICIAL (AAAAMM) ...'.
           ACCEPT WRK-PER-INICIAL FROM CONSOLE.

       0280-LOCALIZAR-ATRIBUICAO.
           MOVE 'N' TO WRK-ATRIBUICAO-ACHADA.
           MOVE ZEROS TO WRK-IX-ATRB.
           PERFORM 0281-PROCURAR-ATRIBUICAO
               VARYING IX-ATRB FROM 1 BY 1
               UNTIL IX-ATRB > WRK-QT-ATRIBUICOES
                  OR ATRIBUICAO-ACHADA.

       0281-PROCURAR-ATRIBUICAO.
           IF TB-ATRB-REMOVIDA (IX-ATRB) = 'N'
              AND TB-ATRB-TURMA (IX-ATRB) = WRK-TURMA
              AND TB-ATRB-DISCIPLINA (IX-ATRB) = WRK-DISCIPLINA
              AND TB-ATRB-PER-INICIAL (IX-ATRB) = WRK-PER-INICIAL
               MOVE 'S' TO WRK-ATRIBUICAO-ACHADA
               SET WRK-IX-ATRB TO IX-ATRB
           END-IF.

      *    CADA ARQUIVO SO E REGRAVADO QUANDO ALGO MUDOU NELE; UMA
      *    SESSAO SO DE CONSULTA NAO TOCA EM NADA.
       0300-FINALIZAR.
           IF PROFESSORES-ALTERADOS
               OPEN OUTPUT TEACHER-MASTER-FILE
               PERFORM 0310-GRAVAR-PROFESSOR
                   VARYING IX-PROF FROM 1 BY 1
                   UNTIL IX-PROF > WRK-QT-PROFESSORES
               CLOSE TEACHER-MASTER-FILE
           END-IF.
           IF ATRIBUICOES-ALTERADAS
               OPEN OUTPUT TEACHER-ASSIGNMENT-FILE
               PERFORM 0320-GRAVAR-ATRIBUICAO
                   VARYING IX-ATRB FROM 1 BY 1
                   UNTIL IX-ATRB > WRK-QT-ATRIBUICOES
               CLOSE TEACHER-ASSIGNMENT-FILE
           END-IF.
           DISPLAY 'FIM DA MANUTENCAO DE PROFESSORES'.

       0310-GRAVAR-PROFESSOR.
           INITIALIZE TEACHER-MASTER-RECORD.
           MOVE TB-PROF-CODIGO (IX-PROF)   TO PROF-CODIGO.
           MOVE TB-PROF-NOME (IX-PROF)     TO PROF-NOME.
           MOVE TB-PROF-SITUACAO (IX-PROF) TO PROF-SITUACAO.
           WRITE TEACHER-MASTER-RECORD.

       0320-GRAVAR-ATRIBUICAO.
           IF TB-ATRB-REMOVIDA (IX-ATRB) = 'N'
               INITIALIZE TEACHER-ASSIGNMENT-RECORD
               MOVE TB-ATRB-PROFESSOR (IX-ATRB)  TO ATRB-PROFESSOR
               MOVE TB-ATRB-TURMA (IX-ATRB)      TO ATRB-TURMA
               MOVE TB-ATRB-DISCIPLINA (IX-ATRB) TO ATRB-DISCIPLINA
               MOVE TB-ATRB-PER-INICIAL (IX-ATRB)
                   TO ATRB-PERIODO-INICIAL
               MOVE TB-ATRB-PER-FINAL (IX-ATRB)
                   TO ATRB-PERIODO-FINAL
               WRITE TEACHER-ASSIGNMENT-RECORD
           END-IF.

      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  DATA DE INICIO E DE TRANCAMENTO DA
      *                     INSCRICAO (DATA DE MOVIMENTO), PARA A
      *                     MENSALIDADE PROPORCIONAL DO MENSFAT.
      *    15/10/2026  LCW  CAPACIDADE POR TURMA/DISCIPLINA (CAPACID):
      *                     INSCRICAO ALEM DAS VAGAS VAI PARA A LISTA
      *                     DE ESPERA (SITUACAO 'E', NA ORDEM DO
      *                     PEDIDO) E O TRANCAMENTO PROMOVE O
      *                     PRIMEIRO DA FILA PARA A VAGA ABERTA.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUM-STATUS.

           SELECT CLASS-CAPACITY-FILE ASSIGN TO 'CAPACID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       FD  STUDENT-MASTER-FILE.
           COPY 'STUMAST.cob'.

       FD  CLASS-CAPACITY-FILE.
           COPY 'CAPACID.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-ENR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-STUM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CAP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

               03  TB-ENR-TURMA       PIC X(06).
               03  TB-ENR-DISCIPLINA  PIC X(10).
               03  TB-ENR-SITUACAO    PIC X(01).
               03  TB-ENR-DATA-INICIO PIC 9(08).
               03  TB-ENR-DATA-TRANCAMENTO PIC 9(08).
               03  TB-ENR-ORDEM-ESPERA PIC 9(06).
       77  WRK-QT-INSCRICOES          PIC 9(03) VALUE ZEROS.
       77  WRK-IX-ENR                 PIC 9(03) VALUE ZEROS.
       77  WRK-INSCRICAO-ACHADA       PIC X(01) VALUE 'N'.
       77  WRK-ALUNO-OK               PIC X(01) VALUE 'N'.
           88  ALUNO-VALIDO                     VALUE 'S'.

      *    VAGAS POR TURMA/DISCIPLINA (DISCIPLINA EM BRANCO =
      *    PADRAO DA TURMA); SEM LINHA, A TURMA NAO TEM LIMITE
       01  TB-CAPACIDADES-TABELA.
           02  TB-CAPACIDADE OCCURS 100 TIMES INDEXED BY IX-CAP.
               03  TB-CAP-TURMA       PIC X(06).
               03  TB-CAP-DISCIPLINA  PIC X(10).
               03  TB-CAP-VAGAS       PIC 9(03).
       77  WRK-QT-CAPACIDADES         PIC 9(03) VALUE ZEROS.
       77  WRK-CAP-ACHADA             PIC X(01) VALUE 'N'.
           88  CAPACIDADE-PROPRIA               VALUE 'S'.
       77  WRK-COM-LIMITE             PIC X(01) VALUE 'N'.
           88  TURMA-COM-LIMITE                 VALUE 'S'.
       77  WRK-VAGAS                  PIC 9(03) VALUE ZEROS.

      *    OCUPACAO DA TURMA/DISCIPLINA E A FILA DE ESPERA
       77  WRK-QT-MATRICULADOS        PIC 9(03) VALUE ZEROS.
       77  WRK-QT-ESPERA              PIC 9(03) VALUE ZEROS.
       77  WRK-ULTIMA-ORDEM           PIC 9(06) VALUE ZEROS.
       77  WRK-MENOR-ORDEM            PIC 9(06) VALUE ZEROS.
       77  WRK-POSICAO-ESPERA         PIC 9(03) VALUE ZEROS.
       77  WRK-IX-PRIMEIRO            PIC 9(03) VALUE ZEROS.
       77  WRK-IX-FILA                PIC 9(03) VALUE ZEROS.
       77  WRK-FILA-PARADA            PIC X(01) VALUE 'N'.
           88  FILA-PARADA                      VALUE 'S'.
       77  WRK-MATRICULA-FILA         PIC 9(06) VALUE ZEROS.

       77  WRK-MATRICULA              PIC 9(06) VALUE ZEROS.
       77  WRK-TURMA                  PIC X(06) VALUE SPACES.
       77  WRK-DISCIPLINA             PIC X(10) VALUE SPACES.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.

           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           PERFORM 0110-CARREGAR-ALUNOS.
           PERFORM 0120-CARREGAR-INSCRICOES.
           PERFORM 0140-CARREGAR-CAPACIDADES.
           PERFORM 0130-EXIBIR-MENU.

       0110-CARREGAR-ALUNOS.
               MOVE ENR-TURMA      TO TB-ENR-TURMA (IX-ENR)
               MOVE ENR-DISCIPLINA TO TB-ENR-DISCIPLINA (IX-ENR)
               MOVE ENR-SITUACAO   TO TB-ENR-SITUACAO (IX-ENR)
               IF ENR-DATA-INICIO IS NUMERIC
                   MOVE ENR-DATA-INICIO TO TB-ENR-DATA-INICIO (IX-ENR)
               ELSE
                   MOVE ZEROS TO TB-ENR-DATA-INICIO (IX-ENR)
               END-IF
               IF ENR-DATA-TRANCAMENTO IS NUMERIC
                   MOVE ENR-DATA-TRANCAMENTO
                       TO TB-ENR-DATA-TRANCAMENTO (IX-ENR)
               ELSE
                   MOVE ZEROS TO TB-ENR-DATA-TRANCAMENTO (IX-ENR)
               END-IF
               IF ENR-ORDEM-ESPERA IS NUMERIC
                   MOVE ENR-ORDEM-ESPERA TO TB-ENR-ORDEM-ESPERA (IX-ENR)
               ELSE
                   MOVE ZEROS TO TB-ENR-ORDEM-ESPERA (IX-ENR)
               END-IF
               IF TB-ENR-ORDEM-ESPERA (IX-ENR) > WRK-ULTIMA-ORDEM
                   MOVE TB-ENR-ORDEM-ESPERA (IX-ENR)
                       TO WRK-ULTIMA-ORDEM
               END-IF
           END-IF.
           READ ENROLLMENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SEM O CAPACID (OU SEM LINHA PARA A TURMA) A INSCRICAO
      *    NAO TEM LIMITE, COMO ANTES.
       0140-CARREGAR-CAPACIDADES.
           OPEN INPUT CLASS-CAPACITY-FILE.
           IF WRK-CAP-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CLASS-CAPACITY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0141-LER-CAPACIDADE UNTIL FIM-ARQUIVO
               CLOSE CLASS-CAPACITY-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0141-LER-CAPACIDADE.
           IF WRK-QT-CAPACIDADES < 100
              AND CAP-VAGAS IS NUMERIC
               ADD 1 TO WRK-QT-CAPACIDADES
               SET IX-CAP TO WRK-QT-CAPACIDADES
               MOVE CAP-TURMA      TO TB-CAP-TURMA (IX-CAP)
               MOVE CAP-DISCIPLINA TO TB-CAP-DISCIPLINA (IX-CAP)
               MOVE CAP-VAGAS      TO TB-CAP-VAGAS (IX-CAP)
           END-IF.
           READ CLASS-CAPACITY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== MANUTENCAO DE INSCRICOES (SECRETARIA) ===='.
               PERFORM 0270-LOCALIZAR-INSCRICAO
               IF INSCRICAO-ACHADA
                   SET IX-ENR TO WRK-IX-ENR
                   EVALUATE TB-ENR-SITUACAO (IX-ENR)
                       WHEN 'M'
                           DISPLAY 'ALUNO JA INSCRITO NESTA '
                               'DISCIPLINA'
                       WHEN 'E'
                           DISPLAY 'ALUNO JA ESTA NA LISTA DE '
                               'ESPERA DESTA DISCIPLINA'
                       WHEN OTHER
                           DISPLAY 'REATIVANDO INSCRICAO TRANCADA'
                           PERFORM 0215-OCUPAR-VAGA
                   END-EVALUATE
               ELSE
                   IF WRK-QT-INSCRICOES >= 500
                       DISPLAY 'TABELA DE INSCRICOES CHEIA - '
                           TO TB-ENR-TURMA (IX-ENR)
                       MOVE WRK-DISCIPLINA
                           TO TB-ENR-DISCIPLINA (IX-ENR)
                       MOVE 'T' TO TB-ENR-SITUACAO (IX-ENR)
                       PERFORM 0215-OCUPAR-VAGA
                   END-IF
               END-IF
           END-IF.

      *    COM LIMITE NO CAPACID, A INSCRICAO SO PEGA VAGA SE HA
      *    LUGAR E NINGUEM NA FILA NA FRENTE DELA; SENAO ENTRA NO
      *    FIM DA LISTA DE ESPERA. A LINHA EM IX-ENR CHEGA AQUI
      *    FORA DA CONTAGEM (NOVA OU TRANCADA).
       0215-OCUPAR-VAGA.
           PERFORM 0280-APURAR-OCUPACAO.
           MOVE ZEROS TO TB-ENR-DATA-TRANCAMENTO (IX-ENR).
           IF TURMA-COM-LIMITE
              AND (WRK-QT-MATRICULADOS NOT < WRK-VAGAS
                   OR WRK-QT-ESPERA > ZEROS)
               ADD 1 TO WRK-ULTIMA-ORDEM
               MOVE 'E' TO TB-ENR-SITUACAO (IX-ENR)
               MOVE WRK-ULTIMA-ORDEM TO TB-ENR-ORDEM-ESPERA (IX-ENR)
               MOVE ZEROS TO TB-ENR-DATA-INICIO (IX-ENR)
               ADD 1 TO WRK-QT-ESPERA
               DISPLAY 'TURMA/DISCIPLINA LOTADA (' WRK-VAGAS
                   ' VAGAS) - ALUNO NA LISTA DE ESPERA, POSICAO '
                   WRK-QT-ESPERA
               MOVE 'S' TO WRK-ALTERADO
               PERFORM 0290-PREENCHER-VAGAS
           ELSE
               MOVE 'M' TO TB-ENR-SITUACAO (IX-ENR)
               MOVE ZEROS TO TB-ENR-ORDEM-ESPERA (IX-ENR)
               MOVE WRK-DATA-MOVIMENTO TO TB-ENR-DATA-INICIO (IX-ENR)
               MOVE 'S' TO WRK-ALTERADO
               DISPLAY 'ALUNO INSCRITO'
           END-IF.

       0220-TRANCAR.
           PERFORM 0250-LER-CHAVE.
           PERFORM 0270-LOCALIZAR-INSCRICAO.
               DISPLAY 'INSCRICAO NAO LOCALIZADA'
           ELSE
               SET IX-ENR TO WRK-IX-ENR
               EVALUATE TB-ENR-SITUACAO (IX-ENR)
                   WHEN 'T'
                       DISPLAY 'INSCRICAO JA ESTAVA TRANCADA'
                   WHEN 'E'
                       PERFORM 0225-SAIR-DA-ESPERA
                   WHEN OTHER
                       MOVE 'T' TO TB-ENR-SITUACAO (IX-ENR)
                       MOVE WRK-DATA-MOVIMENTO
                           TO TB-ENR-DATA-TRANCAMENTO (IX-ENR)
                       MOVE 'S' TO WRK-ALTERADO
                       DISPLAY 'INSCRICAO TRANCADA'
                       PERFORM 0290-PREENCHER-VAGAS
               END-EVALUATE
           END-IF.

      *    QUEM DESISTE DA FILA NUNCA CURSOU: FICA TRANCADO COM
      *    INICIO IGUAL AO TRANCAMENTO, ZERO DIAS PARA O MENSFAT.
       0225-SAIR-DA-ESPERA.
           MOVE 'T' TO TB-ENR-SITUACAO (IX-ENR).
           MOVE ZEROS TO TB-ENR-ORDEM-ESPERA (IX-ENR).
           MOVE WRK-DATA-MOVIMENTO TO TB-ENR-DATA-INICIO (IX-ENR).
           MOVE WRK-DATA-MOVIMENTO TO TB-ENR-DATA-TRANCAMENTO (IX-ENR).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'ALUNO RETIRADO DA LISTA DE ESPERA'.

       0230-LISTAR.
           DISPLAY 'MATRICULA ...'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
               DISPLAY 'TURMA ' TB-ENR-TURMA (IX-ENR)
                   ' DISCIPLINA ' TB-ENR-DISCIPLINA (IX-ENR)
                   ' SITUACAO ' TB-ENR-SITUACAO (IX-ENR)
                   ' INICIO ' TB-ENR-DATA-INICIO (IX-ENR)
                   ' TRANCAMENTO ' TB-ENR-DATA-TRANCAMENTO (IX-ENR)
               IF TB-ENR-SITUACAO (IX-ENR) = 'E'
                   MOVE TB-ENR-TURMA (IX-ENR)      TO WRK-TURMA
                   MOVE TB-ENR-DISCIPLINA (IX-ENR) TO WRK-DISCIPLINA
                   MOVE TB-ENR-ORDEM-ESPERA (IX-ENR)
                       TO WRK-MENOR-ORDEM
                   MOVE 1 TO WRK-POSICAO-ESPERA
                   PERFORM 0232-CONTAR-NA-FRENTE
                       VARYING WRK-IX-FILA FROM 1 BY 1
                       UNTIL WRK-IX-FILA > WRK-QT-INSCRICOES
                   DISPLAY '      NA LISTA DE ESPERA, POSICAO '
                       WRK-POSICAO-ESPERA
               END-IF
           END-IF.

       0232-CONTAR-NA-FRENTE.
           IF TB-ENR-TURMA (WRK-IX-FILA) = WRK-TURMA
              AND TB-ENR-DISCIPLINA (WRK-IX-FILA) = WRK-DISCIPLINA
              AND TB-ENR-SITUACAO (WRK-IX-FILA) = 'E'
              AND TB-ENR-ORDEM-ESPERA (WRK-IX-FILA) < WRK-MENOR-ORDEM
               ADD 1 TO WRK-POSICAO-ESPERA
           END-IF.

       0250-LER-CHAVE.
               SET WRK-IX-ENR TO IX-ENR
           END-IF.

      *    VAGAS DA TURMA/DISCIPLINA EM WRK-TURMA/WRK-DISCIPLINA E
      *    QUANTOS ESTAO MATRICULADOS E NA FILA. AS VARREDURAS USAM
      *    SUBSCRITO PROPRIO PARA NAO MEXER NO IX-ENR DA INSCRICAO
      *    EM MANUTENCAO.
       0280-APURAR-OCUPACAO.
           MOVE 'N' TO WRK-CAP-ACHADA.
           MOVE 'N' TO WRK-COM-LIMITE.
           MOVE ZEROS TO WRK-VAGAS.
           PERFORM 0281-PROCURAR-CAPACIDADE
               VARYING IX-CAP FROM 1 BY 1
               UNTIL IX-CAP > WRK-QT-CAPACIDADES
                  OR CAPACIDADE-PROPRIA.
           MOVE ZEROS TO WRK-QT-MATRICULADOS WRK-QT-ESPERA.
           PERFORM 0282-CONTAR-INSCRICAO
               VARYING WRK-IX-FILA FROM 1 BY 1
               UNTIL WRK-IX-FILA > WRK-QT-INSCRICOES.

      *    A LINHA DA DISCIPLINA PREVALECE SOBRE A DA TURMA
      *    (DISCIPLINA EM BRANCO), COMO NO MENSALID.
       0281-PROCURAR-CAPACIDADE.
           IF TB-CAP-TURMA (IX-CAP) = WRK-TURMA
               IF TB-CAP-DISCIPLINA (IX-CAP) = WRK-DISCIPLINA
                   MOVE TB-CAP-VAGAS (IX-CAP) TO WRK-VAGAS
                   MOVE 'S' TO WRK-COM-LIMITE
                   MOVE 'S' TO WRK-CAP-ACHADA
               ELSE
                   IF TB-CAP-DISCIPLINA (IX-CAP) = SPACES
                       MOVE TB-CAP-VAGAS (IX-CAP) TO WRK-VAGAS
                       MOVE 'S' TO WRK-COM-LIMITE
                   END-IF
               END-IF
           END-IF.

       0282-CONTAR-INSCRICAO.
           IF TB-ENR-TURMA (WRK-IX-FILA) = WRK-TURMA
              AND TB-ENR-DISCIPLINA (WRK-IX-FILA) = WRK-DISCIPLINA
               EVALUATE TB-ENR-SITUACAO (WRK-IX-FILA)
                   WHEN 'M'
                       ADD 1 TO WRK-QT-MATRICULADOS
                   WHEN 'E'
                       ADD 1 TO WRK-QT-ESPERA
               END-EVALUATE
           END-IF.

      *    ENQUANTO HOUVER VAGA (OU A TURMA FICOU SEM LIMITE) E
      *    GENTE NA FILA, O PRIMEIRO DA FILA COM MATRICULA ATIVA
      *    PASSA A MATRICULADO A PARTIR DA DATA DE MOVIMENTO. ALUNO
      *    INATIVADO NO STUMAST FICA NA FILA SEM PEGAR A VAGA.
       0290-PREENCHER-VAGAS.
           MOVE 'N' TO WRK-FILA-PARADA.
           PERFORM 0291-PROMOVER-PRIMEIRO UNTIL FILA-PARADA.

       0291-PROMOVER-PRIMEIRO.
           PERFORM 0280-APURAR-OCUPACAO.
           IF WRK-QT-ESPERA = ZEROS
              OR (TURMA-COM-LIMITE
                  AND WRK-QT-MATRICULADOS NOT < WRK-VAGAS)
               MOVE 'S' TO WRK-FILA-PARADA
           ELSE
               MOVE ZEROS TO WRK-IX-PRIMEIRO
               MOVE 999999 TO WRK-MENOR-ORDEM
               PERFORM 0292-PROCURAR-PRIMEIRO
                   VARYING WRK-IX-FILA FROM 1 BY 1
                   UNTIL WRK-IX-FILA > WRK-QT-INSCRICOES
               IF WRK-IX-PRIMEIRO = ZEROS
                   MOVE 'S' TO WRK-FILA-PARADA
               ELSE
                   MOVE 'M' TO TB-ENR-SITUACAO (WRK-IX-PRIMEIRO)
                   MOVE ZEROS TO TB-ENR-ORDEM-ESPERA (WRK-IX-PRIMEIRO)
                   MOVE WRK-DATA-MOVIMENTO
                       TO TB-ENR-DATA-INICIO (WRK-IX-PRIMEIRO)
                   MOVE ZEROS
                       TO TB-ENR-DATA-TRANCAMENTO (WRK-IX-PRIMEIRO)
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'VAGA ABERTA - MATRICULA '
                       TB-ENR-MATRICULA (WRK-IX-PRIMEIRO)
                       ' PROMOVIDA DA LISTA DE ESPERA'
               END-IF
           END-IF.

       0292-PROCURAR-PRIMEIRO.
           IF TB-ENR-TURMA (WRK-IX-FILA) = WRK-TURMA
              AND TB-ENR-DISCIPLINA (WRK-IX-FILA) = WRK-DISCIPLINA
              AND TB-ENR-SITUACAO (WRK-IX-FILA) = 'E'
              AND TB-ENR-ORDEM-ESPERA (WRK-IX-FILA) < WRK-MENOR-ORDEM
               MOVE TB-ENR-MATRICULA (WRK-IX-FILA)
                   TO WRK-MATRICULA-FILA
               MOVE 'N' TO WRK-ALUNO-OK
               PERFORM 0293-PROCURAR-ATIVO
                   VARYING IX-ALU FROM 1 BY 1
                   UNTIL IX-ALU > WRK-QT-ALUNOS OR ALUNO-VALIDO
               IF ALUNO-VALIDO
                   MOVE WRK-IX-FILA TO WRK-IX-PRIMEIRO
                   MOVE TB-ENR-ORDEM-ESPERA (WRK-IX-FILA)
                       TO WRK-MENOR-ORDEM
               END-IF
           END-IF.

       0293-PROCURAR-ATIVO.
           IF TB-ALU-MATRICULA (IX-ALU) = WRK-MATRICULA-FILA
              AND TB-ALU-SITUACAO (IX-ALU) = 'A'
               MOVE 'S' TO WRK-ALUNO-OK
           END-IF.

      *    O CADASTRO SO E REGRAVADO QUANDO ALGO MUDOU; UMA SESSAO
      *    SO DE CONSULTA NAO TOCA NO ARQUIVO.
       0300-FINALIZAR.
           MOVE TB-ENR-TURMA (IX-ENR)      TO ENR-TURMA.
           MOVE TB-ENR-DISCIPLINA (IX-ENR) TO ENR-DISCIPLINA.
           MOVE TB-ENR-SITUACAO (IX-ENR)   TO ENR-SITUACAO.
           MOVE TB-ENR-DATA-INICIO (IX-ENR) TO ENR-DATA-INICIO.
           MOVE TB-ENR-DATA-TRANCAMENTO (IX-ENR)
               TO ENR-DATA-TRANCAMENTO.
           MOVE TB-ENR-ORDEM-ESPERA (IX-ENR) TO ENR-ORDEM-ESPERA.
           WRITE ENROLLMENT-RECORD.

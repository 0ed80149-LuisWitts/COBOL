      *
      *    MODIFICATION HISTORY
      *    22/08/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  RESPONSAVEL FINANCEIRO (CONFERIDO NO
      *                     CUSTMAST) E PERCENTUAL DE BOLSA DO ALUNO,
      *                     PARA O FATURAMENTO DA MENSALIDADE.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
           COPY 'STUMAST.cob'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-STUM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-STUM-EOF               PIC X(01) VALUE 'N'.
           88  FIM-ALUNOS                       VALUE 'S'.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CUST-EOF               PIC X(01) VALUE 'N'.
           88  FIM-CLIENTES                     VALUE 'S'.
       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR                    VALUE 'I'.
           88  OPCAO-ALTERAR                    VALUE 'A'.
               03  TB-ALUNO-NOME      PIC X(20).
               03  TB-ALUNO-TURMA     PIC X(06).
               03  TB-ALUNO-SITUACAO  PIC X(01).
               03  TB-ALUNO-RESPONSAVEL PIC 9(06).
               03  TB-ALUNO-BOLSA-PCT PIC 9(03)V99.
       77  WRK-QT-ALUNOS              PIC 9(03) VALUE ZEROS.
       77  WRK-IX-ALUNO               PIC 9(03) VALUE ZEROS.
       77  WRK-ACHADO                 PIC X(01) VALUE 'N'.
           88  ALUNO-ACHADO                     VALUE 'S'.

      *    RESPONSAVEIS FINANCEIROS POSSIVEIS: CLIENTES DO CUSTMAST
      *    QUE NAO SAO LAPIDE (FUNDIDO OU ANONIMIZADO)
       01  TB-CLIENTE-TABELA.
           02  TB-CLIENTE OCCURS 500 TIMES INDEXED BY IX-CLI.
               03  TB-CLI-NUMERO      PIC 9(06).
               03  TB-CLI-NOME        PIC X(20).
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-CLI-ACHADO             PIC X(01) VALUE 'N'.
           88  CLI-ACHADO                       VALUE 'S'.

       77  WRK-MATRICULA              PIC 9(06) VALUE ZEROS.
       77  WRK-NOME                   PIC X(20) VALUE SPACES.
       77  WRK-TURMA                  PIC X(06) VALUE SPACES.
       77  WRK-RESPONSAVEL            PIC 9(06) VALUE ZEROS.
       77  WRK-BOLSA-PCT              PIC 9(03)V99 VALUE ZEROS.
       77  WRK-BOLSA-ED               PIC ZZ9,99 VALUE ZEROS.
       77  WRK-DADOS-VALIDOS          PIC X(01) VALUE 'N'.
           88  DADOS-VALIDOS                    VALUE 'S'.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.


       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-ALUNOS.
           PERFORM 0115-CARREGAR-CLIENTES.
           PERFORM 0120-EXIBIR-MENU.

       0110-CARREGAR-ALUNOS.
               MOVE STUM-NOME      TO TB-ALUNO-NOME (IX-ALUNO)
               MOVE STUM-TURMA     TO TB-ALUNO-TURMA (IX-ALUNO)
               MOVE STUM-SITUACAO  TO TB-ALUNO-SITUACAO (IX-ALUNO)
               IF STUM-RESPONSAVEL IS NUMERIC
                   MOVE STUM-RESPONSAVEL
                       TO TB-ALUNO-RESPONSAVEL (IX-ALUNO)
               ELSE
                   MOVE ZEROS TO TB-ALUNO-RESPONSAVEL (IX-ALUNO)
               END-IF
               IF STUM-BOLSA-PCT IS NUMERIC
                   MOVE STUM-BOLSA-PCT TO TB-ALUNO-BOLSA-PCT (IX-ALUNO)
               ELSE
                   MOVE ZEROS TO TB-ALUNO-BOLSA-PCT (IX-ALUNO)
               END-IF
           ELSE
               DISPLAY 'TABELA DE ALUNOS CHEIA - MATRICULA '
                   STUM-MATRICULA ' FORA DA MANUTENCAO'
               AT END MOVE 'S' TO WRK-STUM-EOF
           END-READ.

       0115-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-CUST-STATUS = '35'
               MOVE 'S' TO WRK-CUST-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'S' TO WRK-CUST-EOF
               END-READ
               PERFORM 0116-LER-CLIENTE UNTIL FIM-CLIENTES
               CLOSE CUSTOMER-MASTER
           END-IF.

       0116-LER-CLIENTE.
           IF WRK-QT-CLIENTES < 500
              AND NOT CLIENTE-FUNDIDO
              AND NOT CLIENTE-ANONIMIZADO
               ADD 1 TO WRK-QT-CLIENTES
               SET IX-CLI TO WRK-QT-CLIENTES
               MOVE CUST-NUMERO TO TB-CLI-NUMERO (IX-CLI)
               MOVE CUST-NOME   TO TB-CLI-NOME (IX-CLI)
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-CUST-EOF
           END-READ.

       0120-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== MANUTENCAO DO CADASTRO DE ALUNOS ===='.
                   ACCEPT WRK-NOME FROM CONSOLE
                   DISPLAY 'TURMA ...'
                   ACCEPT WRK-TURMA FROM CONSOLE
                   PERFORM 0240-LER-DADOS-FINANCEIROS
                   PERFORM 0250-VALIDAR-DADOS
                   IF NOT DADOS-VALIDOS
                       DISPLAY 'ALUNO NAO INCLUIDO'
                   ELSE
                       ADD 1 TO WRK-QT-ALUNOS
                       SET IX-ALUNO TO WRK-QT-ALUNOS
                       MOVE WRK-NOME  TO TB-ALUNO-NOME (IX-ALUNO)
                       MOVE WRK-TURMA TO TB-ALUNO-TURMA (IX-ALUNO)
                       MOVE 'A'       TO TB-ALUNO-SITUACAO (IX-ALUNO)
                       MOVE WRK-RESPONSAVEL
                           TO TB-ALUNO-RESPONSAVEL (IX-ALUNO)
                       MOVE WRK-BOLSA-PCT
                           TO TB-ALUNO-BOLSA-PCT (IX-ALUNO)
                       MOVE 'S' TO WRK-ALTERADO
                       DISPLAY 'ALUNO INCLUIDO'
                   END-IF
               SET IX-ALUNO TO WRK-IX-ALUNO
               DISPLAY 'NOME ATUAL  : ' TB-ALUNO-NOME (IX-ALUNO)
               DISPLAY 'TURMA ATUAL : ' TB-ALUNO-TURMA (IX-ALUNO)
               DISPLAY 'RESPONSAVEL : '
                   TB-ALUNO-RESPONSAVEL (IX-ALUNO)
               MOVE TB-ALUNO-BOLSA-PCT (IX-ALUNO) TO WRK-BOLSA-ED
               DISPLAY 'BOLSA %     : ' WRK-BOLSA-ED
               DISPLAY 'NOVO NOME ...'
               ACCEPT WRK-NOME FROM CONSOLE
               DISPLAY 'NOVA TURMA ...'
               ACCEPT WRK-TURMA FROM CONSOLE
               PERFORM 0240-LER-DADOS-FINANCEIROS
               PERFORM 0250-VALIDAR-DADOS
               IF NOT DADOS-VALIDOS
                   DISPLAY 'NADA GRAVADO'
               ELSE
                   MOVE WRK-NOME  TO TB-ALUNO-NOME (IX-ALUNO)
                   MOVE WRK-TURMA TO TB-ALUNO-TURMA (IX-ALUNO)
                   MOVE WRK-RESPONSAVEL
                       TO TB-ALUNO-RESPONSAVEL (IX-ALUNO)
                   MOVE WRK-BOLSA-PCT
                       TO TB-ALUNO-BOLSA-PCT (IX-ALUNO)
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'ALUNO ALTERADO'
               END-IF
               DISPLAY 'ALUNO INATIVADO - NAO ENTRA MAIS NO BOLETIM'
           END-IF.

       0240-LER-DADOS-FINANCEIROS.
           DISPLAY 'RESPONSAVEL FINANCEIRO (CLIENTE DO CUSTMAST) ...'.
           ACCEPT WRK-RESPONSAVEL FROM CONSOLE.
           DISPLAY 'PERCENTUAL DE BOLSA (EX: 50,00 - ZERO = SEM) ...'.
           ACCEPT WRK-BOLSA-PCT FROM CONSOLE.

      *    NOME PREENCHIDO, RESPONSAVEL FINANCEIRO EXISTENTE NO
      *    CUSTMAST (FORA FUNDIDO E ANONIMIZADO) E BOLSA ATE 100%.
      *    O RESPONSAVEL E QUEM RECEBE A FATURA DA MENSALIDADE.
       0250-VALIDAR-DADOS.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           IF WRK-NOME = SPACES
               DISPLAY 'NOME NAO PODE FICAR EM BRANCO'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM 0251-PROCURAR-CLIENTE
               VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > WRK-QT-CLIENTES OR CLI-ACHADO.
           IF NOT CLI-ACHADO
               DISPLAY 'RESPONSAVEL ' WRK-RESPONSAVEL ' FORA DO '
                   'CADASTRO CUSTMAST'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF WRK-BOLSA-PCT > 100
               DISPLAY 'BOLSA NAO PODE PASSAR DE 100%'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.

       0251-PROCURAR-CLIENTE.
           IF TB-CLI-NUMERO (IX-CLI) = WRK-RESPONSAVEL
               MOVE 'S' TO WRK-CLI-ACHADO
               DISPLAY 'RESPONSAVEL: ' TB-CLI-NOME (IX-CLI)
           END-IF.

      *    O CADASTRO SO E REGRAVADO SE HOUVE MUDANCA, INTEIRO, NA
      *    ORDEM DA TABELA.
       0300-FINALIZAR.
           MOVE TB-ALUNO-NOME (IX-ALUNO)      TO STUM-NOME.
           MOVE TB-ALUNO-TURMA (IX-ALUNO)     TO STUM-TURMA.
           MOVE TB-ALUNO-SITUACAO (IX-ALUNO)  TO STUM-SITUACAO.
           MOVE TB-ALUNO-RESPONSAVEL (IX-ALUNO) TO STUM-RESPONSAVEL.
           MOVE TB-ALUNO-BOLSA-PCT (IX-ALUNO) TO STUM-BOLSA-PCT.
           WRITE STUDENT-MASTER-RECORD.

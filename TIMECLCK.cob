      *                     PRESERVADOS, INCLUSIVE DE MATRICULA JA
      *                     FORA DA TABELA DE ATIVOS; SO AS LINHAS
      *                     DE HORAS/FALTAS SAO RECALCULADAS.
      *    15/10/2026  LCW  BANCO DE HORAS: QUEM ADERIU (HRBKADES
      *                     OPCAO 'B') TEM AS HORAS EXTRAS
      *                     CREDITADAS NO HRBANK EM VEZ DE PAGAS, E
      *                     AS FALTAS COMPENSADAS PELO SALDO (DIA
      *                     INTEIRO DE JORNADA); O CREDITO NAO
      *                     COMPENSADO NO PRAZO VENCE E VAI PARA O
      *                     PAYMOVE COMO HORA EXTRA DA COMPETENCIA
      *                     DO VENCIMENTO. HRBANK CHEIO DEMAIS PARA
      *                     A TABELA TERMINA COM RC=8 SEM REGRAVAR.
      *    15/10/2026  LCW  TURNOS DE TRABALHO: O FUNCIONARIO COM
      *                     TURNO NO EMPTURNO (TABELA TURNOS) TEM A
      *                     MARCACAO CONFERIDA CONTRA A JORNADA DO
      *                     PROPRIO TURNO (MENOS O INTERVALO) E A
      *                     FALTA CONTADA SO NOS DIAS DO TURNO; A
      *                     MARCACAO QUE VIRA A MEIA-NOITE E ACEITA
      *                     NO TURNO NOTURNO. AS HORAS ENTRE 22:00 E
      *                     05:00 SAO APURADAS PARA TODOS E VAO NO
      *                     PAYMOVE PARA O ADICIONAL NOTURNO. SEM
      *                     TURNO SEGUE A JORNADA PADRAO DE SEMPRE.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

           SELECT HOUR-BANK-ENROLLMENT-FILE ASSIGN TO 'HRBKADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BHAD-STATUS.

           SELECT HOUR-BANK-FILE ASSIGN TO 'HRBANK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BHOR-STATUS.

           SELECT WORK-SHIFT-FILE ASSIGN TO 'TURNOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TURN-STATUS.

           SELECT EMPLOYEE-SHIFT-FILE ASSIGN TO 'EMPTURNO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ETUR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOCK-PUNCH-FILE.
       FD  PAYROLL-MOVEMENTS-FILE.
           COPY 'PAYMOVE.cob'.

       FD  HOUR-BANK-ENROLLMENT-FILE.
           COPY 'HRBKADES.cob'.

       FD  HOUR-BANK-FILE.
           COPY 'HRBANK.cob'.

       FD  WORK-SHIFT-FILE.
           COPY 'TURNOS.cob'.

       FD  EMPLOYEE-SHIFT-FILE.
           COPY 'EMPTURNO.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PONTO-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-MOV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-BHAD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-BHOR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-TURN-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ETUR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.
       77  WRK-PONTO-EOF              PIC X(01) VALUE 'N'.
           88  FIM-MARCACOES                    VALUE 'S'.
       77  WRK-EMP-EOF                PIC X(01) VALUE 'N'.
       77  WRK-MIN-ENTRADA            PIC 9(05) VALUE ZEROS.
       77  WRK-MIN-SAIDA              PIC 9(05) VALUE ZEROS.

      *    TURNOS DA TABELA TURNOS, COM ENTRADA E SAIDA EM MINUTOS
      *    DO DIA DA ENTRADA (A SAIDA DO TURNO QUE VIRA A
      *    MEIA-NOITE FICA ALEM DE 1440) E A JORNADA EM HORAS.
       01  TB-TURNOS-TABELA.
           02  TB-TURNO OCCURS 20 TIMES INDEXED BY IX-TURNO.
               03  TB-TURNO-CODIGO    PIC X(02).
               03  TB-TURNO-INTERVALO PIC 9(03).
               03  TB-TURNO-JORNADA   PIC 9(02)V9.
               03  TB-TURNO-DIAS      PIC X(07).
               03  TB-TURNO-DIA REDEFINES TB-TURNO-DIAS
                                      PIC X(01) OCCURS 7 TIMES.
               03  TB-TURNO-FERIADO   PIC X(01).
               03  TB-TURNO-VIRA-NOITE PIC X(01).
       77  WRK-QT-TURNOS              PIC 9(02) VALUE ZEROS.
       77  WRK-LIMITE-TURNOS          PIC 9(02) VALUE 20.
       77  WRK-IX-TURNO               PIC 9(02) VALUE ZEROS.
       77  WRK-TURNO-ACHADO           PIC X(01) VALUE 'N'.
           88  TURNO-ACHADO                     VALUE 'S'.
       77  WRK-TURNO-EOF              PIC X(01) VALUE 'N'.
           88  FIM-TURNOS                       VALUE 'S'.
       77  WRK-MIN-TURNO-ENTRADA      PIC 9(05) VALUE ZEROS.
       77  WRK-MIN-TURNO-SAIDA        PIC 9(05) VALUE ZEROS.
       77  WRK-VIRA-NOITE             PIC X(01) VALUE 'N'.
           88  MARCACAO-VIRA-NOITE              VALUE 'S'.
       77  WRK-JORNADA-FUNC           PIC 9(02)V9 VALUE ZEROS.
       77  WRK-FERIADO                PIC X(01) VALUE 'N'.
           88  DIA-FERIADO                      VALUE 'S'.
       77  WRK-DIA-ESPERADO           PIC X(01) VALUE 'N'.
           88  DIA-DE-TRABALHO                  VALUE 'S'.

      *    JANELAS DA HORA NOTURNA (22:00 A 05:00) EM MINUTOS A
      *    PARTIR DA 00:00 DO DIA DA ENTRADA: A MADRUGADA DO
      *    PROPRIO DIA, A NOITE DELE E A NOITE DO DIA SEGUINTE
      *    (TURNO QUE VIRA A MEIA-NOITE E SE ESTENDE).
       01  TB-JANELAS-NOTURNAS-VALORES.
           02  FILLER                 PIC 9(08) VALUE 00000300.
           02  FILLER                 PIC 9(08) VALUE 13201740.
           02  FILLER                 PIC 9(08) VALUE 27603180.
       01  TB-JANELAS-NOTURNAS REDEFINES TB-JANELAS-NOTURNAS-VALORES.
           02  TB-JANELA OCCURS 3 TIMES INDEXED BY IX-JAN.
               03  TB-JANELA-INICIO   PIC 9(04).
               03  TB-JANELA-FIM      PIC 9(04).
       77  WRK-NOT-INICIO             PIC 9(05) VALUE ZEROS.
       77  WRK-NOT-FIM                PIC 9(05) VALUE ZEROS.
       77  WRK-MINUTOS-NOTURNOS       PIC 9(05) VALUE ZEROS.
       77  WRK-NOTURNAS-DIA           PIC 9(02)V9 VALUE ZEROS.
       77  WRK-NOTURNAS-ED            PIC ZZZ9,9 VALUE ZEROS.

      *    FUNCIONARIOS ATIVOS DO EMPLOYEE-MASTER, COM OS
      *    ACUMULADORES DE EXTRAS E FALTAS DA COMPETENCIA
       01  TB-FUNCIONARIOS-TABELA.
               03  TB-FUNC-MATRICULA  PIC 9(06).
               03  TB-FUNC-HORAS-EXTRA PIC 9(04)V9.
               03  TB-FUNC-FALTAS     PIC 9(02).
               03  TB-FUNC-BANCO      PIC X(01).
               03  TB-FUNC-BH-CREDITOS PIC 9(05)V9.
               03  TB-FUNC-BH-VENCIDOS PIC 9(05)V9.
               03  TB-FUNC-BH-CONSUMIDOS PIC 9(05)V9.
               03  TB-FUNC-IX-TURNO   PIC 9(02).
               03  TB-FUNC-NOTURNAS   PIC 9(04)V9.
       77  WRK-QT-FUNCIONARIOS        PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-FUNCIONARIOS    PIC 9(03) VALUE 500.
       77  WRK-FUNC-ACHADO            PIC X(01) VALUE 'N'.
           88  FUNC-ACHADO                      VALUE 'S'.
       77  WRK-IX-FUNC                PIC 9(03) VALUE ZEROS.
       77  WRK-MATRICULA-PROCURADA    PIC 9(06) VALUE ZEROS.

      *    MARCACOES VALIDAS CARREGADAS EM TABELA, PARA A CONTAGEM
      *    DE FALTAS CONSULTAR QUEM MARCOU PONTO EM CADA DIA UTIL
       77  WRK-AVU-DESCONTO           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TOTAL-MOV-GRAVADO      PIC 9(11)V99 VALUE ZEROS.

      *    BANCO DE HORAS: PRAZO EM MESES PARA O CREDITO SER
      *    COMPENSADO ANTES DE VENCER E SER PAGO COMO HORA EXTRA.
      *    POR FUNCIONARIO DA TABELA FICAM OS CREDITOS, OS
      *    CREDITOS JA VENCIDOS NA COMPETENCIA E O QUE JA FOI
      *    CONSUMIDO (DEBITADO OU PAGO) NAS COMPETENCIAS
      *    ANTERIORES; AS LINHAS DE OUTRAS COMPETENCIAS SAO
      *    GUARDADAS PARA A REGRAVACAO DO HRBANK.
       77  WRK-PRAZO-BANCO            PIC 9(02) VALUE 6.
       01  TB-BANCO-MANTIDO-TABELA.
           02  TB-BH-MANTIDO OCCURS 5000 TIMES INDEXED BY IX-BH
                                      PIC X(53).
       77  WRK-QT-BH-MANTIDOS         PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-BH-MANTIDOS     PIC 9(04) VALUE 5000.
       77  WRK-BH-EOF                 PIC X(01) VALUE 'N'.
           88  FIM-BANCO-HORAS                  VALUE 'S'.
       77  WRK-BH-SITUACAO            PIC X(01) VALUE 'S'.
           88  BANCO-DISPONIVEL                 VALUE 'S'.
       77  WRK-QT-ADESOES             PIC 9(04) VALUE ZEROS.
       77  WRK-QT-BH-GRAVADOS         PIC 9(04) VALUE ZEROS.
       01  WRK-VENCIMENTO             PIC 9(06) VALUE ZEROS.
       01  WRK-VENCIMENTO-R REDEFINES WRK-VENCIMENTO.
           02  WRK-VENC-ANO           PIC 9(04).
           02  WRK-VENC-MES           PIC 9(02).
       77  WRK-BH-CREDITO             PIC 9(04)V9 VALUE ZEROS.
       77  WRK-BH-DEBITO              PIC 9(04)V9 VALUE ZEROS.
       77  WRK-BH-PAGO                PIC 9(04)V9 VALUE ZEROS.
       77  WRK-BH-DISPONIVEL          PIC 9(05)V9 VALUE ZEROS.
       77  WRK-BH-VENCER              PIC S9(05)V9 VALUE ZEROS.
       77  WRK-DIAS-COMPENSADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-EXTRA-PAGAR            PIC 9(05)V9 VALUE ZEROS.
       77  WRK-FALTAS-DESCONTAR       PIC 9(02) VALUE ZEROS.
       77  WRK-BH-CREDITO-ED          PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-BH-DEBITO-ED           PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-BH-PAGO-ED             PIC ZZZ9,9 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'TIMECLCK'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-MARCACOES.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           END-CALL.
           DISPLAY 'COMPETENCIA APURADA : ' WRK-COMPETENCIA.
           PERFORM 0110-CARREGAR-FUNCIONARIOS.
           PERFORM 0115-CARREGAR-ADESOES.
           PERFORM 0117-CARREGAR-BANCO-HORAS.
           PERFORM 0120-CARREGAR-TURNOS.
           PERFORM 0125-CARREGAR-TURNO-FUNC.
           OPEN INPUT CLOCK-PUNCH-FILE.
           IF WRK-PONTO-STATUS = '35'
               DISPLAY 'ARQUIVO DE MARCACOES (CLKPUNCH) AUSENTE - '
                   MOVE EMP-NUMERO TO TB-FUNC-MATRICULA (IX-FUNC)
                   MOVE ZEROS TO TB-FUNC-HORAS-EXTRA (IX-FUNC)
                   MOVE ZEROS TO TB-FUNC-FALTAS (IX-FUNC)
                   MOVE 'N'   TO TB-FUNC-BANCO (IX-FUNC)
                   MOVE ZEROS TO TB-FUNC-BH-CREDITOS (IX-FUNC)
                   MOVE ZEROS TO TB-FUNC-BH-VENCIDOS (IX-FUNC)
                   MOVE ZEROS TO TB-FUNC-BH-CONSUMIDOS (IX-FUNC)
                   MOVE ZEROS TO TB-FUNC-IX-TURNO (IX-FUNC)
                   MOVE ZEROS TO TB-FUNC-NOTURNAS (IX-FUNC)
               END-IF
           END-IF.
           READ EMPLOYEE-MASTER
               AT END MOVE 'S' TO WRK-EMP-EOF
           END-READ.

      *    SEM O HRBKADES NINGUEM ADERIU: TODA HORA EXTRA E PAGA,
      *    COMO ANTES DO BANCO DE HORAS. ADESAO DE MATRICULA FORA
      *    DOS ATIVOS E IGNORADA.
       0115-CARREGAR-ADESOES.
           OPEN INPUT HOUR-BANK-ENROLLMENT-FILE.
           IF WRK-BHAD-STATUS = '35'
               MOVE 'S' TO WRK-BH-EOF
           ELSE
               MOVE 'N' TO WRK-BH-EOF
               READ HOUR-BANK-ENROLLMENT-FILE
                   AT END MOVE 'S' TO WRK-BH-EOF
               END-READ
               PERFORM 0116-LER-ADESAO UNTIL FIM-BANCO-HORAS
               CLOSE HOUR-BANK-ENROLLMENT-FILE
           END-IF.

       0116-LER-ADESAO.
           IF BHAD-MATRICULA IS NUMERIC AND ADESAO-BANCO-HORAS
               MOVE BHAD-MATRICULA TO WRK-MATRICULA-PROCURADA
               PERFORM 0240-LOCALIZAR-FUNCIONARIO
               IF FUNC-ACHADO
                   SET IX-FUNC TO WRK-IX-FUNC
                   MOVE 'S' TO TB-FUNC-BANCO (IX-FUNC)
                   ADD 1 TO WRK-QT-ADESOES
               END-IF
           END-IF.
           READ HOUR-BANK-ENROLLMENT-FILE
               AT END MOVE 'S' TO WRK-BH-EOF
           END-READ.

      *    AS LINHAS DA COMPETENCIA CORRENTE SAO DESPREZADAS - O
      *    PONTO RECALCULA A COMPETENCIA INTEIRA A CADA NOITE; AS
      *    DEMAIS SAO GUARDADAS PARA A REGRAVACAO E AS ANTERIORES
      *    ALIMENTAM O SALDO DO FUNCIONARIO. UM HRBANK MAIOR QUE A
      *    TABELA NAO PODE SER REGRAVADO SEM PERDER SALDO: A
      *    IMPORTACAO PARA COM RC=8, SEM TOCAR NOS ARQUIVOS.
       0117-CARREGAR-BANCO-HORAS.
           OPEN INPUT HOUR-BANK-FILE.
           IF WRK-BHOR-STATUS = '35'
               MOVE 'S' TO WRK-BH-EOF
           ELSE
               MOVE 'N' TO WRK-BH-EOF
               READ HOUR-BANK-FILE
                   AT END MOVE 'S' TO WRK-BH-EOF
               END-READ
               PERFORM 0118-LER-BANCO-HORAS UNTIL FIM-BANCO-HORAS
               CLOSE HOUR-BANK-FILE
           END-IF.

       0118-LER-BANCO-HORAS.
           IF BHOR-COMPETENCIA IS NUMERIC
              AND BHOR-COMPETENCIA = WRK-COMPETENCIA
               CONTINUE
           ELSE
           IF WRK-QT-BH-MANTIDOS >= WRK-LIMITE-BH-MANTIDOS
               IF BANCO-DISPONIVEL
                   DISPLAY '*** TABELA DO BANCO DE HORAS CHEIA - '
                       'HRBANK E PAYMOVE NAO SERAO REGRAVADOS ***'
                   MOVE BHOR-MATRICULA TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DO BANCO DE HORAS CHEIA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
                   MOVE 'N' TO WRK-BH-SITUACAO
               END-IF
           ELSE
               ADD 1 TO WRK-QT-BH-MANTIDOS
               SET IX-BH TO WRK-QT-BH-MANTIDOS
               MOVE HOUR-BANK-RECORD TO TB-BH-MANTIDO (IX-BH)
               IF BHOR-COMPETENCIA IS NUMERIC
                  AND BHOR-COMPETENCIA < WRK-COMPETENCIA
                   PERFORM 0119-ACUMULAR-SALDO
               END-IF
           END-IF
           END-IF.
           READ HOUR-BANK-FILE
               AT END MOVE 'S' TO WRK-BH-EOF
           END-READ.

       0119-ACUMULAR-SALDO.
           MOVE BHOR-MATRICULA TO WRK-MATRICULA-PROCURADA.
           PERFORM 0240-LOCALIZAR-FUNCIONARIO.
           IF FUNC-ACHADO
               SET IX-FUNC TO WRK-IX-FUNC
               ADD BHOR-CREDITO TO TB-FUNC-BH-CREDITOS (IX-FUNC)
               ADD BHOR-DEBITO  TO TB-FUNC-BH-CONSUMIDOS (IX-FUNC)
               ADD BHOR-PAGO    TO TB-FUNC-BH-CONSUMIDOS (IX-FUNC)
               IF BHOR-VENCIMENTO <= WRK-COMPETENCIA
                   ADD BHOR-CREDITO TO TB-FUNC-BH-VENCIDOS (IX-FUNC)
               END-IF
           END-IF.

      *    SEM O TURNOS NAO HA TURNO CADASTRADO E TODOS SEGUEM NA
      *    JORNADA PADRAO. TURNO COM HORARIO ILEGIVEL OU SEM
      *    JORNADA FICA FORA DA TABELA (O FUNCIONARIO DELE CAI NA
      *    JORNADA PADRAO PELO EMPTURNO).
       0120-CARREGAR-TURNOS.
           OPEN INPUT WORK-SHIFT-FILE.
           IF WRK-TURN-STATUS = '35'
               MOVE 'S' TO WRK-TURNO-EOF
           ELSE
               MOVE 'N' TO WRK-TURNO-EOF
               READ WORK-SHIFT-FILE
                   AT END MOVE 'S' TO WRK-TURNO-EOF
               END-READ
               PERFORM 0121-LER-TURNO UNTIL FIM-TURNOS
               CLOSE WORK-SHIFT-FILE
           END-IF.

       0121-LER-TURNO.
           IF TURN-ENTRADA IS NOT NUMERIC
              OR TURN-SAIDA IS NOT NUMERIC
              OR TURN-INTERVALO IS NOT NUMERIC
              OR TURN-ENTRADA = TURN-SAIDA
               MOVE TURN-CODIGO TO WRK-REFERENCIA-LOG
               MOVE 'TURNO COM HORARIO INVALIDO' TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
           IF WRK-QT-TURNOS >= WRK-LIMITE-TURNOS
               DISPLAY 'TABELA DE TURNOS CHEIA - TURNO '
                   TURN-CODIGO ' IGNORADO'
               MOVE TURN-CODIGO TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE TURNOS CHEIA' TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               MOVE TURN-ENTRADA TO WRK-HORA-DESMONTADA
               COMPUTE WRK-MIN-TURNO-ENTRADA =
                   (WRK-HORA-HH * 60) + WRK-HORA-MM
               MOVE TURN-SAIDA TO WRK-HORA-DESMONTADA
               COMPUTE WRK-MIN-TURNO-SAIDA =
                   (WRK-HORA-HH * 60) + WRK-HORA-MM
               ADD 1 TO WRK-QT-TURNOS
               SET IX-TURNO TO WRK-QT-TURNOS
               MOVE 'N' TO TB-TURNO-VIRA-NOITE (IX-TURNO)
               IF WRK-MIN-TURNO-SAIDA < WRK-MIN-TURNO-ENTRADA
                   ADD 1440 TO WRK-MIN-TURNO-SAIDA
                   MOVE 'S' TO TB-TURNO-VIRA-NOITE (IX-TURNO)
               END-IF
               MOVE TURN-CODIGO    TO TB-TURNO-CODIGO (IX-TURNO)
               MOVE TURN-INTERVALO TO TB-TURNO-INTERVALO (IX-TURNO)
               MOVE TURN-DIAS      TO TB-TURNO-DIAS (IX-TURNO)
               MOVE TURN-FERIADO   TO TB-TURNO-FERIADO (IX-TURNO)
               COMPUTE TB-TURNO-JORNADA (IX-TURNO) ROUNDED =
                   (WRK-MIN-TURNO-SAIDA - WRK-MIN-TURNO-ENTRADA
                    - TURN-INTERVALO) / 60
           END-IF
           END-IF.
           READ WORK-SHIFT-FILE
               AT END MOVE 'S' TO WRK-TURNO-EOF
           END-READ.

      *    TURNO DO FUNCIONARIO. CODIGO FORA DA TABELA VIRA EXCECAO
      *    E O FUNCIONARIO SEGUE NA JORNADA PADRAO; MATRICULA FORA
      *    DOS ATIVOS E IGNORADA.
       0125-CARREGAR-TURNO-FUNC.
           OPEN INPUT EMPLOYEE-SHIFT-FILE.
           IF WRK-ETUR-STATUS = '35'
               MOVE 'S' TO WRK-TURNO-EOF
           ELSE
               MOVE 'N' TO WRK-TURNO-EOF
               READ EMPLOYEE-SHIFT-FILE
                   AT END MOVE 'S' TO WRK-TURNO-EOF
               END-READ
               PERFORM 0126-LER-TURNO-FUNC UNTIL FIM-TURNOS
               CLOSE EMPLOYEE-SHIFT-FILE
           END-IF.

       0126-LER-TURNO-FUNC.
           IF ETUR-MATRICULA IS NUMERIC
               MOVE ETUR-MATRICULA TO WRK-MATRICULA-PROCURADA
               PERFORM 0240-LOCALIZAR-FUNCIONARIO
               IF FUNC-ACHADO
                   MOVE 'N' TO WRK-TURNO-ACHADO
                   MOVE ZEROS TO WRK-IX-TURNO
                   PERFORM 0127-PROCURAR-TURNO
                       VARYING IX-TURNO FROM 1 BY 1
                       UNTIL IX-TURNO > WRK-QT-TURNOS
                          OR TURNO-ACHADO
                   SET IX-FUNC TO WRK-IX-FUNC
                   IF TURNO-ACHADO
                       MOVE WRK-IX-TURNO
                           TO TB-FUNC-IX-TURNO (IX-FUNC)
                   ELSE
                       DISPLAY 'MATRICULA ' ETUR-MATRICULA
                           ' COM TURNO ' ETUR-TURNO ' DESCONHECIDO'
                           ' - JORNADA PADRAO'
                       MOVE ETUR-MATRICULA TO WRK-REFERENCIA-LOG
                       MOVE 'TURNO DO FUNCIONARIO DESCONHECIDO'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                   END-IF
               END-IF
           END-IF.
           READ EMPLOYEE-SHIFT-FILE
               AT END MOVE 'S' TO WRK-TURNO-EOF
           END-READ.

       0127-PROCURAR-TURNO.
           IF TB-TURNO-CODIGO (IX-TURNO) = ETUR-TURNO
               MOVE 'S' TO WRK-TURNO-ACHADO
               SET WRK-IX-TURNO TO IX-TURNO
           END-IF.

      *    CADA MARCACAO E VALIDADA ANTES DE ENTRAR NA APURACAO:
      *    CAMPO ILEGIVEL, SAIDA ANTERIOR A ENTRADA (PONTO FORA DE
      *    SEQUENCIA), DATA FORA DA COMPETENCIA OU MATRICULA FORA
      *    DO CADASTRO VIRAM EXCECAO, NAO MOVIMENTO DE FOLHA. SO O
      *    FUNCIONARIO DE TURNO QUE VIRA A MEIA-NOITE PODE TER A
      *    SAIDA MENOR QUE A ENTRADA (SAIDA NO DIA SEGUINTE).
       0200-PROCESSAR.
           ADD 1 TO WRK-CTLT-LIDOS.
           PERFORM 0205-VERIFICAR-VIRA-NOITE.
           EVALUATE TRUE
               WHEN PONTO-MATRICULA IS NOT NUMERIC
                 OR PONTO-DATA IS NOT NUMERIC
                 OR PONTO-ENTRADA IS NOT NUMERIC
                 OR PONTO-SAIDA IS NOT NUMERIC
                   PERFORM 0210-REJEITAR-ILEGIVEL
               WHEN PONTO-SAIDA = PONTO-ENTRADA
                   PERFORM 0220-REJEITAR-SEQUENCIA
               WHEN PONTO-SAIDA < PONTO-ENTRADA
                AND NOT MARCACAO-VIRA-NOITE
                   PERFORM 0220-REJEITAR-SEQUENCIA
               WHEN OTHER
                   PERFORM 0230-APURAR-MARCACAO
               AT END MOVE 'S' TO WRK-PONTO-EOF
           END-READ.

       0205-VERIFICAR-VIRA-NOITE.
           MOVE 'N' TO WRK-VIRA-NOITE.
           IF PONTO-MATRICULA IS NUMERIC
               MOVE PONTO-MATRICULA TO WRK-MATRICULA-PROCURADA
               PERFORM 0240-LOCALIZAR-FUNCIONARIO
               IF FUNC-ACHADO
                   SET IX-FUNC TO WRK-IX-FUNC
                   IF TB-FUNC-IX-TURNO (IX-FUNC) > ZEROS
                       SET IX-TURNO TO TB-FUNC-IX-TURNO (IX-FUNC)
                       MOVE TB-TURNO-VIRA-NOITE (IX-TURNO)
                           TO WRK-VIRA-NOITE
                   END-IF
               END-IF
           END-IF.

       0210-REJEITAR-ILEGIVEL.
           ADD 1 TO WRK-CTLT-REJEITADOS.
           DISPLAY 'MARCACAO ILEGIVEL REJEITADA: '
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               MOVE PONTO-MATRICULA TO WRK-MATRICULA-PROCURADA
               PERFORM 0240-LOCALIZAR-FUNCIONARIO
               IF NOT FUNC-ACHADO
                   ADD 1 TO WRK-CTLT-REJEITADOS
               UNTIL IX-FUNC > WRK-QT-FUNCIONARIOS OR FUNC-ACHADO.

       0241-PROCURAR-FUNCIONARIO.
           IF TB-FUNC-MATRICULA (IX-FUNC) = WRK-MATRICULA-PROCURADA
               MOVE 'S' TO WRK-FUNC-ACHADO
               SET WRK-IX-FUNC TO IX-FUNC
           END-IF.
      *    MINUTOS, COM A DECIMA DE HORA PRESERVADA; O QUE PASSAR
      *    DA JORNADA DIARIA ACUMULA COMO HORA EXTRA. A MARCACAO
      *    VALIDA TAMBEM E GUARDADA PARA A CONTAGEM DE FALTAS.
      *    NO FUNCIONARIO DE TURNO O INTERVALO DO TURNO SAI DAS
      *    HORAS DO DIA E A JORNADA E A DO TURNO; A SAIDA MENOR
      *    QUE A ENTRADA E NO DIA SEGUINTE.
       0250-ACUMULAR-MARCACAO.
           SET IX-FUNC TO WRK-IX-FUNC.
           PERFORM 0255-OBTER-JORNADA.
           MOVE PONTO-ENTRADA TO WRK-HORA-DESMONTADA.
           COMPUTE WRK-MIN-ENTRADA =
               (WRK-HORA-HH * 60) + WRK-HORA-MM.
           MOVE PONTO-SAIDA TO WRK-HORA-DESMONTADA.
           COMPUTE WRK-MIN-SAIDA =
               (WRK-HORA-HH * 60) + WRK-HORA-MM.
           IF WRK-MIN-SAIDA < WRK-MIN-ENTRADA
               ADD 1440 TO WRK-MIN-SAIDA
           END-IF.
           PERFORM 0256-APURAR-NOTURNAS.
           COMPUTE WRK-MINUTOS-DIA = WRK-MIN-SAIDA - WRK-MIN-ENTRADA.
           IF TB-FUNC-IX-TURNO (IX-FUNC) > ZEROS
               SET IX-TURNO TO TB-FUNC-IX-TURNO (IX-FUNC)
               IF WRK-MINUTOS-DIA > TB-TURNO-INTERVALO (IX-TURNO)
                   SUBTRACT TB-TURNO-INTERVALO (IX-TURNO)
                       FROM WRK-MINUTOS-DIA
               END-IF
           END-IF.
           COMPUTE WRK-HORAS-DIA ROUNDED = WRK-MINUTOS-DIA / 60.
           IF WRK-HORAS-DIA > WRK-JORNADA-FUNC
               COMPUTE WRK-EXTRA-DIA =
                   WRK-HORAS-DIA - WRK-JORNADA-FUNC
               ADD WRK-EXTRA-DIA TO TB-FUNC-HORAS-EXTRA (IX-FUNC)
           END-IF.
           IF WRK-QT-MARCACOES >= WRK-LIMITE-MARCACOES
           END-IF.
           ADD 1 TO WRK-CTLT-PROCESSADOS.

      *    JORNADA DO FUNCIONARIO DE IX-FUNC: A DO TURNO DELE OU A
      *    JORNADA PADRAO.
       0255-OBTER-JORNADA.
           IF TB-FUNC-IX-TURNO (IX-FUNC) > ZEROS
               SET IX-TURNO TO TB-FUNC-IX-TURNO (IX-FUNC)
               MOVE TB-TURNO-JORNADA (IX-TURNO) TO WRK-JORNADA-FUNC
           ELSE
               MOVE WRK-JORNADA-DIA TO WRK-JORNADA-FUNC
           END-IF.

      *    HORA NOTURNA (22:00 A 05:00) E O TEMPO MARCADO DENTRO
      *    DAS JANELAS NOTURNAS, EM RELOGIO, PARA QUALQUER
      *    FUNCIONARIO, COM OU SEM TURNO. O INTERVALO NAO E
      *    ABATIDO DELA: O PONTO NAO MARCA QUANDO ELE FOI TIRADO.
       0256-APURAR-NOTURNAS.
           MOVE ZEROS TO WRK-MINUTOS-NOTURNOS.
           PERFORM 0257-SOMAR-JANELA-NOTURNA
               VARYING IX-JAN FROM 1 BY 1 UNTIL IX-JAN > 3.
           IF WRK-MINUTOS-NOTURNOS > ZEROS
               COMPUTE WRK-NOTURNAS-DIA ROUNDED =
                   WRK-MINUTOS-NOTURNOS / 60
               ADD WRK-NOTURNAS-DIA TO TB-FUNC-NOTURNAS (IX-FUNC)
           END-IF.

       0257-SOMAR-JANELA-NOTURNA.
           MOVE WRK-MIN-ENTRADA TO WRK-NOT-INICIO.
           IF TB-JANELA-INICIO (IX-JAN) > WRK-NOT-INICIO
               MOVE TB-JANELA-INICIO (IX-JAN) TO WRK-NOT-INICIO
           END-IF.
           MOVE WRK-MIN-SAIDA TO WRK-NOT-FIM.
           IF TB-JANELA-FIM (IX-JAN) < WRK-NOT-FIM
               MOVE TB-JANELA-FIM (IX-JAN) TO WRK-NOT-FIM
           END-IF.
           IF WRK-NOT-FIM > WRK-NOT-INICIO
               COMPUTE WRK-MINUTOS-NOTURNOS =
                   WRK-MINUTOS-NOTURNOS + WRK-NOT-FIM - WRK-NOT-INICIO
           END-IF.

       0300-FINALIZAR.
           IF WRK-PONTO-STATUS NOT = '35'
               CLOSE CLOCK-PUNCH-FILE
           END-IF.
           PERFORM 0310-CONTAR-FALTAS.
           IF BANCO-DISPONIVEL
               PERFORM 0330-GRAVAR-MOVIMENTOS
           ELSE
               MOVE 8 TO WRK-RC-FINAL
           END-IF.
           DISPLAY 'MARCACOES LIDAS      : ' WRK-CTLT-LIDOS.
           DISPLAY 'MARCACOES APURADAS   : ' WRK-CTLT-PROCESSADOS.
           DISPLAY 'MARCACOES REJEITADAS : ' WRK-CTLT-REJEITADOS.
           DISPLAY 'MOVIMENTOS GRAVADOS  : ' WRK-QT-MOVIMENTOS.
           DISPLAY 'ADESOES BANCO HORAS  : ' WRK-QT-ADESOES.
           DISPLAY 'LINHAS BANCO HORAS   : ' WRK-QT-BH-GRAVADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
      *    FALTA E DIA UTIL DO CALENDARIO (DTROTINA / HOLIDAYS),
      *    DO DIA 01 DA COMPETENCIA ATE A DATA DE MOVIMENTO, EM QUE
      *    O FUNCIONARIO ATIVO NAO TEM NENHUMA MARCACAO VALIDA.
      *    PARA O FUNCIONARIO DE TURNO O DIA ESPERADO E O DIA DA
      *    SEMANA DO TURNO, SALVO FERIADO EM TURNO QUE NAO
      *    TRABALHA NELE. FERIADO SO E RECONHECIDO DE SEGUNDA A
      *    SEXTA (DIA NAO UTIL NO MEIO DA SEMANA).
       0310-CONTAR-FALTAS.
           COMPUTE WRK-DIA-NUM = (WRK-COMPETENCIA * 100) + 1.
           PERFORM 0311-AVALIAR-DIA
           CALL 'DTROTINA' USING WRK-DIA-CORRENTE WRK-FORMATO
               WRK-DATA-FORMATADA WRK-DIA-SEMANA WRK-DIA-UTIL
           END-CALL.
           MOVE 'N' TO WRK-FERIADO.
           IF WRK-DIA-UTIL NOT = 'S'
              AND WRK-DIA-SEMANA >= 2 AND WRK-DIA-SEMANA <= 6
               MOVE 'S' TO WRK-FERIADO
           END-IF.
           PERFORM 0312-COBRAR-PRESENCA
               VARYING IX-FUNC FROM 1 BY 1
               UNTIL IX-FUNC > WRK-QT-FUNCIONARIOS.
           COMPUTE WRK-DIA-NUM =
               FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DIA-NUM) + 1).

       0312-COBRAR-PRESENCA.
           MOVE 'N' TO WRK-DIA-ESPERADO.
           IF TB-FUNC-IX-TURNO (IX-FUNC) = ZEROS
               MOVE WRK-DIA-UTIL TO WRK-DIA-ESPERADO
           ELSE
               SET IX-TURNO TO TB-FUNC-IX-TURNO (IX-FUNC)
               IF TB-TURNO-DIA (IX-TURNO WRK-DIA-SEMANA) = 'S'
                  AND (NOT DIA-FERIADO
                       OR TB-TURNO-FERIADO (IX-TURNO) = 'S')
                   MOVE 'S' TO WRK-DIA-ESPERADO
               END-IF
           END-IF.
           IF DIA-DE-TRABALHO
               MOVE 'N' TO WRK-MARCOU-DIA
               PERFORM 0313-PROCURAR-MARCACAO-DIA
                   VARYING IX-PONTO FROM 1 BY 1
                   UNTIL IX-PONTO > WRK-QT-MARCACOES
                      OR MARCOU-NO-DIA
               IF NOT MARCOU-NO-DIA
                   ADD 1 TO TB-FUNC-FALTAS (IX-FUNC)
               END-IF
           END-IF.

       0313-PROCURAR-MARCACAO-DIA.
      *    VENDAS E DIGITACAO MANUAL - SAO RELIDOS ANTES E
      *    PRESERVADOS: A REGRAVACAO DO ZERO SO VALE PARA AS HORAS
      *    E FALTAS, QUE O PONTO RECALCULA DA COMPETENCIA INTEIRA.
      *    O HRBANK E REGRAVADO JUNTO: AS LINHAS GUARDADAS DAS
      *    OUTRAS COMPETENCIAS E A LINHA DE HOJE DE CADA
      *    FUNCIONARIO COM MOVIMENTO NO BANCO DE HORAS.
       0330-GRAVAR-MOVIMENTOS.
           PERFORM 0325-RELER-AVULSOS.
           OPEN OUTPUT PAYROLL-MOVEMENTS-FILE.
           MOVE WRK-DATA-MOVIMENTO TO ENV-H-DATA.
           MOVE 'TIMECLCK' TO ENV-H-ORIGEM.
           WRITE PAYROLL-MOVEMENT-RECORD FROM FILE-ENVELOPE-HEADER.
           OPEN OUTPUT HOUR-BANK-FILE.
           PERFORM 0337-GRAVAR-BANCO-MANTIDO
               VARYING IX-BH FROM 1 BY 1
               UNTIL IX-BH > WRK-QT-BH-MANTIDOS.
           PERFORM 0331-GRAVAR-MOVIMENTO
               VARYING IX-FUNC FROM 1 BY 1
               UNTIL IX-FUNC > WRK-QT-FUNCIONARIOS.
           CLOSE HOUR-BANK-FILE.
           PERFORM 0334-GRAVAR-AVULSO-SOBRADO
               VARYING IX-AVU FROM 1 BY 1
               UNTIL IX-AVU > WRK-QT-AVULSOS.

       0331-GRAVAR-MOVIMENTO.
           PERFORM 0332-PROCURAR-AVULSO.
           PERFORM 0335-APURAR-BANCO-HORAS.
           IF WRK-EXTRA-PAGAR > ZEROS
              OR WRK-FALTAS-DESCONTAR > ZEROS
              OR TB-FUNC-NOTURNAS (IX-FUNC) > ZEROS
              OR AVULSO-ACHADO
      *        O CAMPO DE HORAS DO LAYOUT PAYMOVE E 9(03)V9; UM
      *        ACUMULADO MAIOR SERIA TRUNCADO EM SILENCIO, ENTAO O
      *        DESVIO E GRITADO E REGISTRADO ANTES DE GRAVAR.
               IF WRK-EXTRA-PAGAR > 999,9
                   MOVE WRK-EXTRA-PAGAR TO WRK-EXTRAS-ED
                   DISPLAY 'ATENCAO: EXTRAS DA MATRICULA '
                       TB-FUNC-MATRICULA (IX-FUNC) ' ('
                       WRK-EXTRAS-ED ') EXCEDEM O CAMPO DO '
               ADD 1 TO WRK-QT-MOVIMENTOS
               INITIALIZE PAYROLL-MOVEMENT-RECORD
               MOVE TB-FUNC-MATRICULA (IX-FUNC) TO MOV-MATRICULA
               MOVE WRK-EXTRA-PAGAR             TO MOV-HORAS-EXTRA
               MOVE WRK-FALTAS-DESCONTAR        TO MOV-DIAS-FALTA
               MOVE TB-FUNC-NOTURNAS (IX-FUNC)  TO MOV-HORAS-NOTURNAS
               IF AVULSO-ACHADO
                   MOVE WRK-AVU-BONUS    TO MOV-BONUS
                   MOVE WRK-AVU-DESCONTO TO MOV-DESCONTO
                   ADD WRK-AVU-DESCONTO TO WRK-TOTAL-MOV-GRAVADO
               END-IF
               WRITE PAYROLL-MOVEMENT-RECORD
               MOVE WRK-EXTRA-PAGAR TO WRK-EXTRAS-ED
               MOVE TB-FUNC-NOTURNAS (IX-FUNC) TO WRK-NOTURNAS-ED
               DISPLAY 'MATRICULA ' TB-FUNC-MATRICULA (IX-FUNC)
                   ' EXTRAS ' WRK-EXTRAS-ED
                   ' FALTAS ' WRK-FALTAS-DESCONTAR
                   ' NOTURNAS ' WRK-NOTURNAS-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'MATRICULA ' TB-FUNC-MATRICULA (IX-FUNC)
                   ' EXTRAS ' WRK-EXTRAS-ED
                   ' FALTAS ' WRK-FALTAS-DESCONTAR
                   ' NOTURNAS ' WRK-NOTURNAS-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               MOVE 'L' TO WRK-RPT-FUNCAO
               DISPLAY 'AVULSO PRESERVADO - MATRICULA '
                   TB-AVU-MATRICULA (IX-AVU)
           END-IF.

      *    BANCO DE HORAS DO FUNCIONARIO NA COMPETENCIA. QUEM
      *    ADERIU TEM AS EXTRAS DO MES CREDITADAS, E CADA FALTA QUE
      *    O SALDO (ANTERIOR MAIS O CREDITO DO MES) COBRE POR UMA
      *    JORNADA INTEIRA E COMPENSADA EM VEZ DE DESCONTADA. OS
      *    CONSUMOS ABATEM OS CREDITOS MAIS ANTIGOS PRIMEIRO, ENTAO
      *    O QUE SOBRA DOS CREDITOS VENCIDOS ATE A COMPETENCIA E
      *    PAGO COMO HORA EXTRA NA FOLHA DELA - TAMBEM PARA QUEM
      *    VOLTOU PARA A HORA EXTRA PAGA COM SALDO NO BANCO.
       0335-APURAR-BANCO-HORAS.
           MOVE ZEROS TO WRK-BH-CREDITO WRK-BH-DEBITO WRK-BH-PAGO
               WRK-DIAS-COMPENSADOS.
           MOVE TB-FUNC-HORAS-EXTRA (IX-FUNC) TO WRK-EXTRA-PAGAR.
           MOVE TB-FUNC-FALTAS (IX-FUNC)      TO WRK-FALTAS-DESCONTAR.
           IF TB-FUNC-BANCO (IX-FUNC) = 'S'
               PERFORM 0255-OBTER-JORNADA
               MOVE TB-FUNC-HORAS-EXTRA (IX-FUNC) TO WRK-BH-CREDITO
               MOVE ZEROS TO WRK-EXTRA-PAGAR
               COMPUTE WRK-BH-DISPONIVEL =
                   TB-FUNC-BH-CREDITOS (IX-FUNC)
                   - TB-FUNC-BH-CONSUMIDOS (IX-FUNC)
                   + WRK-BH-CREDITO
               MOVE ZEROS TO WRK-DIAS-COMPENSADOS
               IF WRK-JORNADA-FUNC > ZEROS
                   COMPUTE WRK-DIAS-COMPENSADOS =
                       WRK-BH-DISPONIVEL / WRK-JORNADA-FUNC
               END-IF
               IF WRK-DIAS-COMPENSADOS > WRK-FALTAS-DESCONTAR
                   MOVE WRK-FALTAS-DESCONTAR TO WRK-DIAS-COMPENSADOS
               END-IF
               COMPUTE WRK-BH-DEBITO =
                   WRK-DIAS-COMPENSADOS * WRK-JORNADA-FUNC
               SUBTRACT WRK-DIAS-COMPENSADOS FROM WRK-FALTAS-DESCONTAR
           END-IF.
           COMPUTE WRK-BH-VENCER = TB-FUNC-BH-VENCIDOS (IX-FUNC)
               - TB-FUNC-BH-CONSUMIDOS (IX-FUNC) - WRK-BH-DEBITO.
           IF WRK-BH-VENCER > ZEROS
               MOVE WRK-BH-VENCER TO WRK-BH-PAGO
               ADD WRK-BH-PAGO TO WRK-EXTRA-PAGAR
           END-IF.
           IF WRK-BH-CREDITO > ZEROS
              OR WRK-BH-DEBITO > ZEROS
              OR WRK-BH-PAGO > ZEROS
               PERFORM 0336-GRAVAR-BANCO-HORAS
           END-IF.

       0336-GRAVAR-BANCO-HORAS.
           MOVE WRK-COMPETENCIA TO WRK-VENCIMENTO.
           ADD WRK-PRAZO-BANCO TO WRK-VENC-MES.
           IF WRK-VENC-MES > 12
               SUBTRACT 12 FROM WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           END-IF.
           INITIALIZE HOUR-BANK-RECORD.
           MOVE TB-FUNC-MATRICULA (IX-FUNC) TO BHOR-MATRICULA.
           MOVE WRK-COMPETENCIA    TO BHOR-COMPETENCIA.
           MOVE WRK-BH-CREDITO     TO BHOR-CREDITO.
           MOVE WRK-BH-DEBITO      TO BHOR-DEBITO.
           MOVE WRK-BH-PAGO        TO BHOR-PAGO.
           MOVE WRK-VENCIMENTO     TO BHOR-VENCIMENTO.
           MOVE WRK-DATA-MOVIMENTO TO BHOR-DATA.
           WRITE HOUR-BANK-RECORD.
           ADD 1 TO WRK-QT-BH-GRAVADOS.
           MOVE WRK-BH-CREDITO TO WRK-BH-CREDITO-ED.
           MOVE WRK-BH-DEBITO  TO WRK-BH-DEBITO-ED.
           MOVE WRK-BH-PAGO    TO WRK-BH-PAGO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MATRICULA ' TB-FUNC-MATRICULA (IX-FUNC)
               ' BANCO DE HORAS: CREDITO ' WRK-BH-CREDITO-ED
               ' COMPENSADO ' WRK-BH-DEBITO-ED
               ' VENCIDO PAGO ' WRK-BH-PAGO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0337-GRAVAR-BANCO-MANTIDO.
           WRITE HOUR-BANK-RECORD FROM TB-BH-MANTIDO (IX-BH).

      *    CONTROLE DE REEXECUCAO DA ESTEIRA (RUNSTRTN / RUNSTAT): O
      *    PASSO JA CONCLUIDO OU INTERROMPIDO NA DATA DE MOVIMENTO SO
      *    RODA DE NOVO COM CARTAO DE LIBERACAO NO DD RUNOVRD.
       0980-REGISTRAR-INICIO.
           MOVE 'I' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PROGRAMA-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           IF NOT EXECUCAO-LIBERADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    O RETURN-CODE DO PASSO VAI PARA O RUNSTAT E E DEVOLVIDO
      *    DEPOIS DA CHAMADA, QUE O ZERA.
       0985-REGISTRAR-FIM.
           MOVE RETURN-CODE TO WRK-RSTA-RC.
           MOVE 'F' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PROGRAMA-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           MOVE WRK-RSTA-RC TO RETURN-CODE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTRTN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ROTINA COMPARTILHADA DE ESTADO DA ESTEIRA, NO
      *              MOLDE DA RUNLOGRT. OS PASSOS QUE ALTERAM DADOS E
      *              NAO PODEM RODAR DUAS VEZES NO MESMO DIA (FOLHA,
      *              BAIXAS, FATURAMENTO, PROVISOES...) CHAMAM COM
      *              'I' NO COMECO E COM 'F' NO FIM:
      *                'I' - PROCURA NO RUNSTAT O ULTIMO ESTADO DO
      *                      PROGRAMA NA DATA DE MOVIMENTO. SEM
      *                      REGISTRO, OU CONCLUIDO COM RC >= 8 (QUE
      *                      NA CASA SIGNIFICA NADA APLICADO), A
      *                      EXECUCAO E LIBERADA. CONCLUIDO COM RC
      *                      MENOR OU INICIADO SEM CONCLUSAO
      *                      (INTERROMPIDO) SO E LIBERADO COM CARTAO
      *                      DE LIBERACAO NO DD RUNOVRD; SEM ELE
      *                      DEVOLVE 'N' E REGISTRA A EXCECAO.
      *                      LIBERADA, GRAVA A LINHA 'I'.
      *                'F' - GRAVA A LINHA 'C' COM O RETURN-CODE.
      *
      *    PARAMETROS (LINKAGE SECTION) :
      *    LK-PROGRAMA - PROGRAMA (PASSO) QUE ESTA CHAMANDO
      *    LK-FUNCAO   - 'I' VERIFICA E MARCA O INICIO / 'F' O FIM
      *    LK-RC       - RETURN-CODE DO PASSO (ENTRADA NO 'F')
      *    LK-LIBERADO - 'S' EXECUCAO LIBERADA / 'N' RECUSADA
      *                  (SAIDA NO 'I')
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
           SELECT RUN-STATE-FILE ASSIGN TO 'RUNSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSTA-STATUS.

           SELECT RUN-OVERRIDE-FILE ASSIGN TO 'RUNOVRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ROVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATE-FILE.
           COPY 'RUNSTAT.cob'.

       FD  RUN-OVERRIDE-FILE.
           COPY 'RUNOVRD.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-RSTA-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-RSTA-EOF               PIC X(01) VALUE 'N'.
           88  FIM-RUNSTAT                      VALUE 'S'.
       77  WRK-ROVR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ROVR-EOF               PIC X(01) VALUE 'N'.
           88  FIM-RUNOVRD                      VALUE 'S'.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-HORA                   PIC 9(08) VALUE ZEROS.
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-ULTIMA-SITUACAO        PIC X(01) VALUE SPACES.
           88  SEM-EXECUCAO-NA-DATA             VALUE SPACES.
           88  ULTIMA-INICIADA                  VALUE 'I'.
       77  WRK-ULTIMO-RC              PIC 9(04) VALUE ZEROS.
       77  WRK-LIBERACAO              PIC X(01) VALUE 'N'.
       77  WRK-SITUACAO               PIC X(01) VALUE SPACES.
       77  WRK-REFERENCIA             PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO                 PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PROGRAMA                PIC X(09).
       01  LK-FUNCAO                  PIC X(01).
       01  LK-RC                      PIC 9(04).
       01  LK-LIBERADO                PIC X(01).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-FUNCAO LK-RC
               LK-LIBERADO.
       0001-PRINCIPAL.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           IF LK-FUNCAO = 'I'
               PERFORM 0100-VERIFICAR-INICIO
           ELSE
               MOVE 'C'   TO WRK-SITUACAO
               PERFORM 0300-GRAVAR-ESTADO
           END-IF.
           GOBACK.

       0100-VERIFICAR-INICIO.
           MOVE 'S'    TO LK-LIBERADO.
           MOVE 'N'    TO WRK-LIBERACAO.
           MOVE ZEROS  TO LK-RC.
           PERFORM 0110-BUSCAR-ULTIMO-ESTADO.
           IF SEM-EXECUCAO-NA-DATA
               CONTINUE
           ELSE
               IF NOT ULTIMA-INICIADA AND WRK-ULTIMO-RC NOT < 8
                   CONTINUE
               ELSE
                   PERFORM 0200-PROCURAR-LIBERACAO
               END-IF
           END-IF.
           IF LK-LIBERADO = 'S'
               MOVE 'I' TO WRK-SITUACAO
               PERFORM 0300-GRAVAR-ESTADO
           END-IF.

      *    O ULTIMO REGISTRO DO PROGRAMA NA DATA E O QUE VALE: UMA
      *    REEXECUCAO LIBERADA E CONCLUIDA DEPOIS DE UMA INTERRUPCAO
      *    PASSA A SER O ESTADO DO PASSO.
       0110-BUSCAR-ULTIMO-ESTADO.
           MOVE SPACES TO WRK-ULTIMA-SITUACAO.
           MOVE ZEROS  TO WRK-ULTIMO-RC.
           MOVE 'N'    TO WRK-RSTA-EOF.
           OPEN INPUT RUN-STATE-FILE.
           IF WRK-RSTA-STATUS = '35'
               MOVE 'S' TO WRK-RSTA-EOF
           ELSE
               READ RUN-STATE-FILE
                   AT END MOVE 'S' TO WRK-RSTA-EOF
               END-READ
               PERFORM 0111-LER-ESTADO UNTIL FIM-RUNSTAT
               CLOSE RUN-STATE-FILE
           END-IF.

       0111-LER-ESTADO.
           IF RSTA-PROGRAMA = LK-PROGRAMA AND
              RSTA-DATA = WRK-DATA-MOVIMENTO
               MOVE RSTA-SITUACAO TO WRK-ULTIMA-SITUACAO
               MOVE RSTA-RC       TO WRK-ULTIMO-RC
           END-IF.
           READ RUN-STATE-FILE
               AT END MOVE 'S' TO WRK-RSTA-EOF
           END-READ.

      *    PASSO JA EXECUTADO (OU INTERROMPIDO) NA DATA: SO RODA DE
      *    NOVO SE O OPERADOR MANDOU CARTAO PARA ESTE PROGRAMA E
      *    ESTA DATA. SEM O DD RUNOVRD NO PASSO, E RECUSA.
       0200-PROCURAR-LIBERACAO.
           MOVE 'N' TO LK-LIBERADO.
           MOVE 'N' TO WRK-ROVR-EOF.
           OPEN INPUT RUN-OVERRIDE-FILE.
           IF WRK-ROVR-STATUS NOT = '00'
               MOVE 'S' TO WRK-ROVR-EOF
           ELSE
               READ RUN-OVERRIDE-FILE
                   AT END MOVE 'S' TO WRK-ROVR-EOF
               END-READ
               PERFORM 0210-LER-CARTAO UNTIL FIM-RUNOVRD
               CLOSE RUN-OVERRIDE-FILE
           END-IF.
           IF LK-LIBERADO = 'S'
               MOVE 'S' TO WRK-LIBERACAO
               DISPLAY LK-PROGRAMA ' - REEXECUCAO NA DATA '
                   WRK-DATA-MOVIMENTO ' LIBERADA POR CARTAO RUNOVRD'
           ELSE
               PERFORM 0220-RECUSAR-EXECUCAO
           END-IF.

       0210-LER-CARTAO.
           IF ROVR-PROGRAMA = LK-PROGRAMA AND
              ROVR-DATA = WRK-DATA-MOVIMENTO
               MOVE 'S' TO LK-LIBERADO
           END-IF.
           READ RUN-OVERRIDE-FILE
               AT END MOVE 'S' TO WRK-ROVR-EOF
           END-READ.

       0220-RECUSAR-EXECUCAO.
           IF ULTIMA-INICIADA
               DISPLAY '*** ' LK-PROGRAMA ' FOI INTERROMPIDO NA DATA '
                   WRK-DATA-MOVIMENTO ' - CONFIRA OS ARQUIVOS E '
                   'LIBERE COM CARTAO RUNOVRD ***'
               MOVE 'PASSO INTERROMPIDO - SEM LIBERACAO'
                   TO WRK-MOTIVO
           ELSE
               DISPLAY '*** ' LK-PROGRAMA ' JA CONCLUIDO NA DATA '
                   WRK-DATA-MOVIMENTO ' (RC ' WRK-ULTIMO-RC
                   ') - SEGUNDA EXECUCAO RECUSADA ***'
               MOVE 'PASSO JA CONCLUIDO NA DATA - RECUSADO'
                   TO WRK-MOTIVO
           END-IF.
           MOVE SPACES TO WRK-REFERENCIA.
           MOVE WRK-DATA-MOVIMENTO TO WRK-REFERENCIA (1:8).
           CALL 'EXCPRTN' USING LK-PROGRAMA WRK-REFERENCIA WRK-MOTIVO
           END-CALL.

       0300-GRAVAR-ESTADO.
           ACCEPT WRK-HORA FROM TIME.
           CALL 'OPERRTN' USING WRK-USUARIO END-CALL.
           PERFORM 0310-ABRIR-ESTADO.
           INITIALIZE RUN-STATE-RECORD.
           MOVE LK-PROGRAMA        TO RSTA-PROGRAMA.
           MOVE WRK-DATA-MOVIMENTO TO RSTA-DATA.
           MOVE WRK-SITUACAO       TO RSTA-SITUACAO.
           MOVE WRK-HORA           TO RSTA-HORA.
           MOVE LK-RC              TO RSTA-RC.
           MOVE WRK-LIBERACAO      TO RSTA-LIBERACAO.
           MOVE WRK-USUARIO        TO RSTA-USUARIO.
           WRITE RUN-STATE-RECORD.
           CLOSE RUN-STATE-FILE.

      *    COMO NO RUNLOG: O ARQUIVO EM LINE SEQUENTIAL PRECISA
      *    EXISTIR ANTES DE SER ABERTO EM EXTEND.
       0310-ABRIR-ESTADO.
           OPEN EXTEND RUN-STATE-FILE.
           IF WRK-RSTA-STATUS = '35'
               OPEN OUTPUT RUN-STATE-FILE
               CLOSE RUN-STATE-FILE
               OPEN EXTEND RUN-STATE-FILE
           END-IF.

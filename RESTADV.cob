       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTADV.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ORIENTADOR DE REINICIO DA ESTEIRA. QUANDO A
      *              NOITE CAI NO MEIO, O OPERADOR PRECISAVA GARIMPAR
      *              CTLTOT, RUNLOG E CONSOLE PARA DESCOBRIR ATE ONDE
      *              A ESTEIRA FOI E O QUE PODE RODAR DE NOVO. ESTE
      *              PROGRAMA, SOB DEMANDA, CRUZA A TABELA DE PASSOS
      *              DA ESTEIRA (RUNSTEPS, NA ORDEM DO JCL) COM O
      *              ESTADO DE CADA PASSO (RUNSTAT, ROTINA RUNSTRTN),
      *              OS TOTAIS DE CONTROLE (CTLTOT) E O LOG DE
      *              EXECUCAO (RUNLOG) DA DATA DE MOVIMENTO, E DIZ:
      *                - A SITUACAO DE CADA PASSO;
      *                - O PASSO EXATO DE REINICIO (RESTART=);
      *                - OS PASSOS QUE NAO PODEM SER REPETIDOS (JA
      *                  CONCLUIDOS OU INTERROMPIDOS NO MEIO) E QUE,
      *                  SE PRECISAREM RODAR, SO RODAM COM CARTAO DE
      *                  LIBERACAO NO DD RUNOVRD.
      *              DATA ZERO NO CARTAO = DATA DE MOVIMENTO (RUNDATE).
      *              RC=0 ESTEIRA COMPLETA, RC=4 HA REINICIO A FAZER.
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
           SELECT RUN-STEPS-FILE ASSIGN TO 'RUNSTEPS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSTP-STATUS.

           SELECT RUN-STATE-FILE ASSIGN TO 'RUNSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RSTA-STATUS.

           SELECT CONTROL-TOTALS-FILE ASSIGN TO 'CTLTOT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTLT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STEPS-FILE.
           COPY 'RUNSTEPS.cob'.

       FD  RUN-STATE-FILE.
           COPY 'RUNSTAT.cob'.

       FD  CONTROL-TOTALS-FILE.
           COPY 'CTLTOT.cob'.

       FD  RUN-LOG-FILE.
           COPY 'RUNLOG.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-RSTP-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-RSTP-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PASSOS                       VALUE 'S'.
       77  WRK-RSTA-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-RSTA-EOF               PIC X(01) VALUE 'N'.
           88  FIM-RUNSTAT                      VALUE 'S'.
       77  WRK-CTLT-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CTLT-EOF               PIC X(01) VALUE 'N'.
           88  FIM-CTLTOT                       VALUE 'S'.
       77  WRK-RLOG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-RLOG-EOF               PIC X(01) VALUE 'N'.
           88  FIM-RUNLOG                       VALUE 'S'.

       77  WRK-DATA-INFORMADA         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CONSULTA          PIC 9(08) VALUE ZEROS.

      *    PASSOS DA ESTEIRA, NA ORDEM DO JCL, COM O QUE SE SABE DE
      *    CADA UM NA DATA
       01  TB-PASSOS-TABELA.
           02  TB-PASSO OCCURS 80 TIMES INDEXED BY IX-PASSO.
               03  TB-PAS-NOME        PIC X(08).
               03  TB-PAS-PROGRAMA    PIC X(09).
               03  TB-PAS-CLASSE      PIC X(01).
               03  TB-PAS-SITUACAO    PIC X(01).
               03  TB-PAS-RC          PIC 9(04).
               03  TB-PAS-LIBERACAO   PIC X(01).
               03  TB-PAS-TEM-CTLT    PIC X(01).
               03  TB-PAS-LIDOS       PIC 9(07).
               03  TB-PAS-PROCESSADOS PIC 9(07).
               03  TB-PAS-REJEITADOS  PIC 9(07).
               03  TB-PAS-TEM-RLOG    PIC X(01).
               03  TB-PAS-SEGUNDOS    PIC 9(07).
       77  WRK-QT-PASSOS              PIC 9(03) VALUE ZEROS.

       77  WRK-IX-ACHADO              PIC 9(03) VALUE ZEROS.
       77  WRK-IX-ULTIMO-PROG         PIC 9(03) VALUE ZEROS.
       77  WRK-IX-ULTIMO              PIC 9(03) VALUE ZEROS.
       77  WRK-IX-INTERROMPIDO        PIC 9(03) VALUE ZEROS.
       77  WRK-IX-REINICIO            PIC 9(03) VALUE ZEROS.
       77  WRK-QT-INSEGUROS           PIC 9(03) VALUE ZEROS.
       77  WRK-SITUACAO-DESC          PIC X(18) VALUE SPACES.
       77  WRK-RC-FINAL               PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-QT-PASSOS = ZEROS
               DISPLAY 'TABELA DE PASSOS (RUNSTEPS) AUSENTE OU VAZIA '
                   '- NADA A ORIENTAR'
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               PERFORM 0200-LER-ESTADO
               PERFORM 0300-LER-CONTROLE
               PERFORM 0400-LER-LOG
               PERFORM 0500-LISTAR-PASSOS
               PERFORM 0600-RECOMENDAR
               PERFORM 0700-LISTAR-INSEGUROS
           END-IF.
           DISPLAY ' FIM DO ORIENTADOR DE REINICIO '.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'DATA DE MOVIMENTO A ANALISAR (AAAAMMDD, '
               'ZERO = DATA DE MOVIMENTO ATUAL) ...'.
           ACCEPT WRK-DATA-INFORMADA.
           IF WRK-DATA-INFORMADA = ZEROS
               CALL 'RUNDTRTN' USING WRK-DATA-CONSULTA END-CALL
           ELSE
               MOVE WRK-DATA-INFORMADA TO WRK-DATA-CONSULTA
           END-IF.
           DISPLAY '===== ORIENTADOR DE REINICIO DA ESTEIRA - DATA '
               WRK-DATA-CONSULTA ' ====='.
           OPEN INPUT RUN-STEPS-FILE.
           IF WRK-RSTP-STATUS = '35'
               MOVE 'S' TO WRK-RSTP-EOF
           ELSE
               READ RUN-STEPS-FILE
                   AT END MOVE 'S' TO WRK-RSTP-EOF
               END-READ
               PERFORM 0110-CARREGAR-PASSO UNTIL FIM-PASSOS
               CLOSE RUN-STEPS-FILE
           END-IF.

       0110-CARREGAR-PASSO.
           IF WRK-QT-PASSOS < 80
               ADD 1 TO WRK-QT-PASSOS
               SET IX-PASSO TO WRK-QT-PASSOS
               INITIALIZE TB-PASSO (IX-PASSO)
               MOVE RSTP-PASSO    TO TB-PAS-NOME (IX-PASSO)
               MOVE RSTP-PROGRAMA TO TB-PAS-PROGRAMA (IX-PASSO)
               MOVE RSTP-CLASSE   TO TB-PAS-CLASSE (IX-PASSO)
               MOVE 'N'           TO TB-PAS-TEM-CTLT (IX-PASSO)
               MOVE 'N'           TO TB-PAS-TEM-RLOG (IX-PASSO)
           END-IF.
           READ RUN-STEPS-FILE
               AT END MOVE 'S' TO WRK-RSTP-EOF
           END-READ.

      *    O ULTIMO REGISTRO DO PROGRAMA NA DATA E O ESTADO DO PASSO
      *    (UMA REEXECUCAO LIBERADA SOBREPOE A INTERRUPCAO).
       0200-LER-ESTADO.
           OPEN INPUT RUN-STATE-FILE.
           IF WRK-RSTA-STATUS = '35'
               DISPLAY 'SEM ARQUIVO DE ESTADO (RUNSTAT) - NENHUM PASSO '
                   'CONTROLADO RODOU AINDA'
               MOVE 'S' TO WRK-RSTA-EOF
           ELSE
               READ RUN-STATE-FILE
                   AT END MOVE 'S' TO WRK-RSTA-EOF
               END-READ
               PERFORM 0210-APLICAR-ESTADO UNTIL FIM-RUNSTAT
               CLOSE RUN-STATE-FILE
           END-IF.

       0210-APLICAR-ESTADO.
           IF RSTA-DATA = WRK-DATA-CONSULTA
               PERFORM 0211-ESTADO-DO-PASSO
                   VARYING IX-PASSO FROM 1 BY 1
                   UNTIL IX-PASSO > WRK-QT-PASSOS
           END-IF.
           READ RUN-STATE-FILE
               AT END MOVE 'S' TO WRK-RSTA-EOF
           END-READ.

       0211-ESTADO-DO-PASSO.
           IF TB-PAS-PROGRAMA (IX-PASSO) = RSTA-PROGRAMA
               MOVE RSTA-SITUACAO  TO TB-PAS-SITUACAO (IX-PASSO)
               MOVE RSTA-RC        TO TB-PAS-RC (IX-PASSO)
               MOVE RSTA-LIBERACAO TO TB-PAS-LIBERACAO (IX-PASSO)
           END-IF.

      *    PROGRAMA QUE APARECE EM MAIS DE UM PASSO (LEDGEDIT E
      *    PROGCOB07 DEPOIS DE CADA LOTE): O N-ESIMO TOTAL DE CONTROLE
      *    DA DATA VAI PARA O N-ESIMO PASSO DELE NA TABELA; O QUE
      *    SOBRAR (REEXECUCAO) FICA NO ULTIMO PASSO DO PROGRAMA.
       0300-LER-CONTROLE.
           OPEN INPUT CONTROL-TOTALS-FILE.
           IF WRK-CTLT-STATUS = '35'
               MOVE 'S' TO WRK-CTLT-EOF
           ELSE
               READ CONTROL-TOTALS-FILE
                   AT END MOVE 'S' TO WRK-CTLT-EOF
               END-READ
               PERFORM 0310-APLICAR-CONTROLE UNTIL FIM-CTLTOT
               CLOSE CONTROL-TOTALS-FILE
           END-IF.

       0310-APLICAR-CONTROLE.
           IF CTLT-DATA = WRK-DATA-CONSULTA
               MOVE ZEROS TO WRK-IX-ACHADO
               MOVE ZEROS TO WRK-IX-ULTIMO-PROG
               PERFORM 0311-PROCURAR-PASSO-CTLT
                   VARYING IX-PASSO FROM 1 BY 1
                   UNTIL IX-PASSO > WRK-QT-PASSOS
               IF WRK-IX-ACHADO = ZEROS
                   MOVE WRK-IX-ULTIMO-PROG TO WRK-IX-ACHADO
               END-IF
               IF WRK-IX-ACHADO > ZEROS
                   SET IX-PASSO TO WRK-IX-ACHADO
                   MOVE 'S' TO TB-PAS-TEM-CTLT (IX-PASSO)
                   MOVE CTLT-LIDOS TO TB-PAS-LIDOS (IX-PASSO)
                   MOVE CTLT-PROCESSADOS
                       TO TB-PAS-PROCESSADOS (IX-PASSO)
                   MOVE CTLT-REJEITADOS
                       TO TB-PAS-REJEITADOS (IX-PASSO)
               END-IF
           END-IF.
           READ CONTROL-TOTALS-FILE
               AT END MOVE 'S' TO WRK-CTLT-EOF
           END-READ.

       0311-PROCURAR-PASSO-CTLT.
           IF TB-PAS-PROGRAMA (IX-PASSO) = CTLT-PROGRAMA
               SET WRK-IX-ULTIMO-PROG TO IX-PASSO
               IF WRK-IX-ACHADO = ZEROS AND
                  TB-PAS-TEM-CTLT (IX-PASSO) = 'N'
                   SET WRK-IX-ACHADO TO IX-PASSO
               END-IF
           END-IF.

       0400-LER-LOG.
           OPEN INPUT RUN-LOG-FILE.
           IF WRK-RLOG-STATUS = '35'
               MOVE 'S' TO WRK-RLOG-EOF
           ELSE
               READ RUN-LOG-FILE
                   AT END MOVE 'S' TO WRK-RLOG-EOF
               END-READ
               PERFORM 0410-APLICAR-LOG UNTIL FIM-RUNLOG
               CLOSE RUN-LOG-FILE
           END-IF.

       0410-APLICAR-LOG.
           IF RLOG-DATA = WRK-DATA-CONSULTA
               MOVE ZEROS TO WRK-IX-ACHADO
               MOVE ZEROS TO WRK-IX-ULTIMO-PROG
               PERFORM 0411-PROCURAR-PASSO-RLOG
                   VARYING IX-PASSO FROM 1 BY 1
                   UNTIL IX-PASSO > WRK-QT-PASSOS
               IF WRK-IX-ACHADO = ZEROS
                   MOVE WRK-IX-ULTIMO-PROG TO WRK-IX-ACHADO
               END-IF
               IF WRK-IX-ACHADO > ZEROS
                   SET IX-PASSO TO WRK-IX-ACHADO
                   MOVE 'S' TO TB-PAS-TEM-RLOG (IX-PASSO)
                   MOVE RLOG-SEGUNDOS TO TB-PAS-SEGUNDOS (IX-PASSO)
               END-IF
           END-IF.
           READ RUN-LOG-FILE
               AT END MOVE 'S' TO WRK-RLOG-EOF
           END-READ.

       0411-PROCURAR-PASSO-RLOG.
           IF TB-PAS-PROGRAMA (IX-PASSO) = RLOG-PROGRAMA
               SET WRK-IX-ULTIMO-PROG TO IX-PASSO
               IF WRK-IX-ACHADO = ZEROS AND
                  TB-PAS-TEM-RLOG (IX-PASSO) = 'N'
                   SET WRK-IX-ACHADO TO IX-PASSO
               END-IF
           END-IF.

      *    SITUACAO DE CADA PASSO. GUARDA TAMBEM O PRIMEIRO PASSO
      *    INTERROMPIDO E O ULTIMO PASSO COM QUALQUER REGISTRO NA
      *    DATA, QUE SAO A BASE DA RECOMENDACAO.
       0500-LISTAR-PASSOS.
           DISPLAY '------- SITUACAO DOS PASSOS -------'.
           PERFORM 0510-LISTAR-PASSO
               VARYING IX-PASSO FROM 1 BY 1
               UNTIL IX-PASSO > WRK-QT-PASSOS.

       0510-LISTAR-PASSO.
           EVALUATE TRUE
               WHEN TB-PAS-SITUACAO (IX-PASSO) = 'I'
                   MOVE 'INTERROMPIDO'       TO WRK-SITUACAO-DESC
                   IF WRK-IX-INTERROMPIDO = ZEROS
                       SET WRK-IX-INTERROMPIDO TO IX-PASSO
                   END-IF
               WHEN TB-PAS-SITUACAO (IX-PASSO) = 'C'
                   MOVE 'CONCLUIDO RC '      TO WRK-SITUACAO-DESC
                   MOVE TB-PAS-RC (IX-PASSO)
                       TO WRK-SITUACAO-DESC (14:4)
               WHEN TB-PAS-CLASSE (IX-PASSO) = 'N'
                   MOVE 'NAO EXECUTADO'      TO WRK-SITUACAO-DESC
               WHEN TB-PAS-TEM-CTLT (IX-PASSO) = 'S' OR
                    TB-PAS-TEM-RLOG (IX-PASSO) = 'S'
                   MOVE 'EXECUTADO'          TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE 'SEM REGISTRO'       TO WRK-SITUACAO-DESC
           END-EVALUATE.
           IF TB-PAS-SITUACAO (IX-PASSO) NOT = SPACES OR
              TB-PAS-TEM-CTLT (IX-PASSO) = 'S' OR
              TB-PAS-TEM-RLOG (IX-PASSO) = 'S'
               SET WRK-IX-ULTIMO TO IX-PASSO
           END-IF.
           DISPLAY '  ' TB-PAS-NOME (IX-PASSO)
               ' ' TB-PAS-PROGRAMA (IX-PASSO)
               ' ' TB-PAS-CLASSE (IX-PASSO)
               ' ' WRK-SITUACAO-DESC.
           IF TB-PAS-TEM-CTLT (IX-PASSO) = 'S'
               DISPLAY '             LIDOS: ' TB-PAS-LIDOS (IX-PASSO)
                   ' PROCESSADOS: ' TB-PAS-PROCESSADOS (IX-PASSO)
                   ' REJEITADOS: ' TB-PAS-REJEITADOS (IX-PASSO)
           END-IF.
           IF TB-PAS-TEM-RLOG (IX-PASSO) = 'S'
               DISPLAY '             TEMPO: '
                   TB-PAS-SEGUNDOS (IX-PASSO) ' SEG'
           END-IF.
           IF TB-PAS-LIBERACAO (IX-PASSO) = 'S'
               DISPLAY '             REEXECUTADO COM CARTAO RUNOVRD'
           END-IF.

      *    REGRAS DE REINICIO:
      *    - PASSO NAO REPETIVEL INTERROMPIDO: REINICIO NELE, DEPOIS
      *      DE CONFERIR/RESTAURAR OS ARQUIVOS, COM CARTAO RUNOVRD;
      *    - SENAO, O ULTIMO PASSO COM REGISTRO NA DATA: SE E
      *      REPETIVEL OU TERMINOU COM RC >= 8 (NADA APLICADO),
      *      REINICIO NELE; SE E NAO REPETIVEL E CONCLUIU, REINICIO
      *      NO SEGUINTE;
      *    - NENHUM REGISTRO: A ESTEIRA RODA DESDE O PRIMEIRO PASSO.
       0600-RECOMENDAR.
           DISPLAY '------- RECOMENDACAO -------'.
           EVALUATE TRUE
               WHEN WRK-IX-INTERROMPIDO > ZEROS
                   MOVE WRK-IX-INTERROMPIDO TO WRK-IX-REINICIO
               WHEN WRK-IX-ULTIMO = ZEROS
                   MOVE 1 TO WRK-IX-REINICIO
               WHEN OTHER
                   SET IX-PASSO TO WRK-IX-ULTIMO
                   IF TB-PAS-CLASSE (IX-PASSO) = 'N' AND
                      TB-PAS-SITUACAO (IX-PASSO) = 'C' AND
                      TB-PAS-RC (IX-PASSO) < 8
                       COMPUTE WRK-IX-REINICIO = WRK-IX-ULTIMO + 1
                   ELSE
                       MOVE WRK-IX-ULTIMO TO WRK-IX-REINICIO
                   END-IF
           END-EVALUATE.
           IF WRK-IX-REINICIO > WRK-QT-PASSOS
               DISPLAY 'ESTEIRA COMPLETA NA DATA - NADA A REINICIAR'
           ELSE
               MOVE 4 TO WRK-RC-FINAL
               SET IX-PASSO TO WRK-IX-REINICIO
               DISPLAY '*** REINICIAR A ESTEIRA NO PASSO '
                   TB-PAS-NOME (IX-PASSO) ' ('
                   TB-PAS-PROGRAMA (IX-PASSO) ') - RESTART='
                   TB-PAS-NOME (IX-PASSO) ' ***'
               PERFORM 0610-AVISOS-DO-REINICIO
           END-IF.

       0610-AVISOS-DO-REINICIO.
           IF TB-PAS-SITUACAO (IX-PASSO) = 'I'
               DISPLAY '    O PASSO FOI INTERROMPIDO NO MEIO: CONFIRA '
                   'OU RESTAURE OS ARQUIVOS QUE ELE ATUALIZA E'
               DISPLAY '    INCLUA NO PASSO O DD RUNOVRD COM O CARTAO: '
                   TB-PAS-PROGRAMA (IX-PASSO) ' ' WRK-DATA-CONSULTA
           END-IF.
           IF TB-PAS-SITUACAO (IX-PASSO) = 'C'
               DISPLAY '    O PASSO TERMINOU COM RC '
                   TB-PAS-RC (IX-PASSO)
                   ' SEM APLICAR NADA - REEXECUCAO LIBERADA'
           END-IF.
           IF WRK-IX-REINICIO > 1
               SET IX-PASSO DOWN BY 1
               IF TB-PAS-SITUACAO (IX-PASSO) = 'C' AND
                  TB-PAS-RC (IX-PASSO) > ZEROS AND
                  TB-PAS-RC (IX-PASSO) < 8
                   DISPLAY '    ATENCAO: ' TB-PAS-NOME (IX-PASSO)
                       ' (' TB-PAS-PROGRAMA (IX-PASSO)
                       ') CONCLUIU COM RC ' TB-PAS-RC (IX-PASSO)
                       ' - CONFIRA O AVISO ANTES DE SEGUIR'
               END-IF
           END-IF.

      *    PASSO NAO REPETIVEL JA CONCLUIDO (RC < 8) OU INTERROMPIDO:
      *    SE O JCL DE REINICIO PASSAR POR ELE, E RECUSADO (RC=8).
       0700-LISTAR-INSEGUROS.
           PERFORM 0710-CONFERIR-INSEGURO
               VARYING IX-PASSO FROM 1 BY 1
               UNTIL IX-PASSO > WRK-QT-PASSOS.
           IF WRK-QT-INSEGUROS = ZEROS
               DISPLAY 'NENHUM PASSO NAO REPETIVEL EXECUTADO NA DATA'
           ELSE
               DISPLAY WRK-QT-INSEGUROS ' PASSO(S) QUE NAO PODEM SER '
                   'REPETIDOS SEM CARTAO RUNOVRD'
           END-IF.

       0710-CONFERIR-INSEGURO.
           IF TB-PAS-CLASSE (IX-PASSO) = 'N' AND
              (TB-PAS-SITUACAO (IX-PASSO) = 'I' OR
               (TB-PAS-SITUACAO (IX-PASSO) = 'C' AND
                TB-PAS-RC (IX-PASSO) < 8))
               ADD 1 TO WRK-QT-INSEGUROS
               IF WRK-QT-INSEGUROS = 1
                   DISPLAY '------- PASSOS INSEGUROS PARA REPETIR '
                       '-------'
               END-IF
               IF TB-PAS-SITUACAO (IX-PASSO) = 'I'
                   DISPLAY '  ' TB-PAS-NOME (IX-PASSO) ' '
                       TB-PAS-PROGRAMA (IX-PASSO)
                       ' INTERROMPIDO - PODE TER APLICADO PARTE'
               ELSE
                   DISPLAY '  ' TB-PAS-NOME (IX-PASSO) ' '
                       TB-PAS-PROGRAMA (IX-PASSO)
                       ' JA CONCLUIDO - NAO REPETIR'
               END-IF
           END-IF.

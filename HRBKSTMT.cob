       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRBKSTMT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: EXTRATO MENSAL DO BANCO DE HORAS. PARA A
      *              COMPETENCIA INFORMADA (AAAAMM; ZERO = MES DO
      *              MOVIMENTO) LE O HRBANK GRAVADO PELO TIMECLCK E
      *              EMITE NO HRBKEXTR, PARA CADA FUNCIONARIO QUE
      *              ADERIU AO BANCO (HRBKADES) OU AINDA TEM SALDO
      *              NELE, O EXTRATO DO MES: SALDO ANTERIOR, HORAS
      *              CREDITADAS, FALTAS COMPENSADAS, HORAS VENCIDAS
      *              PAGAS NA FOLHA, SALDO ATUAL E O QUE VENCE NA
      *              COMPETENCIA SEGUINTE. EM SEGUIDA, PARA CADA
      *              SUPERVISOR DO HRBKADES, O EXTRATO DA EQUIPE COM
      *              O SALDO DE CADA SUBORDINADO. NOMES DO
      *              EMPLOYEE-MASTER. O RELATORIO RESUME UMA LINHA
      *              POR FUNCIONARIO E O TOTAL DA EMPRESA. SEM
      *              EXTRATO A EMITIR TERMINA COM RC=4; TABELA CHEIA
      *              TERMINA COM RC=8 SEM GRAVAR O HRBKEXTR.
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
           SELECT HOUR-BANK-ENROLLMENT-FILE ASSIGN TO 'HRBKADES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BHAD-STATUS.

           SELECT HOUR-BANK-FILE ASSIGN TO 'HRBANK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BHOR-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT HOUR-BANK-STATEMENT-FILE ASSIGN TO 'HRBKEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUR-BANK-ENROLLMENT-FILE.
           COPY 'HRBKADES.cob'.

       FD  HOUR-BANK-FILE.
           COPY 'HRBANK.cob'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       FD  HOUR-BANK-STATEMENT-FILE.
       01  HOUR-BANK-STATEMENT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-BHAD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-BHOR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EXTR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       01  WRK-COMPETENCIA            PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02  WRK-COMP-ANO           PIC 9(04).
           02  WRK-COMP-MES           PIC 9(02).
       77  WRK-COMP-SEGUINTE          PIC 9(06) VALUE ZEROS.

      *    FUNCIONARIOS COM EXTRATO: ADESAO E SUPERVISOR DO
      *    HRBKADES E OS ACUMULADOS DO HRBANK ATE A COMPETENCIA.
      *    CREDITOS A VENCER = CREDITOS QUE VENCEM ATE A
      *    COMPETENCIA SEGUINTE; O CONSUMIDO (COMPENSADO OU PAGO)
      *    ABATE OS CREDITOS MAIS ANTIGOS PRIMEIRO, COMO NO
      *    TIMECLCK.
       01  TB-BANCO-TABELA.
           02  TB-BH OCCURS 1000 TIMES INDEXED BY IX-BH.
               03  TB-BH-MATRICULA    PIC 9(06).
               03  TB-BH-NOME         PIC X(20).
               03  TB-BH-OPCAO        PIC X(01).
               03  TB-BH-SUPERVISOR   PIC 9(06).
               03  TB-BH-ANTERIOR     PIC S9(05)V9.
               03  TB-BH-CREDITO      PIC 9(05)V9.
               03  TB-BH-DEBITO       PIC 9(05)V9.
               03  TB-BH-PAGO         PIC 9(05)V9.
               03  TB-BH-CONSUMIDO    PIC 9(05)V9.
               03  TB-BH-A-VENCER     PIC 9(05)V9.
               03  TB-BH-SALDO        PIC S9(05)V9.
               03  TB-BH-EMITIR       PIC X(01).
       77  WRK-QT-BH                  PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-BH              PIC 9(04) VALUE 1000.
       77  WRK-IX-BH                  PIC 9(04) VALUE ZEROS.
       77  WRK-BH-ACHADO              PIC X(01) VALUE 'N'.
           88  BH-ACHADO                        VALUE 'S'.
       77  WRK-MATRICULA-PROCURADA    PIC 9(06) VALUE ZEROS.

      *    SUPERVISORES DO HRBKADES, UM EXTRATO DE EQUIPE CADA
       01  TB-SUPERVISORES-TABELA.
           02  TB-SUP OCCURS 200 TIMES INDEXED BY IX-SUP.
               03  TB-SUP-MATRICULA   PIC 9(06).
               03  TB-SUP-NOME        PIC X(20).
       77  WRK-QT-SUP                 PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-SUP             PIC 9(03) VALUE 200.
       77  WRK-SUP-ACHADO             PIC X(01) VALUE 'N'.
           88  SUP-ACHADO                       VALUE 'S'.
       77  WRK-NOME-SUPERVISOR        PIC X(20) VALUE SPACES.

       77  WRK-A-VENCER-CALC          PIC S9(05)V9 VALUE ZEROS.
       77  WRK-QT-EXTRATOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EQUIPES             PIC 9(03) VALUE ZEROS.
       77  WRK-QT-EQUIPE              PIC 9(04) VALUE ZEROS.
       77  WRK-EQUIPE-SALDO           PIC S9(07)V9 VALUE ZEROS.
       77  WRK-EQUIPE-A-VENCER        PIC 9(07)V9 VALUE ZEROS.
       77  WRK-TOT-SALDO              PIC S9(07)V9 VALUE ZEROS.
       77  WRK-TOT-CREDITO            PIC 9(07)V9 VALUE ZEROS.
       77  WRK-TOT-DEBITO             PIC 9(07)V9 VALUE ZEROS.
       77  WRK-TOT-PAGO               PIC 9(07)V9 VALUE ZEROS.
       77  WRK-ANTERIOR-ED            PIC -ZZZ9,9 VALUE ZEROS.
       77  WRK-CREDITO-ED             PIC ZZZZ9,9 VALUE ZEROS.
       77  WRK-DEBITO-ED              PIC ZZZZ9,9 VALUE ZEROS.
       77  WRK-PAGO-ED                PIC ZZZZ9,9 VALUE ZEROS.
       77  WRK-SALDO-ED               PIC -ZZZ9,9 VALUE ZEROS.
       77  WRK-A-VENCER-ED            PIC ZZZZ9,9 VALUE ZEROS.
       77  WRK-TOT-SALDO-ED           PIC -ZZZZZ9,9 VALUE ZEROS.
       77  WRK-TOT-VALOR-ED           PIC ZZZZZZ9,9 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'HRBKSTMT'.
       77  WRK-RLOG-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'EXTRATO MENSAL DO BANCO DE HORAS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE 'MENSAL'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'I' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0200-EMITIR-EXTRATOS
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE 'F' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'COMPETENCIA DO EXTRATO (AAAAMM, ZERO = MES DO '
               'MOVIMENTO) ...'.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA IS NOT NUMERIC
              OR WRK-COMPETENCIA = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-COMPETENCIA
           END-IF.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               DISPLAY 'COMPETENCIA : ' WRK-COMPETENCIA
               IF WRK-COMP-MES = 12
                   COMPUTE WRK-COMP-SEGUINTE =
                       (WRK-COMP-ANO + 1) * 100 + 1
               ELSE
                   COMPUTE WRK-COMP-SEGUINTE = WRK-COMPETENCIA + 1
               END-IF
               PERFORM 0110-CARREGAR-ADESOES
               PERFORM 0120-CARREGAR-BANCO-HORAS
               PERFORM 0130-CARREGAR-NOMES
           END-IF.

      *    SEM O HRBKADES NAO HA ADESAO NEM SUPERVISOR: SAEM SO OS
      *    EXTRATOS DE QUEM TEM SALDO NO HRBANK.
       0110-CARREGAR-ADESOES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT HOUR-BANK-ENROLLMENT-FILE.
           IF WRK-BHAD-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ HOUR-BANK-ENROLLMENT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-ADESAO UNTIL FIM-ARQUIVO
               CLOSE HOUR-BANK-ENROLLMENT-FILE
           END-IF.

       0111-LER-ADESAO.
           IF BHAD-MATRICULA IS NUMERIC
               MOVE BHAD-MATRICULA TO WRK-MATRICULA-PROCURADA
               PERFORM 0150-LOCALIZAR-FUNCIONARIO
               IF BH-ACHADO
                   SET IX-BH TO WRK-IX-BH
                   MOVE BHAD-OPCAO TO TB-BH-OPCAO (IX-BH)
                   IF BHAD-SUPERVISOR IS NUMERIC
                       MOVE BHAD-SUPERVISOR
                           TO TB-BH-SUPERVISOR (IX-BH)
                       IF BHAD-SUPERVISOR > ZEROS
                           PERFORM 0160-GUARDAR-SUPERVISOR
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ HOUR-BANK-ENROLLMENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SO AS LINHAS ATE A COMPETENCIA DO EXTRATO CONTAM; A DA
      *    PROPRIA COMPETENCIA TRAZ O MOVIMENTO DO MES.
       0120-CARREGAR-BANCO-HORAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT HOUR-BANK-FILE.
           IF WRK-BHOR-STATUS = '35'
               DISPLAY 'BANCO DE HORAS (HRBANK) AINDA NAO EXISTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ HOUR-BANK-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-BANCO-HORAS UNTIL FIM-ARQUIVO
               CLOSE HOUR-BANK-FILE
           END-IF.

       0121-LER-BANCO-HORAS.
           ADD 1 TO WRK-CTLT-LIDOS.
           IF BHOR-MATRICULA IS NOT NUMERIC
              OR BHOR-COMPETENCIA IS NOT NUMERIC
              OR BHOR-CREDITO IS NOT NUMERIC
              OR BHOR-DEBITO IS NOT NUMERIC
              OR BHOR-PAGO IS NOT NUMERIC
               ADD 1 TO WRK-CTLT-REJEITADOS
           ELSE
           IF BHOR-COMPETENCIA <= WRK-COMPETENCIA
               MOVE BHOR-MATRICULA TO WRK-MATRICULA-PROCURADA
               PERFORM 0150-LOCALIZAR-FUNCIONARIO
               IF BH-ACHADO
                   SET IX-BH TO WRK-IX-BH
                   PERFORM 0122-ACUMULAR-LINHA
               END-IF
           END-IF
           END-IF.
           READ HOUR-BANK-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0122-ACUMULAR-LINHA.
           IF BHOR-COMPETENCIA = WRK-COMPETENCIA
               ADD BHOR-CREDITO TO TB-BH-CREDITO (IX-BH)
               ADD BHOR-DEBITO  TO TB-BH-DEBITO (IX-BH)
               ADD BHOR-PAGO    TO TB-BH-PAGO (IX-BH)
           ELSE
               COMPUTE TB-BH-ANTERIOR (IX-BH) =
                   TB-BH-ANTERIOR (IX-BH) + BHOR-CREDITO
                   - BHOR-DEBITO - BHOR-PAGO
           END-IF.
           ADD BHOR-DEBITO TO TB-BH-CONSUMIDO (IX-BH).
           ADD BHOR-PAGO   TO TB-BH-CONSUMIDO (IX-BH).
           IF BHOR-VENCIMENTO IS NUMERIC
              AND BHOR-VENCIMENTO <= WRK-COMP-SEGUINTE
               ADD BHOR-CREDITO TO TB-BH-A-VENCER (IX-BH)
           END-IF.

      *    NOMES DOS FUNCIONARIOS E DOS SUPERVISORES NUMA PASSADA
      *    SO PELO CADASTRO; QUEM SAIU DELE FICA 'SEM CADASTRO'.
       0130-CARREGAR-NOMES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ.
           PERFORM 0131-LER-FUNCIONARIO UNTIL FIM-ARQUIVO.
           CLOSE EMPLOYEE-MASTER.

       0131-LER-FUNCIONARIO.
           MOVE EMP-NUMERO TO WRK-MATRICULA-PROCURADA.
           MOVE 'N' TO WRK-BH-ACHADO.
           PERFORM 0151-PROCURAR-FUNCIONARIO
               VARYING IX-BH FROM 1 BY 1
               UNTIL IX-BH > WRK-QT-BH OR BH-ACHADO.
           IF BH-ACHADO
               SET IX-BH TO WRK-IX-BH
               MOVE EMP-NOME TO TB-BH-NOME (IX-BH)
           END-IF.
           MOVE 'N' TO WRK-SUP-ACHADO.
           PERFORM 0132-NOMEAR-SUPERVISOR
               VARYING IX-SUP FROM 1 BY 1
               UNTIL IX-SUP > WRK-QT-SUP OR SUP-ACHADO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0132-NOMEAR-SUPERVISOR.
           IF TB-SUP-MATRICULA (IX-SUP) = EMP-NUMERO
               MOVE EMP-NOME TO TB-SUP-NOME (IX-SUP)
               MOVE 'S' TO WRK-SUP-ACHADO
           END-IF.

      *    PROCURA A MATRICULA E, SE ELA AINDA NAO ESTA NA TABELA,
      *    ABRE A POSICAO DELA. TABELA CHEIA TERMINA COM RC=8: UM
      *    EXTRATO SEM PARTE DAS LINHAS SAIRIA COM SALDO ERRADO.
       0150-LOCALIZAR-FUNCIONARIO.
           MOVE 'N' TO WRK-BH-ACHADO.
           MOVE ZEROS TO WRK-IX-BH.
           PERFORM 0151-PROCURAR-FUNCIONARIO
               VARYING IX-BH FROM 1 BY 1
               UNTIL IX-BH > WRK-QT-BH OR BH-ACHADO.
           IF NOT BH-ACHADO
               IF WRK-QT-BH >= WRK-LIMITE-BH
                   IF WRK-RC-FINAL = ZEROS
                       DISPLAY '*** TABELA DO BANCO DE HORAS CHEIA '
                           '- EXTRATOS NAO EMITIDOS ***'
                       MOVE WRK-MATRICULA-PROCURADA
                           TO WRK-REFERENCIA-LOG
                       MOVE 'TABELA DO BANCO DE HORAS CHEIA'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                       MOVE 8 TO WRK-RC-FINAL
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-BH
                   SET IX-BH TO WRK-QT-BH
                   INITIALIZE TB-BH (IX-BH)
                   MOVE WRK-MATRICULA-PROCURADA
                       TO TB-BH-MATRICULA (IX-BH)
                   MOVE 'SEM CADASTRO' TO TB-BH-NOME (IX-BH)
                   MOVE 'P' TO TB-BH-OPCAO (IX-BH)
                   MOVE 'S' TO WRK-BH-ACHADO
                   MOVE WRK-QT-BH TO WRK-IX-BH
               END-IF
           END-IF.

       0151-PROCURAR-FUNCIONARIO.
           IF TB-BH-MATRICULA (IX-BH) = WRK-MATRICULA-PROCURADA
               MOVE 'S' TO WRK-BH-ACHADO
               SET WRK-IX-BH TO IX-BH
           END-IF.

       0160-GUARDAR-SUPERVISOR.
           MOVE 'N' TO WRK-SUP-ACHADO.
           PERFORM 0161-PROCURAR-SUPERVISOR
               VARYING IX-SUP FROM 1 BY 1
               UNTIL IX-SUP > WRK-QT-SUP OR SUP-ACHADO.
           IF NOT SUP-ACHADO
               IF WRK-QT-SUP >= WRK-LIMITE-SUP
                   IF WRK-RC-FINAL = ZEROS
                       DISPLAY '*** TABELA DE SUPERVISORES CHEIA '
                           '- EXTRATOS NAO EMITIDOS ***'
                       MOVE BHAD-SUPERVISOR TO WRK-REFERENCIA-LOG
                       MOVE 'TABELA DE SUPERVISORES CHEIA'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                       MOVE 8 TO WRK-RC-FINAL
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-SUP
                   SET IX-SUP TO WRK-QT-SUP
                   MOVE BHAD-SUPERVISOR TO TB-SUP-MATRICULA (IX-SUP)
                   MOVE 'SEM CADASTRO'  TO TB-SUP-NOME (IX-SUP)
               END-IF
           END-IF.

       0161-PROCURAR-SUPERVISOR.
           IF TB-SUP-MATRICULA (IX-SUP) = BHAD-SUPERVISOR
               MOVE 'S' TO WRK-SUP-ACHADO
           END-IF.

      *    O EXTRATO E PERMANENTE, SO CRESCE, COMO O DA FIDELIDADE.
       0200-EMITIR-EXTRATOS.
           OPEN EXTEND HOUR-BANK-STATEMENT-FILE.
           IF WRK-EXTR-STATUS = '35'
               OPEN OUTPUT HOUR-BANK-STATEMENT-FILE
               CLOSE HOUR-BANK-STATEMENT-FILE
               OPEN EXTEND HOUR-BANK-STATEMENT-FILE
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'COMPETENCIA ' WRK-COMPETENCIA
               ' - SALDOS EM HORAS E DECIMOS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0210-EXTRATO-FUNCIONARIO
               VARYING IX-BH FROM 1 BY 1 UNTIL IX-BH > WRK-QT-BH.
           PERFORM 0230-EXTRATO-EQUIPE
               VARYING IX-SUP FROM 1 BY 1 UNTIL IX-SUP > WRK-QT-SUP.
           CLOSE HOUR-BANK-STATEMENT-FILE.

      *    SAI EXTRATO PARA QUEM ADERIU AO BANCO E PARA QUEM, MESMO
      *    TENDO VOLTADO PARA A HORA EXTRA PAGA, AINDA TEM SALDO OU
      *    MOVIMENTO NO MES.
       0210-EXTRATO-FUNCIONARIO.
           COMPUTE TB-BH-SALDO (IX-BH) = TB-BH-ANTERIOR (IX-BH)
               + TB-BH-CREDITO (IX-BH) - TB-BH-DEBITO (IX-BH)
               - TB-BH-PAGO (IX-BH).
           COMPUTE WRK-A-VENCER-CALC = TB-BH-A-VENCER (IX-BH)
               - TB-BH-CONSUMIDO (IX-BH).
           IF WRK-A-VENCER-CALC < ZEROS
               MOVE ZEROS TO WRK-A-VENCER-CALC
           END-IF.
           MOVE WRK-A-VENCER-CALC TO TB-BH-A-VENCER (IX-BH).
           MOVE 'N' TO TB-BH-EMITIR (IX-BH).
           IF TB-BH-OPCAO (IX-BH) = 'B'
              OR TB-BH-SALDO (IX-BH) NOT = ZEROS
              OR TB-BH-CREDITO (IX-BH) > ZEROS
              OR TB-BH-DEBITO (IX-BH) > ZEROS
              OR TB-BH-PAGO (IX-BH) > ZEROS
               MOVE 'S' TO TB-BH-EMITIR (IX-BH)
               ADD 1 TO WRK-QT-EXTRATOS
               ADD 1 TO WRK-CTLT-PROCESSADOS
               ADD TB-BH-SALDO (IX-BH)   TO WRK-TOT-SALDO
               ADD TB-BH-CREDITO (IX-BH) TO WRK-TOT-CREDITO
               ADD TB-BH-DEBITO (IX-BH)  TO WRK-TOT-DEBITO
               ADD TB-BH-PAGO (IX-BH)    TO WRK-TOT-PAGO
               PERFORM 0220-GRAVAR-EXTRATO
           END-IF.

       0220-GRAVAR-EXTRATO.
           MOVE TB-BH-ANTERIOR (IX-BH) TO WRK-ANTERIOR-ED.
           MOVE TB-BH-CREDITO (IX-BH)  TO WRK-CREDITO-ED.
           MOVE TB-BH-DEBITO (IX-BH)   TO WRK-DEBITO-ED.
           MOVE TB-BH-PAGO (IX-BH)     TO WRK-PAGO-ED.
           MOVE TB-BH-SALDO (IX-BH)    TO WRK-SALDO-ED.
           MOVE TB-BH-A-VENCER (IX-BH) TO WRK-A-VENCER-ED.
           MOVE SPACES TO HOUR-BANK-STATEMENT-RECORD.
           STRING 'EXTRATO DO BANCO DE HORAS - COMPETENCIA '
               WRK-COMPETENCIA ' - MATRICULA '
               TB-BH-MATRICULA (IX-BH) ' ' TB-BH-NOME (IX-BH)
               DELIMITED BY SIZE INTO HOUR-BANK-STATEMENT-RECORD
           END-STRING.
           WRITE HOUR-BANK-STATEMENT-RECORD.
           MOVE SPACES TO HOUR-BANK-STATEMENT-RECORD.
           STRING '  SALDO ANTERIOR ' WRK-ANTERIOR-ED
               '  HORAS EXTRAS CREDITADAS ' WRK-CREDITO-ED
               '  FALTAS COMPENSADAS ' WRK-DEBITO-ED
               DELIMITED BY SIZE INTO HOUR-BANK-STATEMENT-RECORD
           END-STRING.
           WRITE HOUR-BANK-STATEMENT-RECORD.
           MOVE SPACES TO HOUR-BANK-STATEMENT-RECORD.
           STRING '  VENCIDAS PAGAS NA FOLHA ' WRK-PAGO-ED
               '  SALDO ATUAL ' WRK-SALDO-ED
               '  VENCE EM ' WRK-COMP-SEGUINTE ' ' WRK-A-VENCER-ED
               DELIMITED BY SIZE INTO HOUR-BANK-STATEMENT-RECORD
           END-STRING.
           WRITE HOUR-BANK-STATEMENT-RECORD.
           IF TB-BH-SUPERVISOR (IX-BH) > ZEROS
               PERFORM 0221-NOME-SUPERVISOR
               MOVE SPACES TO HOUR-BANK-STATEMENT-RECORD
               STRING '  SUPERVISOR ' TB-BH-SUPERVISOR (IX-BH)
                   ' ' WRK-NOME-SUPERVISOR
                   DELIMITED BY SIZE INTO HOUR-BANK-STATEMENT-RECORD
               END-STRING
               WRITE HOUR-BANK-STATEMENT-RECORD
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-BH-MATRICULA (IX-BH) ' ' TB-BH-NOME (IX-BH)
               ' ANT ' WRK-ANTERIOR-ED ' CRED ' WRK-CREDITO-ED
               ' COMP ' WRK-DEBITO-ED ' PAGO ' WRK-PAGO-ED
               ' SALDO ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0221-NOME-SUPERVISOR.
           MOVE 'SEM CADASTRO' TO WRK-NOME-SUPERVISOR.
           MOVE 'N' TO WRK-SUP-ACHADO.
           PERFORM 0222-COMPARAR-SUPERVISOR
               VARYING IX-SUP FROM 1 BY 1
               UNTIL IX-SUP > WRK-QT-SUP OR SUP-ACHADO.

       0222-COMPARAR-SUPERVISOR.
           IF TB-SUP-MATRICULA (IX-SUP) = TB-BH-SUPERVISOR (IX-BH)
               MOVE TB-SUP-NOME (IX-SUP) TO WRK-NOME-SUPERVISOR
               MOVE 'S' TO WRK-SUP-ACHADO
           END-IF.

      *    EXTRATO DA EQUIPE: UMA LINHA POR SUBORDINADO COM EXTRATO
      *    NO MES; SUPERVISOR SEM NENHUM NAO RECEBE FOLHA EM BRANCO.
       0230-EXTRATO-EQUIPE.
           MOVE ZEROS TO WRK-QT-EQUIPE WRK-EQUIPE-SALDO
               WRK-EQUIPE-A-VENCER.
           PERFORM 0231-CONTAR-SUBORDINADO
               VARYING IX-BH FROM 1 BY 1 UNTIL IX-BH > WRK-QT-BH.
           IF WRK-QT-EQUIPE > ZEROS
               ADD 1 TO WRK-QT-EQUIPES
               MOVE SPACES TO HOUR-BANK-STATEMENT-RECORD
               STRING 'EXTRATO DA EQUIPE NO BANCO DE HORAS - '
                   'COMPETENCIA ' WRK-COMPETENCIA ' - SUPERVISOR '
                   TB-SUP-MATRICULA (IX-SUP) ' '
                   TB-SUP-NOME (IX-SUP)
                   DELIMITED BY SIZE INTO HOUR-BANK-STATEMENT-RECORD
               END-STRING
               WRITE HOUR-BANK-STATEMENT-RECORD
               PERFORM 0232-GRAVAR-SUBORDINADO
                   VARYING IX-BH FROM 1 BY 1 UNTIL IX-BH > WRK-QT-BH
               MOVE WRK-EQUIPE-SALDO    TO WRK-TOT-SALDO-ED
               MOVE WRK-EQUIPE-A-VENCER TO WRK-TOT-VALOR-ED
               MOVE SPACES TO HOUR-BANK-STATEMENT-RECORD
               STRING '  TOTAL DA EQUIPE (' WRK-QT-EQUIPE
                   ')  SALDO ' WRK-TOT-SALDO-ED
                   '  VENCE EM ' WRK-COMP-SEGUINTE ' '
                   WRK-TOT-VALOR-ED
                   DELIMITED BY SIZE INTO HOUR-BANK-STATEMENT-RECORD
               END-STRING
               WRITE HOUR-BANK-STATEMENT-RECORD
           END-IF.

       0231-CONTAR-SUBORDINADO.
           IF TB-BH-SUPERVISOR (IX-BH) = TB-SUP-MATRICULA (IX-SUP)
              AND TB-BH-EMITIR (IX-BH) = 'S'
               ADD 1 TO WRK-QT-EQUIPE
               ADD TB-BH-SALDO (IX-BH)    TO WRK-EQUIPE-SALDO
               ADD TB-BH-A-VENCER (IX-BH) TO WRK-EQUIPE-A-VENCER
           END-IF.

       0232-GRAVAR-SUBORDINADO.
           IF TB-BH-SUPERVISOR (IX-BH) = TB-SUP-MATRICULA (IX-SUP)
              AND TB-BH-EMITIR (IX-BH) = 'S'
               MOVE TB-BH-CREDITO (IX-BH)  TO WRK-CREDITO-ED
               MOVE TB-BH-PAGO (IX-BH)     TO WRK-PAGO-ED
               MOVE TB-BH-SALDO (IX-BH)    TO WRK-SALDO-ED
               MOVE TB-BH-A-VENCER (IX-BH) TO WRK-A-VENCER-ED
               MOVE SPACES TO HOUR-BANK-STATEMENT-RECORD
               STRING '  ' TB-BH-MATRICULA (IX-BH) ' '
                   TB-BH-NOME (IX-BH) ' CRED ' WRK-CREDITO-ED
                   ' PAGO ' WRK-PAGO-ED ' SALDO ' WRK-SALDO-ED
                   ' A VENCER ' WRK-A-VENCER-ED
                   DELIMITED BY SIZE INTO HOUR-BANK-STATEMENT-RECORD
               END-STRING
               WRITE HOUR-BANK-STATEMENT-RECORD
           END-IF.

       0300-FINALIZAR.
           IF WRK-RC-FINAL = ZEROS
               MOVE WRK-TOT-SALDO   TO WRK-TOT-SALDO-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'EXTRATOS ' WRK-QT-EXTRATOS
                   '  EQUIPES ' WRK-QT-EQUIPES
                   '  SALDO DA EMPRESA ' WRK-TOT-SALDO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0400-GRAVAR-LINHA-RPT
               MOVE WRK-TOT-CREDITO TO WRK-CREDITO-ED
               MOVE WRK-TOT-DEBITO  TO WRK-DEBITO-ED
               MOVE WRK-TOT-PAGO    TO WRK-PAGO-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'NO MES: CREDITADAS ' WRK-CREDITO-ED
                   '  COMPENSADAS ' WRK-DEBITO-ED
                   '  VENCIDAS PAGAS ' WRK-PAGO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0400-GRAVAR-LINHA-RPT
               IF WRK-QT-EXTRATOS = ZEROS
                   DISPLAY 'NENHUM EXTRATO DE BANCO DE HORAS NA '
                       'COMPETENCIA ' WRK-COMPETENCIA
                   MOVE 4 TO WRK-RC-FINAL
               END-IF
           END-IF.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0400-GRAVAR-LINHA-RPT.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

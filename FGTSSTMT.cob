       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSSTMT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: EXTRATO DE FGTS POR FUNCIONARIO. LE OS
      *              DEPOSITOS GRAVADOS PELA FOLHA (FGTSDEP) E
      *              IMPRIME, PARA A MATRICULA INFORMADA, CADA
      *              DEPOSITO (COMPETENCIA, FOLHA, BASE E VALOR) COM
      *              O SALDO ACUMULADO, PAGINADO PELA RPTHDRTN. E A
      *              PROVA DO QUE FOI DEPOSITADO PARA O FUNCIONARIO
      *              NA RESCISAO E EM RECLAMACAO TRABALHISTA; PARA
      *              QUEM JA FOI DESLIGADO, MOSTRA TAMBEM A MULTA
      *              RESCISORIA DE 40% SOBRE O SALDO. O SALDO E O
      *              TOTAL DEPOSITADO PELA EMPRESA, SEM A CORRECAO
      *              CREDITADA PELO BANCO. SEM DEPOSITO PARA A
      *              MATRICULA TERMINA COM RC=4.
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
           SELECT FGTS-DEPOSIT-FILE ASSIGN TO 'FGTSDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FDEP-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FGTS-DEPOSIT-FILE.
           COPY 'FGTSDEP.cob'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-FDEP-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-MATRICULA              PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-FUNC              PIC X(20) VALUE SPACES.
       77  WRK-DESLIGADO              PIC X(01) VALUE 'N'.
           88  FUNCIONARIO-DESLIGADO            VALUE 'S'.
       77  WRK-DATA-DESLIGAMENTO      PIC 9(08) VALUE ZEROS.

       77  WRK-QT-DEPOSITOS           PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PCT-MULTA-RESCISORIA   PIC 9V9999 VALUE 0,4000.
       77  WRK-MULTA-RESCISORIA       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BASE-ED                PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED               PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'FGTSSTMT'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'EXTRATO DE FGTS DO FUNCIONARIO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'MATRICULA DO FUNCIONARIO ...'.
           ACCEPT WRK-MATRICULA.
           MOVE 'SEM CADASTRO' TO WRK-NOME-FUNC.
           OPEN INPUT EMPLOYEE-MASTER.
           MOVE WRK-MATRICULA TO EMP-NUMERO.
           READ EMPLOYEE-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-NOME-FUNC
                   IF EMP-INATIVO AND EMP-DATA-DESLIGAMENTO > ZEROS
                       MOVE 'S' TO WRK-DESLIGADO
                       MOVE EMP-DATA-DESLIGAMENTO
                           TO WRK-DATA-DESLIGAMENTO
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-MASTER.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MATRICULA ' WRK-MATRICULA ' - ' WRK-NOME-FUNC
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           OPEN INPUT FGTS-DEPOSIT-FILE.
           IF WRK-FDEP-STATUS = '35'
               DISPLAY 'DEPOSITOS DE FGTS (FGTSDEP) AINDA NAO '
                   'EXISTEM'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ FGTS-DEPOSIT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

      *    O ARQUIVO SO RECEBE ACRESCIMOS, RUN APOS RUN: A ORDEM
      *    DE LEITURA JA E A ORDEM CRONOLOGICA DOS DEPOSITOS.
       0200-PROCESSAR.
           IF FDEP-MATRICULA = WRK-MATRICULA
               ADD 1 TO WRK-QT-DEPOSITOS
               ADD FDEP-VALOR TO WRK-SALDO
               MOVE FDEP-BASE  TO WRK-BASE-ED
               MOVE FDEP-VALOR TO WRK-VALOR-ED
               MOVE WRK-SALDO  TO WRK-SALDO-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING '  COMP ' FDEP-COMPETENCIA ' ' FDEP-MODO
                   ' BASE ' WRK-BASE-ED ' DEPOSITO ' WRK-VALOR-ED
                   ' SALDO ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0400-GRAVAR-LINHA-RPT
           END-IF.
           READ FGTS-DEPOSIT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0300-FINALIZAR.
           IF WRK-FDEP-STATUS = '00'
               CLOSE FGTS-DEPOSIT-FILE
           END-IF.
           IF WRK-QT-DEPOSITOS = ZEROS
               DISPLAY 'NENHUM DEPOSITO DE FGTS PARA A MATRICULA '
                   WRK-MATRICULA
               MOVE 4 TO WRK-RC-FINAL
           ELSE
               MOVE WRK-SALDO TO WRK-SALDO-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'DEPOSITOS ' WRK-QT-DEPOSITOS
                   '  SALDO DEPOSITADO ' WRK-SALDO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0400-GRAVAR-LINHA-RPT
               IF FUNCIONARIO-DESLIGADO
                   COMPUTE WRK-MULTA-RESCISORIA ROUNDED =
                       WRK-SALDO * WRK-PCT-MULTA-RESCISORIA
                   MOVE WRK-MULTA-RESCISORIA TO WRK-SALDO-ED
                   MOVE SPACES TO WRK-RPT-LINHA
                   STRING 'DESLIGADO EM ' WRK-DATA-DESLIGAMENTO
                       '  MULTA RESCISORIA 40% ' WRK-SALDO-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA
                   END-STRING
                   PERFORM 0400-GRAVAR-LINHA-RPT
               END-IF
           END-IF.
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

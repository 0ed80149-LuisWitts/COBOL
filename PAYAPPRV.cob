      *    02/09/2026  LCW  O GO TO DE SAIDA DA REVISAO (UNICO DO
      *                     SISTEMA) FOI TROCADO PELA ESTRUTURA
      *                     IF/PERFORM USADA NO RESTO DO CODIGO.
      *    15/10/2026  LCW  CADA CREDITO DA REMESSA APROVADA ENTRA
      *                     NO REGISTRO DE CREDITOS DA FOLHA
      *                     (PAYCRED) COMO ENVIADO, PARA O RETORNO
      *                     DO BANCO (PAYRETRN) MARCAR PAGO OU
      *                     REJEITADO.
      **********************************************

       ENVIRONMENT DIVISION.
           SELECT BANK-REMITTANCE-FILE ASSIGN TO 'BANKREM'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-CREDIT-FILE ASSIGN TO 'PAYCRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRED-STATUS.

           SELECT APPROVAL-LOG-FILE ASSIGN TO 'PAYAPLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APLOG-STATUS.
       FD  BANK-REMITTANCE-FILE.
           COPY 'BANKREM.cob'.

       FD  PAYROLL-CREDIT-FILE.
           COPY 'PAYCRED.cob'.

       FD  APPROVAL-LOG-FILE.
       01  APPROVAL-LOG-RECORD.
           02  APLOG-DATA-FOLHA       PIC 9(08).
       77  WRK-OPERADOR-FOLHA         PIC X(20) VALUE SPACES.
       77  WRK-PEND-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-APLOG-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-CRED-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

           MOVE 'N' TO WRK-EOF.
           OPEN INPUT PAYROLL-PENDING-FILE.
           OPEN OUTPUT BANK-REMITTANCE-FILE.
           OPEN EXTEND PAYROLL-CREDIT-FILE.
           IF WRK-CRED-STATUS = '35'
               OPEN OUTPUT PAYROLL-CREDIT-FILE
               CLOSE PAYROLL-CREDIT-FILE
               OPEN EXTEND PAYROLL-CREDIT-FILE
           END-IF.
           READ PAYROLL-PENDING-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.
           MOVE WRK-TOTAL-LIQUIDO TO REMT-VALOR-TOTAL.
           WRITE REMESSA-TRAILER.
           CLOSE BANK-REMITTANCE-FILE.
           CLOSE PAYROLL-CREDIT-FILE.
           CLOSE PAYROLL-PENDING-FILE.

       0240-COPIAR-DETALHE.
                   MOVE PEND-D-CONTA     TO REMD-CONTA
                   MOVE PEND-D-LIQUIDO   TO REMD-LIQUIDO
                   WRITE REMESSA-DETALHE
                   PERFORM 0245-REGISTRAR-CREDITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0245-REGISTRAR-CREDITO.
           INITIALIZE PAYROLL-CREDIT-RECORD.
           MOVE WRK-DATA-FOLHA   TO CRED-DATA-REMESSA.
           MOVE PEND-D-MATRICULA TO CRED-MATRICULA.
           MOVE PEND-D-NOME      TO CRED-NOME.
           MOVE PEND-D-BANCO     TO CRED-BANCO.
           MOVE PEND-D-AGENCIA   TO CRED-AGENCIA.
           MOVE PEND-D-CONTA     TO CRED-CONTA.
           MOVE PEND-D-LIQUIDO   TO CRED-LIQUIDO.
           MOVE 'E'              TO CRED-SITUACAO.
           MOVE WRK-DATA         TO CRED-DATA-SITUACAO.
           MOVE 'F'              TO CRED-ORIGEM.
           WRITE PAYROLL-CREDIT-RECORD.

      *    UM ARQUIVO DE LOG EM LINE SEQUENTIAL PRECISA EXISTIR
      *    ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A PRIMEIRA
      *    DECISAO REGISTRADA, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.

      *                     EXCECOES COMPARTILHADO (EXCPRTN), PARA QUE
      *                     A VARREDURA APARECA NO QUADRO DIARIO DE
      *                     REJEITOS JUNTO COM OS DEMAIS JOBS.
      *    15/10/2026  LCW  CLIENTE ANONIMIZADO (SITUACAO 'X', LGPDREQ)
      *                     NAO TEM MAIS CPF E FICA FORA DA VARREDURA.
      **********************************************

       ENVIRONMENT DIVISION.

       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           IF CLIENTE-ANONIMIZADO
               CONTINUE
           ELSE
           IF CUST-CPF IS NOT NUMERIC
               MOVE 'CPF COM CARACTERES INVALIDOS' TO WRK-MOTIVO
               PERFORM 0210-GRAVAR-EXCECAO
                   MOVE 'DIGITO VERIFICADOR INVALIDO' TO WRK-MOTIVO
                   PERFORM 0210-GRAVAR-EXCECAO
               END-IF
           END-IF
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF

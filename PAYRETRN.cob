       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRETRN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: RETORNO BANCARIO DOS CREDITOS DA FOLHA. O
      *              CREDITO DEVOLVIDO PELO BANCO (CONTA ENCERRADA,
      *              AGENCIA ERRADA) SO ERA DESCOBERTO QUANDO O
      *              FUNCIONARIO RECLAMAVA. ESTE JOB:
      *              1) LE O RETORNO DO BANCO (BANKRET), CONFERE O
      *                 TRAILER E MARCA CADA CREDITO DO REGISTRO DE
      *                 CREDITOS DA FOLHA (PAYCRED) COMO PAGO OU
      *                 REJEITADO, COM A OCORRENCIA E O MOTIVO DO
      *                 BANCO;
      *              2) PARA CADA CREDITO REJEITADO CUJOS DADOS
      *                 BANCARIOS JA FORAM CORRIGIDOS NO CADASTRO
      *                 (EMPMAINT), GERA A REMESSA DE REEMISSAO
      *                 (BANKREMR, LAYOUT BANKREM) SO COM OS
      *                 CREDITOS CORRIGIDOS; OS AINDA NAO CORRIGIDOS
      *                 SAEM LISTADOS PARA O RH;
      *              3) GRAVA O LOTE CONTABIL PAYRLEDG: O PAGO BAIXA
      *                 SALARIOS A PAGAR CONTRA O BANCO, O REJEITADO
      *                 PASSA PARA SALARIOS DEVOLVIDOS PELO BANCO -
      *                 O LIQUIDO NAO PAGO CONTINUA NO PASSIVO - E O
      *                 REEMITIDO VOLTA PARA SALARIOS A PAGAR, ONDE O
      *                 RETORNO DA REEMISSAO O BAIXA.
      *              SEM RETORNO DO BANCO O JOB SO FAZ A REEMISSAO;
      *              NADA A LANCAR TERMINA COM RC=4 E OS PASSOS DO
      *              LOTE SAO BYPASSADOS. RETORNO COM TRAILER QUE NAO
      *              CONFERE OU REGISTRO MAIOR QUE A TABELA TERMINA
      *              COM RC=8 SEM APLICAR NADA.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONTAS DOS LANCAMENTOS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN); OS VALORES FIXOS FICAM COMO
      *                     CONTA PADRAO SEM A TABELA.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-RETURN-FILE ASSIGN TO 'BANKRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.

           SELECT PAYROLL-CREDIT-FILE ASSIGN TO 'PAYCRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRED-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT BANK-REMITTANCE-FILE ASSIGN TO 'BANKREMR'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'PAYRLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-RETURN-FILE.
           COPY 'BANKRET.cob'.

       FD  PAYROLL-CREDIT-FILE.
           COPY 'PAYCRED.cob'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       FD  BANK-REMITTANCE-FILE.
           COPY 'BANKREM.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-RET-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CRED-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-RET-EOF                PIC X(01) VALUE 'N'.
           88  FIM-RETORNO                      VALUE 'S'.
       77  WRK-CRED-EOF               PIC X(01) VALUE 'N'.
           88  FIM-CREDITOS                     VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.

      *    CONTAS DA FOLHA NO PLANO (CHARTACC)
       77  WRK-CONTA-SAL-A-PAGAR      PIC 9(06) VALUE 210110.
       77  WRK-CONTA-SAL-DEVOLVIDOS   PIC 9(06) VALUE 210190.
       77  WRK-CONTA-BANCO            PIC 9(06) VALUE 100100.

      *    REGISTRO DE CREDITOS INTEIRO, REGRAVADO NO FECHAMENTO.
      *    UM REGISTRO MAIOR QUE A TABELA NAO PODE SER REGRAVADO
      *    SEM PERDER CREDITOS: O JOB PARA COM RC=8.
       01  TB-CREDITOS-TABELA.
           02  TB-CREDITO OCCURS 9999 TIMES INDEXED BY IX-CRED.
               03  TB-CRED-REGISTRO   PIC X(124).
       77  WRK-QT-CREDITOS            PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-CREDITOS        PIC 9(04) VALUE 9999.
       77  WRK-QT-ORIGINAIS           PIC 9(04) VALUE ZEROS.
       77  WRK-REGISTRO-SITUACAO      PIC X(01) VALUE 'S'.
           88  REGISTRO-DISPONIVEL              VALUE 'S'.
       77  WRK-REGISTRO-ALTERADO      PIC X(01) VALUE 'N'.
           88  REGISTRO-ALTERADO                VALUE 'S'.
       77  WRK-CRED-ACHADO            PIC X(01) VALUE 'N'.
           88  CRED-ACHADO                      VALUE 'S'.
       77  WRK-IX-CRED                PIC 9(04) VALUE ZEROS.
       77  WRK-EMP-ACHADO             PIC X(01) VALUE 'N'.
           88  EMP-ACHADO                       VALUE 'S'.

      *    CONFERENCIA DO RETORNO (1A PASSADA)
       77  WRK-RETORNO-SITUACAO       PIC X(01) VALUE 'A'.
           88  RETORNO-AUSENTE                  VALUE 'A'.
           88  RETORNO-CONFERE                  VALUE 'S'.
           88  RETORNO-DIVERGENTE               VALUE 'N'.
       77  WRK-DATA-RETORNO           PIC 9(08) VALUE ZEROS.
       77  WRK-QT-RET-DETALHES        PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-RETORNO           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RET-TRAILER-QT         PIC 9(05) VALUE ZEROS.
       77  WRK-RET-TRAILER-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RET-TEM-TRAILER        PIC X(01) VALUE 'N'.
           88  RETORNO-COM-TRAILER              VALUE 'S'.

       77  WRK-QT-PAGOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REJEITADOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-CREDITO         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REEMITIDOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-A-CORRIGIR          PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PAGO             PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-REJEITADO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-REEMITIDO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-A-CORRIGIR       PIC 9(11)V99 VALUE ZEROS.

      *    LINHAS DO LOTE CONTABIL, GRAVADAS SO NO FECHAMENTO
       01  TB-LINHAS-TABELA.
           02  TB-LINHA OCCURS 6 TIMES INDEXED BY IX-LIN.
               03  TB-LIN-CONTA       PIC 9(06).
               03  TB-LIN-TIPO        PIC X(01).
               03  TB-LIN-VALOR       PIC 9(07)V99.
       77  WRK-QT-LINHAS              PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LINHA-DEBITO           PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-CREDITO          PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-VALOR            PIC 9(11)V99 VALUE ZEROS.

       01  WRK-LOTE-RETORNO.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'RF'.
           02  WRK-LOTE-DATA          PIC 9(06).

       77  WRK-QT-DETALHES-REM        PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REMESSA          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-VALOR-ED               PIC $ZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-LIQUIDO-ED             PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'PAYRETRN'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'RETORNO BANCARIO DOS CREDITOS DA FOLHA'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           IF REGISTRO-DISPONIVEL
               PERFORM 0200-APLICAR-RETORNO
           END-IF.
           IF REGISTRO-DISPONIVEL AND NOT RETORNO-DIVERGENTE
               PERFORM 0300-REEMITIR-CORRIGIDOS
               PERFORM 0400-GRAVAR-ARQUIVOS
           ELSE
               MOVE 8 TO WRK-RC-FINAL
           END-IF.
           PERFORM 0500-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '==== RETORNO BANCARIO DOS CREDITOS DA FOLHA ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0110-CARREGAR-CREDITOS.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'PAGTO-SALARIO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-SAL-A-PAGAR
           END-CALL.
           MOVE 'PAGTO-SALARIO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-BANCO
           END-CALL.
           MOVE 'SAL-DEVOLVIDO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-SAL-DEVOLVIDOS
           END-CALL.

       0110-CARREGAR-CREDITOS.
           OPEN INPUT PAYROLL-CREDIT-FILE.
           IF WRK-CRED-STATUS = '35'
               DISPLAY 'REGISTRO DE CREDITOS (PAYCRED) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-CRED-EOF
           ELSE
               READ PAYROLL-CREDIT-FILE
                   AT END MOVE 'S' TO WRK-CRED-EOF
               END-READ
               PERFORM 0111-LER-CREDITO UNTIL FIM-CREDITOS
               CLOSE PAYROLL-CREDIT-FILE
           END-IF.

       0111-LER-CREDITO.
           IF WRK-QT-CREDITOS >= WRK-LIMITE-CREDITOS
               IF REGISTRO-DISPONIVEL
                   DISPLAY '*** TABELA DE CREDITOS CHEIA - PAYCRED '
                       'NAO SERA ATUALIZADO ***'
                   MOVE CRED-MATRICULA TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE CREDITOS DO PAYRETRN ESTOUROU'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
                   MOVE 'N' TO WRK-REGISTRO-SITUACAO
               END-IF
           ELSE
               ADD 1 TO WRK-QT-CREDITOS
               SET IX-CRED TO WRK-QT-CREDITOS
               MOVE PAYROLL-CREDIT-RECORD TO TB-CRED-REGISTRO (IX-CRED)
           END-IF.
           READ PAYROLL-CREDIT-FILE
               AT END MOVE 'S' TO WRK-CRED-EOF
           END-READ.

      *    O RETORNO SO E APLICADO INTEIRO: A 1A PASSADA CONFERE OS
      *    DETALHES CONTRA O TRAILER E A 2A MARCA OS CREDITOS.
       0200-APLICAR-RETORNO.
           PERFORM 0210-CONFERIR-RETORNO.
           IF RETORNO-CONFERE
               MOVE 'N' TO WRK-RET-EOF
               OPEN INPUT PAYROLL-RETURN-FILE
               READ PAYROLL-RETURN-FILE
                   AT END MOVE 'S' TO WRK-RET-EOF
               END-READ
               PERFORM 0220-APLICAR-DETALHE UNTIL FIM-RETORNO
               CLOSE PAYROLL-RETURN-FILE
               MOVE WRK-TOTAL-PAGO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'RETORNO DA REMESSA DE ' WRK-DATA-RETORNO
                   ': PAGOS ' WRK-QT-PAGOS ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0600-GRAVAR-LINHA-RPT
               MOVE WRK-TOTAL-REJEITADO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING '                                  REJEITADOS '
                   WRK-QT-REJEITADOS ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0600-GRAVAR-LINHA-RPT
           END-IF.

       0210-CONFERIR-RETORNO.
           OPEN INPUT PAYROLL-RETURN-FILE.
           IF WRK-RET-STATUS = '35'
               DISPLAY 'SEM RETORNO DO BANCO (BANKRET) - SO A '
                   'REEMISSAO DOS CORRIGIDOS'
           ELSE
               MOVE 'N' TO WRK-RET-EOF
               READ PAYROLL-RETURN-FILE
                   AT END MOVE 'S' TO WRK-RET-EOF
               END-READ
               PERFORM 0211-CONTAR-RETORNO UNTIL FIM-RETORNO
               CLOSE PAYROLL-RETURN-FILE
               IF RETORNO-COM-TRAILER
                  AND WRK-QT-RET-DETALHES = WRK-RET-TRAILER-QT
                  AND WRK-SOMA-RETORNO = WRK-RET-TRAILER-VALOR
                   MOVE 'S' TO WRK-RETORNO-SITUACAO
               ELSE
                   MOVE 'N' TO WRK-RETORNO-SITUACAO
                   DISPLAY '*** RETORNO DO BANCO NAO CONFERE COM O '
                       'TRAILER - NADA APLICADO ***'
                   MOVE WRK-DATA-RETORNO TO WRK-REFERENCIA-LOG
                   MOVE 'RETORNO DA FOLHA NAO CONFERE COM TRAILER'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.

       0211-CONTAR-RETORNO.
           EVALUATE RETFH-TIPO
               WHEN 'H'
                   MOVE RETFH-DATA TO WRK-DATA-RETORNO
               WHEN 'D'
                   ADD 1 TO WRK-QT-RET-DETALHES
                   ADD RETFD-LIQUIDO TO WRK-SOMA-RETORNO
               WHEN 'T'
                   MOVE 'S' TO WRK-RET-TEM-TRAILER
                   MOVE RETFT-QT-DETALHES TO WRK-RET-TRAILER-QT
                   MOVE RETFT-VALOR-TOTAL TO WRK-RET-TRAILER-VALOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PAYROLL-RETURN-FILE
               AT END MOVE 'S' TO WRK-RET-EOF
           END-READ.

      *    CADA DETALHE CASA COM O CREDITO AINDA ENVIADO DA MESMA
      *    REMESSA (DATA DO HEADER), MATRICULA E VALOR. DETALHE SEM
      *    CREDITO EM ABERTO (RETORNO JA PROCESSADO, REMESSA QUE
      *    NAO PASSOU PELA APROVACAO) VAI PARA O LOG DE EXCECOES.
       0220-APLICAR-DETALHE.
           IF RETFD-TIPO = 'D'
               ADD 1 TO WRK-CTLT-LIDOS
               PERFORM 0230-LOCALIZAR-CREDITO
               IF NOT CRED-ACHADO
                   ADD 1 TO WRK-QT-SEM-CREDITO
                   DISPLAY 'RETORNO DA MATRICULA ' RETFD-MATRICULA
                       ' SEM CREDITO ENVIADO NO PAYCRED - IGNORADO'
                   MOVE RETFD-MATRICULA TO WRK-REFERENCIA-LOG
                   MOVE 'RETORNO SEM CREDITO ENVIADO NO PAYCRED'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               ELSE
                   SET IX-CRED TO WRK-IX-CRED
                   MOVE TB-CRED-REGISTRO (IX-CRED)
                       TO PAYROLL-CREDIT-RECORD
                   MOVE RETFD-OCORRENCIA   TO CRED-OCORRENCIA
                   MOVE WRK-DATA-MOVIMENTO TO CRED-DATA-SITUACAO
                   IF CREDITO-EFETUADO
                       MOVE 'P' TO CRED-SITUACAO
                       MOVE SPACES TO CRED-MOTIVO
                       ADD 1 TO WRK-QT-PAGOS
                       ADD CRED-LIQUIDO TO WRK-TOTAL-PAGO
                   ELSE
                       MOVE 'R' TO CRED-SITUACAO
                       MOVE RETFD-MOTIVO TO CRED-MOTIVO
                       ADD 1 TO WRK-QT-REJEITADOS
                       ADD CRED-LIQUIDO TO WRK-TOTAL-REJEITADO
                       DISPLAY 'CREDITO DA MATRICULA ' CRED-MATRICULA
                           ' REJEITADO PELO BANCO: ' CRED-MOTIVO
                       MOVE CRED-MATRICULA TO WRK-REFERENCIA-LOG
                       MOVE 'CREDITO DE FOLHA REJEITADO PELO BANCO'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                   END-IF
                   MOVE PAYROLL-CREDIT-RECORD
                       TO TB-CRED-REGISTRO (IX-CRED)
                   MOVE 'S' TO WRK-REGISTRO-ALTERADO
               END-IF
           END-IF.
           READ PAYROLL-RETURN-FILE
               AT END MOVE 'S' TO WRK-RET-EOF
           END-READ.

       0230-LOCALIZAR-CREDITO.
           MOVE 'N' TO WRK-CRED-ACHADO.
           MOVE ZEROS TO WRK-IX-CRED.
           PERFORM 0231-PROCURAR-CREDITO
               VARYING IX-CRED FROM 1 BY 1
               UNTIL IX-CRED > WRK-QT-CREDITOS OR CRED-ACHADO.

       0231-PROCURAR-CREDITO.
           MOVE TB-CRED-REGISTRO (IX-CRED) TO PAYROLL-CREDIT-RECORD.
           IF CREDITO-ENVIADO
              AND CRED-DATA-REMESSA = WRK-DATA-RETORNO
              AND CRED-MATRICULA = RETFD-MATRICULA
              AND CRED-LIQUIDO = RETFD-LIQUIDO
               MOVE 'S' TO WRK-CRED-ACHADO
               SET WRK-IX-CRED TO IX-CRED
           END-IF.

      *    CREDITO REJEITADO CUJO CADASTRO JA TEM OUTRO BANCO,
      *    AGENCIA OU CONTA FOI CORRIGIDO PELO RH: SAI NA REMESSA
      *    DE REEMISSAO COM OS DADOS NOVOS, A LINHA ANTIGA FICA
      *    REEMITIDA E UMA LINHA NOVA, ENVIADA, ESPERA O RETORNO
      *    DA REEMISSAO. O QUE AINDA TEM OS MESMOS DADOS E LISTADO
      *    PARA O RH CORRIGIR NO EMPMAINT.
       0300-REEMITIR-CORRIGIDOS.
           OPEN OUTPUT BANK-REMITTANCE-FILE.
           INITIALIZE REMESSA-HEADER.
           MOVE 'H'                TO REMH-TIPO.
           MOVE WRK-DATA-MOVIMENTO TO REMH-DATA.
           MOVE 'REEMISSAO DE CREDITO DE FOLHA'
                                   TO REMH-DESCRICAO.
           WRITE REMESSA-HEADER.
           OPEN INPUT EMPLOYEE-MASTER.
           MOVE WRK-QT-CREDITOS TO WRK-QT-ORIGINAIS.
           PERFORM 0310-AVALIAR-REJEITADO
               VARYING IX-CRED FROM 1 BY 1
               UNTIL IX-CRED > WRK-QT-ORIGINAIS.
           CLOSE EMPLOYEE-MASTER.
           INITIALIZE REMESSA-TRAILER.
           MOVE 'T'                 TO REMT-TIPO.
           MOVE WRK-QT-DETALHES-REM TO REMT-QT-DETALHES.
           MOVE WRK-TOTAL-REMESSA   TO REMT-VALOR-TOTAL.
           WRITE REMESSA-TRAILER.
           CLOSE BANK-REMITTANCE-FILE.

       0310-AVALIAR-REJEITADO.
           MOVE TB-CRED-REGISTRO (IX-CRED) TO PAYROLL-CREDIT-RECORD.
           IF CREDITO-REJEITADO
               MOVE CRED-MATRICULA TO EMP-NUMERO
               MOVE 'S' TO WRK-EMP-ACHADO
               READ EMPLOYEE-MASTER
                   INVALID KEY MOVE 'N' TO WRK-EMP-ACHADO
               END-READ
               IF EMP-ACHADO
                  AND EMP-BANCO > ZEROS AND EMP-CONTA > ZEROS
                  AND (EMP-BANCO NOT = CRED-BANCO
                       OR EMP-AGENCIA NOT = CRED-AGENCIA
                       OR EMP-CONTA NOT = CRED-CONTA)
                  AND WRK-QT-CREDITOS < WRK-LIMITE-CREDITOS
                   PERFORM 0320-REEMITIR-CREDITO
               ELSE
                   PERFORM 0330-LISTAR-A-CORRIGIR
               END-IF
           END-IF.

       0320-REEMITIR-CREDITO.
           MOVE 'T' TO CRED-SITUACAO.
           MOVE WRK-DATA-MOVIMENTO TO CRED-DATA-SITUACAO.
           MOVE PAYROLL-CREDIT-RECORD TO TB-CRED-REGISTRO (IX-CRED).
           MOVE WRK-DATA-MOVIMENTO TO CRED-DATA-REMESSA.
           MOVE EMP-BANCO          TO CRED-BANCO.
           MOVE EMP-AGENCIA        TO CRED-AGENCIA.
           MOVE EMP-CONTA          TO CRED-CONTA.
           MOVE 'E'                TO CRED-SITUACAO.
           MOVE SPACES             TO CRED-OCORRENCIA CRED-MOTIVO.
           MOVE 'R'                TO CRED-ORIGEM.
           ADD 1 TO WRK-QT-CREDITOS.
           MOVE PAYROLL-CREDIT-RECORD
               TO TB-CRED-REGISTRO (WRK-QT-CREDITOS).
           MOVE 'S' TO WRK-REGISTRO-ALTERADO.
           INITIALIZE REMESSA-DETALHE.
           MOVE 'D'            TO REMD-TIPO.
           MOVE CRED-MATRICULA TO REMD-MATRICULA.
           MOVE CRED-NOME      TO REMD-NOME.
           MOVE CRED-BANCO     TO REMD-BANCO.
           MOVE CRED-AGENCIA   TO REMD-AGENCIA.
           MOVE CRED-CONTA     TO REMD-CONTA.
           MOVE CRED-LIQUIDO   TO REMD-LIQUIDO.
           WRITE REMESSA-DETALHE.
           ADD 1 TO WRK-QT-DETALHES-REM.
           ADD CRED-LIQUIDO TO WRK-TOTAL-REMESSA.
           ADD 1 TO WRK-QT-REEMITIDOS.
           ADD CRED-LIQUIDO TO WRK-TOTAL-REEMITIDO.
           MOVE CRED-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'REEMITIDO   ' CRED-MATRICULA ' ' CRED-NOME ' '
               WRK-LIQUIDO-ED ' ' CRED-BANCO '/' CRED-AGENCIA '/'
               CRED-CONTA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0600-GRAVAR-LINHA-RPT.

       0330-LISTAR-A-CORRIGIR.
           ADD 1 TO WRK-QT-A-CORRIGIR.
           ADD CRED-LIQUIDO TO WRK-TOTAL-A-CORRIGIR.
           MOVE CRED-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'A CORRIGIR  ' CRED-MATRICULA ' ' CRED-NOME ' '
               WRK-LIQUIDO-ED ' ' CRED-BANCO '/' CRED-AGENCIA '/'
               CRED-CONTA ' ' CRED-MOTIVO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0600-GRAVAR-LINHA-RPT.

       0400-GRAVAR-ARQUIVOS.
           IF REGISTRO-ALTERADO
               OPEN OUTPUT PAYROLL-CREDIT-FILE
               PERFORM 0410-GRAVAR-CREDITO
                   VARYING IX-CRED FROM 1 BY 1
                   UNTIL IX-CRED > WRK-QT-CREDITOS
               CLOSE PAYROLL-CREDIT-FILE
           END-IF.
           IF WRK-TOTAL-PAGO > ZEROS
               MOVE WRK-CONTA-SAL-A-PAGAR    TO WRK-LINHA-DEBITO
               MOVE WRK-CONTA-BANCO          TO WRK-LINHA-CREDITO
               MOVE WRK-TOTAL-PAGO           TO WRK-LINHA-VALOR
               PERFORM 0420-GUARDAR-PAR-DE-LINHAS
           END-IF.
           IF WRK-TOTAL-REJEITADO > ZEROS
               MOVE WRK-CONTA-SAL-A-PAGAR    TO WRK-LINHA-DEBITO
               MOVE WRK-CONTA-SAL-DEVOLVIDOS TO WRK-LINHA-CREDITO
               MOVE WRK-TOTAL-REJEITADO      TO WRK-LINHA-VALOR
               PERFORM 0420-GUARDAR-PAR-DE-LINHAS
           END-IF.
           IF WRK-TOTAL-REEMITIDO > ZEROS
               MOVE WRK-CONTA-SAL-DEVOLVIDOS TO WRK-LINHA-DEBITO
               MOVE WRK-CONTA-SAL-A-PAGAR    TO WRK-LINHA-CREDITO
               MOVE WRK-TOTAL-REEMITIDO      TO WRK-LINHA-VALOR
               PERFORM 0420-GUARDAR-PAR-DE-LINHAS
           END-IF.
           IF WRK-QT-LINHAS > ZEROS
               PERFORM 0430-GRAVAR-LOTE
           ELSE
      *    NOITE SEM RETORNO NEM REEMISSAO NAO E ERRO: RETURN-CODE
      *    4 AVISA A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING.
               DISPLAY 'NADA A LANCAR DO RETORNO DA FOLHA NA DATA '
                   WRK-DATA-MOVIMENTO
               MOVE 4 TO WRK-RC-FINAL
           END-IF.

       0410-GRAVAR-CREDITO.
           MOVE TB-CRED-REGISTRO (IX-CRED) TO PAYROLL-CREDIT-RECORD.
           WRITE PAYROLL-CREDIT-RECORD.

      *    O CAMPO DE VALOR DO LAYOUT LEDGTRAN E 9(07)V99; UM TOTAL
      *    MAIOR QUE ISSO TRUNCARIA O LANCAMENTO EM SILENCIO, ENTAO
      *    O DESVIO E GRITADO E REGISTRADO ANTES DE GRAVAR.
       0420-GUARDAR-PAR-DE-LINHAS.
           IF WRK-LINHA-VALOR > 9999999,99
               DISPLAY 'ATENCAO: TOTAL EXCEDE O CAMPO DO LANCAMENTO '
                   'CONTABIL - VALOR TRUNCADO'
               MOVE WRK-LOTE-RETORNO TO WRK-REFERENCIA-LOG
               MOVE 'TOTAL DO RETORNO EXCEDE CAMPO DO LEDGTRAN'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-LINHA-DEBITO  TO TB-LIN-CONTA (IX-LIN).
           MOVE 'D'               TO TB-LIN-TIPO (IX-LIN).
           MOVE WRK-LINHA-VALOR   TO TB-LIN-VALOR (IX-LIN).
           ADD TB-LIN-VALOR (IX-LIN) TO WRK-SOMA-DEBITOS.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-LINHA-CREDITO TO TB-LIN-CONTA (IX-LIN).
           MOVE 'C'               TO TB-LIN-TIPO (IX-LIN).
           MOVE WRK-LINHA-VALOR   TO TB-LIN-VALOR (IX-LIN).
           ADD TB-LIN-VALOR (IX-LIN) TO WRK-SOMA-CREDITOS.

       0430-GRAVAR-LOTE.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                TO LOTE-H-TIPO.
           MOVE WRK-LOTE-RETORNO   TO LOTE-H-LOTE.
           MOVE WRK-DATA-MOVIMENTO TO LOTE-H-DATA.
           WRITE LEDGER-BATCH-HEADER.
           PERFORM 0431-GRAVAR-LINHA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > WRK-QT-LINHAS.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'               TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS     TO LOTE-T-QT-PREVISTA.
           MOVE WRK-SOMA-DEBITOS  TO LOTE-T-TOTAL-DEBITOS.
           MOVE WRK-SOMA-CREDITOS TO LOTE-T-TOTAL-CREDITOS.
           WRITE LEDGER-BATCH-TRAILER.
           CLOSE LEDGER-TRANSACTION-FILE.
           DISPLAY 'LOTE ' WRK-LOTE-RETORNO ' GRAVADO COM '
               WRK-QT-LINHAS ' LINHA(S) - SEGUE PARA O '
               'LEDGEDIT/POSTING'.

       0431-GRAVAR-LINHA.
           INITIALIZE TRANSACTION-RECORD.
           MOVE 'D'                   TO TRAN-REG-TIPO.
           MOVE TB-LIN-CONTA (IX-LIN) TO TRAN-CONTA.
           MOVE TB-LIN-TIPO (IX-LIN)  TO TRAN-TIPO.
           MOVE TB-LIN-VALOR (IX-LIN) TO TRAN-VALOR.
           WRITE TRANSACTION-RECORD.

       0500-FINALIZAR.
           MOVE WRK-TOTAL-REEMITIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'REEMITIDOS NA BANKREMR ' WRK-QT-REEMITIDOS ' '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0600-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-A-CORRIGIR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'A CORRIGIR NO EMPMAINT ' WRK-QT-A-CORRIGIR ' '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0600-GRAVAR-LINHA-RPT.
           DISPLAY ' ---------------------- '.
           DISPLAY 'DETALHES DO RETORNO      : ' WRK-CTLT-LIDOS.
           DISPLAY 'CREDITOS PAGOS           : ' WRK-QT-PAGOS.
           DISPLAY 'CREDITOS REJEITADOS      : ' WRK-QT-REJEITADOS.
           DISPLAY 'RETORNOS SEM CREDITO     : ' WRK-QT-SEM-CREDITO.
           DISPLAY 'CREDITOS REEMITIDOS      : ' WRK-QT-REEMITIDOS.
           DISPLAY 'CREDITOS A CORRIGIR      : ' WRK-QT-A-CORRIGIR.
           COMPUTE WRK-CTLT-PROCESSADOS =
               WRK-QT-PAGOS + WRK-QT-REJEITADOS.
           MOVE WRK-QT-SEM-CREDITO TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FIM DO RETORNO BANCARIO DA FOLHA '.

       0600-GRAVAR-LINHA-RPT.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

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

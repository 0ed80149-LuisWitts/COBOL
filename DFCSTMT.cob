       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFCSTMT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: DEMONSTRACAO DOS FLUXOS DE CAIXA (DFC) PELO
      *              METODO INDIRETO, COMPANHEIRA DA DRE E DO
      *              BALANCO DO FINSTMT. PARA O PERIODO INFORMADO
      *              (AAAAMM INICIAL E FINAL), TIRA DO HISTORICO DE
      *              LANCAMENTOS (LEDGHIST) O SALDO DE CADA CONTA NO
      *              INICIO E NO FIM DO PERIODO E PARTE DO LUCRO
      *              LIQUIDO (VARIACAO DAS CONTAS DE RECEITA E
      *              DESPESA), SOMANDO OS AJUSTES SEM EFEITO CAIXA
      *              (DEPRECIACAO, PROVISOES) E A VARIACAO DO
      *              CAPITAL DE GIRO (RECEBIVEIS, ESTOQUES,
      *              FORNECEDORES, OBRIGACOES TRABALHISTAS,
      *              TRIBUTOS) NAS ATIVIDADES OPERACIONAIS, E
      *              SEPARANDO AS DE INVESTIMENTO E FINANCIAMENTO.
      *              A CLASSIFICACAO VEM DO GRUPO DE CADA CONTA
      *              (CHART-GRUPO -> GRP-FLUXO NO ACCGROUP). A
      *              VARIACAO LIQUIDA TEM DE FECHAR COM A VARIACAO
      *              DAS CONTAS DE CAIXA (GRUPOS 'C'); SE NAO FECHAR
      *              A DIFERENCA SAI NO RELATORIO, VAI PARA O LOG E O
      *              PROGRAMA TERMINA COM RC=8.
      *              O LOTE DE ENCERRAMENTO DO EXERCICIO ('EN', DO
      *              LEDGYEND) NAO E FLUXO: SAI DA VARIACAO DAS
      *              CONTAS DE RESULTADO E DO PATRIMONIO LIQUIDO.
      *              CONVENCAO DE SINAL DO POSTING (PROGCOB07):
      *              CREDITO SOMA E DEBITO SUBTRAI; AUMENTO DE
      *              ATIVO (SALDO MAIS DEVEDOR) CONSOME CAIXA E
      *              AUMENTO DE PASSIVO GERA CAIXA, QUE E O PROPRIO
      *              SINAL DA VARIACAO DO SALDO.
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
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'CHARTACC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

           SELECT ACCOUNT-GROUP-FILE ASSIGN TO 'ACCGROUP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRP-STATUS.

           SELECT LEDGER-HISTORY-FILE ASSIGN TO 'LEDGHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS-FILE.
           COPY 'CHARTACC.cob'.

       FD  ACCOUNT-GROUP-FILE.
           COPY 'ACCGROUP.cob'.

       FD  LEDGER-HISTORY-FILE.
           COPY 'LEDGHIST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PLANO-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-GRP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-HIST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-ANO-MES-INICIAL        PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-MES-FINAL          PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-INICIAL.
           02  WRK-DI-ANO-MES         PIC 9(06).
           02  WRK-DI-DIA             PIC 9(02) VALUE 01.
       01  WRK-DATA-FINAL.
           02  WRK-DF-ANO-MES         PIC 9(06).
           02  WRK-DF-DIA             PIC 9(02) VALUE 31.
       01  WRK-MES-INFORMADO.
           02  WRK-MI-ANO             PIC 9(04).
           02  WRK-MI-MES             PIC 9(02).
       77  WRK-QT-LIDOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-NO-PERIODO          PIC 9(07) VALUE ZEROS.

      *    GRUPOS DO ACCGROUP COM A CLASSIFICACAO DE FLUXO E A
      *    VARIACAO DO PERIODO; O PRIMEIRO SLOT RECEBE AS CONTAS
      *    DE ATIVO/PASSIVO SEM GRUPO OU SEM CLASSIFICACAO
       01  TB-GRUPOS-TABELA.
           02  TB-GRUPO OCCURS 25 TIMES INDEXED BY IX-GRP.
               03  TB-GRP-CODIGO      PIC X(03).
               03  TB-GRP-DESCRICAO   PIC X(25).
               03  TB-GRP-CLASSE      PIC X(01).
               03  TB-GRP-FLUXO       PIC X(01).
               03  TB-GRP-VARIACAO    PIC S9(11)V99.
               03  TB-GRP-MOVIMENTO   PIC X(01).
                   88  GRUPO-COM-MOVIMENTO      VALUE 'S'.
       77  WRK-QT-GRUPOS              PIC 9(02) VALUE ZEROS.
       77  WRK-GRP-ACHADO             PIC X(01) VALUE 'N'.
           88  GRUPO-ACHADO                     VALUE 'S'.
       77  WRK-IX-GRP                 PIC 9(02) VALUE ZEROS.

      *    CONTAS DO PLANO COM OS SALDOS DO INICIO E DO FIM DO
      *    PERIODO E O QUE O LOTE DE ENCERRAMENTO MOVIMENTOU
       01  TB-CONTAS-TABELA.
           02  TB-CONTA OCCURS 200 TIMES INDEXED BY IX-CONTA.
               03  TB-CONTA-NUMERO    PIC 9(06).
               03  TB-CONTA-TIPO      PIC X(01).
               03  TB-CONTA-GRUPO     PIC X(03).
               03  TB-CONTA-SALDO-INI PIC S9(09)V99.
               03  TB-CONTA-SALDO-FIM PIC S9(09)V99.
               03  TB-CONTA-ENCERRA   PIC S9(09)V99.
       77  WRK-QT-CONTAS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CONTAS          PIC 9(03) VALUE 200.
       77  WRK-CONTA-ACHADA           PIC X(01) VALUE 'N'.
           88  CONTA-ACHADA                     VALUE 'S'.
       77  WRK-IX-CONTA               PIC 9(03) VALUE ZEROS.
       77  WRK-GRUPO-DA-CONTA         PIC X(03) VALUE SPACES.

       77  WRK-VARIACAO               PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-LANCAMENTO       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-LUCRO-LIQUIDO          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CAIXA-INICIAL          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CAIXA-FINAL            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VARIACAO-CAIXA         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-OPERACIONAL      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-INVESTIMENTO     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-FINANCIAMENTO    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SECAO            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VARIACAO-LIQUIDA       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-FLUXO-ALVO             PIC X(01) VALUE SPACES.
       77  WRK-QT-SEM-CLASSIFICACAO   PIC 9(03) VALUE ZEROS.

      *    LINHA DA DEMONSTRACAO: ROTULO E VALOR
       01  WRK-LINHA-DFC.
           02  WRK-LD-ROTULO          PIC X(50).
           02  WRK-LD-VALOR           PIC -(11)9,99.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'DFCSTMT'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'DEMONSTRACAO DOS FLUXOS DE CAIXA'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0200-APURAR-SALDOS
               PERFORM 0300-CLASSIFICAR-VARIACOES
               PERFORM 0400-IMPRIMIR-DFC
           END-IF.
           PERFORM 0500-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'PERIODO INICIAL DA DFC (AAAAMM) ...'.
           ACCEPT WRK-ANO-MES-INICIAL.
           DISPLAY 'PERIODO FINAL DA DFC (AAAAMM, ZERO = O MESMO) ...'.
           ACCEPT WRK-ANO-MES-FINAL.
           IF WRK-ANO-MES-FINAL IS NOT NUMERIC
              OR WRK-ANO-MES-FINAL = ZEROS
               MOVE WRK-ANO-MES-INICIAL TO WRK-ANO-MES-FINAL
           END-IF.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-ANO-MES-INICIAL TO WRK-MES-INFORMADO.
           IF WRK-ANO-MES-INICIAL IS NOT NUMERIC
              OR WRK-MI-MES < 1 OR WRK-MI-MES > 12
              OR WRK-ANO-MES-FINAL < WRK-ANO-MES-INICIAL
               DISPLAY 'PERIODO INVALIDO: ' WRK-ANO-MES-INICIAL
                   ' A ' WRK-ANO-MES-FINAL
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               MOVE WRK-ANO-MES-FINAL TO WRK-MES-INFORMADO
               IF WRK-MI-MES < 1 OR WRK-MI-MES > 12
                   DISPLAY 'PERIODO INVALIDO: ' WRK-ANO-MES-INICIAL
                       ' A ' WRK-ANO-MES-FINAL
                   MOVE 8 TO WRK-RC-FINAL
               END-IF
           END-IF.
           IF WRK-RC-FINAL = ZEROS
               MOVE WRK-ANO-MES-INICIAL TO WRK-DI-ANO-MES
               MOVE WRK-ANO-MES-FINAL   TO WRK-DF-ANO-MES
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'PERIODO ' WRK-ANO-MES-INICIAL ' A '
                   WRK-ANO-MES-FINAL ' - METODO INDIRETO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0910-REGISTRAR-LINHA
               PERFORM 0110-CARREGAR-GRUPOS
               PERFORM 0120-CARREGAR-PLANO
           END-IF.

       0110-CARREGAR-GRUPOS.
           INITIALIZE TB-GRUPOS-TABELA.
           MOVE 1 TO WRK-QT-GRUPOS.
           MOVE 'SEM CLASSIFICACAO' TO TB-GRP-DESCRICAO (1).
           MOVE 'O' TO TB-GRP-FLUXO (1).
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ACCOUNT-GROUP-FILE.
           IF WRK-GRP-STATUS = '35'
               DISPLAY 'CADASTRO DE GRUPOS (ACCGROUP) AUSENTE - '
                   'TUDO SAIRA SEM CLASSIFICACAO'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ ACCOUNT-GROUP-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-GRUPO UNTIL FIM-ARQUIVO
               CLOSE ACCOUNT-GROUP-FILE
           END-IF.

       0111-LER-GRUPO.
           IF WRK-QT-GRUPOS < 25
               ADD 1 TO WRK-QT-GRUPOS
               SET IX-GRP TO WRK-QT-GRUPOS
               MOVE GRP-CODIGO    TO TB-GRP-CODIGO (IX-GRP)
               MOVE GRP-DESCRICAO TO TB-GRP-DESCRICAO (IX-GRP)
               MOVE GRP-CLASSE    TO TB-GRP-CLASSE (IX-GRP)
               IF FLUXO-CAIXA OR FLUXO-AJUSTE OR FLUXO-OPERACIONAL
                  OR FLUXO-INVESTIMENTO OR FLUXO-FINANCIAMENTO
                   MOVE GRP-FLUXO TO TB-GRP-FLUXO (IX-GRP)
               ELSE
                   MOVE SPACES    TO TB-GRP-FLUXO (IX-GRP)
               END-IF
           END-IF.
           READ ACCOUNT-GROUP-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-PLANO.
           INITIALIZE TB-CONTAS-TABELA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WRK-PLANO-STATUS = '35'
               DISPLAY 'PLANO DE CONTAS (CHARTACC) AUSENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-CONTA UNTIL FIM-ARQUIVO
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.

       0121-LER-CONTA.
           IF WRK-QT-CONTAS < WRK-LIMITE-CONTAS
               ADD 1 TO WRK-QT-CONTAS
               SET IX-CONTA TO WRK-QT-CONTAS
               MOVE CHART-CONTA TO TB-CONTA-NUMERO (IX-CONTA)
               MOVE CHART-TIPO  TO TB-CONTA-TIPO (IX-CONTA)
               MOVE CHART-GRUPO TO TB-CONTA-GRUPO (IX-CONTA)
           END-IF.
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    O HISTORICO E CRONOLOGICO (COMO NO LEDGSTMT): O SALDO DO
      *    ULTIMO MOVIMENTO ANTES DO PERIODO E O SALDO INICIAL, O
      *    DO ULTIMO MOVIMENTO ATE O FIM DO PERIODO E O FINAL.
       0200-APURAR-SALDOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT LEDGER-HISTORY-FILE.
           IF WRK-HIST-STATUS = '35'
               DISPLAY 'HISTORICO DO RAZAO (LEDGHIST) AUSENTE - '
                   'DFC VAZIA'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ LEDGER-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0210-LER-LANCAMENTO UNTIL FIM-ARQUIVO
               CLOSE LEDGER-HISTORY-FILE
           END-IF.

       0210-LER-LANCAMENTO.
           ADD 1 TO WRK-QT-LIDOS.
           IF HIST-DATA NOT > WRK-DATA-FINAL
               PERFORM 0220-LOCALIZAR-CONTA
               IF WRK-IX-CONTA > ZEROS
                   SET IX-CONTA TO WRK-IX-CONTA
                   MOVE HIST-SALDO TO TB-CONTA-SALDO-FIM (IX-CONTA)
                   IF HIST-DATA < WRK-DATA-INICIAL
                       MOVE HIST-SALDO
                           TO TB-CONTA-SALDO-INI (IX-CONTA)
                   ELSE
                       ADD 1 TO WRK-QT-NO-PERIODO
                       IF HIST-LOTE (1:2) = 'EN'
                           PERFORM 0230-SOMAR-ENCERRAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ LEDGER-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CONTA DO HISTORICO FORA DO PLANO ENTRA SEM TIPO E SEM
      *    GRUPO (CAI EM 'SEM CLASSIFICACAO'), PARA A DFC CONTINUAR
      *    FECHANDO COM O CAIXA.
       0220-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           MOVE ZEROS TO WRK-IX-CONTA.
           PERFORM 0221-PROCURAR-CONTA
               VARYING IX-CONTA FROM 1 BY 1
               UNTIL IX-CONTA > WRK-QT-CONTAS OR CONTA-ACHADA.
           IF NOT CONTA-ACHADA
              AND WRK-QT-CONTAS < WRK-LIMITE-CONTAS
               ADD 1 TO WRK-QT-CONTAS
               MOVE WRK-QT-CONTAS TO WRK-IX-CONTA
               SET IX-CONTA TO WRK-IX-CONTA
               MOVE HIST-CONTA TO TB-CONTA-NUMERO (IX-CONTA)
               MOVE SPACES TO TB-CONTA-TIPO (IX-CONTA)
                   TB-CONTA-GRUPO (IX-CONTA)
               MOVE ZEROS TO TB-CONTA-SALDO-INI (IX-CONTA)
                   TB-CONTA-SALDO-FIM (IX-CONTA)
                   TB-CONTA-ENCERRA (IX-CONTA)
               MOVE HIST-CONTA TO WRK-REFERENCIA-LOG
               MOVE 'CONTA DO HISTORICO FORA DO PLANO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.

       0221-PROCURAR-CONTA.
           IF TB-CONTA-NUMERO (IX-CONTA) = HIST-CONTA
               MOVE 'S' TO WRK-CONTA-ACHADA
               SET WRK-IX-CONTA TO IX-CONTA
           END-IF.

       0230-SOMAR-ENCERRAMENTO.
           IF HIST-TIPO = 'C'
               MOVE HIST-VALOR TO WRK-VALOR-LANCAMENTO
           ELSE
               COMPUTE WRK-VALOR-LANCAMENTO = HIST-VALOR * -1
           END-IF.
           ADD WRK-VALOR-LANCAMENTO TO TB-CONTA-ENCERRA (IX-CONTA).

      *    VARIACAO DE CADA CONTA SEM O ENCERRAMENTO: RECEITA E
      *    DESPESA FORMAM O LUCRO LIQUIDO, CAIXA FORMA OS SALDOS DE
      *    CAIXA E O RESTO VAI PARA O GRUPO DA CONTA.
       0300-CLASSIFICAR-VARIACOES.
           PERFORM 0310-CLASSIFICAR-CONTA
               VARYING IX-CONTA FROM 1 BY 1
               UNTIL IX-CONTA > WRK-QT-CONTAS.
           COMPUTE WRK-VARIACAO-CAIXA =
               (WRK-CAIXA-FINAL - WRK-CAIXA-INICIAL) * -1.

       0310-CLASSIFICAR-CONTA.
           COMPUTE WRK-VARIACAO = TB-CONTA-SALDO-FIM (IX-CONTA)
               - TB-CONTA-SALDO-INI (IX-CONTA)
               - TB-CONTA-ENCERRA (IX-CONTA).
           MOVE TB-CONTA-GRUPO (IX-CONTA) TO WRK-GRUPO-DA-CONTA.
           PERFORM 0320-LOCALIZAR-GRUPO.
           SET IX-GRP TO WRK-IX-GRP.
           EVALUATE TRUE
               WHEN TB-CONTA-TIPO (IX-CONTA) = 'R'
                 OR TB-CONTA-TIPO (IX-CONTA) = 'D'
                   ADD WRK-VARIACAO TO WRK-LUCRO-LIQUIDO
               WHEN TB-GRP-FLUXO (IX-GRP) = 'C'
                   ADD TB-CONTA-SALDO-INI (IX-CONTA)
                       TO WRK-CAIXA-INICIAL
                   ADD TB-CONTA-SALDO-FIM (IX-CONTA)
                       TO WRK-CAIXA-FINAL
               WHEN OTHER
                   IF WRK-IX-GRP = 1 AND WRK-VARIACAO NOT = ZEROS
                       ADD 1 TO WRK-QT-SEM-CLASSIFICACAO
                       DISPLAY 'AVISO: CONTA ' TB-CONTA-NUMERO
                           (IX-CONTA) ' SEM CLASSIFICACAO DE FLUXO '
                           '(GRUPO ' WRK-GRUPO-DA-CONTA ')'
                   END-IF
                   ADD WRK-VARIACAO TO TB-GRP-VARIACAO (IX-GRP)
                   IF WRK-VARIACAO NOT = ZEROS
                       MOVE 'S' TO TB-GRP-MOVIMENTO (IX-GRP)
                   END-IF
           END-EVALUATE.

      *    GRUPO DESCONHECIDO, EM BRANCO OU SEM CLASSIFICACAO DE
      *    FLUXO FICA NO PRIMEIRO SLOT
       0320-LOCALIZAR-GRUPO.
           MOVE 'N' TO WRK-GRP-ACHADO.
           MOVE 1 TO WRK-IX-GRP.
           PERFORM 0321-PROCURAR-GRUPO
               VARYING IX-GRP FROM 2 BY 1
               UNTIL IX-GRP > WRK-QT-GRUPOS OR GRUPO-ACHADO.

       0321-PROCURAR-GRUPO.
           IF TB-GRP-CODIGO (IX-GRP) = WRK-GRUPO-DA-CONTA
              AND WRK-GRUPO-DA-CONTA NOT = SPACES
               MOVE 'S' TO WRK-GRP-ACHADO
               IF TB-GRP-FLUXO (IX-GRP) NOT = SPACES
                   SET WRK-IX-GRP TO IX-GRP
               END-IF
           END-IF.

       0400-IMPRIMIR-DFC.
           MOVE 'ATIVIDADES OPERACIONAIS' TO WRK-RPT-LINHA.
           PERFORM 0910-REGISTRAR-LINHA.
           MOVE '  LUCRO LIQUIDO DO PERIODO' TO WRK-LD-ROTULO.
           MOVE WRK-LUCRO-LIQUIDO TO WRK-LD-VALOR.
           PERFORM 0900-REGISTRAR-LINHA-DFC.
           MOVE WRK-LUCRO-LIQUIDO TO WRK-TOTAL-OPERACIONAL.
           MOVE '  AJUSTES SEM EFEITO CAIXA' TO WRK-RPT-LINHA.
           PERFORM 0910-REGISTRAR-LINHA.
           MOVE 'A' TO WRK-FLUXO-ALVO.
           PERFORM 0410-IMPRIMIR-SECAO.
           ADD WRK-TOTAL-SECAO TO WRK-TOTAL-OPERACIONAL.
           MOVE '  VARIACAO DO CAPITAL DE GIRO' TO WRK-RPT-LINHA.
           PERFORM 0910-REGISTRAR-LINHA.
           MOVE 'O' TO WRK-FLUXO-ALVO.
           PERFORM 0410-IMPRIMIR-SECAO.
           ADD WRK-TOTAL-SECAO TO WRK-TOTAL-OPERACIONAL.
           MOVE '(A) CAIXA LIQUIDO DAS ATIVIDADES OPERACIONAIS'
               TO WRK-LD-ROTULO.
           MOVE WRK-TOTAL-OPERACIONAL TO WRK-LD-VALOR.
           PERFORM 0900-REGISTRAR-LINHA-DFC.
           MOVE 'ATIVIDADES DE INVESTIMENTO' TO WRK-RPT-LINHA.
           PERFORM 0910-REGISTRAR-LINHA.
           MOVE 'I' TO WRK-FLUXO-ALVO.
           PERFORM 0410-IMPRIMIR-SECAO.
           MOVE WRK-TOTAL-SECAO TO WRK-TOTAL-INVESTIMENTO.
           MOVE '(B) CAIXA LIQUIDO DAS ATIVIDADES DE INVESTIMENTO'
               TO WRK-LD-ROTULO.
           MOVE WRK-TOTAL-INVESTIMENTO TO WRK-LD-VALOR.
           PERFORM 0900-REGISTRAR-LINHA-DFC.
           MOVE 'ATIVIDADES DE FINANCIAMENTO' TO WRK-RPT-LINHA.
           PERFORM 0910-REGISTRAR-LINHA.
           MOVE 'F' TO WRK-FLUXO-ALVO.
           PERFORM 0410-IMPRIMIR-SECAO.
           MOVE WRK-TOTAL-SECAO TO WRK-TOTAL-FINANCIAMENTO.
           MOVE '(C) CAIXA LIQUIDO DAS ATIVIDADES DE FINANCIAMENTO'
               TO WRK-LD-ROTULO.
           MOVE WRK-TOTAL-FINANCIAMENTO TO WRK-LD-VALOR.
           PERFORM 0900-REGISTRAR-LINHA-DFC.
           COMPUTE WRK-VARIACAO-LIQUIDA = WRK-TOTAL-OPERACIONAL
               + WRK-TOTAL-INVESTIMENTO + WRK-TOTAL-FINANCIAMENTO.
           PERFORM 0420-IMPRIMIR-CONFERENCIA.

      *    UMA LINHA POR GRUPO DA SECAO COM VARIACAO NO PERIODO
       0410-IMPRIMIR-SECAO.
           MOVE ZEROS TO WRK-TOTAL-SECAO.
           PERFORM 0411-IMPRIMIR-GRUPO
               VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > WRK-QT-GRUPOS.

       0411-IMPRIMIR-GRUPO.
           IF TB-GRP-FLUXO (IX-GRP) = WRK-FLUXO-ALVO
              AND GRUPO-COM-MOVIMENTO (IX-GRP)
               ADD TB-GRP-VARIACAO (IX-GRP) TO WRK-TOTAL-SECAO
               MOVE SPACES TO WRK-LD-ROTULO
               STRING '    ' TB-GRP-DESCRICAO (IX-GRP)
                   DELIMITED BY SIZE INTO WRK-LD-ROTULO
               END-STRING
               MOVE TB-GRP-VARIACAO (IX-GRP) TO WRK-LD-VALOR
               PERFORM 0900-REGISTRAR-LINHA-DFC
           END-IF.

      *    A VARIACAO LIQUIDA (A+B+C) TEM DE SER A VARIACAO DAS
      *    CONTAS DE CAIXA, EXIBIDAS NO SINAL DE ATIVO (DEVEDOR
      *    POSITIVO).
       0420-IMPRIMIR-CONFERENCIA.
           MOVE 'VARIACAO LIQUIDA DE CAIXA (A+B+C)' TO WRK-LD-ROTULO.
           MOVE WRK-VARIACAO-LIQUIDA TO WRK-LD-VALOR.
           PERFORM 0900-REGISTRAR-LINHA-DFC.
           MOVE 'CAIXA NO INICIO DO PERIODO' TO WRK-LD-ROTULO.
           COMPUTE WRK-LD-VALOR = WRK-CAIXA-INICIAL * -1.
           PERFORM 0900-REGISTRAR-LINHA-DFC.
           MOVE 'CAIXA NO FIM DO PERIODO' TO WRK-LD-ROTULO.
           COMPUTE WRK-LD-VALOR = WRK-CAIXA-FINAL * -1.
           PERFORM 0900-REGISTRAR-LINHA-DFC.
           MOVE 'VARIACAO DAS CONTAS DE CAIXA' TO WRK-LD-ROTULO.
           MOVE WRK-VARIACAO-CAIXA TO WRK-LD-VALOR.
           PERFORM 0900-REGISTRAR-LINHA-DFC.
           COMPUTE WRK-DIFERENCA =
               WRK-VARIACAO-LIQUIDA - WRK-VARIACAO-CAIXA.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'CONFERENCIA COM O CAIXA: OK' TO WRK-RPT-LINHA
               PERFORM 0910-REGISTRAR-LINHA
           ELSE
               MOVE '*** DFC NAO FECHA COM O CAIXA - DIFERENCA'
                   TO WRK-LD-ROTULO
               MOVE WRK-DIFERENCA TO WRK-LD-VALOR
               PERFORM 0900-REGISTRAR-LINHA-DFC
               MOVE WRK-ANO-MES-FINAL TO WRK-REFERENCIA-LOG
               MOVE 'DFC NAO FECHA COM A VARIACAO DO CAIXA'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO WRK-RC-FINAL
           END-IF.
           IF WRK-QT-SEM-CLASSIFICACAO > ZEROS
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'AVISO: ' WRK-QT-SEM-CLASSIFICACAO
                   ' CONTA(S) SEM CLASSIFICACAO DE FLUXO NO ACCGROUP'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0910-REGISTRAR-LINHA
           END-IF.

       0900-REGISTRAR-LINHA-DFC.
           MOVE WRK-LINHA-DFC TO WRK-RPT-LINHA.
           PERFORM 0910-REGISTRAR-LINHA.

       0910-REGISTRAR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.

       0500-FINALIZAR.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY 'LANCAMENTOS LIDOS ........ ' WRK-QT-LIDOS.
           DISPLAY 'LANCAMENTOS NO PERIODO ... ' WRK-QT-NO-PERIODO.
           DISPLAY ' FIM DA DFC - RC=' WRK-RC-FINAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOJADRE.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: DRE POR LOJA. PARA O PERIODO INFORMADO
      *              (AAAAMM), LE OS LANCAMENTOS POSTADOS NO
      *              HISTORICO (LEDGHIST) EM CONTAS DE RECEITA E
      *              DESPESA, AGRUPA AS CONTAS PELO GRUPO DE ROLLUP
      *              DO PLANO (CHART-GRUPO -> ACCGROUP), COMO O
      *              FINSTMT, E ABRE CADA GRUPO NA LOJA GRAVADA NO
      *              LANCAMENTO (HIST-LOJA): UMA COLUNA POR LOJA,
      *              UMA 'SEM LOJA' PARA O QUE NAO TEM LOJA E A
      *              CONSOLIDADA, QUE FECHA COM A DRE DO FINSTMT
      *              PARA O MESMO MES. AS LOJAS SAEM NA ORDEM DO
      *              CADASTRO (STOREMST), QUATRO POR FAIXA, CADA
      *              FAIXA REPETINDO A COLUNA CONSOLIDADA.
      *              CONVENCAO DE SINAL DO POSTING (PROGCOB07):
      *              CREDITO SOMA E DEBITO SUBTRAI; POR ISSO A
      *              DESPESA E EXIBIDA COM O SINAL INVERTIDO.
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

           SELECT STORE-MASTER-FILE ASSIGN TO 'STOREMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LJ-STATUS.

           SELECT LEDGER-HISTORY-FILE ASSIGN TO 'LEDGHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS-FILE.
           COPY 'CHARTACC.cob'.

       FD  ACCOUNT-GROUP-FILE.
           COPY 'ACCGROUP.cob'.

       FD  STORE-MASTER-FILE.
           COPY 'STOREMST.cob'.

       FD  LEDGER-HISTORY-FILE.
           COPY 'LEDGHIST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PLANO-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-GRP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-LJ-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-HIST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-ANO-MES                PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-HISTORICO.
           02  WRK-HIST-ANO-MES       PIC 9(06).
           02  WRK-HIST-DIA           PIC 9(02).
       77  WRK-QT-LIDOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CONSIDERADOS        PIC 9(07) VALUE ZEROS.

      *    GRUPOS DO ACCGROUP (SO RECEITA E DESPESA INTERESSAM),
      *    COM O VALOR DE CADA LOJA NAS COLUNAS 1 A 20 E O
      *    CONSOLIDADO NA 21. OS DOIS PRIMEIROS SLOTS RECEBEM AS
      *    CONTAS DE RECEITA / DESPESA SEM GRUPO CONHECIDO.
       01  TB-GRUPOS-TABELA.
           02  TB-GRUPO OCCURS 22 TIMES INDEXED BY IX-GRP.
               03  TB-GRP-CODIGO      PIC X(03).
               03  TB-GRP-DESCRICAO   PIC X(25).
               03  TB-GRP-CLASSE      PIC X(01).
               03  TB-GRP-MOVIMENTO   PIC X(01).
                   88  GRUPO-COM-MOVIMENTO      VALUE 'S'.
               03  TB-GRP-VALOR       PIC S9(11)V99
                                      OCCURS 21 TIMES.
       77  WRK-QT-GRUPOS              PIC 9(02) VALUE ZEROS.
       77  WRK-GRP-ACHADO             PIC X(01) VALUE 'N'.
           88  GRUPO-ACHADO                     VALUE 'S'.
       77  WRK-IX-GRP                 PIC 9(02) VALUE ZEROS.

      *    CONTA -> TIPO E GRUPO, DO PLANO DE CONTAS
       01  TB-CONTAS-TABELA.
           02  TB-CONTA OCCURS 100 TIMES INDEXED BY IX-CONTA.
               03  TB-CONTA-NUMERO    PIC 9(06).
               03  TB-CONTA-TIPO      PIC X(01).
               03  TB-CONTA-GRUPO     PIC X(03).
       77  WRK-QT-CONTAS              PIC 9(03) VALUE ZEROS.
       77  WRK-CONTA-ACHADA           PIC X(01) VALUE 'N'.
           88  CONTA-ACHADA                     VALUE 'S'.
       77  WRK-TIPO-DA-CONTA          PIC X(01) VALUE SPACES.
           88  CONTA-DE-RESULTADO               VALUES 'R' 'D'.
       77  WRK-GRUPO-DA-CONTA         PIC X(03) VALUE SPACES.

      *    LOJAS NA ORDEM DO STOREMST; LOJA QUE SO APARECE NO
      *    HISTORICO ENTRA NO FIM, E O LANCAMENTO SEM LOJA (CODIGO
      *    EM BRANCO) GANHA COLUNA PROPRIA
       01  TB-LOJAS-TABELA.
           02  TB-LOJA OCCURS 20 TIMES INDEXED BY IX-LOJA.
               03  TB-LOJA-CODIGO     PIC X(10).
               03  TB-LOJA-USADA      PIC X(01).
                   88  LOJA-USADA               VALUE 'S'.
       77  WRK-QT-LOJAS               PIC 9(02) VALUE ZEROS.
       77  WRK-LIMITE-LOJAS           PIC 9(02) VALUE 20.
       77  WRK-COLUNA-CONSOLIDADA     PIC 9(02) VALUE 21.
       77  WRK-LOJA-ACHADA            PIC X(01) VALUE 'N'.
           88  LOJA-ACHADA                      VALUE 'S'.
       77  WRK-IX-LOJA                PIC 9(02) VALUE ZEROS.
       77  WRK-ESTOURO-LOJAS          PIC X(01) VALUE 'N'.
           88  LOJAS-ESTOURADAS                 VALUE 'S'.

      *    COLUNAS QUE SAEM NO RELATORIO (LOJAS COM MOVIMENTO)
       01  TB-IMPRESSAO-TABELA.
           02  TB-IMP-COLUNA          PIC 9(02) OCCURS 20 TIMES.
       77  WRK-QT-IMPRESSAS           PIC 9(02) VALUE ZEROS.
       77  WRK-BANDA-INI              PIC 9(02) VALUE ZEROS.
       77  WRK-POSICAO                PIC 9(02) VALUE ZEROS.
       77  WRK-COL                    PIC 9(02) VALUE ZEROS.
       77  WRK-COL-LINHA              PIC 9(02) VALUE ZEROS.

      *    TOTAIS POR COLUNA, JA NO SINAL DE EXIBICAO
       01  TB-TOTAIS-TABELA.
           02  TB-TOTAL OCCURS 21 TIMES.
               03  TB-TOT-RECEITAS    PIC S9(11)V99.
               03  TB-TOT-DESPESAS    PIC S9(11)V99.
               03  TB-TOT-RESULTADO   PIC S9(11)V99.

       77  WRK-VALOR-LANCAMENTO       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CLASSE-ALVO            PIC X(01) VALUE SPACES.
       77  WRK-SINAL                  PIC S9(01) VALUE +1.
       77  WRK-TIPO-TOTAL             PIC X(01) VALUE SPACES.
       77  WRK-ROTULO-TOTAL           PIC X(25) VALUE SPACES.

      *    LINHA DO RELATORIO: ROTULO, QUATRO LOJAS E A COLUNA
      *    CONSOLIDADA; O CABECALHO DA FAIXA USA A MESMA GRADE
       01  WRK-LINHA-DRE.
           02  WRK-LD-ROTULO          PIC X(25).
           02  WRK-LD-COLUNA OCCURS 5 TIMES.
               03  FILLER             PIC X(01).
               03  WRK-LD-VALOR       PIC -(9)9,99.
       01  WRK-LINHA-CABECALHO REDEFINES WRK-LINHA-DRE.
           02  WRK-LC-ROTULO          PIC X(25).
           02  WRK-LC-COLUNA OCCURS 5 TIMES.
               03  FILLER             PIC X(03).
               03  WRK-LC-LOJA        PIC X(11).

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'LOJADRE'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'DRE POR LOJA'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ACUMULAR-LANCAMENTOS.
           PERFORM 0300-APURAR-TOTAIS.
           PERFORM 0400-IMPRIMIR-DRE.
           PERFORM 0500-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'PERIODO DA DRE POR LOJA (AAAAMM) ...'.
           ACCEPT WRK-ANO-MES.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY 'PERIODO ' WRK-ANO-MES.
           INITIALIZE TB-GRUPOS-TABELA TB-LOJAS-TABELA
               TB-TOTAIS-TABELA.
           PERFORM 0110-CARREGAR-GRUPOS.
           PERFORM 0120-CARREGAR-PLANO.
           PERFORM 0130-CARREGAR-LOJAS.

       0110-CARREGAR-GRUPOS.
           MOVE 2 TO WRK-QT-GRUPOS.
           MOVE 'RECEITAS SEM GRUPO' TO TB-GRP-DESCRICAO (1).
           MOVE 'R' TO TB-GRP-CLASSE (1).
           MOVE 'DESPESAS SEM GRUPO' TO TB-GRP-DESCRICAO (2).
           MOVE 'D' TO TB-GRP-CLASSE (2).
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ACCOUNT-GROUP-FILE.
           IF WRK-GRP-STATUS = '35'
               DISPLAY 'CADASTRO DE GRUPOS (ACCGROUP) AUSENTE - '
                   'TUDO SAIRA COMO SEM GRUPO'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ ACCOUNT-GROUP-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-GRUPO UNTIL FIM-ARQUIVO
               CLOSE ACCOUNT-GROUP-FILE
           END-IF.

       0111-LER-GRUPO.
           IF (GRP-CLASSE = 'R' OR GRP-CLASSE = 'D')
              AND WRK-QT-GRUPOS < 22
               ADD 1 TO WRK-QT-GRUPOS
               SET IX-GRP TO WRK-QT-GRUPOS
               MOVE GRP-CODIGO    TO TB-GRP-CODIGO (IX-GRP)
               MOVE GRP-DESCRICAO TO TB-GRP-DESCRICAO (IX-GRP)
               MOVE GRP-CLASSE    TO TB-GRP-CLASSE (IX-GRP)
           END-IF.
           READ ACCOUNT-GROUP-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-PLANO.
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
           IF WRK-QT-CONTAS < 100
               ADD 1 TO WRK-QT-CONTAS
               SET IX-CONTA TO WRK-QT-CONTAS
               MOVE CHART-CONTA TO TB-CONTA-NUMERO (IX-CONTA)
               MOVE CHART-TIPO  TO TB-CONTA-TIPO (IX-CONTA)
               MOVE CHART-GRUPO TO TB-CONTA-GRUPO (IX-CONTA)
           END-IF.
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    O CADASTRO SO DA A ORDEM DAS COLUNAS; SEM ELE AS LOJAS
      *    SAEM NA ORDEM EM QUE APARECEM NO HISTORICO.
       0130-CARREGAR-LOJAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT STORE-MASTER-FILE.
           IF WRK-LJ-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STORE-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-LOJA UNTIL FIM-ARQUIVO
               CLOSE STORE-MASTER-FILE
           END-IF.

       0131-LER-LOJA.
           IF WRK-QT-LOJAS < WRK-LIMITE-LOJAS
               ADD 1 TO WRK-QT-LOJAS
               SET IX-LOJA TO WRK-QT-LOJAS
               MOVE LJ-CODIGO TO TB-LOJA-CODIGO (IX-LOJA)
               MOVE 'N'       TO TB-LOJA-USADA (IX-LOJA)
           END-IF.
           READ STORE-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SO CONTAM OS LANCAMENTOS DO MES EM CONTA DE RECEITA OU
      *    DESPESA; CADA UM VAI PARA A COLUNA DA SUA LOJA E PARA A
      *    CONSOLIDADA.
       0200-ACUMULAR-LANCAMENTOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT LEDGER-HISTORY-FILE.
           IF WRK-HIST-STATUS = '35'
               DISPLAY 'HISTORICO DO RAZAO (LEDGHIST) AUSENTE - '
                   'DRE VAZIA'
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
           MOVE HIST-DATA TO WRK-DATA-HISTORICO.
           IF WRK-HIST-ANO-MES = WRK-ANO-MES
               PERFORM 0220-ACHAR-CONTA
               IF CONTA-ACHADA AND CONTA-DE-RESULTADO
                   PERFORM 0230-SOMAR-LANCAMENTO
               END-IF
           END-IF.
           READ LEDGER-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0220-ACHAR-CONTA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           MOVE SPACES TO WRK-TIPO-DA-CONTA WRK-GRUPO-DA-CONTA.
           PERFORM 0221-PROCURAR-CONTA
               VARYING IX-CONTA FROM 1 BY 1
               UNTIL IX-CONTA > WRK-QT-CONTAS OR CONTA-ACHADA.

       0221-PROCURAR-CONTA.
           IF TB-CONTA-NUMERO (IX-CONTA) = HIST-CONTA
               MOVE 'S' TO WRK-CONTA-ACHADA
               MOVE TB-CONTA-TIPO (IX-CONTA)  TO WRK-TIPO-DA-CONTA
               MOVE TB-CONTA-GRUPO (IX-CONTA) TO WRK-GRUPO-DA-CONTA
           END-IF.

       0230-SOMAR-LANCAMENTO.
           ADD 1 TO WRK-QT-CONSIDERADOS.
           PERFORM 0240-LOCALIZAR-GRUPO.
           PERFORM 0250-LOCALIZAR-LOJA.
           IF HIST-TIPO = 'C'
               MOVE HIST-VALOR TO WRK-VALOR-LANCAMENTO
           ELSE
               COMPUTE WRK-VALOR-LANCAMENTO = HIST-VALOR * -1
           END-IF.
           SET IX-GRP TO WRK-IX-GRP.
           MOVE 'S' TO TB-GRP-MOVIMENTO (IX-GRP).
           ADD WRK-VALOR-LANCAMENTO
               TO TB-GRP-VALOR (IX-GRP, WRK-COLUNA-CONSOLIDADA).
           IF WRK-IX-LOJA > ZEROS
               ADD WRK-VALOR-LANCAMENTO
                   TO TB-GRP-VALOR (IX-GRP, WRK-IX-LOJA)
               SET IX-LOJA TO WRK-IX-LOJA
               MOVE 'S' TO TB-LOJA-USADA (IX-LOJA)
           END-IF.

      *    GRUPO DESCONHECIDO (OU EM BRANCO) CAI NO SLOT 'SEM GRUPO'
      *    DA CLASSE DA CONTA
       0240-LOCALIZAR-GRUPO.
           MOVE 'N' TO WRK-GRP-ACHADO.
           IF WRK-TIPO-DA-CONTA = 'R'
               MOVE 1 TO WRK-IX-GRP
           ELSE
               MOVE 2 TO WRK-IX-GRP
           END-IF.
           IF WRK-GRUPO-DA-CONTA NOT = SPACES
               PERFORM 0241-PROCURAR-GRUPO
                   VARYING IX-GRP FROM 3 BY 1
                   UNTIL IX-GRP > WRK-QT-GRUPOS OR GRUPO-ACHADO
           END-IF.

       0241-PROCURAR-GRUPO.
           IF TB-GRP-CODIGO (IX-GRP) = WRK-GRUPO-DA-CONTA
               MOVE 'S' TO WRK-GRP-ACHADO
               SET WRK-IX-GRP TO IX-GRP
           END-IF.

      *    LOJA FORA DO STOREMST ENTRA NA TABELA E VAI PARA O LOG
      *    DE EXCECOES; ESTOURANDO AS 20 COLUNAS, O LANCAMENTO SO
      *    ENTRA NA CONSOLIDADA.
       0250-LOCALIZAR-LOJA.
           MOVE 'N' TO WRK-LOJA-ACHADA.
           MOVE ZEROS TO WRK-IX-LOJA.
           PERFORM 0251-PROCURAR-LOJA
               VARYING IX-LOJA FROM 1 BY 1
               UNTIL IX-LOJA > WRK-QT-LOJAS OR LOJA-ACHADA.
           IF NOT LOJA-ACHADA
               IF WRK-QT-LOJAS < WRK-LIMITE-LOJAS
                   ADD 1 TO WRK-QT-LOJAS
                   MOVE WRK-QT-LOJAS TO WRK-IX-LOJA
                   SET IX-LOJA TO WRK-IX-LOJA
                   MOVE HIST-LOJA TO TB-LOJA-CODIGO (IX-LOJA)
                   MOVE 'N'       TO TB-LOJA-USADA (IX-LOJA)
                   IF HIST-LOJA NOT = SPACES
                       MOVE HIST-LOJA TO WRK-REFERENCIA-LOG
                       MOVE 'LOJA DO RAZAO FORA DO STOREMST'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                   END-IF
               ELSE
                   IF NOT LOJAS-ESTOURADAS
                       MOVE 'S' TO WRK-ESTOURO-LOJAS
                       DISPLAY '*** MAIS DE ' WRK-LIMITE-LOJAS
                           ' LOJAS - O EXCEDENTE SO ENTRA NA '
                           'CONSOLIDADA ***'
                       MOVE HIST-LOJA TO WRK-REFERENCIA-LOG
                       MOVE 'TABELA DE LOJAS DA DRE ESTOUROU'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                   END-IF
               END-IF
           END-IF.

       0251-PROCURAR-LOJA.
           IF TB-LOJA-CODIGO (IX-LOJA) = HIST-LOJA
               MOVE 'S' TO WRK-LOJA-ACHADA
               SET WRK-IX-LOJA TO IX-LOJA
           END-IF.

      *    TOTAIS DE RECEITA, DESPESA E RESULTADO DE CADA COLUNA E
      *    A LISTA DAS LOJAS QUE TIVERAM MOVIMENTO NO MES
       0300-APURAR-TOTAIS.
           PERFORM 0310-TOTALIZAR-GRUPO
               VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > WRK-QT-GRUPOS.
           PERFORM 0330-CALCULAR-RESULTADO
               VARYING WRK-COL FROM 1 BY 1
               UNTIL WRK-COL > WRK-COLUNA-CONSOLIDADA.
           MOVE ZEROS TO WRK-QT-IMPRESSAS.
           PERFORM 0340-SELECIONAR-LOJA
               VARYING IX-LOJA FROM 1 BY 1
               UNTIL IX-LOJA > WRK-QT-LOJAS.

       0310-TOTALIZAR-GRUPO.
           PERFORM 0320-TOTALIZAR-COLUNA
               VARYING WRK-COL FROM 1 BY 1
               UNTIL WRK-COL > WRK-COLUNA-CONSOLIDADA.

       0320-TOTALIZAR-COLUNA.
           IF TB-GRP-CLASSE (IX-GRP) = 'R'
               ADD TB-GRP-VALOR (IX-GRP, WRK-COL)
                   TO TB-TOT-RECEITAS (WRK-COL)
           ELSE
               SUBTRACT TB-GRP-VALOR (IX-GRP, WRK-COL)
                   FROM TB-TOT-DESPESAS (WRK-COL)
           END-IF.

       0330-CALCULAR-RESULTADO.
           COMPUTE TB-TOT-RESULTADO (WRK-COL) =
               TB-TOT-RECEITAS (WRK-COL) - TB-TOT-DESPESAS (WRK-COL).

       0340-SELECIONAR-LOJA.
           IF LOJA-USADA (IX-LOJA)
               ADD 1 TO WRK-QT-IMPRESSAS
               SET TB-IMP-COLUNA (WRK-QT-IMPRESSAS) TO IX-LOJA
           END-IF.

      *    UMA FAIXA POR GRUPO DE QUATRO LOJAS; MES SEM LANCAMENTO
      *    DE LOJA NENHUMA AINDA SAI COM A CONSOLIDADA.
       0400-IMPRIMIR-DRE.
           DISPLAY ' '.
           DISPLAY '===== DRE POR LOJA - PERIODO ' WRK-ANO-MES
               ' ====='.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PERIODO ' WRK-ANO-MES
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0910-REGISTRAR-LINHA.
           IF WRK-QT-IMPRESSAS = ZEROS
               MOVE 1 TO WRK-BANDA-INI
               PERFORM 0410-IMPRIMIR-FAIXA
           ELSE
               PERFORM 0410-IMPRIMIR-FAIXA
                   VARYING WRK-BANDA-INI FROM 1 BY 4
                   UNTIL WRK-BANDA-INI > WRK-QT-IMPRESSAS
           END-IF.

       0410-IMPRIMIR-FAIXA.
           DISPLAY ' '.
           MOVE SPACES TO WRK-LINHA-CABECALHO.
           MOVE 'GRUPO' TO WRK-LC-ROTULO.
           PERFORM 0411-CABECALHO-COLUNA
               VARYING WRK-COL-LINHA FROM 1 BY 1
               UNTIL WRK-COL-LINHA > 4.
           MOVE 'CONSOLIDADO' TO WRK-LC-LOJA (5).
           PERFORM 0900-EMITIR-LINHA.
           DISPLAY '-- RECEITAS --'.
           MOVE 'R' TO WRK-CLASSE-ALVO.
           MOVE +1 TO WRK-SINAL.
           PERFORM 0420-IMPRIMIR-GRUPO
               VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > WRK-QT-GRUPOS.
           MOVE 'R' TO WRK-TIPO-TOTAL.
           MOVE 'TOTAL DAS RECEITAS' TO WRK-ROTULO-TOTAL.
           PERFORM 0430-IMPRIMIR-TOTAL.
           DISPLAY '-- DESPESAS --'.
           MOVE 'D' TO WRK-CLASSE-ALVO.
           MOVE -1 TO WRK-SINAL.
           PERFORM 0420-IMPRIMIR-GRUPO
               VARYING IX-GRP FROM 1 BY 1
               UNTIL IX-GRP > WRK-QT-GRUPOS.
           MOVE 'D' TO WRK-TIPO-TOTAL.
           MOVE 'TOTAL DAS DESPESAS' TO WRK-ROTULO-TOTAL.
           PERFORM 0430-IMPRIMIR-TOTAL.
           MOVE 'L' TO WRK-TIPO-TOTAL.
           MOVE 'RESULTADO DO PERIODO' TO WRK-ROTULO-TOTAL.
           PERFORM 0430-IMPRIMIR-TOTAL.

       0411-CABECALHO-COLUNA.
           COMPUTE WRK-POSICAO = WRK-BANDA-INI + WRK-COL-LINHA - 1.
           IF WRK-POSICAO <= WRK-QT-IMPRESSAS
               MOVE TB-IMP-COLUNA (WRK-POSICAO) TO WRK-COL
               IF TB-LOJA-CODIGO (WRK-COL) = SPACES
                   MOVE 'SEM LOJA' TO WRK-LC-LOJA (WRK-COL-LINHA)
               ELSE
                   MOVE TB-LOJA-CODIGO (WRK-COL)
                       TO WRK-LC-LOJA (WRK-COL-LINHA)
               END-IF
           END-IF.

       0420-IMPRIMIR-GRUPO.
           IF TB-GRP-CLASSE (IX-GRP) = WRK-CLASSE-ALVO
              AND GRUPO-COM-MOVIMENTO (IX-GRP)
               MOVE SPACES TO WRK-LINHA-DRE
               MOVE TB-GRP-DESCRICAO (IX-GRP) TO WRK-LD-ROTULO
               PERFORM 0421-VALOR-GRUPO
                   VARYING WRK-COL-LINHA FROM 1 BY 1
                   UNTIL WRK-COL-LINHA > 4
               COMPUTE WRK-LD-VALOR (5) = WRK-SINAL
                   * TB-GRP-VALOR (IX-GRP, WRK-COLUNA-CONSOLIDADA)
               PERFORM 0900-EMITIR-LINHA
           END-IF.

       0421-VALOR-GRUPO.
           COMPUTE WRK-POSICAO = WRK-BANDA-INI + WRK-COL-LINHA - 1.
           IF WRK-POSICAO <= WRK-QT-IMPRESSAS
               MOVE TB-IMP-COLUNA (WRK-POSICAO) TO WRK-COL
               COMPUTE WRK-LD-VALOR (WRK-COL-LINHA) = WRK-SINAL
                   * TB-GRP-VALOR (IX-GRP, WRK-COL)
           END-IF.

      *    LINHA DE TOTAL: R = RECEITAS, D = DESPESAS, L = RESULTADO
       0430-IMPRIMIR-TOTAL.
           MOVE SPACES TO WRK-LINHA-DRE.
           MOVE WRK-ROTULO-TOTAL TO WRK-LD-ROTULO.
           PERFORM 0431-VALOR-TOTAL
               VARYING WRK-COL-LINHA FROM 1 BY 1
               UNTIL WRK-COL-LINHA > 5.
           PERFORM 0900-EMITIR-LINHA.

       0431-VALOR-TOTAL.
           IF WRK-COL-LINHA = 5
               MOVE WRK-COLUNA-CONSOLIDADA TO WRK-COL
           ELSE
               MOVE ZEROS TO WRK-COL
               COMPUTE WRK-POSICAO =
                   WRK-BANDA-INI + WRK-COL-LINHA - 1
               IF WRK-POSICAO <= WRK-QT-IMPRESSAS
                   MOVE TB-IMP-COLUNA (WRK-POSICAO) TO WRK-COL
               END-IF
           END-IF.
           IF WRK-COL > ZEROS
               EVALUATE WRK-TIPO-TOTAL
                   WHEN 'R'
                       MOVE TB-TOT-RECEITAS (WRK-COL)
                           TO WRK-LD-VALOR (WRK-COL-LINHA)
                   WHEN 'D'
                       MOVE TB-TOT-DESPESAS (WRK-COL)
                           TO WRK-LD-VALOR (WRK-COL-LINHA)
                   WHEN OTHER
                       MOVE TB-TOT-RESULTADO (WRK-COL)
                           TO WRK-LD-VALOR (WRK-COL-LINHA)
               END-EVALUATE
           END-IF.

       0900-EMITIR-LINHA.
           DISPLAY WRK-LINHA-DRE.
           MOVE WRK-LINHA-DRE TO WRK-RPT-LINHA.
           PERFORM 0910-REGISTRAR-LINHA.

       0910-REGISTRAR-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0500-FINALIZAR.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY 'LANCAMENTOS LIDOS ....... ' WRK-QT-LIDOS.
           DISPLAY 'DE RESULTADO NO PERIODO . ' WRK-QT-CONSIDERADOS.
           DISPLAY ' FIM DA DRE POR LOJA '.

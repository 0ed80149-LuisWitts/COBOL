       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVDEPR.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO PELO
      *              CADASTRO DE ATIVOS (FIXASSET), EM VEZ DO VALOR
      *              FIXO QUE ERA DIGITADO NO LANCAMENTO RECORRENTE
      *              DO STANDENT. CADA BEM DEPRECIA EM LINHA RETA:
      *              (CUSTO - VALOR RESIDUAL) / VIDA UTIL POR MES,
      *              CONTANDO O MES DA AQUISICAO, ATE A COMPETENCIA
      *              DA DATA DE MOVIMENTO E NUNCA ALEM DO VALOR
      *              RESIDUAL - O QUE FALTAR ATE LA (MES NOVO OU
      *              NOITE PERDIDA) E LANCADO AGORA E UMA SEGUNDA
      *              RODADA NO MESMO MES NAO ACHA MAIS NADA:
      *                 D DESPESA DE DEPRECIACAO / C DEPR. ACUMULADA.
      *              BEM TOTALMENTE DEPRECIADO PASSA A 'D'. A BAIXA
      *              REGISTRADA NO ATIVMNT ('P') E DEPRECIADA ATE O
      *              MES DA BAIXA E CONTABILIZADA CONTRA O VALOR
      *              CONTABIL LIQUIDO:
      *                 D DEPR. ACUMULADA    (O ACUMULADO)
      *                 D BANCO              (O VALOR DE VENDA)
      *                 C CONTA DO BEM       (O CUSTO)
      *                 C GANHO OU D PERDA NA BAIXA (A DIFERENCA)
      *              E O BEM PASSA A 'B'. CONTA FORA DO PLANO
      *              (CHARTACC) OU INATIVA DEIXA O BEM DE FORA, NO
      *              LOG DE EXCECOES. AS LINHAS SAO SOMADAS POR
      *              CONTA E SAEM NUM LOTE LEDGTRAN 'AF' + AAMMDD NO
      *              FIXLEDG, QUE SEGUE PELO LEDGEDIT E PELO POSTING;
      *              O CADASTRO SO E REGRAVADO QUANDO O LOTE SAI.
      *              NOITE SEM LANCAMENTO TERMINA COM RETURN-CODE 4,
      *              COMO O ARPROVIS, PARA A ESTEIRA PULAR OS DOIS
      *              PASSOS. O RAZAO DO IMOBILIZADO SAI NO RELATORIO:
      *              CUSTO, DEPRECIACAO DO MES, ACUMULADA E VALOR
      *              CONTABIL LIQUIDO DE CADA BEM.
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
           SELECT FIXED-ASSET-FILE ASSIGN TO 'FIXASSET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATV-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'CHARTACC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'FIXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
           COPY 'FIXASSET.cob'.

       FD  CHART-OF-ACCOUNTS-FILE.
           COPY 'CHARTACC.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-ATV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PLANO-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-ATV-EOF                PIC X(01) VALUE 'N'.
           88  FIM-ATIVOS                       VALUE 'S'.
       77  WRK-PLANO-EOF              PIC X(01) VALUE 'N'.
           88  FIM-PLANO                        VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

      *    DATA DE MOVIMENTO CENTRAL E A COMPETENCIA (AAAAMM)
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-MOVIMENTO          PIC 9(06) VALUE ZEROS.

      *    CONTAS FIXAS DA BAIXA NO PLANO (CHARTACC); AS DO BEM, DA
      *    DEPRECIACAO ACUMULADA E DA DESPESA VEM DO CADASTRO.
       77  WRK-CONTA-BANCO            PIC 9(06) VALUE 100100.
       77  WRK-CONTA-GANHO-BAIXA      PIC 9(06) VALUE 430300.
       77  WRK-CONTA-PERDA-BAIXA      PIC 9(06) VALUE 540500.

      *    PLANO DE CONTAS CARREGADO NA INICIALIZACAO
       01  TB-PLANO-TABELA.
           02  TB-PLANO OCCURS 100 TIMES INDEXED BY IX-PLANO.
               03  TB-PLANO-CONTA     PIC 9(06).
               03  TB-PLANO-ATIVA     PIC X(01).
       77  WRK-QT-CONTAS-PLANO        PIC 9(03) VALUE ZEROS.
       77  WRK-CONTA-PROCURADA        PIC 9(06) VALUE ZEROS.
       77  WRK-CONTA-ACHADA           PIC X(01) VALUE 'N'.
           88  CONTA-ACHADA                     VALUE 'S'.
       77  WRK-CONTAS-DO-BEM          PIC X(01) VALUE 'S'.
           88  CONTAS-DO-BEM-VALIDAS            VALUE 'S'.

      *    O CADASTRO INTEIRO E CARREGADO EM TABELA, ATUALIZADO EM
      *    MEMORIA E REGRAVADO NO FIM, COMO NA MANUTENCAO (ATIVMNT).
       01  TB-ATIVOS-TABELA.
           02  TB-ATIVO OCCURS 500 TIMES INDEXED BY IX-ATV.
               03  TB-ATV-PLAQUETA    PIC X(08).
               03  TB-ATV-DESCRICAO   PIC X(25).
               03  TB-ATV-CLASSE      PIC X(04).
               03  TB-ATV-AQUISICAO   PIC 9(08).
               03  TB-ATV-CUSTO       PIC 9(07)V99.
               03  TB-ATV-RESIDUAL    PIC 9(07)V99.
               03  TB-ATV-VIDA-UTIL   PIC 9(03).
               03  TB-ATV-CONTA-ATIVO PIC 9(06).
               03  TB-ATV-CONTA-DEPR  PIC 9(06).
               03  TB-ATV-CONTA-DESP  PIC 9(06).
               03  TB-ATV-DEPTO       PIC X(04).
               03  TB-ATV-LOCAL       PIC X(15).
               03  TB-ATV-ACUMULADA   PIC 9(07)V99.
               03  TB-ATV-ULT-COMPET  PIC 9(06).
               03  TB-ATV-SITUACAO    PIC X(01).
               03  TB-ATV-DATA-BAIXA  PIC 9(08).
               03  TB-ATV-VALOR-VENDA PIC 9(07)V99.
       77  WRK-QT-ATIVOS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-ATIVOS          PIC 9(03) VALUE 500.

      *    LINHAS DO LOTE, SOMADAS POR CONTA E NATUREZA E GRAVADAS
      *    SO NO FECHAMENTO
       01  TB-LINHAS-TABELA.
           02  TB-LINHA OCCURS 100 TIMES INDEXED BY IX-LIN.
               03  TB-LIN-CONTA       PIC 9(06).
               03  TB-LIN-TIPO        PIC X(01).
               03  TB-LIN-VALOR       PIC 9(09)V99.
       77  WRK-QT-LINHAS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-LINHAS          PIC 9(03) VALUE 100.
       77  WRK-LIN-CONTA              PIC 9(06) VALUE ZEROS.
       77  WRK-LIN-TIPO               PIC X(01) VALUE SPACES.
       77  WRK-LIN-VALOR              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LINHA-ACHADA           PIC X(01) VALUE 'N'.
           88  LINHA-ACHADA                     VALUE 'S'.
       77  WRK-IX-LIN                 PIC 9(03) VALUE ZEROS.
       77  WRK-LOTE-SITUACAO          PIC X(01) VALUE 'N'.
           88  LOTE-ESTOURADO                   VALUE 'S'.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.

       01  WRK-LOTE-IMOBILIZADO.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'AF'.
           02  WRK-LOTE-DATA          PIC 9(06).

      *    CALCULO DO BEM
       01  WRK-ANO-MES-LIMITE.
           02  WRK-LIM-ANO            PIC 9(04).
           02  WRK-LIM-MES            PIC 9(02).
       01  WRK-AQUISICAO-BEM.
           02  WRK-AQU-ANO            PIC 9(04).
           02  WRK-AQU-MES            PIC 9(02).
           02  WRK-AQU-DIA            PIC 9(02).
       01  WRK-BAIXA-BEM.
           02  WRK-BAI-ANO-MES        PIC 9(06).
           02  WRK-BAI-DIA            PIC 9(02).
       77  WRK-MESES                  PIC S9(05) VALUE ZEROS.
       77  WRK-DEPRECIAVEL            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QUOTA-MENSAL           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ALVO                   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DEPR-MES               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LIQUIDO                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RESULTADO-BAIXA        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-RESULTADO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.

       77  WRK-QT-LIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DEPRECIADOS         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ENCERRADOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-BAIXADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REJEITADOS          PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CUSTO            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEPR-MES         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ACUMULADA        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-GANHOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-PERDAS           PIC 9(11)V99 VALUE ZEROS.

       77  WRK-CUSTO-ED               PIC ZZZZZZ9,99 VALUE ZEROS.
       77  WRK-DEPR-MES-ED            PIC ZZZZZZ9,99 VALUE ZEROS.
       77  WRK-ACUMULADA-ED           PIC ZZZZZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDO-ED             PIC ZZZZZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-RESULTADO-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99-
                                      VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'ATIVDEPR'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'RAZAO DO ATIVO IMOBILIZADO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '=== DEPRECIACAO DO ATIVO IMOBILIZADO ==='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-MES-MOVIMENTO.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0110-CARREGAR-PLANO.
           PERFORM 0120-CARREGAR-ATIVOS.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'VENDA-ATIVO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-BANCO
           END-CALL.
           MOVE 'GANHO-BAIXA' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-GANHO-BAIXA
           END-CALL.
           MOVE 'PERDA-BAIXA' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PERDA-BAIXA
           END-CALL.

       0110-CARREGAR-PLANO.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WRK-PLANO-STATUS = '35'
               MOVE 'S' TO WRK-PLANO-EOF
           ELSE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END MOVE 'S' TO WRK-PLANO-EOF
               END-READ
               PERFORM 0111-LER-CONTA-PLANO UNTIL FIM-PLANO
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.

       0111-LER-CONTA-PLANO.
           IF WRK-QT-CONTAS-PLANO < 100
               ADD 1 TO WRK-QT-CONTAS-PLANO
               SET IX-PLANO TO WRK-QT-CONTAS-PLANO
               MOVE CHART-CONTA TO TB-PLANO-CONTA (IX-PLANO)
               MOVE CHART-ATIVA TO TB-PLANO-ATIVA (IX-PLANO)
           END-IF.
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'S' TO WRK-PLANO-EOF
           END-READ.

       0120-CARREGAR-ATIVOS.
           OPEN INPUT FIXED-ASSET-FILE.
           IF WRK-ATV-STATUS = '35'
               DISPLAY 'CADASTRO DE ATIVOS (FIXASSET) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-ATV-EOF
           ELSE
               READ FIXED-ASSET-FILE
                   AT END MOVE 'S' TO WRK-ATV-EOF
               END-READ
               PERFORM 0121-LER-ATIVO UNTIL FIM-ATIVOS
               CLOSE FIXED-ASSET-FILE
           END-IF.

       0121-LER-ATIVO.
           IF WRK-QT-ATIVOS < WRK-LIMITE-ATIVOS
               ADD 1 TO WRK-QT-ATIVOS
               SET IX-ATV TO WRK-QT-ATIVOS
               MOVE ATV-PLAQUETA        TO TB-ATV-PLAQUETA (IX-ATV)
               MOVE ATV-DESCRICAO       TO TB-ATV-DESCRICAO (IX-ATV)
               MOVE ATV-CLASSE          TO TB-ATV-CLASSE (IX-ATV)
               MOVE ATV-DATA-AQUISICAO  TO TB-ATV-AQUISICAO (IX-ATV)
               MOVE ATV-CUSTO           TO TB-ATV-CUSTO (IX-ATV)
               MOVE ATV-VALOR-RESIDUAL  TO TB-ATV-RESIDUAL (IX-ATV)
               MOVE ATV-VIDA-UTIL       TO TB-ATV-VIDA-UTIL (IX-ATV)
               MOVE ATV-CONTA-ATIVO     TO TB-ATV-CONTA-ATIVO (IX-ATV)
               MOVE ATV-CONTA-DEPR-ACUM TO TB-ATV-CONTA-DEPR (IX-ATV)
               MOVE ATV-CONTA-DESPESA   TO TB-ATV-CONTA-DESP (IX-ATV)
               MOVE ATV-DEPTO           TO TB-ATV-DEPTO (IX-ATV)
               MOVE ATV-LOCAL           TO TB-ATV-LOCAL (IX-ATV)
               MOVE ATV-DEPR-ACUMULADA  TO TB-ATV-ACUMULADA (IX-ATV)
               MOVE ATV-ULTIMA-COMPETENCIA
                   TO TB-ATV-ULT-COMPET (IX-ATV)
               MOVE ATV-SITUACAO        TO TB-ATV-SITUACAO (IX-ATV)
               MOVE ATV-DATA-BAIXA      TO TB-ATV-DATA-BAIXA (IX-ATV)
               MOVE ATV-VALOR-VENDA     TO TB-ATV-VALOR-VENDA (IX-ATV)
           ELSE
               DISPLAY 'TABELA DE ATIVOS CHEIA - PLAQUETA '
                   ATV-PLAQUETA ' NAO PROCESSADA'
               ADD 1 TO WRK-QT-REJEITADOS
           END-IF.
           READ FIXED-ASSET-FILE
               AT END MOVE 'S' TO WRK-ATV-EOF
           END-READ.

       0200-PROCESSAR.
           MOVE 'PLAQUETA DESCRICAO                 CLAS DEPT AQUISIC.'
               TO WRK-RPT-LINHA.
           MOVE '      CUSTO  DEPR. MES  ACUMULADA    LIQUIDO S'
               TO WRK-RPT-LINHA (55:46).
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0210-PROCESSAR-ATIVO
               VARYING IX-ATV FROM 1 BY 1
               UNTIL IX-ATV > WRK-QT-ATIVOS.

      *    BEM JA BAIXADO EM NOITE ANTERIOR NAO SAI MAIS NO RAZAO
      *    DO IMOBILIZADO; O TOTALMENTE DEPRECIADO CONTINUA SAINDO
      *    (AINDA ESTA EM USO, PELO VALOR RESIDUAL).
       0210-PROCESSAR-ATIVO.
           ADD 1 TO WRK-QT-LIDOS.
           MOVE ZEROS TO WRK-DEPR-MES.
           EVALUATE TB-ATV-SITUACAO (IX-ATV)
               WHEN 'B'
                   CONTINUE
               WHEN 'D'
                   PERFORM 0240-IMPRIMIR-ATIVO
               WHEN 'A'
               WHEN 'P'
                   PERFORM 0211-CONFERIR-CONTAS
                   IF CONTAS-DO-BEM-VALIDAS
                       PERFORM 0220-DEPRECIAR-ATIVO
                       IF TB-ATV-SITUACAO (IX-ATV) = 'P'
                           PERFORM 0230-CONTABILIZAR-BAIXA
                       END-IF
                   END-IF
                   PERFORM 0240-IMPRIMIR-ATIVO
               WHEN OTHER
                   MOVE 'SITUACAO DO BEM INVALIDA NO CADASTRO'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0215-REJEITAR-ATIVO
           END-EVALUATE.

      *    TODAS AS CONTAS QUE O BEM PODE MOVIMENTAR NESTA NOITE
      *    TEM DE ESTAR ATIVAS NO PLANO; UMA SO FORA DEIXA O BEM
      *    INTEIRO DE FORA, PARA O LOTE NAO SAIR PELA METADE.
       0211-CONFERIR-CONTAS.
           MOVE 'S' TO WRK-CONTAS-DO-BEM.
           IF TB-ATV-VIDA-UTIL (IX-ATV) = ZEROS
               MOVE 'N' TO WRK-CONTAS-DO-BEM
               MOVE 'VIDA UTIL ZERADA NO CADASTRO'
                   TO WRK-MOTIVO-LOG
               PERFORM 0215-REJEITAR-ATIVO
           END-IF.
           IF CONTAS-DO-BEM-VALIDAS
               MOVE TB-ATV-CONTA-DESP (IX-ATV) TO WRK-CONTA-PROCURADA
               PERFORM 0212-CONFERIR-CONTA
           END-IF.
           IF CONTAS-DO-BEM-VALIDAS
               MOVE TB-ATV-CONTA-DEPR (IX-ATV) TO WRK-CONTA-PROCURADA
               PERFORM 0212-CONFERIR-CONTA
           END-IF.
           IF CONTAS-DO-BEM-VALIDAS
              AND TB-ATV-SITUACAO (IX-ATV) = 'P'
               MOVE TB-ATV-CONTA-ATIVO (IX-ATV)
                   TO WRK-CONTA-PROCURADA
               PERFORM 0212-CONFERIR-CONTA
               IF CONTAS-DO-BEM-VALIDAS
                   MOVE WRK-CONTA-BANCO TO WRK-CONTA-PROCURADA
                   PERFORM 0212-CONFERIR-CONTA
               END-IF
               IF CONTAS-DO-BEM-VALIDAS
                   MOVE WRK-CONTA-GANHO-BAIXA TO WRK-CONTA-PROCURADA
                   PERFORM 0212-CONFERIR-CONTA
               END-IF
               IF CONTAS-DO-BEM-VALIDAS
                   MOVE WRK-CONTA-PERDA-BAIXA TO WRK-CONTA-PROCURADA
                   PERFORM 0212-CONFERIR-CONTA
               END-IF
           END-IF.

       0212-CONFERIR-CONTA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           PERFORM 0213-PROCURAR-CONTA
               VARYING IX-PLANO FROM 1 BY 1
               UNTIL IX-PLANO > WRK-QT-CONTAS-PLANO
                  OR CONTA-ACHADA.
           IF NOT CONTA-ACHADA
               MOVE 'N' TO WRK-CONTAS-DO-BEM
               DISPLAY 'PLAQUETA ' TB-ATV-PLAQUETA (IX-ATV)
                   ' - CONTA ' WRK-CONTA-PROCURADA
                   ' FORA DO PLANO OU INATIVA'
               MOVE 'CONTA DO ATIVO FORA DO PLANO OU INATIVA'
                   TO WRK-MOTIVO-LOG
               PERFORM 0215-REJEITAR-ATIVO
           END-IF.

       0213-PROCURAR-CONTA.
           IF TB-PLANO-CONTA (IX-PLANO) = WRK-CONTA-PROCURADA
              AND TB-PLANO-ATIVA (IX-PLANO) = 'S'
               MOVE 'S' TO WRK-CONTA-ACHADA
           END-IF.

      *    REJEICAO NAO MEXE NO RC-FINAL, COMO NO STANDGEN: OS
      *    DEMAIS BENS SEGUEM PARA O LOTE E O REJEITADO FICA NO LOG
      *    DE EXCECOES ATE O CADASTRO SER CORRIGIDO.
       0215-REJEITAR-ATIVO.
           ADD 1 TO WRK-QT-REJEITADOS.
           DISPLAY 'PLAQUETA ' TB-ATV-PLAQUETA (IX-ATV) ' - '
               WRK-MOTIVO-LOG ' - NAO PROCESSADA'.
           MOVE TB-ATV-PLAQUETA (IX-ATV) TO WRK-REFERENCIA-LOG.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID WRK-REFERENCIA-LOG
               WRK-MOTIVO-LOG
           END-CALL.

      *    MESES DE USO = DA AQUISICAO ATE A COMPETENCIA (OU ATE O
      *    MES DA BAIXA), CONTANDO OS DOIS. O ACUMULADO DEVIDO E A
      *    QUOTA VEZES OS MESES, LIMITADO AO VALOR DEPRECIAVEL; O
      *    QUE FALTA PARA CHEGAR NELE E A DEPRECIACAO DA NOITE.
       0220-DEPRECIAR-ATIVO.
           MOVE WRK-MES-MOVIMENTO TO WRK-ANO-MES-LIMITE.
           MOVE TB-ATV-DATA-BAIXA (IX-ATV) TO WRK-BAIXA-BEM.
           IF TB-ATV-SITUACAO (IX-ATV) = 'P'
              AND WRK-BAI-ANO-MES < WRK-MES-MOVIMENTO
               MOVE WRK-BAI-ANO-MES TO WRK-ANO-MES-LIMITE
           END-IF.
           MOVE TB-ATV-AQUISICAO (IX-ATV) TO WRK-AQUISICAO-BEM.
           COMPUTE WRK-MESES = WRK-LIM-ANO * 12 + WRK-LIM-MES
               - WRK-AQU-ANO * 12 - WRK-AQU-MES + 1.
           MOVE ZEROS TO WRK-DEPRECIAVEL.
           IF TB-ATV-RESIDUAL (IX-ATV) < TB-ATV-CUSTO (IX-ATV)
               COMPUTE WRK-DEPRECIAVEL = TB-ATV-CUSTO (IX-ATV)
                   - TB-ATV-RESIDUAL (IX-ATV)
           END-IF.
           IF WRK-MESES > ZEROS
               COMPUTE WRK-QUOTA-MENSAL ROUNDED =
                   WRK-DEPRECIAVEL / TB-ATV-VIDA-UTIL (IX-ATV)
               COMPUTE WRK-ALVO = WRK-QUOTA-MENSAL * WRK-MESES
               IF WRK-ALVO > WRK-DEPRECIAVEL
               OR WRK-MESES NOT < TB-ATV-VIDA-UTIL (IX-ATV)
                   MOVE WRK-DEPRECIAVEL TO WRK-ALVO
               END-IF
               IF WRK-ALVO > TB-ATV-ACUMULADA (IX-ATV)
                   COMPUTE WRK-DEPR-MES =
                       WRK-ALVO - TB-ATV-ACUMULADA (IX-ATV)
               END-IF
           END-IF.
           IF WRK-DEPR-MES > ZEROS
               ADD 1 TO WRK-QT-DEPRECIADOS
               MOVE TB-ATV-CONTA-DESP (IX-ATV) TO WRK-LIN-CONTA
               MOVE 'D'                        TO WRK-LIN-TIPO
               MOVE WRK-DEPR-MES               TO WRK-LIN-VALOR
               PERFORM 0250-SOMAR-LINHA
               MOVE TB-ATV-CONTA-DEPR (IX-ATV) TO WRK-LIN-CONTA
               MOVE 'C'                        TO WRK-LIN-TIPO
               PERFORM 0250-SOMAR-LINHA
               ADD WRK-DEPR-MES TO TB-ATV-ACUMULADA (IX-ATV)
               MOVE 'S' TO WRK-ALTERADO
           END-IF.
           IF WRK-DEPR-MES > ZEROS
               MOVE WRK-ANO-MES-LIMITE TO TB-ATV-ULT-COMPET (IX-ATV)
               MOVE 'S' TO WRK-ALTERADO
           END-IF.
           IF TB-ATV-SITUACAO (IX-ATV) = 'A'
              AND TB-ATV-ACUMULADA (IX-ATV) NOT < WRK-DEPRECIAVEL
               MOVE 'D' TO TB-ATV-SITUACAO (IX-ATV)
               MOVE 'S' TO WRK-ALTERADO
               ADD 1 TO WRK-QT-ENCERRADOS
           END-IF.

      *    O BEM SAI DO ATIVO PELO CUSTO E A DEPRECIACAO ACUMULADA
      *    SAI JUNTO; A VENDA ENTRA NO BANCO E A DIFERENCA CONTRA O
      *    VALOR CONTABIL LIQUIDO E O GANHO OU A PERDA NA BAIXA.
       0230-CONTABILIZAR-BAIXA.
           COMPUTE WRK-LIQUIDO = TB-ATV-CUSTO (IX-ATV)
               - TB-ATV-ACUMULADA (IX-ATV).
           COMPUTE WRK-RESULTADO-BAIXA =
               TB-ATV-VALOR-VENDA (IX-ATV) - WRK-LIQUIDO.
           IF TB-ATV-ACUMULADA (IX-ATV) > ZEROS
               MOVE TB-ATV-CONTA-DEPR (IX-ATV) TO WRK-LIN-CONTA
               MOVE 'D'                        TO WRK-LIN-TIPO
               MOVE TB-ATV-ACUMULADA (IX-ATV)  TO WRK-LIN-VALOR
               PERFORM 0250-SOMAR-LINHA
           END-IF.
           IF TB-ATV-VALOR-VENDA (IX-ATV) > ZEROS
               MOVE WRK-CONTA-BANCO              TO WRK-LIN-CONTA
               MOVE 'D'                          TO WRK-LIN-TIPO
               MOVE TB-ATV-VALOR-VENDA (IX-ATV)  TO WRK-LIN-VALOR
               PERFORM 0250-SOMAR-LINHA
           END-IF.
           MOVE TB-ATV-CONTA-ATIVO (IX-ATV) TO WRK-LIN-CONTA.
           MOVE 'C'                         TO WRK-LIN-TIPO.
           MOVE TB-ATV-CUSTO (IX-ATV)       TO WRK-LIN-VALOR.
           PERFORM 0250-SOMAR-LINHA.
           IF WRK-RESULTADO-BAIXA > ZEROS
               MOVE WRK-CONTA-GANHO-BAIXA TO WRK-LIN-CONTA
               MOVE 'C'                   TO WRK-LIN-TIPO
               MOVE WRK-RESULTADO-BAIXA   TO WRK-LIN-VALOR
               PERFORM 0250-SOMAR-LINHA
               ADD WRK-RESULTADO-BAIXA TO WRK-TOTAL-GANHOS
           END-IF.
           IF WRK-RESULTADO-BAIXA < ZEROS
               COMPUTE WRK-VALOR-RESULTADO =
                   ZERO - WRK-RESULTADO-BAIXA
               MOVE WRK-CONTA-PERDA-BAIXA TO WRK-LIN-CONTA
               MOVE 'D'                   TO WRK-LIN-TIPO
               MOVE WRK-VALOR-RESULTADO   TO WRK-LIN-VALOR
               PERFORM 0250-SOMAR-LINHA
               ADD WRK-VALOR-RESULTADO TO WRK-TOTAL-PERDAS
           END-IF.
           MOVE 'B' TO TB-ATV-SITUACAO (IX-ATV).
           MOVE 'S' TO WRK-ALTERADO.
           ADD 1 TO WRK-QT-BAIXADOS.

       0240-IMPRIMIR-ATIVO.
           COMPUTE WRK-LIQUIDO = TB-ATV-CUSTO (IX-ATV)
               - TB-ATV-ACUMULADA (IX-ATV).
           IF TB-ATV-SITUACAO (IX-ATV) NOT = 'B'
               ADD TB-ATV-CUSTO (IX-ATV)     TO WRK-TOTAL-CUSTO
               ADD TB-ATV-ACUMULADA (IX-ATV) TO WRK-TOTAL-ACUMULADA
               ADD WRK-LIQUIDO               TO WRK-TOTAL-LIQUIDO
           END-IF.
           ADD WRK-DEPR-MES TO WRK-TOTAL-DEPR-MES.
           MOVE TB-ATV-CUSTO (IX-ATV)     TO WRK-CUSTO-ED.
           MOVE WRK-DEPR-MES              TO WRK-DEPR-MES-ED.
           MOVE TB-ATV-ACUMULADA (IX-ATV) TO WRK-ACUMULADA-ED.
           MOVE WRK-LIQUIDO               TO WRK-LIQUIDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-ATV-PLAQUETA (IX-ATV) ' '
               TB-ATV-DESCRICAO (IX-ATV) ' '
               TB-ATV-CLASSE (IX-ATV) ' ' TB-ATV-DEPTO (IX-ATV) ' '
               TB-ATV-AQUISICAO (IX-ATV) ' ' WRK-CUSTO-ED ' '
               WRK-DEPR-MES-ED ' ' WRK-ACUMULADA-ED ' '
               WRK-LIQUIDO-ED ' ' TB-ATV-SITUACAO (IX-ATV)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           IF TB-ATV-SITUACAO (IX-ATV) = 'B'
               MOVE TB-ATV-VALOR-VENDA (IX-ATV) TO WRK-VALOR-ED
               MOVE WRK-RESULTADO-BAIXA         TO WRK-RESULTADO-ED
               STRING '         BAIXA EM ' TB-ATV-DATA-BAIXA (IX-ATV)
                   ' - VENDA ' WRK-VALOR-ED
                   ' - GANHO (+) / PERDA (-) ' WRK-RESULTADO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               DISPLAY WRK-RPT-LINHA
               PERFORM 0400-GRAVAR-LINHA-RPT
           END-IF.

      *    UMA LINHA POR CONTA E NATUREZA NO LOTE. TABELA CHEIA
      *    DEIXA O LOTE INTEIRO DE FORA (RC=8): LOTE PARCIAL
      *    DESCASARIA O CADASTRO DO RAZAO.
       0250-SOMAR-LINHA.
           MOVE 'N' TO WRK-LINHA-ACHADA.
           PERFORM 0251-PROCURAR-LINHA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > WRK-QT-LINHAS
                  OR LINHA-ACHADA.
           IF LINHA-ACHADA
               SET IX-LIN TO WRK-IX-LIN
           ELSE
               IF WRK-QT-LINHAS < WRK-LIMITE-LINHAS
                   ADD 1 TO WRK-QT-LINHAS
                   SET IX-LIN TO WRK-QT-LINHAS
                   MOVE WRK-LIN-CONTA TO TB-LIN-CONTA (IX-LIN)
                   MOVE WRK-LIN-TIPO  TO TB-LIN-TIPO (IX-LIN)
                   MOVE ZEROS         TO TB-LIN-VALOR (IX-LIN)
                   MOVE 'S' TO WRK-LINHA-ACHADA
               ELSE
                   IF NOT LOTE-ESTOURADO
                       DISPLAY 'LOTE CHEIO (' WRK-LIMITE-LINHAS
                           ' LINHAS) - LOTE NAO SERA GRAVADO'
                       MOVE 'TABELA DE LINHAS DO LOTE CHEIA'
                           TO WRK-MOTIVO-LOG
                       PERFORM 0215-REJEITAR-ATIVO
                   END-IF
                   MOVE 'S' TO WRK-LOTE-SITUACAO
               END-IF
           END-IF.
           IF LINHA-ACHADA
               ADD WRK-LIN-VALOR TO TB-LIN-VALOR (IX-LIN)
               IF WRK-LIN-TIPO = 'D'
                   ADD WRK-LIN-VALOR TO WRK-SOMA-DEBITOS
               ELSE
                   ADD WRK-LIN-VALOR TO WRK-SOMA-CREDITOS
               END-IF
           END-IF.

       0251-PROCURAR-LINHA.
           IF TB-LIN-CONTA (IX-LIN) = WRK-LIN-CONTA
              AND TB-LIN-TIPO (IX-LIN) = WRK-LIN-TIPO
               MOVE 'S' TO WRK-LINHA-ACHADA
               SET WRK-IX-LIN TO IX-LIN
           END-IF.

       0300-FINALIZAR.
           PERFORM 0310-IMPRIMIR-TOTAIS.
           EVALUATE TRUE
               WHEN LOTE-ESTOURADO
                   MOVE 8 TO WRK-RC-FINAL
               WHEN WRK-QT-LINHAS = ZEROS
      *    NOITE SEM DEPRECIACAO NEM BAIXA NAO E ERRO: RETURN-CODE 4
      *    AVISA A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING.
                   DISPLAY 'NENHUMA DEPRECIACAO OU BAIXA A LANCAR NA '
                       'COMPETENCIA ' WRK-MES-MOVIMENTO
                   MOVE 4 TO WRK-RC-FINAL
               WHEN OTHER
                   PERFORM 0330-CONFERIR-LIMITE
                       VARYING IX-LIN FROM 1 BY 1
                       UNTIL IX-LIN > WRK-QT-LINHAS
                   IF WRK-RC-FINAL < 8
                       PERFORM 0320-GRAVAR-LOTE
                   END-IF
           END-EVALUATE.
           IF WRK-RC-FINAL < 8 AND CADASTRO-ALTERADO
               PERFORM 0340-GRAVAR-CADASTRO
           END-IF.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' ---------------------- '.
           DISPLAY 'BENS LIDOS                : ' WRK-QT-LIDOS.
           DISPLAY 'BENS DEPRECIADOS NO MES   : ' WRK-QT-DEPRECIADOS.
           DISPLAY 'BENS TOTALMENTE DEPREC.   : ' WRK-QT-ENCERRADOS.
           DISPLAY 'BENS BAIXADOS             : ' WRK-QT-BAIXADOS.
           DISPLAY 'BENS REJEITADOS           : ' WRK-QT-REJEITADOS.
           MOVE WRK-QT-LIDOS       TO WRK-CTLT-LIDOS.
           COMPUTE WRK-CTLT-PROCESSADOS =
               WRK-QT-DEPRECIADOS + WRK-QT-BAIXADOS.
           MOVE WRK-QT-REJEITADOS  TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA DEPRECIACAO DO ATIVO IMOBILIZADO '.

       0310-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-RPT-LINHA.
           MOVE WRK-TOTAL-CUSTO TO WRK-VALOR-ED.
           STRING 'CUSTO DOS BENS EM USO          : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-DEPR-MES TO WRK-VALOR-ED.
           STRING 'DEPRECIACAO LANCADA NA NOITE   : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-ACUMULADA TO WRK-VALOR-ED.
           STRING 'DEPRECIACAO ACUMULADA          : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED.
           STRING 'VALOR CONTABIL LIQUIDO         : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-GANHOS TO WRK-VALOR-ED.
           STRING 'GANHOS NAS BAIXAS              : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-PERDAS TO WRK-VALOR-ED.
           STRING 'PERDAS NAS BAIXAS              : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0320-GRAVAR-LOTE.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                  TO LOTE-H-TIPO.
           MOVE WRK-LOTE-IMOBILIZADO TO LOTE-H-LOTE.
           MOVE WRK-DATA-MOVIMENTO   TO LOTE-H-DATA.
           WRITE LEDGER-BATCH-HEADER.
           PERFORM 0321-GRAVAR-LINHA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > WRK-QT-LINHAS.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'               TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS     TO LOTE-T-QT-PREVISTA.
           MOVE WRK-SOMA-DEBITOS  TO LOTE-T-TOTAL-DEBITOS.
           MOVE WRK-SOMA-CREDITOS TO LOTE-T-TOTAL-CREDITOS.
           WRITE LEDGER-BATCH-TRAILER.
           CLOSE LEDGER-TRANSACTION-FILE.
           DISPLAY 'LOTE ' WRK-LOTE-IMOBILIZADO ' GRAVADO COM '
               WRK-QT-LINHAS ' LINHA(S) - SEGUE PARA O '
               'LEDGEDIT/POSTING'.

       0321-GRAVAR-LINHA.
           INITIALIZE TRANSACTION-RECORD.
           MOVE 'D'                   TO TRAN-REG-TIPO.
           MOVE TB-LIN-CONTA (IX-LIN) TO TRAN-CONTA.
           MOVE TB-LIN-TIPO (IX-LIN)  TO TRAN-TIPO.
           MOVE TB-LIN-VALOR (IX-LIN) TO TRAN-VALOR.
           WRITE TRANSACTION-RECORD.

      *    O DETALHE DO LEDGTRAN CABE ATE 9.999.999,99; LINHA MAIOR
      *    NAO E LANCADA E A NOITE FICA PARA A CONTABILIDADE
      *    RESOLVER (RC=8), SEM MEXER NO CADASTRO.
       0330-CONFERIR-LIMITE.
           IF TB-LIN-VALOR (IX-LIN) > 9999999,99
               MOVE TB-LIN-VALOR (IX-LIN) TO WRK-VALOR-ED
               DISPLAY '*** CONTA ' TB-LIN-CONTA (IX-LIN)
                   ' COM ' WRK-VALOR-ED ' ACIMA DO LIMITE DO '
                   'LANCAMENTO - LOTE NAO GRAVADO ***'
               MOVE 8 TO WRK-RC-FINAL
           END-IF.

       0340-GRAVAR-CADASTRO.
           OPEN OUTPUT FIXED-ASSET-FILE.
           PERFORM 0341-GRAVAR-ATIVO
               VARYING IX-ATV FROM 1 BY 1
               UNTIL IX-ATV > WRK-QT-ATIVOS.
           CLOSE FIXED-ASSET-FILE.

       0341-GRAVAR-ATIVO.
           INITIALIZE FIXED-ASSET-RECORD.
           MOVE TB-ATV-PLAQUETA (IX-ATV)    TO ATV-PLAQUETA.
           MOVE TB-ATV-DESCRICAO (IX-ATV)   TO ATV-DESCRICAO.
           MOVE TB-ATV-CLASSE (IX-ATV)      TO ATV-CLASSE.
           MOVE TB-ATV-AQUISICAO (IX-ATV)   TO ATV-DATA-AQUISICAO.
           MOVE TB-ATV-CUSTO (IX-ATV)       TO ATV-CUSTO.
           MOVE TB-ATV-RESIDUAL (IX-ATV)    TO ATV-VALOR-RESIDUAL.
           MOVE TB-ATV-VIDA-UTIL (IX-ATV)   TO ATV-VIDA-UTIL.
           MOVE TB-ATV-CONTA-ATIVO (IX-ATV) TO ATV-CONTA-ATIVO.
           MOVE TB-ATV-CONTA-DEPR (IX-ATV)  TO ATV-CONTA-DEPR-ACUM.
           MOVE TB-ATV-CONTA-DESP (IX-ATV)  TO ATV-CONTA-DESPESA.
           MOVE TB-ATV-DEPTO (IX-ATV)       TO ATV-DEPTO.
           MOVE TB-ATV-LOCAL (IX-ATV)       TO ATV-LOCAL.
           MOVE TB-ATV-ACUMULADA (IX-ATV)   TO ATV-DEPR-ACUMULADA.
           MOVE TB-ATV-ULT-COMPET (IX-ATV)  TO ATV-ULTIMA-COMPETENCIA.
           MOVE TB-ATV-SITUACAO (IX-ATV)    TO ATV-SITUACAO.
           MOVE TB-ATV-DATA-BAIXA (IX-ATV)  TO ATV-DATA-BAIXA.
           MOVE TB-ATV-VALOR-VENDA (IX-ATV) TO ATV-VALOR-VENDA.
           WRITE FIXED-ASSET-RECORD.

       0400-GRAVAR-LINHA-RPT.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.

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

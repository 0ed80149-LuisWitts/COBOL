       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIDMES.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: FECHAMENTO MENSAL DO PROGRAMA DE FIDELIDADE, UMA
      *              VEZ POR MES. LE OS MOVIMENTOS DE PONTOS DO
      *              FIDPONTO (GANHOS E ESTORNOS DO PROGCOB16,
      *              RESGATES DA DIGITACAO) E, POR CLIENTE:
      *              - EXPIRA OS PONTOS GANHOS HA MAIS DO QUE O PRAZO
      *                DE VALIDADE DO FIDPARM (PADRAO 12 MESES) QUE
      *                AINDA NAO FORAM CONSUMIDOS - OS PONTOS MAIS
      *                ANTIGOS SAO CONSUMIDOS PRIMEIRO - GRAVANDO O
      *                MOVIMENTO 'X' NO PROPRIO FIDPONTO;
      *              - EMITE O EXTRATO DO MES ANTERIOR NO FIDEXTR
      *                (SALDO ANTERIOR, GANHOS, ESTORNOS, RESGATES,
      *                EXPIRADOS, SALDO E O QUE EXPIRA NO MES
      *                SEGUINTE), COM NOME E ENDERECO DO CUSTMAST.
      *              O PASSIVO DE PONTOS A RESGATAR (SALDO DE PONTOS
      *              X VALOR DO PONTO) E COMPARADO COM O SALDO DA
      *              CONTA NO RAZAO (LEDGBAL) E SO A DIFERENCA E
      *              LANCADA, COMO NA PDD (ARPROVIS):
      *              FALTA  = D DESPESA FIDELIDADE / C PONTOS;
      *              SOBRA  = D PONTOS / C DESPESA FIDELIDADE.
      *              O LOTE LEDGTRAN SAI COM IDENTIFICADOR 'FD' +
      *              AAMMDD NO FIDLEDG; MES SEM AJUSTE (OU JA FEITO,
      *              NO FIDCTRL) TERMINA COM RETURN-CODE 4.
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
      *    15/10/2026  LCW  RESGATE DEVOLVIDO NA DEVOLUCAO DA LINHA
      *                     PAGA COM PONTOS (MOVIMENTO 'D' DO
      *                     PROGCOB16): VOLTA AO SALDO, SAI NO EXTRATO
      *                     E DEIXA DE CONTAR COMO CONSUMIDO, PARA OS
      *                     PONTOS DEVOLVIDOS VENCEREM NA DATA DE
      *                     ORIGEM. A COLUNA RESGATES DO RELATORIO
      *                     SAI LIQUIDA DAS DEVOLUCOES.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT LOYALTY-PARM-FILE ASSIGN TO 'FIDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FPAR-STATUS.

           SELECT LOYALTY-POINTS-FILE ASSIGN TO 'FIDPONTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PTO-STATUS.

           SELECT LOYALTY-CONTROL-FILE ASSIGN TO 'FIDCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTRL-STATUS.

           SELECT LOYALTY-STATEMENT-FILE ASSIGN TO 'FIDEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTR-STATUS.

           SELECT LEDGER-BALANCE-FILE ASSIGN TO 'LEDGBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LEDG-CONTA
               FILE STATUS IS WRK-LEDG-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'FIDLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  LOYALTY-PARM-FILE.
           COPY 'FIDPARM.cob'.

       FD  LOYALTY-POINTS-FILE.
           COPY 'FIDPONTO.cob'.

      *    ANO E MES (AAAAMM) DO ULTIMO FECHAMENTO FEITO
       FD  LOYALTY-CONTROL-FILE.
       01  LOYALTY-CONTROL-RECORD     PIC 9(06).

       FD  LOYALTY-STATEMENT-FILE.
       01  LOYALTY-STATEMENT-RECORD   PIC X(100).

       FD  LEDGER-BALANCE-FILE.
       01  LEDGER-RECORD.
           02  LEDG-CONTA            PIC 9(06).
           02  LEDG-SALDO            PIC S9(09)V99.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-FPAR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PTO-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CTRL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EXTR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-LEDG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-FECHADO            PIC 9(06) VALUE ZEROS.
       77  WRK-FECHAR                 PIC X(01) VALUE 'S'.
           88  MES-A-FECHAR                     VALUE 'S'.

      *    DATAS DE CORTE, TODAS NO DIA 1: INICIO DO MES CORRENTE,
      *    INICIO DO MES DO EXTRATO (O ANTERIOR), LIMITE DA
      *    VALIDADE (GANHO ANTES DELE EXPIRA AGORA) E O LIMITE DO
      *    MES QUE VEM (GANHO ANTES DELE EXPIRA NO PROXIMO
      *    FECHAMENTO, AVISADO NO EXTRATO)
       77  WRK-DATA-INICIO-MES        PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO-EXTRATO    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-VALIDADE          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-VALIDADE-PROX     PIC 9(08) VALUE ZEROS.
       77  WRK-MES-EXTRATO            PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-MOVIMENTO          PIC 9(04) VALUE ZEROS.
       77  WRK-MES-DO-ANO             PIC 9(02) VALUE ZEROS.
       77  WRK-MESES-RECUO            PIC 9(03) VALUE ZEROS.
       77  WRK-MESES-CALC             PIC 9(07) VALUE ZEROS.
       77  WRK-ANO-CALC               PIC 9(04) VALUE ZEROS.
       77  WRK-MES-CALC               PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-CALC              PIC 9(08) VALUE ZEROS.

      *    PARAMETROS (PADRAO SEM O FIDPARM)
       77  WRK-VALOR-PONTO            PIC 9(01)V9999 VALUE 0,01.
       77  WRK-MESES-VALIDADE         PIC 9(02) VALUE 12.

      *    CONTAS DO PROGRAMA NO PLANO (CHARTACC): PONTOS A
      *    RESGATAR E PASSIVO - PELA CONVENCAO DO POSTING (DEBITO
      *    ABATE, CREDITO SOMA) O SALDO DELA E POSITIVO.
       77  WRK-CONTA-PONTOS           PIC 9(06) VALUE 210500.
       77  WRK-CONTA-DESPESA-FID      PIC 9(06) VALUE 541000.

      *    CLIENTES DO CADASTRO E OS QUE SO APARECEM NO FIDPONTO,
      *    COM OS PONTOS DO MES DO EXTRATO SEPARADOS DO QUE VEIO
      *    ANTES (SALDO ANTERIOR) E DEPOIS (JA NO MES CORRENTE)
       01  TB-FIDELIDADE-TABELA.
           02  TB-FIDELIDADE OCCURS 500 TIMES INDEXED BY IX-FID.
               03  TB-FID-CLIENTE     PIC 9(06).
               03  TB-FID-NOME        PIC X(20).
               03  TB-FID-ENDERECO    PIC X(30).
               03  TB-FID-CIDADE      PIC X(20).
               03  TB-FID-ANTERIOR    PIC S9(09).
               03  TB-FID-GANHOS      PIC 9(09).
               03  TB-FID-ESTORNOS    PIC 9(09).
               03  TB-FID-RESGATES    PIC 9(09).
               03  TB-FID-DEVOLVIDOS  PIC 9(09).
               03  TB-FID-EXPIRADOS   PIC 9(09).
               03  TB-FID-POSTERIOR   PIC S9(09).
      *        GANHOS ANTES DOS DOIS LIMITES DE VALIDADE E TUDO O
      *        QUE JA SAIU (ESTORNO, RESGATE, EXPIRACAO), PARA O
      *        CONSUMO DOS MAIS ANTIGOS PRIMEIRO
               03  TB-FID-GANHOS-VENCIDOS PIC 9(09).
               03  TB-FID-GANHOS-A-VENCER PIC 9(09).
               03  TB-FID-CONSUMIDOS  PIC 9(09).
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CLIENTES        PIC 9(03) VALUE 500.
       77  WRK-CLI-ACHADO             PIC X(01) VALUE 'N'.
           88  CLI-ACHADO                       VALUE 'S'.
       77  WRK-IX-FID                 PIC 9(03) VALUE ZEROS.

       77  WRK-PONTOS-EXPIRAR         PIC S9(09) VALUE ZEROS.
       77  WRK-PONTOS-A-VENCER        PIC S9(09) VALUE ZEROS.
       77  WRK-SALDO-EXTRATO          PIC S9(09) VALUE ZEROS.
       77  WRK-SALDO-ATUAL            PIC S9(09) VALUE ZEROS.
       77  WRK-EXPIRADOS-EXTRATO      PIC 9(09) VALUE ZEROS.
       77  WRK-MOVIMENTO-EXTRATO      PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-PONTOS           PIC 9(09)V99 VALUE ZEROS.

       77  WRK-TOT-PONTOS-ABERTOS     PIC 9(11) VALUE ZEROS.
       77  WRK-TOT-PONTOS-EXPIRADOS   PIC 9(11) VALUE ZEROS.
       77  WRK-PASSIVO-EXIGIDO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PASSIVO-ATUAL          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-AJUSTE                 PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-AJUSTE           PIC 9(11)V99 VALUE ZEROS.

       01  WRK-LOTE-FID.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'FD'.
           02  WRK-LOTE-DATA          PIC 9(06).

       77  WRK-QT-MOVIMENTOS-LIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-MOVIMENTOS-INVAL    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EXTRATOS            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EXPIRACOES          PIC 9(07) VALUE ZEROS.

       77  WRK-PONTOS-ED              PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-SALDO-PONTOS-ED        PIC ZZZ.ZZZ.ZZ9- VALUE ZEROS.
       77  WRK-TOTAL-PONTOS-ED        PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALOR-PONTOS-ED        PIC $ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-VALOR-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-SALDO-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99-
                                      VALUE ZEROS.
       77  WRK-ANT-ED                 PIC ZZZZZZ9- VALUE ZEROS.
       77  WRK-GAN-ED                 PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-EST-ED                 PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-RES-ED                 PIC -ZZZZZ9 VALUE ZEROS.
       77  WRK-RESGATES-LIQUIDOS      PIC S9(09) VALUE ZEROS.
       77  WRK-EXP-ED                 PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-SAL-ED                 PIC ZZZZZZ9- VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'FIDMES'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'FECHAMENTO MENSAL DO PROGRAMA FIDELIDADE'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           IF MES-A-FECHAR
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '=== FECHAMENTO MENSAL DA FIDELIDADE ==='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-MES-MOVIMENTO.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0105-LER-CONTROLE.
           IF WRK-MES-FECHADO = WRK-MES-MOVIMENTO
               MOVE 'N' TO WRK-FECHAR
               MOVE 4 TO WRK-RC-FINAL
               DISPLAY 'MES ' WRK-MES-MOVIMENTO ' JA FECHADO - '
                   'NADA A FAZER NESTA NOITE'
           ELSE
               PERFORM 0106-LER-PARAMETROS
               PERFORM 0107-CALCULAR-DATAS
               PERFORM 0110-LER-SALDO-PONTOS
           END-IF.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'PASSIVO-PONTOS' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-DESPESA-FID
           END-CALL.
           MOVE 'PASSIVO-PONTOS' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PONTOS
           END-CALL.

       0105-LER-CONTROLE.
           OPEN INPUT LOYALTY-CONTROL-FILE.
           IF WRK-CTRL-STATUS = '00'
               READ LOYALTY-CONTROL-FILE
                   AT END MOVE ZEROS TO LOYALTY-CONTROL-RECORD
               END-READ
               IF LOYALTY-CONTROL-RECORD IS NUMERIC
                   MOVE LOYALTY-CONTROL-RECORD TO WRK-MES-FECHADO
               END-IF
               CLOSE LOYALTY-CONTROL-FILE
           END-IF.

      *    FIDPARM AUSENTE OU COM LIXO MANTEM O PADRAO; VALOR DO
      *    PONTO OU VALIDADE ZERADOS TAMBEM FICAM NO PADRAO.
       0106-LER-PARAMETROS.
           OPEN INPUT LOYALTY-PARM-FILE.
           IF WRK-FPAR-STATUS = '00'
               READ LOYALTY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FPAR-VALOR-PONTO IS NUMERIC
                          AND FPAR-VALOR-PONTO > ZEROS
                           MOVE FPAR-VALOR-PONTO TO WRK-VALOR-PONTO
                       END-IF
                       IF FPAR-MESES-VALIDADE IS NUMERIC
                          AND FPAR-MESES-VALIDADE > ZEROS
                           MOVE FPAR-MESES-VALIDADE
                               TO WRK-MESES-VALIDADE
                       END-IF
               END-READ
               CLOSE LOYALTY-PARM-FILE
           END-IF.

      *    O FECHAMENTO RODA NA PRIMEIRA NOITE DO MES: O EXTRATO E
      *    DO MES ANTERIOR E A VALIDADE CONTA DO DIA 1 DO MES
      *    CORRENTE PARA TRAS.
       0107-CALCULAR-DATAS.
           MOVE WRK-DATA-MOVIMENTO (1:4) TO WRK-ANO-MOVIMENTO.
           MOVE WRK-DATA-MOVIMENTO (5:2) TO WRK-MES-DO-ANO.
           MOVE ZEROS TO WRK-MESES-RECUO.
           PERFORM 0108-RECUAR-MESES.
           MOVE WRK-DATA-CALC TO WRK-DATA-INICIO-MES.
           MOVE 1 TO WRK-MESES-RECUO.
           PERFORM 0108-RECUAR-MESES.
           MOVE WRK-DATA-CALC TO WRK-DATA-INICIO-EXTRATO.
           MOVE WRK-DATA-CALC (1:6) TO WRK-MES-EXTRATO.
           MOVE WRK-MESES-VALIDADE TO WRK-MESES-RECUO.
           PERFORM 0108-RECUAR-MESES.
           MOVE WRK-DATA-CALC TO WRK-DATA-VALIDADE.
           SUBTRACT 1 FROM WRK-MESES-RECUO.
           PERFORM 0108-RECUAR-MESES.
           MOVE WRK-DATA-CALC TO WRK-DATA-VALIDADE-PROX.
           DISPLAY 'EXTRATO DO MES    : ' WRK-MES-EXTRATO.
           DISPLAY 'EXPIRAM GANHOS ANTERIORES A ' WRK-DATA-VALIDADE.

      *    DIA 1 DO MES QUE FICA WRK-MESES-RECUO MESES ANTES DO MES
      *    DE MOVIMENTO
       0108-RECUAR-MESES.
           COMPUTE WRK-MESES-CALC =
               WRK-ANO-MOVIMENTO * 12
               + WRK-MES-DO-ANO - 1 - WRK-MESES-RECUO.
           DIVIDE WRK-MESES-CALC BY 12 GIVING WRK-ANO-CALC
               REMAINDER WRK-MES-CALC.
           ADD 1 TO WRK-MES-CALC.
           COMPUTE WRK-DATA-CALC =
               WRK-ANO-CALC * 10000 + WRK-MES-CALC * 100 + 1.

      *    SEM O RAZAO NAO HA COMO SABER QUANTO DO PASSIVO JA ESTA
      *    LANCADO: O PASSO TERMINA COM RC=8 E O MES INTEIRO
      *    (EXPIRACAO E EXTRATOS INCLUSIVE) FICA PARA A PROXIMA
      *    NOITE. CONTA AINDA SEM SALDO PARTE DE ZERO.
       0110-LER-SALDO-PONTOS.
           OPEN INPUT LEDGER-BALANCE-FILE.
           IF WRK-LEDG-STATUS NOT = '00'
               DISPLAY '*** LEDGBAL INDISPONIVEL (STATUS '
                   WRK-LEDG-STATUS ') - FECHAMENTO NAO FEITO ***'
               MOVE 'N' TO WRK-FECHAR
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               MOVE WRK-CONTA-PONTOS TO LEDG-CONTA
               READ LEDGER-BALANCE-FILE
                   INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA-PONTOS
                           ' SEM SALDO NO RAZAO - PASSIVO ATUAL ZERO'
                       MOVE ZEROS TO WRK-PASSIVO-ATUAL
                   NOT INVALID KEY
                       MOVE LEDG-SALDO TO WRK-PASSIVO-ATUAL
               END-READ
               CLOSE LEDGER-BALANCE-FILE
           END-IF.

       0200-PROCESSAR.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           INITIALIZE TB-FIDELIDADE-TABELA.
           PERFORM 0210-CARREGAR-CLIENTES.
           PERFORM 0220-LER-MOVIMENTOS.
           PERFORM 0230-ABRIR-SAIDAS.
           MOVE 'CLIENTE NOME                ANTERIOR   GANHOS ESTORNO '
               TO WRK-RPT-LINHA.
           MOVE 'RESGATES EXPIRADOS   SALDO'
               TO WRK-RPT-LINHA (55:26).
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0240-FECHAR-CLIENTE
               VARYING IX-FID FROM 1 BY 1
               UNTIL IX-FID > WRK-QT-CLIENTES.
           CLOSE LOYALTY-POINTS-FILE.
           CLOSE LOYALTY-STATEMENT-FILE.
           COMPUTE WRK-PASSIVO-EXIGIDO ROUNDED =
               WRK-TOT-PONTOS-ABERTOS * WRK-VALOR-PONTO.
           COMPUTE WRK-AJUSTE =
               WRK-PASSIVO-EXIGIDO - WRK-PASSIVO-ATUAL.
           PERFORM 0250-IMPRIMIR-PASSIVO.
           IF WRK-AJUSTE = ZEROS
      *    PASSIVO JA NO VALOR EXIGIDO NAO E ERRO: RETURN-CODE 4
      *    AVISA A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING.
               DISPLAY 'PASSIVO DE PONTOS JA CORRESPONDE AO SALDO - '
                   'NADA A LANCAR'
               MOVE 4 TO WRK-RC-FINAL
           ELSE
               PERFORM 0260-GRAVAR-LOTE
           END-IF.

      *    TODO CLIENTE DO CADASTRO ENTRA NA TABELA, COM NOME E
      *    ENDERECO PARA O EXTRATO SAIR ENDERECAVEL
       0210-CARREGAR-CLIENTES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-CUST-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0211-LER-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER
           END-IF.

       0211-LER-CLIENTE.
           IF WRK-QT-CLIENTES < WRK-LIMITE-CLIENTES
               ADD 1 TO WRK-QT-CLIENTES
               SET IX-FID TO WRK-QT-CLIENTES
               MOVE CUST-NUMERO   TO TB-FID-CLIENTE (IX-FID)
               MOVE CUST-NOME     TO TB-FID-NOME (IX-FID)
               MOVE CUST-ENDERECO TO TB-FID-ENDERECO (IX-FID)
               MOVE CUST-CIDADE   TO TB-FID-CIDADE (IX-FID)
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CADA MOVIMENTO CAI NO SALDO ANTERIOR, NO MES DO EXTRATO
      *    OU NO MES CORRENTE, CONFORME A DATA; MOVIMENTO COM LIXO
      *    E CONTADO E IGNORADO.
       0220-LER-MOVIMENTOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT LOYALTY-POINTS-FILE.
           IF WRK-PTO-STATUS = '35'
               DISPLAY 'SEM MOVIMENTOS DE PONTOS (FIDPONTO)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ LOYALTY-POINTS-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0221-LER-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE LOYALTY-POINTS-FILE
           END-IF.

       0221-LER-MOVIMENTO.
           ADD 1 TO WRK-QT-MOVIMENTOS-LIDOS.
           IF PTO-CLIENTE IS NOT NUMERIC
              OR PTO-DATA IS NOT NUMERIC
              OR PTO-PONTOS IS NOT NUMERIC
              OR NOT (PONTOS-GANHOS OR PONTOS-ESTORNADOS
                      OR PONTOS-RESGATADOS OR PONTOS-EXPIRADOS
                      OR PONTOS-DEVOLVIDOS)
               ADD 1 TO WRK-QT-MOVIMENTOS-INVAL
           ELSE
               PERFORM 0500-LOCALIZAR-CLIENTE
               IF CLI-ACHADO
                   SET IX-FID TO WRK-IX-FID
                   PERFORM 0222-ACUMULAR-MOVIMENTO
               ELSE
                   ADD 1 TO WRK-QT-MOVIMENTOS-INVAL
               END-IF
           END-IF.
           READ LOYALTY-POINTS-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0222-ACUMULAR-MOVIMENTO.
           IF PTO-DATA < WRK-DATA-INICIO-EXTRATO
               IF PONTOS-GANHOS OR PONTOS-DEVOLVIDOS
                   ADD PTO-PONTOS TO TB-FID-ANTERIOR (IX-FID)
               ELSE
                   SUBTRACT PTO-PONTOS FROM TB-FID-ANTERIOR (IX-FID)
               END-IF
           ELSE
           IF PTO-DATA < WRK-DATA-INICIO-MES
               EVALUATE TRUE
                   WHEN PONTOS-GANHOS
                       ADD PTO-PONTOS TO TB-FID-GANHOS (IX-FID)
                   WHEN PONTOS-ESTORNADOS
                       ADD PTO-PONTOS TO TB-FID-ESTORNOS (IX-FID)
                   WHEN PONTOS-RESGATADOS
                       ADD PTO-PONTOS TO TB-FID-RESGATES (IX-FID)
                   WHEN PONTOS-DEVOLVIDOS
                       ADD PTO-PONTOS TO TB-FID-DEVOLVIDOS (IX-FID)
                   WHEN OTHER
                       ADD PTO-PONTOS TO TB-FID-EXPIRADOS (IX-FID)
               END-EVALUATE
           ELSE
               IF PONTOS-GANHOS OR PONTOS-DEVOLVIDOS
                   ADD PTO-PONTOS TO TB-FID-POSTERIOR (IX-FID)
               ELSE
                   SUBTRACT PTO-PONTOS FROM TB-FID-POSTERIOR (IX-FID)
               END-IF
           END-IF
           END-IF.
           IF PONTOS-GANHOS
               IF PTO-DATA < WRK-DATA-VALIDADE
                   ADD PTO-PONTOS TO TB-FID-GANHOS-VENCIDOS (IX-FID)
               END-IF
               IF PTO-DATA < WRK-DATA-VALIDADE-PROX
                   ADD PTO-PONTOS TO TB-FID-GANHOS-A-VENCER (IX-FID)
               END-IF
           ELSE
           IF PONTOS-DEVOLVIDOS
               IF PTO-PONTOS > TB-FID-CONSUMIDOS (IX-FID)
                   MOVE ZEROS TO TB-FID-CONSUMIDOS (IX-FID)
               ELSE
                   SUBTRACT PTO-PONTOS FROM TB-FID-CONSUMIDOS (IX-FID)
               END-IF
           ELSE
               ADD PTO-PONTOS TO TB-FID-CONSUMIDOS (IX-FID)
           END-IF.

      *    AS EXPIRACOES ENTRAM NO FINAL DO PROPRIO FIDPONTO; O
      *    EXTRATO E PERMANENTE, SO CRESCE, COMO AS CARTAS DE
      *    COBRANCA.
       0230-ABRIR-SAIDAS.
           OPEN EXTEND LOYALTY-POINTS-FILE.
           IF WRK-PTO-STATUS = '35'
               OPEN OUTPUT LOYALTY-POINTS-FILE
               CLOSE LOYALTY-POINTS-FILE
               OPEN EXTEND LOYALTY-POINTS-FILE
           END-IF.
           OPEN EXTEND LOYALTY-STATEMENT-FILE.
           IF WRK-EXTR-STATUS = '35'
               OPEN OUTPUT LOYALTY-STATEMENT-FILE
               CLOSE LOYALTY-STATEMENT-FILE
               OPEN EXTEND LOYALTY-STATEMENT-FILE
           END-IF.

      *    OS PONTOS MAIS ANTIGOS SAO CONSUMIDOS PRIMEIRO: EXPIRA O
      *    QUE FOI GANHO ANTES DO LIMITE DE VALIDADE E AINDA NAO
      *    SAIU POR ESTORNO, RESGATE OU EXPIRACAO ANTERIOR. RODAR
      *    DE NOVO NAO EXPIRA DUAS VEZES - O 'X' GRAVADO PASSA A
      *    CONTAR COMO CONSUMIDO.
       0240-FECHAR-CLIENTE.
           COMPUTE WRK-PONTOS-EXPIRAR =
               TB-FID-GANHOS-VENCIDOS (IX-FID)
               - TB-FID-CONSUMIDOS (IX-FID).
           IF WRK-PONTOS-EXPIRAR < ZEROS
               MOVE ZEROS TO WRK-PONTOS-EXPIRAR
           END-IF.
           COMPUTE WRK-PONTOS-A-VENCER =
               TB-FID-GANHOS-A-VENCER (IX-FID)
               - TB-FID-CONSUMIDOS (IX-FID) - WRK-PONTOS-EXPIRAR.
           IF WRK-PONTOS-A-VENCER < ZEROS
               MOVE ZEROS TO WRK-PONTOS-A-VENCER
           END-IF.
           COMPUTE WRK-EXPIRADOS-EXTRATO =
               TB-FID-EXPIRADOS (IX-FID) + WRK-PONTOS-EXPIRAR.
           COMPUTE WRK-SALDO-EXTRATO = TB-FID-ANTERIOR (IX-FID)
               + TB-FID-GANHOS (IX-FID) - TB-FID-ESTORNOS (IX-FID)
               - TB-FID-RESGATES (IX-FID) + TB-FID-DEVOLVIDOS (IX-FID)
               - WRK-EXPIRADOS-EXTRATO.
           COMPUTE WRK-SALDO-ATUAL =
               WRK-SALDO-EXTRATO + TB-FID-POSTERIOR (IX-FID).
           COMPUTE WRK-MOVIMENTO-EXTRATO = TB-FID-GANHOS (IX-FID)
               + TB-FID-ESTORNOS (IX-FID) + TB-FID-RESGATES (IX-FID)
               + TB-FID-DEVOLVIDOS (IX-FID)
               + WRK-EXPIRADOS-EXTRATO.
           IF WRK-PONTOS-EXPIRAR > ZEROS
               PERFORM 0241-GRAVAR-EXPIRACAO
           END-IF.
           IF WRK-SALDO-ATUAL > ZEROS
               ADD WRK-SALDO-ATUAL TO WRK-TOT-PONTOS-ABERTOS
           END-IF.
           IF WRK-MOVIMENTO-EXTRATO > ZEROS
              OR WRK-SALDO-EXTRATO NOT = ZEROS
               ADD 1 TO WRK-QT-EXTRATOS
               PERFORM 0242-GRAVAR-EXTRATO
               PERFORM 0243-IMPRIMIR-CLIENTE
           END-IF.

       0241-GRAVAR-EXPIRACAO.
           INITIALIZE LOYALTY-POINTS-RECORD.
           MOVE TB-FID-CLIENTE (IX-FID) TO PTO-CLIENTE.
           MOVE WRK-DATA-MOVIMENTO      TO PTO-DATA.
           MOVE 'X'                     TO PTO-TIPO.
           MOVE WRK-PONTOS-EXPIRAR      TO PTO-PONTOS.
           COMPUTE PTO-VALOR ROUNDED =
               WRK-PONTOS-EXPIRAR * WRK-VALOR-PONTO
               ON SIZE ERROR MOVE 9999999,99 TO PTO-VALOR
           END-COMPUTE.
           MOVE SPACES                  TO PTO-LOJA.
           MOVE WRK-PROGRAMA-ID         TO PTO-ORIGEM.
           WRITE LOYALTY-POINTS-RECORD.
           ADD 1 TO WRK-QT-EXPIRACOES.
           ADD WRK-PONTOS-EXPIRAR TO WRK-TOT-PONTOS-EXPIRADOS.

       0242-GRAVAR-EXTRATO.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           STRING 'EXTRATO DE PONTOS FIDELIDADE - MES '
               WRK-MES-EXTRATO
               ' - CLIENTE ' TB-FID-CLIENTE (IX-FID)
               ' ' TB-FID-NOME (IX-FID)
               DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
           END-STRING.
           WRITE LOYALTY-STATEMENT-RECORD.
           IF TB-FID-ENDERECO (IX-FID) NOT = SPACES
               MOVE SPACES TO LOYALTY-STATEMENT-RECORD
               STRING 'ENDERECO: ' TB-FID-ENDERECO (IX-FID)
                   ' - ' TB-FID-CIDADE (IX-FID)
                   DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
               END-STRING
               WRITE LOYALTY-STATEMENT-RECORD
           END-IF.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           STRING 'EMISSAO ' WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
           END-STRING.
           WRITE LOYALTY-STATEMENT-RECORD.
           MOVE TB-FID-ANTERIOR (IX-FID) TO WRK-SALDO-PONTOS-ED.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           STRING '  SALDO ANTERIOR        ' WRK-SALDO-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
           END-STRING.
           WRITE LOYALTY-STATEMENT-RECORD.
           MOVE TB-FID-GANHOS (IX-FID) TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           STRING '  (+) PONTOS GANHOS     ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
           END-STRING.
           WRITE LOYALTY-STATEMENT-RECORD.
           MOVE TB-FID-ESTORNOS (IX-FID) TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           STRING '  (-) ESTORNADOS        ' WRK-PONTOS-ED
               ' (DEVOLUCOES E CANCELAMENTOS)'
               DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
           END-STRING.
           WRITE LOYALTY-STATEMENT-RECORD.
           MOVE TB-FID-RESGATES (IX-FID) TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           STRING '  (-) RESGATADOS        ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
           END-STRING.
           WRITE LOYALTY-STATEMENT-RECORD.
           IF TB-FID-DEVOLVIDOS (IX-FID) > ZEROS
               MOVE TB-FID-DEVOLVIDOS (IX-FID) TO WRK-PONTOS-ED
               MOVE SPACES TO LOYALTY-STATEMENT-RECORD
               STRING '  (+) RESG. DEVOLVIDOS  ' WRK-PONTOS-ED
                   ' (DEVOLUCOES E CANCELAMENTOS)'
                   DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
               END-STRING
               WRITE LOYALTY-STATEMENT-RECORD
           END-IF.
           MOVE WRK-EXPIRADOS-EXTRATO TO WRK-PONTOS-ED.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           STRING '  (-) EXPIRADOS         ' WRK-PONTOS-ED
               DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
           END-STRING.
           WRITE LOYALTY-STATEMENT-RECORD.
           MOVE WRK-SALDO-EXTRATO TO WRK-SALDO-PONTOS-ED.
           MOVE ZEROS TO WRK-VALOR-PONTOS.
           IF WRK-SALDO-EXTRATO > ZEROS
               COMPUTE WRK-VALOR-PONTOS ROUNDED =
                   WRK-SALDO-EXTRATO * WRK-VALOR-PONTO
           END-IF.
           MOVE WRK-VALOR-PONTOS TO WRK-VALOR-PONTOS-ED.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           STRING '  SALDO DE PONTOS       ' WRK-SALDO-PONTOS-ED
               ' - VALE ' WRK-VALOR-PONTOS-ED ' EM COMPRAS A VISTA'
               DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
           END-STRING.
           WRITE LOYALTY-STATEMENT-RECORD.
           IF WRK-PONTOS-A-VENCER > ZEROS
               MOVE WRK-PONTOS-A-VENCER TO WRK-PONTOS-ED
               MOVE SPACES TO LOYALTY-STATEMENT-RECORD
               STRING '  ATENCAO: ' WRK-PONTOS-ED
                   ' PONTO(S) EXPIRAM NO PROXIMO FECHAMENTO'
                   DELIMITED BY SIZE INTO LOYALTY-STATEMENT-RECORD
               END-STRING
               WRITE LOYALTY-STATEMENT-RECORD
           END-IF.
           MOVE SPACES TO LOYALTY-STATEMENT-RECORD.
           WRITE LOYALTY-STATEMENT-RECORD.

       0243-IMPRIMIR-CLIENTE.
           MOVE TB-FID-ANTERIOR (IX-FID)  TO WRK-ANT-ED.
           MOVE TB-FID-GANHOS (IX-FID)    TO WRK-GAN-ED.
           MOVE TB-FID-ESTORNOS (IX-FID)  TO WRK-EST-ED.
           COMPUTE WRK-RESGATES-LIQUIDOS = TB-FID-RESGATES (IX-FID)
               - TB-FID-DEVOLVIDOS (IX-FID).
           MOVE WRK-RESGATES-LIQUIDOS     TO WRK-RES-ED.
           MOVE WRK-EXPIRADOS-EXTRATO     TO WRK-EXP-ED.
           MOVE WRK-SALDO-EXTRATO         TO WRK-SAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-FID-CLIENTE (IX-FID) '  ' TB-FID-NOME (IX-FID)
               ' ' WRK-ANT-ED ' ' WRK-GAN-ED ' ' WRK-EST-ED
               '  ' WRK-RES-ED '   ' WRK-EXP-ED ' ' WRK-SAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0250-IMPRIMIR-PASSIVO.
           MOVE WRK-TOT-PONTOS-EXPIRADOS TO WRK-TOTAL-PONTOS-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PONTOS EXPIRADOS NESTE FECHAMENTO       : '
               WRK-TOTAL-PONTOS-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOT-PONTOS-ABERTOS TO WRK-TOTAL-PONTOS-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PONTOS A RESGATAR                       : '
               WRK-TOTAL-PONTOS-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-PASSIVO-EXIGIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PASSIVO EXIGIDO                         : '
               WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-PASSIVO-ATUAL TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PASSIVO NO RAZAO (' WRK-CONTA-PONTOS
               ')                : '
               WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-AJUSTE TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'AJUSTE DO MES (+ CONSTITUI / - REVERTE) : '
               WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

      *    UM PAR DE LINHAS PELA DIFERENCA. O DETALHE DO LEDGTRAN
      *    CABE ATE 9.999.999,99; AJUSTE MAIOR NAO E LANCADO E O MES
      *    FICA PARA A CONTABILIDADE RESOLVER (RC=8).
       0260-GRAVAR-LOTE.
           IF WRK-AJUSTE < ZEROS
               COMPUTE WRK-VALOR-AJUSTE = ZERO - WRK-AJUSTE
           ELSE
               MOVE WRK-AJUSTE TO WRK-VALOR-AJUSTE
           END-IF.
           IF WRK-VALOR-AJUSTE > 9999999,99
               DISPLAY '*** AJUSTE ACIMA DO LIMITE DO LANCAMENTO - '
                   'LOTE NAO GRAVADO ***'
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               OPEN OUTPUT LEDGER-TRANSACTION-FILE
               INITIALIZE LEDGER-BATCH-HEADER
               MOVE 'H'                TO LOTE-H-TIPO
               MOVE WRK-LOTE-FID       TO LOTE-H-LOTE
               MOVE WRK-DATA-MOVIMENTO TO LOTE-H-DATA
               WRITE LEDGER-BATCH-HEADER
               INITIALIZE TRANSACTION-RECORD
               MOVE 'D'              TO TRAN-REG-TIPO
               MOVE 'D'              TO TRAN-TIPO
               MOVE WRK-VALOR-AJUSTE TO TRAN-VALOR
               IF WRK-AJUSTE > ZEROS
                   MOVE WRK-CONTA-DESPESA-FID TO TRAN-CONTA
               ELSE
                   MOVE WRK-CONTA-PONTOS      TO TRAN-CONTA
               END-IF
               WRITE TRANSACTION-RECORD
               MOVE 'C'              TO TRAN-TIPO
               IF WRK-AJUSTE > ZEROS
                   MOVE WRK-CONTA-PONTOS      TO TRAN-CONTA
               ELSE
                   MOVE WRK-CONTA-DESPESA-FID TO TRAN-CONTA
               END-IF
               WRITE TRANSACTION-RECORD
               INITIALIZE LEDGER-BATCH-TRAILER
               MOVE 'T'              TO LOTE-T-TIPO
               MOVE 2                TO LOTE-T-QT-PREVISTA
               MOVE WRK-VALOR-AJUSTE TO LOTE-T-TOTAL-DEBITOS
               MOVE WRK-VALOR-AJUSTE TO LOTE-T-TOTAL-CREDITOS
               WRITE LEDGER-BATCH-TRAILER
               CLOSE LEDGER-TRANSACTION-FILE
               DISPLAY 'LOTE ' WRK-LOTE-FID ' GRAVADO COM 2 '
                   'LINHA(S) - SEGUE PARA O LEDGEDIT/POSTING'
           END-IF.

       0300-FINALIZAR.
           IF MES-A-FECHAR
               IF WRK-RC-FINAL < 8
                   PERFORM 0320-GRAVAR-CONTROLE
               END-IF
               MOVE 'F' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'MOVIMENTOS LIDOS        : ' WRK-QT-MOVIMENTOS-LIDOS.
           DISPLAY 'MOVIMENTOS IGNORADOS    : ' WRK-QT-MOVIMENTOS-INVAL.
           DISPLAY 'EXTRATOS EMITIDOS       : ' WRK-QT-EXTRATOS.
           DISPLAY 'CLIENTES COM EXPIRACAO  : ' WRK-QT-EXPIRACOES.
           MOVE WRK-QT-MOVIMENTOS-LIDOS TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-EXTRATOS         TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-MOVIMENTOS-INVAL TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO FECHAMENTO MENSAL DA FIDELIDADE '.

       0320-GRAVAR-CONTROLE.
           OPEN OUTPUT LOYALTY-CONTROL-FILE.
           MOVE WRK-MES-MOVIMENTO TO LOYALTY-CONTROL-RECORD.
           WRITE LOYALTY-CONTROL-RECORD.
           CLOSE LOYALTY-CONTROL-FILE.

       0400-GRAVAR-LINHA-RPT.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.

      *    CLIENTE DO FIDPONTO FORA DO CADASTRO (OU ALEM DA
      *    CAPACIDADE DA TABELA) ENTRA NO FINAL, SEM NOME, PARA O
      *    PASSIVO FICAR COMPLETO
       0500-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM 0501-PROCURAR-CLIENTE
               VARYING IX-FID FROM 1 BY 1
               UNTIL IX-FID > WRK-QT-CLIENTES OR CLI-ACHADO.
           IF NOT CLI-ACHADO
              AND WRK-QT-CLIENTES < WRK-LIMITE-CLIENTES
               ADD 1 TO WRK-QT-CLIENTES
               SET IX-FID TO WRK-QT-CLIENTES
               MOVE PTO-CLIENTE TO TB-FID-CLIENTE (IX-FID)
               MOVE 'SEM CADASTRO' TO TB-FID-NOME (IX-FID)
               MOVE 'S' TO WRK-CLI-ACHADO
               MOVE WRK-QT-CLIENTES TO WRK-IX-FID
           END-IF.

       0501-PROCURAR-CLIENTE.
           IF TB-FID-CLIENTE (IX-FID) = PTO-CLIENTE
               MOVE 'S' TO WRK-CLI-ACHADO
               SET WRK-IX-FID TO IX-FID
           END-IF.

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

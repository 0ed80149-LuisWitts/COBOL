       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPROVIS.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: PROVISAO PARA DEVEDORES DUVIDOSOS (PDD), UMA VEZ
      *              POR MES. AS FATURAS ABERTAS DO ARINVOIC SAO
      *              DISTRIBUIDAS PELAS FAIXAS DE ATRASO (A VENCER,
      *              1-30, 31-60, 61-90, 91-180, 181-360 E MAIS DE
      *              360 DIAS) E CADA FAIXA RECEBE O PERCENTUAL DE
      *              PERDA ESPERADA DO PDDPARM. A PROVISAO EXIGIDA E
      *              COMPARADA COM O SALDO DA CONTA DE PROVISAO NO
      *              RAZAO (LEDGBAL) E SO A DIFERENCA E LANCADA:
      *              FALTA  = D DESPESA COM PDD / C PROVISAO;
      *              SOBRA  = D PROVISAO / C DESPESA COM PDD.
      *              A BAIXA DE FATURA INCOBRAVEL (ARWRTOFF) CONSOME A
      *              PROVISAO; O QUE FALTAR E RECOMPOSTO AQUI NO MES
      *              SEGUINTE. O LOTE LEDGTRAN SAI COM IDENTIFICADOR
      *              'PD' + AAMMDD NO PDDLEDG E SEGUE PELO LEDGEDIT E
      *              PELO POSTING; MES SEM AJUSTE (OU JA FEITO, NO
      *              PDDCTRL) TERMINA COM RETURN-CODE 4, COMO O
      *              CXFECHA, PARA A ESTEIRA PULAR OS DOIS PASSOS.
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
           SELECT AR-INVOICE-FILE ASSIGN TO 'ARINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT LEDGER-BALANCE-FILE ASSIGN TO 'LEDGBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LEDG-CONTA
               FILE STATUS IS WRK-LEDG-STATUS.

           SELECT PDD-PARM-FILE ASSIGN TO 'PDDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT PDD-CONTROL-FILE ASSIGN TO 'PDDCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTRL-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'PDDLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-INVOICE-FILE.
           COPY 'ARINVOIC.cob'.

       FD  LEDGER-BALANCE-FILE.
       01  LEDGER-RECORD.
           02  LEDG-CONTA            PIC 9(06).
           02  LEDG-SALDO            PIC S9(09)V99.

      *    PERCENTUAL DE PERDA ESPERADA POR FAIXA DE ATRASO, NA
      *    ORDEM A VENCER, 1-30, 31-60, 61-90, 91-180, 181-360 E
      *    MAIS DE 360 DIAS
       FD  PDD-PARM-FILE.
       01  PDD-PARM-RECORD.
           02  PPAR-PCT-FAIXA         PIC 9(03)V99 OCCURS 7 TIMES.

      *    ANO E MES (AAAAMM) DA ULTIMA PROVISAO LANCADA
       FD  PDD-CONTROL-FILE.
       01  PDD-CONTROL-RECORD         PIC 9(06).

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-LEDG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PARM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CTRL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-PROVISIONADO       PIC 9(06) VALUE ZEROS.
       77  WRK-PROVISIONAR            PIC X(01) VALUE 'S'.
           88  MES-A-PROVISIONAR                VALUE 'S'.
       77  WRK-DIA-MOVIMENTO          PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-ATRASO            PIC S9(07) VALUE ZEROS.

      *    CONTAS DA PDD NO PLANO (CHARTACC): A PROVISAO E
      *    RETIFICADORA DO CONTAS A RECEBER, COMO A DEPRECIACAO
      *    ACUMULADA E DO IMOBILIZADO - PELA CONVENCAO DO POSTING
      *    (DEBITO ABATE, CREDITO SOMA) O SALDO DELA E POSITIVO.
       77  WRK-CONTA-PROVISAO         PIC 9(06) VALUE 120900.
       77  WRK-CONTA-DESPESA-PDD      PIC 9(06) VALUE 540800.

      *    FAIXAS DE ATRASO: LIMITE SUPERIOR EM DIAS (A ULTIMA NAO
      *    TEM LIMITE), PERCENTUAL EM VIGOR (PADRAO SEM O PDDPARM)
      *    E O QUE FOI APURADO NO MES
       01  TB-FAIXA-VALORES.
           02  FILLER PIC X(22) VALUE 'A VENCER    0000000000'.
           02  FILLER PIC X(22) VALUE '01-30 DIAS  0003000100'.
           02  FILLER PIC X(22) VALUE '31-60 DIAS  0006000300'.
           02  FILLER PIC X(22) VALUE '61-90 DIAS  0009001000'.
           02  FILLER PIC X(22) VALUE '91-180 DIAS 0018003000'.
           02  FILLER PIC X(22) VALUE '181-360 DIAS0036005000'.
           02  FILLER PIC X(22) VALUE 'ACIMA 360   9999910000'.
       01  TB-FAIXA-TABELA REDEFINES TB-FAIXA-VALORES.
           02  TB-FAIXA OCCURS 7 TIMES INDEXED BY IX-FXA.
               03  TB-FXA-NOME        PIC X(12).
               03  TB-FXA-ATE-DIAS    PIC 9(05).
               03  TB-FXA-PCT         PIC 9(03)V99.
       01  TB-APURACAO-TABELA.
           02  TB-APURACAO OCCURS 7 TIMES INDEXED BY IX-APU.
               03  TB-APU-QT-FATURAS  PIC 9(05).
               03  TB-APU-VALOR       PIC 9(11)V99.
               03  TB-APU-PROVISAO    PIC 9(11)V99.
       77  WRK-IX-FAIXA               PIC 9(01) VALUE ZEROS.

       77  WRK-PROVISAO-EXIGIDA       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PROVISAO-ATUAL         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-AJUSTE                 PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-AJUSTE           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ABERTO           PIC 9(11)V99 VALUE ZEROS.

       01  WRK-LOTE-PDD.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'PD'.
           02  WRK-LOTE-DATA          PIC 9(06).

       77  WRK-QT-FATURAS-LIDAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ABERTAS             PIC 9(07) VALUE ZEROS.

       77  WRK-VALOR-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-PROVISAO-ED            PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-SALDO-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99-
                                      VALUE ZEROS.
       77  WRK-PCT-ED                 PIC ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'ARPROVIS'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'PROVISAO PARA DEVEDORES DUVIDOSOS (PDD)'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           IF MES-A-PROVISIONAR
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '=== PROVISAO PARA DEVEDORES DUVIDOSOS ==='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-MES-MOVIMENTO.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           INITIALIZE TB-APURACAO-TABELA.
           PERFORM 0105-LER-CONTROLE.
           IF WRK-MES-PROVISIONADO = WRK-MES-MOVIMENTO
               MOVE 'N' TO WRK-PROVISIONAR
               MOVE 4 TO WRK-RC-FINAL
               DISPLAY 'MES ' WRK-MES-MOVIMENTO ' JA PROVISIONADO - '
                   'NADA A LANCAR NESTA NOITE'
           ELSE
               COMPUTE WRK-DIA-MOVIMENTO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO)
               PERFORM 0106-LER-PARAMETROS
               PERFORM 0110-LER-SALDO-PROVISAO
           END-IF.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'PROVISAO-PDD' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-DESPESA-PDD
           END-CALL.
           MOVE 'PROVISAO-PDD' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PROVISAO
           END-CALL.

       0105-LER-CONTROLE.
           OPEN INPUT PDD-CONTROL-FILE.
           IF WRK-CTRL-STATUS = '00'
               READ PDD-CONTROL-FILE
                   AT END MOVE ZEROS TO PDD-CONTROL-RECORD
               END-READ
               IF PDD-CONTROL-RECORD IS NUMERIC
                   MOVE PDD-CONTROL-RECORD TO WRK-MES-PROVISIONADO
               END-IF
               CLOSE PDD-CONTROL-FILE
           END-IF.

      *    PDDPARM AUSENTE OU COM LIXO MANTEM OS PERCENTUAIS PADRAO
      *    DA TABELA; PERCENTUAL ACIMA DE 100 E LIMITADO A 100.
       0106-LER-PARAMETROS.
           OPEN INPUT PDD-PARM-FILE.
           IF WRK-PARM-STATUS = '00'
               READ PDD-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PDD-PARM-RECORD IS NUMERIC
                           PERFORM 0107-APLICAR-PARAMETRO
                               VARYING IX-FXA FROM 1 BY 1
                               UNTIL IX-FXA > 7
                       END-IF
               END-READ
               CLOSE PDD-PARM-FILE
           END-IF.

       0107-APLICAR-PARAMETRO.
           SET WRK-IX-FAIXA TO IX-FXA.
           IF PPAR-PCT-FAIXA (WRK-IX-FAIXA) > 100
               MOVE 100 TO TB-FXA-PCT (IX-FXA)
           ELSE
               MOVE PPAR-PCT-FAIXA (WRK-IX-FAIXA)
                   TO TB-FXA-PCT (IX-FXA)
           END-IF.

      *    SEM O RAZAO NAO HA COMO SABER QUANTO JA ESTA PROVISIONADO:
      *    O PASSO TERMINA COM RC=8 E O MES FICA PARA A PROXIMA
      *    NOITE. CONTA AINDA SEM SALDO (PRIMEIRA PROVISAO) PARTE
      *    DE ZERO.
       0110-LER-SALDO-PROVISAO.
           OPEN INPUT LEDGER-BALANCE-FILE.
           IF WRK-LEDG-STATUS NOT = '00'
               DISPLAY '*** LEDGBAL INDISPONIVEL (STATUS '
                   WRK-LEDG-STATUS ') - PROVISAO NAO CALCULADA ***'
               MOVE 'N' TO WRK-PROVISIONAR
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               MOVE WRK-CONTA-PROVISAO TO LEDG-CONTA
               READ LEDGER-BALANCE-FILE
                   INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA-PROVISAO
                           ' SEM SALDO NO RAZAO - PROVISAO ATUAL ZERO'
                       MOVE ZEROS TO WRK-PROVISAO-ATUAL
                   NOT INVALID KEY
                       MOVE LEDG-SALDO TO WRK-PROVISAO-ATUAL
               END-READ
               CLOSE LEDGER-BALANCE-FILE
           END-IF.

       0200-PROCESSAR.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0210-VARRER-FATURAS.
           PERFORM 0220-CALCULAR-FAIXA
               VARYING IX-FXA FROM 1 BY 1 UNTIL IX-FXA > 7.
           COMPUTE WRK-AJUSTE =
               WRK-PROVISAO-EXIGIDA - WRK-PROVISAO-ATUAL.
           PERFORM 0230-IMPRIMIR-APURACAO.
           IF WRK-AJUSTE = ZEROS
      *    PROVISAO JA NO VALOR EXIGIDO NAO E ERRO: RETURN-CODE 4
      *    AVISA A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING.
               DISPLAY 'PROVISAO JA CORRESPONDE AO EXIGIDO - NADA '
                   'A LANCAR'
               MOVE 4 TO WRK-RC-FINAL
           ELSE
               PERFORM 0240-GRAVAR-LOTE
           END-IF.

      *    SO A FATURA ABERTA ENTRA NA PROVISAO: A LIQUIDADA JA FOI
      *    RECEBIDA E A BAIXADA POR PERDA JA SAIU DO CONTAS A
      *    RECEBER CONTRA A PROPRIA PROVISAO.
       0210-VARRER-FATURAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               DISPLAY 'SEM FATURAS (ARINVOIC) - PROVISAO EXIGIDA '
                   'ZERO'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ AR-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0211-LER-FATURA UNTIL FIM-ARQUIVO
               CLOSE AR-INVOICE-FILE
           END-IF.

       0211-LER-FATURA.
           ADD 1 TO WRK-QT-FATURAS-LIDAS.
           IF FATURA-ABERTA
               ADD 1 TO WRK-QT-ABERTAS
               COMPUTE WRK-DIAS-ATRASO = WRK-DIA-MOVIMENTO
                 - FUNCTION INTEGER-OF-DATE (FAT-DATA-VENCIMENTO)
               SET IX-FXA TO 1
               PERFORM 0212-PROCURAR-FAIXA
                   UNTIL IX-FXA = 7
                   OR WRK-DIAS-ATRASO NOT > TB-FXA-ATE-DIAS (IX-FXA)
               SET IX-APU TO IX-FXA
               ADD 1 TO TB-APU-QT-FATURAS (IX-APU)
               ADD FAT-VALOR TO TB-APU-VALOR (IX-APU)
               ADD FAT-VALOR TO WRK-TOTAL-ABERTO
           END-IF.
           READ AR-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0212-PROCURAR-FAIXA.
           SET IX-FXA UP BY 1.

       0220-CALCULAR-FAIXA.
           SET IX-APU TO IX-FXA.
           COMPUTE TB-APU-PROVISAO (IX-APU) ROUNDED =
               TB-APU-VALOR (IX-APU) * TB-FXA-PCT (IX-FXA) / 100.
           ADD TB-APU-PROVISAO (IX-APU) TO WRK-PROVISAO-EXIGIDA.

       0230-IMPRIMIR-APURACAO.
           MOVE 'FAIXA         QTDE       VALOR ABERTO     %'
               TO WRK-RPT-LINHA.
           MOVE '         PROVISAO' TO WRK-RPT-LINHA (45:17).
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0231-IMPRIMIR-FAIXA
               VARYING IX-FXA FROM 1 BY 1 UNTIL IX-FXA > 7.
           MOVE WRK-TOTAL-ABERTO     TO WRK-VALOR-ED.
           MOVE WRK-PROVISAO-EXIGIDA TO WRK-PROVISAO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'TOTAL        ' WRK-QT-ABERTAS (3:5) ' '
               WRK-VALOR-ED '        ' WRK-PROVISAO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-PROVISAO-ATUAL TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PROVISAO NO RAZAO (' WRK-CONTA-PROVISAO ') : '
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

       0231-IMPRIMIR-FAIXA.
           SET IX-APU TO IX-FXA.
           MOVE TB-APU-VALOR (IX-APU)    TO WRK-VALOR-ED.
           MOVE TB-FXA-PCT (IX-FXA)      TO WRK-PCT-ED.
           MOVE TB-APU-PROVISAO (IX-APU) TO WRK-PROVISAO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-FXA-NOME (IX-FXA) ' '
               TB-APU-QT-FATURAS (IX-APU) ' '
               WRK-VALOR-ED ' ' WRK-PCT-ED ' '
               WRK-PROVISAO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

      *    UM PAR DE LINHAS PELA DIFERENCA. O DETALHE DO LEDGTRAN
      *    CABE ATE 9.999.999,99; AJUSTE MAIOR NAO E LANCADO E O MES
      *    FICA PARA A CONTABILIDADE RESOLVER (RC=8).
       0240-GRAVAR-LOTE.
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
               MOVE WRK-LOTE-PDD       TO LOTE-H-LOTE
               MOVE WRK-DATA-MOVIMENTO TO LOTE-H-DATA
               WRITE LEDGER-BATCH-HEADER
               INITIALIZE TRANSACTION-RECORD
               MOVE 'D'              TO TRAN-REG-TIPO
               MOVE 'D'              TO TRAN-TIPO
               MOVE WRK-VALOR-AJUSTE TO TRAN-VALOR
               IF WRK-AJUSTE > ZEROS
                   MOVE WRK-CONTA-DESPESA-PDD TO TRAN-CONTA
               ELSE
                   MOVE WRK-CONTA-PROVISAO    TO TRAN-CONTA
               END-IF
               WRITE TRANSACTION-RECORD
               MOVE 'C'              TO TRAN-TIPO
               IF WRK-AJUSTE > ZEROS
                   MOVE WRK-CONTA-PROVISAO    TO TRAN-CONTA
               ELSE
                   MOVE WRK-CONTA-DESPESA-PDD TO TRAN-CONTA
               END-IF
               WRITE TRANSACTION-RECORD
               INITIALIZE LEDGER-BATCH-TRAILER
               MOVE 'T'              TO LOTE-T-TIPO
               MOVE 2                TO LOTE-T-QT-PREVISTA
               MOVE WRK-VALOR-AJUSTE TO LOTE-T-TOTAL-DEBITOS
               MOVE WRK-VALOR-AJUSTE TO LOTE-T-TOTAL-CREDITOS
               WRITE LEDGER-BATCH-TRAILER
               CLOSE LEDGER-TRANSACTION-FILE
               DISPLAY 'LOTE ' WRK-LOTE-PDD ' GRAVADO COM 2 '
                   'LINHA(S) - SEGUE PARA O LEDGEDIT/POSTING'
           END-IF.

       0300-FINALIZAR.
           IF MES-A-PROVISIONAR
               IF WRK-RC-FINAL < 8
                   PERFORM 0320-GRAVAR-CONTROLE
               END-IF
               MOVE 'F' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'FATURAS LIDAS           : ' WRK-QT-FATURAS-LIDAS.
           DISPLAY 'FATURAS ABERTAS         : ' WRK-QT-ABERTAS.
           MOVE WRK-QT-FATURAS-LIDAS TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-ABERTAS       TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA PROVISAO PARA DEVEDORES DUVIDOSOS '.

       0320-GRAVAR-CONTROLE.
           OPEN OUTPUT PDD-CONTROL-FILE.
           MOVE WRK-MES-MOVIMENTO TO PDD-CONTROL-RECORD.
           WRITE PDD-CONTROL-RECORD.
           CLOSE PDD-CONTROL-FILE.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBBILL.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: FATURAMENTO DOS JOBS CONCLUIDOS. O FECHAMENTO DO
      *              JOB (JOBCLOSE) MARCA AS ORDENS DE SERVICO DO
      *              WORKORD COMO FECHADAS E O RASTRO ACABAVA AI - A
      *              FATURA DO CLIENTE ERA DIGITADA A MAO E HAVIA JOB
      *              QUE NUNCA ERA COBRADO. TODA NOITE, CADA COTACAO
      *              COM TODAS AS ORDENS FECHADAS E FATURADA PELO
      *              VALOR ACEITO NO QUOTEREG MAIS OS SERVICOS EXTRAS
      *              APROVADOS (JOBEXTRA): UMA FATURA ABERTA NO
      *              ARINVOIC PARA O CLIENTE DA ORDEM, COM VENCIMENTO
      *              DE 30 DIAS, E AS ORDENS PASSAM A 'T' (FATURADA).
      *              A RECEITA VAI PARA O LOTE LEDGTRAN 'JB' + AAMMDD
      *              NO JOBLEDG (D CLIENTES A RECEBER / C RECEITA DE
      *              SERVICOS, UM PAR POR JOB) E SEGUE PELO LEDGEDIT
      *              E PELO POSTING; NOITE SEM JOB A FATURAR TERMINA
      *              COM RETURN-CODE 4, COMO O CXFECHA, PARA A
      *              ESTEIRA PULAR OS DOIS PASSOS. O RELATORIO LISTA
      *              OS JOBS FATURADOS E TODA ORDEM FECHADA QUE
      *              CONTINUA SEM FATURA, COM O MOTIVO, PARA NENHUM
      *              SERVICO FICAR SEM COBRANCA. RELATORIO PELA
      *              ROTINA RPTHDRTN.
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
           SELECT WORK-ORDER-FILE ASSIGN TO 'WORKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WO-STATUS.

           SELECT QUOTE-REGISTER-FILE ASSIGN TO 'QUOTEREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QREG-STATUS.

           SELECT JOB-EXTRA-FILE ASSIGN TO 'JOBEXTRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-XTR-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO 'ARINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'JOBLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
           COPY 'WORKORD.cob'.

       FD  QUOTE-REGISTER-FILE.
       01  QUOTE-REGISTER-RECORD.
           02  QREG-NUMERO            PIC 9(06).
           02  QREG-SEP1              PIC X(02).
           02  QREG-JOB               PIC X(06).
           02  QREG-SEP2              PIC X(02).
           02  QREG-CLIENTE           PIC 9(06).
           02  QREG-SEP3              PIC X(02).
           02  QREG-DATA-EMISSAO      PIC 9(08).
           02  QREG-SEP4              PIC X(02).
           02  QREG-DATA-VALIDADE     PIC 9(08).
           02  QREG-SEP5              PIC X(02).
           02  QREG-VALOR             PIC 9(09)V99.
           02  QREG-SEP6              PIC X(02).
           02  QREG-SITUACAO          PIC X(01).

       FD  JOB-EXTRA-FILE.
           COPY 'JOBEXTRA.cob'.

       FD  AR-INVOICE-FILE.
           COPY 'ARINVOIC.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-WO-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-QREG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-XTR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

      *    CONTAS DO FATURAMENTO NO PLANO (CHARTACC)
       77  WRK-CONTA-CLIENTES         PIC 9(06) VALUE 120100.
       77  WRK-CONTA-RECEITA          PIC 9(06) VALUE 410200.

      *    AS ORDENS SAO GUARDADAS COMO ESTAO (LINHA INTEIRA) E
      *    REGRAVADAS COM AS DOS JOBS FATURADOS EM 'T'; ARQUIVO
      *    MAIOR QUE A TABELA NAO PODE SER REGRAVADO SEM PERDER
      *    ORDENS - NESSE CASO NADA E FATURADO (RC=8).
       01  TB-ORDENS-TABELA.
           02  TB-ORDEM OCCURS 500 TIMES INDEXED BY IX-WO.
               03  TB-WO-REGISTRO     PIC X(80).
               03  TB-WO-SITUACAO     PIC X(01).
               03  TB-WO-IX-SRV       PIC 9(03).
       77  WRK-QT-ORDENS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-ORDENS          PIC 9(03) VALUE 500.
       77  WRK-ARQUIVO-INTEIRO        PIC X(01) VALUE 'S'.
           88  ARQUIVO-INTEIRO                  VALUE 'S'.

      *    UM SERVICO POR COTACAO COM ORDEM AINDA NAO FATURADA: A
      *    COTACAO ACEITA DA O VALOR E O JOBEXTRA, OS EXTRAS
       01  TB-SERVICOS-TABELA.
           02  TB-SERVICO OCCURS 200 TIMES INDEXED BY IX-SRV.
               03  TB-SRV-COTACAO     PIC 9(06).
               03  TB-SRV-JOB         PIC X(06).
               03  TB-SRV-CLIENTE     PIC 9(06).
               03  TB-SRV-QT-ABERTAS  PIC 9(03).
               03  TB-SRV-QT-FECHADAS PIC 9(03).
               03  TB-SRV-ACEITA      PIC X(01).
               03  TB-SRV-COTADO      PIC 9(09)V99.
               03  TB-SRV-EXTRAS      PIC 9(09)V99.
               03  TB-SRV-FATURADO    PIC X(01).
               03  TB-SRV-MOTIVO      PIC X(35).
       77  WRK-QT-SERVICOS            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-SERVICOS        PIC 9(03) VALUE 200.
       77  WRK-SRV-ACHADO             PIC X(01) VALUE 'N'.
           88  SRV-ACHADO                       VALUE 'S'.
       77  WRK-IX-SRV                 PIC 9(03) VALUE ZEROS.
       77  WRK-COTACAO-PROCURADA      PIC 9(06) VALUE ZEROS.

      *    LINHAS DO LOTE CONTABIL, GRAVADAS SO NO FIM
       01  TB-LINHAS-TABELA.
           02  TB-LINHA OCCURS 200 TIMES INDEXED BY IX-LIN.
               03  TB-LIN-CONTA       PIC 9(06).
               03  TB-LIN-TIPO        PIC X(01).
               03  TB-LIN-VALOR       PIC 9(07)V99.
       77  WRK-QT-LINHAS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-LINHAS          PIC 9(03) VALUE 200.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-VENCIMENTO        PIC 9(09) VALUE ZEROS.
       01  WRK-LOTE-SERVICOS.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'JB'.
           02  WRK-LOTE-DATA          PIC 9(06).

       77  WRK-VALOR-FATURA           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-FATURADO         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-ORDENS-LIDAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QT-FATURADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NAO-FATURADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PENDENTES           PIC 9(05) VALUE ZEROS.

       77  WRK-COTADO-ED              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-EXTRAS-ED              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FATURA-ED              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'JOBBILL'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'FATURAMENTO DOS JOBS CONCLUIDOS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           IF ARQUIVO-INTEIRO
               PERFORM 0200-FATURAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '===== FATURAMENTO DOS JOBS CONCLUIDOS ====='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           PERFORM 0110-CARREGAR-ORDENS.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY '*** WORKORD MAIOR QUE A TABELA DE ORDENS OU '
                   'DE COTACOES - NADA FATURADO ***'
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               PERFORM 0120-LER-COTACOES
               PERFORM 0130-LER-EXTRAS
           END-IF.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'FATURA-SERVICO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CLIENTES
           END-CALL.
           MOVE 'FATURA-SERVICO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-RECEITA
           END-CALL.

       0110-CARREGAR-ORDENS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WRK-WO-STATUS = '35'
               DISPLAY 'SEM ORDENS DE SERVICO (WORKORD)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ WORK-ORDER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-ORDEM UNTIL FIM-ARQUIVO
               CLOSE WORK-ORDER-FILE
           END-IF.

       0111-LER-ORDEM.
           ADD 1 TO WRK-QT-ORDENS-LIDAS.
           IF WRK-QT-ORDENS < WRK-LIMITE-ORDENS
               ADD 1 TO WRK-QT-ORDENS
               SET IX-WO TO WRK-QT-ORDENS
               MOVE WORK-ORDER-RECORD TO TB-WO-REGISTRO (IX-WO)
               MOVE WO-SITUACAO       TO TB-WO-SITUACAO (IX-WO)
               MOVE ZEROS             TO TB-WO-IX-SRV (IX-WO)
               IF ORDEM-ABERTA OR ORDEM-FECHADA
                   PERFORM 0112-ACUMULAR-SERVICO
               END-IF
           ELSE
               MOVE 'N' TO WRK-ARQUIVO-INTEIRO
           END-IF.
           READ WORK-ORDER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0112-ACUMULAR-SERVICO.
           MOVE WO-COTACAO TO WRK-COTACAO-PROCURADA.
           PERFORM 0115-LOCALIZAR-SERVICO.
           IF NOT SRV-ACHADO
               IF WRK-QT-SERVICOS < WRK-LIMITE-SERVICOS
                   ADD 1 TO WRK-QT-SERVICOS
                   MOVE WRK-QT-SERVICOS TO WRK-IX-SRV
                   SET IX-SRV TO WRK-IX-SRV
                   INITIALIZE TB-SERVICO (IX-SRV)
                   MOVE WO-COTACAO TO TB-SRV-COTACAO (IX-SRV)
                   MOVE WO-JOB     TO TB-SRV-JOB (IX-SRV)
                   MOVE WO-CLIENTE TO TB-SRV-CLIENTE (IX-SRV)
                   MOVE 'N'        TO TB-SRV-ACEITA (IX-SRV)
                   MOVE 'N'        TO TB-SRV-FATURADO (IX-SRV)
                   MOVE 'S'        TO WRK-SRV-ACHADO
               ELSE
                   MOVE 'N' TO WRK-ARQUIVO-INTEIRO
               END-IF
           END-IF.
           IF SRV-ACHADO
               SET IX-SRV TO WRK-IX-SRV
               MOVE WRK-IX-SRV TO TB-WO-IX-SRV (IX-WO)
               IF ORDEM-ABERTA
                   ADD 1 TO TB-SRV-QT-ABERTAS (IX-SRV)
               ELSE
                   ADD 1 TO TB-SRV-QT-FECHADAS (IX-SRV)
               END-IF
           END-IF.

       0115-LOCALIZAR-SERVICO.
           MOVE 'N' TO WRK-SRV-ACHADO.
           MOVE ZEROS TO WRK-IX-SRV.
           PERFORM 0116-PROCURAR-SERVICO
               VARYING IX-SRV FROM 1 BY 1
               UNTIL IX-SRV > WRK-QT-SERVICOS
                  OR SRV-ACHADO.

       0116-PROCURAR-SERVICO.
           IF TB-SRV-COTACAO (IX-SRV) = WRK-COTACAO-PROCURADA
               MOVE 'S' TO WRK-SRV-ACHADO
               SET WRK-IX-SRV TO IX-SRV
           END-IF.

      *    SO A COTACAO ACEITA ('A') DA O VALOR A FATURAR; A QUE
      *    CONTINUA EMITIDA OU EXPIROU NAO TEM PRECO COMBINADO.
       0120-LER-COTACOES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT QUOTE-REGISTER-FILE.
           IF WRK-QREG-STATUS = '35'
               DISPLAY 'SEM REGISTRO DE COTACOES (QUOTEREG)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ QUOTE-REGISTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-COTACAO UNTIL FIM-ARQUIVO
               CLOSE QUOTE-REGISTER-FILE
           END-IF.

       0121-LER-COTACAO.
           IF QREG-SITUACAO = 'A'
               MOVE QREG-NUMERO TO WRK-COTACAO-PROCURADA
               PERFORM 0115-LOCALIZAR-SERVICO
               IF SRV-ACHADO
                   SET IX-SRV TO WRK-IX-SRV
                   MOVE 'S'        TO TB-SRV-ACEITA (IX-SRV)
                   MOVE QREG-VALOR TO TB-SRV-COTADO (IX-SRV)
               END-IF
           END-IF.
           READ QUOTE-REGISTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-LER-EXTRAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT JOB-EXTRA-FILE.
           IF WRK-XTR-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ JOB-EXTRA-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-EXTRA UNTIL FIM-ARQUIVO
               CLOSE JOB-EXTRA-FILE
           END-IF.

       0131-LER-EXTRA.
           MOVE XTR-COTACAO TO WRK-COTACAO-PROCURADA.
           PERFORM 0115-LOCALIZAR-SERVICO.
           IF SRV-ACHADO
               SET IX-SRV TO WRK-IX-SRV
               ADD XTR-VALOR TO TB-SRV-EXTRAS (IX-SRV)
           END-IF.
           READ JOB-EXTRA-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0200-FATURAR.
           MOVE 'JOB    COTAC. CLIENTE      COTADO        EXTRAS'
               TO WRK-RPT-LINHA.
           MOVE '        FATURA VENCTO' TO WRK-RPT-LINHA (49:21).
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0201-ABRIR-FATURAS.
           PERFORM 0210-AVALIAR-SERVICO
               VARYING IX-SRV FROM 1 BY 1
               UNTIL IX-SRV > WRK-QT-SERVICOS.
           CLOSE AR-INVOICE-FILE.
           IF WRK-QT-FATURADOS > ZEROS
               PERFORM 0230-REGRAVAR-ORDENS
               PERFORM 0240-GRAVAR-LOTE
           ELSE
      *    NOITE SEM JOB A FATURAR NAO E ERRO: RETURN-CODE 4 AVISA
      *    A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING DO LOTE.
               DISPLAY 'NENHUM JOB A FATURAR NA DATA '
                   WRK-DATA-MOVIMENTO
               MOVE 4 TO WRK-RC-FINAL
           END-IF.
           PERFORM 0250-LISTAR-PENDENTES.

      *    AS FATURAS DOS JOBS SAO ACRESCENTADAS AS JA EXISTENTES;
      *    SE FOR A PRIMEIRA, O ARQUIVO E CRIADO VAZIO.
       0201-ABRIR-FATURAS.
           OPEN EXTEND AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               OPEN OUTPUT AR-INVOICE-FILE
               CLOSE AR-INVOICE-FILE
               OPEN EXTEND AR-INVOICE-FILE
           END-IF.

      *    SO COTACAO SEM ORDEM ABERTA E COM ORDEM FECHADA ESTA
      *    CONCLUIDA. O QUE NAO PODE SER FATURADO GUARDA O MOTIVO,
      *    QUE SAI NA LISTA DAS ORDENS FECHADAS E NAO FATURADAS.
       0210-AVALIAR-SERVICO.
           IF TB-SRV-QT-FECHADAS (IX-SRV) > ZEROS
               COMPUTE WRK-VALOR-FATURA =
                   TB-SRV-COTADO (IX-SRV) + TB-SRV-EXTRAS (IX-SRV)
               EVALUATE TRUE
                   WHEN TB-SRV-QT-ABERTAS (IX-SRV) > ZEROS
                       MOVE 'JOB COM ORDEM AINDA ABERTA'
                           TO TB-SRV-MOTIVO (IX-SRV)
                   WHEN TB-SRV-ACEITA (IX-SRV) NOT = 'S'
                       MOVE 'SEM COTACAO ACEITA NO QUOTEREG'
                           TO TB-SRV-MOTIVO (IX-SRV)
                   WHEN WRK-VALOR-FATURA = ZEROS
                       MOVE 'VALOR A FATURAR ZERADO'
                           TO TB-SRV-MOTIVO (IX-SRV)
                   WHEN WRK-VALOR-FATURA > 9999999,99
                       MOVE 'VALOR ACIMA DO LIMITE DO LANCAMENTO'
                           TO TB-SRV-MOTIVO (IX-SRV)
                   WHEN WRK-QT-LINHAS + 2 > WRK-LIMITE-LINHAS
                       MOVE 'LOTE CHEIO - FATURA NA PROXIMA NOITE'
                           TO TB-SRV-MOTIVO (IX-SRV)
                   WHEN OTHER
                       PERFORM 0220-EMITIR-FATURA
               END-EVALUATE
               IF TB-SRV-FATURADO (IX-SRV) NOT = 'S'
                   ADD 1 TO WRK-QT-NAO-FATURADOS
               END-IF
           END-IF.

      *    UMA FATURA ABERTA POR JOB, EMITIDA NA DATA DE MOVIMENTO
      *    COM VENCIMENTO EM 30 DIAS CORRIDOS, COMO A VENDA A PRAZO
      *    DE PARCELA UNICA DO FECHAMENTO DE VENDAS.
       0220-EMITIR-FATURA.
           INITIALIZE AR-INVOICE-RECORD.
           MOVE TB-SRV-CLIENTE (IX-SRV) TO FAT-CLIENTE.
           MOVE WRK-DATA-MOVIMENTO      TO FAT-DATA-EMISSAO.
           COMPUTE WRK-DIAS-VENCIMENTO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO) + 30.
           COMPUTE FAT-DATA-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-VENCIMENTO).
           MOVE WRK-VALOR-FATURA        TO FAT-VALOR.
           MOVE 'A'                     TO FAT-SITUACAO.
           MOVE ZEROS                   TO FAT-DATA-PAGAMENTO.
           WRITE AR-INVOICE-RECORD.
           MOVE 'S' TO TB-SRV-FATURADO (IX-SRV).
           ADD 1 TO WRK-QT-FATURADOS.
           ADD WRK-VALOR-FATURA TO WRK-TOTAL-FATURADO.
           PERFORM 0221-GUARDAR-PAR-DE-LINHAS.
           MOVE TB-SRV-COTADO (IX-SRV) TO WRK-COTADO-ED.
           MOVE TB-SRV-EXTRAS (IX-SRV) TO WRK-EXTRAS-ED.
           MOVE WRK-VALOR-FATURA       TO WRK-FATURA-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-SRV-JOB (IX-SRV) ' '
               TB-SRV-COTACAO (IX-SRV) ' '
               TB-SRV-CLIENTE (IX-SRV) ' '
               WRK-COTADO-ED ' ' WRK-EXTRAS-ED ' '
               WRK-FATURA-ED ' ' FAT-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0221-GUARDAR-PAR-DE-LINHAS.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-CONTA-CLIENTES TO TB-LIN-CONTA (IX-LIN).
           MOVE 'D'                TO TB-LIN-TIPO (IX-LIN).
           MOVE WRK-VALOR-FATURA   TO TB-LIN-VALOR (IX-LIN).
           ADD WRK-VALOR-FATURA TO WRK-SOMA-DEBITOS.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-CONTA-RECEITA  TO TB-LIN-CONTA (IX-LIN).
           MOVE 'C'                TO TB-LIN-TIPO (IX-LIN).
           MOVE WRK-VALOR-FATURA   TO TB-LIN-VALOR (IX-LIN).
           ADD WRK-VALOR-FATURA TO WRK-SOMA-CREDITOS.

       0230-REGRAVAR-ORDENS.
           OPEN OUTPUT WORK-ORDER-FILE.
           PERFORM 0231-GRAVAR-ORDEM
               VARYING IX-WO FROM 1 BY 1
               UNTIL IX-WO > WRK-QT-ORDENS.
           CLOSE WORK-ORDER-FILE.

       0231-GRAVAR-ORDEM.
           MOVE TB-WO-REGISTRO (IX-WO) TO WORK-ORDER-RECORD.
           IF TB-WO-IX-SRV (IX-WO) > ZEROS
               MOVE TB-WO-IX-SRV (IX-WO) TO WRK-IX-SRV
               SET IX-SRV TO WRK-IX-SRV
               IF TB-SRV-FATURADO (IX-SRV) = 'S'
                   MOVE 'T' TO TB-WO-SITUACAO (IX-WO)
               END-IF
           END-IF.
           MOVE TB-WO-SITUACAO (IX-WO) TO WO-SITUACAO.
           WRITE WORK-ORDER-RECORD.

       0240-GRAVAR-LOTE.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                TO LOTE-H-TIPO.
           MOVE WRK-LOTE-SERVICOS  TO LOTE-H-LOTE.
           MOVE WRK-DATA-MOVIMENTO TO LOTE-H-DATA.
           WRITE LEDGER-BATCH-HEADER.
           PERFORM 0241-GRAVAR-LINHA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > WRK-QT-LINHAS.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'               TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS     TO LOTE-T-QT-PREVISTA.
           MOVE WRK-SOMA-DEBITOS  TO LOTE-T-TOTAL-DEBITOS.
           MOVE WRK-SOMA-CREDITOS TO LOTE-T-TOTAL-CREDITOS.
           WRITE LEDGER-BATCH-TRAILER.
           CLOSE LEDGER-TRANSACTION-FILE.
           DISPLAY 'LOTE ' WRK-LOTE-SERVICOS ' GRAVADO COM '
               WRK-QT-LINHAS ' LINHA(S) - SEGUE PARA O '
               'LEDGEDIT/POSTING'.

       0241-GRAVAR-LINHA.
           INITIALIZE TRANSACTION-RECORD.
           MOVE 'D'                   TO TRAN-REG-TIPO.
           MOVE TB-LIN-CONTA (IX-LIN) TO TRAN-CONTA.
           MOVE TB-LIN-TIPO (IX-LIN)  TO TRAN-TIPO.
           MOVE TB-LIN-VALOR (IX-LIN) TO TRAN-VALOR.
           WRITE TRANSACTION-RECORD.

      *    TODA ORDEM FECHADA QUE NAO FOI FATURADA, UMA A UMA, COM
      *    O MOTIVO DO SEU JOB - E A LISTA QUE IMPEDE SERVICO FEITO
      *    DE FICAR SEM COBRANCA.
       0250-LISTAR-PENDENTES.
           MOVE SPACES TO WRK-RPT-LINHA.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE '--- ORDENS FECHADAS E NAO FATURADAS ---'
               TO WRK-RPT-LINHA.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0251-LISTAR-ORDEM
               VARYING IX-WO FROM 1 BY 1
               UNTIL IX-WO > WRK-QT-ORDENS.
           IF WRK-QT-PENDENTES = ZEROS
               MOVE 'NENHUMA ORDEM FECHADA SEM FATURA'
                   TO WRK-RPT-LINHA
               DISPLAY WRK-RPT-LINHA
               PERFORM 0400-GRAVAR-LINHA-RPT
           END-IF.

       0251-LISTAR-ORDEM.
           IF TB-WO-SITUACAO (IX-WO) = 'F'
               ADD 1 TO WRK-QT-PENDENTES
               MOVE TB-WO-REGISTRO (IX-WO) TO WORK-ORDER-RECORD
               MOVE TB-WO-IX-SRV (IX-WO) TO WRK-IX-SRV
               SET IX-SRV TO WRK-IX-SRV
               MOVE SPACES TO WRK-RPT-LINHA
               STRING WO-JOB ' ' WO-COTACAO ' ' WO-CLIENTE ' '
                   WO-AMBIENTE ' ' TB-SRV-MOTIVO (IX-SRV)
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               DISPLAY WRK-RPT-LINHA
               PERFORM 0400-GRAVAR-LINHA-RPT
           END-IF.

       0300-FINALIZAR.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' ---------------------- '.
           DISPLAY 'ORDENS LIDAS            : ' WRK-QT-ORDENS-LIDAS.
           DISPLAY 'JOBS FATURADOS          : ' WRK-QT-FATURADOS.
           DISPLAY 'JOBS FECHADOS SEM FATURA: ' WRK-QT-NAO-FATURADOS.
           DISPLAY 'ORDENS FECHADAS PENDENT.: ' WRK-QT-PENDENTES.
           MOVE WRK-TOTAL-FATURADO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL FATURADO          : ' WRK-VALOR-ED.
           MOVE WRK-QT-ORDENS-LIDAS  TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-FATURADOS     TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-NAO-FATURADOS TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO FATURAMENTO DOS JOBS '.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVINFRM.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: INFORME ANUAL DE RENDIMENTOS DE APLICACOES
      *              FINANCEIRAS POR CLIENTE. TODO FEVEREIRO O
      *              INFORME PARA A DECLARACAO DO CLIENTE ERA
      *              MONTADO A MAO EM CIMA DO CRONOGRAMA DO
      *              PROGCOB17. PARA O ANO-CALENDARIO INFORMADO
      *              (ZERO = ANO ANTERIOR AO DA DATA DE MOVIMENTO),
      *              CADA CONTRATO DO INVMAST E COMPOSTO COMO NO
      *              PROGCOB17/INVCONTB E APURA:
      *              - O SALDO EM 31/12 DO ANO ANTERIOR E EM 31/12
      *                DO ANO-CALENDARIO (ZERO ANTES DO INICIO E
      *                DEPOIS DO VENCIMENTO);
      *              - NO CONTRATO VENCIDO DENTRO DO ANO, O
      *                RENDIMENTO BRUTO PAGO (RENDIMENTO TOTAL DO
      *                CONTRATO), O IR REGRESSIVO RETIDO (INVIRTAB)
      *                E O RENDIMENTO LIQUIDO. O RESGATE PARCIAL E
      *                PAGO SEM RETENCAO (O IR SO INCIDE NO
      *                VENCIMENTO) E NAO E RENDIMENTO NO INFORME.
      *              OS CONTRATOS SAO CONSOLIDADOS NO TITULAR
      *              (INV-CLIENTE -> CPF DO CUSTMAST): UM INFORME
      *              IMPRIMIVEL POR CLIENTE NO INVINFEX E UM DETALHE
      *              POR CPF NO ARQUIVO DE LAYOUT FIXO INVDIRF PARA
      *              A DECLARACAO AO FISCO. CONTRATO SEM CLIENTE,
      *              DE CLIENTE FUNDIDO OU SEM CPF, E O ENCERRADO
      *              ANTES DO PRAZO (SEM DATA NEM VALOR DE QUITACAO
      *              NO CADASTRO), VAI PARA O LOG DE EXCECOES PARA
      *              SER ACERTADO ANTES DO ENVIO. ANO SEM INFORME A
      *              EMITIR TERMINA COM RC=4; ANO NAO ENCERRADO OU
      *              TABELA CHEIA TERMINA COM RC=8 SEM GRAVAR NADA.
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
           SELECT INVESTMENT-MASTER-FILE ASSIGN TO 'INVMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INV-STATUS.

           SELECT INVESTMENT-RATE-FILE ASSIGN TO 'INVRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TAXA-STATUS.

           SELECT INVESTMENT-MOVEMENTS-FILE ASSIGN TO 'INVMOVE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IMOV-STATUS.

           SELECT INVESTMENT-IR-FILE ASSIGN TO 'INVIRTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IR-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT INCOME-STATEMENT-FILE ASSIGN TO 'INVINFEX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTR-STATUS.

           SELECT INVESTMENT-TAX-FILING-FILE ASSIGN TO 'INVDIRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTMENT-MASTER-FILE.
           COPY 'BOOK2.cob'.

       FD  INVESTMENT-RATE-FILE.
           COPY 'INVRATE.cob'.

       FD  INVESTMENT-MOVEMENTS-FILE.
           COPY 'INVMOVE.cob'.

       FD  INVESTMENT-IR-FILE.
           COPY 'INVIRTAB.cob'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  INCOME-STATEMENT-FILE.
       01  INCOME-STATEMENT-RECORD    PIC X(100).

       FD  INVESTMENT-TAX-FILING-FILE.
           COPY 'INVDIRF.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-INV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TAXA-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IMOV-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IR-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EXTR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-DIRF-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

      *    DATA DE MOVIMENTO, ANO-CALENDARIO E MESES EM FORMA DE
      *    INDICE (ANO * 12 + MES - 1), COMO NO INVCONTB
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-MOVIMENTO          PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-BASE               PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-ANTERIOR           PIC 9(04) VALUE ZEROS.
       01  WRK-ANO-MES.
           02  WRK-AM-ANO             PIC 9(04).
           02  WRK-AM-MES             PIC 9(02).
       77  WRK-IDX-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-INICIO             PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-DEZ-ANTERIOR       PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-DEZ-BASE           PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-FECHAMENTO         PIC 9(06) VALUE ZEROS.
       77  WRK-MES-CONTRATO           PIC S9(05) VALUE ZEROS.

       01  TB-TAXA-TABELA.
           02  TB-TAXA OCCURS 10 TIMES INDEXED BY IX-TAXA.
               03  TB-TAXA-INICIAL    PIC 9(03).
               03  TB-TAXA-FINAL      PIC 9(03).
               03  TB-TAXA-PERCENTUAL PIC 9V9999.
       77  WRK-QT-TAXAS               PIC 9(02) VALUE ZEROS.

       01  TB-IR-TABELA.
           02  TB-IR OCCURS 10 TIMES INDEXED BY IX-IR.
               03  TB-IR-INICIAL      PIC 9(03).
               03  TB-IR-FINAL        PIC 9(03).
               03  TB-IR-ALIQUOTA     PIC 9V9999.
       77  WRK-QT-FAIXAS-IR           PIC 9(02) VALUE ZEROS.

      *    O INVMOVE CARREGA O ENVELOPE DE CONTROLE (FILEENV.cob);
      *    AS LINHAS 'HDR'/'TRL' SAO PULADAS NA LEITURA.
       77  WRK-MARCA-ENVELOPE         PIC X(03) VALUE SPACES.
           88  REGISTRO-ENVELOPE                VALUES 'HDR' 'TRL'.
       01  TB-MOVIMENTOS-TABELA.
           02  TB-MOVIMENTO OCCURS 200 TIMES INDEXED BY IX-IMOV.
               03  TB-IMOV-CONTA      PIC 9(06).
               03  TB-IMOV-MES        PIC 9(03).
               03  TB-IMOV-TIPO       PIC X(01).
               03  TB-IMOV-VALOR      PIC 9(09)V99.
       77  WRK-QT-MOVIMENTOS          PIC 9(03) VALUE ZEROS.

      *    CONTAS DE ORIGEM DAS ROLAGENS (INVROLL): O CONTRATO ROLADO
      *    FICA 'E' NO CADASTRO, MAS VENCEU NO PRAZO E O RENDIMENTO
      *    FOI PAGO (E REAPLICADO NO SUCESSOR); SO O ENCERRADO SEM
      *    SUCESSOR FICA FORA DO INFORME.
       01  TB-ROLAGENS-TABELA.
           02  TB-ROLAGEM OCCURS 200 TIMES INDEXED BY IX-ROL.
               03  TB-ROL-ORIGEM      PIC 9(06).
       77  WRK-QT-ROLAGENS            PIC 9(03) VALUE ZEROS.
       77  WRK-CONTRATO-ROLADO        PIC X(01) VALUE 'N'.
           88  CONTRATO-ROLADO                  VALUE 'S'.

      *    CLIENTES COM O CPF E OS TOTAIS DO INFORME
       01  TB-CLIENTES-TABELA.
           02  TB-CLIENTE OCCURS 200 TIMES INDEXED BY IX-CLI.
               03  TB-CLI-NUMERO      PIC 9(06).
               03  TB-CLI-NOME        PIC X(20).
               03  TB-CLI-CPF         PIC X(11).
               03  TB-CLI-SITUACAO    PIC X(01).
               03  TB-CLI-QT-CONTRATOS PIC 9(03).
               03  TB-CLI-SALDO-ANT   PIC 9(11)V99.
               03  TB-CLI-SALDO-ATU   PIC 9(11)V99.
               03  TB-CLI-BRUTO       PIC 9(11)V99.
               03  TB-CLI-IR          PIC 9(11)V99.
               03  TB-CLI-LIQUIDO     PIC 9(11)V99.
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-IX-CLI                 PIC 9(03) VALUE ZEROS.
       77  WRK-CLIENTE-ACHADO         PIC X(01) VALUE 'N'.
           88  CLIENTE-ACHADO                   VALUE 'S'.

      *    CONTRATOS QUE ENTRAM NO INFORME, COM O CLIENTE (POSICAO
      *    NA TABELA DE CLIENTES) E OS VALORES DO ANO
       01  TB-INFORME-TABELA.
           02  TB-INF OCCURS 500 TIMES INDEXED BY IX-INF.
               03  TB-INF-IX-CLI      PIC 9(03).
               03  TB-INF-CONTA       PIC 9(06).
               03  TB-INF-SALDO-ANT   PIC 9(09)V99.
               03  TB-INF-SALDO-ATU   PIC 9(09)V99.
               03  TB-INF-BRUTO       PIC 9(09)V99.
               03  TB-INF-IR          PIC 9(09)V99.
               03  TB-INF-LIQUIDO     PIC 9(09)V99.
       77  WRK-QT-INF                 PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-INF             PIC 9(03) VALUE 500.

      *    COMPOSICAO DO SALDO DO CONTRATO, MES A MES DESDE O
      *    INICIO (MESMAS REGRAS DO PROGCOB17/INVCONTB)
       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.
       77  WRK-MES-LIMITE             PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-DEZEMBRO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-APORTES          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RESGATES         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.
       77  WRK-RENDIMENTO             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-ALIQUOTA-IR            PIC 9V9999 VALUE ZEROS.

      *    VALORES DO CONTRATO NO ANO-CALENDARIO
       77  WRK-INF-SALDO-ANT          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INF-SALDO-ATU          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INF-BRUTO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INF-IR                 PIC 9(09)V99 VALUE ZEROS.
       77  WRK-INF-LIQUIDO            PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QT-LIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FORA-DO-ANO         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RETIDOS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-INFORMES            PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BRUTO            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-IR               PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-ANT-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-SALDO-ATU-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-BRUTO-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-IR-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-LIQUIDO-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-TOTAL-ED               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'INVINFRM'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'INFORME DE RENDIMENTOS DE INVESTIMENTOS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE 'ANUAL'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

      *    O INFORME SO SAI PARA ANO JA ENCERRADO: O SALDO EM 31/12
      *    DO ANO CORRENTE AINDA NAO EXISTE.
       0100-INICIALIZAR.
           DISPLAY '==== INFORME DE RENDIMENTOS - INVESTIMENTOS ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:4) TO WRK-ANO-MOVIMENTO.
           DISPLAY 'ANO-CALENDARIO DO INFORME (AAAA, ZERO = ANO '
               'ANTERIOR AO DO MOVIMENTO) ...'.
           ACCEPT WRK-ANO-BASE.
           IF WRK-ANO-BASE IS NOT NUMERIC
              OR WRK-ANO-BASE = ZEROS
               COMPUTE WRK-ANO-BASE = WRK-ANO-MOVIMENTO - 1
           END-IF.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           IF WRK-ANO-BASE NOT < WRK-ANO-MOVIMENTO
               DISPLAY 'ANO-CALENDARIO ' WRK-ANO-BASE
                   ' AINDA NAO ENCERRADO - INFORME NAO EMITIDO'
               MOVE 8 TO WRK-RC-FINAL
               MOVE 'S' TO WRK-EOF
           ELSE
               DISPLAY 'ANO-CALENDARIO : ' WRK-ANO-BASE
               COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-BASE - 1
               COMPUTE WRK-IDX-DEZ-ANTERIOR =
                   WRK-ANO-ANTERIOR * 12 + 11
               COMPUTE WRK-IDX-DEZ-BASE = WRK-ANO-BASE * 12 + 11
               PERFORM 0110-CARREGAR-TAXAS
               PERFORM 0115-CARREGAR-MOVIMENTOS
               PERFORM 0120-CARREGAR-FAIXAS-IR
               PERFORM 0125-CARREGAR-CLIENTES
               PERFORM 0130-CARREGAR-ROLAGENS
               OPEN INPUT INVESTMENT-MASTER-FILE
               IF WRK-INV-STATUS = '35'
                   DISPLAY 'CADASTRO DE INVESTIMENTOS (INVMAST) '
                       'AUSENTE'
                   MOVE 'S' TO WRK-EOF
               ELSE
                   READ INVESTMENT-MASTER-FILE
                       AT END MOVE 'S' TO WRK-EOF
                   END-READ
               END-IF
           END-IF.

       0110-CARREGAR-TAXAS.
           OPEN INPUT INVESTMENT-RATE-FILE.
           IF WRK-TAXA-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-RATE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-TAXA UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-RATE-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0111-LER-TAXA.
           IF WRK-QT-TAXAS < 10
               ADD 1 TO WRK-QT-TAXAS
               SET IX-TAXA TO WRK-QT-TAXAS
               MOVE TAXA-MES-INICIAL
                   TO TB-TAXA-INICIAL (IX-TAXA)
               MOVE TAXA-MES-FINAL
                   TO TB-TAXA-FINAL (IX-TAXA)
               MOVE TAXA-PERCENTUAL
                   TO TB-TAXA-PERCENTUAL (IX-TAXA)
           END-IF.
           READ INVESTMENT-RATE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0115-CARREGAR-MOVIMENTOS.
           OPEN INPUT INVESTMENT-MOVEMENTS-FILE.
           IF WRK-IMOV-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-MOVEMENTS-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0116-LER-MOVIMENTO UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-MOVEMENTS-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0116-LER-MOVIMENTO.
           MOVE INVESTMENT-MOVEMENT-RECORD (1 : 3)
               TO WRK-MARCA-ENVELOPE.
           IF NOT REGISTRO-ENVELOPE
              AND WRK-QT-MOVIMENTOS < 200
               ADD 1 TO WRK-QT-MOVIMENTOS
               SET IX-IMOV TO WRK-QT-MOVIMENTOS
               MOVE IMOV-CONTA TO TB-IMOV-CONTA (IX-IMOV)
               MOVE IMOV-MES   TO TB-IMOV-MES (IX-IMOV)
               MOVE IMOV-TIPO  TO TB-IMOV-TIPO (IX-IMOV)
               MOVE IMOV-VALOR TO TB-IMOV-VALOR (IX-IMOV)
           END-IF.
           READ INVESTMENT-MOVEMENTS-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-FAIXAS-IR.
           OPEN INPUT INVESTMENT-IR-FILE.
           IF WRK-IR-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-IR-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-FAIXA-IR UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-IR-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0121-LER-FAIXA-IR.
           IF WRK-QT-FAIXAS-IR < 10
               ADD 1 TO WRK-QT-FAIXAS-IR
               SET IX-IR TO WRK-QT-FAIXAS-IR
               MOVE IRTAB-MES-INICIAL TO TB-IR-INICIAL (IX-IR)
               MOVE IRTAB-MES-FINAL   TO TB-IR-FINAL (IX-IR)
               MOVE IRTAB-ALIQUOTA    TO TB-IR-ALIQUOTA (IX-IR)
           END-IF.
           READ INVESTMENT-IR-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0125-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-CUST-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0126-LER-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0126-LER-CLIENTE.
           IF WRK-QT-CLIENTES < 200
               ADD 1 TO WRK-QT-CLIENTES
               SET IX-CLI TO WRK-QT-CLIENTES
               MOVE CUST-NUMERO   TO TB-CLI-NUMERO (IX-CLI)
               MOVE CUST-NOME     TO TB-CLI-NOME (IX-CLI)
               MOVE CUST-CPF      TO TB-CLI-CPF (IX-CLI)
               MOVE CUST-SITUACAO TO TB-CLI-SITUACAO (IX-CLI)
               MOVE ZEROS TO TB-CLI-QT-CONTRATOS (IX-CLI)
                   TB-CLI-SALDO-ANT (IX-CLI) TB-CLI-SALDO-ATU (IX-CLI)
                   TB-CLI-BRUTO (IX-CLI) TB-CLI-IR (IX-CLI)
                   TB-CLI-LIQUIDO (IX-CLI)
           ELSE
               DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                   CUST-NUMERO ' FORA DO INFORME ***'
               MOVE CUST-NUMERO TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE CLIENTES DO INVINFRM ESTOUROU'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO WRK-RC-FINAL
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-CARREGAR-ROLAGENS.
           OPEN INPUT INVESTMENT-MASTER-FILE.
           IF WRK-INV-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-ROLAGEM UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0131-LER-ROLAGEM.
           IF INV-CONTA-ORIGEM IS NUMERIC
              AND INV-CONTA-ORIGEM > ZEROS
              AND WRK-QT-ROLAGENS < 200
               ADD 1 TO WRK-QT-ROLAGENS
               SET IX-ROL TO WRK-QT-ROLAGENS
               MOVE INV-CONTA-ORIGEM TO TB-ROL-ORIGEM (IX-ROL)
           END-IF.
           READ INVESTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CONTRATO ENCERRADO ANTES DO PRAZO NAO TEM DATA NEM VALOR
      *    DE QUITACAO NO CADASTRO: O INFORME DELE E FEITO A MAO. O
      *    ROLADO PELO INVROLL E O VENCIDO E PAGO ('V') ENTRAM.
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           PERFORM 0205-VERIFICAR-ROLAGEM.
           IF CONTRATO-ENCERRADO AND NOT CONTRATO-ROLADO
               MOVE 'ENCERRADO ANTES DO PRAZO - INFORMAR A MAO'
                   TO WRK-MOTIVO-LOG
               PERFORM 0290-RETER-CONTRATO
           ELSE
               PERFORM 0210-APURAR-CONTRATO
           END-IF.
           READ INVESTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0205-VERIFICAR-ROLAGEM.
           MOVE 'N' TO WRK-CONTRATO-ROLADO.
           IF CONTRATO-ENCERRADO
               PERFORM 0206-TESTAR-ROLAGEM
                   VARYING IX-ROL FROM 1 BY 1
                   UNTIL IX-ROL > WRK-QT-ROLAGENS OR CONTRATO-ROLADO
           END-IF.

       0206-TESTAR-ROLAGEM.
           IF TB-ROL-ORIGEM (IX-ROL) = INV-CONTA
               MOVE 'S' TO WRK-CONTRATO-ROLADO
           END-IF.

      *    O VENCIMENTO CAI NO MES SEGUINTE AO ULTIMO MES DO PRAZO
      *    (INICIO + INV-MESES), COMO NO INVCONTB; SO O CONTRATO
      *    VENCIDO DENTRO DO ANO-CALENDARIO TEM RENDIMENTO PAGO.
       0210-APURAR-CONTRATO.
           MOVE INV-DATA-INICIO (1:6) TO WRK-ANO-MES.
           PERFORM 0900-INDICE-DO-MES.
           MOVE WRK-IDX-MES TO WRK-IDX-INICIO.
           MOVE WRK-IDX-DEZ-ANTERIOR TO WRK-IDX-FECHAMENTO.
           PERFORM 0220-SALDO-EM-DEZEMBRO.
           MOVE WRK-SALDO-DEZEMBRO TO WRK-INF-SALDO-ANT.
           MOVE WRK-IDX-DEZ-BASE TO WRK-IDX-FECHAMENTO.
           PERFORM 0220-SALDO-EM-DEZEMBRO.
           MOVE WRK-SALDO-DEZEMBRO TO WRK-INF-SALDO-ATU.
           MOVE ZEROS TO WRK-INF-BRUTO WRK-INF-IR WRK-INF-LIQUIDO.
           COMPUTE WRK-IDX-MES = WRK-IDX-INICIO + INV-MESES.
           PERFORM 0910-MES-DO-INDICE.
           IF WRK-AM-ANO = WRK-ANO-BASE
               PERFORM 0230-APURAR-VENCIMENTO
           END-IF.
           IF WRK-INF-SALDO-ANT = ZEROS AND WRK-INF-SALDO-ATU = ZEROS
              AND WRK-INF-BRUTO = ZEROS AND WRK-INF-IR = ZEROS
               ADD 1 TO WRK-QT-FORA-DO-ANO
           ELSE
               PERFORM 0250-ATRIBUIR-CLIENTE
           END-IF.

      *    SALDO NO FIM DO MES DE FECHAMENTO: ZERO SE O CONTRATO
      *    AINDA NAO TINHA COMECADO OU JA TINHA VENCIDO (E PAGO).
       0220-SALDO-EM-DEZEMBRO.
           COMPUTE WRK-MES-CONTRATO =
               WRK-IDX-FECHAMENTO - WRK-IDX-INICIO + 1.
           IF WRK-MES-CONTRATO > ZEROS
              AND WRK-MES-CONTRATO NOT > INV-MESES
               MOVE WRK-MES-CONTRATO TO WRK-MES-LIMITE
               PERFORM 0240-COMPOR-SALDO
               MOVE WRK-SALDO TO WRK-SALDO-DEZEMBRO
           ELSE
               MOVE ZEROS TO WRK-SALDO-DEZEMBRO
           END-IF.

      *    RENDIMENTO TOTAL DO CONTRATO NO VENCIMENTO E O IR
      *    REGRESSIVO (FAIXA PELO PRAZO), NA MESMA CONTA DO
      *    INVCONTB/INVPAYRN. MES DE INDICE NEGATIVO PODE DEIXAR O
      *    RENDIMENTO NEGATIVO: PERDA NAO E RENDIMENTO A INFORMAR.
       0230-APURAR-VENCIMENTO.
           MOVE INV-MESES TO WRK-MES-LIMITE.
           PERFORM 0240-COMPOR-SALDO.
           COMPUTE WRK-RENDIMENTO =
               WRK-SALDO - INV-PRINCIPAL
               - WRK-TOTAL-APORTES + WRK-TOTAL-RESGATES.
           MOVE ZEROS TO WRK-ALIQUOTA-IR.
           PERFORM 0245-PROCURAR-ALIQUOTA
               VARYING IX-IR FROM 1 BY 1
               UNTIL IX-IR > WRK-QT-FAIXAS-IR.
           IF WRK-RENDIMENTO > ZEROS
               MOVE WRK-RENDIMENTO TO WRK-INF-BRUTO
               COMPUTE WRK-INF-IR ROUNDED =
                   WRK-RENDIMENTO * WRK-ALIQUOTA-IR
               COMPUTE WRK-INF-LIQUIDO = WRK-INF-BRUTO - WRK-INF-IR
           END-IF.

       0240-COMPOR-SALDO.
           MOVE INV-PRINCIPAL TO WRK-SALDO.
           MOVE ZEROS TO WRK-TOTAL-APORTES WRK-TOTAL-RESGATES.
           PERFORM 0241-COMPOR-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > WRK-MES-LIMITE.

       0241-COMPOR-MES.
           PERFORM 0242-APLICAR-MOVIMENTO-MES
               VARYING IX-IMOV FROM 1 BY 1
               UNTIL IX-IMOV > WRK-QT-MOVIMENTOS.
           IF CONTRATO-INDEXADO
               CALL 'INDXRTN' USING INV-INDEXADOR INV-PCT-INDICE
                   INV-SPREAD-MES INV-DATA-INICIO WRK-MES-ATUAL
                   WRK-FATOR-MES WRK-ANOMES-INDICE WRK-ORIGEM-INDICE
               END-CALL
           ELSE
               MOVE ZEROS TO WRK-TAXAMES
               PERFORM 0243-PROCURAR-TAXA
                   VARYING IX-TAXA FROM 1 BY 1
                   UNTIL IX-TAXA > WRK-QT-TAXAS
               COMPUTE WRK-FATOR-MES = 1 + WRK-TAXAMES
           END-IF.
           COMPUTE WRK-SALDO ROUNDED = WRK-SALDO * WRK-FATOR-MES.

      *    MOVIMENTO DO MES ANTES DO FATOR, COMO NO PROGCOB17;
      *    RESGATE MAIOR QUE O SALDO E IGNORADO (O PROGCOB17 JA O
      *    APONTA NO LOG DE EXCECOES).
       0242-APLICAR-MOVIMENTO-MES.
           IF TB-IMOV-CONTA (IX-IMOV) = INV-CONTA
              AND TB-IMOV-MES (IX-IMOV) = WRK-MES-ATUAL
               IF TB-IMOV-TIPO (IX-IMOV) = 'R'
                   IF TB-IMOV-VALOR (IX-IMOV) <= WRK-SALDO
                       SUBTRACT TB-IMOV-VALOR (IX-IMOV)
                           FROM WRK-SALDO
                       ADD TB-IMOV-VALOR (IX-IMOV)
                           TO WRK-TOTAL-RESGATES
                   END-IF
               ELSE
                   ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-SALDO
                   ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-TOTAL-APORTES
               END-IF
           END-IF.

       0243-PROCURAR-TAXA.
           IF WRK-MES-ATUAL >= TB-TAXA-INICIAL (IX-TAXA)
              AND WRK-MES-ATUAL <= TB-TAXA-FINAL (IX-TAXA)
               MOVE TB-TAXA-PERCENTUAL (IX-TAXA) TO WRK-TAXAMES
           END-IF.

       0245-PROCURAR-ALIQUOTA.
           IF INV-MESES >= TB-IR-INICIAL (IX-IR)
              AND INV-MESES <= TB-IR-FINAL (IX-IR)
               MOVE TB-IR-ALIQUOTA (IX-IR) TO WRK-ALIQUOTA-IR
           END-IF.

      *    O INFORME E DO TITULAR COM CPF: CONTRATO SEM VINCULO, DE
      *    CLIENTE FUNDIDO (O SOBREVIVENTE E QUE DECLARA) OU DE
      *    CLIENTE SEM CPF (ANONIMIZADO PELO LGPDREQ) E RETIDO.
       0250-ATRIBUIR-CLIENTE.
           PERFORM 0260-LOCALIZAR-CLIENTE.
           MOVE SPACES TO WRK-MOTIVO-LOG.
           IF NOT CLIENTE-ACHADO
               MOVE 'CONTRATO SEM CLIENTE NO CUSTMAST'
                   TO WRK-MOTIVO-LOG
           ELSE
               SET IX-CLI TO WRK-IX-CLI
               IF TB-CLI-SITUACAO (IX-CLI) = 'M'
                   MOVE 'CLIENTE FUNDIDO - ACERTAR O CONTRATO'
                       TO WRK-MOTIVO-LOG
               ELSE
                   IF TB-CLI-CPF (IX-CLI) = SPACES
                      OR TB-CLI-CPF (IX-CLI) = ZEROS
                       MOVE 'CLIENTE SEM CPF NO CUSTMAST'
                           TO WRK-MOTIVO-LOG
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO-LOG NOT = SPACES
               PERFORM 0290-RETER-CONTRATO
           ELSE
               IF WRK-QT-INF < WRK-LIMITE-INF
                   PERFORM 0270-GUARDAR-CONTRATO
               ELSE
                   MOVE 'TABELA DE CONTRATOS DO INVINFRM ESTOUROU'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0290-RETER-CONTRATO
                   MOVE 8 TO WRK-RC-FINAL
               END-IF
           END-IF.

       0260-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-ACHADO.
           IF INV-CLIENTE IS NUMERIC AND INV-CLIENTE > ZEROS
               PERFORM 0261-PROCURAR-CLIENTE
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES OR CLIENTE-ACHADO
           END-IF.

       0261-PROCURAR-CLIENTE.
           IF TB-CLI-NUMERO (IX-CLI) = INV-CLIENTE
               MOVE 'S' TO WRK-CLIENTE-ACHADO
               SET WRK-IX-CLI TO IX-CLI
           END-IF.

       0270-GUARDAR-CONTRATO.
           ADD 1 TO WRK-QT-INF.
           SET IX-INF TO WRK-QT-INF.
           SET IX-CLI TO WRK-IX-CLI.
           MOVE WRK-IX-CLI        TO TB-INF-IX-CLI (IX-INF).
           MOVE INV-CONTA         TO TB-INF-CONTA (IX-INF).
           MOVE WRK-INF-SALDO-ANT TO TB-INF-SALDO-ANT (IX-INF).
           MOVE WRK-INF-SALDO-ATU TO TB-INF-SALDO-ATU (IX-INF).
           MOVE WRK-INF-BRUTO     TO TB-INF-BRUTO (IX-INF).
           MOVE WRK-INF-IR        TO TB-INF-IR (IX-INF).
           MOVE WRK-INF-LIQUIDO   TO TB-INF-LIQUIDO (IX-INF).
           ADD 1 TO TB-CLI-QT-CONTRATOS (IX-CLI).
           ADD WRK-INF-SALDO-ANT TO TB-CLI-SALDO-ANT (IX-CLI).
           ADD WRK-INF-SALDO-ATU TO TB-CLI-SALDO-ATU (IX-CLI).
           ADD WRK-INF-BRUTO     TO TB-CLI-BRUTO (IX-CLI).
           ADD WRK-INF-IR        TO TB-CLI-IR (IX-CLI).
           ADD WRK-INF-LIQUIDO   TO TB-CLI-LIQUIDO (IX-CLI).

       0290-RETER-CONTRATO.
           ADD 1 TO WRK-QT-RETIDOS.
           DISPLAY 'CONTRATO ' INV-CONTA ' FORA DO INFORME - '
               WRK-MOTIVO-LOG.
           MOVE INV-CONTA TO WRK-REFERENCIA-LOG.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
           END-CALL.

      *    TABELA CHEIA DEIXARIA INFORME E ARQUIVO DO FISCO
      *    INCOMPLETOS: NADA E GRAVADO E O RUN TERMINA COM RC=8.
       0300-FINALIZAR.
           IF WRK-INV-STATUS NOT = '35'
              AND WRK-IDX-DEZ-BASE > ZEROS
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.
           IF WRK-RC-FINAL < 8
               PERFORM 0310-EMITIR-INFORMES
               IF WRK-QT-INFORMES = ZEROS
                   DISPLAY 'NENHUM INFORME A EMITIR NO ANO '
                       WRK-ANO-BASE
                   MOVE 4 TO WRK-RC-FINAL
               END-IF
           ELSE
               DISPLAY '*** INFORMES NAO EMITIDOS - VER LOG DE '
                   'EXCECOES ***'
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'CONTRATOS LIDOS            : ' WRK-QT-LIDOS.
           DISPLAY 'SEM SALDO NEM RENDIMENTO   : ' WRK-QT-FORA-DO-ANO.
           DISPLAY 'CONTRATOS RETIDOS          : ' WRK-QT-RETIDOS.
           DISPLAY 'INFORMES EMITIDOS          : ' WRK-QT-INFORMES.
           MOVE WRK-TOTAL-BRUTO TO WRK-TOTAL-ED.
           DISPLAY 'RENDIMENTO BRUTO PAGO      : ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-IR TO WRK-TOTAL-ED.
           DISPLAY 'IR RETIDO                  : ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
           DISPLAY 'RENDIMENTO LIQUIDO         : ' WRK-TOTAL-ED.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE WRK-QT-LIDOS    TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-INFORMES TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-RETIDOS  TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO INFORME DE RENDIMENTOS '.

       0310-EMITIR-INFORMES.
           OPEN OUTPUT INCOME-STATEMENT-FILE.
           OPEN OUTPUT INVESTMENT-TAX-FILING-FILE.
           INITIALIZE INVDIRF-HEADER.
           MOVE 'H'                TO IDIRH-TIPO.
           MOVE WRK-ANO-BASE       TO IDIRH-ANO-BASE.
           MOVE WRK-DATA-MOVIMENTO TO IDIRH-DATA.
           MOVE 'RENDIMENTOS APLIC FINANCEIRAS' TO IDIRH-DESCRICAO.
           WRITE INVDIRF-HEADER.
           PERFORM 0320-INFORME-CLIENTE
               VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > WRK-QT-CLIENTES.
           INITIALIZE INVDIRF-TRAILER.
           MOVE 'T'               TO IDIRT-TIPO.
           MOVE WRK-QT-INFORMES   TO IDIRT-QT-DETALHES.
           MOVE WRK-TOTAL-BRUTO   TO IDIRT-TOTAL-BRUTO.
           MOVE WRK-TOTAL-IR      TO IDIRT-TOTAL-IR.
           MOVE WRK-TOTAL-LIQUIDO TO IDIRT-TOTAL-LIQUIDO.
           WRITE INVDIRF-TRAILER.
           CLOSE INVESTMENT-TAX-FILING-FILE.
           CLOSE INCOME-STATEMENT-FILE.

      *    UM INFORME POR CLIENTE COM CONTRATO NO ANO: CABECALHO DO
      *    BENEFICIARIO, UMA LINHA POR CONTRATO E O TOTAL, QUE E O
      *    MESMO VALOR DO DETALHE DELE NO INVDIRF.
       0320-INFORME-CLIENTE.
           IF TB-CLI-QT-CONTRATOS (IX-CLI) > ZEROS
               ADD 1 TO WRK-QT-INFORMES
               ADD TB-CLI-BRUTO (IX-CLI)   TO WRK-TOTAL-BRUTO
               ADD TB-CLI-IR (IX-CLI)      TO WRK-TOTAL-IR
               ADD TB-CLI-LIQUIDO (IX-CLI) TO WRK-TOTAL-LIQUIDO
               PERFORM 0330-CABECALHO-INFORME
               SET WRK-IX-CLI TO IX-CLI
               PERFORM 0340-LINHA-CONTRATO
                   VARYING IX-INF FROM 1 BY 1
                   UNTIL IX-INF > WRK-QT-INF
               PERFORM 0350-TOTAL-INFORME
               PERFORM 0360-GRAVAR-DETALHE-FISCO
           END-IF.

       0330-CABECALHO-INFORME.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING 'INFORME DE RENDIMENTOS - APLICACOES FINANCEIRAS - '
               'ANO-CALENDARIO ' WRK-ANO-BASE
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD
           END-STRING.
           WRITE INCOME-STATEMENT-RECORD.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING 'BENEFICIARIO : ' TB-CLI-NUMERO (IX-CLI) ' '
               TB-CLI-NOME (IX-CLI) '  CPF ' TB-CLI-CPF (IX-CLI)
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD
           END-STRING.
           WRITE INCOME-STATEMENT-RECORD.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING '  CONTRATO  SALDO 31/12/' WRK-ANO-ANTERIOR
               '  SALDO 31/12/' WRK-ANO-BASE
               '  RENDIMENTO BRUTO' '         IR RETIDO'
               '   RENDIMENTO LIQ.'
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD
           END-STRING.
           WRITE INCOME-STATEMENT-RECORD.

       0340-LINHA-CONTRATO.
           IF TB-INF-IX-CLI (IX-INF) = WRK-IX-CLI
               MOVE TB-INF-SALDO-ANT (IX-INF) TO WRK-SALDO-ANT-ED
               MOVE TB-INF-SALDO-ATU (IX-INF) TO WRK-SALDO-ATU-ED
               MOVE TB-INF-BRUTO (IX-INF)     TO WRK-BRUTO-ED
               MOVE TB-INF-IR (IX-INF)        TO WRK-IR-ED
               MOVE TB-INF-LIQUIDO (IX-INF)   TO WRK-LIQUIDO-ED
               MOVE SPACES TO INCOME-STATEMENT-RECORD
               STRING '  ' TB-INF-CONTA (IX-INF) '  '
                   ' ' WRK-SALDO-ANT-ED ' ' WRK-SALDO-ATU-ED
                   ' ' WRK-BRUTO-ED ' ' WRK-IR-ED
                   ' ' WRK-LIQUIDO-ED
                   DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD
               END-STRING
               WRITE INCOME-STATEMENT-RECORD
           END-IF.

       0350-TOTAL-INFORME.
           MOVE TB-CLI-SALDO-ANT (IX-CLI) TO WRK-SALDO-ANT-ED.
           MOVE TB-CLI-SALDO-ATU (IX-CLI) TO WRK-SALDO-ATU-ED.
           MOVE TB-CLI-BRUTO (IX-CLI)     TO WRK-BRUTO-ED.
           MOVE TB-CLI-IR (IX-CLI)        TO WRK-IR-ED.
           MOVE TB-CLI-LIQUIDO (IX-CLI)   TO WRK-LIQUIDO-ED.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING '  TOTAL   '
               ' ' WRK-SALDO-ANT-ED ' ' WRK-SALDO-ATU-ED
               ' ' WRK-BRUTO-ED ' ' WRK-IR-ED
               ' ' WRK-LIQUIDO-ED
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD
           END-STRING.
           WRITE INCOME-STATEMENT-RECORD.
           MOVE SPACES TO INCOME-STATEMENT-RECORD.
           STRING '  IR RETIDO NA FONTE NO VENCIMENTO, SOBRE O '
               'RENDIMENTO TOTAL DO CONTRATO (TABELA REGRESSIVA)'
               DELIMITED BY SIZE INTO INCOME-STATEMENT-RECORD
           END-STRING.
           WRITE INCOME-STATEMENT-RECORD.
           MOVE ALL '-' TO INCOME-STATEMENT-RECORD.
           WRITE INCOME-STATEMENT-RECORD.
           MOVE TB-CLI-BRUTO (IX-CLI) TO WRK-BRUTO-ED.
           MOVE TB-CLI-IR (IX-CLI)    TO WRK-IR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-CLI-NUMERO (IX-CLI) ' ' TB-CLI-NOME (IX-CLI)
               ' CPF ' TB-CLI-CPF (IX-CLI)
               ' BRUTO ' WRK-BRUTO-ED ' IR ' WRK-IR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0360-GRAVAR-DETALHE-FISCO.
           INITIALIZE INVDIRF-DETALHE.
           MOVE 'D'                         TO IDIRD-TIPO.
           MOVE TB-CLI-CPF (IX-CLI)         TO IDIRD-CPF.
           MOVE TB-CLI-NUMERO (IX-CLI)      TO IDIRD-CLIENTE.
           MOVE TB-CLI-NOME (IX-CLI)        TO IDIRD-NOME.
           MOVE TB-CLI-QT-CONTRATOS (IX-CLI) TO IDIRD-QT-CONTRATOS.
           MOVE TB-CLI-SALDO-ANT (IX-CLI)   TO IDIRD-SALDO-ANTERIOR.
           MOVE TB-CLI-SALDO-ATU (IX-CLI)   TO IDIRD-SALDO-ATUAL.
           MOVE TB-CLI-BRUTO (IX-CLI)       TO IDIRD-RENDIMENTO-BRUTO.
           MOVE TB-CLI-IR (IX-CLI)          TO IDIRD-IR-RETIDO.
           MOVE TB-CLI-LIQUIDO (IX-CLI)     TO IDIRD-RENDIMENTO-LIQ.
           WRITE INVDIRF-DETALHE.

      *    AAAAMM (WRK-ANO-MES) -> INDICE DO MES (WRK-IDX-MES)
       0900-INDICE-DO-MES.
           COMPUTE WRK-IDX-MES = WRK-AM-ANO * 12 + WRK-AM-MES - 1.

      *    INDICE DO MES (WRK-IDX-MES) -> AAAAMM (WRK-ANO-MES)
       0910-MES-DO-INDICE.
           DIVIDE WRK-IDX-MES BY 12 GIVING WRK-AM-ANO
               REMAINDER WRK-AM-MES.
           ADD 1 TO WRK-AM-MES.

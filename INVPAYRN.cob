       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPAYRN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: PROPOSTA NOTURNA DE PAGAMENTO A INVESTIDORES.
      *              O LIQUIDO DO VENCIMENTO E O VALOR DO RESGATE
      *              ERAM DIGITADOS PELO CAIXA NO SITE DO BANCO, SEM
      *              CONTROLE DE VALOR NEM DE CONTA. PARA CADA
      *              CONTRATO ATIVO DO INVMAST (NAO ROLADO PELO
      *              INVROLL NEM ENCERRADO), COMPOSTO COMO NO
      *              PROGCOB17/INVCONTB:
      *              - CADA RESGATE DO INVMOVE ACEITO (NAO MAIOR QUE
      *                O SALDO) EM MES DO CONTRATO JA ALCANCADO PELA
      *                DATA DE MOVIMENTO, PELO VALOR INTEIRO;
      *              - O VENCIMENTO (INICIO + PRAZO, REGRA DO
      *                INVMATUR) ATE A DATA DE MOVIMENTO, PELO SALDO
      *                BRUTO MENOS O IR REGRESSIVO SOBRE O
      *                RENDIMENTO (MESMA CONTA DO INVROLL).
      *              O QUE JA ESTA NO REGISTRO DE PAGAMENTOS
      *              (INVPAGO) NAO E PROPOSTO DE NOVO. O CREDITO VAI
      *              PARA A CONTA DO CLIENTE NO CUSTMAST; CLIENTE
      *              NAO VINCULADO, FUNDIDO OU SEM DADOS BANCARIOS
      *              TEM O PAGAMENTO RETIDO NO LOG DE EXCECOES. O
      *              ARQUIVO PENDENTE (INVPEND) E REFEITO A CADA
      *              NOITE E SO VIRA REMESSA NA APROVACAO DE UM
      *              SUPERVISOR (INVPAPRV), COMO NA FOLHA. NOITE SEM
      *              NADA A PAGAR TERMINA COM RETURN-CODE 4.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
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

           SELECT INVESTMENT-PAYOUT-FILE ASSIGN TO 'INVPAGO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGO-STATUS.

           SELECT INVESTMENT-PAYOUT-PENDING-FILE ASSIGN TO 'INVPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEND-STATUS.

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

       FD  INVESTMENT-PAYOUT-FILE.
           COPY 'INVPAGO.cob'.

       FD  INVESTMENT-PAYOUT-PENDING-FILE.
           COPY 'INVPEND.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-INV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TAXA-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IMOV-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IR-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PAGO-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PEND-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.
       77  WRK-OPERADOR               PIC X(20) VALUE SPACES.

      *    DATA DE MOVIMENTO E MESES EM FORMA DE INDICE (ANO * 12 +
      *    MES - 1), COMO NO INVCONTB
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       01  WRK-ANO-MES.
           02  WRK-AM-ANO             PIC 9(04).
           02  WRK-AM-MES             PIC 9(02).
       77  WRK-IDX-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-ALCANCADO          PIC S9(05) VALUE ZEROS.

      *    VENCIMENTO = INICIO + INV-MESES NO MESMO DIA, DIA 29/30/31
      *    RECUADO PARA 28 (REGRA DO INVMATUR)
       01  WRK-DATA-VENCIMENTO.
           02  WRK-VENC-ANO           PIC 9(04).
           02  WRK-VENC-MES           PIC 9(02).
           02  WRK-VENC-DIA           PIC 9(02).
       77  WRK-VENC-NUM               PIC 9(08) VALUE ZEROS.
       77  WRK-MESES-TOTAIS           PIC 9(05) VALUE ZEROS.
       77  WRK-PRAZO-CUMPRIDO         PIC X(01) VALUE 'N'.
           88  PRAZO-CUMPRIDO                   VALUE 'S'.

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

      *    CLIENTES COM OS DADOS DO CREDITO; LAYOUT ANTIGO (SEM
      *    DADOS BANCARIOS) FICA COM BANCO ZERADO E FORA DA REMESSA
       01  TB-CLIENTES-TABELA.
           02  TB-CLIENTE OCCURS 200 TIMES INDEXED BY IX-CLI.
               03  TB-CLI-NUMERO      PIC 9(06).
               03  TB-CLI-NOME        PIC X(20).
               03  TB-CLI-SITUACAO    PIC X(01).
               03  TB-CLI-BANCO       PIC 9(03).
               03  TB-CLI-AGENCIA     PIC 9(04).
               03  TB-CLI-CONTA       PIC 9(08).
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-IX-CLI                 PIC 9(03) VALUE ZEROS.
       77  WRK-CLIENTE-ACHADO         PIC X(01) VALUE 'N'.
           88  CLIENTE-ACHADO                   VALUE 'S'.

      *    CHAVES JA PAGAS (INVPAGO)
       01  TB-PAGOS-TABELA.
           02  TB-PAGO OCCURS 2000 TIMES INDEXED BY IX-PAGO.
               03  TB-PAGO-CONTRATO   PIC 9(06).
               03  TB-PAGO-EVENTO     PIC X(01).
               03  TB-PAGO-MES        PIC 9(03).
               03  TB-PAGO-ORDEM      PIC 9(02).
       77  WRK-QT-PAGOS               PIC 9(04) VALUE ZEROS.
       77  WRK-JA-PAGO                PIC X(01) VALUE 'N'.
           88  PAGAMENTO-JA-FEITO               VALUE 'S'.

      *    COMPOSICAO DO SALDO DO CONTRATO, MES A MES DESDE O
      *    INICIO (MESMAS REGRAS DO PROGCOB17/INVCONTB)
       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.
       77  WRK-MES-LIMITE             PIC 9(03) VALUE ZEROS.
       77  WRK-ORDEM-RESGATE          PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-APORTES          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RESGATES         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.
       77  WRK-RENDIMENTO             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-ALIQUOTA-IR            PIC 9V9999 VALUE ZEROS.

      *    PAGAMENTO PROPOSTO
       77  WRK-PAG-EVENTO             PIC X(01) VALUE SPACES.
       77  WRK-PAG-MES                PIC 9(03) VALUE ZEROS.
       77  WRK-PAG-ORDEM              PIC 9(02) VALUE ZEROS.
       77  WRK-PAG-BRUTO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PAG-IR                 PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PAG-LIQUIDO            PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QT-LIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FORA                PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DETALHES            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RETIDOS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-JA-PAGOS            PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BRUTO            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'INVPAYRN'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
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
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== PAGAMENTO A INVESTIDORES - PROPOSTA ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-ANO-MES.
           PERFORM 0900-INDICE-DO-MES.
           MOVE WRK-IDX-MES TO WRK-IDX-MOVIMENTO.
           PERFORM 0110-CARREGAR-TAXAS.
           PERFORM 0115-CARREGAR-MOVIMENTOS.
           PERFORM 0120-CARREGAR-FAIXAS-IR.
           PERFORM 0125-CARREGAR-CLIENTES.
           PERFORM 0130-CARREGAR-PAGOS.
           PERFORM 0140-ABRIR-PENDENTE.
           OPEN INPUT INVESTMENT-MASTER-FILE.
           IF WRK-INV-STATUS = '35'
               DISPLAY 'CADASTRO DE INVESTIMENTOS (INVMAST) AUSENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
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
               MOVE CUST-SITUACAO TO TB-CLI-SITUACAO (IX-CLI)
               IF CUST-BANCO IS NUMERIC AND CUST-AGENCIA IS NUMERIC
                  AND CUST-CONTA IS NUMERIC
                   MOVE CUST-BANCO   TO TB-CLI-BANCO (IX-CLI)
                   MOVE CUST-AGENCIA TO TB-CLI-AGENCIA (IX-CLI)
                   MOVE CUST-CONTA   TO TB-CLI-CONTA (IX-CLI)
               ELSE
                   MOVE ZEROS TO TB-CLI-BANCO (IX-CLI)
                       TB-CLI-AGENCIA (IX-CLI) TB-CLI-CONTA (IX-CLI)
               END-IF
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    REGISTRO AUSENTE = NENHUM PAGAMENTO FEITO AINDA
       0130-CARREGAR-PAGOS.
           OPEN INPUT INVESTMENT-PAYOUT-FILE.
           IF WRK-PAGO-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-PAYOUT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-PAGO UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-PAYOUT-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0131-LER-PAGO.
           IF WRK-QT-PAGOS < 2000
               ADD 1 TO WRK-QT-PAGOS
               SET IX-PAGO TO WRK-QT-PAGOS
               MOVE IPAG-CONTRATO TO TB-PAGO-CONTRATO (IX-PAGO)
               MOVE IPAG-EVENTO   TO TB-PAGO-EVENTO (IX-PAGO)
               MOVE IPAG-MES      TO TB-PAGO-MES (IX-PAGO)
               MOVE IPAG-ORDEM    TO TB-PAGO-ORDEM (IX-PAGO)
           ELSE
               DISPLAY '*** TABELA DE PAGAMENTOS CHEIA - CONTRATO '
                   IPAG-CONTRATO ' FORA DA CONFERENCIA ***'
               MOVE IPAG-CONTRATO TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE PAGAMENTOS DO INVPAYRN ESTOUROU'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO WRK-RC-FINAL
           END-IF.
           READ INVESTMENT-PAYOUT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    O PENDENTE E REFEITO TODA NOITE, COM O OPERADOR NO HEADER
      *    PARA O INVPAPRV RECUSAR QUE ELE MESMO APROVE.
       0140-ABRIR-PENDENTE.
           OPEN OUTPUT INVESTMENT-PAYOUT-PENDING-FILE.
           INITIALIZE INVPEND-HEADER.
           MOVE 'H'                TO IPEN-H-TIPO.
           MOVE WRK-DATA-MOVIMENTO TO IPEN-H-DATA.
           CALL 'OPERRTN' USING WRK-OPERADOR END-CALL.
           MOVE WRK-OPERADOR       TO IPEN-H-OPERADOR.
           WRITE INVPEND-HEADER.

      *    ENCERRADO ('E': QUITADO ANTES DO PRAZO OU ROLADO PELO
      *    INVROLL, QUE REAPLICA O LIQUIDO) E VENCIDO JA PAGO ('V')
      *    NAO TEM NADA A RECEBER.
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           IF CONTRATO-ENCERRADO OR CONTRATO-VENCIDO
               ADD 1 TO WRK-QT-FORA
           ELSE
               MOVE INV-DATA-INICIO (1:6) TO WRK-ANO-MES
               PERFORM 0900-INDICE-DO-MES
               COMPUTE WRK-MES-ALCANCADO =
                   WRK-IDX-MOVIMENTO - WRK-IDX-MES + 1
               IF WRK-MES-ALCANCADO > ZEROS
                   PERFORM 0210-AVALIAR-CONTRATO
               END-IF
           END-IF.
           READ INVESTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    VENCIDO: O PRAZO INTEIRO E COMPOSTO (RESGATES E SALDO
      *    FINAL); A VENCER: SO OS MESES JA ALCANCADOS (RESGATES).
       0210-AVALIAR-CONTRATO.
           PERFORM 0215-CALCULAR-VENCIMENTO.
           IF PRAZO-CUMPRIDO
               MOVE INV-MESES TO WRK-MES-LIMITE
           ELSE
               IF WRK-MES-ALCANCADO > INV-MESES
                   MOVE INV-MESES TO WRK-MES-LIMITE
               ELSE
                   MOVE WRK-MES-ALCANCADO TO WRK-MES-LIMITE
               END-IF
           END-IF.
           PERFORM 0230-COMPOR-SALDO.
           IF PRAZO-CUMPRIDO
               PERFORM 0240-PROPOR-VENCIMENTO
           END-IF.

       0215-CALCULAR-VENCIMENTO.
           MOVE INV-DATA-INICIO TO WRK-DATA-VENCIMENTO.
           COMPUTE WRK-MESES-TOTAIS =
               (WRK-VENC-ANO * 12) + WRK-VENC-MES + INV-MESES - 1.
           COMPUTE WRK-VENC-ANO = WRK-MESES-TOTAIS / 12.
           COMPUTE WRK-VENC-MES =
               WRK-MESES-TOTAIS - (WRK-VENC-ANO * 12) + 1.
           IF WRK-VENC-DIA > 28
               MOVE 28 TO WRK-VENC-DIA
           END-IF.
           MOVE WRK-DATA-VENCIMENTO TO WRK-VENC-NUM.
           IF WRK-VENC-NUM NOT > WRK-DATA-MOVIMENTO
               MOVE 'S' TO WRK-PRAZO-CUMPRIDO
           ELSE
               MOVE 'N' TO WRK-PRAZO-CUMPRIDO
           END-IF.

       0230-COMPOR-SALDO.
           MOVE INV-PRINCIPAL TO WRK-SALDO.
           MOVE ZEROS TO WRK-TOTAL-APORTES WRK-TOTAL-RESGATES.
           PERFORM 0231-COMPOR-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > WRK-MES-LIMITE.

       0231-COMPOR-MES.
           MOVE ZEROS TO WRK-ORDEM-RESGATE.
           PERFORM 0232-APLICAR-MOVIMENTO-MES
               VARYING IX-IMOV FROM 1 BY 1
               UNTIL IX-IMOV > WRK-QT-MOVIMENTOS.
           IF CONTRATO-INDEXADO
               CALL 'INDXRTN' USING INV-INDEXADOR INV-PCT-INDICE
                   INV-SPREAD-MES INV-DATA-INICIO WRK-MES-ATUAL
                   WRK-FATOR-MES WRK-ANOMES-INDICE WRK-ORIGEM-INDICE
               END-CALL
           ELSE
               MOVE ZEROS TO WRK-TAXAMES
               PERFORM 0233-PROCURAR-TAXA
                   VARYING IX-TAXA FROM 1 BY 1
                   UNTIL IX-TAXA > WRK-QT-TAXAS
               COMPUTE WRK-FATOR-MES = 1 + WRK-TAXAMES
           END-IF.
           COMPUTE WRK-SALDO ROUNDED = WRK-SALDO * WRK-FATOR-MES.

      *    MOVIMENTO DO MES ANTES DO FATOR, COMO NO PROGCOB17; SO O
      *    RESGATE ACEITO NA COMPOSICAO (NAO MAIOR QUE O SALDO) E
      *    PAGO. A ORDEM CONTA TODOS OS RESGATES DO MES, ACEITOS OU
      *    NAO, PARA A CHAVE NAO MUDAR DE UMA NOITE PARA OUTRA.
       0232-APLICAR-MOVIMENTO-MES.
           IF TB-IMOV-CONTA (IX-IMOV) = INV-CONTA
              AND TB-IMOV-MES (IX-IMOV) = WRK-MES-ATUAL
               IF TB-IMOV-TIPO (IX-IMOV) = 'R'
                   ADD 1 TO WRK-ORDEM-RESGATE
                   IF TB-IMOV-VALOR (IX-IMOV) <= WRK-SALDO
                       SUBTRACT TB-IMOV-VALOR (IX-IMOV)
                           FROM WRK-SALDO
                       ADD TB-IMOV-VALOR (IX-IMOV)
                           TO WRK-TOTAL-RESGATES
                       PERFORM 0235-PROPOR-RESGATE
                   END-IF
               ELSE
                   ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-SALDO
                   ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-TOTAL-APORTES
               END-IF
           END-IF.

       0233-PROCURAR-TAXA.
           IF WRK-MES-ATUAL >= TB-TAXA-INICIAL (IX-TAXA)
              AND WRK-MES-ATUAL <= TB-TAXA-FINAL (IX-TAXA)
               MOVE TB-TAXA-PERCENTUAL (IX-TAXA) TO WRK-TAXAMES
           END-IF.

      *    O RESGATE SAI PELO VALOR INTEIRO: O IR SO E RETIDO NO
      *    VENCIMENTO, SOBRE O RENDIMENTO TOTAL (INVROLL/INVCONTB).
       0235-PROPOR-RESGATE.
           MOVE 'R'                     TO WRK-PAG-EVENTO.
           MOVE WRK-MES-ATUAL           TO WRK-PAG-MES.
           MOVE WRK-ORDEM-RESGATE       TO WRK-PAG-ORDEM.
           MOVE TB-IMOV-VALOR (IX-IMOV) TO WRK-PAG-BRUTO.
           MOVE ZEROS                   TO WRK-PAG-IR.
           MOVE TB-IMOV-VALOR (IX-IMOV) TO WRK-PAG-LIQUIDO.
           PERFORM 0250-PROPOR-PAGAMENTO.

      *    SALDO BRUTO NO FIM DO PRAZO MENOS O IR REGRESSIVO (FAIXA
      *    PELO PRAZO DO CONTRATO) SOBRE O RENDIMENTO.
       0240-PROPOR-VENCIMENTO.
           COMPUTE WRK-RENDIMENTO =
               WRK-SALDO - INV-PRINCIPAL
               - WRK-TOTAL-APORTES + WRK-TOTAL-RESGATES.
           MOVE ZEROS TO WRK-ALIQUOTA-IR.
           PERFORM 0241-PROCURAR-ALIQUOTA
               VARYING IX-IR FROM 1 BY 1
               UNTIL IX-IR > WRK-QT-FAIXAS-IR.
           IF WRK-RENDIMENTO > ZEROS
               COMPUTE WRK-PAG-IR ROUNDED =
                   WRK-RENDIMENTO * WRK-ALIQUOTA-IR
           ELSE
               MOVE ZEROS TO WRK-PAG-IR
           END-IF.
           MOVE 'V'       TO WRK-PAG-EVENTO.
           MOVE INV-MESES TO WRK-PAG-MES.
           MOVE 1         TO WRK-PAG-ORDEM.
           MOVE WRK-SALDO TO WRK-PAG-BRUTO.
           COMPUTE WRK-PAG-LIQUIDO = WRK-SALDO - WRK-PAG-IR.
           PERFORM 0250-PROPOR-PAGAMENTO.

       0241-PROCURAR-ALIQUOTA.
           IF INV-MESES >= TB-IR-INICIAL (IX-IR)
              AND INV-MESES <= TB-IR-FINAL (IX-IR)
               MOVE TB-IR-ALIQUOTA (IX-IR) TO WRK-ALIQUOTA-IR
           END-IF.

      *    PAGAMENTO JA REGISTRADO NO INVPAGO NAO VOLTA; O CREDITO
      *    SO ENTRA NO PENDENTE COM CLIENTE VINCULADO, NAO FUNDIDO
      *    E COM BANCO, AGENCIA E CONTA NO CUSTMAST.
       0250-PROPOR-PAGAMENTO.
           PERFORM 0260-CONFERIR-REGISTRO.
           IF PAGAMENTO-JA-FEITO
               ADD 1 TO WRK-QT-JA-PAGOS
           ELSE
               PERFORM 0270-LOCALIZAR-CLIENTE
               MOVE SPACES TO WRK-MOTIVO-LOG
               IF NOT CLIENTE-ACHADO
                   MOVE 'CONTRATO SEM CLIENTE NO CUSTMAST'
                       TO WRK-MOTIVO-LOG
               ELSE
                   SET IX-CLI TO WRK-IX-CLI
                   IF TB-CLI-SITUACAO (IX-CLI) = 'M'
                       MOVE 'CLIENTE FUNDIDO - ACERTAR O CONTRATO'
                           TO WRK-MOTIVO-LOG
                   ELSE
                       IF TB-CLI-BANCO (IX-CLI) = ZEROS
                          OR TB-CLI-AGENCIA (IX-CLI) = ZEROS
                          OR TB-CLI-CONTA (IX-CLI) = ZEROS
                           MOVE 'CLIENTE SEM DADOS BANCARIOS'
                               TO WRK-MOTIVO-LOG
                       END-IF
                   END-IF
               END-IF
               IF WRK-MOTIVO-LOG NOT = SPACES
                   ADD 1 TO WRK-QT-RETIDOS
                   MOVE WRK-PAG-LIQUIDO TO WRK-VALOR-ED
                   DISPLAY 'CONTRATO ' INV-CONTA ' ' WRK-PAG-EVENTO
                       ' ' WRK-VALOR-ED ' RETIDO - ' WRK-MOTIVO-LOG
                   MOVE INV-CONTA TO WRK-REFERENCIA-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               ELSE
                   PERFORM 0280-GRAVAR-DETALHE
               END-IF
           END-IF.

       0260-CONFERIR-REGISTRO.
           MOVE 'N' TO WRK-JA-PAGO.
           PERFORM 0261-TESTAR-PAGO
               VARYING IX-PAGO FROM 1 BY 1
               UNTIL IX-PAGO > WRK-QT-PAGOS OR PAGAMENTO-JA-FEITO.

       0261-TESTAR-PAGO.
           IF TB-PAGO-CONTRATO (IX-PAGO) = INV-CONTA
              AND TB-PAGO-EVENTO (IX-PAGO) = WRK-PAG-EVENTO
              AND TB-PAGO-MES (IX-PAGO) = WRK-PAG-MES
              AND TB-PAGO-ORDEM (IX-PAGO) = WRK-PAG-ORDEM
               MOVE 'S' TO WRK-JA-PAGO
           END-IF.

       0270-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-ACHADO.
           IF INV-CLIENTE IS NUMERIC AND INV-CLIENTE > ZEROS
               PERFORM 0271-PROCURAR-CLIENTE
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES OR CLIENTE-ACHADO
           END-IF.

       0271-PROCURAR-CLIENTE.
           IF TB-CLI-NUMERO (IX-CLI) = INV-CLIENTE
               MOVE 'S' TO WRK-CLIENTE-ACHADO
               SET WRK-IX-CLI TO IX-CLI
           END-IF.

       0280-GRAVAR-DETALHE.
           SET IX-CLI TO WRK-IX-CLI.
           INITIALIZE INVPEND-DETALHE.
           MOVE 'D'                    TO IPEN-D-TIPO.
           MOVE INV-CONTA              TO IPEN-D-CONTRATO.
           MOVE INV-CLIENTE            TO IPEN-D-CLIENTE.
           MOVE TB-CLI-NOME (IX-CLI)   TO IPEN-D-NOME.
           MOVE WRK-PAG-EVENTO         TO IPEN-D-EVENTO.
           MOVE WRK-PAG-MES            TO IPEN-D-MES.
           MOVE WRK-PAG-ORDEM          TO IPEN-D-ORDEM.
           MOVE WRK-PAG-BRUTO          TO IPEN-D-BRUTO.
           MOVE WRK-PAG-IR             TO IPEN-D-IR.
           MOVE WRK-PAG-LIQUIDO        TO IPEN-D-LIQUIDO.
           MOVE TB-CLI-BANCO (IX-CLI)  TO IPEN-D-BANCO.
           MOVE TB-CLI-AGENCIA (IX-CLI) TO IPEN-D-AGENCIA.
           MOVE TB-CLI-CONTA (IX-CLI)  TO IPEN-D-CONTA.
           WRITE INVPEND-DETALHE.
           ADD 1 TO WRK-QT-DETALHES.
           ADD WRK-PAG-BRUTO   TO WRK-TOTAL-BRUTO.
           ADD WRK-PAG-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           MOVE WRK-PAG-LIQUIDO TO WRK-VALOR-ED.
           IF WRK-PAG-EVENTO = 'V'
               DISPLAY 'CONTRATO ' INV-CONTA ' VENCIMENTO      '
                   WRK-VALOR-ED ' -> ' TB-CLI-NOME (IX-CLI)
           ELSE
               DISPLAY 'CONTRATO ' INV-CONTA ' RESGATE MES ' WRK-PAG-MES
                   ' ' WRK-VALOR-ED ' -> ' TB-CLI-NOME (IX-CLI)
           END-IF.

       0300-FINALIZAR.
           IF WRK-INV-STATUS NOT = '35'
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.
           INITIALIZE INVPEND-TRAILER.
           MOVE 'T'               TO IPEN-T-TIPO.
           MOVE WRK-QT-DETALHES   TO IPEN-T-QT-DETALHES.
           MOVE WRK-TOTAL-BRUTO   TO IPEN-T-TOTAL-BRUTO.
           MOVE WRK-TOTAL-LIQUIDO TO IPEN-T-TOTAL-LIQUIDO.
           WRITE INVPEND-TRAILER.
           CLOSE INVESTMENT-PAYOUT-PENDING-FILE.
      *    NOITE SEM PAGAMENTO A PROPOR NAO E ERRO: RETURN-CODE 4,
      *    O PENDENTE FICA VAZIO (SO HEADER E TRAILER).
           IF WRK-QT-DETALHES = ZEROS AND WRK-RC-FINAL < 4
               DISPLAY 'NENHUM PAGAMENTO A INVESTIDOR NA DATA '
                   WRK-DATA-MOVIMENTO
               MOVE 4 TO WRK-RC-FINAL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'CONTRATOS LIDOS            : ' WRK-QT-LIDOS.
           DISPLAY 'ENCERRADOS/PAGOS (FORA)    : ' WRK-QT-FORA.
           DISPLAY 'PAGAMENTOS PROPOSTOS       : ' WRK-QT-DETALHES.
           DISPLAY 'PAGAMENTOS RETIDOS         : ' WRK-QT-RETIDOS.
           DISPLAY 'JA PAGOS (INVPAGO)         : ' WRK-QT-JA-PAGOS.
           MOVE WRK-TOTAL-BRUTO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL BRUTO                : ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL LIQUIDO A CREDITAR   : ' WRK-VALOR-ED.
           MOVE WRK-QT-LIDOS    TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-DETALHES TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-RETIDOS  TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA PROPOSTA DE PAGAMENTO A INVESTIDORES '.

      *    AAAAMM (WRK-ANO-MES) -> INDICE DO MES (WRK-IDX-MES)
       0900-INDICE-DO-MES.
           COMPUTE WRK-IDX-MES = WRK-AM-ANO * 12 + WRK-AM-MES - 1.

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

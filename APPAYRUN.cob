       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: PAGAMENTO DO CONTAS A PAGAR. DUAS COISAS NA MESMA
      *              PASSADA PELO APINVOIC:
      *              1) TITULO APROVADO PELO APMATCH E AINDA NAO
      *                 CONTABILIZADO TEM A OBRIGACAO LANCADA NO
      *                 RAZAO (D MERCADORIAS RECEBIDAS A FATURAR
      *                 / C FORNECEDORES A PAGAR) E FICA MARCADO;
      *              2) TITULO APROVADO COM VENCIMENTO ATE A DATA DE
      *                 MOVIMENTO E PAGO: OS TITULOS DE CADA
      *                 FORNECEDOR SOMAM UM UNICO CREDITO NA REMESSA
      *                 APREMES (MESMO DESENHO DA REMESSA DA FOLHA,
      *                 COM OS DADOS BANCARIOS DO SUPPMAST), O TITULO
      *                 VIRA LIQUIDADO COM A DATA DO PAGAMENTO E O
      *                 PAGAMENTO VAI AO RAZAO (D FORNECEDORES A
      *                 PAGAR / C BANCO CONTA MOVIMENTO).
      *              FORNECEDOR SEM DADOS BANCARIOS OU BLOQUEADO NAO
      *              ENTRA NA REMESSA - OS TITULOS FICAM EM ABERTO E
      *              VAO PARA O LOG DE EXCECOES. O LOTE LEDGTRAN SAI
      *              COM IDENTIFICADOR 'AP' + AAMMDD E SEGUE PELO
      *              LEDGEDIT E PELO POSTING; NOITE SEM NADA A
      *              LANCAR TERMINA COM RETURN-CODE 4, COMO O
      *              STANDGEN, PARA A ESTEIRA PULAR OS DOIS PASSOS.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  ESTOQUE PERMANENTE: A MERCADORIA JA ENTRA
      *                     NO ESTOQUE PELO RECEBIMENTO (PROGCOB16,
      *                     CONTRA MERCADORIAS RECEBIDAS A FATURAR);
      *                     A OBRIGACAO DO TITULO APROVADO PASSA A
      *                     DEBITAR A CONTA A FATURAR EM VEZ DO
      *                     ESTOQUE, QUE SAIRIA EM DOBRO.
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
           SELECT AP-INVOICE-FILE ASSIGN TO 'APINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIT-STATUS.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORN-STATUS.

           SELECT AP-REMITTANCE-FILE ASSIGN TO 'APREMES'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'APLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
           COPY 'APINVOIC.cob'.

       FD  SUPPLIER-MASTER-FILE.
           COPY 'SUPPMAST.cob'.

       FD  AP-REMITTANCE-FILE.
           COPY 'APREMES.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-TIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-FORN-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-TIT-EOF                PIC X(01) VALUE 'N'.
           88  FIM-TITULOS                      VALUE 'S'.
       77  WRK-FORN-EOF               PIC X(01) VALUE 'N'.
           88  FIM-FORNECEDORES                 VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.
       77  WRK-CADASTRO-ALTERADO      PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.

      *    CONTAS DO CONTAS A PAGAR NO PLANO (CHARTACC)
       77  WRK-CONTA-A-FATURAR        PIC 9(06) VALUE 210310.
       77  WRK-CONTA-FORNECEDORES     PIC 9(06) VALUE 210300.
       77  WRK-CONTA-BANCO            PIC 9(06) VALUE 100100.

      *    ARQUIVO DE TITULOS INTEIRO, REGRAVADO NO FECHAMENTO
       01  TB-TITULOS-TABELA.
           02  TB-TITULO OCCURS 500 TIMES INDEXED BY IX-TIT.
               03  TB-TIT-REGISTRO    PIC X(130).
       77  WRK-QT-TITULOS             PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-TITULOS         PIC 9(03) VALUE 500.

      *    FORNECEDORES COM OS DADOS DA REMESSA E O VALOR A PAGAR
      *    ACUMULADO NESTA NOITE
       01  TB-FORNECEDOR-TABELA.
           02  TB-FORNECEDOR OCCURS 200 TIMES INDEXED BY IX-FORN.
               03  TB-FORN-CODIGO     PIC 9(06).
               03  TB-FORN-RAZAO      PIC X(30).
               03  TB-FORN-CNPJ       PIC X(14).
               03  TB-FORN-SITUACAO   PIC X(01).
               03  TB-FORN-BANCO      PIC 9(03).
               03  TB-FORN-AGENCIA    PIC 9(04).
               03  TB-FORN-CONTA      PIC 9(08).
               03  TB-FORN-A-PAGAR    PIC 9(09)V99.
       77  WRK-QT-FORNECEDORES        PIC 9(03) VALUE ZEROS.
       77  WRK-FORN-ACHADO            PIC X(01) VALUE 'N'.
           88  FORN-ACHADO                      VALUE 'S'.
       77  WRK-IX-FORN                PIC 9(03) VALUE ZEROS.

      *    LINHAS DO LOTE CONTABIL, GRAVADAS SO NO FECHAMENTO
       01  TB-LINHAS-TABELA.
           02  TB-LINHA OCCURS 800 TIMES INDEXED BY IX-LIN.
               03  TB-LIN-CONTA       PIC 9(06).
               03  TB-LIN-TIPO        PIC X(01).
               03  TB-LIN-VALOR       PIC 9(07)V99.
       77  WRK-QT-LINHAS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-LINHAS          PIC 9(03) VALUE 800.
       77  WRK-LIMITE-OBRIGACOES      PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LINHA-DEBITO           PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-CREDITO          PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-VALOR            PIC 9(09)V99 VALUE ZEROS.

       01  WRK-LOTE-PAGAR.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'AP'.
           02  WRK-LOTE-DATA          PIC 9(06).

       77  WRK-QT-DETALHES-REM        PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REMESSA          PIC 9(11)V99 VALUE ZEROS.

       77  WRK-QT-LIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LANCADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PAGOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RETIDOS             PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'APPAYRUN'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
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
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '==== PAGAMENTO DO CONTAS A PAGAR ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0110-CARREGAR-FORNECEDORES.
           PERFORM 0120-CARREGAR-TITULOS.
      *    RESERVA UM PAR DE LINHAS DE PAGAMENTO POR FORNECEDOR
           COMPUTE WRK-LIMITE-OBRIGACOES =
               WRK-LIMITE-LINHAS - (2 * WRK-QT-FORNECEDORES).

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'OBRIGACAO-AP' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-A-FATURAR
           END-CALL.
           MOVE 'OBRIGACAO-AP' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-FORNECEDORES
           END-CALL.
           MOVE 'PAGAMENTO-AP' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-BANCO
           END-CALL.

       0110-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WRK-FORN-STATUS = '35'
               MOVE 'S' TO WRK-FORN-EOF
           ELSE
               READ SUPPLIER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-FORN-EOF
               END-READ
               PERFORM 0111-LER-FORNECEDOR UNTIL FIM-FORNECEDORES
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

      *    LINHA NO LAYOUT ANTIGO (SEM DADOS BANCARIOS) CHEGA COM
      *    BRANCOS: FICA COM BANCO ZERADO E FORA DA REMESSA.
       0111-LER-FORNECEDOR.
           IF WRK-QT-FORNECEDORES < 200
               ADD 1 TO WRK-QT-FORNECEDORES
               SET IX-FORN TO WRK-QT-FORNECEDORES
               MOVE FORN-CODIGO        TO TB-FORN-CODIGO (IX-FORN)
               MOVE FORN-RAZAO-SOCIAL  TO TB-FORN-RAZAO (IX-FORN)
               MOVE FORN-CNPJ          TO TB-FORN-CNPJ (IX-FORN)
               MOVE FORN-SITUACAO      TO TB-FORN-SITUACAO (IX-FORN)
               MOVE ZEROS              TO TB-FORN-A-PAGAR (IX-FORN)
               IF FORN-BANCO IS NUMERIC
                  AND FORN-AGENCIA IS NUMERIC
                  AND FORN-CONTA IS NUMERIC
                   MOVE FORN-BANCO   TO TB-FORN-BANCO (IX-FORN)
                   MOVE FORN-AGENCIA TO TB-FORN-AGENCIA (IX-FORN)
                   MOVE FORN-CONTA   TO TB-FORN-CONTA (IX-FORN)
               ELSE
                   MOVE ZEROS TO TB-FORN-BANCO (IX-FORN)
                   MOVE ZEROS TO TB-FORN-AGENCIA (IX-FORN)
                   MOVE ZEROS TO TB-FORN-CONTA (IX-FORN)
               END-IF
           END-IF.
           READ SUPPLIER-MASTER-FILE
               AT END MOVE 'S' TO WRK-FORN-EOF
           END-READ.

       0120-CARREGAR-TITULOS.
           OPEN INPUT AP-INVOICE-FILE.
           IF WRK-TIT-STATUS = '35'
               DISPLAY 'SEM TITULOS A PAGAR (APINVOIC)'
               MOVE 'S' TO WRK-TIT-EOF
           ELSE
               READ AP-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-TIT-EOF
               END-READ
               PERFORM 0121-LER-TITULO UNTIL FIM-TITULOS
               CLOSE AP-INVOICE-FILE
           END-IF.

       0121-LER-TITULO.
           ADD 1 TO WRK-QT-LIDOS.
           IF WRK-QT-TITULOS >= WRK-LIMITE-TITULOS
               DISPLAY '*** TABELA DE TITULOS CHEIA - TITULO '
                   TIT-NUMERO ' PERDIDO NA REGRAVACAO ***'
               MOVE TIT-NUMERO TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE TITULOS DO APPAYRUN ESTOUROU'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               ADD 1 TO WRK-QT-TITULOS
               SET IX-TIT TO WRK-QT-TITULOS
               MOVE AP-INVOICE-RECORD TO TB-TIT-REGISTRO (IX-TIT)
           END-IF.
           READ AP-INVOICE-FILE
               AT END MOVE 'S' TO WRK-TIT-EOF
           END-READ.

       0200-PROCESSAR.
           PERFORM 0210-AVALIAR-TITULO
               VARYING IX-TIT FROM 1 BY 1
               UNTIL IX-TIT > WRK-QT-TITULOS.
           PERFORM 0250-LANCAR-PAGAMENTO
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES.

       0210-AVALIAR-TITULO.
           MOVE TB-TIT-REGISTRO (IX-TIT) TO AP-INVOICE-RECORD.
           IF TITULO-APROVADO
               IF NOT OBRIGACAO-LANCADA
                   PERFORM 0220-LANCAR-OBRIGACAO
               END-IF
               IF OBRIGACAO-LANCADA
                  AND TIT-DATA-VENCIMENTO <= WRK-DATA-MOVIMENTO
                   PERFORM 0230-PAGAR-TITULO
               END-IF
               MOVE AP-INVOICE-RECORD TO TB-TIT-REGISTRO (IX-TIT)
           END-IF.

      *    RECONHECIMENTO DA OBRIGACAO NA APROVACAO DO TITULO
       0220-LANCAR-OBRIGACAO.
           MOVE WRK-CONTA-A-FATURAR    TO WRK-LINHA-DEBITO.
           MOVE WRK-CONTA-FORNECEDORES TO WRK-LINHA-CREDITO.
           MOVE TIT-VALOR              TO WRK-LINHA-VALOR.
           IF WRK-QT-LINHAS + 2 > WRK-LIMITE-OBRIGACOES
               DISPLAY 'LOTE CHEIO (' WRK-LIMITE-OBRIGACOES ' LINHAS) '
                   '- OBRIGACAO DO TITULO ' TIT-NUMERO
                   ' FICA PARA A PROXIMA NOITE'
           ELSE
               PERFORM 0240-GUARDAR-PAR-DE-LINHAS
               MOVE 'S' TO TIT-CONTABILIZADO
               MOVE 'S' TO WRK-CADASTRO-ALTERADO
               ADD 1 TO WRK-QT-LANCADOS
           END-IF.

      *    TITULO VENCIDO SO E PAGO SE O FORNECEDOR ESTA ATIVO E
      *    TEM DADOS BANCARIOS PARA A REMESSA.
       0230-PAGAR-TITULO.
           PERFORM 0260-LOCALIZAR-FORNECEDOR.
           MOVE SPACES TO WRK-MOTIVO-LOG.
           IF NOT FORN-ACHADO
               MOVE 'FORNECEDOR DO TITULO FORA DO SUPPMAST'
                   TO WRK-MOTIVO-LOG
           ELSE
               SET IX-FORN TO WRK-IX-FORN
               IF TB-FORN-SITUACAO (IX-FORN) NOT = 'A'
                   MOVE 'FORNECEDOR BLOQUEADO - TITULO RETIDO'
                       TO WRK-MOTIVO-LOG
               ELSE
                   IF TB-FORN-BANCO (IX-FORN) = ZEROS
                      OR TB-FORN-CONTA (IX-FORN) = ZEROS
                       MOVE 'FORNECEDOR SEM DADOS BANCARIOS'
                           TO WRK-MOTIVO-LOG
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO-LOG NOT = SPACES
               ADD 1 TO WRK-QT-RETIDOS
               DISPLAY 'TITULO ' TIT-NUMERO ' NAO PAGO - '
                   WRK-MOTIVO-LOG
               MOVE TIT-NUMERO TO WRK-REFERENCIA-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               ADD TIT-VALOR TO TB-FORN-A-PAGAR (IX-FORN)
               MOVE 'L' TO TIT-SITUACAO
               MOVE WRK-DATA-MOVIMENTO TO TIT-DATA-PAGAMENTO
               MOVE 'S' TO WRK-CADASTRO-ALTERADO
               ADD 1 TO WRK-QT-PAGOS
               MOVE TIT-VALOR TO WRK-VALOR-ED
               DISPLAY 'TITULO ' TIT-NUMERO ' PAGO '
                   TB-FORN-RAZAO (IX-FORN) ' ' WRK-VALOR-ED
           END-IF.

       0240-GUARDAR-PAR-DE-LINHAS.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-LINHA-DEBITO  TO TB-LIN-CONTA (IX-LIN).
           MOVE 'D'               TO TB-LIN-TIPO (IX-LIN).
           MOVE WRK-LINHA-VALOR   TO TB-LIN-VALOR (IX-LIN).
           ADD WRK-LINHA-VALOR TO WRK-SOMA-DEBITOS.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-LINHA-CREDITO TO TB-LIN-CONTA (IX-LIN).
           MOVE 'C'               TO TB-LIN-TIPO (IX-LIN).
           MOVE WRK-LINHA-VALOR   TO TB-LIN-VALOR (IX-LIN).
           ADD WRK-LINHA-VALOR TO WRK-SOMA-CREDITOS.

      *    UM PAR DE LINHAS POR FORNECEDOR PAGO, NO VALOR DO CREDITO
      *    DA REMESSA. O PAR DO PAGAMENTO TEM VAGA GARANTIDA: AS
      *    OBRIGACOES SO OCUPAM A TABELA ATE O LIMITE QUE DEIXA UM
      *    PAR RESERVADO POR FORNECEDOR (VER 0100 E 0220).
       0250-LANCAR-PAGAMENTO.
           IF TB-FORN-A-PAGAR (IX-FORN) > ZEROS
               MOVE WRK-CONTA-FORNECEDORES TO WRK-LINHA-DEBITO
               MOVE WRK-CONTA-BANCO        TO WRK-LINHA-CREDITO
               MOVE TB-FORN-A-PAGAR (IX-FORN) TO WRK-LINHA-VALOR
               PERFORM 0240-GUARDAR-PAR-DE-LINHAS
           END-IF.

       0260-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-ACHADO.
           MOVE ZEROS TO WRK-IX-FORN.
           PERFORM 0261-PROCURAR-FORNECEDOR
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES OR FORN-ACHADO.

       0261-PROCURAR-FORNECEDOR.
           IF TB-FORN-CODIGO (IX-FORN) = TIT-FORNECEDOR
               MOVE 'S' TO WRK-FORN-ACHADO
               SET WRK-IX-FORN TO IX-FORN
           END-IF.

       0300-FINALIZAR.
           IF CADASTRO-ALTERADO
               OPEN OUTPUT AP-INVOICE-FILE
               PERFORM 0310-GRAVAR-TITULO
                   VARYING IX-TIT FROM 1 BY 1
                   UNTIL IX-TIT > WRK-QT-TITULOS
               CLOSE AP-INVOICE-FILE
           END-IF.
           PERFORM 0320-GRAVAR-REMESSA.
           IF WRK-QT-LINHAS > ZEROS
               PERFORM 0330-GRAVAR-LOTE
           ELSE
      *    NOITE SEM OBRIGACAO NEM PAGAMENTO NAO E ERRO: RETURN-CODE
      *    4 AVISA A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING DO
      *    LOTE DO CONTAS A PAGAR.
               DISPLAY 'NADA A LANCAR NO CONTAS A PAGAR NA DATA '
                   WRK-DATA-MOVIMENTO
               MOVE 4 TO WRK-RC-FINAL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'TITULOS LIDOS            : ' WRK-QT-LIDOS.
           DISPLAY 'OBRIGACOES LANCADAS      : ' WRK-QT-LANCADOS.
           DISPLAY 'TITULOS PAGOS            : ' WRK-QT-PAGOS.
           DISPLAY 'TITULOS RETIDOS          : ' WRK-QT-RETIDOS.
           DISPLAY 'FORNECEDORES NA REMESSA  : ' WRK-QT-DETALHES-REM.
           MOVE WRK-TOTAL-REMESSA TO WRK-VALOR-ED.
           DISPLAY 'VALOR TOTAL DA REMESSA   : ' WRK-VALOR-ED.
           MOVE WRK-QT-LIDOS   TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-PAGOS   TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-RETIDOS TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO PAGAMENTO DO CONTAS A PAGAR '.

       0310-GRAVAR-TITULO.
           MOVE TB-TIT-REGISTRO (IX-TIT) TO AP-INVOICE-RECORD.
           WRITE AP-INVOICE-RECORD.

      *    A REMESSA SAI SEMPRE (VAZIA SO COM HEADER E TRAILER),
      *    PARA A TESOURARIA NAO TRANSMITIR A DA NOITE ANTERIOR.
       0320-GRAVAR-REMESSA.
           OPEN OUTPUT AP-REMITTANCE-FILE.
           INITIALIZE REMFOR-HEADER.
           MOVE 'H'                TO REMFH-TIPO.
           MOVE WRK-DATA-MOVIMENTO TO REMFH-DATA.
           MOVE 'PAGAMENTO A FORNECEDORES'
                                   TO REMFH-DESCRICAO.
           WRITE REMFOR-HEADER.
           PERFORM 0321-GRAVAR-DETALHE-REMESSA
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES.
           INITIALIZE REMFOR-TRAILER.
           MOVE 'T'                 TO REMFT-TIPO.
           MOVE WRK-QT-DETALHES-REM TO REMFT-QT-DETALHES.
           MOVE WRK-TOTAL-REMESSA   TO REMFT-VALOR-TOTAL.
           WRITE REMFOR-TRAILER.
           CLOSE AP-REMITTANCE-FILE.

       0321-GRAVAR-DETALHE-REMESSA.
           IF TB-FORN-A-PAGAR (IX-FORN) > ZEROS
               INITIALIZE REMFOR-DETALHE
               MOVE 'D'                       TO REMFD-TIPO
               MOVE TB-FORN-CODIGO (IX-FORN)  TO REMFD-FORNECEDOR
               MOVE TB-FORN-RAZAO (IX-FORN)   TO REMFD-NOME
               MOVE TB-FORN-CNPJ (IX-FORN)    TO REMFD-CNPJ
               MOVE TB-FORN-BANCO (IX-FORN)   TO REMFD-BANCO
               MOVE TB-FORN-AGENCIA (IX-FORN) TO REMFD-AGENCIA
               MOVE TB-FORN-CONTA (IX-FORN)   TO REMFD-CONTA
               MOVE TB-FORN-A-PAGAR (IX-FORN) TO REMFD-VALOR
               WRITE REMFOR-DETALHE
               ADD 1 TO WRK-QT-DETALHES-REM
               ADD TB-FORN-A-PAGAR (IX-FORN) TO WRK-TOTAL-REMESSA
           END-IF.

       0330-GRAVAR-LOTE.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                TO LOTE-H-TIPO.
           MOVE WRK-LOTE-PAGAR     TO LOTE-H-LOTE.
           MOVE WRK-DATA-MOVIMENTO TO LOTE-H-DATA.
           WRITE LEDGER-BATCH-HEADER.
           PERFORM 0331-GRAVAR-LINHA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > WRK-QT-LINHAS.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'               TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS     TO LOTE-T-QT-PREVISTA.
           MOVE WRK-SOMA-DEBITOS  TO LOTE-T-TOTAL-DEBITOS.
           MOVE WRK-SOMA-CREDITOS TO LOTE-T-TOTAL-CREDITOS.
           WRITE LEDGER-BATCH-TRAILER.
           CLOSE LEDGER-TRANSACTION-FILE.
           DISPLAY 'LOTE ' WRK-LOTE-PAGAR ' GRAVADO COM '
               WRK-QT-LINHAS ' LINHA(S) - SEGUE PARA O '
               'LEDGEDIT/POSTING'.

       0331-GRAVAR-LINHA.
           INITIALIZE TRANSACTION-RECORD.
           MOVE 'D'                   TO TRAN-REG-TIPO.
           MOVE TB-LIN-CONTA (IX-LIN) TO TRAN-CONTA.
           MOVE TB-LIN-TIPO (IX-LIN)  TO TRAN-TIPO.
           MOVE TB-LIN-VALOR (IX-LIN) TO TRAN-VALOR.
           WRITE TRANSACTION-RECORD.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCONTB.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: CONTABILIZACAO MENSAL DO PASSIVO COM OS
      *              INVESTIDORES. ATE AQUI SO A TAXA DE
      *              ADMINISTRACAO DO PROGCOB17 IA PARA OS LIVROS;
      *              O DINHEIRO RECEBIDO, OS RENDIMENTOS CREDITADOS,
      *              O IR RETIDO NO VENCIMENTO E OS RESGATES NUNCA
      *              CHEGAVAM AO RAZAO. NA PRIMEIRA NOITE DO MES,
      *              PARA CADA CONTRATO DO INVMAST E PARA A
      *              COMPETENCIA ANTERIOR (OU AS COMPETENCIAS QUE
      *              FICARAM PARA TRAS, PELO CONTROLE INVCTRL):
      *                 APLICACAO NO MES DE INICIO E APORTES DO
      *                   INVMOVE : D BANCO / C CAPTACOES;
      *                 RENDIMENTO DO MES (MESMA COMPOSICAO DO
      *                   PROGCOB17/INVPOSIT, INVRATE OU INDXRTN) :
      *                   D DESPESA DE RENDIMENTOS / C CAPTACOES
      *                   (MES DE INDICE NEGATIVO INVERTE);
      *                 RESGATES DO INVMOVE : D CAPTACOES / C BANCO;
      *                 NO MES DO VENCIMENTO, IR REGRESSIVO DO
      *                   INVIRTAB SOBRE O RENDIMENTO : D CAPTACOES /
      *                   C IR RETIDO, E O LIQUIDO PAGO : D CAPTACOES
      *                   / C BANCO.
      *              UM LANCAMENTO POR CONTRATO E EVENTO, NO LOTE
      *              LEDGTRAN 'IV' + AAMMDD DO INVCLEDG, QUE SEGUE
      *              PELO LEDGEDIT E PELO POSTING; O RELATORIO LISTA
      *              CADA LINHA DO LOTE COM A CONTA DO CONTRATO. NA
      *              IMPLANTACAO (SEM INVCTRL) O SALDO DE CADA
      *              CONTRATO NO FIM DO MES ANTERIOR A COMPETENCIA
      *              ENTRA PRIMEIRO, CONTRA LUCROS ACUMULADOS. A
      *              CONCILIACAO DO PASSIVO COM O CADASTRO E O
      *              INVREC. CONTRATO ENCERRADO ANTECIPADAMENTE ('E'
      *              SEM SUCESSOR DE ROLAGEM NO CADASTRO) NAO TEM
      *              DATA NEM VALOR DE QUITACAO NO CADASTRO:
      *              FICA FORA E A QUITACAO E LANCADA PELA
      *              CONTABILIDADE (JRNENTRY). A TAXA DE
      *              ADMINISTRACAO CONTINUA NO LOTE DO PROGCOB17.
      *              MES JA CONTABILIZADO TERMINA COM RETURN-CODE 4.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONTRATO ROLADO PELO INVROLL (ENCERRADO
      *                     COM SUCESSOR NO CADASTRO) TEM O
      *                     VENCIMENTO LANCADO; SO A QUITACAO
      *                     ANTECIPADA FICA FORA. 'V' = VENCIDO E
      *                     PAGO PELO INVPAPRV.
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

           SELECT INVESTMENT-CONTROL-FILE ASSIGN TO 'INVCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTRL-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'INVCLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *    MES DE MOVIMENTO (AAAAMM) DA ULTIMA CONTABILIZACAO: A
      *    COMPETENCIA ANTERIOR A ELE JA ESTA NO RAZAO
       FD  INVESTMENT-CONTROL-FILE.
       01  INVESTMENT-CONTROL-RECORD  PIC 9(06).

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-INV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TAXA-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IMOV-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IR-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-CTRL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.
       77  WRK-CONTABILIZAR           PIC X(01) VALUE 'S'.
           88  MES-A-CONTABILIZAR               VALUE 'S'.
       77  WRK-IMPLANTACAO            PIC X(01) VALUE 'N'.
           88  PRIMEIRA-CONTABILIZACAO          VALUE 'S'.

      *    DATA DE MOVIMENTO, CONTROLE E COMPETENCIAS. MES EM FORMA
      *    DE INDICE (ANO * 12 + MES - 1) PARA CONTAR MESES SEM
      *    VIRADA DE ANO.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-CONTROLE           PIC 9(06) VALUE ZEROS.
       01  WRK-ANO-MES.
           02  WRK-AM-ANO             PIC 9(04).
           02  WRK-AM-MES             PIC 9(02).
       77  WRK-IDX-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-PRIMEIRA           PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-ULTIMA             PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-INICIO             PIC 9(06) VALUE ZEROS.
       77  WRK-COMPETENCIA            PIC 9(06) VALUE ZEROS.
       77  WRK-MESES-DESDE-INICIO     PIC S9(05) VALUE ZEROS.
       77  WRK-MES-CONTRATO           PIC S9(05) VALUE ZEROS.

      *    CONTAS PADRAO NO PLANO (CHARTACC); A TABELA DE REGRAS
      *    (REGRACTB) PREVALECE
       77  WRK-CONTA-BANCO            PIC 9(06) VALUE 100100.
       77  WRK-CONTA-BANCO-RESGATE    PIC 9(06) VALUE 100100.
       77  WRK-CONTA-CAPTACOES        PIC 9(06) VALUE 220100.
       77  WRK-CONTA-RENDIMENTOS      PIC 9(06) VALUE 550100.
       77  WRK-CONTA-IR-RETIDO        PIC 9(06) VALUE 210420.
       77  WRK-CONTA-ABERTURA         PIC 9(06) VALUE 310100.

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
      *    FICA 'E' NO CADASTRO, MAS VENCEU NO PRAZO E O VENCIMENTO
      *    SAI DO PASSIVO; SO O ENCERRADO SEM SUCESSOR FICA FORA.
       01  TB-ROLAGENS-TABELA.
           02  TB-ROLAGEM OCCURS 200 TIMES INDEXED BY IX-ROL.
               03  TB-ROL-ORIGEM      PIC 9(06).
       77  WRK-QT-ROLAGENS            PIC 9(03) VALUE ZEROS.
       77  WRK-CONTRATO-ROLADO        PIC X(01) VALUE 'N'.
           88  CONTRATO-ROLADO                  VALUE 'S'.

      *    COMPOSICAO DO SALDO DO CONTRATO, MES A MES DESDE O
      *    INICIO (MESMAS REGRAS DO PROGCOB17/INVPOSIT)
       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.
       77  WRK-MES-LIMITE             PIC 9(03) VALUE ZEROS.
       77  WRK-MES-CONTABIL           PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTES            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-APORTES          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RESGATES         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.
       77  WRK-RENDIMENTO             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-ALIQUOTA-IR            PIC 9V9999 VALUE ZEROS.
       77  WRK-IR-RETIDO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO          PIC 9(09)V99 VALUE ZEROS.

      *    LINHA DO LOTE
       77  WRK-LIN-CONTA              PIC 9(06) VALUE ZEROS.
       77  WRK-LIN-TIPO               PIC X(01) VALUE SPACES.
       77  WRK-LIN-VALOR              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIN-EVENTO             PIC X(15) VALUE SPACES.
       77  WRK-QT-LINHAS              PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LOTE-ABERTO            PIC X(01) VALUE 'N'.
           88  LOTE-ABERTO                      VALUE 'S'.
       01  WRK-LOTE-INVESTIMENTOS.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'IV'.
           02  WRK-LOTE-DATA          PIC 9(06).

       77  WRK-QT-LIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONTABILIZADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FORA                PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LINHAS-ANTES        PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-APLICACOES       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-RENDIMENTOS      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-IR               PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-RESGATADO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ABERTURA         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-TOTAL-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99-
                                      VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'INVCONTB'.
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
           VALUE 'CONTABILIZACAO - PASSIVO DE INVESTIDORES'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           IF MES-A-CONTABILIZAR
               PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '=== CONTABILIZACAO DO PASSIVO DE INVESTIDORES ==='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-MES-MOVIMENTO.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0105-LER-CONTROLE.
           IF WRK-MES-CONTROLE NOT < WRK-MES-MOVIMENTO
               MOVE 'N' TO WRK-CONTABILIZAR
               MOVE 4 TO WRK-RC-FINAL
               DISPLAY 'MES ' WRK-MES-MOVIMENTO ' JA CONTABILIZADO - '
                   'NADA A FAZER NESTA NOITE'
           ELSE
               PERFORM 0106-CALCULAR-COMPETENCIAS
               PERFORM 0110-CARREGAR-TAXAS
               PERFORM 0115-CARREGAR-MOVIMENTOS
               PERFORM 0120-CARREGAR-FAIXAS-IR
               PERFORM 0125-CARREGAR-ROLAGENS
               MOVE 'I' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
               MOVE 'CONTA  COMPET. EVENTO          D/C CONTA '
                   TO WRK-RPT-LINHA
               MOVE '             VALOR' TO WRK-RPT-LINHA (42:18)
               PERFORM 0400-IMPRIMIR-LINHA
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

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA. A
      *    CONTA DE CAPTACOES E A DO CREDITO DA APLICACAO, A MESMA
      *    QUE O INVREC CONCILIA.
       0101-DETERMINAR-CONTAS.
           MOVE 'APLICACAO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-BANCO
           END-CALL.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CAPTACOES
           END-CALL.
           MOVE 'RENDIMENTO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-RENDIMENTOS
           END-CALL.
           MOVE 'IR-RETIDO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-IR-RETIDO
           END-CALL.
           MOVE 'RESGATE' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-BANCO-RESGATE
           END-CALL.
           MOVE 'SALDO-ABERTURA' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ABERTURA
           END-CALL.

       0105-LER-CONTROLE.
           OPEN INPUT INVESTMENT-CONTROL-FILE.
           IF WRK-CTRL-STATUS = '00'
               READ INVESTMENT-CONTROL-FILE
                   AT END MOVE ZEROS TO INVESTMENT-CONTROL-RECORD
               END-READ
               IF INVESTMENT-CONTROL-RECORD IS NUMERIC
                   MOVE INVESTMENT-CONTROL-RECORD TO WRK-MES-CONTROLE
               END-IF
               CLOSE INVESTMENT-CONTROL-FILE
           END-IF.

      *    A ULTIMA COMPETENCIA E O MES ANTERIOR AO DE MOVIMENTO; A
      *    PRIMEIRA E O PROPRIO MES DO CONTROLE (NOITES DO INICIO DE
      *    MES PERDIDAS NAO DEIXAM BURACO). SEM CONTROLE E A
      *    IMPLANTACAO: SO A ULTIMA COMPETENCIA, COM O SALDO DE
      *    ABERTURA DE CADA CONTRATO.
       0106-CALCULAR-COMPETENCIAS.
           MOVE WRK-MES-MOVIMENTO TO WRK-ANO-MES.
           PERFORM 0900-INDICE-DO-MES.
           COMPUTE WRK-IDX-ULTIMA = WRK-IDX-MES - 1.
           IF WRK-MES-CONTROLE = ZEROS
               MOVE 'S' TO WRK-IMPLANTACAO
               MOVE WRK-IDX-ULTIMA TO WRK-IDX-PRIMEIRA
               DISPLAY 'IMPLANTACAO - SEM CONTROLE INVCTRL: SALDOS '
                   'DE ABERTURA ANTES DA COMPETENCIA'
           ELSE
               MOVE WRK-MES-CONTROLE TO WRK-ANO-MES
               PERFORM 0900-INDICE-DO-MES
               MOVE WRK-IDX-MES TO WRK-IDX-PRIMEIRA
           END-IF.
           MOVE WRK-IDX-PRIMEIRA TO WRK-IDX-MES.
           PERFORM 0910-MES-DO-INDICE.
           DISPLAY 'COMPETENCIAS      : ' WRK-ANO-MES ' A '
               WITH NO ADVANCING.
           MOVE WRK-IDX-ULTIMA TO WRK-IDX-MES.
           PERFORM 0910-MES-DO-INDICE.
           DISPLAY WRK-ANO-MES.

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

       0125-CARREGAR-ROLAGENS.
           OPEN INPUT INVESTMENT-MASTER-FILE.
           IF WRK-INV-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0126-LER-ROLAGEM UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0126-LER-ROLAGEM.
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

      *    CONTRATO ENCERRADO ANTECIPADAMENTE FICA FORA (SEM DATA
      *    NEM VALOR DE QUITACAO NO CADASTRO). O ROLADO PELO INVROLL
      *    ('E' COM SUCESSOR) E O VENCIDO E PAGO ('V', INVPAPRV)
      *    AINDA TEM O VENCIMENTO A LANCAR, E O SUCESSOR DA ROLAGEM
      *    ENTRA COMO APLICACAO NOVA.
       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           PERFORM 0205-VERIFICAR-ROLAGEM.
           IF CONTRATO-ENCERRADO AND NOT CONTRATO-ROLADO
               ADD 1 TO WRK-QT-FORA
           ELSE
               MOVE WRK-QT-LINHAS TO WRK-QT-LINHAS-ANTES
               MOVE INV-DATA-INICIO (1:6) TO WRK-ANO-MES
               PERFORM 0900-INDICE-DO-MES
               MOVE WRK-IDX-MES TO WRK-IDX-INICIO
               IF PRIMEIRA-CONTABILIZACAO
                   PERFORM 0210-SALDO-DE-ABERTURA
               END-IF
               PERFORM 0220-CONTABILIZAR-COMPETENCIA
                   VARYING WRK-IDX-COMPETENCIA FROM WRK-IDX-PRIMEIRA
                   BY 1 UNTIL WRK-IDX-COMPETENCIA > WRK-IDX-ULTIMA
               IF WRK-QT-LINHAS > WRK-QT-LINHAS-ANTES
                   ADD 1 TO WRK-QT-CONTABILIZADOS
               END-IF
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

      *    SALDO NO FIM DO MES ANTERIOR A PRIMEIRA COMPETENCIA: OS
      *    MESES DO CONTRATO JA DECORRIDOS ATE LA; CONTRATO AINDA
      *    NAO INICIADO OU JA VENCIDO (E PAGO) NAO TEM SALDO.
       0210-SALDO-DE-ABERTURA.
           COMPUTE WRK-MESES-DESDE-INICIO =
               WRK-IDX-PRIMEIRA - WRK-IDX-INICIO.
           IF WRK-MESES-DESDE-INICIO > ZEROS
              AND WRK-MESES-DESDE-INICIO NOT > INV-MESES
               MOVE WRK-MESES-DESDE-INICIO TO WRK-MES-LIMITE
               MOVE ZEROS TO WRK-MES-CONTABIL
               PERFORM 0230-COMPOR-SALDO
               MOVE WRK-IDX-PRIMEIRA TO WRK-IDX-COMPETENCIA
               SUBTRACT 1 FROM WRK-IDX-COMPETENCIA
               MOVE WRK-IDX-COMPETENCIA TO WRK-IDX-MES
               PERFORM 0910-MES-DO-INDICE
               MOVE WRK-ANO-MES TO WRK-COMPETENCIA
               MOVE 'SALDO-ABERTURA' TO WRK-LIN-EVENTO
               MOVE WRK-SALDO TO WRK-LIN-VALOR
               ADD WRK-SALDO TO WRK-TOTAL-ABERTURA
               MOVE WRK-CONTA-ABERTURA TO WRK-LIN-CONTA
               MOVE 'D' TO WRK-LIN-TIPO
               PERFORM 0250-GRAVAR-LINHA
               MOVE WRK-CONTA-CAPTACOES TO WRK-LIN-CONTA
               MOVE 'C' TO WRK-LIN-TIPO
               PERFORM 0250-GRAVAR-LINHA
           END-IF.

      *    O MES DO CONTRATO QUE CAI NA COMPETENCIA: MES 1 = MES DO
      *    INICIO. NO MES 1 ENTRA O PRINCIPAL; DO MES 1 AO ULTIMO, OS
      *    MOVIMENTOS E O RENDIMENTO DO MES; NO MES SEGUINTE AO
      *    ULTIMO (O DO VENCIMENTO), O IR E O PAGAMENTO DO LIQUIDO.
       0220-CONTABILIZAR-COMPETENCIA.
           MOVE WRK-IDX-COMPETENCIA TO WRK-IDX-MES.
           PERFORM 0910-MES-DO-INDICE.
           MOVE WRK-ANO-MES TO WRK-COMPETENCIA.
           COMPUTE WRK-MES-CONTRATO =
               WRK-IDX-COMPETENCIA - WRK-IDX-INICIO + 1.
           IF WRK-MES-CONTRATO = 1
               MOVE 'APLICACAO' TO WRK-LIN-EVENTO
               MOVE INV-PRINCIPAL TO WRK-LIN-VALOR
               ADD INV-PRINCIPAL TO WRK-TOTAL-APLICACOES
               MOVE WRK-CONTA-BANCO TO WRK-LIN-CONTA
               MOVE 'D' TO WRK-LIN-TIPO
               PERFORM 0250-GRAVAR-LINHA
               MOVE WRK-CONTA-CAPTACOES TO WRK-LIN-CONTA
               MOVE 'C' TO WRK-LIN-TIPO
               PERFORM 0250-GRAVAR-LINHA
           END-IF.
           IF WRK-MES-CONTRATO > ZEROS
              AND WRK-MES-CONTRATO NOT > INV-MESES
               MOVE WRK-MES-CONTRATO TO WRK-MES-LIMITE
               MOVE WRK-MES-CONTRATO TO WRK-MES-CONTABIL
               PERFORM 0230-COMPOR-SALDO
           END-IF.
           IF WRK-MES-CONTRATO = INV-MESES + 1
               PERFORM 0240-CONTABILIZAR-VENCIMENTO
           END-IF.

      *    COMPOE O SALDO DO MES 1 ATE WRK-MES-LIMITE; NO MES
      *    WRK-MES-CONTABIL OS MOVIMENTOS E O RENDIMENTO VIRAM
      *    LINHAS DO LOTE.
       0230-COMPOR-SALDO.
           MOVE INV-PRINCIPAL TO WRK-SALDO.
           MOVE ZEROS TO WRK-TOTAL-APORTES WRK-TOTAL-RESGATES.
           PERFORM 0231-COMPOR-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > WRK-MES-LIMITE.

       0231-COMPOR-MES.
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
           MOVE WRK-SALDO TO WRK-SALDO-ANTES.
           COMPUTE WRK-SALDO ROUNDED = WRK-SALDO * WRK-FATOR-MES.
           IF WRK-MES-ATUAL = WRK-MES-CONTABIL
               COMPUTE WRK-RENDIMENTO = WRK-SALDO - WRK-SALDO-ANTES
               PERFORM 0235-LANCAR-RENDIMENTO
           END-IF.

      *    MOVIMENTO DO MES ANTES DO FATOR, COMO NO PROGCOB17;
      *    RESGATE MAIOR QUE O SALDO E IGNORADO (O PROGCOB17 JA O
      *    APONTA NO LOG DE EXCECOES).
       0232-APLICAR-MOVIMENTO-MES.
           IF TB-IMOV-CONTA (IX-IMOV) = INV-CONTA
              AND TB-IMOV-MES (IX-IMOV) = WRK-MES-ATUAL
               IF TB-IMOV-TIPO (IX-IMOV) = 'R'
                   IF TB-IMOV-VALOR (IX-IMOV) <= WRK-SALDO
                       SUBTRACT TB-IMOV-VALOR (IX-IMOV)
                           FROM WRK-SALDO
                       ADD TB-IMOV-VALOR (IX-IMOV)
                           TO WRK-TOTAL-RESGATES
                       IF WRK-MES-ATUAL = WRK-MES-CONTABIL
                           PERFORM 0236-LANCAR-RESGATE
                       END-IF
                   END-IF
               ELSE
                   ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-SALDO
                   ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-TOTAL-APORTES
                   IF WRK-MES-ATUAL = WRK-MES-CONTABIL
                       PERFORM 0237-LANCAR-APORTE
                   END-IF
               END-IF
           END-IF.

       0233-PROCURAR-TAXA.
           IF WRK-MES-ATUAL >= TB-TAXA-INICIAL (IX-TAXA)
              AND WRK-MES-ATUAL <= TB-TAXA-FINAL (IX-TAXA)
               MOVE TB-TAXA-PERCENTUAL (IX-TAXA) TO WRK-TAXAMES
           END-IF.

      *    MES DE INDICE NEGATIVO (IPCA) REDUZ O SALDO: O LANCAMENTO
      *    SAI INVERTIDO, ESTORNANDO PARTE DA DESPESA.
       0235-LANCAR-RENDIMENTO.
           ADD WRK-RENDIMENTO TO WRK-TOTAL-RENDIMENTOS.
           MOVE 'RENDIMENTO' TO WRK-LIN-EVENTO.
           IF WRK-RENDIMENTO < ZEROS
               COMPUTE WRK-LIN-VALOR = ZERO - WRK-RENDIMENTO
               MOVE WRK-CONTA-CAPTACOES TO WRK-LIN-CONTA
               MOVE 'D' TO WRK-LIN-TIPO
               PERFORM 0250-GRAVAR-LINHA
               MOVE WRK-CONTA-RENDIMENTOS TO WRK-LIN-CONTA
               MOVE 'C' TO WRK-LIN-TIPO
               PERFORM 0250-GRAVAR-LINHA
           ELSE
               MOVE WRK-RENDIMENTO TO WRK-LIN-VALOR
               MOVE WRK-CONTA-RENDIMENTOS TO WRK-LIN-CONTA
               MOVE 'D' TO WRK-LIN-TIPO
               PERFORM 0250-GRAVAR-LINHA
               MOVE WRK-CONTA-CAPTACOES TO WRK-LIN-CONTA
               MOVE 'C' TO WRK-LIN-TIPO
               PERFORM 0250-GRAVAR-LINHA
           END-IF.

       0236-LANCAR-RESGATE.
           MOVE 'RESGATE' TO WRK-LIN-EVENTO.
           MOVE TB-IMOV-VALOR (IX-IMOV) TO WRK-LIN-VALOR.
           ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-TOTAL-RESGATADO.
           MOVE WRK-CONTA-CAPTACOES TO WRK-LIN-CONTA.
           MOVE 'D' TO WRK-LIN-TIPO.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE WRK-CONTA-BANCO-RESGATE TO WRK-LIN-CONTA.
           MOVE 'C' TO WRK-LIN-TIPO.
           PERFORM 0250-GRAVAR-LINHA.

       0237-LANCAR-APORTE.
           MOVE 'APORTE' TO WRK-LIN-EVENTO.
           MOVE TB-IMOV-VALOR (IX-IMOV) TO WRK-LIN-VALOR.
           ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-TOTAL-APLICACOES.
           MOVE WRK-CONTA-BANCO TO WRK-LIN-CONTA.
           MOVE 'D' TO WRK-LIN-TIPO.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE WRK-CONTA-CAPTACOES TO WRK-LIN-CONTA.
           MOVE 'C' TO WRK-LIN-TIPO.
           PERFORM 0250-GRAVAR-LINHA.

      *    NO VENCIMENTO O SALDO BRUTO SAI INTEIRO DO PASSIVO: O IR
      *    REGRESSIVO (FAIXA PELO PRAZO DO CONTRATO) SOBRE O
      *    RENDIMENTO VAI PARA O IR RETIDO E O LIQUIDO PARA O BANCO,
      *    COMO NA PROJECAO DE CAIXA (CASHFCST).
       0240-CONTABILIZAR-VENCIMENTO.
           MOVE INV-MESES TO WRK-MES-LIMITE.
           MOVE ZEROS TO WRK-MES-CONTABIL.
           PERFORM 0230-COMPOR-SALDO.
           COMPUTE WRK-RENDIMENTO =
               WRK-SALDO - INV-PRINCIPAL
               - WRK-TOTAL-APORTES + WRK-TOTAL-RESGATES.
           MOVE ZEROS TO WRK-ALIQUOTA-IR.
           PERFORM 0241-PROCURAR-ALIQUOTA
               VARYING IX-IR FROM 1 BY 1
               UNTIL IX-IR > WRK-QT-FAIXAS-IR.
           IF WRK-RENDIMENTO > ZEROS
               COMPUTE WRK-IR-RETIDO ROUNDED =
                   WRK-RENDIMENTO * WRK-ALIQUOTA-IR
           ELSE
               MOVE ZEROS TO WRK-IR-RETIDO
           END-IF.
           COMPUTE WRK-VALOR-LIQUIDO = WRK-SALDO - WRK-IR-RETIDO.
           MOVE 'IR-RETIDO' TO WRK-LIN-EVENTO.
           MOVE WRK-IR-RETIDO TO WRK-LIN-VALOR.
           ADD WRK-IR-RETIDO TO WRK-TOTAL-IR.
           MOVE WRK-CONTA-CAPTACOES TO WRK-LIN-CONTA.
           MOVE 'D' TO WRK-LIN-TIPO.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE WRK-CONTA-IR-RETIDO TO WRK-LIN-CONTA.
           MOVE 'C' TO WRK-LIN-TIPO.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE 'RESGATE-VENCTO' TO WRK-LIN-EVENTO.
           MOVE WRK-VALOR-LIQUIDO TO WRK-LIN-VALOR.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-RESGATADO.
           MOVE WRK-CONTA-CAPTACOES TO WRK-LIN-CONTA.
           MOVE 'D' TO WRK-LIN-TIPO.
           PERFORM 0250-GRAVAR-LINHA.
           MOVE WRK-CONTA-BANCO-RESGATE TO WRK-LIN-CONTA.
           MOVE 'C' TO WRK-LIN-TIPO.
           PERFORM 0250-GRAVAR-LINHA.

       0241-PROCURAR-ALIQUOTA.
           IF INV-MESES >= TB-IR-INICIAL (IX-IR)
              AND INV-MESES <= TB-IR-FINAL (IX-IR)
               MOVE TB-IR-ALIQUOTA (IX-IR) TO WRK-ALIQUOTA-IR
           END-IF.

      *    UMA LINHA POR CONTRATO, EVENTO E LADO, GRAVADA NA HORA; O
      *    LOTE SO E ABERTO NA PRIMEIRA LINHA. VALOR ZERO NAO VAI
      *    PARA O LOTE. O DETALHE DO LEDGTRAN CABE ATE 9.999.999,99:
      *    LINHA MAIOR DEIXA A NOITE COM RC=8, SEM CONTROLE GRAVADO,
      *    E O LOTE NAO SEGUE PARA O POSTING.
       0250-GRAVAR-LINHA.
           IF WRK-LIN-VALOR > ZEROS
               IF NOT LOTE-ABERTO
                   PERFORM 0255-ABRIR-LOTE
               END-IF
               IF WRK-LIN-VALOR > 9999999,99
                   MOVE WRK-LIN-VALOR TO WRK-VALOR-ED
                   DISPLAY '*** CONTA ' INV-CONTA ' ' WRK-LIN-EVENTO
                       ' COM ' WRK-VALOR-ED ' ACIMA DO LIMITE DO '
                       'LANCAMENTO - LOTE INVALIDO ***'
                   MOVE INV-CONTA TO WRK-REFERENCIA-LOG
                   MOVE 'VALOR ACIMA DO LIMITE DO LANCAMENTO'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
                   MOVE 8 TO WRK-RC-FINAL
               END-IF
               INITIALIZE TRANSACTION-RECORD
               MOVE 'D'           TO TRAN-REG-TIPO
               MOVE WRK-LIN-CONTA TO TRAN-CONTA
               MOVE WRK-LIN-TIPO  TO TRAN-TIPO
               MOVE WRK-LIN-VALOR TO TRAN-VALOR
               WRITE TRANSACTION-RECORD
               ADD 1 TO WRK-QT-LINHAS
               IF WRK-LIN-TIPO = 'D'
                   ADD WRK-LIN-VALOR TO WRK-SOMA-DEBITOS
               ELSE
                   ADD WRK-LIN-VALOR TO WRK-SOMA-CREDITOS
               END-IF
               MOVE WRK-LIN-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING INV-CONTA ' ' WRK-COMPETENCIA ' '
                   WRK-LIN-EVENTO ' ' WRK-LIN-TIPO '   '
                   WRK-LIN-CONTA ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0400-IMPRIMIR-LINHA
           END-IF.

       0255-ABRIR-LOTE.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           MOVE 'S' TO WRK-LOTE-ABERTO.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                    TO LOTE-H-TIPO.
           MOVE WRK-LOTE-INVESTIMENTOS TO LOTE-H-LOTE.
           MOVE WRK-DATA-MOVIMENTO     TO LOTE-H-DATA.
           WRITE LEDGER-BATCH-HEADER.

       0300-FINALIZAR.
           IF MES-A-CONTABILIZAR
               IF WRK-INV-STATUS NOT = '35'
                   CLOSE INVESTMENT-MASTER-FILE
               END-IF
               PERFORM 0310-IMPRIMIR-TOTAIS
               IF LOTE-ABERTO
                   PERFORM 0320-FECHAR-LOTE
               ELSE
      *    COMPETENCIA SEM NENHUM LANCAMENTO NAO E ERRO: RETURN-CODE
      *    4 AVISA A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING.
                   DISPLAY 'NENHUM EVENTO DE INVESTIMENTO A LANCAR'
                   MOVE 4 TO WRK-RC-FINAL
               END-IF
               IF WRK-RC-FINAL < 8
                   PERFORM 0330-GRAVAR-CONTROLE
               END-IF
               MOVE 'F' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'CONTRATOS LIDOS           : ' WRK-QT-LIDOS.
           DISPLAY 'CONTRATOS CONTABILIZADOS  : ' WRK-QT-CONTABILIZADOS.
           DISPLAY 'ENCERRADOS (FORA)         : ' WRK-QT-FORA.
           DISPLAY 'LINHAS NO LOTE            : ' WRK-QT-LINHAS.
           MOVE WRK-QT-LIDOS          TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-CONTABILIZADOS TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-FORA           TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA CONTABILIZACAO DE INVESTIMENTOS - RC='
               WRK-RC-FINAL.

       0310-IMPRIMIR-TOTAIS.
           MOVE WRK-TOTAL-ABERTURA TO WRK-TOTAL-ED.
           STRING 'SALDOS DE ABERTURA      : ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-APLICACOES TO WRK-TOTAL-ED.
           STRING 'APLICACOES E APORTES    : ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-RENDIMENTOS TO WRK-TOTAL-ED.
           STRING 'RENDIMENTOS CREDITADOS  : ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-IR TO WRK-TOTAL-ED.
           STRING 'IR RETIDO NO VENCIMENTO : ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-RESGATADO TO WRK-TOTAL-ED.
           STRING 'RESGATES PAGOS          : ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-IMPRIMIR-LINHA.

       0320-FECHAR-LOTE.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'               TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS     TO LOTE-T-QT-PREVISTA.
           MOVE WRK-SOMA-DEBITOS  TO LOTE-T-TOTAL-DEBITOS.
           MOVE WRK-SOMA-CREDITOS TO LOTE-T-TOTAL-CREDITOS.
           WRITE LEDGER-BATCH-TRAILER.
           CLOSE LEDGER-TRANSACTION-FILE.
           IF WRK-RC-FINAL < 8
               DISPLAY 'LOTE ' WRK-LOTE-INVESTIMENTOS ' GRAVADO COM '
                   WRK-QT-LINHAS ' LINHA(S) - SEGUE PARA O '
                   'LEDGEDIT/POSTING'
           END-IF.

       0330-GRAVAR-CONTROLE.
           OPEN OUTPUT INVESTMENT-CONTROL-FILE.
           MOVE WRK-MES-MOVIMENTO TO INVESTMENT-CONTROL-RECORD.
           WRITE INVESTMENT-CONTROL-RECORD.
           CLOSE INVESTMENT-CONTROL-FILE.

       0400-IMPRIMIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.

      *    AAAAMM (WRK-ANO-MES) -> INDICE DO MES (WRK-IDX-MES)
       0900-INDICE-DO-MES.
           COMPUTE WRK-IDX-MES = WRK-AM-ANO * 12 + WRK-AM-MES - 1.

      *    INDICE DO MES (WRK-IDX-MES) -> AAAAMM (WRK-ANO-MES)
       0910-MES-DO-INDICE.
           DIVIDE WRK-IDX-MES BY 12 GIVING WRK-AM-ANO
               REMAINDER WRK-AM-MES.
           ADD 1 TO WRK-AM-MES.

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

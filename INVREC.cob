       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREC.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: CONCILIACAO DO PASSIVO COM OS INVESTIDORES: A
      *              SOMA DOS SALDOS DOS CONTRATOS DO INVMAST NO FIM
      *              DA ULTIMA COMPETENCIA CONTABILIZADA PELO
      *              INVCONTB (MES DO CONTROLE INVCTRL MENOS UM),
      *              COMPOSTOS COMO NO PROGCOB17/INVPOSIT, CONTRA O
      *              SALDO DA CONTA DE CAPTACOES NO LEDGBAL. RODA NA
      *              NOITE, DEPOIS DO POSTING DO LOTE DE
      *              INVESTIMENTOS. CONTRATO AINDA NAO INICIADO OU JA
      *              VENCIDO NAO TEM SALDO; ENCERRADO ('E') SEM
      *              SUCESSOR DE ROLAGEM FICA FORA, COMO NO INVCONTB.
      *              DIFERENCA DIFERENTE DE ZERO
      *              SAI NO RELATORIO, VAI PARA O LOG DE EXCECOES
      *              (EXCPRTN) E O PROGRAMA TERMINA COM RETURN-CODE
      *              8. O SALDO DO RAZAO SEGUE O SINAL DO LEDGBAL
      *              (CREDITO SOMA), CREDOR POSITIVO.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONTRATO ROLADO PELO INVROLL (ENCERRADO
      *                     COM SUCESSOR NO CADASTRO) ENTRA NA SOMA
      *                     COMO NO INVCONTB.
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

           SELECT INVESTMENT-CONTROL-FILE ASSIGN TO 'INVCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTRL-STATUS.

           SELECT LEDGER-BALANCE-FILE ASSIGN TO 'LEDGBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LEDG-CONTA
               FILE STATUS IS WRK-LEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTMENT-MASTER-FILE.
           COPY 'BOOK2.cob'.

       FD  INVESTMENT-RATE-FILE.
           COPY 'INVRATE.cob'.

       FD  INVESTMENT-MOVEMENTS-FILE.
           COPY 'INVMOVE.cob'.

       FD  INVESTMENT-CONTROL-FILE.
       01  INVESTMENT-CONTROL-RECORD  PIC 9(06).

       FD  LEDGER-BALANCE-FILE.
       01  LEDGER-RECORD.
           02  LEDG-CONTA            PIC 9(06).
           02  LEDG-SALDO            PIC S9(09)V99.

       WORKING-STORAGE SECTION.
       77  WRK-INV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-TAXA-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IMOV-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CTRL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-LEDG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.
       77  WRK-CONTROLE-LIDO          PIC X(01) VALUE 'N'.
           88  HA-COMPETENCIA                   VALUE 'S'.

      *    CONTA DE CAPTACOES QUE O INVCONTB CREDITA NA APLICACAO,
      *    PELA MESMA REGRA CONTABIL (REGRACTB)
       77  WRK-CONTA-CAPTACOES        PIC 9(06) VALUE 220100.
       77  WRK-REGRA-PROGRAMA         PIC X(09) VALUE 'INVCONTB'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE 'APLICACAO'.
       77  WRK-REGRA-LADO             PIC X(01) VALUE 'C'.

      *    MES EM FORMA DE INDICE (ANO * 12 + MES - 1), COMO NO
      *    INVCONTB
       77  WRK-MES-CONTROLE           PIC 9(06) VALUE ZEROS.
       01  WRK-ANO-MES.
           02  WRK-AM-ANO             PIC 9(04).
           02  WRK-AM-MES             PIC 9(02).
       77  WRK-IDX-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77  WRK-COMPETENCIA            PIC 9(06) VALUE ZEROS.
       77  WRK-MES-CONTRATO           PIC S9(05) VALUE ZEROS.

       01  TB-TAXA-TABELA.
           02  TB-TAXA OCCURS 10 TIMES INDEXED BY IX-TAXA.
               03  TB-TAXA-INICIAL    PIC 9(03).
               03  TB-TAXA-FINAL      PIC 9(03).
               03  TB-TAXA-PERCENTUAL PIC 9V9999.
       77  WRK-QT-TAXAS               PIC 9(02) VALUE ZEROS.

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

       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.
       77  WRK-MES-LIMITE             PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.

       77  WRK-QT-CONTRATOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-COM-SALDO           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FORA                PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CONTRATOS        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-RAZAO            PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-RAZAO-LIDO             PIC X(01) VALUE 'N'.
           88  RAZAO-DISPONIVEL                 VALUE 'S'.
       77  WRK-VALOR-ED               PIC -(9)9,99 VALUE ZEROS.
       77  WRK-LR-ROTULO              PIC X(40) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'INVREC'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'CONCILIACAO DO PASSIVO DE INVESTIDORES'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF HA-COMPETENCIA
               PERFORM 0200-SALDAR-CONTRATO UNTIL FIM-ARQUIVO
               PERFORM 0280-LER-SALDO-RAZAO
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '=== CONCILIACAO DO PASSIVO DE INVESTIDORES ==='.
           CALL 'REGRARTN' USING WRK-REGRA-PROGRAMA WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CAPTACOES
           END-CALL.
           PERFORM 0105-LER-CONTROLE.
           IF NOT HA-COMPETENCIA
               DISPLAY 'SEM CONTROLE INVCTRL - NENHUMA COMPETENCIA '
                   'CONTABILIZADA AINDA'
               MOVE 4 TO WRK-RC-FINAL
           ELSE
               MOVE WRK-MES-CONTROLE TO WRK-ANO-MES
               PERFORM 0950-INDICE-DO-MES
               COMPUTE WRK-IDX-COMPETENCIA = WRK-IDX-MES - 1
               MOVE WRK-IDX-COMPETENCIA TO WRK-IDX-MES
               PERFORM 0960-MES-DO-INDICE
               MOVE WRK-ANO-MES TO WRK-COMPETENCIA
               DISPLAY 'COMPETENCIA       : ' WRK-COMPETENCIA
               MOVE 'I' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
               PERFORM 0110-CARREGAR-TAXAS
               PERFORM 0115-CARREGAR-MOVIMENTOS
               PERFORM 0125-CARREGAR-ROLAGENS
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

       0105-LER-CONTROLE.
           OPEN INPUT INVESTMENT-CONTROL-FILE.
           IF WRK-CTRL-STATUS = '00'
               READ INVESTMENT-CONTROL-FILE
                   AT END MOVE ZEROS TO INVESTMENT-CONTROL-RECORD
               END-READ
               IF INVESTMENT-CONTROL-RECORD IS NUMERIC
                  AND INVESTMENT-CONTROL-RECORD > ZEROS
                   MOVE INVESTMENT-CONTROL-RECORD TO WRK-MES-CONTROLE
                   MOVE 'S' TO WRK-CONTROLE-LIDO
               END-IF
               CLOSE INVESTMENT-CONTROL-FILE
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

      *    SALDO NO FIM DA COMPETENCIA: OS MESES DO CONTRATO
      *    DECORRIDOS ATE ELA. NO MES DO VENCIMENTO O INVCONTB JA
      *    TIROU O SALDO INTEIRO DO PASSIVO.
       0200-SALDAR-CONTRATO.
           ADD 1 TO WRK-QT-CONTRATOS.
           PERFORM 0205-VERIFICAR-ROLAGEM.
           IF CONTRATO-ENCERRADO AND NOT CONTRATO-ROLADO
               ADD 1 TO WRK-QT-FORA
           ELSE
               MOVE INV-DATA-INICIO (1:6) TO WRK-ANO-MES
               PERFORM 0950-INDICE-DO-MES
               COMPUTE WRK-MES-CONTRATO =
                   WRK-IDX-COMPETENCIA - WRK-IDX-MES + 1
               IF WRK-MES-CONTRATO > ZEROS
                  AND WRK-MES-CONTRATO NOT > INV-MESES
                   MOVE WRK-MES-CONTRATO TO WRK-MES-LIMITE
                   PERFORM 0210-COMPOR-SALDO
                   ADD WRK-SALDO TO WRK-TOTAL-CONTRATOS
                   ADD 1 TO WRK-QT-COM-SALDO
                   MOVE SPACES TO WRK-LR-ROTULO
                   STRING 'CONTRATO ' INV-CONTA ' ' INV-TITULAR
                       DELIMITED BY SIZE INTO WRK-LR-ROTULO
                   END-STRING
                   MOVE WRK-SALDO TO WRK-VALOR-ED
                   PERFORM 0900-REGISTRAR-LINHA
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

      *    MESMA COMPOSICAO DO INVCONTB: MOVIMENTO DO MES ANTES DO
      *    FATOR, RESGATE MAIOR QUE O SALDO IGNORADO.
       0210-COMPOR-SALDO.
           MOVE INV-PRINCIPAL TO WRK-SALDO.
           PERFORM 0211-COMPOR-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > WRK-MES-LIMITE.

       0211-COMPOR-MES.
           PERFORM 0212-APLICAR-MOVIMENTO-MES
               VARYING IX-IMOV FROM 1 BY 1
               UNTIL IX-IMOV > WRK-QT-MOVIMENTOS.
           IF CONTRATO-INDEXADO
               CALL 'INDXRTN' USING INV-INDEXADOR INV-PCT-INDICE
                   INV-SPREAD-MES INV-DATA-INICIO WRK-MES-ATUAL
                   WRK-FATOR-MES WRK-ANOMES-INDICE WRK-ORIGEM-INDICE
               END-CALL
           ELSE
               MOVE ZEROS TO WRK-TAXAMES
               PERFORM 0213-PROCURAR-TAXA
                   VARYING IX-TAXA FROM 1 BY 1
                   UNTIL IX-TAXA > WRK-QT-TAXAS
               COMPUTE WRK-FATOR-MES = 1 + WRK-TAXAMES
           END-IF.
           COMPUTE WRK-SALDO ROUNDED = WRK-SALDO * WRK-FATOR-MES.

       0212-APLICAR-MOVIMENTO-MES.
           IF TB-IMOV-CONTA (IX-IMOV) = INV-CONTA
              AND TB-IMOV-MES (IX-IMOV) = WRK-MES-ATUAL
               IF TB-IMOV-TIPO (IX-IMOV) = 'R'
                   IF TB-IMOV-VALOR (IX-IMOV) <= WRK-SALDO
                       SUBTRACT TB-IMOV-VALOR (IX-IMOV)
                           FROM WRK-SALDO
                   END-IF
               ELSE
                   ADD TB-IMOV-VALOR (IX-IMOV) TO WRK-SALDO
               END-IF
           END-IF.

       0213-PROCURAR-TAXA.
           IF WRK-MES-ATUAL >= TB-TAXA-INICIAL (IX-TAXA)
              AND WRK-MES-ATUAL <= TB-TAXA-FINAL (IX-TAXA)
               MOVE TB-TAXA-PERCENTUAL (IX-TAXA) TO WRK-TAXAMES
           END-IF.

      *    SEM O RAZAO NAO HA O QUE CONCILIAR: O PROGRAMA TERMINA
      *    COM RC=8. CONTA AINDA SEM SALDO PARTE DE ZERO.
       0280-LER-SALDO-RAZAO.
           IF WRK-INV-STATUS NOT = '35'
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.
           OPEN INPUT LEDGER-BALANCE-FILE.
           IF WRK-LEDG-STATUS NOT = '00'
               DISPLAY '*** LEDGBAL INDISPONIVEL (STATUS '
                   WRK-LEDG-STATUS ') - CONCILIACAO NAO FEITA ***'
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               MOVE 'S' TO WRK-RAZAO-LIDO
               MOVE WRK-CONTA-CAPTACOES TO LEDG-CONTA
               READ LEDGER-BALANCE-FILE
                   INVALID KEY
                       DISPLAY 'CONTA ' WRK-CONTA-CAPTACOES
                           ' SEM SALDO NO RAZAO - SALDO ZERO'
                       MOVE ZEROS TO WRK-SALDO-RAZAO
                   NOT INVALID KEY
                       MOVE LEDG-SALDO TO WRK-SALDO-RAZAO
               END-READ
               CLOSE LEDGER-BALANCE-FILE
           END-IF.

       0300-FINALIZAR.
           MOVE 'SALDO DOS CONTRATOS (INVMAST)' TO WRK-LR-ROTULO.
           MOVE WRK-TOTAL-CONTRATOS TO WRK-VALOR-ED.
           PERFORM 0900-REGISTRAR-LINHA.
           IF RAZAO-DISPONIVEL
               PERFORM 0310-CONCILIAR
           END-IF.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY 'CONTRATOS LIDOS      : ' WRK-QT-CONTRATOS.
           DISPLAY 'COM SALDO            : ' WRK-QT-COM-SALDO.
           DISPLAY 'ENCERRADOS (FORA)    : ' WRK-QT-FORA.
           DISPLAY ' FIM DA CONCILIACAO DE INVESTIMENTOS - RC='
               WRK-RC-FINAL.

       0310-CONCILIAR.
           COMPUTE WRK-DIFERENCA =
               WRK-TOTAL-CONTRATOS - WRK-SALDO-RAZAO.
           MOVE SPACES TO WRK-LR-ROTULO.
           STRING 'SALDO DA CONTA ' WRK-CONTA-CAPTACOES ' NO RAZAO'
               DELIMITED BY SIZE INTO WRK-LR-ROTULO
           END-STRING.
           MOVE WRK-SALDO-RAZAO TO WRK-VALOR-ED.
           PERFORM 0900-REGISTRAR-LINHA.
           MOVE 'DIFERENCA (CONTRATOS - RAZAO)' TO WRK-LR-ROTULO.
           MOVE WRK-DIFERENCA TO WRK-VALOR-ED.
           PERFORM 0900-REGISTRAR-LINHA.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'CONCILIACAO DE INVESTIMENTOS: OK'
                   TO WRK-RPT-LINHA
               PERFORM 0910-IMPRIMIR-LINHA
           ELSE
               MOVE '*** CONTRATOS NAO CONFEREM COM O RAZAO ***'
                   TO WRK-RPT-LINHA
               PERFORM 0910-IMPRIMIR-LINHA
               MOVE WRK-COMPETENCIA TO WRK-REFERENCIA-LOG
               MOVE 'CONTRATOS DIFEREM DA CONTA NO RAZAO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO WRK-RC-FINAL
           END-IF.

       0900-REGISTRAR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING WRK-LR-ROTULO ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0910-IMPRIMIR-LINHA.

       0910-IMPRIMIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

      *    AAAAMM (WRK-ANO-MES) -> INDICE DO MES (WRK-IDX-MES)
       0950-INDICE-DO-MES.
           COMPUTE WRK-IDX-MES = WRK-AM-ANO * 12 + WRK-AM-MES - 1.

      *    INDICE DO MES (WRK-IDX-MES) -> AAAAMM (WRK-ANO-MES)
       0960-MES-DO-INDICE.
           DIVIDE WRK-IDX-MES BY 12 GIVING WRK-AM-ANO
               REMAINDER WRK-AM-MES.
           ADD 1 TO WRK-AM-MES.

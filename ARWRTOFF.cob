       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWRTOFF.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: BAIXA DE FATURA INCOBRAVEL DO CONTAS A RECEBER.
      *              FATURA VENCIDA HA MUITO E QUE NAO VAI SER PAGA
      *              FICAVA ABERTA PARA SEMPRE NO ARINVOIC, INFLANDO
      *              O CONTAS A RECEBER. O OPERADOR INFORMA CLIENTE,
      *              EMISSAO E MOTIVO; CADA BAIXA SO SAI COM A
      *              APROVACAO DE UM SUPERVISOR AUTENTICADO NO USRSEC
      *              (NIVEL SUPERVISOR OU ADM, OU GRANT ARWRTOFF NO
      *              USRGRANT), DIFERENTE DO OPERADOR, COM A TENTATIVA
      *              GRAVADA NA TRILHA DE ACESSO (ACCAUD). APROVADA,
      *              A FATURA PASSA A 'P' (BAIXADA POR PERDA) COM A
      *              DATA DA BAIXA, A BAIXA VAI PARA O HISTORICO
      *              ARBAIXA E, NO FIM, UM LOTE LEDGTRAN ('BX' +
      *              SEQUENCIA LEDGSEQ, COMO O JRNENTRY) CONSOME A
      *              PROVISAO: D PROVISAO PDD / C CLIENTES A RECEBER,
      *              UM PAR POR FATURA, PARA O LEDGEDIT E O POSTING.
      *              SE O CLIENTE PAGAR DEPOIS, O ARSETTLE LANCA O
      *              VALOR COMO RECUPERACAO DE CREDITOS.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONTAS DOS LANCAMENTOS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN); OS VALORES FIXOS FICAM COMO
      *                     CONTA PADRAO SEM A TABELA.
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

           SELECT AR-WRITEOFF-FILE ASSIGN TO 'ARBAIXA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BXA-STATUS.

           SELECT USER-SECURITY-FILE ASSIGN TO 'USRSEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USEC-USUARIO
               FILE STATUS IS WRK-USEC-STATUS.

           SELECT ACCESS-AUDIT-FILE ASSIGN TO 'ACCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCAUD-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'LEDGTRAN'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEDGER-SEQUENCE-FILE ASSIGN TO 'LEDGSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-INVOICE-FILE.
           COPY 'ARINVOIC.cob'.

       FD  AR-WRITEOFF-FILE.
           COPY 'ARBAIXA.cob'.

       FD  USER-SECURITY-FILE.
           COPY 'USRSEC.cob'.

       FD  ACCESS-AUDIT-FILE.
       01  ACCESS-AUDIT-RECORD.
           02  AUDIT-USUARIO          PIC X(20).
           02  AUDIT-SEP1             PIC X(02).
           02  AUDIT-NIVEL            PIC 9(02).
           02  AUDIT-SEP2             PIC X(02).
           02  AUDIT-MOTIVO           PIC X(34).
           02  AUDIT-SEP3             PIC X(02).
           02  AUDIT-DATA             PIC 9(08).
           02  AUDIT-SEP4             PIC X(02).
           02  AUDIT-HORA             PIC 9(08).

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       FD  LEDGER-SEQUENCE-FILE.
       01  LEDGER-SEQUENCE-RECORD     PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-BXA-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-USEC-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ACCAUD-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-SEQ-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-CONTINUA               PIC X(01) VALUE 'S'.
           88  CONTINUA-DIGITACAO               VALUE 'S'.

      *    CONTAS DA BAIXA NO PLANO (CHARTACC)
       77  WRK-CONTA-PROVISAO         PIC 9(06) VALUE 120900.
       77  WRK-CONTA-CLIENTES         PIC 9(06) VALUE 120100.
       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'ARWRTOFF'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.

      *    AS FATURAS SAO GUARDADAS COMO ESTAO (LINHA INTEIRA) E
      *    REGRAVADAS NA SAIDA; ARQUIVO MAIOR QUE A TABELA NAO PODE
      *    SER REGRAVADO SEM PERDER FATURAS - NESSE CASO NADA E
      *    BAIXADO.
       01  TB-FATURAS-TABELA.
           02  TB-FATURA OCCURS 500 TIMES INDEXED BY IX-FAT
                                      PIC X(52).
       77  WRK-QT-FATURAS             PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-FATURAS         PIC 9(03) VALUE 500.
       77  WRK-ARQUIVO-INTEIRO        PIC X(01) VALUE 'S'.
           88  ARQUIVO-INTEIRO                  VALUE 'S'.
       77  WRK-FAT-ACHADA             PIC X(01) VALUE 'N'.
           88  FAT-ACHADA                       VALUE 'S'.
       77  WRK-IX-FAT                 PIC 9(03) VALUE ZEROS.

      *    LINHAS DO LOTE CONTABIL, GRAVADAS SO NO FECHAMENTO
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
       77  WRK-SEQUENCIA              PIC 9(06) VALUE ZEROS.
       01  WRK-LOTE-BAIXA.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'BX'.
           02  WRK-LOTE-SEQUENCIA     PIC 9(06).

      *    FATURA EM DIGITACAO
       77  WRK-CLIENTE                PIC 9(06) VALUE ZEROS.
       77  WRK-EMISSAO                PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO-BAIXA           PIC X(30) VALUE SPACES.
       77  WRK-RESPOSTA               PIC X(01) VALUE 'N'.
       77  WRK-DIAS-ATRASO            PIC S9(07) VALUE ZEROS.
       77  WRK-DIAS-ED                PIC Z(6)9 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *    OPERADOR DA SESSAO E SUPERVISOR QUE APROVA A BAIXA
       77  WRK-OPERADOR               PIC X(20) VALUE SPACES.
       77  WRK-SUPERVISOR             PIC X(20) VALUE SPACES.
       77  WRK-SENHA                  PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO-ACESSO          PIC X(34) VALUE SPACES.
       77  WRK-FUNCAO-GRANT           PIC X(08) VALUE 'ARWRTOFF'.
       77  WRK-GRANT-PERMITIDO        PIC X(01) VALUE 'N'.
       77  WRK-APROVADA               PIC X(01) VALUE 'N'.
           88  BAIXA-APROVADA                   VALUE 'S'.

       77  WRK-QT-BAIXADAS            PIC 9(03) VALUE ZEROS.
       77  WRK-QT-NEGADAS             PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO          PIC 9(11)V99 VALUE ZEROS.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUA-DIGITACAO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '==== BAIXA DE FATURA INCOBRAVEL (PERDA) ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           CALL 'OPERRTN' USING WRK-OPERADOR END-CALL.
           DISPLAY 'OPERADOR : ' WRK-OPERADOR.
           PERFORM 0110-CARREGAR-FATURAS.
           IF WRK-QT-FATURAS = ZEROS OR NOT ARQUIVO-INTEIRO
               DISPLAY 'NAO HA FATURAS QUE POSSAM SER BAIXADAS'
               MOVE 'N' TO WRK-CONTINUA
           END-IF.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'BAIXA-PERDA' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PROVISAO
           END-CALL.
           MOVE 'BAIXA-PERDA' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CLIENTES
           END-CALL.

       0110-CARREGAR-FATURAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               DISPLAY 'ARQUIVO DE FATURAS (ARINVOIC) AUSENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ AR-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-FATURA UNTIL FIM-ARQUIVO
               CLOSE AR-INVOICE-FILE
           END-IF.

       0111-LER-FATURA.
           IF WRK-QT-FATURAS < WRK-LIMITE-FATURAS
               ADD 1 TO WRK-QT-FATURAS
               SET IX-FAT TO WRK-QT-FATURAS
               MOVE AR-INVOICE-RECORD TO TB-FATURA (IX-FAT)
           ELSE
               IF ARQUIVO-INTEIRO
                   DISPLAY '*** ARINVOIC MAIOR QUE A TABELA - '
                       'NENHUMA FATURA SERA BAIXADA ***'
               END-IF
               MOVE 'N' TO WRK-ARQUIVO-INTEIRO
           END-IF.
           READ AR-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0200-PROCESSAR.
           DISPLAY ' '.
           DISPLAY 'CLIENTE DA FATURA (ZERO ENCERRA) ...'.
           ACCEPT WRK-CLIENTE.
           IF WRK-CLIENTE = ZEROS
               MOVE 'N' TO WRK-CONTINUA
           ELSE
               DISPLAY 'DATA DE EMISSAO (AAAAMMDD) ...'
               ACCEPT WRK-EMISSAO
               PERFORM 0210-LOCALIZAR-FATURA
               IF FAT-ACHADA
                   PERFORM 0220-CONFERIR-FATURA
               END-IF
           END-IF.

      *    SO FATURA ABERTA PODE SER BAIXADA; A LIQUIDADA OU JA
      *    BAIXADA NAO E ENCONTRADA AQUI.
       0210-LOCALIZAR-FATURA.
           MOVE 'N' TO WRK-FAT-ACHADA.
           MOVE ZEROS TO WRK-IX-FAT.
           PERFORM 0211-PROCURAR-FATURA
               VARYING IX-FAT FROM 1 BY 1
               UNTIL IX-FAT > WRK-QT-FATURAS OR FAT-ACHADA.
           IF NOT FAT-ACHADA
               DISPLAY 'NAO HA FATURA ABERTA DO CLIENTE ' WRK-CLIENTE
                   ' EMITIDA EM ' WRK-EMISSAO
           END-IF.

       0211-PROCURAR-FATURA.
           MOVE TB-FATURA (IX-FAT) TO AR-INVOICE-RECORD.
           IF FAT-CLIENTE = WRK-CLIENTE
              AND FAT-DATA-EMISSAO = WRK-EMISSAO
              AND FATURA-ABERTA
               MOVE 'S' TO WRK-FAT-ACHADA
               SET WRK-IX-FAT TO IX-FAT
           END-IF.

      *    FATURA A VENCER OU VENCENDO HOJE AINDA PODE SER PAGA E
      *    NAO E BAIXADA.
       0220-CONFERIR-FATURA.
           SET IX-FAT TO WRK-IX-FAT.
           MOVE TB-FATURA (IX-FAT) TO AR-INVOICE-RECORD.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO)
             - FUNCTION INTEGER-OF-DATE (FAT-DATA-VENCIMENTO).
           MOVE FAT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'FATURA  : ' FAT-CLIENTE ' EMISSAO '
               FAT-DATA-EMISSAO ' VENCIMENTO ' FAT-DATA-VENCIMENTO.
           DISPLAY 'VALOR   : ' WRK-VALOR-ED.
           IF WRK-DIAS-ATRASO NOT > ZEROS
               DISPLAY 'FATURA AINDA NAO VENCIDA - NAO PODE SER '
                   'BAIXADA COMO PERDA'
           ELSE
               MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
               DISPLAY 'ATRASO  : ' WRK-DIAS-ED ' DIA(S)'
               IF WRK-QT-LINHAS + 2 > WRK-LIMITE-LINHAS
                   DISPLAY 'LOTE CHEIO - ENCERRE E RODE DE NOVO '
                       'PARA AS PROXIMAS BAIXAS'
               ELSE
               IF FAT-VALOR > 9999999,99
                   DISPLAY 'VALOR ACIMA DO LIMITE DO LANCAMENTO - '
                       'BAIXA A SER FEITA PELA CONTABILIDADE'
               ELSE
                   PERFORM 0230-PEDIR-APROVACAO
               END-IF
               END-IF
           END-IF.

       0230-PEDIR-APROVACAO.
           DISPLAY 'MOTIVO DA BAIXA ...'.
           ACCEPT WRK-MOTIVO-BAIXA.
           IF WRK-MOTIVO-BAIXA = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - BAIXA CANCELADA'
           ELSE
               DISPLAY 'CONFIRMA A BAIXA COMO PERDA (S/N) ...'
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S'
                   DISPLAY 'USUARIO DO SUPERVISOR ...'
                   ACCEPT WRK-SUPERVISOR
                   DISPLAY 'SENHA ...'
                   ACCEPT WRK-SENHA WITH NO ECHO
                   PERFORM 0240-AUTENTICAR-SUPERVISOR
                   IF BAIXA-APROVADA
                       PERFORM 0250-BAIXAR-FATURA
                   ELSE
                       ADD 1 TO WRK-QT-NEGADAS
                   END-IF
               ELSE
                   DISPLAY 'BAIXA CANCELADA'
               END-IF
           END-IF.

      *    MESMA CONFERENCIA DO OVERRIDE DE CREDITO DO SALENTRY:
      *    SENHA, CONTA ATIVA E NAO BLOQUEADA, NIVEL SUPERVISOR OU
      *    ADM - E O GRANT ARWRTOFF DO USRGRANT (ROTINA GRNTRTN)
      *    LIBERA OU NEGA O USUARIO ESPECIFICO. QUEM PEDE A BAIXA
      *    NAO PODE SER QUEM APROVA.
       0240-AUTENTICAR-SUPERVISOR.
           MOVE 'N' TO WRK-APROVADA.
           OPEN INPUT USER-SECURITY-FILE.
           MOVE WRK-SUPERVISOR TO USEC-USUARIO.
           READ USER-SECURITY-FILE
               INVALID KEY
                   MOVE SPACES TO USEC-SENHA
                   MOVE ZEROS TO USEC-NIVEL
           END-READ.
           CLOSE USER-SECURITY-FILE.
           IF USEC-SENHA = WRK-SENHA
              AND WRK-SENHA NOT = SPACES
              AND NOT USEC-CONTA-BLOQUEADA
              AND NOT USEC-CONTA-DESATIVADA
              AND WRK-SUPERVISOR NOT = WRK-OPERADOR
               IF USEC-NIVEL-ADM OR USEC-NIVEL-SUPERVISOR
                   MOVE 'S' TO WRK-GRANT-PERMITIDO
               ELSE
                   MOVE 'N' TO WRK-GRANT-PERMITIDO
               END-IF
               CALL 'GRNTRTN' USING WRK-SUPERVISOR WRK-FUNCAO-GRANT
                   WRK-GRANT-PERMITIDO
               END-CALL
               MOVE WRK-GRANT-PERMITIDO TO WRK-APROVADA
           END-IF.
           IF BAIXA-APROVADA
               MOVE 'BAIXA DE FATURA POR PERDA APROV'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0241-GRAVAR-ACESSO
               DISPLAY 'BAIXA APROVADA POR ' WRK-SUPERVISOR
           ELSE
               MOVE 'BAIXA DE FATURA POR PERDA NEGAD'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0241-GRAVAR-ACESSO
               IF WRK-SUPERVISOR = WRK-OPERADOR
                   DISPLAY 'BAIXA NEGADA - O APROVADOR NAO PODE SER '
                       'O PROPRIO OPERADOR'
               ELSE
                   DISPLAY 'BAIXA NEGADA - CREDENCIAL INVALIDA OU '
                       'SEM AUTORIZACAO PARA BAIXAR FATURAS'
               END-IF
           END-IF.

      *    TODA TENTATIVA (APROVADA OU NEGADA) FICA NA TRILHA DE
      *    ACESSO, NO MESMO LAYOUT QUE O PAYAPPRV USA.
       0241-GRAVAR-ACESSO.
           OPEN EXTEND ACCESS-AUDIT-FILE.
           IF WRK-ACCAUD-STATUS = '35'
               OPEN OUTPUT ACCESS-AUDIT-FILE
               CLOSE ACCESS-AUDIT-FILE
               OPEN EXTEND ACCESS-AUDIT-FILE
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE ACCESS-AUDIT-RECORD.
           MOVE WRK-SUPERVISOR    TO AUDIT-USUARIO.
           MOVE USEC-NIVEL        TO AUDIT-NIVEL.
           MOVE WRK-MOTIVO-ACESSO TO AUDIT-MOTIVO.
           MOVE WRK-DATA          TO AUDIT-DATA.
           MOVE WRK-HORA          TO AUDIT-HORA.
           WRITE ACCESS-AUDIT-RECORD.
           CLOSE ACCESS-AUDIT-FILE.

      *    A FATURA SAI DO ABERTO NA HORA (NA TABELA), A BAIXA VAI
      *    PARA O HISTORICO E O PAR DE LINHAS FICA GUARDADO PARA O
      *    LOTE; O ARINVOIC E O LOTE SO SAO GRAVADOS NO FECHAMENTO.
       0250-BAIXAR-FATURA.
           IF WRK-QT-BAIXADAS = ZEROS
               PERFORM 0310-LER-SEQUENCIA
           END-IF.
           SET IX-FAT TO WRK-IX-FAT.
           MOVE TB-FATURA (IX-FAT) TO AR-INVOICE-RECORD.
           MOVE 'P'                TO FAT-SITUACAO.
           MOVE WRK-DATA-MOVIMENTO TO FAT-DATA-PAGAMENTO.
           MOVE AR-INVOICE-RECORD  TO TB-FATURA (IX-FAT).
           ADD 1 TO WRK-QT-BAIXADAS.
           ADD FAT-VALOR TO WRK-TOTAL-BAIXADO.
           PERFORM 0260-GRAVAR-HISTORICO.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-CONTA-PROVISAO TO TB-LIN-CONTA (IX-LIN).
           MOVE 'D'                TO TB-LIN-TIPO (IX-LIN).
           MOVE FAT-VALOR          TO TB-LIN-VALOR (IX-LIN).
           ADD FAT-VALOR TO WRK-SOMA-DEBITOS.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-CONTA-CLIENTES TO TB-LIN-CONTA (IX-LIN).
           MOVE 'C'                TO TB-LIN-TIPO (IX-LIN).
           MOVE FAT-VALOR          TO TB-LIN-VALOR (IX-LIN).
           ADD FAT-VALOR TO WRK-SOMA-CREDITOS.
           DISPLAY 'FATURA BAIXADA COMO PERDA - LOTE '
               WRK-LOTE-BAIXA.

      *    UM ARQUIVO DE HISTORICO EM LINE SEQUENTIAL PRECISA
      *    EXISTIR ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A
      *    PRIMEIRA EXECUCAO, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
       0260-GRAVAR-HISTORICO.
           OPEN EXTEND AR-WRITEOFF-FILE.
           IF WRK-BXA-STATUS = '35'
               OPEN OUTPUT AR-WRITEOFF-FILE
               CLOSE AR-WRITEOFF-FILE
               OPEN EXTEND AR-WRITEOFF-FILE
           END-IF.
           INITIALIZE AR-WRITEOFF-RECORD.
           MOVE FAT-CLIENTE         TO BXA-CLIENTE.
           MOVE FAT-DATA-EMISSAO    TO BXA-EMISSAO.
           MOVE FAT-DATA-VENCIMENTO TO BXA-VENCIMENTO.
           MOVE FAT-VALOR           TO BXA-VALOR.
           MOVE WRK-DATA-MOVIMENTO  TO BXA-DATA.
           MOVE WRK-OPERADOR        TO BXA-OPERADOR.
           MOVE WRK-SUPERVISOR      TO BXA-SUPERVISOR.
           MOVE WRK-MOTIVO-BAIXA    TO BXA-MOTIVO.
           MOVE WRK-LOTE-BAIXA      TO BXA-LOTE.
           WRITE AR-WRITEOFF-RECORD.
           CLOSE AR-WRITEOFF-FILE.

       0300-FINALIZAR.
           IF WRK-QT-BAIXADAS > ZEROS
               OPEN OUTPUT AR-INVOICE-FILE
               PERFORM 0305-GRAVAR-FATURA
                   VARYING IX-FAT FROM 1 BY 1
                   UNTIL IX-FAT > WRK-QT-FATURAS
               CLOSE AR-INVOICE-FILE
               PERFORM 0320-GRAVAR-LOTE
               PERFORM 0330-GRAVAR-SEQUENCIA
           END-IF.
           MOVE WRK-TOTAL-BAIXADO TO WRK-VALOR-ED.
           DISPLAY 'FATURAS BAIXADAS    : ' WRK-QT-BAIXADAS.
           DISPLAY 'BAIXAS NEGADAS      : ' WRK-QT-NEGADAS.
           DISPLAY 'TOTAL BAIXADO       : ' WRK-VALOR-ED.
           DISPLAY 'FIM DA BAIXA DE FATURAS INCOBRAVEIS'.

       0305-GRAVAR-FATURA.
           MOVE TB-FATURA (IX-FAT) TO AR-INVOICE-RECORD.
           WRITE AR-INVOICE-RECORD.

       0310-LER-SEQUENCIA.
           OPEN INPUT LEDGER-SEQUENCE-FILE.
           IF WRK-SEQ-STATUS = '00'
               READ LEDGER-SEQUENCE-FILE
                   AT END MOVE ZEROS TO WRK-SEQUENCIA
                   NOT AT END
                       MOVE LEDGER-SEQUENCE-RECORD
                           TO WRK-SEQUENCIA
               END-READ
               CLOSE LEDGER-SEQUENCE-FILE
           ELSE
               MOVE ZEROS TO WRK-SEQUENCIA
           END-IF.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE WRK-SEQUENCIA TO WRK-LOTE-SEQUENCIA.

       0320-GRAVAR-LOTE.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                TO LOTE-H-TIPO.
           MOVE WRK-LOTE-BAIXA     TO LOTE-H-LOTE.
           MOVE WRK-DATA-MOVIMENTO TO LOTE-H-DATA.
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
           DISPLAY 'LOTE ' WRK-LOTE-BAIXA ' GRAVADO COM '
               WRK-QT-LINHAS ' LINHA(S) - SEGUE PARA O '
               'LEDGEDIT/POSTING'.

       0321-GRAVAR-LINHA.
           INITIALIZE TRANSACTION-RECORD.
           MOVE 'D'                   TO TRAN-REG-TIPO.
           MOVE TB-LIN-CONTA (IX-LIN) TO TRAN-CONTA.
           MOVE TB-LIN-TIPO (IX-LIN)  TO TRAN-TIPO.
           MOVE TB-LIN-VALOR (IX-LIN) TO TRAN-VALOR.
           WRITE TRANSACTION-RECORD.

       0330-GRAVAR-SEQUENCIA.
           OPEN OUTPUT LEDGER-SEQUENCE-FILE.
           MOVE WRK-SEQUENCIA TO LEDGER-SEQUENCE-RECORD.
           WRITE LEDGER-SEQUENCE-RECORD.
           CLOSE LEDGER-SEQUENCE-FILE.

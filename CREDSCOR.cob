       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDSCOR.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: PONTUACAO DE CREDITO DOS CLIENTES E PROPOSTA DE
      *              REVISAO DO LIMITE, UMA VEZ POR MES. O LIMITE DO
      *              CUSTMAST ERA DIGITADO NO CUSTMAINT E NUNCA MAIS
      *              REVISTO, MESMO PARA QUEM PAGA SEMPRE ATRASADO.
      *              PARA CADA CLIENTE A PRAZO, SOBRE OS ULTIMOS 12
      *              MESES:
      *              1) ATRASO MEDIO DAS FATURAS DO ARINVOIC (PAGA:
      *                 PAGAMENTO - VENCIMENTO; ABERTA VENCIDA: HOJE
      *                 - VENCIMENTO) - PERDE 1 PONTO POR DIA, ATE 50;
      *              2) CARTAS DE COBRANCA JA ENVIADAS (DUNNCTL) -
      *                 PERDE 5 POR CARTA, ATE 20;
      *              3) COBRANCAS DEVOLVIDAS PELO BANCO (ARDEVOL) -
      *                 PERDE 15 POR DEVOLUCAO, ATE 45;
      *              4) VOLUME FATURADO A PRAZO, QUE DIZ SE O CLIENTE
      *                 USA O LIMITE QUE TEM.
      *              A PONTUACAO (100 MENOS AS PERDAS) E COMPARADA COM
      *              OS CORTES DO CREDPARM: ABAIXO DO CORTE DE
      *              BLOQUEIO PROPOE BLOQUEAR, ABAIXO DO DE REDUCAO
      *              PROPOE REDUZIR O LIMITE (CLIENTE SEM LIMITE
      *              RECEBE UM, DO TAMANHO DA COMPRA MEDIA MENSAL), E
      *              NO CORTE DE AUMENTO OU ACIMA, COM VOLUME DO
      *              TAMANHO DO LIMITE, PROPOE AUMENTAR. AS PROPOSTAS
      *              VAO PARA O CREDPROP PENDENTES E SO VALEM DEPOIS
      *              DE APROVADAS PELO GERENTE DE CREDITO NO
      *              CREDAPRV; PROPOSTA DO MES ANTERIOR AINDA SEM
      *              DECISAO EXPIRA (LOG DE EXCECOES). RODA NA ESTEIRA
      *              NOTURNA E SO PONTUA NA PRIMEIRA NOITE DE CADA
      *              MES (O MES JA FEITO FICA NO CREDCTRL).
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  FATURA BAIXADA COMO PERDA (ARWRTOFF)
      *                     CONTA NO ATRASO COMO ABERTA VENCIDA, E A
      *                     RECUPERADA DEPOIS PELO ARSETTLE COMO
      *                     PAGA, PELA DATA DA RECUPERACAO.
      *    15/10/2026  LCW  CLIENTE ANONIMIZADO (SITUACAO 'X', LGPDREQ)
      *                     FICA FORA DA PONTUACAO COMO O FUNDIDO.
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
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO 'ARINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT DUNNING-CONTROL-FILE ASSIGN TO 'DUNNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DCTL-STATUS.

           SELECT AR-BOUNCE-FILE ASSIGN TO 'ARDEVOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEV-STATUS.

           SELECT CREDIT-PARM-FILE ASSIGN TO 'CREDPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT CREDIT-PROPOSAL-FILE ASSIGN TO 'CREDPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PCR-STATUS.

           SELECT CREDIT-CONTROL-FILE ASSIGN TO 'CREDCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  AR-INVOICE-FILE.
           COPY 'ARINVOIC.cob'.

       FD  DUNNING-CONTROL-FILE.
           COPY 'DUNNCTL.cob'.

       FD  AR-BOUNCE-FILE.
           COPY 'ARDEVOL.cob'.

      *    CORTES DE PONTUACAO (BLOQUEIO, REDUCAO, AUMENTO) E
      *    PERCENTUAIS DE REDUCAO E DE AUMENTO DO LIMITE
       FD  CREDIT-PARM-FILE.
       01  CREDIT-PARM-RECORD.
           02  CPAR-CORTE-BLOQUEIO    PIC 9(03).
           02  CPAR-CORTE-REDUCAO     PIC 9(03).
           02  CPAR-CORTE-AUMENTO     PIC 9(03).
           02  CPAR-PCT-REDUCAO       PIC 9(03).
           02  CPAR-PCT-AUMENTO       PIC 9(03).

       FD  CREDIT-PROPOSAL-FILE.
           COPY 'CREDPROP.cob'.

      *    ANO E MES (AAAAMM) DA ULTIMA PONTUACAO FEITA
       FD  CREDIT-CONTROL-FILE.
       01  CREDIT-CONTROL-RECORD      PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-DCTL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-DEV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PARM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PCR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CTRL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-PONTUADO           PIC 9(06) VALUE ZEROS.
       77  WRK-PONTUAR                PIC X(01) VALUE 'S'.
           88  MES-A-PONTUAR                    VALUE 'S'.
       77  WRK-DIA-MOVIMENTO          PIC 9(09) VALUE ZEROS.
       77  WRK-DIA-INICIO-JANELA      PIC 9(09) VALUE ZEROS.
       77  WRK-DATA-INICIO-JANELA     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO            PIC S9(05) VALUE ZEROS.

      *    CORTES E PERCENTUAIS EM VIGOR (PADRAO SEM O CREDPARM)
       77  WRK-CORTE-BLOQUEIO         PIC 9(03) VALUE 030.
       77  WRK-CORTE-REDUCAO          PIC 9(03) VALUE 050.
       77  WRK-CORTE-AUMENTO          PIC 9(03) VALUE 080.
       77  WRK-PCT-REDUCAO            PIC 9(03) VALUE 050.
       77  WRK-PCT-AUMENTO            PIC 9(03) VALUE 020.

      *    CLIENTES E OS FATORES ACUMULADOS DA JANELA
       01  TB-CLIENTE-TABELA.
           02  TB-CLIENTE OCCURS 200 TIMES INDEXED BY IX-CLI.
               03  TB-CLI-NUMERO      PIC 9(06).
               03  TB-CLI-NOME        PIC X(20).
               03  TB-CLI-LIMITE      PIC 9(07)V99.
               03  TB-CLI-SITUACAO    PIC X(01).
               03  TB-CLI-QT-FATURAS  PIC 9(05).
               03  TB-CLI-SOMA-ATRASO PIC 9(09).
               03  TB-CLI-VOLUME      PIC 9(09)V99.
               03  TB-CLI-QT-CARTAS   PIC 9(03).
               03  TB-CLI-QT-DEVOL    PIC 9(03).
               03  TB-CLI-ATRASO-MED  PIC 9(03).
               03  TB-CLI-PONTOS      PIC 9(03).
               03  TB-CLI-PROPOSTO    PIC 9(07)V99.
               03  TB-CLI-ACAO        PIC X(01).
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CLIENTES        PIC 9(03) VALUE 200.
       77  WRK-CLI-ACHADO             PIC X(01) VALUE 'N'.
           88  CLI-ACHADO                       VALUE 'S'.
       77  WRK-IX-CLI                 PIC 9(03) VALUE ZEROS.
       77  WRK-CLIENTE-PROCURADO      PIC 9(06) VALUE ZEROS.

       77  WRK-PERDA                  PIC 9(05) VALUE ZEROS.
       77  WRK-PONTOS-CALC            PIC S9(05) VALUE ZEROS.
       77  WRK-PROPOSTO-CALC          PIC 9(09)V99 VALUE ZEROS.

       77  WRK-QT-FATURAS-LIDAS       PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PONTUADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-AUMENTOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REDUCOES            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-BLOQUEIOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EXPIRADAS           PIC 9(05) VALUE ZEROS.

       77  WRK-VOLUME-ED              PIC Z(9)9,99 VALUE ZEROS.
       77  WRK-LIMITE-ED              PIC Z(6)9,99 VALUE ZEROS.
       77  WRK-PROPOSTO-ED            PIC Z(6)9,99 VALUE ZEROS.
       77  WRK-ACAO-ED                PIC X(08) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'CREDSCOR'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'PONTUACAO E REVISAO DE LIMITE DE CREDITO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           IF MES-A-PONTUAR
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== PONTUACAO E REVISAO DE CREDITO ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-MES-MOVIMENTO.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0105-LER-CONTROLE.
           IF WRK-MES-PONTUADO = WRK-MES-MOVIMENTO
               MOVE 'N' TO WRK-PONTUAR
               DISPLAY 'MES ' WRK-MES-MOVIMENTO ' JA PONTUADO - '
                   'NADA A FAZER NESTA NOITE'
           ELSE
               COMPUTE WRK-DIA-MOVIMENTO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO)
               COMPUTE WRK-DIA-INICIO-JANELA =
                   WRK-DIA-MOVIMENTO - 365
               COMPUTE WRK-DATA-INICIO-JANELA =
                   FUNCTION DATE-OF-INTEGER (WRK-DIA-INICIO-JANELA)
               MOVE 'I' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
               PERFORM 0106-LER-PARAMETROS
               PERFORM 0110-CARREGAR-CLIENTES
               PERFORM 0120-CARREGAR-CARTAS
               PERFORM 0130-CARREGAR-DEVOLUCOES
           END-IF.

       0105-LER-CONTROLE.
           OPEN INPUT CREDIT-CONTROL-FILE.
           IF WRK-CTRL-STATUS = '00'
               READ CREDIT-CONTROL-FILE
                   AT END MOVE ZEROS TO CREDIT-CONTROL-RECORD
               END-READ
               IF CREDIT-CONTROL-RECORD IS NUMERIC
                   MOVE CREDIT-CONTROL-RECORD TO WRK-MES-PONTUADO
               END-IF
               CLOSE CREDIT-CONTROL-FILE
           END-IF.

       0106-LER-PARAMETROS.
           OPEN INPUT CREDIT-PARM-FILE.
           IF WRK-PARM-STATUS = '00'
               READ CREDIT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CREDIT-PARM-RECORD IS NUMERIC
                           MOVE CPAR-CORTE-BLOQUEIO
                               TO WRK-CORTE-BLOQUEIO
                           MOVE CPAR-CORTE-REDUCAO
                               TO WRK-CORTE-REDUCAO
                           MOVE CPAR-CORTE-AUMENTO
                               TO WRK-CORTE-AUMENTO
                           MOVE CPAR-PCT-REDUCAO TO WRK-PCT-REDUCAO
                           MOVE CPAR-PCT-AUMENTO TO WRK-PCT-AUMENTO
                       END-IF
               END-READ
               CLOSE CREDIT-PARM-FILE
           END-IF.
           IF WRK-PCT-REDUCAO > 100
               MOVE 100 TO WRK-PCT-REDUCAO
           END-IF.
           DISPLAY 'CORTES BLOQUEIO/REDUCAO/AUMENTO : '
               WRK-CORTE-BLOQUEIO '/' WRK-CORTE-REDUCAO '/'
               WRK-CORTE-AUMENTO.

      *    CLIENTE FUNDIDO (LAPIDE) OU ANONIMIZADO NAO E PONTUADO;
      *    O BLOQUEADO E
      *    CARREGADO SO PARA APARECER NO RELATORIO, SEM PROPOSTA.
       0110-CARREGAR-CLIENTES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-CUST-STATUS = '35'
               DISPLAY 'CADASTRO DE CLIENTES (CUSTMAST) AUSENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER
           END-IF.

       0111-LER-CLIENTE.
           IF CUST-SITUACAO NOT = 'M' AND CUST-SITUACAO NOT = 'X'
               IF WRK-QT-CLIENTES < WRK-LIMITE-CLIENTES
                   ADD 1 TO WRK-QT-CLIENTES
                   SET IX-CLI TO WRK-QT-CLIENTES
                   INITIALIZE TB-CLIENTE (IX-CLI)
                   MOVE CUST-NUMERO TO TB-CLI-NUMERO (IX-CLI)
                   MOVE CUST-NOME   TO TB-CLI-NOME (IX-CLI)
                   IF CUST-LIMITE-CREDITO IS NUMERIC
                       MOVE CUST-LIMITE-CREDITO
                           TO TB-CLI-LIMITE (IX-CLI)
                   END-IF
                   IF CUST-SITUACAO = 'B'
                       MOVE 'B' TO TB-CLI-SITUACAO (IX-CLI)
                   ELSE
                       MOVE 'A' TO TB-CLI-SITUACAO (IX-CLI)
                   END-IF
               ELSE
                   DISPLAY '*** TABELA DE CLIENTES CHEIA - CLIENTE '
                       CUST-NUMERO ' FORA DA PONTUACAO ***'
               END-IF
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-CARTAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT DUNNING-CONTROL-FILE.
           IF WRK-DCTL-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ DUNNING-CONTROL-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-CARTAS UNTIL FIM-ARQUIVO
               CLOSE DUNNING-CONTROL-FILE
           END-IF.

       0121-LER-CARTAS.
           MOVE DCTL-CLIENTE TO WRK-CLIENTE-PROCURADO.
           PERFORM 0150-LOCALIZAR-CLIENTE.
           IF CLI-ACHADO
               SET IX-CLI TO WRK-IX-CLI
               IF DCTL-QT-CARTAS IS NUMERIC
                   MOVE DCTL-QT-CARTAS TO TB-CLI-QT-CARTAS (IX-CLI)
               ELSE
                   MOVE 1 TO TB-CLI-QT-CARTAS (IX-CLI)
               END-IF
           END-IF.
           READ DUNNING-CONTROL-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-CARREGAR-DEVOLUCOES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-BOUNCE-FILE.
           IF WRK-DEV-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ AR-BOUNCE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-DEVOLUCAO UNTIL FIM-ARQUIVO
               CLOSE AR-BOUNCE-FILE
           END-IF.

       0131-LER-DEVOLUCAO.
           IF DEV-DATA IS NUMERIC
              AND DEV-DATA NOT < WRK-DATA-INICIO-JANELA
               MOVE DEV-CLIENTE TO WRK-CLIENTE-PROCURADO
               PERFORM 0150-LOCALIZAR-CLIENTE
               IF CLI-ACHADO
                   SET IX-CLI TO WRK-IX-CLI
                   IF TB-CLI-QT-DEVOL (IX-CLI) < 999
                       ADD 1 TO TB-CLI-QT-DEVOL (IX-CLI)
                   END-IF
               END-IF
           END-IF.
           READ AR-BOUNCE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0150-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           MOVE ZEROS TO WRK-IX-CLI.
           PERFORM 0151-PROCURAR-CLIENTE
               VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > WRK-QT-CLIENTES OR CLI-ACHADO.

       0151-PROCURAR-CLIENTE.
           IF TB-CLI-NUMERO (IX-CLI) = WRK-CLIENTE-PROCURADO
               MOVE 'S' TO WRK-CLI-ACHADO
               SET WRK-IX-CLI TO IX-CLI
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-VARRER-FATURAS.
           PERFORM 0220-EXPIRAR-PROPOSTAS.
           OPEN OUTPUT CREDIT-PROPOSAL-FILE.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'JANELA DE ' WRK-DATA-INICIO-JANELA ' A '
               WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE 'CLIENTE NOME                 PTS ATRS CRTS DEVS'
               TO WRK-RPT-LINHA.
           MOVE '       VOLUME  LIM. ATUAL    PROPOSTO  ACAO'
               TO WRK-RPT-LINHA (50:44).
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0230-PONTUAR-CLIENTE
               VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > WRK-QT-CLIENTES.
           CLOSE CREDIT-PROPOSAL-FILE.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PROPOSTAS: AUMENTO ' WRK-QT-AUMENTOS
               '  REDUCAO ' WRK-QT-REDUCOES
               '  BLOQUEIO ' WRK-QT-BLOQUEIOS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

      *    FATURA CONTA NO ATRASO SE VENCEU DENTRO DA JANELA (PAGA,
      *    OU ABERTA E JA VENCIDA) E NO VOLUME SE FOI EMITIDA NELA.
       0210-VARRER-FATURAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               DISPLAY 'SEM FATURAS (ARINVOIC) - SO CARTAS E '
                   'DEVOLUCOES CONTAM'
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
           MOVE FAT-CLIENTE TO WRK-CLIENTE-PROCURADO.
           PERFORM 0150-LOCALIZAR-CLIENTE.
           IF CLI-ACHADO
               SET IX-CLI TO WRK-IX-CLI
               IF FAT-DATA-EMISSAO NOT < WRK-DATA-INICIO-JANELA
                   ADD FAT-VALOR TO TB-CLI-VOLUME (IX-CLI)
               END-IF
               IF FAT-DATA-VENCIMENTO NOT < WRK-DATA-INICIO-JANELA
                   PERFORM 0212-MEDIR-ATRASO
               END-IF
           END-IF.
           READ AR-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    A BAIXADA COMO PERDA NAO FOI PAGA: O ATRASO CONTINUA
      *    CORRENDO ATE HOJE, COMO NA ABERTA.
       0212-MEDIR-ATRASO.
           IF (FATURA-LIQUIDADA OR FATURA-RECUPERADA)
              AND FAT-DATA-PAGAMENTO IS NUMERIC
              AND FAT-DATA-PAGAMENTO > ZEROS
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (FAT-DATA-PAGAMENTO)
                 - FUNCTION INTEGER-OF-DATE (FAT-DATA-VENCIMENTO)
               IF WRK-DIAS-ATRASO < ZEROS
                   MOVE ZEROS TO WRK-DIAS-ATRASO
               END-IF
               ADD 1 TO TB-CLI-QT-FATURAS (IX-CLI)
               ADD WRK-DIAS-ATRASO TO TB-CLI-SOMA-ATRASO (IX-CLI)
           ELSE
           IF FATURA-ABERTA OR FATURA-BAIXADA-PERDA
               COMPUTE WRK-DIAS-ATRASO = WRK-DIA-MOVIMENTO
                 - FUNCTION INTEGER-OF-DATE (FAT-DATA-VENCIMENTO)
               IF WRK-DIAS-ATRASO > ZEROS
                   ADD 1 TO TB-CLI-QT-FATURAS (IX-CLI)
                   ADD WRK-DIAS-ATRASO
                       TO TB-CLI-SOMA-ATRASO (IX-CLI)
               END-IF
           END-IF
           END-IF.

      *    PROPOSTA DO CICLO ANTERIOR QUE NINGUEM DECIDIU NAO E
      *    APLICADA: O NOVO CICLO A SUBSTITUI E A EXPIRACAO FICA NO
      *    LOG DE EXCECOES.
       0220-EXPIRAR-PROPOSTAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CREDIT-PROPOSAL-FILE.
           IF WRK-PCR-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CREDIT-PROPOSAL-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0221-LER-PROPOSTA-ANTERIOR UNTIL FIM-ARQUIVO
               CLOSE CREDIT-PROPOSAL-FILE
           END-IF.

       0221-LER-PROPOSTA-ANTERIOR.
           IF PROPOSTA-PENDENTE
               ADD 1 TO WRK-QT-EXPIRADAS
               MOVE PCR-CLIENTE TO WRK-REFERENCIA-LOG
               MOVE 'PROPOSTA DE CREDITO EXPIRADA SEM DECISAO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.
           READ CREDIT-PROPOSAL-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SO E PONTUADO O CLIENTE A PRAZO: COM LIMITE DEFINIDO OU
      *    COM FATURA NA JANELA. O BLOQUEADO SAI NO RELATORIO MAS
      *    NAO RECEBE PROPOSTA - O DESBLOQUEIO E DECISAO DO
      *    CADASTRO.
       0230-PONTUAR-CLIENTE.
           IF TB-CLI-LIMITE (IX-CLI) > ZEROS
              OR TB-CLI-QT-FATURAS (IX-CLI) > ZEROS
              OR TB-CLI-VOLUME (IX-CLI) > ZEROS
               ADD 1 TO WRK-QT-PONTUADOS
               PERFORM 0231-CALCULAR-PONTOS
               MOVE SPACES TO TB-CLI-ACAO (IX-CLI)
               MOVE TB-CLI-LIMITE (IX-CLI) TO TB-CLI-PROPOSTO (IX-CLI)
               IF TB-CLI-SITUACAO (IX-CLI) NOT = 'B'
                   PERFORM 0232-DECIDIR-PROPOSTA
               END-IF
               IF TB-CLI-ACAO (IX-CLI) NOT = SPACES
                   PERFORM 0240-GRAVAR-PROPOSTA
               END-IF
               PERFORM 0250-IMPRIMIR-CLIENTE
           END-IF.

       0231-CALCULAR-PONTOS.
           IF TB-CLI-QT-FATURAS (IX-CLI) > ZEROS
               COMPUTE WRK-PERDA = TB-CLI-SOMA-ATRASO (IX-CLI)
                   / TB-CLI-QT-FATURAS (IX-CLI)
                   ON SIZE ERROR MOVE 999 TO WRK-PERDA
               END-COMPUTE
               IF WRK-PERDA > 999
                   MOVE 999 TO WRK-PERDA
               END-IF
               MOVE WRK-PERDA TO TB-CLI-ATRASO-MED (IX-CLI)
           END-IF.
           MOVE 100 TO WRK-PONTOS-CALC.
           MOVE TB-CLI-ATRASO-MED (IX-CLI) TO WRK-PERDA.
           IF WRK-PERDA > 50
               MOVE 50 TO WRK-PERDA
           END-IF.
           SUBTRACT WRK-PERDA FROM WRK-PONTOS-CALC.
           COMPUTE WRK-PERDA = TB-CLI-QT-CARTAS (IX-CLI) * 5.
           IF WRK-PERDA > 20
               MOVE 20 TO WRK-PERDA
           END-IF.
           SUBTRACT WRK-PERDA FROM WRK-PONTOS-CALC.
           COMPUTE WRK-PERDA = TB-CLI-QT-DEVOL (IX-CLI) * 15.
           IF WRK-PERDA > 45
               MOVE 45 TO WRK-PERDA
           END-IF.
           SUBTRACT WRK-PERDA FROM WRK-PONTOS-CALC.
           IF WRK-PONTOS-CALC < ZEROS
               MOVE ZEROS TO WRK-PONTOS-CALC
           END-IF.
           MOVE WRK-PONTOS-CALC TO TB-CLI-PONTOS (IX-CLI).

      *    CLIENTE SEM LIMITE (ZERO = CREDITO LIVRE) NAO TEM O QUE
      *    AUMENTAR; NA REDUCAO ELE RECEBE UM LIMITE IGUAL A COMPRA
      *    MEDIA MENSAL DA JANELA.
       0232-DECIDIR-PROPOSTA.
           EVALUATE TRUE
               WHEN TB-CLI-PONTOS (IX-CLI) < WRK-CORTE-BLOQUEIO
                   MOVE 'B' TO TB-CLI-ACAO (IX-CLI)
                   ADD 1 TO WRK-QT-BLOQUEIOS
               WHEN TB-CLI-PONTOS (IX-CLI) < WRK-CORTE-REDUCAO
                   IF TB-CLI-LIMITE (IX-CLI) > ZEROS
                       COMPUTE WRK-PROPOSTO-CALC ROUNDED =
                           TB-CLI-LIMITE (IX-CLI)
                         - TB-CLI-LIMITE (IX-CLI) * WRK-PCT-REDUCAO
                           / 100
                   ELSE
                       COMPUTE WRK-PROPOSTO-CALC ROUNDED =
                           TB-CLI-VOLUME (IX-CLI) / 12
                   END-IF
                   IF WRK-PROPOSTO-CALC > 9999999,99
                       MOVE 9999999,99 TO WRK-PROPOSTO-CALC
                   END-IF
                   IF WRK-PROPOSTO-CALC > ZEROS
                       MOVE 'R' TO TB-CLI-ACAO (IX-CLI)
                       MOVE WRK-PROPOSTO-CALC
                           TO TB-CLI-PROPOSTO (IX-CLI)
                       ADD 1 TO WRK-QT-REDUCOES
                   END-IF
               WHEN TB-CLI-PONTOS (IX-CLI) NOT < WRK-CORTE-AUMENTO
                AND TB-CLI-LIMITE (IX-CLI) > ZEROS
                AND TB-CLI-VOLUME (IX-CLI) NOT < TB-CLI-LIMITE (IX-CLI)
                   COMPUTE WRK-PROPOSTO-CALC ROUNDED =
                       TB-CLI-LIMITE (IX-CLI)
                     + TB-CLI-LIMITE (IX-CLI) * WRK-PCT-AUMENTO / 100
                   IF WRK-PROPOSTO-CALC > 9999999,99
                       MOVE 9999999,99 TO WRK-PROPOSTO-CALC
                   END-IF
                   MOVE 'A' TO TB-CLI-ACAO (IX-CLI)
                   MOVE WRK-PROPOSTO-CALC TO TB-CLI-PROPOSTO (IX-CLI)
                   ADD 1 TO WRK-QT-AUMENTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0240-GRAVAR-PROPOSTA.
           INITIALIZE CREDIT-PROPOSAL-RECORD.
           MOVE TB-CLI-NUMERO (IX-CLI)      TO PCR-CLIENTE.
           MOVE WRK-DATA-MOVIMENTO          TO PCR-DATA.
           MOVE TB-CLI-PONTOS (IX-CLI)      TO PCR-PONTOS.
           MOVE TB-CLI-ATRASO-MED (IX-CLI)  TO PCR-ATRASO-MEDIO.
           MOVE TB-CLI-QT-CARTAS (IX-CLI)   TO PCR-QT-CARTAS.
           MOVE TB-CLI-QT-DEVOL (IX-CLI)    TO PCR-QT-DEVOLUCOES.
           MOVE TB-CLI-VOLUME (IX-CLI)      TO PCR-VOLUME.
           MOVE TB-CLI-LIMITE (IX-CLI)      TO PCR-LIMITE-ATUAL.
           MOVE TB-CLI-PROPOSTO (IX-CLI)    TO PCR-LIMITE-PROPOSTO.
           MOVE TB-CLI-ACAO (IX-CLI)        TO PCR-ACAO.
           MOVE 'P'                         TO PCR-SITUACAO.
           MOVE SPACES                      TO PCR-DECISOR.
           MOVE ZEROS                       TO PCR-DATA-DECISAO.
           WRITE CREDIT-PROPOSAL-RECORD.

       0250-IMPRIMIR-CLIENTE.
           MOVE TB-CLI-VOLUME (IX-CLI)   TO WRK-VOLUME-ED.
           MOVE TB-CLI-LIMITE (IX-CLI)   TO WRK-LIMITE-ED.
           MOVE TB-CLI-PROPOSTO (IX-CLI) TO WRK-PROPOSTO-ED.
           EVALUATE TRUE
               WHEN TB-CLI-ACAO (IX-CLI) = 'A'
                   MOVE 'AUMENTAR' TO WRK-ACAO-ED
               WHEN TB-CLI-ACAO (IX-CLI) = 'R'
                   MOVE 'REDUZIR'  TO WRK-ACAO-ED
               WHEN TB-CLI-ACAO (IX-CLI) = 'B'
                   MOVE 'BLOQUEAR' TO WRK-ACAO-ED
               WHEN TB-CLI-SITUACAO (IX-CLI) = 'B'
                   MOVE 'BLOQUEAD' TO WRK-ACAO-ED
               WHEN OTHER
                   MOVE 'MANTER'   TO WRK-ACAO-ED
           END-EVALUATE.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-CLI-NUMERO (IX-CLI) '  '
               TB-CLI-NOME (IX-CLI) ' '
               TB-CLI-PONTOS (IX-CLI) '  '
               TB-CLI-ATRASO-MED (IX-CLI) '  '
               TB-CLI-QT-CARTAS (IX-CLI) '  '
               TB-CLI-QT-DEVOL (IX-CLI) ' '
               WRK-VOLUME-ED ' ' WRK-LIMITE-ED '  '
               WRK-PROPOSTO-ED '  ' WRK-ACAO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0300-FINALIZAR.
           IF MES-A-PONTUAR
               PERFORM 0320-GRAVAR-CONTROLE
               MOVE 'F' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'FATURAS LIDAS           : ' WRK-QT-FATURAS-LIDAS.
           DISPLAY 'CLIENTES PONTUADOS      : ' WRK-QT-PONTUADOS.
           DISPLAY 'PROPOSTAS DE AUMENTO    : ' WRK-QT-AUMENTOS.
           DISPLAY 'PROPOSTAS DE REDUCAO    : ' WRK-QT-REDUCOES.
           DISPLAY 'PROPOSTAS DE BLOQUEIO   : ' WRK-QT-BLOQUEIOS.
           DISPLAY 'PROPOSTAS EXPIRADAS     : ' WRK-QT-EXPIRADAS.
           MOVE WRK-QT-FATURAS-LIDAS TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-PONTUADOS     TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DA PONTUACAO DE CREDITO '.

       0320-GRAVAR-CONTROLE.
           OPEN OUTPUT CREDIT-CONTROL-FILE.
           MOVE WRK-MES-MOVIMENTO TO CREDIT-CONTROL-RECORD.
           WRITE CREDIT-CONTROL-RECORD.
           CLOSE CREDIT-CONTROL-FILE.

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

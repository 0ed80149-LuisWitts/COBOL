       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXFECHA.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: FECHAMENTO DE CAIXA POR LOJA. CONFERE, PARA CADA
      *              LOJA E MEIO DE PAGAMENTO, O MOVIMENTO A VISTA
      *              QUE O FECHAMENTO DE VENDAS (PROGCOB16) GRAVOU NO
      *              CAIXADIA (VENDAS MENOS DEVOLUCOES) CONTRA O
      *              VALOR QUE O OPERADOR CONTOU NA CXCONTA
      *              (CXCONTAG) PARA A MESMA DATA DE MOVIMENTO.
      *              SOBRA OU QUEBRA VAI PARA O LOG DE EXCECOES E
      *              PARA O RAZAO CONTRA A CONTA DE QUEBRA DE CAIXA:
      *              QUEBRA = D QUEBRA DE CAIXA / C CONTA DO MEIO;
      *              SOBRA  = D CONTA DO MEIO / C QUEBRA DE CAIXA.
      *              A CONTA DO MEIO E A MESMA QUE O FECHAMENTO DE
      *              VENDAS DEBITOU: CAIXA (DINHEIRO), CARTOES A
      *              RECEBER (DEBITO E CREDITO) OU BANCO (PIX).
      *              LOJA COM MOVIMENTO E SEM CONTAGEM SO VAI PARA O
      *              LOG - NAO HA O QUE LANCAR SEM A CONTAGEM. O LOTE
      *              LEDGTRAN SAI COM IDENTIFICADOR 'CX' + AAMMDD E
      *              SEGUE PELO LEDGEDIT E PELO POSTING; DIA SEM
      *              DIFERENCA TERMINA COM RETURN-CODE 4, COMO O
      *              APPAYRUN, PARA A ESTEIRA PULAR OS DOIS PASSOS.
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
           SELECT CASH-DAY-FILE ASSIGN TO 'CAIXADIA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CXD-STATUS.

           SELECT CASH-COUNT-FILE ASSIGN TO 'CXCONTAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CXC-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'CXLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-DAY-FILE.
           COPY 'CAIXADIA.cob'.

       FD  CASH-COUNT-FILE.
           COPY 'CXCONTAG.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-CXD-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CXC-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CXD-EOF                PIC X(01) VALUE 'N'.
           88  FIM-MOVIMENTO                    VALUE 'S'.
       77  WRK-CXC-EOF                PIC X(01) VALUE 'N'.
           88  FIM-CONTAGENS                    VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.

      *    CONTAS DO FECHAMENTO DE CAIXA NO PLANO (CHARTACC), AS
      *    MESMAS DO LOTE CONTABIL DO FECHAMENTO DE VENDAS
       77  WRK-CONTA-CAIXA            PIC 9(06) VALUE 100001.
       77  WRK-CONTA-CARTOES          PIC 9(06) VALUE 120300.
       77  WRK-CONTA-BANCO            PIC 9(06) VALUE 100100.
       77  WRK-CONTA-QUEBRA           PIC 9(06) VALUE 540900.

      *    UMA ENTRADA POR LOJA E MEIO: ESPERADO DO CAIXADIA E
      *    CONTADO DO CXCONTAG (A ULTIMA CONTAGEM DO DIA VALE)
       01  TB-CONFERENCIA-TABELA.
           02  TB-CONFERENCIA OCCURS 200 TIMES INDEXED BY IX-CNF.
               03  TB-CNF-LOJA        PIC X(10).
               03  TB-CNF-MEIO        PIC X(01).
               03  TB-CNF-ESPERADO    PIC S9(09)V99.
               03  TB-CNF-CONTADO     PIC 9(09)V99.
               03  TB-CNF-CONTAGEM    PIC X(01).
                   88  CNF-CONTADO              VALUE 'S'.
               03  TB-CNF-OPERADOR    PIC X(15).
       77  WRK-QT-CONFERENCIAS        PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CONFERENCIAS    PIC 9(03) VALUE 200.
       77  WRK-IX-CNF                 PIC 9(03) VALUE ZEROS.
       77  WRK-CNF-ACHADO             PIC X(01) VALUE 'N'.
           88  CNF-ACHADO                       VALUE 'S'.
       77  WRK-LOJA-BUSCA             PIC X(10) VALUE SPACES.
       77  WRK-MEIO-BUSCA             PIC X(01) VALUE SPACES.

      *    LINHAS DO LOTE CONTABIL, GRAVADAS SO NO FECHAMENTO
       01  TB-LINHAS-TABELA.
           02  TB-LINHA OCCURS 400 TIMES INDEXED BY IX-LIN.
               03  TB-LIN-CONTA       PIC 9(06).
               03  TB-LIN-TIPO        PIC X(01).
               03  TB-LIN-VALOR       PIC 9(07)V99.
       77  WRK-QT-LINHAS              PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LINHA-DEBITO           PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-CREDITO          PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-VALOR            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONTA-MEIO             PIC 9(06) VALUE ZEROS.

       01  WRK-LOTE-CAIXA.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'CX'.
           02  WRK-LOTE-DATA          PIC 9(06).

       77  WRK-DIFERENCA              PIC S9(09)V99 VALUE ZEROS.
       77  WRK-ESPERADO-ED            PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTADO-ED             PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIFERENCA-ED           PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-SOBRAS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-QUEBRAS          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-QT-LIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONFERIDOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DIVERGENTES         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-CONTAGEM        PIC 9(05) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'CXFECHA'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       01  WRK-REFERENCIA-LOG.
           02  WRK-REF-LOJA           PIC X(10).
           02  WRK-REF-SEP            PIC X(01).
           02  WRK-REF-MEIO           PIC X(01).
           02  FILLER                 PIC X(08).
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
           DISPLAY '====== FECHAMENTO DE CAIXA POR LOJA ======'.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0110-CARREGAR-MOVIMENTO.
           PERFORM 0120-CARREGAR-CONTAGENS.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'QUEBRA-CAIXA' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-QUEBRA
           END-CALL.
           MOVE 'QUEBRA-DINHEIRO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CAIXA
           END-CALL.
           MOVE 'QUEBRA-CARTAO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CARTOES
           END-CALL.
           MOVE 'QUEBRA-PIX' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-BANCO
           END-CALL.

      *    SO O MOVIMENTO DA DATA DE MOVIMENTO ENTRA; CAIXADIA DE
      *    OUTRA DATA (FECHAMENTO DE VENDAS QUE NAO RODOU) NAO E
      *    CONFERIDO CONTRA A CONTAGEM DE HOJE.
       0110-CARREGAR-MOVIMENTO.
           OPEN INPUT CASH-DAY-FILE.
           IF WRK-CXD-STATUS = '35'
               DISPLAY 'SEM MOVIMENTO DE CAIXA (CAIXADIA)'
               MOVE 'S' TO WRK-CXD-EOF
           ELSE
               READ CASH-DAY-FILE
                   AT END MOVE 'S' TO WRK-CXD-EOF
               END-READ
               PERFORM 0111-LER-MOVIMENTO UNTIL FIM-MOVIMENTO
               CLOSE CASH-DAY-FILE
           END-IF.

       0111-LER-MOVIMENTO.
           ADD 1 TO WRK-QT-LIDOS.
           IF CXD-DATA = WRK-DATA-MOVIMENTO
               MOVE CXD-LOJA       TO WRK-LOJA-BUSCA
               MOVE CXD-MEIO-PAGTO TO WRK-MEIO-BUSCA
               PERFORM 0130-LOCALIZAR-CONFERENCIA
               IF CNF-ACHADO
                   SET IX-CNF TO WRK-IX-CNF
                   COMPUTE TB-CNF-ESPERADO (IX-CNF) =
                       TB-CNF-ESPERADO (IX-CNF)
                       + CXD-VENDAS - CXD-DEVOLUCOES
               END-IF
           END-IF.
           READ CASH-DAY-FILE
               AT END MOVE 'S' TO WRK-CXD-EOF
           END-READ.

       0120-CARREGAR-CONTAGENS.
           OPEN INPUT CASH-COUNT-FILE.
           IF WRK-CXC-STATUS = '35'
               DISPLAY 'SEM CONTAGEM DE CAIXA (CXCONTAG)'
               MOVE 'S' TO WRK-CXC-EOF
           ELSE
               READ CASH-COUNT-FILE
                   AT END MOVE 'S' TO WRK-CXC-EOF
               END-READ
               PERFORM 0121-LER-CONTAGEM UNTIL FIM-CONTAGENS
               CLOSE CASH-COUNT-FILE
           END-IF.

       0121-LER-CONTAGEM.
           ADD 1 TO WRK-QT-LIDOS.
           IF CXC-DATA = WRK-DATA-MOVIMENTO
               MOVE CXC-LOJA       TO WRK-LOJA-BUSCA
               MOVE CXC-MEIO-PAGTO TO WRK-MEIO-BUSCA
               PERFORM 0130-LOCALIZAR-CONFERENCIA
               IF CNF-ACHADO
                   SET IX-CNF TO WRK-IX-CNF
                   MOVE CXC-VALOR    TO TB-CNF-CONTADO (IX-CNF)
                   MOVE CXC-OPERADOR TO TB-CNF-OPERADOR (IX-CNF)
                   MOVE 'S'          TO TB-CNF-CONTAGEM (IX-CNF)
               END-IF
           END-IF.
           READ CASH-COUNT-FILE
               AT END MOVE 'S' TO WRK-CXC-EOF
           END-READ.

      *    PROCURA A LOJA/MEIO NA TABELA E INCLUI SE AINDA NAO HA;
      *    TABELA CHEIA VAI PARA O LOG E A LINHA FICA DE FORA.
       0130-LOCALIZAR-CONFERENCIA.
           MOVE 'N' TO WRK-CNF-ACHADO.
           MOVE ZEROS TO WRK-IX-CNF.
           PERFORM 0131-PROCURAR-CONFERENCIA
               VARYING IX-CNF FROM 1 BY 1
               UNTIL IX-CNF > WRK-QT-CONFERENCIAS OR CNF-ACHADO.
           IF NOT CNF-ACHADO
               IF WRK-QT-CONFERENCIAS < WRK-LIMITE-CONFERENCIAS
                   ADD 1 TO WRK-QT-CONFERENCIAS
                   SET IX-CNF TO WRK-QT-CONFERENCIAS
                   MOVE WRK-LOJA-BUSCA TO TB-CNF-LOJA (IX-CNF)
                   MOVE WRK-MEIO-BUSCA TO TB-CNF-MEIO (IX-CNF)
                   MOVE ZEROS  TO TB-CNF-ESPERADO (IX-CNF)
                   MOVE ZEROS  TO TB-CNF-CONTADO (IX-CNF)
                   MOVE 'N'    TO TB-CNF-CONTAGEM (IX-CNF)
                   MOVE SPACES TO TB-CNF-OPERADOR (IX-CNF)
                   MOVE 'S' TO WRK-CNF-ACHADO
                   SET WRK-IX-CNF TO IX-CNF
               ELSE
                   DISPLAY '*** TABELA DE CONFERENCIA CHEIA - LOJA '
                       WRK-LOJA-BUSCA ' FORA DO FECHAMENTO ***'
                   MOVE WRK-LOJA-BUSCA TO WRK-REF-LOJA
                   MOVE '/'            TO WRK-REF-SEP
                   MOVE WRK-MEIO-BUSCA TO WRK-REF-MEIO
                   MOVE 'TABELA DE CONFERENCIA DO CXFECHA ESTOUROU'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.

       0131-PROCURAR-CONFERENCIA.
           IF TB-CNF-LOJA (IX-CNF) = WRK-LOJA-BUSCA
              AND TB-CNF-MEIO (IX-CNF) = WRK-MEIO-BUSCA
               MOVE 'S' TO WRK-CNF-ACHADO
               SET WRK-IX-CNF TO IX-CNF
           END-IF.

       0200-PROCESSAR.
           DISPLAY '------- CONFERENCIA LOJA / MEIO -------'.
           PERFORM 0210-CONFERIR-CAIXA
               VARYING IX-CNF FROM 1 BY 1
               UNTIL IX-CNF > WRK-QT-CONFERENCIAS.

       0210-CONFERIR-CAIXA.
           MOVE TB-CNF-LOJA (IX-CNF) TO WRK-REF-LOJA.
           MOVE '/'                  TO WRK-REF-SEP.
           MOVE TB-CNF-MEIO (IX-CNF) TO WRK-REF-MEIO.
           MOVE TB-CNF-ESPERADO (IX-CNF) TO WRK-ESPERADO-ED.
           IF NOT CNF-CONTADO (IX-CNF)
               IF TB-CNF-ESPERADO (IX-CNF) NOT = ZEROS
                   ADD 1 TO WRK-QT-SEM-CONTAGEM
                   DISPLAY TB-CNF-LOJA (IX-CNF) ' '
                       TB-CNF-MEIO (IX-CNF) ' ESPERADO '
                       WRK-ESPERADO-ED ' - SEM CONTAGEM'
                   MOVE 'CAIXA COM MOVIMENTO E SEM CONTAGEM'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           ELSE
               ADD 1 TO WRK-QT-CONFERIDOS
               COMPUTE WRK-DIFERENCA = TB-CNF-CONTADO (IX-CNF)
                   - TB-CNF-ESPERADO (IX-CNF)
               MOVE TB-CNF-CONTADO (IX-CNF) TO WRK-CONTADO-ED
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
               DISPLAY TB-CNF-LOJA (IX-CNF) ' '
                   TB-CNF-MEIO (IX-CNF) ' ESPERADO '
                   WRK-ESPERADO-ED ' CONTADO ' WRK-CONTADO-ED
                   ' DIFERENCA ' WRK-DIFERENCA-ED
               IF WRK-DIFERENCA NOT = ZEROS
                   PERFORM 0220-REGISTRAR-DIFERENCA
               END-IF
           END-IF.

       0220-REGISTRAR-DIFERENCA.
           ADD 1 TO WRK-QT-DIVERGENTES.
           EVALUATE TB-CNF-MEIO (IX-CNF)
               WHEN 'B'
               WHEN 'C'
                   MOVE WRK-CONTA-CARTOES TO WRK-CONTA-MEIO
               WHEN 'X'
                   MOVE WRK-CONTA-BANCO   TO WRK-CONTA-MEIO
               WHEN OTHER
                   MOVE WRK-CONTA-CAIXA   TO WRK-CONTA-MEIO
           END-EVALUATE.
           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-LINHA-VALOR = ZEROS - WRK-DIFERENCA
               ADD WRK-LINHA-VALOR TO WRK-TOTAL-QUEBRAS
               MOVE WRK-CONTA-QUEBRA TO WRK-LINHA-DEBITO
               MOVE WRK-CONTA-MEIO   TO WRK-LINHA-CREDITO
               MOVE 'QUEBRA DE CAIXA - CONTADO ABAIXO'
                   TO WRK-MOTIVO-LOG
           ELSE
               MOVE WRK-DIFERENCA TO WRK-LINHA-VALOR
               ADD WRK-LINHA-VALOR TO WRK-TOTAL-SOBRAS
               MOVE WRK-CONTA-MEIO   TO WRK-LINHA-DEBITO
               MOVE WRK-CONTA-QUEBRA TO WRK-LINHA-CREDITO
               MOVE 'SOBRA DE CAIXA - CONTADO ACIMA'
                   TO WRK-MOTIVO-LOG
           END-IF.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
           END-CALL.
           IF WRK-QT-LINHAS + 2 > 400
               DISPLAY '*** LOTE CHEIO - DIFERENCA DE '
                   WRK-REFERENCIA-LOG ' SO NO LOG DE EXCECOES ***'
           ELSE
               PERFORM 0240-GUARDAR-PAR-DE-LINHAS
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

       0300-FINALIZAR.
           IF WRK-QT-LINHAS > ZEROS
               PERFORM 0330-GRAVAR-LOTE
           ELSE
      *    DIA SEM SOBRA NEM QUEBRA NAO E ERRO: RETURN-CODE 4 AVISA
      *    A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING DO LOTE.
               DISPLAY 'NADA A LANCAR NO FECHAMENTO DE CAIXA NA DATA '
                   WRK-DATA-MOVIMENTO
               MOVE 4 TO WRK-RC-FINAL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'LINHAS LIDAS             : ' WRK-QT-LIDOS.
           DISPLAY 'CAIXAS CONFERIDOS        : ' WRK-QT-CONFERIDOS.
           DISPLAY 'CAIXAS COM DIFERENCA     : ' WRK-QT-DIVERGENTES.
           DISPLAY 'CAIXAS SEM CONTAGEM      : ' WRK-QT-SEM-CONTAGEM.
           MOVE WRK-TOTAL-SOBRAS TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DE SOBRAS          : ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-QUEBRAS TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DE QUEBRAS         : ' WRK-VALOR-ED.
           MOVE WRK-QT-LIDOS      TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-CONFERIDOS TO WRK-CTLT-PROCESSADOS.
           COMPUTE WRK-CTLT-REJEITADOS =
               WRK-QT-DIVERGENTES + WRK-QT-SEM-CONTAGEM.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO FECHAMENTO DE CAIXA '.

       0330-GRAVAR-LOTE.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                TO LOTE-H-TIPO.
           MOVE WRK-LOTE-CAIXA     TO LOTE-H-LOTE.
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
           DISPLAY 'LOTE ' WRK-LOTE-CAIXA ' GRAVADO COM '
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

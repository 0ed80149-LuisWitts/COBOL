      *                     CUMULATIVO E A BAIXA (ARSETTLE) SO
      *                     APLICA OS PENDENTES, MARCANDO 'B' OS
      *                     CONSUMIDOS.
      *    15/10/2026  LCW  TITULO DEVOLVIDO SEM PAGAMENTO
      *                     (OCORRENCIA '09' DO RETORNO) NAO VIRA
      *                     PAGAMENTO: VAI PARA O HISTORICO DE
      *                     DEVOLUCOES (ARDEVOL) DA PONTUACAO DE
      *                     CREDITO, E OCORRENCIA DESCONHECIDA VAI
      *                     PARA O LOG DE EXCECOES.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAG-STATUS.

           SELECT AR-BOUNCE-FILE ASSIGN TO 'ARDEVOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-COLLECTION-RETURN-FILE.
       FD  AR-PAYMENTS-FILE.
           COPY 'ARPAYMTS.cob'.

       FD  AR-BOUNCE-FILE.
           COPY 'ARDEVOL.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-RET-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PAG-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-DEV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-FAT-EOF                PIC X(01) VALUE 'N'.
               03  TB-NOVO-VALOR      PIC 9(09)V99.
       77  WRK-QT-NOVOS               PIC 9(03) VALUE ZEROS.

      *    DEVOLUCOES DO RETORNO, RETIDAS PELO MESMO MOTIVO
       01  TB-DEVOLVIDOS-TABELA.
           02  TB-DEVOLVIDO OCCURS 500 TIMES INDEXED BY IX-DEV.
               03  TB-DEV-CLIENTE     PIC 9(06).
               03  TB-DEV-EMISSAO     PIC 9(08).
               03  TB-DEV-DATA        PIC 9(08).
               03  TB-DEV-VALOR       PIC 9(09)V99.
       77  WRK-QT-DEVOLVIDOS          PIC 9(03) VALUE ZEROS.

      *    FATURAS ABERTAS CARREGADAS PARA O CASAMENTO; A BAIXA EM
      *    SI FICA COM O ARSETTLE, AQUI SO SE CONFERE A REFERENCIA.
       01  TB-FATURAS-TABELA.
       77  WRK-QT-DETALHES            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-GRAVADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-FATURA          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-OCORR-INVALIDA      PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-DETALHES          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-TRAILER             PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-TRAILER          PIC 9(11)V99 VALUE ZEROS.
           ADD 1 TO WRK-QT-DETALHES.
           ADD RETD-VALOR TO WRK-SOMA-DETALHES.
           PERFORM 0230-LOCALIZAR-FATURA.
           IF NOT TITULO-LIQUIDADO AND NOT TITULO-DEVOLVIDO
               ADD 1 TO WRK-QT-OCORR-INVALIDA
               DISPLAY 'RETORNO DO CLIENTE ' RETD-CLIENTE
                   ' REFERENCIA ' RETD-EMISSAO ' COM OCORRENCIA '
                   RETD-OCORRENCIA ' DESCONHECIDA'
               MOVE RETD-CLIENTE TO WRK-REFERENCIA-LOG
               MOVE 'OCORRENCIA INVALIDA NO RETORNO BANCARIO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
           IF FATURA-ACHADA
               IF TITULO-DEVOLVIDO
                   PERFORM 0250-GUARDAR-DEVOLUCAO
               ELSE
                   PERFORM 0240-GUARDAR-PAGAMENTO
               END-IF
           ELSE
               ADD 1 TO WRK-QT-SEM-FATURA
               DISPLAY 'RETORNO DO CLIENTE ' RETD-CLIENTE
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF
           END-IF.

       0220-GUARDAR-TRAILER.
               END-CALL
           END-IF.

      *    O TITULO DEVOLVIDO CONTINUA ABERTO NO ARINVOIC; SO A
      *    DEVOLUCAO E GUARDADA PARA O HISTORICO DO CLIENTE.
       0250-GUARDAR-DEVOLUCAO.
           IF WRK-QT-DEVOLVIDOS < 500
               ADD 1 TO WRK-QT-DEVOLVIDOS
               SET IX-DEV TO WRK-QT-DEVOLVIDOS
               MOVE RETD-CLIENTE        TO TB-DEV-CLIENTE (IX-DEV)
               MOVE RETD-EMISSAO        TO TB-DEV-EMISSAO (IX-DEV)
               MOVE RETD-DATA-PAGAMENTO TO TB-DEV-DATA (IX-DEV)
               MOVE RETD-VALOR          TO TB-DEV-VALOR (IX-DEV)
               DISPLAY 'TITULO DO CLIENTE ' RETD-CLIENTE
                   ' REFERENCIA ' RETD-EMISSAO
                   ' DEVOLVIDO SEM PAGAMENTO'
           ELSE
               MOVE 8 TO WRK-RC-FINAL
               DISPLAY '*** TABELA DE DEVOLUCOES DO RETORNO CHEIA '
                   '- PROCESSAMENTO RETIDO ***'
               MOVE RETD-CLIENTE TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE DEVOLUCOES DO RETORNO CHEIA'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.

      *    O TRAILER DO BANCO E A PROVA DE QUE O ARQUIVO CHEGOU
      *    INTEIRO; A REGRAVACAO DO ARPAYMTS SO ACONTECE DEPOIS
      *    DESSA PROVA - RETORNO TRUNCADO OU SUSPEITO TERMINA COM
           END-IF.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0310-REGRAVAR-ARPAYMTS
               IF WRK-QT-DEVOLVIDOS > ZEROS
                   PERFORM 0330-GRAVAR-DEVOLUCOES
               END-IF
           ELSE
               DISPLAY 'ARPAYMTS NAO FOI TOCADO - CORRIJA O '
                   'RETORNO E REPROCESSE'
           END-IF.
           DISPLAY 'DETALHES LIDOS        : ' WRK-QT-DETALHES.
           DISPLAY 'PAGAMENTOS GRAVADOS   : ' WRK-QT-GRAVADOS.
           DISPLAY 'TITULOS DEVOLVIDOS    : ' WRK-QT-DEVOLVIDOS.
           DISPLAY 'RETORNOS SEM FATURA   : ' WRK-QT-SEM-FATURA.
           DISPLAY 'OCORRENCIAS INVALIDAS : ' WRK-QT-OCORR-INVALIDA.
           MOVE WRK-QT-DETALHES   TO WRK-CTLT-LIDOS.
           IF WRK-RC-FINAL = ZEROS
               COMPUTE WRK-CTLT-PROCESSADOS =
                   WRK-QT-GRAVADOS + WRK-QT-DEVOLVIDOS
           ELSE
               MOVE WRK-QT-GRAVADOS TO WRK-CTLT-PROCESSADOS
           END-IF.
           COMPUTE WRK-CTLT-REJEITADOS =
               WRK-QT-SEM-FATURA + WRK-QT-OCORR-INVALIDA.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           WRITE AR-PAYMENT-RECORD.
           ADD 1 TO WRK-QT-PAG-GRAVADOS.
           ADD TB-NOVO-VALOR (IX-NOV) TO WRK-TOTAL-PAG-GRAVADO.

      *    O HISTORICO DE DEVOLUCOES E CUMULATIVO: SO ACRESCENTA.
       0330-GRAVAR-DEVOLUCOES.
           OPEN EXTEND AR-BOUNCE-FILE.
           IF WRK-DEV-STATUS = '35'
               OPEN OUTPUT AR-BOUNCE-FILE
               CLOSE AR-BOUNCE-FILE
               OPEN EXTEND AR-BOUNCE-FILE
           END-IF.
           PERFORM 0331-GRAVAR-DEVOLUCAO
               VARYING IX-DEV FROM 1 BY 1
               UNTIL IX-DEV > WRK-QT-DEVOLVIDOS.
           CLOSE AR-BOUNCE-FILE.

       0331-GRAVAR-DEVOLUCAO.
           INITIALIZE AR-BOUNCE-RECORD.
           MOVE TB-DEV-CLIENTE (IX-DEV) TO DEV-CLIENTE.
           MOVE TB-DEV-EMISSAO (IX-DEV) TO DEV-EMISSAO.
           MOVE TB-DEV-DATA (IX-DEV)    TO DEV-DATA.
           MOVE TB-DEV-VALOR (IX-DEV)   TO DEV-VALOR.
           WRITE AR-BOUNCE-RECORD.

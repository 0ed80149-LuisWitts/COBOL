      *                     OS PAGAMENTOS ANTIGOS NAS FATURAS
      *                     ABERTAS E INUNDAVA O LOG DE EXCECOES
      *                     COM AS MESMAS SOBRAS.
      *    15/10/2026  LCW  RECUPERACAO DE FATURA BAIXADA COMO PERDA
      *                     (ARWRTOFF): SOBRA DE PAGAMENTO DEPOIS
      *                     DAS FATURAS ABERTAS VAI PARA AS FATURAS
      *                     'P' DO MESMO CLIENTE, SEM MULTA NEM
      *                     JUROS; RECUPERADA INTEIRA A FATURA PASSA
      *                     A 'R', EM PARTE FICA 'P' COM O RESTANTE.
      *                     O RECUPERADO ENTRA NO CAIXA E E
      *                     CREDITADO EM RECUPERACAO DE CREDITOS
      *                     (OUTRAS RECEITAS) NO LOTE 'RC' - O
      *                     CLIENTES A RECEBER JA FOI BAIXADO CONTRA
      *                     A PROVISAO E NAO E TOCADO DE NOVO.
      *    15/10/2026  LCW  CONTAS DOS LANCAMENTOS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN); OS VALORES FIXOS FICAM COMO
      *                     CONTA PADRAO SEM A TABELA.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-VALOR-RESTANTE-ED      PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'ARSETTLE'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       77  WRK-CONTA-CAIXA            PIC 9(06) VALUE 100001.
       77  WRK-CONTA-CLIENTES         PIC 9(06) VALUE 120100.
       77  WRK-CONTA-RECEITA-FIN      PIC 9(06) VALUE 420100.
       77  WRK-CONTA-RECUPERACAO      PIC 9(06) VALUE 430200.
       77  WRK-TOTAL-BAIXADO          PIC 9(09)V99 VALUE ZEROS.

      *    RECUPERACAO DE FATURAS BAIXADAS COMO PERDA
       77  WRK-TOTAL-RECUPERADO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QT-RECUPERADAS         PIC 9(05) VALUE ZEROS.
       77  WRK-RECUPERADO-ED          PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

      *    ENCARGOS CONTRATUAIS DE ATRASO: MULTA DE 2 PCT (UNICA
      *    POR FATURA, COBRADA SO NO PRIMEIRO PAGAMENTO ATRASADO)
      *    MAIS JUROS DE MORA DE 0,033 PCT AO DIA (1 PCT AO MES,
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '====== BAIXA DE FATURAS (CONTAS A RECEBER) ====='.
           PERFORM 0110-CARREGAR-FATURAS.
           PERFORM 0115-CARREGAR-PAGAMENTOS.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'RECEBIMENTO-AR' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CAIXA
           END-CALL.
           MOVE 'RECEBIMENTO-AR' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CLIENTES
           END-CALL.
           MOVE 'ENCARGOS-ATRASO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-RECEITA-FIN
           END-CALL.
           MOVE 'RECUPERACAO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-RECUPERACAO
           END-CALL.

      *    OS PAGAMENTOS SAO CARREGADOS INTEIROS ANTES DE QUALQUER
      *    BAIXA (COMO AS FATURAS), PARA QUE UM ESTOURO DE TABELA
      *    ABORTE O RUN ANTES DE TOCAR NOS ARQUIVOS.
               PERFORM 0210-BAIXAR-FATURA
                   VARYING IX-FAT FROM 1 BY 1
                   UNTIL IX-FAT > WRK-QT-FATURAS
               IF WRK-VALOR-RESTANTE > ZEROS
                   PERFORM 0250-RECUPERAR-FATURA
                       VARYING IX-FAT FROM 1 BY 1
                       UNTIL IX-FAT > WRK-QT-FATURAS
               END-IF
               IF WRK-VALOR-RESTANTE > ZEROS
                   MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-RESTANTE-ED
                   DISPLAY 'CLIENTE ' PAG-CLIENTE ' - SOBRA DE '
               ' AMORTIZADA - SALDO ABERTO '
               WRK-VALOR-RESTANTE-ED.

      *    FATURA BAIXADA COMO PERDA QUE O CLIENTE VEM A PAGAR: SO O
      *    PRINCIPAL E RECUPERADO (OS ENCARGOS DEIXARAM DE CORRER NA
      *    BAIXA) E O VALOR VAI PARA OUTRAS RECEITAS NO LOTE.
       0250-RECUPERAR-FATURA.
           IF TB-FAT-CLIENTE (IX-FAT) = PAG-CLIENTE
              AND TB-FAT-SITUACAO (IX-FAT) = 'P'
              AND WRK-VALOR-RESTANTE > ZEROS
               IF WRK-VALOR-RESTANTE >= TB-FAT-VALOR (IX-FAT)
                   MOVE TB-FAT-VALOR (IX-FAT) TO WRK-VALOR-APLICADO
                   MOVE 'R'      TO TB-FAT-SITUACAO (IX-FAT)
                   MOVE PAG-DATA TO TB-FAT-PAGAMENTO (IX-FAT)
                   ADD 1 TO WRK-QT-RECUPERADAS
               ELSE
                   MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-APLICADO
                   SUBTRACT WRK-VALOR-APLICADO
                       FROM TB-FAT-VALOR (IX-FAT)
               END-IF
               SUBTRACT WRK-VALOR-APLICADO FROM WRK-VALOR-RESTANTE
               ADD WRK-VALOR-APLICADO TO WRK-TOTAL-RECUPERADO
               MOVE WRK-VALOR-APLICADO TO WRK-RECUPERADO-ED
               DISPLAY 'FATURA DO CLIENTE ' PAG-CLIENTE
                   ' EMITIDA EM ' TB-FAT-EMISSAO (IX-FAT)
                   ' (BAIXADA COMO PERDA) - RECUPERADO '
                   WRK-RECUPERADO-ED
           END-IF.

       0300-FINALIZAR.
           IF ARQUIVO-PAG-EXISTE
               PERFORM 0330-REGRAVAR-PAGAMENTOS
               WRK-TOT-MULTA + WRK-TOT-JUROS.
           IF WRK-TOTAL-BAIXADO > ZEROS
              OR WRK-TOTAL-ENCARGOS > ZEROS
              OR WRK-TOTAL-RECUPERADO > ZEROS
               PERFORM 0320-GRAVAR-LOTE-CONTABIL
           END-IF.
           DISPLAY 'PAGAMENTOS LIDOS   : ' WRK-QT-PAGAMENTOS.
           DISPLAY 'MULTAS COBRADAS    : ' WRK-ENCARGOS-ED.
           MOVE WRK-TOT-JUROS TO WRK-ENCARGOS-ED.
           DISPLAY 'JUROS COBRADOS     : ' WRK-ENCARGOS-ED.
           DISPLAY 'FATURAS RECUPERADAS: ' WRK-QT-RECUPERADAS.
           MOVE WRK-TOTAL-RECUPERADO TO WRK-RECUPERADO-ED.
           DISPLAY 'VALOR RECUPERADO   : ' WRK-RECUPERADO-ED.
           DISPLAY ' FIM DA BAIXA DE FATURAS '.

      *    O HISTORICO E REGRAVADO INTEIRO, AGORA COM A MARCA 'B'
           MOVE ZEROS TO WRK-QT-LINHAS-LOTE.
      *    O CAIXA RECEBE PRINCIPAL MAIS ENCARGOS; O PRINCIPAL
      *    CREDITA CLIENTES E OS ENCARGOS CREDITAM RECEITAS
      *    FINANCEIRAS, MANTENDO O LOTE BALANCEADO. O RECUPERADO
      *    DE FATURA BAIXADA COMO PERDA TAMBEM ENTRA NO CAIXA E
      *    CREDITA RECUPERACAO DE CREDITOS.
           INITIALIZE TRANSACTION-RECORD.
           MOVE 'D'                TO TRAN-REG-TIPO.
           MOVE WRK-CONTA-CAIXA    TO TRAN-CONTA.
           MOVE 'D'                TO TRAN-TIPO.
           COMPUTE TRAN-VALOR = WRK-TOTAL-BAIXADO
               + WRK-TOTAL-ENCARGOS + WRK-TOTAL-RECUPERADO.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WRK-QT-LINHAS-LOTE.
           IF WRK-TOTAL-BAIXADO > ZEROS
               WRITE TRANSACTION-RECORD
               ADD 1 TO WRK-QT-LINHAS-LOTE
           END-IF.
           IF WRK-TOTAL-RECUPERADO > ZEROS
               INITIALIZE TRANSACTION-RECORD
               MOVE 'D'                   TO TRAN-REG-TIPO
               MOVE WRK-CONTA-RECUPERACAO TO TRAN-CONTA
               MOVE 'C'                   TO TRAN-TIPO
               MOVE WRK-TOTAL-RECUPERADO  TO TRAN-VALOR
               WRITE TRANSACTION-RECORD
               ADD 1 TO WRK-QT-LINHAS-LOTE
           END-IF.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'                TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS-LOTE TO LOTE-T-QT-PREVISTA.
           COMPUTE LOTE-T-TOTAL-DEBITOS = WRK-TOTAL-BAIXADO
               + WRK-TOTAL-ENCARGOS + WRK-TOTAL-RECUPERADO.
           COMPUTE LOTE-T-TOTAL-CREDITOS = WRK-TOTAL-BAIXADO
               + WRK-TOTAL-ENCARGOS + WRK-TOTAL-RECUPERADO.
           WRITE LEDGER-BATCH-TRAILER.
           CLOSE AR-LEDGER-FILE.
           DISPLAY 'LOTE CONTABIL ' WRK-LOTE-RECEBIMENTO

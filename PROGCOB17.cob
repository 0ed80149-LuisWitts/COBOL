      *                     POSTADO FORA DA ESTEIRA, PELO OPERADOR,
      *                     VIA LEDGEDIT E PROGCOB07 NO FECHAMENTO
      *                     DO MES.
      *    15/10/2026  LCW  CONTAS DOS LANCAMENTOS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN); OS VALORES FIXOS FICAM COMO
      *                     CONTA PADRAO SEM A TABELA.
      *    15/10/2026  LCW  CONTRATOS INDEXADOS (PERCENTUAL DO CDI OU
      *                     DO IPCA MAIS SPREAD, CAMPOS NOVOS DO
      *                     BOOK2): O FATOR DO MES VEM DA ROTINA
      *                     INDXRTN - INDICE PUBLICADO NO INDXVAL NOS
      *                     MESES JA DIVULGADOS E PROJECAO NOS DEMAIS
      *                     - EM VEZ DA TABELA DE FAIXAS; O
      *                     CRONOGRAMA MARCA O MES DE CALENDARIO E SE
      *                     O INDICE FOI REAL OU PROJETADO.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-MESES                  PIC 9(03) VALUE ZEROS.
       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.

      *    CONTRATO INDEXADO (CDI/IPCA): MES DE CALENDARIO E ORIGEM
      *    DO INDICE DE CADA MES DO CRONOGRAMA (ROTINA INDXRTN)
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.
           88  INDICE-PROJETADO                 VALUES 'J' 'Z'.
       77  WRK-MARCA-MES              PIC X(18) VALUE SPACES.
       77  WRK-QT-MESES-PROJ          PIC 9(03) VALUE ZEROS.
       77  WRK-PCT-INDICE-ED          PIC ZZ9,99 VALUE ZEROS.
       77  WRK-SPREAD-ED              PIC 9,9999 VALUE ZEROS.

       01  TB-TAXA-TABELA.
           02  TB-TAXA OCCURS 10 TIMES INDEXED BY IX-TAXA.
       77  WRK-QT-LIDAS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CONTAS              PIC 9(07) VALUE ZEROS.
       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'PROGCOB17'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-RLOG-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
           MOVE 'F' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           IF MODO-BATCH
               PERFORM 0985-REGISTRAR-FIM
           END-IF.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '========== INVESTIMENTO FINANCEIRO =========='.
           DISPLAY 'MODO (B=LOTE POR CONTA  G=BUSCA DE META  '
               'A=METAS EM ARQUIVO) ...'.
           ACCEPT WRK-MODO.
      *    SO O LOTE POR CONTA E PASSO DA ESTEIRA CONTROLADO CONTRA
      *    REEXECUCAO; BUSCA DE META E METAS EM ARQUIVO SAO CONSULTAS.
           IF MODO-BATCH
               PERFORM 0980-REGISTRAR-INICIO
           END-IF.
           PERFORM 0110-CARREGAR-TAXAS.
           PERFORM 0120-CARREGAR-MOVIMENTOS.
           PERFORM 0130-CARREGAR-TABELA-IR.
               END-IF
           END-IF.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'TAXA-ADM' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-FEE-RECEBER
           END-CALL.
           MOVE 'TAXA-ADM' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-FEE-RECEITA
           END-CALL.

       0110-CARREGAR-TAXAS.
           OPEN INPUT INVESTMENT-RATE-FILE.
           READ INVESTMENT-RATE-FILE
           DISPLAY 'CONTA ' WRK-CONTA ' TITULAR ' WRK-TITULAR.
           DISPLAY 'PRINCIPAL ' WRK-PRINCIPAL-ED
               ' TAXA CONTRATUAL DE REFERENCIA ' WRK-TAXA-REF-ED.
           IF CONTRATO-INDEXADO
               MOVE INV-PCT-INDICE TO WRK-PCT-INDICE-ED
               MOVE INV-SPREAD-MES TO WRK-SPREAD-ED
               DISPLAY 'INDEXADO A ' WRK-PCT-INDICE-ED '% DO '
                   INV-INDEXADOR ' + SPREAD DE ' WRK-SPREAD-ED
                   ' AO MES'
           END-IF.
           MOVE ZEROS TO WRK-TOTAL-APORTES WRK-TOTAL-RESGATES
               WRK-FEE-CONTA WRK-QT-MESES-PROJ.
           PERFORM 0210-CALCULAR-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > WRK-MESES.
           IF CONTRATO-INDEXADO
               DISPLAY '  MESES COM INDICE PROJETADO ' WRK-QT-MESES-PROJ
           END-IF.
           IF WRK-QT-FAIXAS-FEE > ZEROS
               MOVE WRK-FEE-CONTA TO WRK-FEE-ED
               DISPLAY '  TAXA DE ADM ACUMULADA      ' WRK-FEE-ED
      *    O MOVIMENTO DO MES (APORTE OU RESGATE) E APLICADO AO
      *    SALDO ANTES DO FATOR, DE MODO QUE O DINHEIRO QUE ENTROU
      *    RENDE JA NO PROPRIO MES E O QUE SAIU DEIXA DE RENDER.
      *    CONTRATO INDEXADO TOMA O FATOR DO INDICE (INDXRTN); O
      *    PREFIXADO SEGUE NA TABELA DE FAIXAS DO INVRATE.
       0210-CALCULAR-MES.
           PERFORM 0215-APLICAR-MOVIMENTO-MES.
           IF CONTRATO-INDEXADO
               PERFORM 0223-FATOR-INDEXADO
           ELSE
               PERFORM 0220-PROCURAR-TAXA
               COMPUTE WRK-FATOR-MES = 1 + WRK-TAXAMES
               MOVE SPACES TO WRK-MARCA-MES
           END-IF.
           COMPUTE WRK-VALOR ROUNDED = WRK-VALOR * WRK-FATOR-MES.
           PERFORM 0225-COBRAR-TAXA-ADM.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
               MOVE WRK-FEE-MES TO WRK-FEE-ED
               DISPLAY '  MES ' WRK-MES-ATUAL ' SALDO '
                   WRK-VALOR-ED ' TAXA ADM ' WRK-FEE-ED
                   WRK-MARCA-MES
           ELSE
               DISPLAY '  MES ' WRK-MES-ATUAL ' SALDO '
                   WRK-VALOR-ED WRK-MARCA-MES
           END-IF.

      *    O CRONOGRAMA MOSTRA O MES DE CALENDARIO E SE O INDICE DO
      *    MES FOI O PUBLICADO OU A PROJECAO DO INDXVAL.
       0223-FATOR-INDEXADO.
           CALL 'INDXRTN' USING INV-INDEXADOR INV-PCT-INDICE
               INV-SPREAD-MES INV-DATA-INICIO WRK-MES-ATUAL
               WRK-FATOR-MES WRK-ANOMES-INDICE WRK-ORIGEM-INDICE
           END-CALL.
           MOVE SPACES TO WRK-MARCA-MES.
           IF INDICE-PROJETADO
               ADD 1 TO WRK-QT-MESES-PROJ
               STRING ' ' WRK-ANOMES-INDICE ' PROJETADO'
                   DELIMITED BY SIZE INTO WRK-MARCA-MES
               END-STRING
           ELSE
               STRING ' ' WRK-ANOMES-INDICE ' REAL'
                   DELIMITED BY SIZE INTO WRK-MARCA-MES
               END-STRING
           END-IF.

      *    A TAXA DE ADMINISTRACAO DO MES INCIDE SOBRE O SALDO JA
           CLOSE INVESTMENT-LEDGER-FILE.
           DISPLAY 'LOTE CONTABIL ' WRK-LOTE-TAXA-ADM
               ' GRAVADO - SEGUE PARA O LEDGEDIT/POSTING'.

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

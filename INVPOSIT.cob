      *                     INVMOVE (APORTE/RESGATE ANTES DO FATOR
      *                     DO MES), NA MESMA COMPOSICAO DO
      *                     PROGCOB17/INVROLL.
      *    15/10/2026  LCW  CONTRATO INDEXADO (CDI/IPCA) COMPOE O
      *                     SALDO PELO FATOR DA ROTINA INDXRTN, COM O
      *                     INDICE PUBLICADO DE CADA MES DECORRIDO.
      **********************************************

       ENVIRONMENT DIVISION.
               03  TB-IMOV-VALOR      PIC 9(09)V99.
       77  WRK-QT-MOVIMENTOS          PIC 9(03) VALUE ZEROS.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.
       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.

       01  TB-CLIENTE-TABELA.

      *    OS MESES JA DECORRIDOS DESDE O INICIO (LIMITADOS AO
      *    PRAZO) SAO COMPOSTOS PELA MESMA TABELA DE FAIXAS DO
      *    PROGCOB17 (OU PELO INDICE DA INDXRTN NO CONTRATO
      *    INDEXADO); CONTRATO AINDA NO PRIMEIRO MES FICA NO
      *    PROPRIO PRINCIPAL.
       0210-CALCULAR-SALDO-ATUAL.
           COMPUTE WRK-ANO-MES-INICIO = INV-DATA-INICIO / 100.
           PERFORM 0213-APLICAR-MOVIMENTO-MES
               VARYING IX-IMOV FROM 1 BY 1
               UNTIL IX-IMOV > WRK-QT-MOVIMENTOS.
           IF CONTRATO-INDEXADO
               CALL 'INDXRTN' USING INV-INDEXADOR INV-PCT-INDICE
                   INV-SPREAD-MES INV-DATA-INICIO WRK-MES-ATUAL
                   WRK-FATOR-MES WRK-ANOMES-INDICE WRK-ORIGEM-INDICE
               END-CALL
           ELSE
               MOVE ZEROS TO WRK-TAXAMES
               PERFORM 0212-PROCURAR-TAXA
                   VARYING IX-TAXA FROM 1 BY 1
                   UNTIL IX-TAXA > WRK-QT-TAXAS
               COMPUTE WRK-FATOR-MES = 1 + WRK-TAXAMES
           END-IF.
           COMPUTE WRK-SALDO-ATUAL ROUNDED =
               WRK-SALDO-ATUAL * WRK-FATOR-MES.


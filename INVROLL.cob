      *    02/09/2026  LCW  O INVMOVE GANHOU ENVELOPE DE CONTROLE
      *                     (FILEENV.cob); A CARGA DAS MOVIMENTACOES
      *                     PULA AS LINHAS 'HDR'/'TRL'.
      *    15/10/2026  LCW  CONTRATO INDEXADO (CDI/IPCA MAIS SPREAD)
      *                     COMPOE O PRAZO PELO FATOR DA ROTINA
      *                     INDXRTN (INDICE PUBLICADO OU PROJECAO DO
      *                     INDXVAL), COMO NO PROGCOB17; O SUCESSOR
      *                     HERDA INDEXADOR, PERCENTUAL E SPREAD.
      **********************************************

       ENVIRONMENT DIVISION.
               03  TB-INV-CLIENTE     PIC 9(06).
               03  TB-INV-SITUACAO    PIC X(01).
               03  TB-INV-ORIGEM      PIC 9(06).
               03  TB-INV-INDEXADOR   PIC X(04).
               03  TB-INV-PCT-INDICE  PIC 9(03)V99.
               03  TB-INV-SPREAD-MES  PIC 9V9999.
       77  WRK-QT-CONTRATOS           PIC 9(03) VALUE ZEROS.
       77  WRK-IX-INV                 PIC 9(03) VALUE ZEROS.
       77  WRK-CONTRATO-ACHADO        PIC X(01) VALUE 'N'.
       77  WRK-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.
       77  WRK-TOTAL-APORTES          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RESGATES         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RENDIMENTO             PIC S9(09)V99 VALUE ZEROS.
               ELSE
                   MOVE ZEROS TO TB-INV-ORIGEM (IX-INV)
               END-IF
      *        LAYOUT ANTIGO, SEM INDEXACAO, FICA PREFIXADO
               IF CONTRATO-INDEXADO
                   MOVE INV-INDEXADOR  TO TB-INV-INDEXADOR (IX-INV)
                   MOVE INV-PCT-INDICE TO TB-INV-PCT-INDICE (IX-INV)
                   MOVE INV-SPREAD-MES TO TB-INV-SPREAD-MES (IX-INV)
               ELSE
                   MOVE 'PRE ' TO TB-INV-INDEXADOR (IX-INV)
                   MOVE ZEROS TO TB-INV-PCT-INDICE (IX-INV)
                       TB-INV-SPREAD-MES (IX-INV)
               END-IF
               IF INV-CONTA > WRK-MAIOR-CONTA
                   MOVE INV-CONTA TO WRK-MAIOR-CONTA
               END-IF

      *    O PRAZO INTEIRO E COMPOSTO COM AS MESMAS REGRAS DO
      *    PROGCOB17: MOVIMENTO DO MES ANTES DO FATOR, TAXA DA
      *    FAIXA DO MES (ZERO SE NAO HOUVER FAIXA) OU, NO CONTRATO
      *    INDEXADO, O FATOR DO INDICE (INDXRTN), E O IR
      *    REGRESSIVO SOBRE O RENDIMENTO NO VENCIMENTO.
       0200-APURAR-LIQUIDO.
           SET IX-INV TO WRK-IX-INV.
           PERFORM 0220-APLICAR-MOVIMENTO-MES
               VARYING IX-IMOV FROM 1 BY 1
               UNTIL IX-IMOV > WRK-QT-MOVIMENTOS.
           SET IX-INV TO WRK-IX-INV.
           IF TB-INV-INDEXADOR (IX-INV) = 'CDI '
              OR TB-INV-INDEXADOR (IX-INV) = 'IPCA'
               CALL 'INDXRTN' USING TB-INV-INDEXADOR (IX-INV)
                   TB-INV-PCT-INDICE (IX-INV)
                   TB-INV-SPREAD-MES (IX-INV) TB-INV-INICIO (IX-INV)
                   WRK-MES-ATUAL WRK-FATOR-MES WRK-ANOMES-INDICE
                   WRK-ORIGEM-INDICE
               END-CALL
           ELSE
               MOVE ZEROS TO WRK-TAXAMES
               PERFORM 0230-PROCURAR-TAXA
                   VARYING IX-TAXA FROM 1 BY 1
                   UNTIL IX-TAXA > WRK-QT-TAXAS
               COMPUTE WRK-FATOR-MES = 1 + WRK-TAXAMES
           END-IF.
           COMPUTE WRK-VALOR ROUNDED = WRK-VALOR * WRK-FATOR-MES.

       0220-APLICAR-MOVIMENTO-MES.
           END-IF.

      *    O SUCESSOR NASCE COM O LIQUIDO COMO PRINCIPAL, INICIO
      *    NA DATA DE MOVIMENTO, MESMO PRAZO, TAXA, INDEXACAO E
      *    CLIENTE, E O VINCULO COM A CONTA ORIGINAL; O ORIGINAL
      *    VIRA 'E'.
       0300-CRIAR-SUCESSOR.
           COMPUTE WRK-MAIOR-CONTA = WRK-MAIOR-CONTA + 1.
           IF WRK-QT-CONTRATOS >= 200
               TO TB-INV-TAXAMES (IX-INV).
           MOVE TB-INV-CLIENTE (WRK-IX-INV)
               TO TB-INV-CLIENTE (IX-INV).
           MOVE TB-INV-INDEXADOR (WRK-IX-INV)
               TO TB-INV-INDEXADOR (IX-INV).
           MOVE TB-INV-PCT-INDICE (WRK-IX-INV)
               TO TB-INV-PCT-INDICE (IX-INV).
           MOVE TB-INV-SPREAD-MES (WRK-IX-INV)
               TO TB-INV-SPREAD-MES (IX-INV).

       0400-REGRAVAR-CONTRATOS.
           IF CONTRATO-ACHADO
           MOVE TB-INV-CLIENTE (IX-INV)   TO INV-CLIENTE.
           MOVE TB-INV-SITUACAO (IX-INV)  TO INV-SITUACAO.
           MOVE TB-INV-ORIGEM (IX-INV)    TO INV-CONTA-ORIGEM.
           MOVE TB-INV-INDEXADOR (IX-INV) TO INV-INDEXADOR.
           MOVE TB-INV-PCT-INDICE (IX-INV) TO INV-PCT-INDICE.
           MOVE TB-INV-SPREAD-MES (IX-INV) TO INV-SPREAD-MES.
           WRITE INVESTMENT-ACCOUNT-RECORD.

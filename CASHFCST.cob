      *              - RESGATES: CONTRATOS DO INVMAST QUE VENCEM NO
      *                HORIZONTE, PELO VALOR LIQUIDO DO IR REGRESSIVO
      *                (INVIRTAB), COMPOSTOS COM AS MESMAS REGRAS DO
      *                PROGCOB17/INVROLL (TAXA DO INVRATE POR FAIXA OU
      *                INDICE CDI/IPCA DO INDXVAL E MOVIMENTOS DO
      *                INVMOVE ANTES DO FATOR).
      *              O SALDO PROJETADO PARTE DA CONTA CAIXA DO
      *              LEDGBAL E O PRIMEIRO DIA NEGATIVO SAI COM
      *              DESTAQUE NO RELATORIO (RPTHDRTN).
      *                     DO POSTING O ATIVO FICA MAIS NEGATIVO
      *                     QUANTO MAIS DINHEIRO ENTRA, E O PONTO
      *                     DE PARTIDA DA PROJECAO SAIA TROCADO.
      *    15/10/2026  LCW  SAIDA DE FORNECEDORES: TITULOS EM ABERTO
      *                     DO CONTAS A PAGAR (APINVOIC) ENTRAM NO
      *                     DIA DO VENCIMENTO (VENCIDOS NO PRIMEIRO
      *                     DIA), EM COLUNA PROPRIA NO RELATORIO.
      *    15/10/2026  LCW  RESGATE DE CONTRATO INDEXADO (CDI/IPCA
      *                     MAIS SPREAD) COMPOSTO PELO FATOR DA ROTINA
      *                     INDXRTN - INDICE PUBLICADO NOS MESES JA
      *                     DIVULGADOS E PROJECAO NOS DEMAIS; O
      *                     CONSOLE AVISA QUANTOS MESES DO VALOR
      *                     PREVISTO SAIRAM DA PROJECAO.
      *    15/10/2026  LCW  INDICADORES DO PAINEL EXECUTIVO (ROTINA
      *                     DASHRTN): CAIXA INICIAL, SALDO PROJETADO
      *                     NO FIM DO HORIZONTE, PRIMEIRO DIA
      *                     NEGATIVO, FOLHA A PAGAR E APLICACOES QUE
      *                     VENCEM NOS PROXIMOS 15 DIAS CORRIDOS.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IRTAB-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO 'APINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-BALANCE-FILE.
       FD  INVESTMENT-IR-FILE.
           COPY 'INVIRTAB.cob'.

       FD  AP-INVOICE-FILE.
           COPY 'APINVOIC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'CASHFCST'.
       77  WRK-LEDG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-TAXA-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IMOV-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-IRTAB-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-TIT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

               03  TB-DIA-DATA        PIC 9(08).
               03  TB-DIA-RECEBER     PIC 9(11)V99.
               03  TB-DIA-FOLHA       PIC 9(11)V99.
               03  TB-DIA-PAGAR       PIC 9(11)V99.
               03  TB-DIA-RESGATE     PIC 9(11)V99.
       77  WRK-QT-SLOTS               PIC 9(02) VALUE ZEROS.
       77  WRK-IX-SLOT                PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-EM-DIA           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FATOR                  PIC 9V9999 VALUE 1.
       77  WRK-FORA-HORIZONTE         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PAGAR-FORA-HORIZONTE   PIC 9(11)V99 VALUE ZEROS.

      *    FOLHA: LIQUIDO DA COMPETENCIA MAIS RECENTE DO PAYHIST,
      *    AGENDADO NO 5o DIA UTIL DE CADA MES DO HORIZONTE
       77  WRK-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MES-ATUAL              PIC 9(03) VALUE ZEROS.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-FATOR-MES              PIC 9V9(08) VALUE ZEROS.
       77  WRK-ANOMES-INDICE          PIC 9(06) VALUE ZEROS.
       77  WRK-ORIGEM-INDICE          PIC X(01) VALUE SPACES.
           88  INDICE-PROJETADO                 VALUES 'J' 'Z'.
       77  WRK-QT-MESES-PROJ          PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-APORTES          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RESGATES         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RENDIMENTO             PIC S9(09)V99 VALUE ZEROS.
      *    ZERADO E APAGARIA O AVISO DE CAIXA NEGATIVO.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

      *    INDICADORES DO PAINEL EXECUTIVO (DASHRTN). O VENCIMENTO
      *    DE APLICACOES OLHA 15 DIAS CORRIDOS A PARTIR DA DATA DE
      *    MOVIMENTO, INDEPENDENTE DO HORIZONTE DA PROJECAO.
       77  WRK-DATA-LIMITE-15         PIC 9(08) VALUE ZEROS.
       77  WRK-QT-VENC-15             PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-VENC-15          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DATA-PRIMEIRA-FOLHA    PIC 9(08) VALUE ZEROS.
       77  WRK-DASH-INDICADOR         PIC X(20) VALUE SPACES.
       77  WRK-DASH-VALOR             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DASH-QUANTIDADE        PIC 9(07) VALUE ZEROS.
       77  WRK-DASH-DATA-REF          PIC 9(08) VALUE ZEROS.

      *    EDICAO E RELATORIO
       77  WRK-VALOR-ED               PIC ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
                                      VALUE ZEROS.
       77  WRK-RESGATE-ED             PIC ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-PAGAR-ED               PIC ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-SALDO-ED               PIC ZZZ.ZZZ.ZZ9,99-
                                      VALUE ZEROS.
       77  WRK-FATOR-ED               PIC 9,9999 VALUE ZEROS.
               PERFORM 0200-MONTAR-CALENDARIO
               PERFORM 0300-CARREGAR-RECEBIVEIS
               PERFORM 0400-AGENDAR-FOLHA
               PERFORM 0450-AGENDAR-PAGAVEIS
               PERFORM 0500-AGENDAR-VENCIMENTOS
               PERFORM 0600-PROJETAR-E-IMPRIMIR
           END-IF.
           DISPLAY 'CONTA CAIXA DO RAZAO ...'.
           ACCEPT WRK-CONTA-CAIXA.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           COMPUTE WRK-DATA-LIMITE-15 =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) + 15).
           PERFORM 0110-LER-SALDO-CAIXA.

       0110-LER-SALDO-CAIXA.
               MOVE WRK-DATA-CORRENTE TO TB-DIA-DATA (IX-DIA)
               MOVE ZEROS TO TB-DIA-RECEBER (IX-DIA)
               MOVE ZEROS TO TB-DIA-FOLHA (IX-DIA)
               MOVE ZEROS TO TB-DIA-PAGAR (IX-DIA)
               MOVE ZEROS TO TB-DIA-RESGATE (IX-DIA)
           END-IF.

               IF SLOT-ACHADO
                   SET IX-DIA TO WRK-IX-SLOT
                   ADD WRK-FOLHA-VALOR TO TB-DIA-FOLHA (IX-DIA)
                   IF WRK-DATA-PRIMEIRA-FOLHA = ZEROS
                       MOVE WRK-DATA-FOLHA TO WRK-DATA-PRIMEIRA-FOLHA
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRK-MF-ANO = WRK-MES-CORRENTE / 100.
               ADD 1 TO WRK-QT-UTEIS-MES
           END-IF.

      *    TITULO DO CONTAS A PAGAR AINDA NAO LIQUIDADO NEM
      *    CANCELADO (PENDENTE, APROVADO OU DIVERGENTE) SAI NO SLOT
      *    DO VENCIMENTO; VENCIDO CAI NO PRIMEIRO DIA, COMO A
      *    FATURA A RECEBER.
       0450-AGENDAR-PAGAVEIS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AP-INVOICE-FILE.
           IF WRK-TIT-STATUS = '35'
               MOVE 'S' TO WRK-EOF
               DISPLAY 'SEM TITULOS A PAGAR - SAIDA DE FORNECEDORES '
                   'NAO PROJETADA'
           ELSE
               READ AP-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0460-CLASSIFICAR-TITULO UNTIL FIM-ARQUIVO
               CLOSE AP-INVOICE-FILE
           END-IF.

       0460-CLASSIFICAR-TITULO.
           IF TITULO-PENDENTE OR TITULO-APROVADO OR TITULO-DIVERGENTE
               MOVE TIT-DATA-VENCIMENTO TO WRK-DATA-ALVO
               PERFORM 0910-LOCALIZAR-SLOT
               IF SLOT-ACHADO
                   SET IX-DIA TO WRK-IX-SLOT
                   ADD TIT-VALOR TO TB-DIA-PAGAR (IX-DIA)
               ELSE
                   ADD TIT-VALOR TO WRK-PAGAR-FORA-HORIZONTE
               END-IF
           END-IF.
           READ AP-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CONTRATO ATIVO QUE VENCE NO HORIZONTE ENTRA COMO RESGATE
      *    PELO LIQUIDO DO IR; VENCIDO E AINDA ABERTO CAI NO
      *    PRIMEIRO DIA (E DINHEIRO PARADO ESPERANDO A MESA).
           END-READ.

      *    REGISTRO NO LAYOUT ANTIGO CHEGA COM A SITUACAO EM BRANCO
      *    E CONTA COMO ATIVO, COMO NO PROGCOB17/INVROLL. O CONTRATO
      *    QUE VENCE ATE 15 DIAS CORRIDOS (OU JA VENCEU E SEGUE
      *    ABERTO) ENTRA TAMBEM NO INDICADOR DO PAINEL, MESMO QUE O
      *    HORIZONTE DA PROJECAO SEJA MAIS CURTO.
       0540-AVALIAR-CONTRATO.
           IF INV-SITUACAO = 'E' OR INV-SITUACAO = 'V'
               CONTINUE
           ELSE
               PERFORM 0550-CALCULAR-VENCIMENTO
               IF WRK-VENC-NUM <= WRK-DATA-ULTIMO-SLOT
                  OR WRK-VENC-NUM <= WRK-DATA-LIMITE-15
                   PERFORM 0560-APURAR-LIQUIDO
                   IF WRK-VENC-NUM <= WRK-DATA-LIMITE-15
                       ADD 1 TO WRK-QT-VENC-15
                       ADD WRK-VALOR-LIQUIDO TO WRK-VALOR-VENC-15
                   END-IF
                   IF WRK-VENC-NUM <= WRK-DATA-ULTIMO-SLOT
                       MOVE WRK-VENC-NUM TO WRK-DATA-ALVO
                       PERFORM 0910-LOCALIZAR-SLOT
                       IF SLOT-ACHADO
                           SET IX-DIA TO WRK-IX-SLOT
                           ADD WRK-VALOR-LIQUIDO
                               TO TB-DIA-RESGATE (IX-DIA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    O PRAZO INTEIRO E COMPOSTO COM AS MESMAS REGRAS DO
      *    PROGCOB17/INVROLL: MOVIMENTO DO MES ANTES DO FATOR, TAXA
      *    DA FAIXA DO MES (ZERO SEM FAIXA) OU FATOR DO INDICE NO
      *    CONTRATO INDEXADO, E IR REGRESSIVO SOBRE O RENDIMENTO NO
      *    VENCIMENTO.
       0560-APURAR-LIQUIDO.
           MOVE INV-PRINCIPAL TO WRK-VALOR.
           MOVE ZEROS TO WRK-TOTAL-APORTES WRK-TOTAL-RESGATES
               WRK-QT-MESES-PROJ.
           PERFORM 0570-COMPOR-MES
               VARYING WRK-MES-ATUAL FROM 1 BY 1
               UNTIL WRK-MES-ATUAL > INV-MESES.
           IF WRK-QT-MESES-PROJ > ZEROS
               DISPLAY 'CONTA ' INV-CONTA ' ' INV-INDEXADOR
                   ' - RESGATE PREVISTO COM ' WRK-QT-MESES-PROJ
                   ' MES(ES) DE INDICE PROJETADO'
           END-IF.
           COMPUTE WRK-RENDIMENTO =
               WRK-VALOR - INV-PRINCIPAL
               - WRK-TOTAL-APORTES + WRK-TOTAL-RESGATES.
           PERFORM 0580-APLICAR-MOVIMENTO-MES
               VARYING IX-IMOV FROM 1 BY 1
               UNTIL IX-IMOV > WRK-QT-MOVIMENTOS.
           IF CONTRATO-INDEXADO
               CALL 'INDXRTN' USING INV-INDEXADOR INV-PCT-INDICE
                   INV-SPREAD-MES INV-DATA-INICIO WRK-MES-ATUAL
                   WRK-FATOR-MES WRK-ANOMES-INDICE WRK-ORIGEM-INDICE
               END-CALL
               IF INDICE-PROJETADO
                   ADD 1 TO WRK-QT-MESES-PROJ
               END-IF
           ELSE
               MOVE ZEROS TO WRK-TAXAMES
               PERFORM 0585-PROCURAR-TAXA
                   VARYING IX-TAXA FROM 1 BY 1
                   UNTIL IX-TAXA > WRK-QT-TAXAS
               COMPUTE WRK-FATOR-MES = 1 + WRK-TAXAMES
           END-IF.
           COMPUTE WRK-VALOR ROUNDED = WRK-VALOR * WRK-FATOR-MES.

       0580-APLICAR-MOVIMENTO-MES.
           PERFORM 0920-GRAVAR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'DATA       ENTRADAS AR     FOLHA          '
               'FORNECEDORES   RESGATES       SALDO PROJETADO'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0920-GRAVAR-LINHA.
               VARYING IX-DIA FROM 1 BY 1
               UNTIL IX-DIA > WRK-QT-SLOTS.
           PERFORM 0620-RESUMO.
           PERFORM 0630-GRAVAR-INDICADORES.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           COMPUTE WRK-SALDO =
               WRK-SALDO + WRK-RECEBER-AJUSTADO
               - TB-DIA-FOLHA (IX-DIA)
               - TB-DIA-PAGAR (IX-DIA)
               + TB-DIA-RESGATE (IX-DIA).
           MOVE WRK-RECEBER-AJUSTADO   TO WRK-VALOR-ED.
           MOVE TB-DIA-FOLHA (IX-DIA)  TO WRK-FOLHA-ED.
           MOVE TB-DIA-PAGAR (IX-DIA)  TO WRK-PAGAR-ED.
           MOVE TB-DIA-RESGATE (IX-DIA) TO WRK-RESGATE-ED.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
                   MOVE TB-DIA-DATA (IX-DIA) TO WRK-DATA-NEGATIVA
               END-IF
               STRING TB-DIA-DATA (IX-DIA) ' ' WRK-VALOR-ED ' '
                   WRK-FOLHA-ED ' ' WRK-PAGAR-ED ' '
                   WRK-RESGATE-ED ' '
                   WRK-SALDO-ED ' ***'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           ELSE
               STRING TB-DIA-DATA (IX-DIA) ' ' WRK-VALOR-ED ' '
                   WRK-FOLHA-ED ' ' WRK-PAGAR-ED ' '
                   WRK-RESGATE-ED ' '
                   WRK-SALDO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               END-STRING
               PERFORM 0920-GRAVAR-LINHA
           END-IF.
           IF WRK-PAGAR-FORA-HORIZONTE > ZEROS
               MOVE WRK-PAGAR-FORA-HORIZONTE TO WRK-VALOR-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING 'A PAGAR ALEM DO HORIZONTE   : ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0920-GRAVAR-LINHA
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           IF WRK-DATA-NEGATIVA = ZEROS
               STRING 'SALDO PROJETADO NAO FICA NEGATIVO NO '
           PERFORM 0920-GRAVAR-LINHA.
           DISPLAY ' FIM DA PREVISAO DE FLUXO DE CAIXA '.

      *    NUMEROS DA PROJECAO QUE VAO PARA O PAINEL EXECUTIVO DO
      *    DIA (EXECDASH). DATA DE REFERENCIA ZERADA = NAO HOUVE
      *    (SEM DIA NEGATIVO, SEM FOLHA NO HORIZONTE).
       0630-GRAVAR-INDICADORES.
           MOVE 'CAIXA-INICIAL'   TO WRK-DASH-INDICADOR.
           MOVE WRK-SALDO-INICIAL TO WRK-DASH-VALOR.
           MOVE ZEROS             TO WRK-DASH-QUANTIDADE.
           MOVE WRK-DATA-HOJE     TO WRK-DASH-DATA-REF.
           PERFORM 0930-GRAVAR-INDICADOR.
           MOVE 'CAIXA-PROJETADO' TO WRK-DASH-INDICADOR.
           MOVE WRK-SALDO         TO WRK-DASH-VALOR.
           MOVE WRK-QT-DIAS       TO WRK-DASH-QUANTIDADE.
           MOVE WRK-DATA-ULTIMO-SLOT TO WRK-DASH-DATA-REF.
           PERFORM 0930-GRAVAR-INDICADOR.
           MOVE 'CAIXA-NEGATIVO'  TO WRK-DASH-INDICADOR.
           MOVE ZEROS             TO WRK-DASH-VALOR.
           MOVE ZEROS             TO WRK-DASH-QUANTIDADE.
           MOVE WRK-DATA-NEGATIVA TO WRK-DASH-DATA-REF.
           PERFORM 0930-GRAVAR-INDICADOR.
           MOVE 'FOLHA-A-PAGAR'   TO WRK-DASH-INDICADOR.
           MOVE WRK-FOLHA-VALOR   TO WRK-DASH-VALOR.
           MOVE ZEROS             TO WRK-DASH-QUANTIDADE.
           MOVE WRK-DATA-PRIMEIRA-FOLHA TO WRK-DASH-DATA-REF.
           PERFORM 0930-GRAVAR-INDICADOR.
           MOVE 'VENCTO-INVEST-15D' TO WRK-DASH-INDICADOR.
           MOVE WRK-VALOR-VENC-15 TO WRK-DASH-VALOR.
           MOVE WRK-QT-VENC-15    TO WRK-DASH-QUANTIDADE.
           MOVE WRK-DATA-LIMITE-15 TO WRK-DASH-DATA-REF.
           PERFORM 0930-GRAVAR-INDICADOR.

      *    PRIMEIRO SLOT COM DATA IGUAL OU POSTERIOR A DATA ALVO;
      *    DATA JA VENCIDA CAI NO PRIMEIRO DIA DO HORIZONTE.
       0910-LOCALIZAR-SLOT.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0930-GRAVAR-INDICADOR.
           CALL 'DASHRTN' USING WRK-PROGRAMA-ID WRK-DASH-INDICADOR
               WRK-DASH-VALOR WRK-DASH-QUANTIDADE WRK-DASH-DATA-REF
           END-CALL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXAPUR.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: APURACAO MENSAL DO IMPOSTO SOBRE VENDAS (ICMS E
      *              ISS) SOBRE O ARQUIVO DE NOTAS FISCAIS (NOTAFISC,
      *              EMITIDAS PELO FECHAMENTO PROGCOB16). PARA A
      *              COMPETENCIA INFORMADA (AAAAMM, ZERO = MES DA
      *              DATA DE MOVIMENTO), TOTALIZA POR IMPOSTO E UF
      *              AS NOTAS DE SAIDA (DEBITO DO IMPOSTO) E AS DE
      *              ENTRADA POR DEVOLUCAO (CREDITO/ESTORNO), COM
      *              BASE DE CALCULO E IMPOSTO, E O SALDO A RECOLHER
      *              QUE VAI PARA A GUIA. NOTAS SEM ALIQUOTA SAO
      *              CONTADAS A PARTE PARA CONFERENCIA ANTES DA
      *              ENTREGA. PAGINADO PELA RPTHDRTN.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-INVOICE-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-INVOICE-FILE.
           COPY 'NOTAFISC.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-NF-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-MES-NOTA           PIC 9(06) VALUE ZEROS.
       77  WRK-QT-NOTAS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-IMPOSTO         PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-SEM-IMPOSTO      PIC 9(11)V99 VALUE ZEROS.

      *    ACUMULADO DO MES POR IMPOSTO E UF
       01  TB-APURACAO-TABELA.
           02  TB-APURACAO OCCURS 100 TIMES INDEXED BY IX-APU.
               03  TB-APU-IMPOSTO     PIC X(04).
               03  TB-APU-UF          PIC X(02).
               03  TB-APU-QT-SAIDAS   PIC 9(07).
               03  TB-APU-BASE-SAIDAS PIC 9(11)V99.
               03  TB-APU-IMP-SAIDAS  PIC 9(11)V99.
               03  TB-APU-QT-ENTRADAS PIC 9(07).
               03  TB-APU-BASE-ENTRADAS
                                      PIC 9(11)V99.
               03  TB-APU-IMP-ENTRADAS
                                      PIC 9(11)V99.
       77  WRK-QT-APURACAO            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-APURACAO        PIC 9(03) VALUE 100.
       77  WRK-APU-ACHADA             PIC X(01) VALUE 'N'.
           88  APU-ACHADA                       VALUE 'S'.
       77  WRK-IX-APU                 PIC 9(03) VALUE ZEROS.

      *    TOTAIS POR IMPOSTO PARA A GUIA
       77  WRK-SALDO                  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ICMS               PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-ISS                PIC S9(11)V99 VALUE ZEROS.

       77  WRK-QT-ED                  PIC ZZZZZZ9 VALUE ZEROS.
       77  WRK-BASE-ED                PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-IMP-ED                 PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED               PIC -.---.---.--9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'TAXAPUR'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'APURACAO MENSAL DE ICMS / ISS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '====== APURACAO DE ICMS / ISS ======'.
           DISPLAY 'COMPETENCIA (AAAAMM, ZERO = MES CORRENTE) ...'.
           ACCEPT WRK-ANO-MES.
           IF WRK-ANO-MES = ZEROS
               CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL
               COMPUTE WRK-ANO-MES = WRK-DATA-HOJE / 100
           END-IF.
           DISPLAY 'COMPETENCIA : ' WRK-ANO-MES.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           OPEN INPUT TAX-INVOICE-FILE.
           IF WRK-NF-STATUS = '35'
               DISPLAY 'ARQUIVO DE NOTAS FISCAIS (NOTAFISC) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ TAX-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

      *    A COMPETENCIA E A DA EMISSAO DA NOTA. NOTA SEM IMPOSTO
      *    (CLASSE/UF SEM ALIQUOTA NO FECHAMENTO) NAO ENTRA NA GUIA,
      *    SO NA CONTAGEM DE CONFERENCIA.
       0200-PROCESSAR.
           COMPUTE WRK-ANO-MES-NOTA = NF-DATA-EMISSAO / 100.
           IF WRK-ANO-MES-NOTA = WRK-ANO-MES
               ADD 1 TO WRK-QT-NOTAS
               IF NF-IMPOSTO = SPACES
                   ADD 1 TO WRK-QT-SEM-IMPOSTO
                   ADD NF-VALOR-BRUTO TO WRK-VALOR-SEM-IMPOSTO
               ELSE
                   PERFORM 0210-LOCALIZAR-APURACAO
                   IF WRK-IX-APU > ZEROS
                       SET IX-APU TO WRK-IX-APU
                       IF NOTA-DE-ENTRADA
                           ADD 1 TO TB-APU-QT-ENTRADAS (IX-APU)
                           ADD NF-VALOR-BRUTO
                               TO TB-APU-BASE-ENTRADAS (IX-APU)
                           ADD NF-VALOR-IMPOSTO
                               TO TB-APU-IMP-ENTRADAS (IX-APU)
                       ELSE
                           ADD 1 TO TB-APU-QT-SAIDAS (IX-APU)
                           ADD NF-VALOR-BRUTO
                               TO TB-APU-BASE-SAIDAS (IX-APU)
                           ADD NF-VALOR-IMPOSTO
                               TO TB-APU-IMP-SAIDAS (IX-APU)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ TAX-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-LOCALIZAR-APURACAO.
           MOVE 'N' TO WRK-APU-ACHADA.
           MOVE ZEROS TO WRK-IX-APU.
           PERFORM 0211-PROCURAR-APURACAO
               VARYING IX-APU FROM 1 BY 1
               UNTIL IX-APU > WRK-QT-APURACAO OR APU-ACHADA.
           IF NOT APU-ACHADA
               IF WRK-QT-APURACAO >= WRK-LIMITE-APURACAO
                   DISPLAY '*** TABELA DE APURACAO CHEIA - NOTA '
                       NF-NUMERO ' FORA DA APURACAO'
                   MOVE NF-NUMERO TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE APURACAO CHEIA - NOTA FORA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               ELSE
                   ADD 1 TO WRK-QT-APURACAO
                   MOVE WRK-QT-APURACAO TO WRK-IX-APU
                   SET IX-APU TO WRK-IX-APU
                   MOVE NF-IMPOSTO TO TB-APU-IMPOSTO (IX-APU)
                   MOVE NF-UF      TO TB-APU-UF (IX-APU)
                   MOVE ZEROS TO TB-APU-QT-SAIDAS (IX-APU)
                       TB-APU-BASE-SAIDAS (IX-APU)
                       TB-APU-IMP-SAIDAS (IX-APU)
                       TB-APU-QT-ENTRADAS (IX-APU)
                       TB-APU-BASE-ENTRADAS (IX-APU)
                       TB-APU-IMP-ENTRADAS (IX-APU)
               END-IF
           END-IF.

       0211-PROCURAR-APURACAO.
           IF TB-APU-IMPOSTO (IX-APU) = NF-IMPOSTO
              AND TB-APU-UF (IX-APU) = NF-UF
               MOVE 'S' TO WRK-APU-ACHADA
               SET WRK-IX-APU TO IX-APU
           END-IF.

       0300-FINALIZAR.
           IF WRK-NF-STATUS NOT = '35'
               CLOSE TAX-INVOICE-FILE
           END-IF.
           DISPLAY 'NOTAS NA COMPETENCIA : ' WRK-QT-NOTAS.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'COMPETENCIA ' WRK-ANO-MES
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           IF WRK-QT-APURACAO = ZEROS
               MOVE 'NENHUMA NOTA COM IMPOSTO NA COMPETENCIA'
                   TO WRK-RPT-LINHA
               PERFORM 0320-IMPRIMIR-LINHA
           ELSE
               PERFORM 0310-IMPRIMIR-APURACAO
                   VARYING IX-APU FROM 1 BY 1
                   UNTIL IX-APU > WRK-QT-APURACAO
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0320-IMPRIMIR-LINHA.
           MOVE WRK-TOT-ICMS TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'TOTAL ICMS A RECOLHER NA COMPETENCIA  '
               WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           MOVE WRK-TOT-ISS TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'TOTAL ISS A RECOLHER NA COMPETENCIA   '
               WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           IF WRK-QT-SEM-IMPOSTO > ZEROS
               MOVE WRK-QT-SEM-IMPOSTO    TO WRK-QT-ED
               MOVE WRK-VALOR-SEM-IMPOSTO TO WRK-BASE-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING '*** NOTAS SEM ALIQUOTA (FORA DA GUIA) '
                   WRK-QT-ED ' - VALOR ' WRK-BASE-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0320-IMPRIMIR-LINHA
           END-IF.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FIM DA APURACAO DE ICMS / ISS '.

      *    DEBITO PELAS SAIDAS MENOS ESTORNO DAS ENTRADAS POR
      *    DEVOLUCAO = SALDO A RECOLHER; SALDO NEGATIVO FICA COMO
      *    CREDITO PARA A COMPETENCIA SEGUINTE.
       0310-IMPRIMIR-APURACAO.
           COMPUTE WRK-SALDO = TB-APU-IMP-SAIDAS (IX-APU)
               - TB-APU-IMP-ENTRADAS (IX-APU).
           IF TB-APU-IMPOSTO (IX-APU) = 'ICMS'
               ADD WRK-SALDO TO WRK-TOT-ICMS
           ELSE
               ADD WRK-SALDO TO WRK-TOT-ISS
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-APU-IMPOSTO (IX-APU) ' - UF '
               TB-APU-UF (IX-APU)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           MOVE TB-APU-QT-SAIDAS (IX-APU)   TO WRK-QT-ED.
           MOVE TB-APU-BASE-SAIDAS (IX-APU) TO WRK-BASE-ED.
           MOVE TB-APU-IMP-SAIDAS (IX-APU)  TO WRK-IMP-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '   SAIDAS   NOTAS ' WRK-QT-ED ' BASE ' WRK-BASE-ED
               ' DEBITO  ' WRK-IMP-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           MOVE TB-APU-QT-ENTRADAS (IX-APU)   TO WRK-QT-ED.
           MOVE TB-APU-BASE-ENTRADAS (IX-APU) TO WRK-BASE-ED.
           MOVE TB-APU-IMP-ENTRADAS (IX-APU)  TO WRK-IMP-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '   ENTRADAS NOTAS ' WRK-QT-ED ' BASE ' WRK-BASE-ED
               ' CREDITO ' WRK-IMP-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '   SALDO A RECOLHER              ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0320-IMPRIMIR-LINHA.

       0320-IMPRIMIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

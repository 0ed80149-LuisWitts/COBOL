      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  EMPRESTIMO COM JUROS: TAXA MENSAL E
      *                     SISTEMA PRICE OU SAC NA CONCESSAO, COM A
      *                     PARCELA E O CRONOGRAMA CALCULADOS PELA
      *                     AMORTRTN (A MESMA DA FOLHA E DA
      *                     CALCULADORA); PARCELA DE EMPRESTIMO COM
      *                     JUROS NAO SE ALTERA; LISTAGEM MOSTRA TAXA
      *                     E JUROS PAGOS.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-PRINCIPAL              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QT-PARCELAS            PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-PARCELA          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TAXA-MENSAL            PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-SISTEMA                PIC X(01) VALUE SPACES.
           88  SISTEMA-VALIDO                   VALUE 'P' 'S'.
       77  WRK-DADOS-VALIDOS          PIC X(01) VALUE 'N'.
           88  DADOS-VALIDOS                    VALUE 'S'.
       77  WRK-REGISTRO-ACHADO        PIC X(01) VALUE 'N'.
           88  REGISTRO-ACHADO                  VALUE 'S'.
       77  WRK-FUNC-ACHADO            PIC X(01) VALUE 'N'.
               03  TB-EMPR-PARC-PAGAS PIC 9(03).
               03  TB-EMPR-SALDO      PIC 9(07)V99.
               03  TB-EMPR-SITUACAO   PIC X(01).
               03  TB-EMPR-SISTEMA    PIC X(01).
               03  TB-EMPR-TAXA       PIC 9(02)V9999.
               03  TB-EMPR-JUROS-PAG  PIC 9(07)V99.
       77  WRK-QT-EMPRESTIMOS         PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-EMPRESTIMOS     PIC 9(03) VALUE 200.
       77  WRK-IX-EMPR                PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-ED               PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PARCELA-ED             PIC $ZZZ.ZZ9,99 VALUE ZEROS.

      *    PARAMETROS DA AMORTRTN PARA A PARCELA E O CRONOGRAMA
       77  WRK-AMRT-PRINCIPAL         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-PRAZO             PIC 9(03) VALUE ZEROS.
       77  WRK-AMRT-PARCELA-NUM       PIC 9(03) VALUE ZEROS.
       77  WRK-AMRT-SALDO             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-VALOR-PARCELA     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-JUROS             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-AMORTIZACAO       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-SALDO-APOS        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-TOTAL-JUROS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS-ED               PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-AMORT-ED               PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-JUROS-ED         PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXA-ED                PIC Z9,9999 VALUE ZEROS.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).
                   TO TB-EMPR-PARC-PAGAS (IX-EMPR)
               MOVE EMPR-SALDO      TO TB-EMPR-SALDO (IX-EMPR)
               MOVE EMPR-SITUACAO   TO TB-EMPR-SITUACAO (IX-EMPR)
               PERFORM 0112-CARREGAR-JUROS
           END-IF.
           READ LOAN-MASTER-FILE
               AT END MOVE 'S' TO WRK-EMPR-EOF
           END-READ.

      *    CONTRATO GRAVADO ANTES DOS JUROS NAO TEM OS CAMPOS NO FIM
      *    DA LINHA: FICA SEM JUROS, COMO SEMPRE FOI.
       0112-CARREGAR-JUROS.
           IF EMPRESTIMO-PRICE OR EMPRESTIMO-SAC
               MOVE EMPR-SISTEMA TO TB-EMPR-SISTEMA (IX-EMPR)
           ELSE
               MOVE SPACE TO TB-EMPR-SISTEMA (IX-EMPR)
           END-IF.
           IF EMPR-TAXA-MENSAL IS NOT NUMERIC
              OR TB-EMPR-SISTEMA (IX-EMPR) = SPACE
               MOVE ZEROS TO TB-EMPR-TAXA (IX-EMPR)
           ELSE
               MOVE EMPR-TAXA-MENSAL TO TB-EMPR-TAXA (IX-EMPR)
           END-IF.
           IF EMPR-JUROS-PAGOS IS NOT NUMERIC
               MOVE ZEROS TO TB-EMPR-JUROS-PAG (IX-EMPR)
           ELSE
               MOVE EMPR-JUROS-PAGOS TO TB-EMPR-JUROS-PAG (IX-EMPR)
           END-IF.

      *    UM ARQUIVO DE AUDITORIA EM LINE SEQUENTIAL PRECISA
      *    EXISTIR ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A
      *    PRIMEIRA EXECUCAO, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
               END-IF
           END-IF.

      *    TAXA ZERO E O EMPRESTIMO/ADIANTAMENTO SEM JUROS DE
      *    SEMPRE, PARCELA = PRINCIPAL / PARCELAS. COM TAXA, A
      *    PARCELA GRAVADA E A PRIMEIRA DO CRONOGRAMA DA AMORTRTN
      *    (FIXA NA PRICE, DECRESCENTE NA SAC); A FOLHA RECALCULA A
      *    DO MES SOBRE O SALDO.
       0211-LER-DADOS-CONCESSAO.
           DISPLAY 'PRINCIPAL (SOMENTE NUMEROS, 2 DECIMAIS) ...'.
           ACCEPT WRK-PRINCIPAL FROM CONSOLE.
           DISPLAY 'NUMERO DE PARCELAS ...'.
           ACCEPT WRK-QT-PARCELAS FROM CONSOLE.
           DISPLAY 'TAXA DE JUROS MENSAL EM % (0 = SEM JUROS) ...'.
           ACCEPT WRK-TAXA-MENSAL FROM CONSOLE.
           MOVE SPACE TO WRK-SISTEMA.
           IF WRK-TAXA-MENSAL > ZEROS
               DISPLAY 'SISTEMA (P-PRICE PARCELA FIXA / S-SAC '
                   'AMORTIZACAO CONSTANTE) ...'
               ACCEPT WRK-SISTEMA FROM CONSOLE
           END-IF.
           PERFORM 0212-VALIDAR-CONCESSAO.
           IF DADOS-VALIDOS
               IF WRK-QT-EMPRESTIMOS >= WRK-LIMITE-EMPRESTIMOS
                   DISPLAY 'TABELA DE EMPRESTIMOS CHEIA - NADA '
                       'GRAVADO'
               ELSE
                   ADD 1 TO WRK-QT-EMPRESTIMOS
                   SET IX-EMPR TO WRK-QT-EMPRESTIMOS
                   MOVE WRK-MATRICULA
                   MOVE ZEROS TO TB-EMPR-PARC-PAGAS (IX-EMPR)
                   MOVE WRK-PRINCIPAL TO TB-EMPR-SALDO (IX-EMPR)
                   MOVE 'A' TO TB-EMPR-SITUACAO (IX-EMPR)
                   MOVE WRK-SISTEMA TO TB-EMPR-SISTEMA (IX-EMPR)
                   MOVE WRK-TAXA-MENSAL TO TB-EMPR-TAXA (IX-EMPR)
                   MOVE ZEROS TO TB-EMPR-JUROS-PAG (IX-EMPR)
                   MOVE 'S' TO WRK-ALTERADO
                   MOVE ZEROS TO WRK-SALDO-ANTES WRK-PARCELA-ANTES
                   MOVE 'CONCESSAO' TO WRK-ACAO
                   MOVE WRK-VALOR-PARCELA TO WRK-PARCELA-ED
                   DISPLAY 'EMPRESTIMO CONCEDIDO - PARCELA DE '
                       WRK-PARCELA-ED
                   IF WRK-SISTEMA NOT = SPACE
                       PERFORM 0214-EXIBIR-CRONOGRAMA
                   END-IF
               END-IF
           END-IF.

      *    O PRAZO E A TAXA FICAM NOS LIMITES DA CALCULADORA
      *    (PROGCOB06); A PARCELA TEM DE CABER EM EMPR-VALOR-PARCELA.
       0212-VALIDAR-CONCESSAO.
           MOVE 'N' TO WRK-DADOS-VALIDOS.
           IF WRK-PRINCIPAL NOT > ZEROS
               OR WRK-QT-PARCELAS NOT > ZEROS
               DISPLAY 'PRINCIPAL E PARCELAS DEVEM SER MAIORES QUE '
                   'ZERO - NADA GRAVADO'
           ELSE
           IF WRK-TAXA-MENSAL > 10
               DISPLAY 'TAXA ACIMA DE 10% A.M. - NADA GRAVADO'
           ELSE
           IF WRK-TAXA-MENSAL > ZEROS AND NOT SISTEMA-VALIDO
               DISPLAY 'SISTEMA DEVE SER P OU S - NADA GRAVADO'
           ELSE
           IF WRK-TAXA-MENSAL > ZEROS AND WRK-QT-PARCELAS > 120
               DISPLAY 'EMPRESTIMO COM JUROS EM ATE 120 PARCELAS - '
                   'NADA GRAVADO'
           ELSE
               PERFORM 0213-CALCULAR-PARCELA
               IF WRK-AMRT-VALOR-PARCELA > 999999,99
                   DISPLAY 'PARCELA ACIMA DO LIMITE DO CADASTRO - '
                       'NADA GRAVADO'
               ELSE
                   MOVE WRK-AMRT-VALOR-PARCELA TO WRK-VALOR-PARCELA
                   MOVE 'S' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.

       0213-CALCULAR-PARCELA.
           IF WRK-TAXA-MENSAL = ZEROS
               COMPUTE WRK-AMRT-VALOR-PARCELA ROUNDED =
                   WRK-PRINCIPAL / WRK-QT-PARCELAS
           ELSE
               MOVE WRK-PRINCIPAL   TO WRK-AMRT-PRINCIPAL
                                       WRK-AMRT-SALDO
               MOVE WRK-QT-PARCELAS TO WRK-AMRT-PRAZO
               MOVE 1               TO WRK-AMRT-PARCELA-NUM
               PERFORM 0216-CHAMAR-AMORTRTN
           END-IF.

      *    CRONOGRAMA COMPLETO PARA ENTREGAR AO FUNCIONARIO, PARCELA
      *    A PARCELA SEPARADA EM JUROS E AMORTIZACAO.
       0214-EXIBIR-CRONOGRAMA.
           MOVE WRK-TAXA-MENSAL TO WRK-TAXA-ED.
           IF WRK-SISTEMA = 'P'
               DISPLAY '------- CRONOGRAMA PRICE A ' WRK-TAXA-ED
                   '% A.M. -------'
           ELSE
               DISPLAY '------- CRONOGRAMA SAC A ' WRK-TAXA-ED
                   '% A.M. -------'
           END-IF.
           DISPLAY 'PARC.    PARCELA       JUROS AMORTIZACAO'
               '       SALDO'.
           MOVE WRK-PRINCIPAL TO WRK-AMRT-PRINCIPAL WRK-AMRT-SALDO.
           MOVE WRK-QT-PARCELAS TO WRK-AMRT-PRAZO.
           MOVE ZEROS TO WRK-AMRT-TOTAL-JUROS.
           PERFORM 0215-EXIBIR-PARCELA
               VARYING WRK-AMRT-PARCELA-NUM FROM 1 BY 1
               UNTIL WRK-AMRT-PARCELA-NUM > WRK-AMRT-PRAZO.
           MOVE WRK-AMRT-TOTAL-JUROS TO WRK-TOTAL-JUROS-ED.
           DISPLAY 'TOTAL DE JUROS : ' WRK-TOTAL-JUROS-ED.

       0215-EXIBIR-PARCELA.
           PERFORM 0216-CHAMAR-AMORTRTN.
           ADD WRK-AMRT-JUROS TO WRK-AMRT-TOTAL-JUROS.
           MOVE WRK-AMRT-VALOR-PARCELA TO WRK-PARCELA-ED.
           MOVE WRK-AMRT-JUROS         TO WRK-JUROS-ED.
           MOVE WRK-AMRT-AMORTIZACAO   TO WRK-AMORT-ED.
           MOVE WRK-AMRT-SALDO-APOS    TO WRK-SALDO-ED.
           DISPLAY ' ' WRK-AMRT-PARCELA-NUM ' ' WRK-PARCELA-ED ' '
               WRK-JUROS-ED ' ' WRK-AMORT-ED ' ' WRK-SALDO-ED.
           MOVE WRK-AMRT-SALDO-APOS TO WRK-AMRT-SALDO.

       0216-CHAMAR-AMORTRTN.
           CALL 'AMORTRTN' USING WRK-SISTEMA WRK-AMRT-PRINCIPAL
               WRK-TAXA-MENSAL WRK-AMRT-PRAZO WRK-AMRT-PARCELA-NUM
               WRK-AMRT-SALDO WRK-AMRT-VALOR-PARCELA WRK-AMRT-JUROS
               WRK-AMRT-AMORTIZACAO WRK-AMRT-SALDO-APOS
           END-CALL.

       0220-ALTERAR.
           PERFORM 0250-LER-MATRICULA.
           PERFORM 0260-LOCALIZAR-EMPRESTIMO-ABERTO.
                   'ABERTO'
           ELSE
               SET IX-EMPR TO WRK-IX-EMPR
               PERFORM 0221-ALTERAR-PARCELA
           END-IF.

      *    NO EMPRESTIMO COM JUROS A PARCELA SAI DO CRONOGRAMA; PARA
      *    MUDAR O PLANO, QUITA-SE O CONTRATO E CONCEDE-SE OUTRO.
       0221-ALTERAR-PARCELA.
           IF TB-EMPR-SISTEMA (IX-EMPR) NOT = SPACE
               DISPLAY 'EMPRESTIMO COM JUROS - PARCELA SEGUE O '
                   'CRONOGRAMA, NAO PODE SER ALTERADA'
           ELSE
               MOVE TB-EMPR-SALDO (IX-EMPR) TO WRK-SALDO-ANTES
               MOVE TB-EMPR-VALOR-PARC (IX-EMPR)
                   TO WRK-PARCELA-ANTES
                   ' PAGAS ' TB-EMPR-PARC-PAGAS (IX-EMPR)
                   '/' TB-EMPR-QT-PARC (IX-EMPR)
                   ' SALDO ' WRK-SALDO-ED
               IF TB-EMPR-SISTEMA (IX-EMPR) NOT = SPACE
                   MOVE TB-EMPR-TAXA (IX-EMPR) TO WRK-TAXA-ED
                   MOVE TB-EMPR-JUROS-PAG (IX-EMPR) TO WRK-JUROS-ED
                   DISPLAY '          SISTEMA '
                       TB-EMPR-SISTEMA (IX-EMPR)
                       ' TAXA ' WRK-TAXA-ED '% A.M.'
                       ' JUROS PAGOS ' WRK-JUROS-ED
               END-IF
           END-IF.

       0250-LER-MATRICULA.
           MOVE TB-EMPR-PARC-PAGAS (IX-EMPR) TO EMPR-PARCELAS-PAGAS.
           MOVE TB-EMPR-SALDO (IX-EMPR)      TO EMPR-SALDO.
           MOVE TB-EMPR-SITUACAO (IX-EMPR)   TO EMPR-SITUACAO.
           MOVE TB-EMPR-SISTEMA (IX-EMPR)    TO EMPR-SISTEMA.
           MOVE TB-EMPR-TAXA (IX-EMPR)       TO EMPR-TAXA-MENSAL.
           MOVE TB-EMPR-JUROS-PAG (IX-EMPR)  TO EMPR-JUROS-PAGOS.
           WRITE LOAN-MASTER-RECORD.

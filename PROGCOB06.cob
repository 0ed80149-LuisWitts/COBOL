      *                     O PROGRAMA IMPRIME A FITA DA SESSAO, COMO
      *                     UMA MAQUINA DE SOMAR - EXATAMENTE O QUE A
      *                     AUDITORIA PEDE NOS AJUSTES MANUAIS.
      *    15/10/2026  LCW  OPCAO 6 - FINANCIAMENTO: DO PRINCIPAL, DA
      *                     TAXA MENSAL E DO PRAZO, MOSTRA O
      *                     CRONOGRAMA COMPLETO PELA PRICE (PARCELA
      *                     FIXA) OU PELO SAC (AMORTIZACAO
      *                     CONSTANTE), COM JUROS E AMORTIZACAO DE
      *                     CADA PARCELA, PELA ROTINA AMORTRTN - A
      *                     MESMA DOS EMPRESTIMOS A FUNCIONARIOS
      *                     (LOANMNT/PROGCOB04). NO DIARIO, A LINHA
      *                     LEVA O PRINCIPAL, O SISTEMA (P/S) NO
      *                     LUGAR DO OPERADOR, O PRAZO E O TOTAL
      *                     PAGO.
      **********************************************


           88  OPCAO-DIVISAO                VALUE 3.
           88  OPCAO-MULTIPLICACAO          VALUE 4.
           88  OPCAO-POTENCIACAO            VALUE 5.
           88  OPCAO-FINANCIAMENTO          VALUE 6.
           88  OPCAO-SAIR                   VALUE 0.
       77 WRK-ESTOURO PIC X(01) VALUE 'N'.
           88  HOUVE-ESTOURO                VALUE 'S'.
      *    FINANCIAMENTO (OPCAO 6): A TAXA E O PRAZO SAO LIMITADOS
      *    A 10% A.M. E 120 PARCELAS, COMO NA CONCESSAO DO LOANMNT
       77 WRK-FIN-SISTEMA PIC X(01) VALUE SPACES.
           88  FIN-PRICE                    VALUE 'P'.
           88  FIN-SAC                      VALUE 'S'.
       77 WRK-FIN-PRINCIPAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIN-TAXA PIC 9(02)V9999 VALUE ZEROS.
       77 WRK-FIN-PRAZO PIC 9(03) VALUE ZEROS.
       77 WRK-FIN-PARCELA-NUM PIC 9(03) VALUE ZEROS.
       77 WRK-FIN-SALDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIN-VALOR-PARCELA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIN-JUROS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIN-AMORTIZACAO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIN-SALDO-APOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIN-TOTAL-PAGO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FIN-TOTAL-JUROS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FIN-PARCELA-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIN-JUROS-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIN-AMORT-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIN-SALDO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIN-TAXA-ED PIC Z9,9999 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           END-IF.

       0200-PROCESSAR.
           IF NOT OPCAO-FINANCIAMENTO
               PERFORM 0220-LER-OPERANDOS
           END-IF.
           MOVE 'N' TO WRK-ESTOURO.
           MOVE ZEROS TO WRK-RESUL WRK-RESTO.
           EVALUATE TRUE
               WHEN OPCAO-POTENCIACAO
                   MOVE '^' TO WRK-OPERADOR
                   PERFORM 0700-POTENCIAR
               WHEN OPCAO-FINANCIAMENTO
                   PERFORM 0750-FINANCIAR
           END-EVALUATE.
           PERFORM 0210-EXIBIR-MENU.

           DISPLAY '3 - DIVISAO'.
           DISPLAY '4 - MULTIPLICACAO'.
           DISPLAY '5 - POTENCIACAO'.
           DISPLAY '6 - FINANCIAMENTO (PRICE / SAC)'.
           DISPLAY '0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           END-COMPUTE.
           PERFORM 0800-MOSTRAR-RESULTADO.

      *    O CRONOGRAMA SAI DE CHAMADAS SUCESSIVAS A AMORTRTN, CADA
      *    UMA COM O SALDO DEIXADO PELA PARCELA ANTERIOR.
       0750-FINANCIAR.
           PERFORM 0751-LER-FINANCIAMENTO.
           IF WRK-FIN-PRINCIPAL NOT > ZEROS
              OR WRK-FIN-PRAZO NOT > ZEROS
              OR WRK-FIN-PRAZO > 120
              OR WRK-FIN-TAXA > 10
              OR (NOT FIN-PRICE AND NOT FIN-SAC)
               DISPLAY 'ERRO: PRINCIPAL E PRAZO (1 A 120) SAO '
                   'OBRIGATORIOS, TAXA ATE 10% A.M., SISTEMA P OU S'
           ELSE
               MOVE WRK-FIN-TAXA TO WRK-FIN-TAXA-ED
               IF FIN-PRICE
                   DISPLAY '------- TABELA PRICE A ' WRK-FIN-TAXA-ED
                       '% A.M. -------'
               ELSE
                   DISPLAY '------- SAC A ' WRK-FIN-TAXA-ED
                       '% A.M. -------'
               END-IF
               DISPLAY 'PARC.       PARCELA         JUROS   '
                   'AMORTIZACAO         SALDO'
               MOVE WRK-FIN-PRINCIPAL TO WRK-FIN-SALDO
               MOVE ZEROS TO WRK-FIN-TOTAL-PAGO WRK-FIN-TOTAL-JUROS
               PERFORM 0755-CALCULAR-PARCELA
                   VARYING WRK-FIN-PARCELA-NUM FROM 1 BY 1
                   UNTIL WRK-FIN-PARCELA-NUM > WRK-FIN-PRAZO
               MOVE WRK-FIN-TOTAL-PAGO TO WRK-RESUL-ED
               DISPLAY 'TOTAL PAGO  : ' WRK-RESUL-ED
               MOVE WRK-FIN-TOTAL-JUROS TO WRK-RESUL-ED
               DISPLAY 'TOTAL JUROS : ' WRK-RESUL-ED
               MOVE WRK-FIN-PRINCIPAL   TO WRK-NUM1
               MOVE WRK-FIN-SISTEMA     TO WRK-OPERADOR
               MOVE WRK-FIN-PRAZO       TO WRK-NUM2
               MOVE WRK-FIN-TOTAL-PAGO  TO WRK-RESUL
               PERFORM 0810-GRAVAR-DIARIO
           END-IF.

       0751-LER-FINANCIAMENTO.
           DISPLAY 'VALOR FINANCIADO (COM VIRGULA, EX: 10000,00) ...'.
           ACCEPT WRK-FIN-PRINCIPAL FROM CONSOLE.
           DISPLAY 'TAXA DE JUROS MENSAL EM % (EX: 1,5) ...'.
           ACCEPT WRK-FIN-TAXA FROM CONSOLE.
           DISPLAY 'NUMERO DE PARCELAS ...'.
           ACCEPT WRK-FIN-PRAZO FROM CONSOLE.
           DISPLAY 'SISTEMA (P-PRICE PARCELA FIXA / S-SAC '
               'AMORTIZACAO CONSTANTE) ...'.
           ACCEPT WRK-FIN-SISTEMA FROM CONSOLE.

       0755-CALCULAR-PARCELA.
           CALL 'AMORTRTN' USING WRK-FIN-SISTEMA WRK-FIN-PRINCIPAL
               WRK-FIN-TAXA WRK-FIN-PRAZO WRK-FIN-PARCELA-NUM
               WRK-FIN-SALDO WRK-FIN-VALOR-PARCELA WRK-FIN-JUROS
               WRK-FIN-AMORTIZACAO WRK-FIN-SALDO-APOS
           END-CALL.
           ADD WRK-FIN-VALOR-PARCELA TO WRK-FIN-TOTAL-PAGO.
           ADD WRK-FIN-JUROS TO WRK-FIN-TOTAL-JUROS.
           MOVE WRK-FIN-VALOR-PARCELA TO WRK-FIN-PARCELA-ED.
           MOVE WRK-FIN-JUROS         TO WRK-FIN-JUROS-ED.
           MOVE WRK-FIN-AMORTIZACAO   TO WRK-FIN-AMORT-ED.
           MOVE WRK-FIN-SALDO-APOS    TO WRK-FIN-SALDO-ED.
           DISPLAY ' ' WRK-FIN-PARCELA-NUM '  ' WRK-FIN-PARCELA-ED
               '  ' WRK-FIN-JUROS-ED '  ' WRK-FIN-AMORT-ED
               '  ' WRK-FIN-SALDO-ED.
           MOVE WRK-FIN-SALDO-APOS TO WRK-FIN-SALDO.

       0800-MOSTRAR-RESULTADO.
           IF HOUVE-ESTOURO
               DISPLAY 'ERRO: RESULTADO NEGATIVO OU MAIOR QUE '

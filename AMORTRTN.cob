       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMORTRTN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ROTINA COMPARTILHADA DE AMORTIZACAO DE
      *              FINANCIAMENTOS PELOS SISTEMAS PRICE (PARCELA
      *              FIXA) E SAC (AMORTIZACAO CONSTANTE). DEVOLVE,
      *              PARA UMA PARCELA, O VALOR A PAGAR SEPARADO EM
      *              JUROS (SALDO DEVEDOR X TAXA) E AMORTIZACAO, E O
      *              SALDO QUE SOBRA. O CRONOGRAMA INTEIRO SAI DE
      *              CHAMADAS SUCESSIVAS A PARTIR DO PRINCIPAL,
      *              PASSANDO O SALDO DEVOLVIDO NA CHAMADA SEGUINTE
      *              (CALCULADORA PROGCOB06, CONCESSAO NO LOANMNT);
      *              A FOLHA (PROGCOB04) CHAMA UMA VEZ POR MES COM O
      *              SALDO DO LOANMAST. A ULTIMA PARCELA (OU A QUE
      *              AMORTIZARIA MAIS QUE O SALDO) LEVA O SALDO
      *              INTEIRO, ABSORVENDO A DIFERENCA DE CENTAVOS DOS
      *              ARREDONDAMENTOS.
      *              O CHAMADOR LIMITA A TAXA A 10% A.M. E O PRAZO A
      *              120 PARCELAS; COM O PRINCIPAL MAXIMO DO CAMPO
      *              (9.999.999,99) ISSO DA FATOR DA PRICE ATE CERCA
      *              DE 92.709 E NUMERADOR (PRINCIPAL X TAXA X FATOR)
      *              DE ATE 11 DIGITOS INTEIROS, DENTRO DOS CAMPOS DE
      *              TRABALHO. CALCULO QUE AINDA ASSIM ESTOURE DEVOLVE
      *              PARCELA ZERADA E SALDO INTACTO, COM AVISO.
      *
      *    PARAMETROS (LINKAGE SECTION) :
      *    LK-SISTEMA      - P = PRICE, S = SAC
      *    LK-PRINCIPAL    - VALOR FINANCIADO
      *    LK-TAXA-MES     - TAXA MENSAL EM % (1,5000 = 1,5% A.M.)
      *    LK-PRAZO        - NUMERO DE PARCELAS
      *    LK-PARCELA-NUM  - NUMERO DA PARCELA (1 = PRIMEIRA)
      *    LK-SALDO        - SALDO DEVEDOR ANTES DA PARCELA
      *    LK-VALOR-PARCELA- (SAIDA) JUROS + AMORTIZACAO
      *    LK-JUROS        - (SAIDA) JUROS DA PARCELA
      *    LK-AMORTIZACAO  - (SAIDA) AMORTIZACAO DO PRINCIPAL
      *    LK-SALDO-APOS   - (SAIDA) SALDO DEVEDOR APOS A PARCELA
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  NUMERADOR DA PRICE AMPLIADO PARA 12 DIGITOS
      *                     INTEIROS (PRINCIPAL ALTO COM TAXA E PRAZO
      *                     MAXIMOS PERDIA OS DIGITOS DA ESQUERDA) E
      *                     ESTOURO DE CAMPO TRATADO NO CALCULO.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-TAXA                   PIC 9V9(06) VALUE ZEROS.
       77  WRK-BASE                   PIC 9V9(06) VALUE ZEROS.
       77  WRK-FATOR                  PIC 9(05)V9(12) VALUE ZEROS.
       77  WRK-NUMERADOR              PIC 9(12)V9(12) VALUE ZEROS.
       77  WRK-DENOMINADOR            PIC 9(05)V9(12) VALUE ZEROS.
       77  WRK-PARCELA-FIXA           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ESTOURO                PIC X(01) VALUE 'N'.
           88  CALCULO-ESTOUROU                 VALUE 'S'.

       LINKAGE SECTION.
       01  LK-SISTEMA                 PIC X(01).
           88  SISTEMA-PRICE                    VALUE 'P'.
           88  SISTEMA-SAC                      VALUE 'S'.
       01  LK-PRINCIPAL               PIC 9(07)V99.
       01  LK-TAXA-MES                PIC 9(02)V9999.
       01  LK-PRAZO                   PIC 9(03).
       01  LK-PARCELA-NUM             PIC 9(03).
       01  LK-SALDO                   PIC 9(07)V99.
       01  LK-VALOR-PARCELA           PIC 9(07)V99.
       01  LK-JUROS                   PIC 9(07)V99.
       01  LK-AMORTIZACAO             PIC 9(07)V99.
       01  LK-SALDO-APOS              PIC 9(07)V99.

       PROCEDURE DIVISION USING LK-SISTEMA LK-PRINCIPAL LK-TAXA-MES
               LK-PRAZO LK-PARCELA-NUM LK-SALDO LK-VALOR-PARCELA
               LK-JUROS LK-AMORTIZACAO LK-SALDO-APOS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LK-VALOR-PARCELA LK-JUROS LK-AMORTIZACAO.
           MOVE LK-SALDO TO LK-SALDO-APOS.
           MOVE 'N' TO WRK-ESTOURO.
           IF LK-PRAZO > ZEROS AND LK-SALDO > ZEROS
               COMPUTE WRK-TAXA = LK-TAXA-MES / 100
               COMPUTE LK-JUROS ROUNDED = LK-SALDO * WRK-TAXA
               IF SISTEMA-PRICE
                   PERFORM 0100-CALCULAR-PRICE
               ELSE
                   COMPUTE LK-AMORTIZACAO ROUNDED =
                       LK-PRINCIPAL / LK-PRAZO
               END-IF
           END-IF.
           IF CALCULO-ESTOUROU
               DISPLAY 'AMORTRTN - PARCELA PRICE FORA DO CAMPO - '
                   'PRINCIPAL ' LK-PRINCIPAL ' TAXA ' LK-TAXA-MES
                   ' PRAZO ' LK-PRAZO
               MOVE ZEROS TO LK-JUROS LK-AMORTIZACAO
               GOBACK
           END-IF.
           IF LK-PRAZO > ZEROS AND LK-SALDO > ZEROS
               IF LK-PARCELA-NUM >= LK-PRAZO
                  OR LK-AMORTIZACAO > LK-SALDO
                   MOVE LK-SALDO TO LK-AMORTIZACAO
               END-IF
               COMPUTE LK-VALOR-PARCELA = LK-JUROS + LK-AMORTIZACAO
               COMPUTE LK-SALDO-APOS = LK-SALDO - LK-AMORTIZACAO
           END-IF.
           GOBACK.

      *    PARCELA FIXA = PRINCIPAL X TAXA X FATOR / (FATOR - 1),
      *    COM FATOR = (1 + TAXA) ELEVADO AO PRAZO; SEM JUROS, E O
      *    PRINCIPAL DIVIDIDO PELO PRAZO. A AMORTIZACAO E O QUE A
      *    PARCELA FIXA DEIXA DEPOIS DOS JUROS DO MES. ESTOURO EM
      *    QUALQUER PASSO MARCA O CALCULO COMO INVALIDO.
       0100-CALCULAR-PRICE.
           IF WRK-TAXA = ZEROS
               COMPUTE WRK-PARCELA-FIXA ROUNDED =
                   LK-PRINCIPAL / LK-PRAZO
           ELSE
               COMPUTE WRK-BASE = 1 + WRK-TAXA
               COMPUTE WRK-FATOR = WRK-BASE ** LK-PRAZO
                   ON SIZE ERROR MOVE 'S' TO WRK-ESTOURO
               END-COMPUTE
               COMPUTE WRK-NUMERADOR =
                   LK-PRINCIPAL * WRK-TAXA * WRK-FATOR
                   ON SIZE ERROR MOVE 'S' TO WRK-ESTOURO
               END-COMPUTE
               COMPUTE WRK-DENOMINADOR = WRK-FATOR - 1
               IF NOT CALCULO-ESTOUROU
                   COMPUTE WRK-PARCELA-FIXA ROUNDED =
                       WRK-NUMERADOR / WRK-DENOMINADOR
                       ON SIZE ERROR MOVE 'S' TO WRK-ESTOURO
                   END-COMPUTE
               END-IF
           END-IF.
           IF CALCULO-ESTOUROU
               MOVE ZEROS TO WRK-PARCELA-FIXA
           END-IF.
           IF WRK-PARCELA-FIXA > LK-JUROS
               COMPUTE LK-AMORTIZACAO =
                   WRK-PARCELA-FIXA - LK-JUROS
           ELSE
               MOVE ZEROS TO LK-AMORTIZACAO
           END-IF.

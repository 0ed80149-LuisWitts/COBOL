      *    ESCALONADOS. LINHA GRAVADA NO FORMATO ANTIGO CHEGA COM
      *    ESPACOS E E TRATADA COMO PARCELA UNICA.
           02  VENDA-PARCELAS         PIC 9(02).
      *    MEIO DE PAGAMENTO DA VENDA A VISTA: D=DINHEIRO, B=CARTAO
      *    DE DEBITO, C=CARTAO DE CREDITO, X=PIX. O FECHAMENTO SOMA
      *    O MOVIMENTO POR LOJA E MEIO PARA O FECHAMENTO DE CAIXA
      *    (CXFECHA) E LANCA O CARTAO EM CARTOES A RECEBER, NAO NO
      *    CAIXA. LINHA GRAVADA NO FORMATO ANTIGO CHEGA COM ESPACO
      *    E E TRATADA COMO DINHEIRO.
           02  VENDA-MEIO-PAGTO       PIC X(01).
               88  PAGTO-DINHEIRO               VALUE 'D' ' '.
               88  PAGTO-CARTAO-DEBITO          VALUE 'B'.
               88  PAGTO-CARTAO-CREDITO         VALUE 'C'.
               88  PAGTO-CARTAO                 VALUE 'B' 'C'.
               88  PAGTO-PIX                    VALUE 'X'.
      *    RESGATE DE PONTOS DO PROGRAMA DE FIDELIDADE (FIDPONTO) NA
      *    VENDA A VISTA: PONTOS USADOS E O DESCONTO EM REAIS QUE
      *    ELES PAGARAM. VENDA-VALOR SEGUE CHEIO (PRECO X
      *    QUANTIDADE, BASE DA CONFERENCIA, DO IMPOSTO E DA
      *    RECEITA); O CLIENTE PAGA NO CAIXA VENDA-VALOR MENOS O
      *    DESCONTO, E O DESCONTO SAI DO PASSIVO DE PONTOS A
      *    RESGATAR. NA DEVOLUCAO E NO CANCELAMENTO A VISTA TRAZ O
      *    RESGATE DA VENDA ORIGINAL: OS PONTOS VOLTAM AO CLIENTE E
      *    SO O RESTO DA LINHA SAI DO CAIXA. LINHA GRAVADA NO
      *    FORMATO ANTIGO CHEGA COM ESPACOS E E TRATADA COMO SEM
      *    RESGATE.
           02  VENDA-PONTOS-RESGATE   PIC 9(07).
           02  VENDA-DESCONTO-PONTOS  PIC 9(07)V99.

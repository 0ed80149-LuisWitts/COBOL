      *    STOCKADJ.cob - LAYOUT DA TRILHA DE AJUSTES DE ESTOQUE
      *    (STOCK-ADJUST-FILE), UMA LINHA POR CORRECAO DE SALDO,
      *    SO ACRESCENTADA: SALDO ANTES E DEPOIS NO LOCAL, MOTIVO,
      *    DATA DE MOVIMENTO E OPERADOR DA SESSAO. GRAVADA PELO
      *    INVENTARIO FISICO (STOCKTAK, MOTIVO DA CONTAGEM) E PELA
      *    BAIXA DE LOTE VENCIDO (LOTEXPIR, MOTIVO 'VEN', COM O
      *    LOTE BAIXADO EM ADJ-LOTE; NO INVENTARIO O LOTE FICA EM
      *    ESPACOS).
       01  STOCK-ADJUST-RECORD.
           02  ADJ-CODIGO             PIC X(06).
           02  ADJ-SEP1               PIC X(02).
           02  ADJ-DATA               PIC 9(08).
           02  ADJ-SEP2               PIC X(02).
           02  ADJ-SALDO-ANTES        PIC S9(07)
               SIGN IS LEADING SEPARATE.
           02  ADJ-SEP3               PIC X(02).
           02  ADJ-SALDO-DEPOIS       PIC S9(07)
               SIGN IS LEADING SEPARATE.
           02  ADJ-SEP4               PIC X(02).
           02  ADJ-MOTIVO             PIC X(03).
               88  AJUSTE-LOTE-VENCIDO          VALUE 'VEN'.
           02  ADJ-SEP5               PIC X(02).
           02  ADJ-OPERADOR           PIC X(20).
           02  ADJ-SEP6               PIC X(02).
           02  ADJ-LOCAL              PIC X(10).
           02  ADJ-SEP7               PIC X(02).
           02  ADJ-LOTE               PIC X(10).

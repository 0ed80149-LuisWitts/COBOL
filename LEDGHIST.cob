      *    DISTINTOS - FP/F1/F2/FF DA FOLHA), PARA QUE UM SALDO
      *    SUSPEITO POSSA SER RASTREADO
      *    MOVIMENTO A MOVIMENTO (EXTRATO VIA LEDGSTMT) EM VEZ DE O
      *    LANCAMENTO SER JOGADO FORA DEPOIS DE APLICADO. A LOJA
      *    (OPCIONAL) VEM DO DETALHE DO LOTE E ALIMENTA O RESULTADO
      *    POR LOJA (LOJADRE).
       01  LEDGER-HISTORY-RECORD.
           02  HIST-CONTA             PIC 9(06).
           02  HIST-SEP1              PIC X(02).
           02  HIST-SALDO             PIC S9(09)V99.
           02  HIST-SEP5              PIC X(02).
           02  HIST-LOTE              PIC X(08).
           02  HIST-SEP6              PIC X(02).
           02  HIST-LOJA              PIC X(10).

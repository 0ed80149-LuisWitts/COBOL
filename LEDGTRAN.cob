      *    BALANCEADO ANTES DE TOCAR NOS SALDOS. O IDENTIFICADOR DO
      *    LOTE NO HEADER ALIMENTA O REGISTRO DE LOTES JA POSTADOS
      *    (POSTEDBT), QUE IMPEDE O MESMO LOTE DE SER APLICADO DUAS
      *    VEZES NOS SALDOS. O CODIGO DE LOJA (STOREMST) NO DETALHE
      *    E OPCIONAL: EM BRANCO, O LANCAMENTO NAO E DE LOJA
      *    NENHUMA; PREENCHIDO, VAI PARA O HISTORICO (LEDGHIST) E
      *    ALIMENTA O RESULTADO POR LOJA (LOJADRE).
       01  LEDGER-BATCH-HEADER.
           02  LOTE-H-TIPO           PIC X(01).
           02  LOTE-H-LOTE           PIC X(08).
               88  TRAN-DEBITO                 VALUE 'D'.
               88  TRAN-CREDITO                VALUE 'C'.
           02  TRAN-VALOR            PIC 9(07)V99.
           02  TRAN-LOJA             PIC X(10).
       01  LEDGER-BATCH-TRAILER.
           02  LOTE-T-TIPO           PIC X(01).
           02  LOTE-T-QT-PREVISTA    PIC 9(05).

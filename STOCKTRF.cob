      *    STOCKTRF.cob - LAYOUT DAS TRANSFERENCIAS DE ESTOQUE
      *    ENTRE LOCAIS (STOCK-TRANSFER-FILE), MANTIDAS PELO
      *    STKTRANS: NA REMESSA A QUANTIDADE SAI DO SALDO DA ORIGEM
      *    E FICA EM TRANSITO (T) ATE O DESTINO CONFIRMAR O
      *    RECEBIMENTO (R), QUANDO ENTRA NO SALDO DELE. A REMESSA
      *    CANCELADA (C) DEVOLVE A QUANTIDADE A ORIGEM. O ESTOQUE
      *    EM TRANSITO CONTA PARA O DESTINO NO REABASTECIMENTO DO
      *    FECHAMENTO E NA SUGESTAO DE COMPRA, E APARECE NA
      *    VALORIZACAO (STOCKVAL). DATA DE RECEBIMENTO ZERADA
      *    ENQUANTO EM TRANSITO OU CANCELADA.
      *    A REMESSA CONSOME OS LOTES DA ORIGEM DO PRIMEIRO A VENCER
      *    EM DIANTE (ROTINA LOTRTN) E SAI EM UMA LINHA POR LOTE,
      *    TODAS COM O MESMO NUMERO; A PARTE SEM LOTE VAI NUMA LINHA
      *    COM LOTE EM ESPACOS. NO RECEBIMENTO O LOTE E ABERTO NO
      *    DESTINO COM A MESMA VALIDADE; NO CANCELAMENTO VOLTA PARA
      *    A ORIGEM. LINHA NO FORMATO ANTIGO CHEGA SEM LOTE.
       01  STOCK-TRANSFER-RECORD.
           02  TRF-NUMERO             PIC 9(06).
           02  TRF-SEP1               PIC X(02).
           02  TRF-CODIGO             PIC X(06).
           02  TRF-SEP2               PIC X(02).
           02  TRF-QUANTIDADE         PIC 9(07).
           02  TRF-SEP3               PIC X(02).
           02  TRF-ORIGEM             PIC X(10).
           02  TRF-SEP4               PIC X(02).
           02  TRF-DESTINO            PIC X(10).
           02  TRF-SEP5               PIC X(02).
           02  TRF-DATA-ENVIO         PIC 9(08).
           02  TRF-SEP6               PIC X(02).
           02  TRF-DATA-RECEBIMENTO   PIC 9(08).
           02  TRF-SEP7               PIC X(02).
           02  TRF-SITUACAO           PIC X(01).
               88  TRANSF-EM-TRANSITO           VALUE 'T'.
               88  TRANSF-RECEBIDA              VALUE 'R'.
               88  TRANSF-CANCELADA             VALUE 'C'.
           02  TRF-SEP8               PIC X(02).
           02  TRF-USUARIO            PIC X(20).
           02  TRF-SEP9               PIC X(02).
           02  TRF-LOTE               PIC X(10).
           02  TRF-SEP10              PIC X(02).
           02  TRF-VALIDADE           PIC 9(08).

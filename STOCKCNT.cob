      *    CONTAGEM COM O SALDO DO STOCKBAL E APLICA O AJUSTE COMO
      *    TRANSACAO EXPLICITA E AUDITADA, EM VEZ DA EDICAO DE
      *    ARQUIVO NA MAO QUE O LAYOUT DO SALDO JA ALERTAVA.
      *    A CONTAGEM E POR LOCAL, COMO O SALDO; LINHA SEM LOCAL
      *    (FORMATO ANTIGO) E DO LOCAL PRINCIPAL (ROTINA LOCPRTN).
       01  STOCK-COUNT-RECORD.
           02  CNT-CODIGO             PIC X(06).
           02  CNT-SEP1               PIC X(02).
           02  CNT-QUANTIDADE         PIC 9(07).
           02  CNT-SEP2               PIC X(02).
           02  CNT-MOTIVO             PIC X(03).
           02  CNT-SEP3               PIC X(02).
           02  CNT-LOCAL              PIC X(10).

      *    CICLOCNT.cob - LAYOUT DA DATA DA ULTIMA CONTAGEM FISICA
      *    DE CADA PRODUTO EM CADA LOCAL (CYCLE-COUNT-FILE).
      *    MANTIDO PELO STOCKTAK A CADA INVENTARIO; JUNTO COM A
      *    CLASSE ABC DO PRODMAST E OS PRAZOS DO CICLPARM DECIDE
      *    QUAIS PRODUTOS ENTRAM NA PROXIMA CONTAGEM CICLICA.
       01  CYCLE-COUNT-RECORD.
           02  CIC-CODIGO             PIC X(06).
           02  CIC-SEP1               PIC X(02).
           02  CIC-LOCAL              PIC X(10).
           02  CIC-SEP2               PIC X(02).
           02  CIC-DATA               PIC 9(08).

      *    (STANDGEN) LE ESTE CADASTRO NA ESTEIRA NOTURNA E EMITE O
      *    LOTE LEDGTRAN CORRESPONDENTE PARA O LEDGEDIT/PROGCOB07,
      *    EM VEZ DE O MESMO LANCAMENTO SER REDIGITADO TODO MES.
      *    A LOJA (STOREMST) E OPCIONAL E VAI NAS DUAS LINHAS DO
      *    LANCAMENTO, PARA O RESULTADO POR LOJA (LOJADRE).
       01  STANDING-ENTRY-RECORD.
           02  STD-CODIGO             PIC X(04).
           02  STD-SEP1               PIC X(02).
           02  STD-VIGENCIA-INI       PIC 9(06).
           02  STD-SEP7               PIC X(02).
           02  STD-VIGENCIA-FIM       PIC 9(06).
           02  STD-SEP8               PIC X(02).
           02  STD-LOJA               PIC X(10).

      *    FGTSREM.cob - LAYOUT DO ARQUIVO DE RECOLHIMENTO MENSAL
      *    DO FGTS (FGTS-COLLECTION-FILE), GERADO PELO FGTSCOL A
      *    PARTIR DOS DEPOSITOS DA COMPETENCIA (FGTSDEP): UM HEADER
      *    COM A COMPETENCIA E A DATA DE GERACAO, UM DETALHE POR
      *    FUNCIONARIO COM A BASE E O VALOR A DEPOSITAR (TODAS AS
      *    FOLHAS DO MES SOMADAS) E UM TRAILER COM A QUANTIDADE E
      *    OS TOTAIS, QUE A TESOURARIA CONFERE CONTRA O FGTS A
      *    RECOLHER DO LOTE CONTABIL ANTES DE TRANSMITIR AO BANCO.
       01  FGTS-REM-HEADER.
           02  FREMH-TIPO             PIC X(01).
           02  FREMH-COMPETENCIA      PIC 9(06).
           02  FREMH-DATA             PIC 9(08).
           02  FREMH-DESCRICAO        PIC X(30).
       01  FGTS-REM-DETALHE.
           02  FREMD-TIPO             PIC X(01).
           02  FREMD-MATRICULA        PIC 9(06).
           02  FREMD-NOME             PIC X(20).
           02  FREMD-BASE             PIC 9(09)V99.
           02  FREMD-VALOR            PIC 9(09)V99.
       01  FGTS-REM-TRAILER.
           02  FREMT-TIPO             PIC X(01).
           02  FREMT-QT-DETALHES      PIC 9(05).
           02  FREMT-TOTAL-BASE       PIC 9(11)V99.
           02  FREMT-TOTAL-VALOR      PIC 9(11)V99.

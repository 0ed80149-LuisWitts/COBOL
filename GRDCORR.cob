      *    GRDCORR.cob - LAYOUT DOS PEDIDOS DE CORRECAO DE NOTA
      *    (GRADE-CORRECTION-FILE). O PROFESSOR QUE ERROU A NOTA
      *    REGISTRA O PEDIDO NO GRDCREQ DEPOIS QUE O BOLETIM
      *    (PROGCOB08/13), O RECPROC OU O PROMODEC JA GRAVARAM O
      *    HISTORICO (ACADHIST): MATRICULA, PERIODO, TURMA,
      *    DISCIPLINA, A MEDIA QUE ESTA NO HISTORICO E A CORRETA, O
      *    MOTIVO E O SOLICITANTE (USUARIO DA SESSAO, OPERRTN). O
      *    PEDIDO NASCE PENDENTE E SO O COORDENADOR, NO GRDCAPRV, O
      *    APROVA (E O APLICA NO HISTORICO) OU RECUSA.
       01  GRADE-CORRECTION-RECORD.
           02  GCR-MATRICULA          PIC 9(06).
           02  GCR-SEP1               PIC X(02).
           02  GCR-PERIODO            PIC 9(06).
           02  GCR-SEP2               PIC X(02).
           02  GCR-TURMA              PIC X(06).
           02  GCR-SEP3               PIC X(02).
           02  GCR-DISCIPLINA         PIC X(10).
           02  GCR-SEP4               PIC X(02).
           02  GCR-MEDIA-ANTIGA       PIC 9(02)V99.
           02  GCR-SEP5               PIC X(02).
           02  GCR-MEDIA-NOVA         PIC 9(02)V99.
           02  GCR-SEP6               PIC X(02).
           02  GCR-MOTIVO             PIC X(40).
           02  GCR-SEP7               PIC X(02).
           02  GCR-SOLICITANTE        PIC X(20).
           02  GCR-SEP8               PIC X(02).
           02  GCR-DATA               PIC 9(08).
           02  GCR-SEP9               PIC X(02).
           02  GCR-SITUACAO           PIC X(01).
               88  CORRECAO-PENDENTE            VALUE 'P'.
               88  CORRECAO-APROVADA            VALUE 'A'.
               88  CORRECAO-RECUSADA            VALUE 'R'.
           02  GCR-SEP10              PIC X(02).
           02  GCR-DECISOR            PIC X(20).
           02  GCR-SEP11              PIC X(02).
           02  GCR-DATA-DECISAO       PIC 9(08).

      *    FIXASSET.cob - LAYOUT DO CADASTRO DE ATIVOS IMOBILIZADOS
      *    (FIXED-ASSET-FILE), MANTIDO PELA MANUTENCAO DE ATIVOS
      *    (ATIVMNT) E DEPRECIADO TODO MES PELO ATIVDEPR. CADA LINHA
      *    E UM BEM COM PLAQUETA: CLASSE, AQUISICAO, CUSTO, VALOR
      *    RESIDUAL, VIDA UTIL EM MESES, AS TRES CONTAS DO PLANO
      *    (CHARTACC) - DO BEM, DA DEPRECIACAO ACUMULADA E DA
      *    DESPESA - E ONDE ESTA (DEPARTAMENTO E LOCAL). A
      *    DEPRECIACAO ACUMULADA E A ULTIMA COMPETENCIA DEPRECIADA
      *    SO SAO ATUALIZADAS PELO ATIVDEPR. A BAIXA E REGISTRADA NA
      *    MANUTENCAO (SITUACAO 'P', COM DATA E VALOR DE VENDA -
      *    ZERO NO SUCATEAMENTO) E CONTABILIZADA NA PROXIMA RODADA
      *    DO ATIVDEPR, QUE PASSA O BEM A 'B'.
       01  FIXED-ASSET-RECORD.
           02  ATV-PLAQUETA           PIC X(08).
           02  ATV-SEP1               PIC X(02).
           02  ATV-DESCRICAO          PIC X(25).
           02  ATV-SEP2               PIC X(02).
           02  ATV-CLASSE             PIC X(04).
               88  CLASSE-VEICULO               VALUE 'VEIC'.
               88  CLASSE-MAQUINA               VALUE 'MAQU'.
               88  CLASSE-MOVEIS                VALUE 'MOVE'.
               88  CLASSE-INFORMATICA           VALUE 'INFO'.
               88  CLASSE-EDIFICACAO            VALUE 'EDIF'.
               88  CLASSE-VALIDA                VALUES 'VEIC' 'MAQU'
                                                'MOVE' 'INFO' 'EDIF'.
           02  ATV-SEP3               PIC X(02).
           02  ATV-DATA-AQUISICAO     PIC 9(08).
           02  ATV-SEP4               PIC X(02).
           02  ATV-CUSTO              PIC 9(07)V99.
           02  ATV-SEP5               PIC X(02).
           02  ATV-VALOR-RESIDUAL     PIC 9(07)V99.
           02  ATV-SEP6               PIC X(02).
           02  ATV-VIDA-UTIL          PIC 9(03).
           02  ATV-SEP7               PIC X(02).
           02  ATV-CONTA-ATIVO        PIC 9(06).
           02  ATV-SEP8               PIC X(02).
           02  ATV-CONTA-DEPR-ACUM    PIC 9(06).
           02  ATV-SEP9               PIC X(02).
           02  ATV-CONTA-DESPESA      PIC 9(06).
           02  ATV-SEP10              PIC X(02).
           02  ATV-DEPTO              PIC X(04).
           02  ATV-SEP11              PIC X(02).
           02  ATV-LOCAL              PIC X(15).
           02  ATV-SEP12              PIC X(02).
           02  ATV-DEPR-ACUMULADA     PIC 9(07)V99.
           02  ATV-SEP13              PIC X(02).
           02  ATV-ULTIMA-COMPETENCIA PIC 9(06).
           02  ATV-SEP14              PIC X(02).
           02  ATV-SITUACAO           PIC X(01).
               88  ATIVO-EM-USO                 VALUE 'A'.
               88  ATIVO-DEPRECIADO             VALUE 'D'.
               88  ATIVO-BAIXA-PENDENTE         VALUE 'P'.
               88  ATIVO-BAIXADO                VALUE 'B'.
           02  ATV-SEP15              PIC X(02).
           02  ATV-DATA-BAIXA         PIC 9(08).
           02  ATV-SEP16              PIC X(02).
           02  ATV-VALOR-VENDA        PIC 9(07)V99.

      *    INDXVAL.cob - LAYOUT DO ARQUIVO DE INDICES DE MERCADO
      *    (MARKET-INDEX-FILE), MANTIDO PELA MESA: VALORES
      *    PUBLICADOS DE CDI E IPCA E A PROJECAO USADA PARA OS MESES
      *    AINDA SEM PUBLICACAO. LIDO PELA ROTINA INDXRTN, QUE DA O
      *    FATOR MENSAL DOS CONTRATOS INDEXADOS DO INVMAST.
      *    TIPO V (VALOR PUBLICADO): DIA 00 = TAXA DO MES INTEIRO;
      *    DIA 01-31 = TAXA DO DIA, ACUMULADA NO MES (O VALOR
      *    MENSAL, SE HOUVER, PREVALECE SOBRE OS DIARIOS).
      *    TIPO P (PROJECAO): TAXA MENSAL ASSUMIDA A PARTIR DO MES
      *    INFORMADO (DIA 00) PARA OS MESES SEM VALOR PUBLICADO;
      *    VALE A PROJECAO DE INICIO MAIS RECENTE.
      *    A TAXA E FRACAO DO PERIODO COM SINAL (IPCA PODE SER
      *    NEGATIVO): +000870000 = 0,87%.
       01  MARKET-INDEX-RECORD.
           02  IDX-INDICE             PIC X(04).
           02  IDX-SEP1               PIC X(02).
           02  IDX-TIPO               PIC X(01).
               88  IDX-VALOR-PUBLICADO          VALUE 'V'.
               88  IDX-PROJECAO                 VALUE 'P'.
           02  IDX-SEP2               PIC X(02).
           02  IDX-DATA.
               03  IDX-ANOMES         PIC 9(06).
               03  IDX-DIA            PIC 9(02).
           02  IDX-SEP3               PIC X(02).
           02  IDX-TAXA               PIC S9V9(08)
               SIGN IS LEADING SEPARATE.

      *    LISTA OS PERIODOS CUJO PRAZO CONCESSIVO (FIM DO PERIODO
      *    AQUISITIVO + 12 MESES) ESTA PARA VENCER - ANTES DE A
      *    EMPRESA DEVER FERIAS EM DOBRO. SAI O CALENDARIO DE
      *    PAREDE DO RH. O PERIODO EM QUE O FUNCIONARIO PASSA MAIS
      *    DE 180 DIAS RECEBENDO DO INSS (DOENCA OU ACIDENTE) E
      *    MARCADO COMO PERDIDO PELA FOLHA, E UM PERIODO NOVO COMECA
      *    NO RETORNO (AFASTAMENTOS NO EMPAFAST).
       01  VACATION-ENTITLEMENT-RECORD.
           02  VAC-MATRICULA          PIC 9(06).
           02  VAC-SEP1               PIC X(02).
           02  VAC-SITUACAO           PIC X(01).
               88  PERIODO-FERIAS-ABERTO        VALUE 'A'.
               88  PERIODO-FERIAS-GOZADO        VALUE 'G'.
               88  PERIODO-FERIAS-PERDIDO       VALUE 'P'.

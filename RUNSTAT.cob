      *    RUNSTAT.cob - LAYOUT DO ARQUIVO DE ESTADO DA ESTEIRA
      *    (RUN-STATE-FILE), GRAVADO PELA ROTINA COMPARTILHADA
      *    RUNSTRTN: CADA PASSO NAO REPETIVEL GRAVA UMA LINHA 'I'
      *    (INICIADO) AO COMECAR E UMA LINHA 'C' (CONCLUIDO, COM O
      *    RETURN-CODE) AO TERMINAR, SEMPRE COM A DATA DE MOVIMENTO.
      *    PASSO COM 'I' SEM 'C' FOI INTERROMPIDO NO MEIO. E DESTE
      *    ARQUIVO QUE A ROTINA RECUSA A SEGUNDA EXECUCAO DO MESMO
      *    PASSO NA MESMA DATA E QUE O RESTADV APONTA DE ONDE A
      *    ESTEIRA DEVE SER REINICIADA.
       01  RUN-STATE-RECORD.
           02  RSTA-PROGRAMA          PIC X(09).
           02  RSTA-SEP1              PIC X(02).
           02  RSTA-DATA              PIC 9(08).
           02  RSTA-SEP2              PIC X(02).
           02  RSTA-SITUACAO          PIC X(01).
               88  RSTA-INICIADO                VALUE 'I'.
               88  RSTA-CONCLUIDO               VALUE 'C'.
           02  RSTA-SEP3              PIC X(02).
           02  RSTA-HORA              PIC 9(08).
           02  RSTA-SEP4              PIC X(02).
           02  RSTA-RC                PIC 9(04).
           02  RSTA-SEP5              PIC X(02).
           02  RSTA-LIBERACAO         PIC X(01).
           02  RSTA-SEP6              PIC X(02).
           02  RSTA-USUARIO           PIC X(20).

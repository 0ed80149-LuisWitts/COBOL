      *    TURNOS.cob - LAYOUT DA TABELA DE TURNOS DE TRABALHO
      *    (WORK-SHIFT-FILE): CODIGO, DESCRICAO, HORA DE ENTRADA E
      *    DE SAIDA (HHMM - SAIDA MENOR QUE A ENTRADA E TURNO QUE
      *    VIRA A MEIA-NOITE), INTERVALO EM MINUTOS, OS DIAS DA
      *    SEMANA TRABALHADOS ('S'/'N', DE DOMINGO A SABADO, NA
      *    NUMERACAO DA DTROTINA) E SE O TURNO TRABALHA NOS
      *    FERIADOS DO CALENDARIO. A JORNADA DO TURNO E A DURACAO
      *    MENOS O INTERVALO. O TURNO DE CADA FUNCIONARIO VEM DO
      *    EMPTURNO; O IMPORTADOR DE PONTO (TIMECLCK) CONFERE AS
      *    MARCACOES CONTRA ELE.
       01  WORK-SHIFT-RECORD.
           02  TURN-CODIGO            PIC X(02).
           02  TURN-SEP1              PIC X(02).
           02  TURN-DESCRICAO         PIC X(20).
           02  TURN-SEP2              PIC X(02).
           02  TURN-ENTRADA           PIC 9(04).
           02  TURN-SEP3              PIC X(02).
           02  TURN-SAIDA             PIC 9(04).
           02  TURN-SEP4              PIC X(02).
           02  TURN-INTERVALO         PIC 9(03).
           02  TURN-SEP5              PIC X(02).
           02  TURN-DIAS              PIC X(07).
           02  TURN-SEP6              PIC X(02).
           02  TURN-FERIADO           PIC X(01).
               88  TURNO-TRABALHA-FERIADO       VALUE 'S'.

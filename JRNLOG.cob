      *    REAPLICA O JORNAL SOBRE UM BACKUP RECARREGADO PELO
      *    IDXRELD ATE A HORA ESCOLHIDA - UMA CORRUPCAO AS 15:00
      *    DEIXA DE CUSTAR O DIA INTEIRO DE REDIGITACAO.
      *    A EXCLUSAO DE UM HISTORICO DO CPFHIST (ANONIMIZACAO PELO
      *    LGPDREQ) VAI COMO IMAGEM SO COM O CPF, RESTO EM BRANCO, E
      *    O FWDRECOV A REAPLICA COMO EXCLUSAO.
       01  JOURNAL-RECORD.
           02  JRNL-ARQUIVO           PIC X(08).
           02  JRNL-DATA              PIC 9(08).

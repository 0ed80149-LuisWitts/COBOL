      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  IMAGEM DO CPFHIST SO COM A CHAVE (EXCLUSAO
      *                     DO HISTORICO NA ANONIMIZACAO, LGPDREQ) E
      *                     REAPLICADA COMO EXCLUSAO.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-IMAGEM                PIC X(80) VALUE SPACES.
       77  WRK-QT-REAPLICADAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QT-INCLUIDAS          PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EXCLUIDAS          PIC 9(07) VALUE ZEROS.
       77  WRK-QT-DEPOIS-LIMITE      PIC 9(07) VALUE ZEROS.
       77  WRK-QT-OUTROS-ARQUIVOS    PIC 9(07) VALUE ZEROS.

                   ADD 1 TO WRK-QT-REAPLICADAS
           END-READ.

      *    IMAGEM SO COM O CPF (RESTO EM BRANCO) E A EXCLUSAO DO
      *    HISTORICO FEITA NA ANONIMIZACAO (LGPDREQ).
       0220-APLICAR-CPFHIST.
           MOVE WRK-IMAGEM TO HIST-RECORD.
           IF WRK-IMAGEM (12 : 69) = SPACES
               DELETE CPF-HISTORY-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QT-EXCLUIDAS
               END-DELETE
           ELSE
               READ CPF-HISTORY-FILE
                   INVALID KEY
                       WRITE HIST-RECORD FROM WRK-IMAGEM
                       ADD 1 TO WRK-QT-INCLUIDAS
                   NOT INVALID KEY
                       REWRITE HIST-RECORD FROM WRK-IMAGEM
                       ADD 1 TO WRK-QT-REAPLICADAS
               END-READ
           END-IF.

       0230-APLICAR-USRSEC.
           MOVE WRK-IMAGEM TO USER-SECURITY-RECORD.
               WRK-QT-REAPLICADAS.
           DISPLAY 'IMAGENS INCLUIDAS         : '
               WRK-QT-INCLUIDAS.
           DISPLAY 'IMAGENS EXCLUIDAS         : '
               WRK-QT-EXCLUIDAS.
           DISPLAY 'IMAGENS DEPOIS DO LIMITE  : '
               WRK-QT-DEPOIS-LIMITE.
           DISPLAY 'IMAGENS DE OUTROS ARQUIVOS: '

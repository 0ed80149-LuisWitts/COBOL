      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  SITUACAO 'X' (ANONIMIZADO PELO LGPDREQ).
      **********************************************

       ENVIRONMENT DIVISION.
                   DISPLAY 'SITUACAO : BLOQUEADO'
               WHEN 'M'
                   DISPLAY 'SITUACAO : FUNDIDO (VER CUSTMERG)'
               WHEN 'X'
                   DISPLAY 'SITUACAO : ANONIMIZADO (LGPD)'
               WHEN OTHER
                   DISPLAY 'SITUACAO : ATIVO'
           END-EVALUATE.

      *    GRNTRTN RESOLVE; A LINHA MAIS RECENTE DO MESMO PAR
      *    USUARIO/FUNCAO PREVALECE). MANTIDO DENTRO DO USERADM,
      *    COM TODA MUDANCA NA TRILHA ACCAUD. CODIGOS EM USO:
      *    MENUnn (OPCOES DO PROGCOB01), PAYAPPRV, USERADM,
      *    PERCLOSE, CREDAPRV, GRDCAPRV E CHGFOLHA (SALARIO E CONTA
      *    DE CREDITO NO CHGAPRV).
       01  USER-GRANT-RECORD.
           02  GRANT-USUARIO          PIC X(20).
           02  GRANT-SEP1             PIC X(02).

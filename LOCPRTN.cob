       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCPRTN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ROTINA COMPARTILHADA DO LOCAL PRINCIPAL DE
      *              ESTOQUE. DEVOLVE O CODIGO DO PRIMEIRO LOCAL DO
      *              CADASTRO DE LOJAS/DEPOSITOS (STOREMST), QUE E
      *              ONDE FICA O SALDO DE LINHA GRAVADA ANTES DO
      *              ESTOQUE POR LOCAL: SALDO DO STOCKBAL, ENTRADA
      *              DO GOODSRCV OU CONTAGEM DO STOCKCNT SEM LOCAL.
      *              SEM O CADASTRO DEVOLVE ESPACOS (O SALDO FICA NO
      *              LOCAL EM BRANCO, COMO ANTES).
      *
      *    PARAMETROS (LINKAGE SECTION) :
      *    LK-LOCAL-PRINCIPAL - CODIGO DO LOCAL (SAIDA)
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      **********************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-MASTER-FILE ASSIGN TO 'STOREMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER-FILE.
           COPY 'STOREMST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-LJ-STATUS              PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-LOCAL-PRINCIPAL         PIC X(10).

       PROCEDURE DIVISION USING LK-LOCAL-PRINCIPAL.
       0001-PRINCIPAL.
           MOVE SPACES TO LK-LOCAL-PRINCIPAL.
           OPEN INPUT STORE-MASTER-FILE.
           IF WRK-LJ-STATUS = '00'
               READ STORE-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE LJ-CODIGO TO LK-LOCAL-PRINCIPAL
               END-READ
               CLOSE STORE-MASTER-FILE
           END-IF.
           GOBACK.

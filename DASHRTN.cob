       IDENTIFICATION DIVISION.
       PROGRAM-ID. DASHRTN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ROTINA COMPARTILHADA DE GRAVACAO NO ARQUIVO DE
      *              INDICADORES DO PAINEL EXECUTIVO (DASHIND). O
      *              PROGRAMA DA ESTEIRA QUE JA CALCULOU UM NUMERO
      *              ACOMPANHADO PELA DIRETORIA CHAMA A ROTINA COM O
      *              NOME DO INDICADOR, O VALOR, A QUANTIDADE E A
      *              DATA DE REFERENCIA; A ROTINA CARIMBA A DATA DE
      *              MOVIMENTO (RUNDTRTN) E GRAVA. MESMO PROTOCOLO
      *              ABRE-UMA-VEZ/GRAVA-MUITAS DA CTLTOTRTN.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      **********************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DASHBOARD-INDICATOR-FILE ASSIGN TO 'DASHIND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DASH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DASHBOARD-INDICATOR-FILE.
           COPY 'DASHIND.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-DASH-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-DATA                   PIC 9(08) VALUE ZEROS.
       77  WRK-DASH-ABERTO            PIC X(01) VALUE 'N'.
           88  INDICADOR-JA-ABERTO              VALUE 'S'.

       LINKAGE SECTION.
       01  LK-PROGRAMA                PIC X(09).
       01  LK-INDICADOR               PIC X(20).
       01  LK-VALOR                   PIC S9(11)V99.
       01  LK-QUANTIDADE              PIC 9(07).
       01  LK-DATA-REF                PIC 9(08).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-INDICADOR LK-VALOR
               LK-QUANTIDADE LK-DATA-REF.
       0001-PRINCIPAL.
           IF NOT INDICADOR-JA-ABERTO
               PERFORM 0100-ABRIR-INDICADORES
               MOVE 'S' TO WRK-DASH-ABERTO
           END-IF.
           PERFORM 0200-GRAVAR-INDICADOR.
           GOBACK.

      *    PRIMEIRA GRAVACAO DO ARQUIVO: CRIA VAZIO ANTES DO EXTEND,
      *    COMO NA CTLTOTRTN.
       0100-ABRIR-INDICADORES.
           OPEN EXTEND DASHBOARD-INDICATOR-FILE.
           IF WRK-DASH-STATUS = '35'
               OPEN OUTPUT DASHBOARD-INDICATOR-FILE
               CLOSE DASHBOARD-INDICATOR-FILE
               OPEN EXTEND DASHBOARD-INDICATOR-FILE
           END-IF.

       0200-GRAVAR-INDICADOR.
           CALL 'RUNDTRTN' USING WRK-DATA END-CALL.
           MOVE SPACES          TO DASHBOARD-INDICATOR-RECORD.
           MOVE LK-PROGRAMA     TO DASH-PROGRAMA.
           MOVE WRK-DATA        TO DASH-DATA.
           MOVE LK-INDICADOR    TO DASH-INDICADOR.
           MOVE LK-VALOR        TO DASH-VALOR.
           MOVE LK-QUANTIDADE   TO DASH-QUANTIDADE.
           MOVE LK-DATA-REF     TO DASH-DATA-REF.
           WRITE DASHBOARD-INDICATOR-RECORD.

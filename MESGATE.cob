       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESGATE.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: PORTAO DE FIM DE MES. OS PROGRAMAS DE
      *              FECHAMENTO DO MES (BALANCETE, FECHAMENTO DE
      *              PERIODO, DEMONSTRATIVOS, ORCADO X REALIZADO,
      *              CONCILIACAO BANCARIA, AGING E ALERTAS) RODAVAM
      *              A MAO, NA ORDEM QUE O OPERADOR LEMBRASSE. A
      *              ESTEIRA COBMONTH AGORA OS ENCADEIA E ESTE
      *              PROGRAMA DECIDE SE ELA RODA: CONSULTA A DTROTINA
      *              PARA A DATA DE MOVIMENTO E SO LIBERA NO ULTIMO
      *              DIA UTIL DO MES (DIA UTIL CUJO PROXIMO DIA UTIL
      *              JA CAI NO MES SEGUINTE). O CARTAO NO SYSIN DIZ
      *              QUEM ESTA PERGUNTANDO:
      *                V = VERIFICACAO NA ESTEIRA NOTURNA (COBNIGHT):
      *                    RC=0 NO ULTIMO DIA UTIL (SUBMETE O
      *                    COBMONTH), RC=4 NOS DEMAIS. SEM CTLTOT.
      *                M = PASSO 0 DO COBMONTH: RC=0 NO ULTIMO DIA
      *                    UTIL; FORA DELE RC=4 E TOTAL DE CONTROLE
      *                    COM MODO 'PULADO', COMO O DAYGATE.
      *                S = EXECUCAO SOLICITADA PELO OPERADOR FORA DO
      *                    ULTIMO DIA UTIL: RC=2, QUE A ESTEIRA ACEITA,
      *                    E TOTAL DE CONTROLE COM MODO 'SOLICITADO'
      *                    PARA O FECHAMENTO FICAR IDENTIFICADO.
      *                A = PORTAO DE FECHAMENTO DE ANO DENTRO DO
      *                    COBMONTH: RC=0 SE A DATA DE MOVIMENTO E DE
      *                    DEZEMBRO, RC=4 NOS DEMAIS MESES. SEM CTLTOT.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      **********************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-MODO                   PIC X(01) VALUE SPACES.
           88  MODO-VERIFICAR                   VALUE 'V'.
           88  MODO-MENSAL                      VALUE 'M'.
           88  MODO-SOLICITADO                  VALUE 'S'.
           88  MODO-ANUAL                       VALUE 'A'.
           88  MODO-VALIDO                      VALUES 'V' 'M'
                                                       'S' 'A'.

       01  WRK-DATA-HOJE.
           02  WRK-ANO-HOJE           PIC 9(04).
           02  WRK-MES-HOJE           PIC 9(02).
           02  WRK-DIA-HOJE           PIC 9(02).
       01  WRK-DATA-PROXIMA.
           02  WRK-ANO-PROXIMA        PIC 9(04).
           02  WRK-MES-PROXIMA        PIC 9(02).
           02  WRK-DIA-PROXIMA        PIC 9(02).
       77  WRK-FORMATO                PIC 9(01) VALUE 1.
       77  WRK-DATA-FORMATADA         PIC X(20) VALUE SPACES.
       77  WRK-PROXIMA-FORMATADA      PIC X(20) VALUE SPACES.
       77  WRK-DIA-SEMANA             PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-UTIL               PIC X(01) VALUE 'S'.
       77  WRK-FIM-DE-MES             PIC X(01) VALUE 'N'.
           88  ULTIMO-DIA-UTIL                  VALUE 'S'.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'MESGATE'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF MODO-ANUAL
               PERFORM 0300-VERIFICAR-ANO
           ELSE
               PERFORM 0200-VERIFICAR-MES
           END-IF.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'MODO (V=VERIFICAR M=MENSAL S=SOLICITADO '
               'A=FECHAMENTO DE ANO) ...'.
           ACCEPT WRK-MODO.
           IF NOT MODO-VALIDO
               DISPLAY 'MODO ' WRK-MODO ' INVALIDO - ASSUMIDO V'
               MOVE 'V' TO WRK-MODO
           END-IF.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.

      *    ULTIMO DIA UTIL = HOJE E DIA UTIL E O PROXIMO DIA UTIL
      *    (FORMATO 4 DA DTROTINA, SOBRE UMA COPIA DA DATA) JA E DO
      *    MES SEGUINTE. FIM DE SEMANA E FERIADO NO FIM DO MES FICAM
      *    COBERTOS: O FECHAMENTO SAI NA SEXTA OU NA VESPERA.
       0200-VERIFICAR-MES.
           MOVE 1 TO WRK-FORMATO.
           CALL 'DTROTINA' USING WRK-DATA-HOJE WRK-FORMATO
               WRK-DATA-FORMATADA WRK-DIA-SEMANA WRK-DIA-UTIL
           END-CALL.
           IF WRK-DIA-UTIL = 'S'
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROXIMA
               MOVE 4 TO WRK-FORMATO
               CALL 'DTROTINA' USING WRK-DATA-PROXIMA WRK-FORMATO
                   WRK-PROXIMA-FORMATADA WRK-DIA-SEMANA WRK-DIA-UTIL
               END-CALL
               IF WRK-MES-PROXIMA NOT = WRK-MES-HOJE
                   MOVE 'S' TO WRK-FIM-DE-MES
               END-IF
           END-IF.
           IF ULTIMO-DIA-UTIL
               DISPLAY 'ULTIMO DIA UTIL DO MES (' WRK-DATA-FORMATADA
                   ') - FECHAMENTO DO MES LIBERADO'
           ELSE
               PERFORM 0210-FORA-DO-FIM-DE-MES
           END-IF.

       0210-FORA-DO-FIM-DE-MES.
           EVALUATE TRUE
               WHEN MODO-SOLICITADO
                   DISPLAY 'FORA DO ULTIMO DIA UTIL ('
                       WRK-DATA-FORMATADA ') - FECHAMENTO DO MES '
                       'SOLICITADO PELO OPERADOR'
                   MOVE 'SOLICITADO' TO WRK-CTLT-MODO
                   CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID
                       WRK-CTLT-LIDOS WRK-CTLT-PROCESSADOS
                       WRK-CTLT-REJEITADOS WRK-CTLT-MODO
                   END-CALL
                   MOVE 2 TO RETURN-CODE
               WHEN MODO-MENSAL
                   DISPLAY 'FORA DO ULTIMO DIA UTIL ('
                       WRK-DATA-FORMATADA ') - FECHAMENTO DO MES '
                       'PULADO DELIBERADAMENTE'
                   MOVE 'PULADO' TO WRK-CTLT-MODO
                   CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID
                       WRK-CTLT-LIDOS WRK-CTLT-PROCESSADOS
                       WRK-CTLT-REJEITADOS WRK-CTLT-MODO
                   END-CALL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'FORA DO ULTIMO DIA UTIL ('
                       WRK-DATA-FORMATADA ') - SEM FECHAMENTO DO MES'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       0300-VERIFICAR-ANO.
           IF WRK-MES-HOJE = 12
               DISPLAY 'FECHAMENTO DE DEZEMBRO - PASSOS DE '
                   'FECHAMENTO DE ANO LIBERADOS'
           ELSE
               DISPLAY 'MES ' WRK-MES-HOJE ' - SEM FECHAMENTO DE ANO'
               MOVE 4 TO RETURN-CODE
           END-IF.

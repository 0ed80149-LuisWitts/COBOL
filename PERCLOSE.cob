      *                     TRILHA ACCAUD E ENCERRA COM RC=8.
      *                     EXECUCAO DESASSISTIDA (OPERADOR NAO
      *                     IDENTIFICADO, ESTEIRA) SEGUE LIBERADA.
      *    15/10/2026  LCW  PERIODO ZERO = MES DA DATA DE MOVIMENTO
      *                     (CARTAO FIXO NA ESTEIRA DE FIM DE MES
      *                     COBMONTH) E TOTAL DE CONTROLE NO CTLTOT
      *                     QUANDO O PERIODO E FECHADO, PARA O
      *                     PROGCOB18 COBRAR O FECHAMENTO QUE NAO
      *                     ACONTECEU.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      **********************************************

       ENVIRONMENT DIVISION.
           88  FIM-PERIODOS                     VALUE 'S'.

       77  WRK-ANO-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-QT-CONTAS              PIC 9(05) VALUE ZEROS.
       77  WRK-JA-FECHADO             PIC X(01) VALUE 'N'.
           88  PERIODO-JA-FECHADO               VALUE 'S'.
               03  TB-PERIODO-STATUS  PIC X(01).
       77  WRK-QT-PERIODOS            PIC 9(02) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'PERCLOSE'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0090-CONFERIR-AUTORIZACAO.
           IF FECHAMENTO-AUTORIZADO
               PERFORM 0100-INICIALIZAR
                   PERFORM 0300-FINALIZAR
               END-IF
           END-IF.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

      *    O NIVEL SUPERVISOR/ADM DO OPERADOR DA SESSAO E O PADRAO

       0100-INICIALIZAR.
           DISPLAY '====== FECHAMENTO DE PERIODO DO RAZAO ======'.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'PERIODO A FECHAR (AAAAMM, ZERO = MES DO '
               'MOVIMENTO) ...'.
           ACCEPT WRK-ANO-MES.
           IF WRK-ANO-MES IS NOT NUMERIC
              OR WRK-ANO-MES = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-ANO-MES
           END-IF.
           DISPLAY 'PERIODO : ' WRK-ANO-MES.
           PERFORM 0110-CARREGAR-PERIODOS.
           IF PERIODO-JA-FECHADO
               DISPLAY 'PERIODO ' WRK-ANO-MES ' JA ESTA FECHADO - '
           CLOSE PERIOD-CONTROL-FILE.
           DISPLAY 'CONTAS CONGELADAS NO PERIODO ' WRK-ANO-MES
               ' : ' WRK-QT-CONTAS.
           MOVE WRK-QT-CONTAS TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-CONTAS TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO FECHAMENTO DE PERIODO '.

       0310-MARCAR-PERIODO.
           MOVE TB-PERIODO-ANO-MES (IX-PERIODO) TO PERIOD-ANO-MES.
           MOVE TB-PERIODO-STATUS (IX-PERIODO)  TO PERIOD-STATUS.
           WRITE PERIOD-CONTROL-RECORD.

      *    CONTROLE DE REEXECUCAO DA ESTEIRA (RUNSTRTN / RUNSTAT): O
      *    PASSO JA CONCLUIDO OU INTERROMPIDO NA DATA DE MOVIMENTO SO
      *    RODA DE NOVO COM CARTAO DE LIBERACAO NO DD RUNOVRD.
       0980-REGISTRAR-INICIO.
           MOVE 'I' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PROGRAMA-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           IF NOT EXECUCAO-LIBERADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    O RETURN-CODE DO PASSO VAI PARA O RUNSTAT E E DEVOLVIDO
      *    DEPOIS DA CHAMADA, QUE O ZERA.
       0985-REGISTRAR-FIM.
           MOVE RETURN-CODE TO WRK-RSTA-RC.
           MOVE 'F' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PROGRAMA-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           MOVE WRK-RSTA-RC TO RETURN-CODE.

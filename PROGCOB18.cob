      *                     INICIO, FIM E SEGUNDOS DE CADA PASSO DA
      *                     DATA DE MOVIMENTO - A NOITE DEIXA DE
      *                     SER SO CONTAGENS.
      *    15/10/2026  LCW  O MESMO FECHAMENTO PASSOU A COBRAR A
      *                     ESTEIRA DE FIM DE MES (COBMONTH, COM A
      *                     TABELA EXPJOBSM): MODO 'PULADO' SO
      *                     DISPENSA A COBRANCA QUANDO VEM DE UM
      *                     PROGRAMA DA PROPRIA TABELA (O PORTAO DA
      *                     ESTEIRA), E A MARCA 'A' TORNA O JOB
      *                     OBRIGATORIO SO EM DEZEMBRO (FECHAMENTO
      *                     DE ANO). TABELA AMPLIADA PARA 40 JOBS.
      *    15/10/2026  LCW  INDICADORES DO PAINEL EXECUTIVO (ROTINA
      *                     DASHRTN): JOBS EXECUTADOS, JOBS
      *                     OBRIGATORIOS FALTANTES, REJEITADOS E
      *                     NOITE PULADA PELO PORTAO. O RC DA
      *                     COBRANCA FICA GUARDADO EM WRK-RC-FINAL
      *                     PARA AS CALLS NAO O APAGAREM.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-MES-HOJE               PIC 9(02) VALUE ZEROS.
       77  WRK-RLOG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-RLOG-EOF               PIC X(01) VALUE 'N'.
           88  FIM-RUNLOG                       VALUE 'S'.

      *    JOBS ESPERADOS (EXPJOBS) X JOBS VISTOS HOJE
       01  TB-ESPERADOS-TABELA.
           02  TB-ESPERADO OCCURS 40 TIMES INDEXED BY IX-EXPJ.
               03  TB-EXPJ-PROGRAMA   PIC X(09).
               03  TB-EXPJ-OBRIGATORIO PIC X(01).
               03  TB-EXPJ-VISTO      PIC X(01).
       77  WRK-EXPJ-EOF               PIC X(01) VALUE 'N'.
           88  FIM-ESPERADOS                    VALUE 'S'.
       77  WRK-QT-FALTANTES           PIC 9(02) VALUE ZEROS.
       77  WRK-PROG-ESPERADO          PIC X(01) VALUE 'N'.
           88  PROGRAMA-ESPERADO                VALUE 'S'.
       77  WRK-DIA-PULADO             PIC X(01) VALUE 'N'.
           88  NOITE-PULADA                     VALUE 'S'.
       77  WRK-TOT-LIDOS              PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-PROCESSADOS        PIC 9(09) VALUE ZEROS.
       77  WRK-TOT-REJEITADOS         PIC 9(09) VALUE ZEROS.

      *    INDICADORES DO PAINEL EXECUTIVO (DASHRTN)
       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'PROGCOB18'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.
       77  WRK-DASH-INDICADOR         PIC X(20) VALUE SPACES.
       77  WRK-DASH-VALOR             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DASH-QUANTIDADE        PIC 9(07) VALUE ZEROS.
       77  WRK-DASH-DATA-REF          PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
       0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-ESPERADOS.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           MOVE WRK-DATA-HOJE (5:2) TO WRK-MES-HOJE.
           DISPLAY '===== CONTROLE DE FECHAMENTO DO DIA ' WRK-DATA-HOJE
               ' ====='.
           OPEN INPUT CONTROL-TOTALS-FILE.
           END-IF.

       0111-LER-ESPERADO.
           IF WRK-QT-ESPERADOS < 40
               ADD 1 TO WRK-QT-ESPERADOS
               SET IX-EXPJ TO WRK-QT-ESPERADOS
               MOVE EXPJ-PROGRAMA    TO TB-EXPJ-PROGRAMA (IX-EXPJ)
       0200-PROCESSAR.
           IF CTLT-DATA = WRK-DATA-HOJE
               PERFORM 0210-ACUMULAR-JOB
               MOVE 'N' TO WRK-PROG-ESPERADO
               PERFORM 0220-MARCAR-VISTO
                   VARYING IX-EXPJ FROM 1 BY 1
                   UNTIL IX-EXPJ > WRK-QT-ESPERADOS
               IF CTLT-MODO = 'PULADO' AND PROGRAMA-ESPERADO
                   MOVE 'S' TO WRK-DIA-PULADO
               END-IF
           END-IF.
       0220-MARCAR-VISTO.
           IF TB-EXPJ-PROGRAMA (IX-EXPJ) = CTLT-PROGRAMA
               MOVE 'S' TO TB-EXPJ-VISTO (IX-EXPJ)
               MOVE 'S' TO WRK-PROG-ESPERADO
           END-IF.

       0300-FINALIZAR.
           DISPLAY 'TOTAL LIDOS          : ' WRK-TOT-LIDOS.
           DISPLAY 'TOTAL PROCESSADOS    : ' WRK-TOT-PROCESSADOS.
           DISPLAY 'TOTAL REJEITADOS     : ' WRK-TOT-REJEITADOS.
           PERFORM 0340-GRAVAR-INDICADORES.
           DISPLAY ' FINAL DO RELATORIO DE FECHAMENTO '.

      *    JOB OBRIGATORIO SEM CONTROLE HOJE E O CASO QUE MAIS
      *    PRECISA APARECER - O JOB QUE NEM COMECOU. NUMA NOITE
      *    PULADA PELO PORTAO DA ESTEIRA (DAYGATE NA NOTURNA,
      *    MESGATE NA DE FIM DE MES) A COBRANCA NAO SE APLICA; O
      *    'PULADO' DE UM PORTAO DE OUTRA ESTEIRA NAO DISPENSA NADA.
       0310-CONFERIR-ESPERADOS.
           IF WRK-QT-ESPERADOS = ZEROS
               CONTINUE
           ELSE
               IF NOITE-PULADA
                   DISPLAY 'ESTEIRA PULADA PELO PORTAO - JOBS '
                       'OBRIGATORIOS NAO COBRADOS'
               ELSE
                   PERFORM 0320-COBRAR-JOB
           END-IF.

       0320-COBRAR-JOB.
           IF (TB-EXPJ-OBRIGATORIO (IX-EXPJ) = 'S' OR
               (TB-EXPJ-OBRIGATORIO (IX-EXPJ) = 'A' AND
                WRK-MES-HOJE = 12)) AND
              TB-EXPJ-VISTO (IX-EXPJ) NOT = 'S'
               ADD 1 TO WRK-QT-FALTANTES
               IF WRK-QT-FALTANTES = 1
           READ RUN-LOG-FILE
               AT END MOVE 'S' TO WRK-RLOG-EOF
           END-READ.

      *    SITUACAO DA NOITE PARA O PAINEL EXECUTIVO (EXECDASH). A
      *    CALL DEVOLVE RETURN-CODE ZERADO; O 8 DA COBRANCA E
      *    GUARDADO ANTES E DEVOLVIDO NO FIM.
       0340-GRAVAR-INDICADORES.
           MOVE RETURN-CODE TO WRK-RC-FINAL.
           MOVE WRK-DATA-HOJE TO WRK-DASH-DATA-REF.
           MOVE 'JOBS-EXECUTADOS'     TO WRK-DASH-INDICADOR.
           MOVE WRK-TOT-PROCESSADOS   TO WRK-DASH-VALOR.
           MOVE WRK-QT-JOBS           TO WRK-DASH-QUANTIDADE.
           PERFORM 0341-GRAVAR-INDICADOR.
           MOVE 'JOBS-FALTANTES'      TO WRK-DASH-INDICADOR.
           MOVE ZEROS                 TO WRK-DASH-VALOR.
           MOVE WRK-QT-FALTANTES      TO WRK-DASH-QUANTIDADE.
           PERFORM 0341-GRAVAR-INDICADOR.
           MOVE 'REJEITADOS'          TO WRK-DASH-INDICADOR.
           MOVE WRK-TOT-REJEITADOS    TO WRK-DASH-VALOR.
           MOVE ZEROS                 TO WRK-DASH-QUANTIDADE.
           PERFORM 0341-GRAVAR-INDICADOR.
           MOVE 'NOITE-PULADA'        TO WRK-DASH-INDICADOR.
           MOVE ZEROS                 TO WRK-DASH-VALOR.
           IF NOITE-PULADA
               MOVE 1 TO WRK-DASH-QUANTIDADE
           ELSE
               MOVE ZEROS TO WRK-DASH-QUANTIDADE
           END-IF.
           PERFORM 0341-GRAVAR-INDICADOR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.

       0341-GRAVAR-INDICADOR.
           CALL 'DASHRTN' USING WRK-PROGRAMA-ID WRK-DASH-INDICADOR
               WRK-DASH-VALOR WRK-DASH-QUANTIDADE WRK-DASH-DATA-REF
           END-CALL.

      *                     EXISTE PARA EVITAR. RC=4 AGORA SO QUANDO
      *                     NENHUM LANCAMENTO FOI GERADO; REJEICOES
      *                     SEGUEM PELO LOG DE EXCECOES.
      *    15/10/2026  LCW  LANCAMENTO FIXO COM LOJA NO CADASTRO
      *                     (STD-LOJA) GRAVA A LOJA NAS DUAS LINHAS
      *                     DO LOTE (TRAN-LOJA), PARA O ALUGUEL E
      *                     AFINS DE UMA LOJA ENTRAREM NO RESULTADO
      *                     POR LOJA (LOJADRE).
      *    15/10/2026  LCW  CARTAO DE MODO NO SYSIN: D (OU BRANCO) =
      *                     DIARIO, COMO SEMPRE; F = REPESCAGEM DE
      *                     FIM DE MES NA ESTEIRA COBMONTH, QUE GERA
      *                     TAMBEM OS LANCAMENTOS DOS DIAS DO MES QUE
      *                     A NOTURNA NAO VAI MAIS ALCANCAR (DIA 31,
      *                     FIM DE SEMANA OU FERIADO NO FIM DO MES),
      *                     PARA O PERCLOSE NAO FECHAR O MES SEM A
      *                     DEPRECIACAO OU O ALUGUEL.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      **********************************************

       ENVIRONMENT DIVISION.
       77  WRK-ANO-MES                PIC 9(06) VALUE ZEROS.
       77  WRK-DIA-MOVIMENTO          PIC 9(02) VALUE ZEROS.

      *    MODO DE GERACAO E, NA REPESCAGEM DE FIM DE MES, O PROXIMO
      *    DIA UTIL (ATE ONDE A NOTURNA AINDA GERA SOZINHA)
       77  WRK-MODO-GERACAO           PIC X(01) VALUE 'D'.
           88  MODO-FIM-DE-MES                  VALUE 'F'.
       01  WRK-DATA-PROXIMA.
           02  WRK-ANO-PROXIMA        PIC 9(04).
           02  WRK-MES-PROXIMA        PIC 9(02).
           02  WRK-DIA-PROXIMA        PIC 9(02).
       77  WRK-FORMATO                PIC 9(01) VALUE 4.
       77  WRK-DATA-FORMATADA         PIC X(20) VALUE SPACES.
       77  WRK-DIA-SEMANA             PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-UTIL               PIC X(01) VALUE 'S'.
       77  WRK-DIA-LIMITE             PIC 9(02) VALUE ZEROS.
       77  WRK-LANCAMENTO-DEVIDO      PIC X(01) VALUE 'N'.
           88  LANCAMENTO-DEVIDO                VALUE 'S'.

      *    PLANO DE CONTAS CARREGADO NA INICIALIZACAO
       01  TB-PLANO-TABELA.
           02  TB-PLANO OCCURS 100 TIMES INDEXED BY IX-PLANO.
               03  TB-LIN-CONTA       PIC 9(06).
               03  TB-LIN-TIPO        PIC X(01).
               03  TB-LIN-VALOR       PIC 9(07)V99.
               03  TB-LIN-LOJA        PIC X(10).
       77  WRK-QT-LINHAS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-LINHAS          PIC 9(03) VALUE 200.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'STANDGEN'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
      *    A REPESCAGEM DE FIM DE MES E OUTRO PASSO (OUTRA ESTEIRA):
      *    TEM ESTADO PROPRIO NO RUNSTAT, SEPARADO DO DIARIO.
       77  WRK-PASSO-ID               PIC X(09) VALUE 'STANDGEN'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== GERADOR DE LANCAMENTOS RECORRENTES ===='.
           DISPLAY 'MODO (D=DIARIO  F=REPESCAGEM DE FIM DE MES) ...'.
           ACCEPT WRK-MODO-GERACAO.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           COMPUTE WRK-ANO-MES = WRK-DATA-MOVIMENTO / 100.
           COMPUTE WRK-DIA-MOVIMENTO =
               WRK-DATA-MOVIMENTO - (WRK-ANO-MES * 100).
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           IF MODO-FIM-DE-MES
               PERFORM 0120-LIMITE-FIM-DE-MES
           ELSE
               MOVE 'D' TO WRK-MODO-GERACAO
           END-IF.
           IF MODO-FIM-DE-MES
               MOVE 'STANDGENF' TO WRK-PASSO-ID
           END-IF.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0110-CARREGAR-PLANO.
           OPEN INPUT STANDING-ENTRY-FILE.
           IF WRK-STD-STATUS = '35'
               AT END MOVE 'S' TO WRK-PLANO-EOF
           END-READ.

      *    A NOTURNA SO RODA EM DIA UTIL E SO GERA O DIA DA DATA DE
      *    MOVIMENTO: NA REPESCAGEM ENTRAM OS DIAS DEPOIS DE HOJE E
      *    ANTES DO PROXIMO DIA UTIL; SE ELE JA E DO MES SEGUINTE,
      *    TODOS OS DIAS QUE RESTAM NO MES (ATE O 31).
       0120-LIMITE-FIM-DE-MES.
           MOVE WRK-DATA-MOVIMENTO TO WRK-DATA-PROXIMA.
           CALL 'DTROTINA' USING WRK-DATA-PROXIMA WRK-FORMATO
               WRK-DATA-FORMATADA WRK-DIA-SEMANA WRK-DIA-UTIL
           END-CALL.
           IF WRK-MES-PROXIMA NOT = WRK-DATA-MOVIMENTO (5:2)
               MOVE 32 TO WRK-DIA-LIMITE
           ELSE
               MOVE WRK-DIA-PROXIMA TO WRK-DIA-LIMITE
           END-IF.
           MOVE 'FIM-MES' TO WRK-CTLT-MODO.
           DISPLAY 'REPESCAGEM DE FIM DE MES - PROXIMO DIA UTIL '
               WRK-DATA-FORMATADA.

       0200-PROCESSAR.
           ADD 1 TO WRK-QT-LIDOS.
           PERFORM 0210-AVALIAR-LANCAMENTO.
           END-READ.

      *    UM LANCAMENTO FIXO E DEVIDO QUANDO O DIA DO MES BATE COM
      *    A DATA DE MOVIMENTO (NA REPESCAGEM, QUANDO CAI ENTRE HOJE
      *    E O PROXIMO DIA UTIL) E A COMPETENCIA ESTA DENTRO DA
      *    VIGENCIA (FIM ZERADO = SEM PRAZO).
       0210-AVALIAR-LANCAMENTO.
           MOVE 'N' TO WRK-LANCAMENTO-DEVIDO.
           IF MODO-FIM-DE-MES
               IF STD-DIA > WRK-DIA-MOVIMENTO
                  AND STD-DIA < WRK-DIA-LIMITE
                   MOVE 'S' TO WRK-LANCAMENTO-DEVIDO
               END-IF
           ELSE
               IF STD-DIA = WRK-DIA-MOVIMENTO
                   MOVE 'S' TO WRK-LANCAMENTO-DEVIDO
               END-IF
           END-IF.
           IF LANCAMENTO-DEVIDO
              AND STD-VIGENCIA-INI <= WRK-ANO-MES
              AND (STD-VIGENCIA-FIM = ZEROS
                   OR STD-VIGENCIA-FIM >= WRK-ANO-MES)
               MOVE STD-CONTA-DEBITO TO TB-LIN-CONTA (IX-LIN)
               MOVE 'D'              TO TB-LIN-TIPO (IX-LIN)
               MOVE STD-VALOR        TO TB-LIN-VALOR (IX-LIN)
               MOVE STD-LOJA         TO TB-LIN-LOJA (IX-LIN)
               ADD STD-VALOR TO WRK-SOMA-DEBITOS
               ADD 1 TO WRK-QT-LINHAS
               SET IX-LIN TO WRK-QT-LINHAS
               MOVE STD-CONTA-CREDITO TO TB-LIN-CONTA (IX-LIN)
               MOVE 'C'               TO TB-LIN-TIPO (IX-LIN)
               MOVE STD-VALOR         TO TB-LIN-VALOR (IX-LIN)
               MOVE STD-LOJA          TO TB-LIN-LOJA (IX-LIN)
               ADD STD-VALOR TO WRK-SOMA-CREDITOS
               MOVE STD-VALOR TO WRK-VALOR-ED
               DISPLAY 'GERADO ' STD-CODIGO ' ' STD-DESCRICAO ' '
           MOVE TB-LIN-CONTA (IX-LIN) TO TRAN-CONTA.
           MOVE TB-LIN-TIPO (IX-LIN)  TO TRAN-TIPO.
           MOVE TB-LIN-VALOR (IX-LIN) TO TRAN-VALOR.
           MOVE TB-LIN-LOJA (IX-LIN)  TO TRAN-LOJA.
           WRITE TRANSACTION-RECORD.

       0330-GRAVAR-SEQUENCIA.
           MOVE WRK-SEQUENCIA TO LEDGER-SEQUENCE-RECORD.
           WRITE LEDGER-SEQUENCE-RECORD.
           CLOSE LEDGER-SEQUENCE-FILE.

      *    CONTROLE DE REEXECUCAO DA ESTEIRA (RUNSTRTN / RUNSTAT): O
      *    PASSO JA CONCLUIDO OU INTERROMPIDO NA DATA DE MOVIMENTO SO
      *    RODA DE NOVO COM CARTAO DE LIBERACAO NO DD RUNOVRD.
       0980-REGISTRAR-INICIO.
           MOVE 'I' TO WRK-RSTA-FUNCAO.
           CALL 'RUNSTRTN' USING WRK-PASSO-ID WRK-RSTA-FUNCAO
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
           CALL 'RUNSTRTN' USING WRK-PASSO-ID WRK-RSTA-FUNCAO
               WRK-RSTA-RC WRK-RSTA-LIBERADO
           END-CALL.
           MOVE WRK-RSTA-RC TO RETURN-CODE.

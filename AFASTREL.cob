       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFASTREL.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: LISTA DE FUNCIONARIOS AFASTADOS. LE O CADASTRO
      *              DE AFASTAMENTOS (EMPAFAST, MANTIDO PELO
      *              AFASTMNT) E LISTA QUEM ESTA AFASTADO NA DATA DO
      *              PROCESSAMENTO - TIPO, INICIO, FIM PREVISTO, DIAS
      *              FORA E, NA DOENCA E NO ACIDENTE, A DATA EM QUE
      *              O INSS ASSUMIU O PAGAMENTO. DESTACA QUEM VOLTA
      *              DENTRO DOS PROXIMOS N DIAS INFORMADOS (PARA O
      *              RH PREPARAR O RETORNO E O EXAME MEDICO) E QUEM
      *              JA PASSOU DA PREVISAO SEM RETORNO REGISTRADO. O
      *              NOME SAI DO EMPLOYEE-MASTER.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO 'EMPAFAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFA-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
           COPY 'EMPAFAST.cob'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-AFA-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-LIMITE            PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-HOJE              PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-INICIO            PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-PREVISTO          PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-FORA              PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-RESTANTES         PIC S9(05) VALUE ZEROS.
      *    NA DOENCA E NO ACIDENTE A EMPRESA PAGA OS PRIMEIROS 15
      *    DIAS; O INSS PAGA A PARTIR DO 16O.
       77  WRK-DIAS-EMPRESA-AFAST     PIC 9(02) VALUE 15.
       77  WRK-DATA-INSS              PIC 9(08) VALUE ZEROS.

       77  WRK-NOME-FUNC              PIC X(20) VALUE SPACES.
       77  WRK-DESCRICAO-TIPO         PIC X(20) VALUE SPACES.
       77  WRK-SITUACAO-RETORNO       PIC X(22) VALUE SPACES.
       77  WRK-QT-AFASTADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RETORNANDO          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-VENCIDOS            PIC 9(05) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'AFASTREL'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'FUNCIONARIOS AFASTADOS E RETORNOS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           COMPUTE WRK-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           DISPLAY 'DESTACAR RETORNOS PREVISTOS EM QUANTOS DIAS ...'.
           ACCEPT WRK-DIAS-LIMITE.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT LEAVE-FILE.
           IF WRK-AFA-STATUS = '35'
               DISPLAY 'CADASTRO DE AFASTAMENTOS (EMPAFAST) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ LEAVE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

      *    AFASTADO HOJE = JA COMECOU E AINDA NAO TEM RETORNO.
       0200-PROCESSAR.
           COMPUTE WRK-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO).
           IF AFA-DATA-RETORNO = ZEROS
              AND WRK-DIAS-INICIO > ZEROS
              AND WRK-DIAS-INICIO NOT > WRK-DIAS-HOJE
               ADD 1 TO WRK-QT-AFASTADOS
               COMPUTE WRK-DIAS-FORA =
                   WRK-DIAS-HOJE - WRK-DIAS-INICIO + 1
               PERFORM 0210-APURAR-RETORNO
               PERFORM 0220-LOCALIZAR-NOME
               PERFORM 0230-IMPRIMIR-AFASTADO
           END-IF.
           READ LEAVE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-APURAR-RETORNO.
           EVALUATE TRUE
               WHEN AFAST-DOENCA
                   MOVE 'AUXILIO-DOENCA'       TO WRK-DESCRICAO-TIPO
               WHEN AFAST-ACIDENTE
                   MOVE 'ACIDENTE DE TRABALHO' TO WRK-DESCRICAO-TIPO
               WHEN AFAST-MATERNIDADE
                   MOVE 'LICENCA-MATERNIDADE'  TO WRK-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO'    TO WRK-DESCRICAO-TIPO
           END-EVALUATE.
           MOVE ZEROS TO WRK-DATA-INSS.
           IF AFAST-PAGO-PELO-INSS
               COMPUTE WRK-DATA-INSS = FUNCTION DATE-OF-INTEGER
                   (WRK-DIAS-INICIO + WRK-DIAS-EMPRESA-AFAST)
           END-IF.
           MOVE SPACES TO WRK-SITUACAO-RETORNO.
           MOVE ZEROS TO WRK-DIAS-RESTANTES.
           IF AFA-DATA-FIM-PREVISTO = ZEROS
               MOVE 'SEM PREVISAO' TO WRK-SITUACAO-RETORNO
           ELSE
               COMPUTE WRK-DIAS-PREVISTO =
                   FUNCTION INTEGER-OF-DATE (AFA-DATA-FIM-PREVISTO)
      *        O RETORNO E O DIA SEGUINTE AO FIM PREVISTO
               COMPUTE WRK-DIAS-RESTANTES =
                   WRK-DIAS-PREVISTO + 1 - WRK-DIAS-HOJE
               EVALUATE TRUE
                   WHEN WRK-DIAS-RESTANTES NOT > ZEROS
                       ADD 1 TO WRK-QT-VENCIDOS
                       MOVE '*** RETORNO VENCIDO'
                           TO WRK-SITUACAO-RETORNO
                   WHEN WRK-DIAS-RESTANTES NOT > WRK-DIAS-LIMITE
                       ADD 1 TO WRK-QT-RETORNANDO
                       MOVE 'RETORNA EM BREVE'
                           TO WRK-SITUACAO-RETORNO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0220-LOCALIZAR-NOME.
           MOVE 'SEM CADASTRO' TO WRK-NOME-FUNC.
           MOVE AFA-MATRICULA TO EMP-NUMERO.
           READ EMPLOYEE-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE EMP-NOME TO WRK-NOME-FUNC
           END-READ.

       0230-IMPRIMIR-AFASTADO.
           DISPLAY 'MATRICULA ' AFA-MATRICULA ' ' WRK-NOME-FUNC
               ' ' WRK-DESCRICAO-TIPO.
           DISPLAY '    INICIO ' AFA-DATA-INICIO
               ' PREVISTO ' AFA-DATA-FIM-PREVISTO
               ' DIAS FORA ' WRK-DIAS-FORA
               ' ' WRK-SITUACAO-RETORNO.
           IF WRK-DATA-INSS > ZEROS
               DISPLAY '    PAGO PELO INSS DESDE ' WRK-DATA-INSS
           END-IF.
           IF WRK-SITUACAO-RETORNO NOT = SPACES
              AND AFA-DATA-FIM-PREVISTO > ZEROS
               DISPLAY '    DIAS PARA O RETORNO : ' WRK-DIAS-RESTANTES
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MATR ' AFA-MATRICULA ' ' WRK-NOME-FUNC
               ' ' AFA-TIPO ' DE ' AFA-DATA-INICIO
               ' ATE ' AFA-DATA-FIM-PREVISTO
               ' ' WRK-SITUACAO-RETORNO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0300-FINALIZAR.
           IF WRK-AFA-STATUS NOT = '35'
               CLOSE LEAVE-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           DISPLAY 'FUNCIONARIOS AFASTADOS HOJE    : ' WRK-QT-AFASTADOS.
           DISPLAY 'RETORNOS PREVISTOS NO PRAZO    : '
               WRK-QT-RETORNANDO.
           DISPLAY 'RETORNOS VENCIDOS SEM REGISTRO : ' WRK-QT-VENCIDOS.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRANAL.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ANALISE MENSAL DE QUADRO DE PESSOAL, ROTATIVIDADE
      *              E CUSTO DE FOLHA POR DEPARTAMENTO (NOMES DO
      *              DEPTMAST), PARA A DIRETORIA. PARA A COMPETENCIA
      *              INFORMADA (AAAAMM; ZERO = MES DO MOVIMENTO), O
      *              QUADRO E RECONSTRUIDO PELAS DATAS DE ADMISSAO E
      *              DESLIGAMENTO DO EMPLOYEE-MASTER: QUADRO INICIAL,
      *              ADMISSOES, DESLIGAMENTOS, QUADRO FINAL, TAXA DE
      *              ROTATIVIDADE ((ADMISSOES + DESLIGAMENTOS) /
      *              (INICIAL + FINAL)) E TEMPO MEDIO DE CASA DO
      *              QUADRO FINAL. O CUSTO VEM DO HISTORICO DE FOLHA
      *              (PAYHIST): BRUTO TOTAL E MEDIO POR CABECA DO
      *              QUADRO FINAL, E ENCARGOS DO EMPREGADOR PELOS
      *              MESMOS PERCENTUAIS DA FOLHA (INSS PATRONAL E
      *              FGTS EM TODA FOLHA; PROVISOES DE 13o E FERIAS
      *              SO NA FOLHA NORMAL). TRAZ AINDA A COMPARACAO COM
      *              O MESMO MES DO ANO ANTERIOR POR DEPARTAMENTO E A
      *              TENDENCIA DOS ULTIMOS 12 MESES DA EMPRESA. O
      *              DEPARTAMENTO E O ATUAL DO CADASTRO, TAMBEM PARA
      *              OS MESES PASSADOS. INATIVO SEM DATA DE
      *              DESLIGAMENTO NAO TEM COMO SER POSICIONADO NO
      *              TEMPO E FICA FORA, CONTADO A PARTE.
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
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPT-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PHIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       FD  DEPARTMENT-MASTER-FILE.
           COPY 'DEPTMAST.cob'.

       FD  PAYROLL-HISTORY-FILE.
           COPY 'PAYHIST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-DEPT-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PHIS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-AUX-EOF                PIC X(01) VALUE 'N'.
           88  FIM-AUXILIAR                     VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       01  WRK-COMPETENCIA            PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02  WRK-COMP-ANO           PIC 9(04).
           02  WRK-COMP-MES           PIC 9(02).
       77  WRK-COMPETENCIA-AA         PIC 9(06) VALUE ZEROS.

      *    JANELA DE UM MES: PRIMEIRO DIA E PRIMEIRO DIA DO MES
      *    SEGUINTE, E A SITUACAO DO FUNCIONARIO NELA
       01  WRK-JAN-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       01  WRK-JAN-COMPETENCIA-R REDEFINES WRK-JAN-COMPETENCIA.
           02  WRK-JAN-ANO            PIC 9(04).
           02  WRK-JAN-MES            PIC 9(02).
       77  WRK-JAN-INICIO             PIC 9(08) VALUE ZEROS.
       77  WRK-JAN-PROXIMO            PIC 9(08) VALUE ZEROS.
       77  WRK-COMP-SEGUINTE          PIC 9(06) VALUE ZEROS.
       77  WRK-DESLIG-EFETIVO         PIC 9(08) VALUE ZEROS.
       77  WRK-SIT-INICIO             PIC X(01) VALUE 'N'.
           88  NO-QUADRO-INICIAL                VALUE 'S'.
       77  WRK-SIT-ADMITIDO           PIC X(01) VALUE 'N'.
           88  ADMITIDO-NO-MES                  VALUE 'S'.
       77  WRK-SIT-DESLIGADO          PIC X(01) VALUE 'N'.
           88  DESLIGADO-NO-MES                 VALUE 'S'.
       77  WRK-SIT-FINAL              PIC X(01) VALUE 'N'.
           88  NO-QUADRO-FINAL                  VALUE 'S'.

      *    DEPARTAMENTOS DO DEPTMAST, MAIS OS CODIGOS FORA DELE QUE
      *    APARECEREM NO CADASTRO; A ULTIMA POSICAO LIVRE RECEBE O
      *    TOTAL DA EMPRESA NA IMPRESSAO
       01  TB-DEPTOS-TABELA.
           02  TB-DEPTO OCCURS 51 TIMES INDEXED BY IX-DEPTO.
               03  TB-DEP-CODIGO      PIC X(04).
               03  TB-DEP-NOME        PIC X(20).
               03  TB-DEP-INICIO      PIC 9(05).
               03  TB-DEP-ADMISSOES   PIC 9(05).
               03  TB-DEP-DESLIGAMENTOS PIC 9(05).
               03  TB-DEP-FINAL       PIC 9(05).
               03  TB-DEP-QT-TEMPO    PIC 9(05).
               03  TB-DEP-DIAS-CASA   PIC 9(09).
               03  TB-DEP-BRUTO       PIC 9(09)V99.
               03  TB-DEP-ENCARGOS    PIC 9(09)V99.
               03  TB-DEP-FINAL-AA    PIC 9(05).
               03  TB-DEP-BRUTO-AA    PIC 9(09)V99.
       77  WRK-QT-DEPTOS              PIC 9(02) VALUE ZEROS.
       77  WRK-LIMITE-DEPTOS          PIC 9(02) VALUE 50.
       77  WRK-IX-DEPTO               PIC 9(02) VALUE ZEROS.
       77  WRK-DEPTO-ACHADO           PIC X(01) VALUE 'N'.
           88  DEPTO-ACHADO                     VALUE 'S'.
       77  WRK-DEPTO-PROCURADO        PIC X(04) VALUE SPACES.

      *    MATRICULA -> DEPARTAMENTO, PARA DISTRIBUIR O PAYHIST
       01  TB-FUNCIONARIOS-TABELA.
           02  TB-FUNCIONARIO OCCURS 2000 TIMES INDEXED BY IX-FUNC.
               03  TB-FUN-MATRICULA   PIC 9(06).
               03  TB-FUN-IX-DEPTO    PIC 9(02).
       77  WRK-QT-FUNCIONARIOS        PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-FUNCIONARIOS    PIC 9(04) VALUE 2000.
       77  WRK-FUNC-ACHADO            PIC X(01) VALUE 'N'.
           88  FUNCIONARIO-ACHADO               VALUE 'S'.

      *    TENDENCIA DOS ULTIMOS 12 MESES (1 = MAIS ANTIGO)
       01  TB-MESES-TABELA.
           02  TB-MES OCCURS 12 TIMES INDEXED BY IX-MES.
               03  TB-MES-COMPETENCIA PIC 9(06).
               03  TB-MES-INICIO      PIC 9(08).
               03  TB-MES-PROXIMO     PIC 9(08).
               03  TB-MES-ADMISSOES   PIC 9(05).
               03  TB-MES-DESLIGAMENTOS PIC 9(05).
               03  TB-MES-FINAL       PIC 9(05).
               03  TB-MES-BRUTO       PIC 9(09)V99.
       77  WRK-SUB-MES                PIC 9(02) VALUE ZEROS.

       77  WRK-AA-INICIO              PIC 9(08) VALUE ZEROS.
       77  WRK-AA-PROXIMO             PIC 9(08) VALUE ZEROS.
       77  WRK-MES-INICIO             PIC 9(08) VALUE ZEROS.
       77  WRK-MES-PROXIMO            PIC 9(08) VALUE ZEROS.

      *    MESMOS PERCENTUAIS DE ENCARGOS E PROVISOES DA FOLHA
      *    (PROGCOB04)
       77  WRK-PCT-INSS-PATRONAL      PIC 9V9999 VALUE 0,2000.
       77  WRK-PCT-FGTS               PIC 9V9999 VALUE 0,0800.
       77  WRK-PCT-PROVISAO-13        PIC 9V9999 VALUE 0,0833.
       77  WRK-PCT-PROV-FERIAS        PIC 9V9999 VALUE 0,1111.
       77  WRK-ENCARGO-CALC           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PARCELA-CALC           PIC 9(07)V99 VALUE ZEROS.

       77  WRK-QT-SEM-DATA            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-HIST-SEM-CADASTRO   PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-CASA              PIC 9(07) VALUE ZEROS.

      *    CAMPOS DE IMPRESSAO DE UMA LINHA DE DEPARTAMENTO
       77  WRK-TURNOVER               PIC 9(03)V99 VALUE ZEROS.
       77  WRK-TEMPO-MEDIO            PIC 9(03)V9 VALUE ZEROS.
       77  WRK-CUSTO-MEDIO            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VARIACAO-QUADRO        PIC S9(05) VALUE ZEROS.
       77  WRK-VARIACAO-PCT           PIC S9(05)V9 VALUE ZEROS.
       77  WRK-TURNOVER-ED            PIC ZZ9,99 VALUE ZEROS.
       77  WRK-TEMPO-ED               PIC ZZ9,9 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED              PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR3-ED              PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VARIACAO-QUADRO-ED     PIC +ZZZZ9 VALUE ZEROS.
       77  WRK-VARIACAO-PCT-ED        PIC +ZZZZ9,9 VALUE ZEROS.
       77  WRK-VARIACAO-TEXTO         PIC X(09) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'HRANAL'.
       77  WRK-RLOG-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'QUADRO, ROTATIVIDADE E CUSTO DE PESSOAL'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE 'MENSAL'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'I' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO
               PERFORM 0250-CARREGAR-HISTORICO
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE 'F' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'COMPETENCIA DA ANALISE (AAAAMM, ZERO = MES DO '
               'MOVIMENTO) ...'.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA IS NOT NUMERIC
              OR WRK-COMPETENCIA = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-COMPETENCIA
           END-IF.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               DISPLAY 'COMPETENCIA : ' WRK-COMPETENCIA
               COMPUTE WRK-COMPETENCIA-AA = WRK-COMPETENCIA - 100
               MOVE WRK-COMPETENCIA-AA TO WRK-JAN-COMPETENCIA
               PERFORM 0150-MONTAR-JANELA
               MOVE WRK-JAN-INICIO  TO WRK-AA-INICIO
               MOVE WRK-JAN-PROXIMO TO WRK-AA-PROXIMO
               PERFORM 0120-MONTAR-MESES
               PERFORM 0110-CARREGAR-DEPARTAMENTOS
               MOVE WRK-COMPETENCIA TO WRK-JAN-COMPETENCIA
               PERFORM 0150-MONTAR-JANELA
               MOVE WRK-JAN-INICIO  TO WRK-MES-INICIO
               MOVE WRK-JAN-PROXIMO TO WRK-MES-PROXIMO
               OPEN INPUT EMPLOYEE-MASTER
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

      *    SEM O DEPTMAST OS DEPARTAMENTOS SAO OS CODIGOS QUE
      *    APARECEM NO CADASTRO, SEM NOME.
       0110-CARREGAR-DEPARTAMENTOS.
           MOVE 'N' TO WRK-AUX-EOF.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WRK-DEPT-STATUS = '35'
               MOVE 'S' TO WRK-AUX-EOF
           ELSE
               READ DEPARTMENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-AUX-EOF
               END-READ
               PERFORM 0111-LER-DEPARTAMENTO UNTIL FIM-AUXILIAR
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.

       0111-LER-DEPARTAMENTO.
           IF WRK-QT-DEPTOS < WRK-LIMITE-DEPTOS
               ADD 1 TO WRK-QT-DEPTOS
               SET IX-DEPTO TO WRK-QT-DEPTOS
               INITIALIZE TB-DEPTO (IX-DEPTO)
               MOVE DEPT-CODIGO TO TB-DEP-CODIGO (IX-DEPTO)
               MOVE DEPT-NOME   TO TB-DEP-NOME (IX-DEPTO)
           END-IF.
           READ DEPARTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.

      *    OS 12 MESES DA TENDENCIA TERMINAM NA COMPETENCIA.
       0120-MONTAR-MESES.
           MOVE WRK-COMPETENCIA TO WRK-JAN-COMPETENCIA.
           PERFORM 0121-MONTAR-MES
               VARYING WRK-SUB-MES FROM 12 BY -1
               UNTIL WRK-SUB-MES < 1.

       0121-MONTAR-MES.
           SET IX-MES TO WRK-SUB-MES.
           INITIALIZE TB-MES (IX-MES).
           PERFORM 0150-MONTAR-JANELA.
           MOVE WRK-JAN-COMPETENCIA TO TB-MES-COMPETENCIA (IX-MES).
           MOVE WRK-JAN-INICIO      TO TB-MES-INICIO (IX-MES).
           MOVE WRK-JAN-PROXIMO     TO TB-MES-PROXIMO (IX-MES).
           IF WRK-JAN-MES = 1
               SUBTRACT 1 FROM WRK-JAN-ANO
               MOVE 12 TO WRK-JAN-MES
           ELSE
               SUBTRACT 1 FROM WRK-JAN-MES
           END-IF.

       0150-MONTAR-JANELA.
           COMPUTE WRK-JAN-INICIO = WRK-JAN-COMPETENCIA * 100 + 1.
           IF WRK-JAN-MES = 12
               COMPUTE WRK-COMP-SEGUINTE =
                   (WRK-JAN-ANO + 1) * 100 + 1
           ELSE
               COMPUTE WRK-COMP-SEGUINTE = WRK-JAN-COMPETENCIA + 1
           END-IF.
           COMPUTE WRK-JAN-PROXIMO = WRK-COMP-SEGUINTE * 100 + 1.

       0200-PROCESSAR.
           ADD 1 TO WRK-CTLT-LIDOS.
           IF EMP-INATIVO AND EMP-DATA-DESLIGAMENTO = ZEROS
               ADD 1 TO WRK-QT-SEM-DATA
               ADD 1 TO WRK-CTLT-REJEITADOS
           ELSE
               ADD 1 TO WRK-CTLT-PROCESSADOS
               MOVE EMP-DEPTO TO WRK-DEPTO-PROCURADO
               PERFORM 0220-LOCALIZAR-DEPTO
               PERFORM 0210-GUARDAR-FUNCIONARIO
               IF WRK-IX-DEPTO > ZEROS
                   PERFORM 0230-APURAR-FUNCIONARIO
               END-IF
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    UM CADASTRO MAIOR QUE A TABELA DEIXARIA CUSTO SEM
      *    DEPARTAMENTO: A ANALISE SAI, MAS COM RC=8.
       0210-GUARDAR-FUNCIONARIO.
           IF WRK-QT-FUNCIONARIOS >= WRK-LIMITE-FUNCIONARIOS
               IF WRK-RC-FINAL = ZEROS
                   DISPLAY '*** TABELA DE FUNCIONARIOS CHEIA - CUSTO '
                       'INCOMPLETO ***'
                   MOVE EMP-NUMERO TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE FUNCIONARIOS CHEIA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               ADD 1 TO WRK-QT-FUNCIONARIOS
               SET IX-FUNC TO WRK-QT-FUNCIONARIOS
               MOVE EMP-NUMERO   TO TB-FUN-MATRICULA (IX-FUNC)
               MOVE WRK-IX-DEPTO TO TB-FUN-IX-DEPTO (IX-FUNC)
           END-IF.

      *    CODIGO FORA DO DEPTMAST GANHA LINHA PROPRIA, PARA O
      *    QUADRO FECHAR COM O CADASTRO.
       0220-LOCALIZAR-DEPTO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           MOVE ZEROS TO WRK-IX-DEPTO.
           PERFORM 0221-PROCURAR-DEPTO
               VARYING IX-DEPTO FROM 1 BY 1
               UNTIL IX-DEPTO > WRK-QT-DEPTOS OR DEPTO-ACHADO.
           IF NOT DEPTO-ACHADO
               IF WRK-QT-DEPTOS >= WRK-LIMITE-DEPTOS
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - DEPTO '
                       WRK-DEPTO-PROCURADO ' FORA DA ANALISE'
                   MOVE 8 TO WRK-RC-FINAL
               ELSE
                   ADD 1 TO WRK-QT-DEPTOS
                   MOVE WRK-QT-DEPTOS TO WRK-IX-DEPTO
                   SET IX-DEPTO TO WRK-IX-DEPTO
                   INITIALIZE TB-DEPTO (IX-DEPTO)
                   MOVE WRK-DEPTO-PROCURADO
                       TO TB-DEP-CODIGO (IX-DEPTO)
                   MOVE 'FORA DO DEPTMAST'
                       TO TB-DEP-NOME (IX-DEPTO)
               END-IF
           END-IF.

       0221-PROCURAR-DEPTO.
           IF TB-DEP-CODIGO (IX-DEPTO) = WRK-DEPTO-PROCURADO
               MOVE 'S' TO WRK-DEPTO-ACHADO
               SET WRK-IX-DEPTO TO IX-DEPTO
           END-IF.

      *    O FUNCIONARIO E POSICIONADO NO MES DA ANALISE, NO MESMO
      *    MES DO ANO ANTERIOR E EM CADA MES DA TENDENCIA.
       0230-APURAR-FUNCIONARIO.
           SET IX-DEPTO TO WRK-IX-DEPTO.
           IF EMP-DATA-DESLIGAMENTO = ZEROS
               MOVE 99999999 TO WRK-DESLIG-EFETIVO
           ELSE
               MOVE EMP-DATA-DESLIGAMENTO TO WRK-DESLIG-EFETIVO
           END-IF.
           MOVE WRK-MES-INICIO  TO WRK-JAN-INICIO.
           MOVE WRK-MES-PROXIMO TO WRK-JAN-PROXIMO.
           PERFORM 0240-SITUAR-FUNCIONARIO.
           IF NO-QUADRO-INICIAL
               ADD 1 TO TB-DEP-INICIO (IX-DEPTO)
           END-IF.
           IF ADMITIDO-NO-MES
               ADD 1 TO TB-DEP-ADMISSOES (IX-DEPTO)
           END-IF.
           IF DESLIGADO-NO-MES
               ADD 1 TO TB-DEP-DESLIGAMENTOS (IX-DEPTO)
           END-IF.
           IF NO-QUADRO-FINAL
               ADD 1 TO TB-DEP-FINAL (IX-DEPTO)
               PERFORM 0235-SOMAR-TEMPO-CASA
           END-IF.
           MOVE WRK-AA-INICIO  TO WRK-JAN-INICIO.
           MOVE WRK-AA-PROXIMO TO WRK-JAN-PROXIMO.
           PERFORM 0240-SITUAR-FUNCIONARIO.
           IF NO-QUADRO-FINAL
               ADD 1 TO TB-DEP-FINAL-AA (IX-DEPTO)
           END-IF.
           PERFORM 0231-APURAR-MES
               VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12.

       0231-APURAR-MES.
           MOVE TB-MES-INICIO (IX-MES)  TO WRK-JAN-INICIO.
           MOVE TB-MES-PROXIMO (IX-MES) TO WRK-JAN-PROXIMO.
           PERFORM 0240-SITUAR-FUNCIONARIO.
           IF ADMITIDO-NO-MES
               ADD 1 TO TB-MES-ADMISSOES (IX-MES)
           END-IF.
           IF DESLIGADO-NO-MES
               ADD 1 TO TB-MES-DESLIGAMENTOS (IX-MES)
           END-IF.
           IF NO-QUADRO-FINAL
               ADD 1 TO TB-MES-FINAL (IX-MES)
           END-IF.

      *    TEMPO DE CASA ATE O FIM DO MES; ADMISSAO SEM DATA VALIDA
      *    CONTA NO QUADRO MAS NAO NA MEDIA.
       0235-SOMAR-TEMPO-CASA.
           IF EMP-DATA-ADMISSAO > ZEROS
               IF FUNCTION INTEGER-OF-DATE (EMP-DATA-ADMISSAO) > ZEROS
                   COMPUTE WRK-DIAS-CASA =
                       FUNCTION INTEGER-OF-DATE (WRK-MES-PROXIMO)
                       - FUNCTION INTEGER-OF-DATE (EMP-DATA-ADMISSAO)
                   ADD WRK-DIAS-CASA TO TB-DEP-DIAS-CASA (IX-DEPTO)
                   ADD 1 TO TB-DEP-QT-TEMPO (IX-DEPTO)
               END-IF
           END-IF.

      *    ESTA NO QUADRO NO DIA QUEM JA FOI ADMITIDO E AINDA NAO
      *    FOI DESLIGADO (O DIA DO DESLIGAMENTO E O ULTIMO
      *    TRABALHADO).
       0240-SITUAR-FUNCIONARIO.
           MOVE 'N' TO WRK-SIT-INICIO WRK-SIT-ADMITIDO
               WRK-SIT-DESLIGADO WRK-SIT-FINAL.
           IF EMP-DATA-ADMISSAO < WRK-JAN-INICIO
              AND WRK-DESLIG-EFETIVO >= WRK-JAN-INICIO
               MOVE 'S' TO WRK-SIT-INICIO
           END-IF.
           IF EMP-DATA-ADMISSAO >= WRK-JAN-INICIO
              AND EMP-DATA-ADMISSAO < WRK-JAN-PROXIMO
               MOVE 'S' TO WRK-SIT-ADMITIDO
           END-IF.
           IF WRK-DESLIG-EFETIVO >= WRK-JAN-INICIO
              AND WRK-DESLIG-EFETIVO < WRK-JAN-PROXIMO
               MOVE 'S' TO WRK-SIT-DESLIGADO
           END-IF.
           IF EMP-DATA-ADMISSAO < WRK-JAN-PROXIMO
              AND WRK-DESLIG-EFETIVO >= WRK-JAN-PROXIMO
               MOVE 'S' TO WRK-SIT-FINAL
           END-IF.

      *    O CUSTO DE CADA COMPETENCIA E TUDO QUE FOI PAGO NELA
      *    (NORMAL, 13o, FERIAS E RESCISAO).
       0250-CARREGAR-HISTORICO.
           CLOSE EMPLOYEE-MASTER.
           MOVE 'N' TO WRK-AUX-EOF.
           OPEN INPUT PAYROLL-HISTORY-FILE.
           IF WRK-PHIS-STATUS = '35'
               DISPLAY 'HISTORICO DE FOLHA (PAYHIST) AINDA NAO '
                   'EXISTE - CUSTOS ZERADOS'
               MOVE 'S' TO WRK-AUX-EOF
           ELSE
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-AUX-EOF
               END-READ
               PERFORM 0251-LER-HISTORICO UNTIL FIM-AUXILIAR
               CLOSE PAYROLL-HISTORY-FILE
           END-IF.

       0251-LER-HISTORICO.
           IF PHIS-COMPETENCIA = WRK-COMPETENCIA
              OR PHIS-COMPETENCIA = WRK-COMPETENCIA-AA
               PERFORM 0252-DISTRIBUIR-CUSTO
           END-IF.
           PERFORM 0255-SOMAR-TENDENCIA
               VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12.
           READ PAYROLL-HISTORY-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.

      *    MATRICULA QUE NAO ESTA MAIS NO CADASTRO FICA SO NO
      *    TOTAL DA EMPRESA, CONTADA A PARTE.
       0252-DISTRIBUIR-CUSTO.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           PERFORM 0253-PROCURAR-FUNCIONARIO
               VARYING IX-FUNC FROM 1 BY 1
               UNTIL IX-FUNC > WRK-QT-FUNCIONARIOS
                  OR FUNCIONARIO-ACHADO.
           IF NOT FUNCIONARIO-ACHADO OR WRK-IX-DEPTO = ZEROS
               ADD 1 TO WRK-QT-HIST-SEM-CADASTRO
           ELSE
               SET IX-DEPTO TO WRK-IX-DEPTO
               IF PHIS-COMPETENCIA = WRK-COMPETENCIA
                   PERFORM 0254-CALCULAR-ENCARGOS
                   ADD PHIS-BRUTO TO TB-DEP-BRUTO (IX-DEPTO)
                   ADD WRK-ENCARGO-CALC TO TB-DEP-ENCARGOS (IX-DEPTO)
               ELSE
                   ADD PHIS-BRUTO TO TB-DEP-BRUTO-AA (IX-DEPTO)
               END-IF
           END-IF.

       0253-PROCURAR-FUNCIONARIO.
           IF TB-FUN-MATRICULA (IX-FUNC) = PHIS-MATRICULA
               MOVE 'S' TO WRK-FUNC-ACHADO
               MOVE TB-FUN-IX-DEPTO (IX-FUNC) TO WRK-IX-DEPTO
           END-IF.

       0254-CALCULAR-ENCARGOS.
           COMPUTE WRK-ENCARGO-CALC ROUNDED =
               PHIS-BRUTO * WRK-PCT-INSS-PATRONAL.
           COMPUTE WRK-PARCELA-CALC ROUNDED =
               PHIS-BRUTO * WRK-PCT-FGTS.
           ADD WRK-PARCELA-CALC TO WRK-ENCARGO-CALC.
           IF PHIS-MODO = 'NORMAL'
               COMPUTE WRK-PARCELA-CALC ROUNDED =
                   PHIS-BRUTO * WRK-PCT-PROVISAO-13
               ADD WRK-PARCELA-CALC TO WRK-ENCARGO-CALC
               COMPUTE WRK-PARCELA-CALC ROUNDED =
                   PHIS-BRUTO * WRK-PCT-PROV-FERIAS
               ADD WRK-PARCELA-CALC TO WRK-ENCARGO-CALC
           END-IF.

       0255-SOMAR-TENDENCIA.
           IF PHIS-COMPETENCIA = TB-MES-COMPETENCIA (IX-MES)
               ADD PHIS-BRUTO TO TB-MES-BRUTO (IX-MES)
           END-IF.

      *    NENHUM FUNCIONARIO NO QUADRO DO MES NAO E ERRO: RC=4.
       0300-FINALIZAR.
           IF WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
               PERFORM 0310-IMPRIMIR-ANALISE
           END-IF.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0310-IMPRIMIR-ANALISE.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'COMPETENCIA ' WRK-COMPETENCIA
               ' - COMPARADA COM ' WRK-COMPETENCIA-AA
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0320-IMPRIMIR-DEPTO
               VARYING IX-DEPTO FROM 1 BY 1
               UNTIL IX-DEPTO > WRK-QT-DEPTOS.
      *    O TOTAL DA EMPRESA E MONTADO NA POSICAO SEGUINTE A DO
      *    ULTIMO DEPARTAMENTO E IMPRESSO PELA MESMA ROTINA.
           COMPUTE WRK-IX-DEPTO = WRK-QT-DEPTOS + 1.
           SET IX-DEPTO TO WRK-IX-DEPTO.
           INITIALIZE TB-DEPTO (IX-DEPTO).
           MOVE 'EMPR'             TO TB-DEP-CODIGO (IX-DEPTO).
           MOVE 'TOTAL DA EMPRESA' TO TB-DEP-NOME (IX-DEPTO).
           PERFORM 0330-SOMAR-TOTAL
               VARYING IX-DEPTO FROM 1 BY 1
               UNTIL IX-DEPTO > WRK-QT-DEPTOS.
           SET IX-DEPTO TO WRK-IX-DEPTO.
           PERFORM 0320-IMPRIMIR-DEPTO.
           IF WRK-QT-HIST-SEM-CADASTRO > ZEROS
               DISPLAY 'PAGAMENTOS DE MATRICULA FORA DO CADASTRO '
                   '(FORA DA ANALISE) : ' WRK-QT-HIST-SEM-CADASTRO
           END-IF.
           IF WRK-QT-SEM-DATA > ZEROS
               DISPLAY 'INATIVOS SEM DATA DE DESLIGAMENTO (FORA DO '
                   'QUADRO)        : ' WRK-QT-SEM-DATA
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE 'TENDENCIA DOS ULTIMOS 12 MESES (EMPRESA)'
               TO WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0340-IMPRIMIR-MES
               VARYING IX-MES FROM 1 BY 1 UNTIL IX-MES > 12.
           SET IX-DEPTO TO WRK-IX-DEPTO.
           IF TB-DEP-FINAL (IX-DEPTO) = ZEROS
              AND WRK-RC-FINAL = ZEROS
               MOVE 4 TO WRK-RC-FINAL
           END-IF.

      *    TURNOVER = (ADMISSOES + DESLIGAMENTOS) / 2 SOBRE O
      *    QUADRO MEDIO ((INICIAL + FINAL) / 2), EM PERCENTUAL.
       0320-IMPRIMIR-DEPTO.
           MOVE ZEROS TO WRK-TURNOVER WRK-TEMPO-MEDIO WRK-CUSTO-MEDIO.
           IF TB-DEP-INICIO (IX-DEPTO) + TB-DEP-FINAL (IX-DEPTO)
              > ZEROS
               COMPUTE WRK-TURNOVER ROUNDED =
                   (TB-DEP-ADMISSOES (IX-DEPTO)
                    + TB-DEP-DESLIGAMENTOS (IX-DEPTO)) * 100
                   / (TB-DEP-INICIO (IX-DEPTO)
                    + TB-DEP-FINAL (IX-DEPTO))
           END-IF.
           IF TB-DEP-QT-TEMPO (IX-DEPTO) > ZEROS
               COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                   TB-DEP-DIAS-CASA (IX-DEPTO)
                   / TB-DEP-QT-TEMPO (IX-DEPTO) / 365,25
           END-IF.
           IF TB-DEP-FINAL (IX-DEPTO) > ZEROS
               COMPUTE WRK-CUSTO-MEDIO ROUNDED =
                   TB-DEP-BRUTO (IX-DEPTO) / TB-DEP-FINAL (IX-DEPTO)
           END-IF.
           MOVE WRK-TURNOVER    TO WRK-TURNOVER-ED.
           MOVE WRK-TEMPO-MEDIO TO WRK-TEMPO-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-DEP-CODIGO (IX-DEPTO) ' '
               TB-DEP-NOME (IX-DEPTO)
               ' INICIAL ' TB-DEP-INICIO (IX-DEPTO)
               ' ADMIT ' TB-DEP-ADMISSOES (IX-DEPTO)
               ' DESLIG ' TB-DEP-DESLIGAMENTOS (IX-DEPTO)
               ' FINAL ' TB-DEP-FINAL (IX-DEPTO)
               ' TURNOVER ' WRK-TURNOVER-ED '%'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE TB-DEP-BRUTO (IX-DEPTO)     TO WRK-VALOR-ED.
           MOVE WRK-CUSTO-MEDIO             TO WRK-VALOR2-ED.
           MOVE TB-DEP-ENCARGOS (IX-DEPTO)  TO WRK-VALOR3-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '     CASA ' WRK-TEMPO-ED ' ANOS  BRUTO '
               WRK-VALOR-ED ' MEDIO ' WRK-VALOR2-ED
               ' ENCARGOS ' WRK-VALOR3-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           COMPUTE WRK-VARIACAO-QUADRO =
               TB-DEP-FINAL (IX-DEPTO) - TB-DEP-FINAL-AA (IX-DEPTO).
           MOVE WRK-VARIACAO-QUADRO TO WRK-VARIACAO-QUADRO-ED.
           IF TB-DEP-BRUTO-AA (IX-DEPTO) > ZEROS
               COMPUTE WRK-VARIACAO-PCT ROUNDED =
                   (TB-DEP-BRUTO (IX-DEPTO)
                    - TB-DEP-BRUTO-AA (IX-DEPTO)) * 100
                   / TB-DEP-BRUTO-AA (IX-DEPTO)
               MOVE WRK-VARIACAO-PCT TO WRK-VARIACAO-PCT-ED
               MOVE SPACES TO WRK-VARIACAO-TEXTO
               STRING WRK-VARIACAO-PCT-ED '%'
                   DELIMITED BY SIZE INTO WRK-VARIACAO-TEXTO
               END-STRING
           ELSE
               MOVE '      N/D' TO WRK-VARIACAO-TEXTO
           END-IF.
           MOVE TB-DEP-BRUTO-AA (IX-DEPTO) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '     ANO ANTERIOR: FINAL '
               TB-DEP-FINAL-AA (IX-DEPTO)
               ' BRUTO ' WRK-VALOR-ED
               '  VARIACAO QUADRO ' WRK-VARIACAO-QUADRO-ED
               ' BRUTO ' WRK-VARIACAO-TEXTO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0330-SOMAR-TOTAL.
           ADD TB-DEP-INICIO (IX-DEPTO)
               TO TB-DEP-INICIO (WRK-IX-DEPTO).
           ADD TB-DEP-ADMISSOES (IX-DEPTO)
               TO TB-DEP-ADMISSOES (WRK-IX-DEPTO).
           ADD TB-DEP-DESLIGAMENTOS (IX-DEPTO)
               TO TB-DEP-DESLIGAMENTOS (WRK-IX-DEPTO).
           ADD TB-DEP-FINAL (IX-DEPTO)
               TO TB-DEP-FINAL (WRK-IX-DEPTO).
           ADD TB-DEP-QT-TEMPO (IX-DEPTO)
               TO TB-DEP-QT-TEMPO (WRK-IX-DEPTO).
           ADD TB-DEP-DIAS-CASA (IX-DEPTO)
               TO TB-DEP-DIAS-CASA (WRK-IX-DEPTO).
           ADD TB-DEP-BRUTO (IX-DEPTO)
               TO TB-DEP-BRUTO (WRK-IX-DEPTO).
           ADD TB-DEP-ENCARGOS (IX-DEPTO)
               TO TB-DEP-ENCARGOS (WRK-IX-DEPTO).
           ADD TB-DEP-FINAL-AA (IX-DEPTO)
               TO TB-DEP-FINAL-AA (WRK-IX-DEPTO).
           ADD TB-DEP-BRUTO-AA (IX-DEPTO)
               TO TB-DEP-BRUTO-AA (WRK-IX-DEPTO).

       0340-IMPRIMIR-MES.
           MOVE TB-MES-BRUTO (IX-MES) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '  COMP ' TB-MES-COMPETENCIA (IX-MES)
               ' QUADRO FINAL ' TB-MES-FINAL (IX-MES)
               ' ADMIT ' TB-MES-ADMISSOES (IX-MES)
               ' DESLIG ' TB-MES-DESLIGAMENTOS (IX-MES)
               ' BRUTO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0400-GRAVAR-LINHA-RPT.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

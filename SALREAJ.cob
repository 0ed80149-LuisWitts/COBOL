       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALREAJ.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: REAJUSTE COLETIVO DE SALARIOS (DISSIDIO). AS
      *              REGRAS DO ACORDO (REAJREGR) DAO O PERCENTUAL
      *              POR DEPARTAMENTO OU POR FAIXA SALARIAL; O
      *              CARTAO DE PARAMETROS TRAZ O MODO (S=SIMULACAO,
      *              E=EFETIVAR), A DATA DE VIGENCIA, O TETO (O
      *              PERCENTUAL SO INCIDE ATE ELE; ZERO = SEM TETO) E
      *              O MOTIVO. PARA CADA FUNCIONARIO ATIVO COM REGRA,
      *              CALCULA O NOVO SALARIO E, PARA CADA COMPETENCIA
      *              JA PAGA DESDE A VIGENCIA (HISTORICO PAYHIST,
      *              FOLHAS NORMAL E DE FERIAS), A DIFERENCA DE
      *              BRUTO COM OS EFEITOS NO INSS E NO IRRF
      *              RECALCULADOS PELAS TABELAS DE FAIXAS. NA
      *              EFETIVACAO O EMP-SALARIO E REGRAVADO (E
      *              JORNALADO), O HISTORICO SALARIAL (SALHIST)
      *              RECEBE A MUDANCA E AS DIFERENCAS VAO PARA O
      *              RETRODIF, PAGAS PELA FOLHA NORMAL SEGUINTE COMO
      *              VERBA PROPRIA DO HOLERITE. NA SIMULACAO SO SAI
      *              O RELATORIO. FUNCIONARIO JA REAJUSTADO COM A
      *              MESMA VIGENCIA E RECUSADO, PARA UM RERUN NAO
      *              DAR O AUMENTO DUAS VEZES.
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

           SELECT ADJUSTMENT-RULE-FILE ASSIGN TO 'REAJREGR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REGR-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PHIS-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO 'SALHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIS-STATUS.

           SELECT RETROACTIVE-DIFFERENCE-FILE ASSIGN TO 'RETRODIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETR-STATUS.

           SELECT INSS-BRACKET-FILE ASSIGN TO 'INSSTAB'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IRRF-BRACKET-FILE ASSIGN TO 'IRRFTAB'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPENDENT-FILE ASSIGN TO 'EMPDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEP-STATUS.

           SELECT DEPENDENT-PARM-FILE ASSIGN TO 'DEPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       FD  ADJUSTMENT-RULE-FILE.
           COPY 'REAJREGR.cob'.

       FD  PAYROLL-HISTORY-FILE.
           COPY 'PAYHIST.cob'.

       FD  SALARY-HISTORY-FILE.
           COPY 'SALHIST.cob'.

       FD  RETROACTIVE-DIFFERENCE-FILE.
           COPY 'RETRODIF.cob'.

       FD  INSS-BRACKET-FILE.
           COPY 'TAXBRKT.cob' REPLACING
               ==TAX-BRACKET-RECORD== BY ==INSS-BRACKET-RECORD==
               LEADING ==FAIXA== BY ==INSS==.

       FD  IRRF-BRACKET-FILE.
           COPY 'TAXBRKT.cob' REPLACING
               ==TAX-BRACKET-RECORD== BY ==IRRF-BRACKET-RECORD==
               LEADING ==FAIXA== BY ==IRRF==.

       FD  DEPENDENT-FILE.
           COPY 'EMPDEP.cob'.

      *    SO A DEDUCAO DO IRRF POR DEPENDENTE INTERESSA AQUI; O
      *    LAYOUT E O MESMO LIDO PELA FOLHA
       FD  DEPENDENT-PARM-FILE.
       01  DEPENDENT-PARM-RECORD.
           02  DEPP-DEDUCAO-IRRF      PIC 9(04)V99.
           02  FILLER                 PIC X(22).

       WORKING-STORAGE SECTION.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-REGR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PHIS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-SHIS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-RETR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-DEP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-DEPP-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-AUX-EOF                PIC X(01) VALUE 'N'.
           88  FIM-AUXILIAR                     VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.
      *    JORNAL DE IMAGENS POSTERIORES (ROTINA JRNLRTN) DO NOVO
      *    SALARIO GRAVADO NO EMPMAST, BASE DA RECUPERACAO PARA
      *    FRENTE (FWDRECOV)
       77  WRK-JRNL-ARQUIVO           PIC X(08) VALUE 'EMPMAST'.
       77  WRK-JRNL-CHAVE             PIC X(20) VALUE SPACES.
       77  WRK-JRNL-IMAGEM            PIC X(80) VALUE SPACES.

      *    CARTAO DE PARAMETROS DO REAJUSTE
       77  WRK-MODO                   PIC X(01) VALUE 'S'.
           88  MODO-SIMULACAO                   VALUE 'S'.
           88  MODO-EFETIVAR                    VALUE 'E'.
       01  WRK-DATA-VIGENCIA          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-VIGENCIA-R REDEFINES WRK-DATA-VIGENCIA.
           02  WRK-VIG-ANO-MES        PIC 9(06).
           02  WRK-VIG-DIA            PIC 9(02).
       77  WRK-TETO                   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MOTIVO                 PIC X(30) VALUE SPACES.
       77  WRK-PARAMETROS-OK          PIC X(01) VALUE 'S'.
           88  PARAMETROS-VALIDOS               VALUE 'S'.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA-ATUAL      PIC 9(06) VALUE ZEROS.
       77  WRK-DIAS-VIGENTES          PIC 9(02) VALUE ZEROS.
       77  WRK-OPERADOR               PIC X(20) VALUE SPACES.

      *    REGRAS DO ACORDO (REAJREGR)
       01  TB-REGRAS-TABELA.
           02  TB-REGRA OCCURS 50 TIMES INDEXED BY IX-REGR.
               03  TB-REGR-TIPO       PIC X(01).
               03  TB-REGR-DEPTO      PIC X(04).
               03  TB-REGR-LIMITE     PIC 9(06)V99.
               03  TB-REGR-PCT        PIC 9V9999.
       77  WRK-QT-REGRAS              PIC 9(02) VALUE ZEROS.
       77  WRK-REGRA-ACHADA           PIC X(01) VALUE 'N'.
           88  REGRA-ACHADA                     VALUE 'S'.
       77  WRK-PCT-REAJUSTE           PIC 9V9999 VALUE ZEROS.

      *    TABELAS PROGRESSIVAS DO INSS E DO IRRF, AS MESMAS DA FOLHA
       01  TB-INSS-TABELA.
           02  TB-INSS OCCURS 10 TIMES INDEXED BY IX-INSS.
               03  TB-INSS-LIMITE     PIC 9(06)V99.
               03  TB-INSS-ALIQUOTA   PIC 9V9999.
               03  TB-INSS-DEDUZIR    PIC 9(06)V99.
       77  WRK-QT-FAIXAS-INSS         PIC 9(02) VALUE ZEROS.
       01  TB-IRRF-TABELA.
           02  TB-IRRF OCCURS 10 TIMES INDEXED BY IX-IRRF.
               03  TB-IRRF-LIMITE     PIC 9(06)V99.
               03  TB-IRRF-ALIQUOTA   PIC 9V9999.
               03  TB-IRRF-DEDUZIR    PIC 9(06)V99.
       77  WRK-QT-FAIXAS-IRRF         PIC 9(02) VALUE ZEROS.
       77  WRK-FAIXA-ACHADA           PIC X(01) VALUE 'N'.
           88  FAIXA-ACHADA                     VALUE 'S'.

      *    DEPENDENTES QUE DEDUZEM DO IRRF (EMPDEP), SO A MATRICULA
       01  TB-DEPENDENTES-TABELA.
           02  TB-DEP-MATRICULA OCCURS 1000 TIMES INDEXED BY IX-DEP
                                      PIC 9(06).
       77  WRK-QT-DEPENDENTES         PIC 9(04) VALUE ZEROS.
       77  WRK-DEDUCAO-DEPENDENTE     PIC 9(04)V99 VALUE 189,59.
       77  WRK-QT-DEP-IRRF            PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEPENDENTES    PIC 9(06)V99 VALUE ZEROS.

      *    VIGENCIAS JA APLICADAS PELO REAJUSTE (SALHIST), PARA
      *    RECUSAR O MESMO REAJUSTE DUAS VEZES
       01  TB-APLICADOS-TABELA.
           02  TB-APLICADO OCCURS 2000 TIMES INDEXED BY IX-APL.
               03  TB-APL-MATRICULA   PIC 9(06).
               03  TB-APL-VIGENCIA    PIC 9(08).
       77  WRK-QT-APLICADOS           PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-APLICADOS       PIC 9(04) VALUE 2000.
       77  WRK-APL-ACHADO             PIC X(01) VALUE 'N'.
           88  JA-REAJUSTADO                    VALUE 'S'.

      *    COMPETENCIAS JA PAGAS DESDE A VIGENCIA (PAYHIST)
       01  TB-PAGAMENTOS-TABELA.
           02  TB-PAGAMENTO OCCURS 3000 TIMES INDEXED BY IX-PAG.
               03  TB-PAG-MATRICULA   PIC 9(06).
               03  TB-PAG-COMPETENCIA PIC 9(06).
               03  TB-PAG-MODO        PIC X(10).
               03  TB-PAG-BRUTO       PIC 9(07)V99.
       77  WRK-QT-PAGAMENTOS          PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-PAGAMENTOS      PIC 9(04) VALUE 3000.

      *    CALCULO DO FUNCIONARIO CORRENTE
       77  WRK-SALARIO-ANTERIOR       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SALARIO-NOVO           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BASE-REAJUSTE          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-AUMENTO                PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DIF-BRUTO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DIF-INSS               PIC S9(06)V99 VALUE ZEROS.
       77  WRK-DIF-IRRF               PIC S9(06)V99 VALUE ZEROS.
       77  WRK-QT-MESES-FUNC          PIC 9(02) VALUE ZEROS.
       77  WRK-RETRO-BRUTO-FUNC       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RETRO-INSS-FUNC        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RETRO-IRRF-FUNC        PIC 9(07)V99 VALUE ZEROS.
      *    ENTRADA E SAIDA DO CALCULO DE INSS/IRRF POR COMPETENCIA
       77  WRK-BRUTO-CALC             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BASE-IR                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DESC-CALC              PIC S9(07)V99 VALUE ZEROS.
       77  WRK-INSS-CALC              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-IRRF-CALC              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-INSS-ANTES             PIC 9(06)V99 VALUE ZEROS.
       77  WRK-IRRF-ANTES             PIC 9(06)V99 VALUE ZEROS.

      *    TOTAIS DO RUN
       77  WRK-QT-REAJUSTADOS         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-REGRA           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-INATIVOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-JA-REAJUSTADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-AUMENTO          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RETRO-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RETRO-INSS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-RETRO-IRRF       PIC 9(09)V99 VALUE ZEROS.

       77  WRK-VALOR-ED               PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED              PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR3-ED              PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED               PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED                 PIC Z9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'SALREAJ'.
       77  WRK-RLOG-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'REAJUSTE COLETIVO DE SALARIOS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'I' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           PERFORM 0100-INICIALIZAR.
           IF PARAMETROS-VALIDOS
               PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO
               PERFORM 0300-FINALIZAR
           ELSE
               DISPLAY '*** REAJUSTE NAO EXECUTADO - NADA GRAVADO ***'
               MOVE 8 TO WRK-RC-FINAL
           END-IF.
           MOVE 'F' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '=== REAJUSTE COLETIVO DE SALARIOS ==='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-COMPETENCIA-ATUAL.
           CALL 'OPERRTN' USING WRK-OPERADOR END-CALL.
           PERFORM 0105-LER-PARAMETROS.
           IF PARAMETROS-VALIDOS
               PERFORM 0110-CARREGAR-REGRAS
           END-IF.
           IF PARAMETROS-VALIDOS
               PERFORM 0120-CARREGAR-TABELA-INSS
               PERFORM 0125-CARREGAR-TABELA-IRRF
               PERFORM 0130-CARREGAR-DEPENDENTES
               PERFORM 0140-CARREGAR-APLICADOS
               PERFORM 0150-CARREGAR-PAGAMENTOS
           END-IF.
           IF PARAMETROS-VALIDOS
               PERFORM 0160-ABRIR-ARQUIVOS
           END-IF.

      *    O CARTAO VEM DO SYSIN (OU DO OPERADOR NO CONSOLE). MODO
      *    NAO RECONHECIDO VIRA SIMULACAO: NADA E GRAVADO SEM UM 'E'
      *    EXPLICITO. A VIGENCIA TEM QUE SER UMA DATA VALIDA ATE A
      *    DATA DE MOVIMENTO - REAJUSTE FUTURO ESPERA A DATA CHEGAR.
       0105-LER-PARAMETROS.
           DISPLAY 'MODO (S=SIMULACAO  E=EFETIVAR) ...'.
           ACCEPT WRK-MODO.
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD) ...'.
           ACCEPT WRK-DATA-VIGENCIA.
           DISPLAY 'TETO DO REAJUSTE (ZERO = SEM TETO) ...'.
           ACCEPT WRK-TETO.
           DISPLAY 'MOTIVO ...'.
           ACCEPT WRK-MOTIVO.
           IF NOT MODO-EFETIVAR
               IF NOT MODO-SIMULACAO
                   DISPLAY 'MODO NAO RECONHECIDO - ASSUMIDA SIMULACAO'
               END-IF
               MOVE 'S' TO WRK-MODO
               MOVE 'SIMULACAO' TO WRK-CTLT-MODO
           ELSE
               MOVE 'EFETIVACAO' TO WRK-CTLT-MODO
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE 'REAJUSTE COLETIVO' TO WRK-MOTIVO
           END-IF.
           IF WRK-DATA-VIGENCIA IS NOT NUMERIC
               MOVE 'N' TO WRK-PARAMETROS-OK
           ELSE
               IF FUNCTION INTEGER-OF-DATE (WRK-DATA-VIGENCIA) = ZEROS
                  OR WRK-DATA-VIGENCIA > WRK-DATA-MOVIMENTO
                   MOVE 'N' TO WRK-PARAMETROS-OK
               END-IF
           END-IF.
           IF NOT PARAMETROS-VALIDOS
               DISPLAY 'DATA DE VIGENCIA INVALIDA OU POSTERIOR A '
                   'DATA DE MOVIMENTO ' WRK-DATA-MOVIMENTO
           ELSE
      *    NO MES DA VIGENCIA SO OS DIAS A PARTIR DELA TEM
      *    DIFERENCA (BASE 30 DIAS, COMO AS FALTAS DA FOLHA).
               COMPUTE WRK-DIAS-VIGENTES = 31 - WRK-VIG-DIA
               IF WRK-DIAS-VIGENTES > 30
                   MOVE 30 TO WRK-DIAS-VIGENTES
               END-IF
               MOVE WRK-TETO TO WRK-TOTAL-ED
               DISPLAY 'MODO ' WRK-CTLT-MODO ' - VIGENCIA '
                   WRK-DATA-VIGENCIA ' - TETO ' WRK-TOTAL-ED
                   ' - ' WRK-MOTIVO
           END-IF.

      *    SEM REGRA VALIDA NAO HA O QUE REAJUSTAR: O RUN PARA.
       0110-CARREGAR-REGRAS.
           MOVE 'N' TO WRK-AUX-EOF.
           OPEN INPUT ADJUSTMENT-RULE-FILE.
           IF WRK-REGR-STATUS = '35'
               MOVE 'S' TO WRK-AUX-EOF
           ELSE
               READ ADJUSTMENT-RULE-FILE
                   AT END MOVE 'S' TO WRK-AUX-EOF
               END-READ
               PERFORM 0111-LER-REGRA UNTIL FIM-AUXILIAR
               CLOSE ADJUSTMENT-RULE-FILE
           END-IF.
           IF WRK-QT-REGRAS = ZEROS
               DISPLAY 'NENHUMA REGRA VALIDA NO REAJREGR'
               MOVE 'N' TO WRK-PARAMETROS-OK
           END-IF.

       0111-LER-REGRA.
           IF (REGRA-DEPARTAMENTO OR REGRA-FAIXA)
              AND REGR-PCT IS NUMERIC AND REGR-PCT > ZEROS
              AND REGR-LIMITE IS NUMERIC
              AND WRK-QT-REGRAS < 50
               ADD 1 TO WRK-QT-REGRAS
               SET IX-REGR TO WRK-QT-REGRAS
               MOVE REGR-TIPO   TO TB-REGR-TIPO (IX-REGR)
               MOVE REGR-DEPTO  TO TB-REGR-DEPTO (IX-REGR)
               MOVE REGR-LIMITE TO TB-REGR-LIMITE (IX-REGR)
               MOVE REGR-PCT    TO TB-REGR-PCT (IX-REGR)
           ELSE
               DISPLAY 'REGRA DESPREZADA: ' ADJUSTMENT-RULE-RECORD
           END-IF.
           READ ADJUSTMENT-RULE-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.

       0120-CARREGAR-TABELA-INSS.
           MOVE 'N' TO WRK-AUX-EOF.
           OPEN INPUT INSS-BRACKET-FILE.
           READ INSS-BRACKET-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.
           PERFORM 0121-LER-FAIXA-INSS UNTIL FIM-AUXILIAR.
           CLOSE INSS-BRACKET-FILE.

       0121-LER-FAIXA-INSS.
           ADD 1 TO WRK-QT-FAIXAS-INSS.
           SET IX-INSS TO WRK-QT-FAIXAS-INSS.
           MOVE INSS-LIMITE   TO TB-INSS-LIMITE (IX-INSS).
           MOVE INSS-ALIQUOTA TO TB-INSS-ALIQUOTA (IX-INSS).
           MOVE INSS-DEDUZIR  TO TB-INSS-DEDUZIR (IX-INSS).
           READ INSS-BRACKET-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.

       0125-CARREGAR-TABELA-IRRF.
           MOVE 'N' TO WRK-AUX-EOF.
           OPEN INPUT IRRF-BRACKET-FILE.
           READ IRRF-BRACKET-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.
           PERFORM 0126-LER-FAIXA-IRRF UNTIL FIM-AUXILIAR.
           CLOSE IRRF-BRACKET-FILE.

       0126-LER-FAIXA-IRRF.
           ADD 1 TO WRK-QT-FAIXAS-IRRF.
           SET IX-IRRF TO WRK-QT-FAIXAS-IRRF.
           MOVE IRRF-LIMITE   TO TB-IRRF-LIMITE (IX-IRRF).
           MOVE IRRF-ALIQUOTA TO TB-IRRF-ALIQUOTA (IX-IRRF).
           MOVE IRRF-DEDUZIR  TO TB-IRRF-DEDUZIR (IX-IRRF).
           READ IRRF-BRACKET-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.

      *    A DEDUCAO POR DEPENDENTE ENTRA NAS DUAS PONTAS DO
      *    RECALCULO DO IRRF (ANTES E DEPOIS DO REAJUSTE), COMO NA
      *    FOLHA; SEM O EMPDEP OU O DEPPARM, VALE O PADRAO.
       0130-CARREGAR-DEPENDENTES.
           OPEN INPUT DEPENDENT-PARM-FILE.
           IF WRK-DEPP-STATUS = '00'
               READ DEPENDENT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DEPP-DEDUCAO-IRRF IS NUMERIC
                           MOVE DEPP-DEDUCAO-IRRF
                               TO WRK-DEDUCAO-DEPENDENTE
                       END-IF
               END-READ
               CLOSE DEPENDENT-PARM-FILE
           END-IF.
           MOVE 'N' TO WRK-AUX-EOF.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-DEP-STATUS = '35'
               MOVE 'S' TO WRK-AUX-EOF
           ELSE
               READ DEPENDENT-FILE
                   AT END MOVE 'S' TO WRK-AUX-EOF
               END-READ
               PERFORM 0131-LER-DEPENDENTE UNTIL FIM-AUXILIAR
               CLOSE DEPENDENT-FILE
           END-IF.

       0131-LER-DEPENDENTE.
           IF DEP-DEDUZ-IRRF AND WRK-QT-DEPENDENTES < 1000
               ADD 1 TO WRK-QT-DEPENDENTES
               SET IX-DEP TO WRK-QT-DEPENDENTES
               MOVE DEP-MATRICULA TO TB-DEP-MATRICULA (IX-DEP)
           END-IF.
           READ DEPENDENT-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.

      *    O HISTORICO SALARIAL PODE NAO EXISTIR AINDA. UM
      *    HISTORICO MAIOR QUE A TABELA IMPEDE CONFERIR O REAJUSTE
      *    EM DUPLICIDADE: O RUN PARA EM VEZ DE ARRISCAR.
       0140-CARREGAR-APLICADOS.
           MOVE 'N' TO WRK-AUX-EOF.
           OPEN INPUT SALARY-HISTORY-FILE.
           IF WRK-SHIS-STATUS = '35'
               MOVE 'S' TO WRK-AUX-EOF
           ELSE
               READ SALARY-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-AUX-EOF
               END-READ
               PERFORM 0141-LER-APLICADO UNTIL FIM-AUXILIAR
               CLOSE SALARY-HISTORY-FILE
           END-IF.

       0141-LER-APLICADO.
           IF SHIS-ORIGEM = WRK-PROGRAMA-ID
              AND SHIS-DATA-VIGENCIA = WRK-DATA-VIGENCIA
               IF WRK-QT-APLICADOS >= WRK-LIMITE-APLICADOS
                   IF PARAMETROS-VALIDOS
                       DISPLAY '*** SALHIST MAIOR QUE A TABELA DE '
                           'CONFERENCIA ***'
                       MOVE 'N' TO WRK-PARAMETROS-OK
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-APLICADOS
                   SET IX-APL TO WRK-QT-APLICADOS
                   MOVE SHIS-MATRICULA TO TB-APL-MATRICULA (IX-APL)
                   MOVE SHIS-DATA-VIGENCIA
                       TO TB-APL-VIGENCIA (IX-APL)
               END-IF
           END-IF.
           READ SALARY-HISTORY-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.

      *    SO AS FOLHAS NORMAL E DE FERIAS DAS COMPETENCIAS DESDE A
      *    VIGENCIA ATE A ANTERIOR A DE MOVIMENTO TEM DIFERENCA: A
      *    FOLHA DO MES CORRENTE JA SAI COM O SALARIO NOVO. UM
      *    HISTORICO MAIOR QUE A TABELA DEIXARIA DIFERENCA SEM
      *    PAGAR: O RUN PARA.
       0150-CARREGAR-PAGAMENTOS.
           MOVE 'N' TO WRK-AUX-EOF.
           OPEN INPUT PAYROLL-HISTORY-FILE.
           IF WRK-PHIS-STATUS = '35'
               MOVE 'S' TO WRK-AUX-EOF
           ELSE
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-AUX-EOF
               END-READ
               PERFORM 0151-LER-PAGAMENTO UNTIL FIM-AUXILIAR
               CLOSE PAYROLL-HISTORY-FILE
           END-IF.

       0151-LER-PAGAMENTO.
           IF PHIS-COMPETENCIA >= WRK-VIG-ANO-MES
              AND PHIS-COMPETENCIA < WRK-COMPETENCIA-ATUAL
              AND (PHIS-MODO = 'NORMAL' OR PHIS-MODO = 'FERIAS')
               IF WRK-QT-PAGAMENTOS >= WRK-LIMITE-PAGAMENTOS
                   IF PARAMETROS-VALIDOS
                       DISPLAY '*** PAYHIST DO PERIODO MAIOR QUE A '
                           'TABELA - RETROATIVO NAO CALCULADO ***'
                       MOVE 'N' TO WRK-PARAMETROS-OK
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-PAGAMENTOS
                   SET IX-PAG TO WRK-QT-PAGAMENTOS
                   MOVE PHIS-MATRICULA   TO TB-PAG-MATRICULA (IX-PAG)
                   MOVE PHIS-COMPETENCIA
                       TO TB-PAG-COMPETENCIA (IX-PAG)
                   MOVE PHIS-MODO        TO TB-PAG-MODO (IX-PAG)
                   MOVE PHIS-BRUTO       TO TB-PAG-BRUTO (IX-PAG)
               END-IF
           END-IF.
           READ PAYROLL-HISTORY-FILE
               AT END MOVE 'S' TO WRK-AUX-EOF
           END-READ.

      *    NA SIMULACAO O CADASTRO E SO LIDO E NADA E ACRESCENTADO
      *    AOS HISTORICOS. OS DOIS ARQUIVOS DE SAIDA EM LINE
      *    SEQUENTIAL PRECISAM EXISTIR ANTES DO EXTEND.
       0160-ABRIR-ARQUIVOS.
           IF MODO-EFETIVAR
               OPEN I-O EMPLOYEE-MASTER
               OPEN EXTEND SALARY-HISTORY-FILE
               IF WRK-SHIS-STATUS = '35'
                   OPEN OUTPUT SALARY-HISTORY-FILE
                   CLOSE SALARY-HISTORY-FILE
                   OPEN EXTEND SALARY-HISTORY-FILE
               END-IF
               OPEN EXTEND RETROACTIVE-DIFFERENCE-FILE
               IF WRK-RETR-STATUS = '35'
                   OPEN OUTPUT RETROACTIVE-DIFFERENCE-FILE
                   CLOSE RETROACTIVE-DIFFERENCE-FILE
                   OPEN EXTEND RETROACTIVE-DIFFERENCE-FILE
               END-IF
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
           END-IF.
           IF WRK-EMP-STATUS NOT = '00'
               DISPLAY '*** EMPMAST INDISPONIVEL (STATUS '
                   WRK-EMP-STATUS ') ***'
               MOVE 'N' TO WRK-PARAMETROS-OK
           ELSE
               MOVE 'I' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
           END-IF.

       0200-PROCESSAR.
           ADD 1 TO WRK-CTLT-LIDOS.
           IF EMP-INATIVO
               ADD 1 TO WRK-QT-INATIVOS
           ELSE
               PERFORM 0210-LOCALIZAR-REGRA
               IF NOT REGRA-ACHADA
                   ADD 1 TO WRK-QT-SEM-REGRA
                   DISPLAY 'MATRICULA ' EMP-NUMERO ' DEPTO '
                       EMP-DEPTO ' SEM REGRA NO ACORDO - NAO '
                       'REAJUSTADA'
               ELSE
                   PERFORM 0215-CONFERIR-APLICADO
                   IF JA-REAJUSTADO
                       PERFORM 0216-RECUSAR-APLICADO
                   ELSE
                       PERFORM 0220-REAJUSTAR-FUNCIONARIO
                   END-IF
               END-IF
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    A REGRA DO DEPARTAMENTO VALE ANTES DAS FAIXAS; ENTRE AS
      *    FAIXAS, A PRIMEIRA CUJO LIMITE ALCANCA O SALARIO.
       0210-LOCALIZAR-REGRA.
           MOVE 'N' TO WRK-REGRA-ACHADA.
           PERFORM 0211-PROCURAR-REGRA-DEPTO
               VARYING IX-REGR FROM 1 BY 1
               UNTIL IX-REGR > WRK-QT-REGRAS OR REGRA-ACHADA.
           IF NOT REGRA-ACHADA
               PERFORM 0212-PROCURAR-REGRA-FAIXA
                   VARYING IX-REGR FROM 1 BY 1
                   UNTIL IX-REGR > WRK-QT-REGRAS OR REGRA-ACHADA
           END-IF.

       0211-PROCURAR-REGRA-DEPTO.
           IF TB-REGR-TIPO (IX-REGR) = 'D'
              AND TB-REGR-DEPTO (IX-REGR) = EMP-DEPTO
               MOVE 'S' TO WRK-REGRA-ACHADA
               MOVE TB-REGR-PCT (IX-REGR) TO WRK-PCT-REAJUSTE
           END-IF.

       0212-PROCURAR-REGRA-FAIXA.
           IF TB-REGR-TIPO (IX-REGR) = 'F'
              AND EMP-SALARIO <= TB-REGR-LIMITE (IX-REGR)
               MOVE 'S' TO WRK-REGRA-ACHADA
               MOVE TB-REGR-PCT (IX-REGR) TO WRK-PCT-REAJUSTE
           END-IF.

       0215-CONFERIR-APLICADO.
           MOVE 'N' TO WRK-APL-ACHADO.
           PERFORM 0217-PROCURAR-APLICADO
               VARYING IX-APL FROM 1 BY 1
               UNTIL IX-APL > WRK-QT-APLICADOS OR JA-REAJUSTADO.

       0216-RECUSAR-APLICADO.
           ADD 1 TO WRK-QT-JA-REAJUSTADOS.
           ADD 1 TO WRK-CTLT-REJEITADOS.
           DISPLAY 'MATRICULA ' EMP-NUMERO ' JA REAJUSTADA COM '
               'VIGENCIA ' WRK-DATA-VIGENCIA ' - IGNORADA'.
           MOVE EMP-NUMERO TO WRK-REFERENCIA-LOG.
           MOVE 'REAJUSTE JA APLICADO NESTA VIGENCIA'
               TO WRK-MOTIVO-LOG.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID WRK-REFERENCIA-LOG
               WRK-MOTIVO-LOG
           END-CALL.

       0217-PROCURAR-APLICADO.
           IF TB-APL-MATRICULA (IX-APL) = EMP-NUMERO
               MOVE 'S' TO WRK-APL-ACHADO
           END-IF.

      *    O PERCENTUAL INCIDE SOBRE O SALARIO ATE O TETO; ACIMA
      *    DELE O AUMENTO FICA FIXO NO VALOR DO TETO.
       0220-REAJUSTAR-FUNCIONARIO.
           ADD 1 TO WRK-QT-REAJUSTADOS.
           MOVE EMP-SALARIO TO WRK-SALARIO-ANTERIOR.
           IF WRK-TETO > ZEROS AND EMP-SALARIO > WRK-TETO
               MOVE WRK-TETO TO WRK-BASE-REAJUSTE
           ELSE
               MOVE EMP-SALARIO TO WRK-BASE-REAJUSTE
           END-IF.
           COMPUTE WRK-AUMENTO ROUNDED =
               WRK-BASE-REAJUSTE * WRK-PCT-REAJUSTE.
           COMPUTE WRK-SALARIO-NOVO =
               WRK-SALARIO-ANTERIOR + WRK-AUMENTO.
           ADD WRK-AUMENTO TO WRK-TOTAL-AUMENTO.
           PERFORM 0225-IMPRIMIR-FUNCIONARIO.
           PERFORM 0230-APURAR-RETROATIVO.
           IF MODO-EFETIVAR
               PERFORM 0240-GRAVAR-REAJUSTE
           END-IF.

       0225-IMPRIMIR-FUNCIONARIO.
           MOVE WRK-SALARIO-ANTERIOR TO WRK-VALOR-ED.
           MOVE WRK-SALARIO-NOVO     TO WRK-VALOR2-ED.
           COMPUTE WRK-PCT-ED = WRK-PCT-REAJUSTE * 100.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MATR ' EMP-NUMERO ' ' EMP-NOME ' ' EMP-DEPTO
               ' DE ' WRK-VALOR-ED ' PARA ' WRK-VALOR2-ED
               ' (' WRK-PCT-ED '%)'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.

      *    A DIFERENCA DE CADA COMPETENCIA PAGA E PROPORCIONAL AO
      *    BRUTO PAGO (AS HORAS EXTRAS, FALTAS E O 1/3 DE FERIAS
      *    ACOMPANHAM O SALARIO); NO MES DA VIGENCIA, SO OS DIAS
      *    VIGENTES. O INSS E O IRRF SAO RECALCULADOS SOBRE O BRUTO
      *    ANTIGO E O NOVO E A DIFERENCA E O EFEITO DO REAJUSTE.
       0230-APURAR-RETROATIVO.
           MOVE ZEROS TO WRK-QT-MESES-FUNC WRK-RETRO-BRUTO-FUNC
               WRK-RETRO-INSS-FUNC WRK-RETRO-IRRF-FUNC.
           PERFORM 0260-CONTAR-DEPENDENTES.
           PERFORM 0231-APURAR-COMPETENCIA
               VARYING IX-PAG FROM 1 BY 1
               UNTIL IX-PAG > WRK-QT-PAGAMENTOS.
           IF WRK-QT-MESES-FUNC > ZEROS
               MOVE WRK-RETRO-BRUTO-FUNC TO WRK-VALOR-ED
               MOVE WRK-RETRO-INSS-FUNC  TO WRK-VALOR2-ED
               MOVE WRK-RETRO-IRRF-FUNC  TO WRK-VALOR3-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING '     RETROATIVO ' WRK-QT-MESES-FUNC
                   ' FOLHA(S): BRUTO ' WRK-VALOR-ED
                   ' INSS ' WRK-VALOR2-ED ' IRRF ' WRK-VALOR3-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0400-GRAVAR-LINHA-RPT
           END-IF.

       0231-APURAR-COMPETENCIA.
           IF TB-PAG-MATRICULA (IX-PAG) = EMP-NUMERO
              AND TB-PAG-BRUTO (IX-PAG) > ZEROS
               IF TB-PAG-COMPETENCIA (IX-PAG) = WRK-VIG-ANO-MES
                   COMPUTE WRK-DIF-BRUTO ROUNDED =
                       TB-PAG-BRUTO (IX-PAG) * WRK-AUMENTO
                       * WRK-DIAS-VIGENTES
                       / (WRK-SALARIO-ANTERIOR * 30)
               ELSE
                   COMPUTE WRK-DIF-BRUTO ROUNDED =
                       TB-PAG-BRUTO (IX-PAG) * WRK-AUMENTO
                       / WRK-SALARIO-ANTERIOR
               END-IF
               IF WRK-DIF-BRUTO > ZEROS
                   PERFORM 0232-RECALCULAR-DESCONTOS
                   ADD 1 TO WRK-QT-MESES-FUNC
                   ADD WRK-DIF-BRUTO TO WRK-RETRO-BRUTO-FUNC
                                        WRK-TOTAL-RETRO-BRUTO
                   ADD WRK-DIF-INSS  TO WRK-RETRO-INSS-FUNC
                                        WRK-TOTAL-RETRO-INSS
                   ADD WRK-DIF-IRRF  TO WRK-RETRO-IRRF-FUNC
                                        WRK-TOTAL-RETRO-IRRF
                   PERFORM 0233-IMPRIMIR-COMPETENCIA
                   IF MODO-EFETIVAR
                       PERFORM 0234-GRAVAR-RETROATIVO
                   END-IF
               END-IF
           END-IF.

      *    O EFEITO NUNCA FICA NEGATIVO: O BRUTO SO SOBE E AS
      *    TABELAS SAO PROGRESSIVAS; UM ARREDONDAMENTO QUE DESSE
      *    NEGATIVO E ZERADO.
       0232-RECALCULAR-DESCONTOS.
           MOVE TB-PAG-BRUTO (IX-PAG) TO WRK-BRUTO-CALC.
           PERFORM 0250-CALCULAR-INSS.
           PERFORM 0255-CALCULAR-IRRF.
           MOVE WRK-INSS-CALC TO WRK-INSS-ANTES.
           MOVE WRK-IRRF-CALC TO WRK-IRRF-ANTES.
           ADD WRK-DIF-BRUTO TO WRK-BRUTO-CALC.
           PERFORM 0250-CALCULAR-INSS.
           PERFORM 0255-CALCULAR-IRRF.
           COMPUTE WRK-DIF-INSS = WRK-INSS-CALC - WRK-INSS-ANTES.
           COMPUTE WRK-DIF-IRRF = WRK-IRRF-CALC - WRK-IRRF-ANTES.
           IF WRK-DIF-INSS < ZEROS
               MOVE ZEROS TO WRK-DIF-INSS
           END-IF.
           IF WRK-DIF-IRRF < ZEROS
               MOVE ZEROS TO WRK-DIF-IRRF
           END-IF.

       0233-IMPRIMIR-COMPETENCIA.
           MOVE WRK-DIF-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-DIF-INSS  TO WRK-VALOR2-ED.
           MOVE WRK-DIF-IRRF  TO WRK-VALOR3-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING '     COMP ' TB-PAG-COMPETENCIA (IX-PAG) ' '
               TB-PAG-MODO (IX-PAG) ' BRUTO ' WRK-VALOR-ED
               ' INSS ' WRK-VALOR2-ED ' IRRF ' WRK-VALOR3-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0234-GRAVAR-RETROATIVO.
           INITIALIZE RETROACTIVE-DIFFERENCE-RECORD.
           MOVE EMP-NUMERO                  TO RETR-MATRICULA.
           MOVE TB-PAG-COMPETENCIA (IX-PAG) TO RETR-COMPETENCIA.
           MOVE TB-PAG-MODO (IX-PAG)        TO RETR-MODO.
           MOVE WRK-DIF-BRUTO               TO RETR-DIF-BRUTO.
           MOVE WRK-DIF-INSS                TO RETR-DIF-INSS.
           MOVE WRK-DIF-IRRF                TO RETR-DIF-IRRF.
           MOVE 'A'                         TO RETR-SITUACAO.
           MOVE ZEROS                       TO RETR-COMPETENCIA-PAGA.
           WRITE RETROACTIVE-DIFFERENCE-RECORD.

      *    O NOVO SALARIO VAI PARA O CADASTRO (E PARA O JORNAL DA
      *    RECUPERACAO PARA FRENTE) E A MUDANCA PARA O HISTORICO.
       0240-GRAVAR-REAJUSTE.
           MOVE WRK-SALARIO-NOVO TO EMP-SALARIO.
           REWRITE EMPLOYEE-RECORD.
           MOVE EMP-NUMERO TO WRK-JRNL-CHAVE.
           MOVE EMPLOYEE-RECORD TO WRK-JRNL-IMAGEM.
           CALL 'JRNLRTN' USING WRK-JRNL-ARQUIVO WRK-JRNL-CHAVE
               WRK-JRNL-IMAGEM
           END-CALL.
           INITIALIZE SALARY-HISTORY-RECORD.
           MOVE EMP-NUMERO           TO SHIS-MATRICULA.
           MOVE WRK-DATA-VIGENCIA    TO SHIS-DATA-VIGENCIA.
           MOVE WRK-SALARIO-ANTERIOR TO SHIS-SALARIO-ANTERIOR.
           MOVE WRK-SALARIO-NOVO     TO SHIS-SALARIO-NOVO.
           MOVE WRK-PCT-REAJUSTE     TO SHIS-PCT.
           MOVE WRK-MOTIVO           TO SHIS-MOTIVO.
           MOVE WRK-PROGRAMA-ID      TO SHIS-ORIGEM.
           MOVE WRK-DATA-MOVIMENTO   TO SHIS-DATA-REGISTRO.
           MOVE WRK-OPERADOR         TO SHIS-OPERADOR.
           WRITE SALARY-HISTORY-RECORD.
           ADD 1 TO WRK-CTLT-PROCESSADOS.

      *    A PRIMEIRA FAIXA CUJO LIMITE ALCANCA O BRUTO DEFINE O
      *    INSS (BRUTO * ALIQUOTA - PARCELA A DEDUZIR), COMO NA
      *    FOLHA.
       0250-CALCULAR-INSS.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZEROS TO WRK-INSS-CALC.
           PERFORM 0251-PROCURAR-FAIXA-INSS
               VARYING IX-INSS FROM 1 BY 1
               UNTIL IX-INSS > WRK-QT-FAIXAS-INSS OR FAIXA-ACHADA.

       0251-PROCURAR-FAIXA-INSS.
           IF WRK-BRUTO-CALC <= TB-INSS-LIMITE (IX-INSS)
               MOVE 'S' TO WRK-FAIXA-ACHADA
               COMPUTE WRK-DESC-CALC ROUNDED =
                   WRK-BRUTO-CALC * TB-INSS-ALIQUOTA (IX-INSS)
                   - TB-INSS-DEDUZIR (IX-INSS)
               IF WRK-DESC-CALC > ZEROS
                   MOVE WRK-DESC-CALC TO WRK-INSS-CALC
               END-IF
           END-IF.

      *    BASE DO IRRF: BRUTO MENOS INSS MENOS A DEDUCAO DOS
      *    DEPENDENTES, COMO NA FOLHA.
       0255-CALCULAR-IRRF.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZEROS TO WRK-IRRF-CALC.
           COMPUTE WRK-DESC-CALC = WRK-BRUTO-CALC - WRK-INSS-CALC
               - WRK-DEDUCAO-DEPENDENTES.
           IF WRK-DESC-CALC > ZEROS
               MOVE WRK-DESC-CALC TO WRK-BASE-IR
           ELSE
               MOVE ZEROS TO WRK-BASE-IR
           END-IF.
           PERFORM 0256-PROCURAR-FAIXA-IRRF
               VARYING IX-IRRF FROM 1 BY 1
               UNTIL IX-IRRF > WRK-QT-FAIXAS-IRRF OR FAIXA-ACHADA.

       0256-PROCURAR-FAIXA-IRRF.
           IF WRK-BASE-IR <= TB-IRRF-LIMITE (IX-IRRF)
               MOVE 'S' TO WRK-FAIXA-ACHADA
               COMPUTE WRK-DESC-CALC ROUNDED =
                   WRK-BASE-IR * TB-IRRF-ALIQUOTA (IX-IRRF)
                   - TB-IRRF-DEDUZIR (IX-IRRF)
               IF WRK-DESC-CALC > ZEROS
                   MOVE WRK-DESC-CALC TO WRK-IRRF-CALC
               END-IF
           END-IF.

       0260-CONTAR-DEPENDENTES.
           MOVE ZEROS TO WRK-QT-DEP-IRRF.
           PERFORM 0261-TESTAR-DEPENDENTE
               VARYING IX-DEP FROM 1 BY 1
               UNTIL IX-DEP > WRK-QT-DEPENDENTES.
           COMPUTE WRK-DEDUCAO-DEPENDENTES =
               WRK-QT-DEP-IRRF * WRK-DEDUCAO-DEPENDENTE.

       0261-TESTAR-DEPENDENTE.
           IF TB-DEP-MATRICULA (IX-DEP) = EMP-NUMERO
               ADD 1 TO WRK-QT-DEP-IRRF
           END-IF.

      *    NENHUM FUNCIONARIO REAJUSTADO NAO E ERRO: RETURN-CODE 4.
       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
           IF MODO-EFETIVAR
               CLOSE SALARY-HISTORY-FILE
               CLOSE RETROACTIVE-DIFFERENCE-FILE
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MODO ' WRK-CTLT-MODO ' VIGENCIA '
               WRK-DATA-VIGENCIA ' ' WRK-MOTIVO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'REAJUSTADOS ' WRK-QT-REAJUSTADOS
               '  SEM REGRA ' WRK-QT-SEM-REGRA
               '  JA REAJUSTADOS ' WRK-QT-JA-REAJUSTADOS
               '  INATIVOS ' WRK-QT-INATIVOS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-AUMENTO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'AUMENTO MENSAL DA FOLHA      : ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-RETRO-BRUTO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'RETROATIVO - BRUTO           : ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-RETRO-INSS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'RETROATIVO - INSS A DESCONTAR: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE WRK-TOTAL-RETRO-IRRF TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'RETROATIVO - IRRF A DESCONTAR: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           IF MODO-SIMULACAO
               DISPLAY 'SIMULACAO - CADASTRO E HISTORICOS NAO '
                   'ALTERADOS'
           ELSE
               DISPLAY 'REAJUSTE GRAVADO - DIFERENCAS NO RETRODIF '
                   'PARA A PROXIMA FOLHA NORMAL'
           END-IF.
           IF WRK-QT-REAJUSTADOS = ZEROS
               MOVE 4 TO WRK-RC-FINAL
           END-IF.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0400-GRAVAR-LINHA-RPT.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

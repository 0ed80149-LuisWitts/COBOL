      *                     (FILEENV.cob), CONFERIDO PELO PRE-EDIT
      *                     INPEDIT ANTES DA ESTEIRA; A CARGA DOS
      *                     MOVIMENTOS PULA AS LINHAS 'HDR'/'TRL'.
      *    15/10/2026  LCW  DEPENDENTES DO FUNCIONARIO (EMPDEP,
      *                     MANTIDO PELO EMPMAINT): A DEDUCAO LEGAL
      *                     POR DEPENDENTE MARCADO PARA O IRRF SAI
      *                     DA BASE DO IMPOSTO EM TODOS OS MODOS, E
      *                     A FOLHA NORMAL PAGA SALARIO-FAMILIA POR
      *                     FILHO MARCADO ABAIXO DA IDADE LIMITE
      *                     QUANDO O BRUTO NAO PASSA DO LIMITE DE
      *                     REMUNERACAO. VALORES NO PARAMETRO
      *                     DEPPARM; AS DUAS VERBAS SAEM NO
      *                     HOLERITE E O SALARIO-FAMILIA, QUE A
      *                     EMPRESA COMPENSA NA GUIA DO INSS, DEBITA
      *                     O INSS A RECOLHER NO LOTE CONTABIL.
      *    15/10/2026  LCW  DIFERENCAS RETROATIVAS DO REAJUSTE
      *                     COLETIVO (RETRODIF, GERADO PELO
      *                     SALREAJ): A FOLHA NORMAL PAGA AS LINHAS
      *                     EM ABERTO DO FUNCIONARIO COMO VERBA
      *                     PROPRIA DO HOLERITE (BRUTO, INSS E IRRF
      *                     JA RECALCULADOS) E AS MARCA COMO PAGAS
      *                     NA COMPETENCIA DA FOLHA.
      *    15/10/2026  LCW  DEPOSITO DE FGTS POR FUNCIONARIO
      *                     (FGTSDEP): CADA RUN, EM QUALQUER MODO,
      *                     ACRESCENTA A BASE E O VALOR DO FGTS DE
      *                     CADA FUNCIONARIO NA COMPETENCIA, ORIGEM
      *                     DA GUIA DE RECOLHIMENTO (FGTSCOL) E DO
      *                     EXTRATO POR FUNCIONARIO (FGTSSTMT).
      *    15/10/2026  LCW  MODO DE SIMULACAO ('S'): CALCULA A FOLHA
      *                     NORMAL DO MES DUAS VEZES POR FUNCIONARIO,
      *                     UMA COMO ELA E HOJE E OUTRA COM AS
      *                     TABELAS PROPOSTAS (INSSTAB.SIM E
      *                     IRRFTAB.SIM) E/OU OS SALARIOS PROPOSTOS
      *                     (SALPROP), E IMPRIME O COMPARATIVO ATUAL
      *                     X SIMULADO DE BRUTO, DESCONTOS, LIQUIDO
      *                     E ENCARGOS POR FUNCIONARIO, POR
      *                     DEPARTAMENTO E DA EMPRESA. A SIMULACAO
      *                     NAO GRAVA PAYHIST, FGTSDEP, PAYPEND NEM
      *                     PAYLEDG, NAO MEXE EM EMPRESTIMOS,
      *                     RETROATIVOS OU FERIAS E NAO LOGA
      *                     EXCECOES DE CALCULO.
      *    15/10/2026  LCW  ADICIONAL NOTURNO: AS HORAS NOTURNAS
      *                     APURADAS PELO PONTO (PAYMOVE) SAO PAGAS
      *                     COM 20% SOBRE A HORA NORMAL, CONVERTIDAS
      *                     PARA A HORA NOTURNA REDUZIDA DE 52M30S,
      *                     E SAEM NO HOLERITE.
      *    15/10/2026  LCW  AFASTAMENTOS (EMPAFAST): NA FOLHA NORMAL
      *                     OS DIAS DE DOENCA/ACIDENTE PAGOS PELO
      *                     INSS (A PARTIR DO 16O DIA) SAEM DO
      *                     BRUTO, E QUEM FICA O MES INTEIRO COM O
      *                     INSS SAI DA FOLHA E DA REMESSA; O
      *                     SALARIO-MATERNIDADE E PAGO PELA EMPRESA
      *                     E COMPENSADO NA GUIA DO INSS. MAIS DE
      *                     180 DIAS DE INSS NO PERIODO AQUISITIVO
      *                     PERDEM O PERIODO DE FERIAS (VACENT), E
      *                     UM PERIODO NOVO COMECA NO RETORNO.
      *    15/10/2026  LCW  RATEIO DE CUSTO ENTRE DEPARTAMENTOS
      *                     (EMPALOC): O BRUTO, OS ENCARGOS
      *                     PATRONAIS E AS PROVISOES DE QUEM TEM
      *                     RATEIO SAO QUEBRADOS PELOS PERCENTUAIS
      *                     NOS SUBTOTAIS POR DEPARTAMENTO E NOS
      *                     DEBITOS POR CENTRO DE CUSTO DO LOTE
      *                     CONTABIL. RATEIO QUE NAO SOMA 100% OU
      *                     COM DEPARTAMENTO FORA DO DEPTMAST VAI
      *                     PARA O LOG DE EXCECOES E O CUSTO FICA
      *                     TODO NO EMP-DEPTO.
      *    15/10/2026  LCW  ACIDENTE DE TRABALHO: O FGTS CONTINUA
      *                     DEVIDO SOBRE O SALARIO CONTRATUAL NOS
      *                     DIAS PAGOS PELO INSS, NO MES PARCIAL E
      *                     NO MES INTEIRO (ESTE SEM HOLERITE NEM
      *                     REMESSA, SO O DEPOSITO NO FGTSDEP E O
      *                     ENCARGO NO LOTE CONTABIL).
      *    15/10/2026  LCW  O DEPARTAMENTO LIGADO A UMA LOJA NO
      *                     DEPTMAST (DEPT-LOJA) LEVA A LOJA NOS
      *                     DEBITOS DE SALARIOS, ENCARGOS E
      *                     PROVISOES DO LOTE CONTABIL (TRAN-LOJA),
      *                     PARA O CUSTO DE PESSOAL ENTRAR NO
      *                     RESULTADO POR LOJA (LOJADRE).
      *    15/10/2026  LCW  CONTAS DOS LANCAMENTOS PELA TABELA DE
      *                     REGRAS CONTABEIS (REGRACTB, ROTINA
      *                     REGRARTN); OS VALORES FIXOS FICAM COMO
      *                     CONTA PADRAO SEM A TABELA.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      *    15/10/2026  LCW  EMPRESTIMO COM JUROS (PRICE OU SAC NO
      *                     LOANMAST): A PARCELA DO MES SAI DA
      *                     AMORTRTN SOBRE O SALDO, SO A AMORTIZACAO
      *                     ABATE O SALDO, OS JUROS SAEM SEPARADOS NO
      *                     HOLERITE E SAO CREDITADOS EM RECEITAS
      *                     FINANCEIRAS (EVENTO JUROS-EMPREST).
      **********************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VAC-STATUS.

           SELECT LEAVE-FILE ASSIGN TO 'EMPAFAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFA-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PHIS-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTM-STATUS.

           SELECT COST-ALLOCATION-FILE ASSIGN TO 'EMPALOC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALOC-STATUS.

           SELECT DEPENDENT-FILE ASSIGN TO 'EMPDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEP-STATUS.

           SELECT DEPENDENT-PARM-FILE ASSIGN TO 'DEPPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPP-STATUS.

           SELECT RETROACTIVE-DIFFERENCE-FILE ASSIGN TO 'RETRODIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETR-STATUS.

           SELECT FGTS-DEPOSIT-FILE ASSIGN TO 'FGTSDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FDEP-STATUS.

      *    TABELAS E SALARIOS PROPOSTOS, LIDOS SO NA SIMULACAO
           SELECT INSS-SIM-BRACKET-FILE ASSIGN TO 'INSSTAB.SIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SIMT-STATUS.

           SELECT IRRF-SIM-BRACKET-FILE ASSIGN TO 'IRRFTAB.SIM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SIMT-STATUS.

           SELECT PROPOSED-SALARY-FILE ASSIGN TO 'SALPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SPRO-STATUS.

           SELECT PAYROLL-PENDING-FILE
               ASSIGN USING WRK-NOME-PAYPEND
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  VACATION-ENTITLEMENT-FILE.
           COPY 'VACENT.cob'.

       FD  LEAVE-FILE.
           COPY 'EMPAFAST.cob'.

       FD  PAYROLL-HISTORY-FILE.
           COPY 'PAYHIST.cob'.

       FD  DEPARTMENT-MASTER-FILE.
           COPY 'DEPTMAST.cob'.

       FD  COST-ALLOCATION-FILE.
           COPY 'EMPALOC.cob'.

       FD  DEPENDENT-FILE.
           COPY 'EMPDEP.cob'.

      *    DEDUCAO DO IRRF POR DEPENDENTE, COTA DO SALARIO-FAMILIA
      *    POR FILHO, LIMITE DE REMUNERACAO E IDADE LIMITE DO FILHO
       FD  DEPENDENT-PARM-FILE.
       01  DEPENDENT-PARM-RECORD.
           02  DEPP-DEDUCAO-IRRF      PIC 9(04)V99.
           02  DEPP-SEP1              PIC X(02).
           02  DEPP-COTA-SAL-FAMILIA  PIC 9(04)V99.
           02  DEPP-SEP2              PIC X(02).
           02  DEPP-LIMITE-SAL-FAMILIA PIC 9(06)V99.
           02  DEPP-SEP3              PIC X(02).
           02  DEPP-IDADE-SAL-FAMILIA PIC 9(02).

       FD  RETROACTIVE-DIFFERENCE-FILE.
           COPY 'RETRODIF.cob'.

       FD  FGTS-DEPOSIT-FILE.
           COPY 'FGTSDEP.cob'.

       FD  INSS-SIM-BRACKET-FILE.
           COPY 'TAXBRKT.cob' REPLACING
               ==TAX-BRACKET-RECORD== BY ==INSS-SIM-BRACKET-RECORD==
               LEADING ==FAIXA== BY ==SINSS==.

       FD  IRRF-SIM-BRACKET-FILE.
           COPY 'TAXBRKT.cob' REPLACING
               ==TAX-BRACKET-RECORD== BY ==IRRF-SIM-BRACKET-RECORD==
               LEADING ==FAIXA== BY ==SIRRF==.

       FD  PROPOSED-SALARY-FILE.
           COPY 'SALPROP.cob'.

       FD  PAYROLL-PENDING-FILE.
           COPY 'PAYPEND.cob'.

               03  TB-MOV-FALTAS     PIC 9(02).
               03  TB-MOV-BONUS      PIC 9(06)V99.
               03  TB-MOV-DESCONTO   PIC 9(06)V99.
               03  TB-MOV-NOTURNAS   PIC 9(03)V9.
               03  TB-MOV-USADO      PIC X(01).
       77  WRK-QT-MOVIMENTOS         PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-MOVIMENTOS     PIC 9(03) VALUE 200.
       77  WRK-SOMA-FALTAS           PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA-BONUS            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SOMA-DESCONTO         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SOMA-NOTURNAS         PIC 9(04)V9 VALUE ZEROS.
       77  WRK-HORAS-MES             PIC 9(03) VALUE 220.
       77  WRK-FATOR-HORA-EXTRA      PIC 9V99 VALUE 1,50.
      *    ADICIONAL NOTURNO DE 20% SOBRE A HORA NORMAL; CADA HORA
      *    DE RELOGIO ENTRE 22:00 E 05:00 VALE 60/52,5 HORAS.
       77  WRK-PCT-ADIC-NOTURNO      PIC 9V99 VALUE 0,20.
       77  WRK-FATOR-HORA-NOTURNA    PIC 9V999999 VALUE 1,142857.
       77  WRK-VALOR-HORA            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-EXTRAS          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-FALTAS          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-NOTURNO         PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-EXTRAS-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-FALTAS-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-NOTURNO-ED      PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BRUTO-CALC            PIC S9(07)V99 VALUE ZEROS.

      *    TABELAS PROGRESSIVAS DE DESCONTO DA FOLHA, CARREGADAS DOS
       77  WRK-PCT-PROV-FERIAS       PIC 9V9999 VALUE 0,1111.
       77  WRK-ENC-INSS-PATRONAL     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ENC-FGTS              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BASE-FGTS             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PROV-13               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PROV-FERIAS           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ENCARGOS-FUNC         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-LANC-CONTA            PIC 9(06) VALUE ZEROS.
       77  WRK-LANC-TIPO             PIC X(01) VALUE SPACES.
       77  WRK-LANC-VALOR            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LANC-LOJA             PIC X(10) VALUE SPACES.

      *    EMPRESTIMOS A FUNCIONARIOS (LOANMAST): A PARCELA DEVIDA
      *    DE CADA CONTRATO ABERTO E DESCONTADA DO LIQUIDO NA FOLHA
               03  TB-EMPR-PARC-PAGAS PIC 9(03).
               03  TB-EMPR-SALDO      PIC 9(07)V99.
               03  TB-EMPR-SITUACAO   PIC X(01).
               03  TB-EMPR-SISTEMA    PIC X(01).
               03  TB-EMPR-TAXA       PIC 9(02)V9999.
               03  TB-EMPR-JUROS-PAG  PIC 9(07)V99.
       77  WRK-QT-EMPRESTIMOS        PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-EMPRESTIMOS    PIC 9(03) VALUE 200.
       77  WRK-IX-EMPR               PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-PARCELAS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-EMPR-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTA-EMPRESTIMOS     PIC 9(06) VALUE 130100.
      *    EMPRESTIMO COM JUROS: A PARCELA DESCONTADA SE DIVIDE EM
      *    AMORTIZACAO (ABATE O SALDO E O ATIVO) E JUROS (RECEITA
      *    FINANCEIRA DA EMPRESA); SEM JUROS, E TODA AMORTIZACAO.
       77  WRK-JUROS-EMPRESTIMO      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-AMORTIZACAO-EMPR      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TOTAL-JUROS-EMPR      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONTA-JUROS-EMPREST   PIC 9(06) VALUE 420100.
       77  WRK-AMRT-PARCELA-NUM      PIC 9(03) VALUE ZEROS.
       77  WRK-AMRT-VALOR-PARCELA    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-JUROS            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-AMORTIZACAO      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-AMRT-SALDO-APOS       PIC 9(07)V99 VALUE ZEROS.

      *    DESCONTOS RECORRENTES (RECURDED), APLICADOS NA FOLHA
      *    NORMAL CONFORME A VIGENCIA E DETALHADOS NO HOLERITE
       77  WRK-QT-ITENS              PIC 9(02) VALUE ZEROS.
       77  WRK-SUB-ITEM              PIC 9(02) VALUE ZEROS.

      *    DEPENDENTES (EMPDEP) E PARAMETROS DA DEDUCAO DO IRRF E
      *    DO SALARIO-FAMILIA (DEPPARM; SEM O ARQUIVO VALEM OS
      *    VALORES ABAIXO)
       77  WRK-DEP-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-DEPP-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-DEP-EOF               PIC X(01) VALUE 'N'.
           88  FIM-DEPENDENTES                 VALUE 'S'.
       01  TB-DEPENDENTES-TABELA.
           02  TB-DEPENDENTE OCCURS 1000 TIMES INDEXED BY IX-DEP.
               03  TB-DEP-MATRICULA   PIC 9(06).
               03  TB-DEP-NASCIMENTO  PIC 9(08).
               03  TB-DEP-IRRF        PIC X(01).
               03  TB-DEP-SAL-FAMILIA PIC X(01).
       77  WRK-QT-DEPENDENTES        PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-DEPENDENTES    PIC 9(04) VALUE 1000.
       77  WRK-DEDUCAO-DEPENDENTE    PIC 9(04)V99 VALUE 189,59.
       77  WRK-COTA-SAL-FAMILIA      PIC 9(04)V99 VALUE 65,00.
       77  WRK-LIMITE-SAL-FAMILIA    PIC 9(06)V99 VALUE 1906,04.
       77  WRK-IDADE-SAL-FAMILIA     PIC 9(02) VALUE 14.
       77  WRK-QT-DEP-IRRF           PIC 9(02) VALUE ZEROS.
       77  WRK-QT-FILHOS-SF          PIC 9(02) VALUE ZEROS.
       77  WRK-DEDUCAO-DEPENDENTES   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SALARIO-FAMILIA       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TOTAL-SAL-FAMILIA     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-IDADE-DEPENDENTE      PIC S9(03) VALUE ZEROS.

      *    DIFERENCAS RETROATIVAS DO REAJUSTE COLETIVO (RETRODIF):
      *    AS LINHAS EM ABERTO DO FUNCIONARIO SAO PAGAS NA FOLHA
      *    NORMAL E O ARQUIVO E REGRAVADO COM ELAS MARCADAS COMO
      *    PAGAS. SE O ARQUIVO NAO COUBER NA TABELA, NENHUMA
      *    DIFERENCA E PAGA NESTE RUN E O ARQUIVO FICA COMO ESTA.
       77  WRK-RETR-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-RETR-EOF              PIC X(01) VALUE 'N'.
           88  FIM-RETROATIVOS                 VALUE 'S'.
       77  WRK-RETR-CARGA            PIC X(01) VALUE 'N'.
           88  RETROATIVOS-CARREGADOS          VALUE 'S'.
       01  TB-RETROATIVOS-TABELA.
           02  TB-RETROATIVO OCCURS 2000 TIMES INDEXED BY IX-RETR.
               03  TB-RETR-MATRICULA  PIC 9(06).
               03  TB-RETR-COMPETENCIA PIC 9(06).
               03  TB-RETR-MODO       PIC X(10).
               03  TB-RETR-DIF-BRUTO  PIC 9(06)V99.
               03  TB-RETR-DIF-INSS   PIC 9(06)V99.
               03  TB-RETR-DIF-IRRF   PIC 9(06)V99.
               03  TB-RETR-SITUACAO   PIC X(01).
               03  TB-RETR-COMP-PAGA  PIC 9(06).
       77  WRK-QT-RETROATIVOS        PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-RETROATIVOS    PIC 9(04) VALUE 2000.
       77  WRK-QT-RETRO-FUNC         PIC 9(02) VALUE ZEROS.
       77  WRK-RETRO-BRUTO           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-RETRO-INSS            PIC 9(06)V99 VALUE ZEROS.
       77  WRK-RETRO-IRRF            PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TOTAL-RETROATIVO      PIC 9(09)V99 VALUE ZEROS.
       01  WRK-NASC-DEPENDENTE.
           02  WRK-NASC-ANO          PIC 9(04).
           02  WRK-NASC-MES-DIA      PIC 9(04).
       01  WRK-DATA-FOLHA-R.
           02  WRK-FOLHA-ANO         PIC 9(04).
           02  WRK-FOLHA-MES-DIA     PIC 9(04).

      *    RESCISAO (MODO 'R'): VERBAS DO TERMO E DATAS DESMONTADAS
       77  WRK-MATRICULA-RESC        PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-DESLIGAMENTO.
           88  PERIODO-FERIAS-ACHADO           VALUE 'S'.
       77  WRK-IX-VAC                PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-BAIXAR           PIC 9(02) VALUE ZEROS.
      *    PERIODO QUE NAO COUBE NA TABELA SE PERDERIA NA REGRAVACAO
       77  WRK-VAC-ESTOURO           PIC X(01) VALUE 'N'.
           88  TABELA-FERIAS-ESTOURADA         VALUE 'S'.
       77  WRK-VAC-ALTERADO          PIC X(01) VALUE 'N'.
           88  PERIODOS-FERIAS-ALTERADOS       VALUE 'S'.
       77  WRK-PHIS-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-FDEP-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-OPERADOR-FOLHA        PIC X(20) VALUE SPACES.

      *    AFASTAMENTOS (EMPAFAST), SO NA FOLHA NORMAL. CADA
      *    AFASTAMENTO GUARDA O INTERVALO EM DIAS CORRIDOS (INTEGER-
      *    OF-DATE): DO INICIO ATE A VESPERA DO RETORNO OU, SEM
      *    RETORNO REGISTRADO, ATE O FIM PREVISTO.
       77  WRK-AFA-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-AFA-EOF               PIC X(01) VALUE 'N'.
           88  FIM-AFASTAMENTOS                VALUE 'S'.
       01  TB-AFASTAMENTO-TABELA.
           02  TB-AFASTAMENTO OCCURS 500 TIMES INDEXED BY IX-AFA.
               03  TB-AFA-MATRICULA   PIC 9(06).
               03  TB-AFA-TIPO        PIC X(01).
               03  TB-AFA-RETORNO     PIC 9(08).
               03  TB-AFA-DIA-INICIO  PIC 9(07).
               03  TB-AFA-DIA-FIM     PIC 9(07).
       77  WRK-QT-AFASTAMENTOS       PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-AFASTAMENTOS   PIC 9(03) VALUE 500.
      *    NA DOENCA E NO ACIDENTE A EMPRESA PAGA OS PRIMEIROS 15
      *    DIAS; MAIS DE 180 DIAS COM O INSS NO PERIODO AQUISITIVO
      *    TIRAM O DIREITO AS FERIAS DAQUELE PERIODO.
       77  WRK-DIAS-EMPRESA-AFAST    PIC 9(02) VALUE 15.
       77  WRK-LIMITE-INSS-FERIAS    PIC 9(03) VALUE 180.
       77  WRK-DATA-CALC-AFAST       PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-INI-MES           PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-FIM-MES           PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-DE                PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-ATE               PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-FOLHA             PIC 9(07) VALUE ZEROS.
       77  WRK-LIM-DE                PIC 9(07) VALUE ZEROS.
       77  WRK-LIM-ATE               PIC 9(07) VALUE ZEROS.
       77  WRK-SOBR-DE               PIC 9(07) VALUE ZEROS.
       77  WRK-SOBR-ATE              PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-SOBREPOSTOS      PIC S9(07) VALUE ZEROS.
       77  WRK-DIAS-AFAST-INSS       PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-AFAST-MATERN     PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-AFAST-ACIDENTE   PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-INSS-PERIODO     PIC 9(05) VALUE ZEROS.
       77  WRK-AFAST-MES-INTEIRO     PIC X(01) VALUE 'N'.
           88  AFASTADO-MES-INTEIRO            VALUE 'S'.
       77  WRK-SALARIO-CONTRATUAL    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-AFAST-INSS      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-AFAST-ACIDENTE  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SALARIO-MATERNIDADE   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TOTAL-SAL-MATERNIDADE PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QT-AFASTADOS-INSS     PIC 9(05) VALUE ZEROS.
       77  WRK-IX-VAC-NOVO           PIC 9(03) VALUE ZEROS.
       77  WRK-VAC-MATRICULA-AFAST   PIC 9(06) VALUE ZEROS.
       77  WRK-PERIODO-REINICIADO    PIC X(01) VALUE 'N'.
           88  PERIODO-JA-REINICIADO           VALUE 'S'.
       77  WRK-PERIODO-PERDIDO       PIC X(01) VALUE 'N'.
           88  HOUVE-PERIODO-PERDIDO           VALUE 'S'.
       01  WRK-DATA-RETORNO-AFAST.
           02  WRK-RET-ANO           PIC 9(04).
           02  WRK-RET-MES           PIC 9(02).
           02  WRK-RET-DIA           PIC 9(02).

      *    CADASTRO DE DEPARTAMENTOS (DEPTMAST), COM O CENTRO DE
      *    CUSTO DE CADA AREA PARA O LOTE CONTABIL
       77  WRK-DEPTM-STATUS          PIC X(02) VALUE SPACES.
               03  TB-DEPCAD-CODIGO   PIC X(04).
               03  TB-DEPCAD-NOME     PIC X(20).
               03  TB-DEPCAD-CONTA    PIC 9(06).
               03  TB-DEPCAD-LOJA     PIC X(10).
       77  WRK-QT-DEPTOS-CAD         PIC 9(03) VALUE ZEROS.
       77  WRK-DEPCAD-ACHADO         PIC X(01) VALUE 'N'.
           88  DEPTO-CADASTRADO                VALUE 'S'.
       77  WRK-IX-DEPCAD             PIC 9(03) VALUE ZEROS.
       77  WRK-CONTA-CUSTO-DEPTO     PIC 9(06) VALUE ZEROS.
       77  WRK-LOJA-DEPTO            PIC X(10) VALUE SPACES.
       77  WRK-DEPTO-PROCURADO       PIC X(04) VALUE SPACES.

      *    RATEIO DE CUSTO ENTRE DEPARTAMENTOS (EMPALOC). AS PARTES
      *    SAEM DO PERCENTUAL ACUMULADO (PARTE = VALOR X ACUMULADO
      *    MENOS O JA APROPRIADO), PARA A SOMA DAS PARTES FECHAR NO
      *    CENTAVO COM O VALOR DO FUNCIONARIO.
       77  WRK-ALOC-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-ALOC-EOF              PIC X(01) VALUE 'N'.
           88  FIM-RATEIOS                     VALUE 'S'.
       01  TB-RATEIO-TABELA.
           02  TB-RATEIO OCCURS 500 TIMES INDEXED BY IX-RAT.
               03  TB-RAT-MATRICULA   PIC 9(06).
               03  TB-RAT-DEPTO       PIC X(04).
               03  TB-RAT-PERCENTUAL  PIC 9(03)V99.
       77  WRK-QT-RATEIOS            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-RATEIOS        PIC 9(03) VALUE 500.
       77  WRK-QT-RATEADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-RAT-QT-LINHAS         PIC 9(03) VALUE ZEROS.
       77  WRK-RAT-SOMA-PCT          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-RAT-PCT-ACUM          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-RAT-SOMA-ED           PIC ZZZZZ9,99 VALUE ZEROS.
       77  WRK-RAT-DEPTO-FORA        PIC X(01) VALUE 'N'.
           88  RATEIO-DEPTO-FORA               VALUE 'S'.
       77  WRK-RAT-SITUACAO          PIC X(01) VALUE 'N'.
           88  RATEIO-VALIDO                   VALUE 'S'.
       77  WRK-RAT-ENC-RECOLHER      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RAT-PROVISOES         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RAT-BRUTO-APROP       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RAT-ENC-APROP         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RAT-PROV-APROP        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RAT-ACUM-CALC         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PARTE-BRUTO           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PARTE-ENC-RECOLHER    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PARTE-PROVISOES       PIC 9(07)V99 VALUE ZEROS.

      *    SUBTOTAIS POR DEPARTAMENTO
       77  WRK-QT-DEPTOS             PIC 9(03) VALUE ZEROS.
       77  WRK-ESTOURO-DEPTOS        PIC X(01) VALUE 'N'.
           88  DEPTOS-ESTOURADOS               VALUE 'S'.
       77  WRK-PROGRAMA-ID           PIC X(09) VALUE 'PROGCOB04'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REGRA-EVENTO          PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO            PIC X(01) VALUE SPACES.
       77  WRK-RLOG-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-CTLT-LIDOS            PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS      PIC 9(07) VALUE ZEROS.
           88  MODO-13-SEGUNDA                 VALUE '2'.
           88  MODO-FERIAS                     VALUE 'F'.
           88  MODO-RESCISAO                   VALUE 'R'.
           88  MODO-SIMULACAO                  VALUE 'S'.
       77  WRK-MODO-DESC             PIC X(25) VALUE SPACES.
       77  WRK-CTLT-MODO             PIC X(10) VALUE SPACES.
       77  WRK-DATA-FOLHA            PIC 9(08) VALUE ZEROS.
               03  TB-DEPTO-BRUTO    PIC 9(09)V99 VALUE ZEROS.
               03  TB-DEPTO-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
               03  TB-DEPTO-CONTA    PIC 9(06) VALUE ZEROS.
               03  TB-DEPTO-ENC-RECOLHER PIC 9(09)V99 VALUE ZEROS.
               03  TB-DEPTO-PROVISOES    PIC 9(09)V99 VALUE ZEROS.
               03  TB-DEPTO-LOJA         PIC X(10) VALUE SPACES.
       77  WRK-DEPTO-BRUTO-ED        PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

      *    SIMULACAO DE FOLHA: A FOLHA NORMAL E CALCULADA COM AS
      *    TABELAS ATUAIS E COM AS PROPOSTAS, TROCADAS NA
      *    TB-INSS-TABELA / TB-IRRF-TABELA A CADA FUNCIONARIO
       77  WRK-SIMULACAO             PIC X(01) VALUE 'N'.
           88  FOLHA-SIMULADA                  VALUE 'S'.
       77  WRK-SIMT-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-SPRO-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-SIM-EOF               PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO-SIMULACAO           VALUE 'S'.
       77  WRK-SIM-PROPOSTA          PIC X(01) VALUE 'N'.
           88  HA-PROPOSTA                     VALUE 'S'.
      *    IMAGENS DA TB-INSS-TABELA E DA TB-IRRF-TABELA (10 FAIXAS
      *    DE 21 POSICOES)
       01  TB-INSS-ATUAL             PIC X(210).
       01  TB-IRRF-ATUAL             PIC X(210).
       01  TB-INSS-PROPOSTA          PIC X(210).
       01  TB-IRRF-PROPOSTA          PIC X(210).
       77  WRK-QT-INSS-ATUAL         PIC 9(02) VALUE ZEROS.
       77  WRK-QT-IRRF-ATUAL         PIC 9(02) VALUE ZEROS.
       77  WRK-QT-INSS-PROPOSTA      PIC 9(02) VALUE ZEROS.
       77  WRK-QT-IRRF-PROPOSTA      PIC 9(02) VALUE ZEROS.
       01  TB-SALARIOS-PROPOSTOS.
           02  TB-SPRO OCCURS 2000 TIMES INDEXED BY IX-SPRO.
               03  TB-SPRO-MATRICULA  PIC 9(06).
               03  TB-SPRO-SALARIO    PIC 9(06)V99.
       77  WRK-QT-SAL-PROPOSTOS      PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-SAL-PROPOSTOS  PIC 9(04) VALUE 2000.
       77  WRK-SPRO-ACHADO           PIC X(01) VALUE 'N'.
           88  SALARIO-PROPOSTO-ACHADO         VALUE 'S'.
      *    CENARIOS DO FUNCIONARIO: 1 = ATUAL, 2 = SIMULADO
       01  TB-CENARIOS.
           02  TB-CEN OCCURS 2 TIMES INDEXED BY IX-CEN.
               03  TB-CEN-BRUTO       PIC 9(09)V99.
               03  TB-CEN-DESCONTOS   PIC 9(09)V99.
               03  TB-CEN-LIQUIDO     PIC 9(09)V99.
               03  TB-CEN-ENCARGOS    PIC 9(09)V99.
      *    ACUMULADOS POR DEPARTAMENTO; A POSICAO 201 E A EMPRESA
       01  TB-SIM-DEPARTAMENTOS.
           02  TB-SDEP OCCURS 201 TIMES INDEXED BY IX-SDEP.
               03  TB-SDEP-COD        PIC X(04).
               03  TB-SDEP-QT         PIC 9(05).
               03  TB-SDEP-CENARIO OCCURS 2 TIMES.
                   04  TB-SDEP-BRUTO      PIC 9(09)V99.
                   04  TB-SDEP-DESCONTOS  PIC 9(09)V99.
                   04  TB-SDEP-LIQUIDO    PIC 9(09)V99.
                   04  TB-SDEP-ENCARGOS   PIC 9(09)V99.
       77  WRK-QT-SIM-DEPTOS         PIC 9(03) VALUE ZEROS.
       77  WRK-IX-SDEP               PIC 9(03) VALUE ZEROS.
       77  WRK-SUB-CEN               PIC 9(01) VALUE ZEROS.
       77  WRK-SIM-DIFERENCA         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SIM-ROTULO            PIC X(27) VALUE SPACES.
       77  WRK-SIM-CENARIO           PIC X(08) VALUE SPACES.
       77  WRK-SIM-BRUTO-ED          PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SIM-DESC-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SIM-LIQ-ED            PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SIM-ENC-ED            PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SIM-DIF-BRUTO-ED      PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SIM-DIF-DESC-ED       PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SIM-DIF-LIQ-ED        PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SIM-DIF-ENC-ED        PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'I' TO WRK-RLOG-FUNCAO.
           MOVE 'F' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           IF MODO-NORMAL AND NOT FOLHA-SIMULADA
               PERFORM 0985-REGISTRAR-FIM
           END-IF.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0105-LER-MODO-EXECUCAO.
      *    SO A FOLHA NORMAL PARA VALER E PASSO DA ESTEIRA NOTURNA
      *    CONTROLADO CONTRA REEXECUCAO; 13o, FERIAS, RESCISAO E
      *    SIMULACAO SAO DISPARADOS SOB DEMANDA PELO OPERADOR.
           IF MODO-NORMAL AND NOT FOLHA-SIMULADA
               PERFORM 0980-REGISTRAR-INICIO
           END-IF.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
               PERFORM 0129-CARREGAR-PERIODOS-FERIAS
           END-IF.
           PERFORM 0135-CARREGAR-DEPARTAMENTOS.
           PERFORM 0168-DETERMINAR-CONTAS.
           IF NOT FOLHA-SIMULADA
               PERFORM 0139-CARREGAR-RATEIOS
           END-IF.
           PERFORM 0130-CARREGAR-TABELA-INSS.
           PERFORM 0140-CARREGAR-TABELA-IRRF.
           IF FOLHA-SIMULADA
               PERFORM 0500-CARREGAR-SIMULACAO
           END-IF.
           PERFORM 0145-LER-PARAMETROS-DEPENDENTES.
           PERFORM 0146-CARREGAR-DEPENDENTES.
           IF MODO-NORMAL
               PERFORM 0148-CARREGAR-RETROATIVOS
           END-IF.
           PERFORM 0150-ABRIR-REMESSA.
      *    OS AFASTAMENTOS SO PESAM NA FOLHA NORMAL (E NA SIMULACAO
      *    DELA); O CONTROLE DE FERIAS SO E CARREGADO AQUI QUANDO HA
      *    AFASTAMENTO E A FOLHA E PARA VALER, PARA APLICAR O EFEITO
      *    NO PERIODO AQUISITIVO.
           IF MODO-NORMAL
               PERFORM 0132-CARREGAR-AFASTAMENTOS
               IF WRK-QT-AFASTAMENTOS > ZEROS AND NOT FOLHA-SIMULADA
                   PERFORM 0129-CARREGAR-PERIODOS-FERIAS
               END-IF
           END-IF.
      *    NA RESCISAO O CADASTRO E ABERTO EM I-O (READ POR CHAVE E
      *    REWRITE DA INATIVACAO); NOS DEMAIS MODOS SEGUE A LEITURA
      *    SEQUENCIAL DE SEMPRE.
               END-READ
           END-IF.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0168-DETERMINAR-CONTAS.
           MOVE 'FOLHA-SALARIO' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-DESPESA-SAL
           END-CALL.
           MOVE 'FOLHA-SALARIO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-SAL-A-PAGAR
           END-CALL.
           MOVE 'INSS-RETIDO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-INSS-RECOLHER
           END-CALL.
           MOVE 'IRRF-RETIDO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-IRRF-RECOLHER
           END-CALL.
           MOVE 'ENCARGOS' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-DESP-ENCARGOS
           END-CALL.
           MOVE 'ENCARGOS' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-ENC-RECOLHER
           END-CALL.
           MOVE 'FGTS' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-FGTS-RECOLHER
           END-CALL.
           MOVE 'PROVISOES' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-DESP-PROVISOES
           END-CALL.
           MOVE 'PROVISAO-13' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PROVISAO-13
           END-CALL.
           MOVE 'PROVISAO-FERIAS' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-PROV-FERIAS
           END-CALL.
           MOVE 'EMPRESTIMO-FUNC' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-EMPRESTIMOS
           END-CALL.
           MOVE 'JUROS-EMPREST' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-JUROS-EMPREST
           END-CALL.
           MOVE 'CONSIGNACAO' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CONSIGNACOES
           END-CALL.

      *    A SIMULACAO SO PRECISA DA DATA E DA COMPETENCIA: NAO
      *    ABRE HISTORICO, DEPOSITOS DE FGTS NEM PENDENTE.
       0150-ABRIR-REMESSA.
           CALL 'RUNDTRTN' USING WRK-DATA-FOLHA END-CALL.
           COMPUTE WRK-COMPETENCIA-FOLHA = WRK-DATA-FOLHA / 100.
           IF NOT FOLHA-SIMULADA
               PERFORM 0155-ABRIR-ARQUIVOS-FOLHA
           END-IF.

       0155-ABRIR-ARQUIVOS-FOLHA.
           PERFORM 0160-ABRIR-HISTORICO-FOLHA.
           OPEN OUTPUT PAYROLL-PENDING-FILE.
           INITIALIZE PENDENTE-HEADER.
               CLOSE PAYROLL-HISTORY-FILE
               OPEN EXTEND PAYROLL-HISTORY-FILE
           END-IF.
           OPEN EXTEND FGTS-DEPOSIT-FILE.
           IF WRK-FDEP-STATUS = '35'
               OPEN OUTPUT FGTS-DEPOSIT-FILE
               CLOSE FGTS-DEPOSIT-FILE
               OPEN EXTEND FGTS-DEPOSIT-FILE
           END-IF.

       0165-GRAVAR-HISTORICO-FOLHA.
           INITIALIZE PAYROLL-HISTORY-RECORD.
           MOVE WRK-LIQUIDO           TO PHIS-LIQUIDO.
           WRITE PAYROLL-HISTORY-RECORD.

      *    O DEPOSITO DE CADA FUNCIONARIO E O MESMO ENCARGO SOMADO
      *    NO FGTS A RECOLHER DO LOTE CONTABIL; FOLHA SEM BASE NAO
      *    GERA DEPOSITO.
       0167-GRAVAR-DEPOSITO-FGTS.
           IF WRK-ENC-FGTS > ZEROS
               INITIALIZE FGTS-DEPOSIT-RECORD
               MOVE EMP-NUMERO            TO FDEP-MATRICULA
               MOVE WRK-COMPETENCIA-FOLHA TO FDEP-COMPETENCIA
               MOVE WRK-CTLT-MODO         TO FDEP-MODO
               MOVE WRK-BASE-FGTS         TO FDEP-BASE
               MOVE WRK-PCT-FGTS          TO FDEP-PCT
               MOVE WRK-ENC-FGTS          TO FDEP-VALOR
               MOVE WRK-DATA-FOLHA        TO FDEP-DATA-FOLHA
               WRITE FGTS-DEPOSIT-RECORD
           END-IF.

      *    O MODO VEM DE UM CARTAO NO SYSIN (ESTEIRA NOTURNA) OU DO
      *    OPERADOR NO CONSOLE; UM MODO NAO RECONHECIDO CAI PARA A
      *    FOLHA NORMAL COM AVISO, PARA A ESTEIRA NAO PARAR.
       0105-LER-MODO-EXECUCAO.
           DISPLAY 'MODO DA FOLHA (N=NORMAL  1=13o 1A PARCELA  '
               '2=13o 2A PARCELA  F=FERIAS  R=RESCISAO  '
               'S=SIMULACAO) ...'.
           ACCEPT WRK-MODO-FOLHA.
           EVALUATE TRUE
               WHEN MODO-13-PRIMEIRA
                   MOVE 'RESCISAO DE CONTRATO'    TO WRK-MODO-DESC
                   MOVE 'RESCISAO' TO WRK-CTLT-MODO
                   MOVE 'FR' TO WRK-PREFIXO-LOTE
      *        A SIMULACAO E UMA FOLHA NORMAL QUE NAO GRAVA NADA: DAQUI
      *        EM DIANTE O CALCULO SEGUE O CAMINHO DO MODO NORMAL.
               WHEN MODO-SIMULACAO
                   MOVE 'S' TO WRK-SIMULACAO
                   MOVE 'N' TO WRK-MODO-FOLHA
                   MOVE 'SIMULACAO DA FOLHA NORMAL' TO WRK-MODO-DESC
                   MOVE 'SIMULACAO' TO WRK-CTLT-MODO
                   MOVE 'SIMULACAO DE FOLHA - ATUAL X PROPOSTA'
                       TO WRK-RPT-TITULO
               WHEN OTHER
                   IF NOT MODO-NORMAL
                       DISPLAY 'MODO NAO RECONHECIDO - ASSUMIDO NORMAL'
               MOVE MOV-DIAS-FALTA  TO TB-MOV-FALTAS (IX-MOV)
               MOVE MOV-BONUS       TO TB-MOV-BONUS (IX-MOV)
               MOVE MOV-DESCONTO    TO TB-MOV-DESCONTO (IX-MOV)
      *        LINHA GRAVADA ANTES DAS HORAS NOTURNAS NAO AS TEM
               IF MOV-HORAS-NOTURNAS IS NUMERIC
                   MOVE MOV-HORAS-NOTURNAS TO TB-MOV-NOTURNAS (IX-MOV)
               ELSE
                   MOVE ZEROS TO TB-MOV-NOTURNAS (IX-MOV)
               END-IF
               MOVE 'N'             TO TB-MOV-USADO (IX-MOV)
           END-IF
           END-IF.
                   TO TB-EMPR-PARC-PAGAS (IX-EMPR)
               MOVE EMPR-SALDO      TO TB-EMPR-SALDO (IX-EMPR)
               MOVE EMPR-SITUACAO   TO TB-EMPR-SITUACAO (IX-EMPR)
               PERFORM 0126A-CARREGAR-JUROS-EMPR
           END-IF.
           READ LOAN-MASTER-FILE
               AT END MOVE 'S' TO WRK-EMPR-EOF
           END-READ.

      *    CONTRATO GRAVADO ANTES DOS JUROS NAO TEM OS CAMPOS NO FIM
      *    DA LINHA: FICA SEM JUROS, COMO SEMPRE FOI.
       0126A-CARREGAR-JUROS-EMPR.
           IF EMPRESTIMO-PRICE OR EMPRESTIMO-SAC
               MOVE EMPR-SISTEMA TO TB-EMPR-SISTEMA (IX-EMPR)
           ELSE
               MOVE SPACE TO TB-EMPR-SISTEMA (IX-EMPR)
           END-IF.
           IF EMPR-TAXA-MENSAL IS NOT NUMERIC
              OR TB-EMPR-SISTEMA (IX-EMPR) = SPACE
               MOVE ZEROS TO TB-EMPR-TAXA (IX-EMPR)
           ELSE
               MOVE EMPR-TAXA-MENSAL TO TB-EMPR-TAXA (IX-EMPR)
           END-IF.
           IF EMPR-JUROS-PAGOS IS NOT NUMERIC
               MOVE ZEROS TO TB-EMPR-JUROS-PAG (IX-EMPR)
           ELSE
               MOVE EMPR-JUROS-PAGOS TO TB-EMPR-JUROS-PAG (IX-EMPR)
           END-IF.

      *    O CADASTRO DE RECORRENTES E OPCIONAL: SEM O ARQUIVO, A
      *    FOLHA RODA SEM OS ITENS FIXOS, COMO SEMPRE FOI.
       0127-CARREGAR-RECORRENTES.
               DISPLAY 'TABELA DE PERIODOS DE FERIAS CHEIA - '
                   'PERIODO DA MATRICULA ' VAC-MATRICULA
                   ' FORA DA BAIXA'
               MOVE 'S' TO WRK-VAC-ESTOURO
               MOVE VAC-MATRICULA TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE PERIODOS DE FERIAS CHEIA'
                   TO WRK-MOTIVO-LOG
               AT END MOVE 'S' TO WRK-VAC-EOF
           END-READ.

      *    O CADASTRO DE AFASTAMENTOS E OPCIONAL: SEM O ARQUIVO, A
      *    FOLHA RODA COMO SEMPRE. O MES DA FOLHA VAI DO DIA 1 DA
      *    COMPETENCIA ATE A VESPERA DO DIA 1 DO MES SEGUINTE.
       0132-CARREGAR-AFASTAMENTOS.
           COMPUTE WRK-DATA-CALC-AFAST =
               WRK-COMPETENCIA-FOLHA * 100 + 1.
           COMPUTE WRK-DIA-INI-MES =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-CALC-AFAST).
           IF FUNCTION MOD (WRK-COMPETENCIA-FOLHA, 100) = 12
               COMPUTE WRK-DATA-CALC-AFAST =
                   (WRK-COMPETENCIA-FOLHA + 89) * 100 + 1
           ELSE
               COMPUTE WRK-DATA-CALC-AFAST =
                   (WRK-COMPETENCIA-FOLHA + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-DIA-FIM-MES =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-CALC-AFAST) - 1.
           COMPUTE WRK-DIA-FOLHA =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-FOLHA).
           OPEN INPUT LEAVE-FILE.
           IF WRK-AFA-STATUS = '35'
               MOVE 'S' TO WRK-AFA-EOF
           ELSE
               READ LEAVE-FILE
                   AT END MOVE 'S' TO WRK-AFA-EOF
               END-READ
               PERFORM 0133-LER-AFASTAMENTO UNTIL FIM-AFASTAMENTOS
               CLOSE LEAVE-FILE
           END-IF.

       0133-LER-AFASTAMENTO.
           MOVE ZEROS TO WRK-DIA-DE WRK-DIA-ATE.
           IF AFAST-TIPO-VALIDO
               COMPUTE WRK-DIA-DE =
                   FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO)
               PERFORM 0134-APURAR-FIM-AFASTAMENTO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIA-DE = ZEROS OR WRK-DIA-ATE = ZEROS
                   DISPLAY 'AFASTAMENTO DA MATRICULA ' AFA-MATRICULA
                       ' COM TIPO OU DATA INVALIDA - IGNORADO'
                   MOVE AFA-MATRICULA TO WRK-REFERENCIA-LOG
                   MOVE 'AFASTAMENTO COM TIPO OU DATA INVALIDA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               WHEN WRK-QT-AFASTAMENTOS >= WRK-LIMITE-AFASTAMENTOS
                   DISPLAY 'TABELA DE AFASTAMENTOS CHEIA - '
                       'AFASTAMENTO DA MATRICULA ' AFA-MATRICULA
                       ' IGNORADO'
                   MOVE AFA-MATRICULA TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE AFASTAMENTOS CHEIA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               WHEN OTHER
                   ADD 1 TO WRK-QT-AFASTAMENTOS
                   SET IX-AFA TO WRK-QT-AFASTAMENTOS
                   MOVE AFA-MATRICULA TO TB-AFA-MATRICULA (IX-AFA)
                   MOVE AFA-TIPO      TO TB-AFA-TIPO (IX-AFA)
                   MOVE AFA-DATA-RETORNO TO TB-AFA-RETORNO (IX-AFA)
                   MOVE WRK-DIA-DE    TO TB-AFA-DIA-INICIO (IX-AFA)
                   MOVE WRK-DIA-ATE   TO TB-AFA-DIA-FIM (IX-AFA)
           END-EVALUATE.
           READ LEAVE-FILE
               AT END MOVE 'S' TO WRK-AFA-EOF
           END-READ.

      *    O AFASTAMENTO VAI ATE A VESPERA DO RETORNO; SEM RETORNO
      *    REGISTRADO, ATE O FIM PREVISTO (QUEM PASSOU DA PREVISAO
      *    SEM VOLTAR APARECE NA LISTA DE AFASTADOS DO AFASTREL); SEM
      *    PREVISAO, SEGUE EM ABERTO.
       0134-APURAR-FIM-AFASTAMENTO.
           EVALUATE TRUE
               WHEN AFA-DATA-RETORNO > ZEROS
                   COMPUTE WRK-DIA-ATE =
                       FUNCTION INTEGER-OF-DATE (AFA-DATA-RETORNO)
                   IF WRK-DIA-ATE > WRK-DIA-DE
                       SUBTRACT 1 FROM WRK-DIA-ATE
                   ELSE
                       MOVE ZEROS TO WRK-DIA-ATE
                   END-IF
               WHEN AFA-DATA-FIM-PREVISTO > ZEROS
                   COMPUTE WRK-DIA-ATE =
                       FUNCTION INTEGER-OF-DATE (AFA-DATA-FIM-PREVISTO)
                   IF WRK-DIA-ATE < WRK-DIA-DE
                       MOVE ZEROS TO WRK-DIA-ATE
                   END-IF
               WHEN OTHER
                   MOVE 99991231 TO WRK-DATA-CALC-AFAST
                   COMPUTE WRK-DIA-ATE =
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-CALC-AFAST)
           END-EVALUATE.

      *    O CADASTRO DE DEPARTAMENTOS E OPCIONAL: SEM O ARQUIVO, A
      *    FOLHA NAO VALIDA O DEPARTAMENTO E O DEBITO DE SALARIOS
      *    SAI EM LANCAMENTO UNICO, COMO SEMPRE FOI.
               MOVE DEPT-CODIGO      TO TB-DEPCAD-CODIGO (IX-DEPCAD)
               MOVE DEPT-NOME        TO TB-DEPCAD-NOME (IX-DEPCAD)
               MOVE DEPT-CONTA-CUSTO TO TB-DEPCAD-CONTA (IX-DEPCAD)
               MOVE DEPT-LOJA        TO TB-DEPCAD-LOJA (IX-DEPCAD)
           END-IF.
           READ DEPARTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-DEPTM-EOF
       0137-VALIDAR-DEPARTAMENTO.
           MOVE 'N' TO WRK-DEPCAD-ACHADO.
           MOVE ZEROS TO WRK-IX-DEPCAD WRK-CONTA-CUSTO-DEPTO.
           MOVE SPACES TO WRK-LOJA-DEPTO.
           PERFORM 0138-PROCURAR-DEPARTAMENTO
               VARYING IX-DEPCAD FROM 1 BY 1
               UNTIL IX-DEPCAD > WRK-QT-DEPTOS-CAD
                  OR DEPTO-CADASTRADO.

       0138-PROCURAR-DEPARTAMENTO.
           IF TB-DEPCAD-CODIGO (IX-DEPCAD) = WRK-DEPTO-PROCURADO
               MOVE 'S' TO WRK-DEPCAD-ACHADO
               SET WRK-IX-DEPCAD TO IX-DEPCAD
               MOVE TB-DEPCAD-CONTA (IX-DEPCAD)
                   TO WRK-CONTA-CUSTO-DEPTO
               MOVE TB-DEPCAD-LOJA (IX-DEPCAD) TO WRK-LOJA-DEPTO
           END-IF.

      *    O RATEIO E OPCIONAL E SO E CONFERIDO POR FUNCIONARIO, NA
      *    HORA DE APROPRIAR O CUSTO (AS LINHAS DE UMA MATRICULA NAO
      *    PRECISAM VIR JUNTAS NO ARQUIVO).
       0139-CARREGAR-RATEIOS.
           OPEN INPUT COST-ALLOCATION-FILE.
           IF WRK-ALOC-STATUS = '35'
               MOVE 'S' TO WRK-ALOC-EOF
           ELSE
               READ COST-ALLOCATION-FILE
                   AT END MOVE 'S' TO WRK-ALOC-EOF
               END-READ
               PERFORM 0139A-LER-RATEIO UNTIL FIM-RATEIOS
               CLOSE COST-ALLOCATION-FILE
           END-IF.

       0139A-LER-RATEIO.
           IF WRK-QT-RATEIOS >= WRK-LIMITE-RATEIOS
               DISPLAY 'TABELA DE RATEIOS CHEIA - RATEIO DA '
                   'MATRICULA ' ALOC-MATRICULA ' IGNORADO'
               MOVE ALOC-MATRICULA TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE RATEIOS DE CUSTO CHEIA'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               ADD 1 TO WRK-QT-RATEIOS
               SET IX-RAT TO WRK-QT-RATEIOS
               MOVE ALOC-MATRICULA  TO TB-RAT-MATRICULA (IX-RAT)
               MOVE ALOC-DEPTO      TO TB-RAT-DEPTO (IX-RAT)
               MOVE ALOC-PERCENTUAL TO TB-RAT-PERCENTUAL (IX-RAT)
           END-IF.
           READ COST-ALLOCATION-FILE
               AT END MOVE 'S' TO WRK-ALOC-EOF
           END-READ.

       0130-CARREGAR-TABELA-INSS.
           OPEN INPUT INSS-BRACKET-FILE.
           READ INSS-BRACKET-FILE
               AT END MOVE 'S' TO WRK-IRRF-EOF
           END-READ.

      *    SEM O ARQUIVO DE PARAMETRO, OU COM UM CAMPO NAO NUMERICO,
      *    VALEM OS VALORES PADRAO DA WORKING-STORAGE.
       0145-LER-PARAMETROS-DEPENDENTES.
           OPEN INPUT DEPENDENT-PARM-FILE.
           IF WRK-DEPP-STATUS = '00'
               READ DEPENDENT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DEPP-DEDUCAO-IRRF IS NUMERIC
                           MOVE DEPP-DEDUCAO-IRRF
                               TO WRK-DEDUCAO-DEPENDENTE
                       END-IF
                       IF DEPP-COTA-SAL-FAMILIA IS NUMERIC
                           MOVE DEPP-COTA-SAL-FAMILIA
                               TO WRK-COTA-SAL-FAMILIA
                       END-IF
                       IF DEPP-LIMITE-SAL-FAMILIA IS NUMERIC
                           MOVE DEPP-LIMITE-SAL-FAMILIA
                               TO WRK-LIMITE-SAL-FAMILIA
                       END-IF
                       IF DEPP-IDADE-SAL-FAMILIA IS NUMERIC
                          AND DEPP-IDADE-SAL-FAMILIA > ZEROS
                           MOVE DEPP-IDADE-SAL-FAMILIA
                               TO WRK-IDADE-SAL-FAMILIA
                       END-IF
               END-READ
               CLOSE DEPENDENT-PARM-FILE
           END-IF.

      *    O CADASTRO DE DEPENDENTES E OPCIONAL: SEM O ARQUIVO, A
      *    BASE DO IRRF E O BRUTO MENOS O INSS E NINGUEM RECEBE
      *    SALARIO-FAMILIA, COMO SEMPRE FOI.
       0146-CARREGAR-DEPENDENTES.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-DEP-STATUS = '35'
               MOVE 'S' TO WRK-DEP-EOF
           ELSE
               READ DEPENDENT-FILE
                   AT END MOVE 'S' TO WRK-DEP-EOF
               END-READ
               PERFORM 0147-LER-DEPENDENTE UNTIL FIM-DEPENDENTES
               CLOSE DEPENDENT-FILE
           END-IF.

       0147-LER-DEPENDENTE.
           IF WRK-QT-DEPENDENTES >= WRK-LIMITE-DEPENDENTES
               DISPLAY 'TABELA DE DEPENDENTES CHEIA - DEPENDENTE DA '
                   'MATRICULA ' DEP-MATRICULA ' DESPREZADO'
               MOVE DEP-MATRICULA TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE DEPENDENTES CHEIA' TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               ADD 1 TO WRK-QT-DEPENDENTES
               SET IX-DEP TO WRK-QT-DEPENDENTES
               MOVE DEP-MATRICULA   TO TB-DEP-MATRICULA (IX-DEP)
               MOVE DEP-NASCIMENTO  TO TB-DEP-NASCIMENTO (IX-DEP)
               MOVE DEP-IRRF        TO TB-DEP-IRRF (IX-DEP)
               MOVE DEP-SAL-FAMILIA TO TB-DEP-SAL-FAMILIA (IX-DEP)
           END-IF.
           READ DEPENDENT-FILE
               AT END MOVE 'S' TO WRK-DEP-EOF
           END-READ.

      *    O ARQUIVO DE RETROATIVOS SO EXISTE DEPOIS DO PRIMEIRO
      *    REAJUSTE EFETIVADO.
       0148-CARREGAR-RETROATIVOS.
           MOVE 'S' TO WRK-RETR-CARGA.
           OPEN INPUT RETROACTIVE-DIFFERENCE-FILE.
           IF WRK-RETR-STATUS = '35'
               MOVE 'N' TO WRK-RETR-CARGA
           ELSE
               READ RETROACTIVE-DIFFERENCE-FILE
                   AT END MOVE 'S' TO WRK-RETR-EOF
               END-READ
               PERFORM 0149-LER-RETROATIVO UNTIL FIM-RETROATIVOS
               CLOSE RETROACTIVE-DIFFERENCE-FILE
           END-IF.

       0149-LER-RETROATIVO.
           IF WRK-QT-RETROATIVOS >= WRK-LIMITE-RETROATIVOS
               IF RETROATIVOS-CARREGADOS
                   DISPLAY '*** TABELA DE RETROATIVOS CHEIA - '
                       'NENHUMA DIFERENCA PAGA NESTA FOLHA ***'
                   MOVE 'RETRODIF' TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE RETROATIVOS CHEIA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
                   MOVE 'N' TO WRK-RETR-CARGA
               END-IF
           ELSE
               ADD 1 TO WRK-QT-RETROATIVOS
               SET IX-RETR TO WRK-QT-RETROATIVOS
               MOVE RETR-MATRICULA   TO TB-RETR-MATRICULA (IX-RETR)
               MOVE RETR-COMPETENCIA TO TB-RETR-COMPETENCIA (IX-RETR)
               MOVE RETR-MODO        TO TB-RETR-MODO (IX-RETR)
               MOVE RETR-DIF-BRUTO   TO TB-RETR-DIF-BRUTO (IX-RETR)
               MOVE RETR-DIF-INSS    TO TB-RETR-DIF-INSS (IX-RETR)
               MOVE RETR-DIF-IRRF    TO TB-RETR-DIF-IRRF (IX-RETR)
               MOVE RETR-SITUACAO    TO TB-RETR-SITUACAO (IX-RETR)
               MOVE RETR-COMPETENCIA-PAGA
                   TO TB-RETR-COMP-PAGA (IX-RETR)
           END-IF.
           READ RETROACTIVE-DIFFERENCE-FILE
               AT END MOVE 'S' TO WRK-RETR-EOF
           END-READ.

      *    FUNCIONARIO INATIVADO PELA MANUTENCAO DE CADASTRO
      *    (EMPMAINT) CONTINUA NO ARQUIVO PARA FINS DE HISTORICO,
      *    MAS NAO ENTRA NO CALCULO DA FOLHA.
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               PERFORM 0250-APURAR-AFASTAMENTO
               IF AFASTADO-MES-INTEIRO
                   PERFORM 0255-REGISTRAR-AFASTADO-INSS
               ELSE
               ADD 1 TO WRK-QT-FUNCIONARIOS
               MOVE EMP-NOME    TO WRK-NOME
               MOVE EMP-SALARIO TO WRK-SALARIO
               IF FOLHA-SIMULADA
                   PERFORM 0510-SIMULAR-FUNCIONARIO
               ELSE
               PERFORM 0210-CALCULAR-DESCONTOS
               PERFORM 0218-CALCULAR-ENCARGOS
               PERFORM 0219-DESCONTAR-EMPRESTIMO
               PERFORM 0230-ACUMULAR-TOTAIS
               PERFORM 0240-ACUMULAR-DEPARTAMENTO
               PERFORM 0165-GRAVAR-HISTORICO-FOLHA
               PERFORM 0167-GRAVAR-DEPOSITO-FGTS
               IF MODO-FERIAS
                   PERFORM 0290-BAIXAR-DIREITO-FERIAS
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
           END-READ.

       0205-CONFERIR-DEPARTAMENTO.
           MOVE EMP-DEPTO TO WRK-DEPTO-PROCURADO.
           IF WRK-QT-DEPTOS-CAD > ZEROS
               PERFORM 0137-VALIDAR-DEPARTAMENTO
           ELSE
      *    BRUTO GANHA O ABONO CONSTITUCIONAL DE 1/3.
       0210-CALCULAR-DESCONTOS.
           MOVE 'N' TO WRK-MOV-ACHADO.
           MOVE ZEROS TO WRK-QT-DEP-IRRF WRK-QT-FILHOS-SF
               WRK-DEDUCAO-DEPENDENTES WRK-SALARIO-FAMILIA
               WRK-QT-RETRO-FUNC WRK-RETRO-BRUTO WRK-RETRO-INSS
               WRK-RETRO-IRRF.
           EVALUATE TRUE
               WHEN MODO-NORMAL
                   MOVE WRK-SALARIO TO WRK-SALARIO-CONTRATUAL
                   PERFORM 0211-APLICAR-MOVIMENTO
                   PERFORM 0253-DESCONTAR-AFASTAMENTO
               WHEN MODO-FERIAS
                   COMPUTE WRK-SALARIO ROUNDED =
                       WRK-SALARIO + (WRK-SALARIO / 3)
           ADD WRK-DESC-INSS WRK-DESC-IR GIVING WRK-DESC-TOTAL.
           SUBTRACT WRK-DESC-TOTAL FROM WRK-SALARIO
               GIVING WRK-LIQUIDO.
           IF MODO-NORMAL
               PERFORM 0275-CALCULAR-SALARIO-FAMILIA
               PERFORM 0285-APLICAR-RETROATIVO
           END-IF.
           COMPUTE WRK-SALARIO-USD ROUNDED =
               WRK-SALARIO / WRK-TAXA-CAMBIO.

      *    MARCADO COMO USADO PARA NAO CAIR NA CONFERENCIA DE
      *    MATRICULA DESCONHECIDA.
       0211-APLICAR-MOVIMENTO.
           MOVE ZEROS TO WRK-VALOR-EXTRAS WRK-VALOR-FALTAS
               WRK-VALOR-NOTURNO.
           PERFORM 0212-SOMAR-MOVIMENTOS.
           IF MOV-ACHADO
               COMPUTE WRK-VALOR-HORA ROUNDED =
                   WRK-FATOR-HORA-EXTRA
               COMPUTE WRK-VALOR-FALTAS ROUNDED =
                   WRK-SOMA-FALTAS * (WRK-SALARIO / 30)
               COMPUTE WRK-VALOR-NOTURNO ROUNDED =
                   WRK-SOMA-NOTURNAS * WRK-FATOR-HORA-NOTURNA *
                   WRK-VALOR-HORA * WRK-PCT-ADIC-NOTURNO
               COMPUTE WRK-BRUTO-CALC =
                   WRK-SALARIO + WRK-VALOR-EXTRAS
                   + WRK-VALOR-NOTURNO + WRK-SOMA-BONUS
                   - WRK-VALOR-FALTAS - WRK-SOMA-DESCONTO
               IF WRK-BRUTO-CALC < ZEROS
                   DISPLAY 'MOVIMENTO DA MATRICULA ' EMP-NUMERO
                       ' DEIXARIA O BRUTO NEGATIVO - IGNORADO'
                   IF NOT FOLHA-SIMULADA
                       MOVE EMP-NUMERO TO WRK-REFERENCIA-LOG
                       MOVE 'MOVIMENTO DEIXARIA O BRUTO NEGATIVO'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                       ADD 1 TO WRK-CTLT-REJEITADOS
                   END-IF
                   MOVE ZEROS TO WRK-VALOR-EXTRAS WRK-VALOR-FALTAS
                       WRK-VALOR-NOTURNO
               ELSE
                   MOVE WRK-BRUTO-CALC TO WRK-SALARIO
               END-IF
       0212-SOMAR-MOVIMENTOS.
           MOVE 'N' TO WRK-MOV-ACHADO.
           MOVE ZEROS TO WRK-SOMA-HORAS WRK-SOMA-FALTAS
               WRK-SOMA-BONUS WRK-SOMA-DESCONTO WRK-SOMA-NOTURNAS.
           PERFORM 0213-TESTAR-MOVIMENTO
               VARYING IX-MOV FROM 1 BY 1
               UNTIL IX-MOV > WRK-QT-MOVIMENTOS.
               ADD TB-MOV-FALTAS (IX-MOV)   TO WRK-SOMA-FALTAS
               ADD TB-MOV-BONUS (IX-MOV)    TO WRK-SOMA-BONUS
               ADD TB-MOV-DESCONTO (IX-MOV) TO WRK-SOMA-DESCONTO
               ADD TB-MOV-NOTURNAS (IX-MOV) TO WRK-SOMA-NOTURNAS
           END-IF.

      *    DIAS DO MES DA FOLHA EM QUE O FUNCIONARIO ESTA COM O INSS
      *    (DOENCA OU ACIDENTE, DO 16O DIA EM DIANTE) OU EM LICENCA-
      *    MATERNIDADE. O MES COMERCIAL TEM 30 DIAS: AFASTAMENTO QUE
      *    COBRE O MES INTEIRO CONTA 30, E NENHUMA SOMA PASSA DISSO.
       0250-APURAR-AFASTAMENTO.
           MOVE ZEROS TO WRK-DIAS-AFAST-INSS WRK-DIAS-AFAST-MATERN
               WRK-DIAS-AFAST-ACIDENTE WRK-VALOR-AFAST-ACIDENTE.
           MOVE 'N' TO WRK-AFAST-MES-INTEIRO.
           IF MODO-NORMAL AND WRK-QT-AFASTAMENTOS > ZEROS
               MOVE WRK-DIA-INI-MES TO WRK-LIM-DE
               MOVE WRK-DIA-FIM-MES TO WRK-LIM-ATE
               PERFORM 0251-SOMAR-AFASTAMENTO
                   VARYING IX-AFA FROM 1 BY 1
                   UNTIL IX-AFA > WRK-QT-AFASTAMENTOS
           END-IF.

       0251-SOMAR-AFASTAMENTO.
           IF TB-AFA-MATRICULA (IX-AFA) = EMP-NUMERO
               IF TB-AFA-TIPO (IX-AFA) = 'M'
                   MOVE TB-AFA-DIA-INICIO (IX-AFA) TO WRK-DIA-DE
               ELSE
                   COMPUTE WRK-DIA-DE = TB-AFA-DIA-INICIO (IX-AFA)
                       + WRK-DIAS-EMPRESA-AFAST
               END-IF
               MOVE TB-AFA-DIA-FIM (IX-AFA) TO WRK-DIA-ATE
               PERFORM 0252-SOBREPOR-INTERVALO
               IF WRK-DIA-DE NOT > WRK-DIA-INI-MES
                  AND WRK-DIA-ATE NOT < WRK-DIA-FIM-MES
                   MOVE 30 TO WRK-DIAS-SOBREPOSTOS
               END-IF
               IF TB-AFA-TIPO (IX-AFA) = 'M'
                   ADD WRK-DIAS-SOBREPOSTOS TO WRK-DIAS-AFAST-MATERN
                   IF WRK-DIAS-AFAST-MATERN > 30
                       MOVE 30 TO WRK-DIAS-AFAST-MATERN
                   END-IF
               ELSE
                   ADD WRK-DIAS-SOBREPOSTOS TO WRK-DIAS-AFAST-INSS
                   IF WRK-DIAS-AFAST-INSS > 30
                       MOVE 30 TO WRK-DIAS-AFAST-INSS
                   END-IF
                   IF TB-AFA-TIPO (IX-AFA) = 'A'
                       ADD WRK-DIAS-SOBREPOSTOS
                           TO WRK-DIAS-AFAST-ACIDENTE
                       IF WRK-DIAS-AFAST-ACIDENTE > 30
                           MOVE 30 TO WRK-DIAS-AFAST-ACIDENTE
                       END-IF
                   END-IF
                   IF WRK-DIA-DE NOT > WRK-DIA-INI-MES
                      AND WRK-DIA-ATE NOT < WRK-DIA-FIM-MES
                       MOVE 'S' TO WRK-AFAST-MES-INTEIRO
                   END-IF
               END-IF
           END-IF.

      *    DIAS DO INTERVALO WRK-DIA-DE/WRK-DIA-ATE QUE CAEM DENTRO
      *    DE WRK-LIM-DE/WRK-LIM-ATE (ZERO QUANDO NAO SE TOCAM).
       0252-SOBREPOR-INTERVALO.
           IF WRK-DIA-DE > WRK-LIM-DE
               MOVE WRK-DIA-DE TO WRK-SOBR-DE
           ELSE
               MOVE WRK-LIM-DE TO WRK-SOBR-DE
           END-IF.
           IF WRK-DIA-ATE < WRK-LIM-ATE
               MOVE WRK-DIA-ATE TO WRK-SOBR-ATE
           ELSE
               MOVE WRK-LIM-ATE TO WRK-SOBR-ATE
           END-IF.
           COMPUTE WRK-DIAS-SOBREPOSTOS =
               WRK-SOBR-ATE - WRK-SOBR-DE + 1.
           IF WRK-DIAS-SOBREPOSTOS < ZEROS
               MOVE ZEROS TO WRK-DIAS-SOBREPOSTOS
           END-IF.

      *    OS DIAS PAGOS PELO INSS SAEM DO BRUTO A 1/30 DO SALARIO DO
      *    CADASTRO. A LICENCA-MATERNIDADE CONTINUA NO BRUTO (A
      *    EMPRESA PAGA E COMPENSA NA GUIA DO INSS); SO SE DESTACA O
      *    VALOR PARA O HOLERITE E PARA A COMPENSACAO. A PARTE DOS
      *    DIAS DE ACIDENTE DE TRABALHO SAI DO BRUTO MAS VOLTA PARA A
      *    BASE DO FGTS, QUE A EMPRESA CONTINUA DEPOSITANDO.
       0253-DESCONTAR-AFASTAMENTO.
           MOVE ZEROS TO WRK-VALOR-AFAST-INSS WRK-SALARIO-MATERNIDADE.
           IF WRK-DIAS-AFAST-INSS > ZEROS
               COMPUTE WRK-VALOR-AFAST-INSS ROUNDED =
                   WRK-DIAS-AFAST-INSS * (WRK-SALARIO-CONTRATUAL / 30)
               IF WRK-VALOR-AFAST-INSS > WRK-SALARIO
                   MOVE WRK-SALARIO TO WRK-VALOR-AFAST-INSS
               END-IF
               SUBTRACT WRK-VALOR-AFAST-INSS FROM WRK-SALARIO
               IF WRK-DIAS-AFAST-ACIDENTE > ZEROS
                   COMPUTE WRK-VALOR-AFAST-ACIDENTE ROUNDED =
                       WRK-DIAS-AFAST-ACIDENTE *
                       (WRK-SALARIO-CONTRATUAL / 30)
                   IF WRK-VALOR-AFAST-ACIDENTE > WRK-VALOR-AFAST-INSS
                       MOVE WRK-VALOR-AFAST-INSS
                           TO WRK-VALOR-AFAST-ACIDENTE
                   END-IF
               END-IF
           END-IF.
           IF WRK-DIAS-AFAST-MATERN > ZEROS
               COMPUTE WRK-SALARIO-MATERNIDADE ROUNDED =
                   WRK-DIAS-AFAST-MATERN *
                   (WRK-SALARIO-CONTRATUAL / 30)
               IF WRK-SALARIO-MATERNIDADE > WRK-SALARIO
                   MOVE WRK-SALARIO TO WRK-SALARIO-MATERNIDADE
               END-IF
           END-IF.

      *    QUEM PASSA O MES INTEIRO RECEBENDO DO INSS NAO TEM SALARIO
      *    A PAGAR: FICA FORA DO HOLERITE, DA REMESSA E DO HISTORICO.
      *    NO ACIDENTE DE TRABALHO O DEPOSITO DE FGTS CONTINUA (SO NA
      *    FOLHA REAL). MOVIMENTO LANCADO PARA ELE NO MES E AVISADO
      *    (E NAO CAI NA CONFERENCIA DE MATRICULA DESCONHECIDA).
       0255-REGISTRAR-AFASTADO-INSS.
           ADD 1 TO WRK-QT-AFASTADOS-INSS.
           DISPLAY 'MATRICULA ' EMP-NUMERO ' AFASTADA PELO INSS NO '
               'MES INTEIRO - FORA DA FOLHA'.
           PERFORM 0212-SOMAR-MOVIMENTOS.
           IF MOV-ACHADO
               DISPLAY 'MOVIMENTO DA MATRICULA ' EMP-NUMERO
                   ' IGNORADO - FUNCIONARIO AFASTADO'
               IF NOT FOLHA-SIMULADA
                   MOVE EMP-NUMERO TO WRK-REFERENCIA-LOG
                   MOVE 'MOVIMENTO DE FUNCIONARIO AFASTADO NO MES'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.
           IF WRK-DIAS-AFAST-ACIDENTE > ZEROS AND NOT FOLHA-SIMULADA
               PERFORM 0256-DEPOSITAR-FGTS-ACIDENTE
           END-IF.

      *    SEM BRUTO, O UNICO ENCARGO DO MES E O FGTS SOBRE O SALARIO
      *    CONTRATUAL DOS DIAS DE ACIDENTE: ENTRA NO FGTS A RECOLHER
      *    E NO CUSTO DO DEPARTAMENTO (SEM CONTAR NA QUANTIDADE DE
      *    FUNCIONARIOS), PARA O RECOLHIMENTO BATER COM O LOTE.
       0256-DEPOSITAR-FGTS-ACIDENTE.
           MOVE ZEROS TO WRK-SALARIO.
           COMPUTE WRK-VALOR-AFAST-ACIDENTE ROUNDED =
               EMP-SALARIO * WRK-DIAS-AFAST-ACIDENTE / 30.
           PERFORM 0218-CALCULAR-ENCARGOS.
           ADD WRK-ENC-FGTS      TO WRK-TOTAL-FGTS.
           ADD WRK-ENCARGOS-FUNC TO WRK-TOTAL-ENCARGOS.
           PERFORM 0248-APROPRIAR-CUSTO-DEPTO.
           PERFORM 0167-GRAVAR-DEPOSITO-FGTS.
           DISPLAY 'MATRICULA ' EMP-NUMERO ' EM ACIDENTE DE TRABALHO'
               ' - DEPOSITO DE FGTS MANTIDO'.

      *    A PRIMEIRA FAIXA CUJO LIMITE ALCANCA O BRUTO DEFINE O
      *    INSS (BRUTO * ALIQUOTA - PARCELA A DEDUZIR). UMA PARCELA
      *    A DEDUZIR MAIOR QUE O CALCULADO (TABELA MAL DIGITADA)
               VARYING IX-INSS FROM 1 BY 1
               UNTIL IX-INSS > WRK-QT-FAIXAS-INSS OR FAIXA-ACHADA.

      *    A BASE DO IRRF E O BRUTO MENOS O INSS JA DESCONTADO E
      *    MENOS A DEDUCAO LEGAL POR DEPENDENTE MARCADO PARA O
      *    IMPOSTO; UMA DEDUCAO MAIOR QUE A BASE ZERA A BASE.
       0215-CALCULAR-IRRF.
           MOVE 'N' TO WRK-FAIXA-ACHADA.
           MOVE ZEROS TO WRK-DESC-IR.
           PERFORM 0270-CONTAR-DEPENDENTES.
           COMPUTE WRK-DEDUCAO-DEPENDENTES =
               WRK-QT-DEP-IRRF * WRK-DEDUCAO-DEPENDENTE.
           COMPUTE WRK-DESC-CALC =
               WRK-SALARIO - WRK-DESC-INSS - WRK-DEDUCAO-DEPENDENTES.
           IF WRK-DESC-CALC > ZEROS
               MOVE WRK-DESC-CALC TO WRK-BASE-IR
           ELSE
               MOVE ZEROS TO WRK-BASE-IR
           END-IF.
           PERFORM 0217-PROCURAR-FAIXA-IRRF
               VARYING IX-IRRF FROM 1 BY 1
               UNTIL IX-IRRF > WRK-QT-FAIXAS-IRRF OR FAIXA-ACHADA.
       0218-CALCULAR-ENCARGOS.
           COMPUTE WRK-ENC-INSS-PATRONAL ROUNDED =
               WRK-SALARIO * WRK-PCT-INSS-PATRONAL.
           COMPUTE WRK-BASE-FGTS =
               WRK-SALARIO + WRK-VALOR-AFAST-ACIDENTE.
           COMPUTE WRK-ENC-FGTS ROUNDED =
               WRK-BASE-FGTS * WRK-PCT-FGTS.
           IF MODO-NORMAL
               COMPUTE WRK-PROV-13 ROUNDED =
                   WRK-SALARIO * WRK-PCT-PROVISAO-13
      *    LIQUIDO; O SALDO E ABATIDO E O CONTRATO QUITADO QUANDO
      *    CHEGA A ZERO. PARCELA QUE CONSUMIRIA O LIQUIDO INTEIRO
      *    E SINAL DE CONTRATO MAL DIMENSIONADO: NADA E DESCONTADO
      *    E O CASO VAI PARA O LOG DE EXCECOES. NA SIMULACAO A
      *    PARCELA SO REDUZ O LIQUIDO: O CONTRATO NAO E TOCADO, E OS
      *    DOIS CENARIOS DESCONTAM A MESMA PARCELA.
       0219-DESCONTAR-EMPRESTIMO.
           MOVE ZEROS TO WRK-PARCELA-DESCONTADA WRK-JUROS-EMPRESTIMO
                         WRK-AMORTIZACAO-EMPR.
           IF NOT MODO-NORMAL
               CONTINUE
           ELSE
               PERFORM 0260-LOCALIZAR-EMPRESTIMO
               IF EMPRESTIMO-ACHADO
                   SET IX-EMPR TO WRK-IX-EMPR
                   PERFORM 0263-CALCULAR-PARCELA-EMPR
                   IF WRK-PARCELA-DESCONTADA >= WRK-LIQUIDO
                       DISPLAY 'PARCELA DA MATRICULA ' EMP-NUMERO
                           ' CONSUMIRIA O LIQUIDO - NAO DESCONTADA'
                       IF NOT FOLHA-SIMULADA
                           MOVE EMP-NUMERO TO WRK-REFERENCIA-LOG
                           MOVE 'PARCELA DE EMPRESTIMO EXCEDE O LIQUIDO'
                               TO WRK-MOTIVO-LOG
                           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                           END-CALL
                       END-IF
                       MOVE ZEROS TO WRK-PARCELA-DESCONTADA
                                     WRK-JUROS-EMPRESTIMO
                                     WRK-AMORTIZACAO-EMPR
                   ELSE
                       SUBTRACT WRK-PARCELA-DESCONTADA
                           FROM WRK-LIQUIDO
                       IF NOT FOLHA-SIMULADA
                           PERFORM 0262-ABATER-EMPRESTIMO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0262-ABATER-EMPRESTIMO.
           SUBTRACT WRK-AMORTIZACAO-EMPR
               FROM TB-EMPR-SALDO (IX-EMPR).
           ADD WRK-JUROS-EMPRESTIMO TO TB-EMPR-JUROS-PAG (IX-EMPR).
           ADD 1 TO TB-EMPR-PARC-PAGAS (IX-EMPR).
           ADD WRK-AMORTIZACAO-EMPR TO WRK-TOTAL-PARCELAS.
           ADD WRK-JUROS-EMPRESTIMO TO WRK-TOTAL-JUROS-EMPR.
           IF TB-EMPR-SALDO (IX-EMPR) = ZEROS
               MOVE 'Q' TO TB-EMPR-SITUACAO (IX-EMPR)
               DISPLAY 'EMPRESTIMO DA MATRICULA '
                   EMP-NUMERO ' QUITADO NESTA FOLHA'
           END-IF.

      *    SEM JUROS, A PARCELA FIXA DO CONTRATO (LIMITADA AO SALDO)
      *    E TODA AMORTIZACAO. COM JUROS, A AMORTRTN DA A PARCELA DA
      *    VEZ (PAGAS + 1) SOBRE O SALDO: JUROS DO MES SOBRE O SALDO
      *    E A AMORTIZACAO DO SISTEMA; A ULTIMA LEVA O SALDO TODO.
       0263-CALCULAR-PARCELA-EMPR.
           IF TB-EMPR-SISTEMA (IX-EMPR) = SPACE
               MOVE TB-EMPR-VALOR-PARC (IX-EMPR)
                   TO WRK-PARCELA-DESCONTADA
               IF WRK-PARCELA-DESCONTADA >
                       TB-EMPR-SALDO (IX-EMPR)
                   MOVE TB-EMPR-SALDO (IX-EMPR)
                       TO WRK-PARCELA-DESCONTADA
               END-IF
               MOVE WRK-PARCELA-DESCONTADA TO WRK-AMORTIZACAO-EMPR
           ELSE
               COMPUTE WRK-AMRT-PARCELA-NUM =
                   TB-EMPR-PARC-PAGAS (IX-EMPR) + 1
               CALL 'AMORTRTN' USING TB-EMPR-SISTEMA (IX-EMPR)
                   TB-EMPR-PRINCIPAL (IX-EMPR) TB-EMPR-TAXA (IX-EMPR)
                   TB-EMPR-QT-PARC (IX-EMPR) WRK-AMRT-PARCELA-NUM
                   TB-EMPR-SALDO (IX-EMPR) WRK-AMRT-VALOR-PARCELA
                   WRK-AMRT-JUROS WRK-AMRT-AMORTIZACAO
                   WRK-AMRT-SALDO-APOS
               END-CALL
               MOVE WRK-AMRT-VALOR-PARCELA TO WRK-PARCELA-DESCONTADA
               MOVE WRK-AMRT-JUROS         TO WRK-JUROS-EMPRESTIMO
               MOVE WRK-AMRT-AMORTIZACAO   TO WRK-AMORTIZACAO-EMPR
           END-IF.

       0260-LOCALIZAR-EMPRESTIMO.
           MOVE 'N' TO WRK-EMPR-ACHADO.
           MOVE ZEROS TO WRK-IX-EMPR.
               SET WRK-IX-EMPR TO IX-EMPR
           END-IF.

      *    CONTA OS DEPENDENTES DO FUNCIONARIO QUE DEDUZEM DO IRRF
      *    E OS FILHOS COM SALARIO-FAMILIA ABAIXO DA IDADE LIMITE NA
      *    DATA DA FOLHA (IDADE EM ANOS COMPLETOS).
       0270-CONTAR-DEPENDENTES.
           MOVE ZEROS TO WRK-QT-DEP-IRRF WRK-QT-FILHOS-SF.
           MOVE WRK-DATA-FOLHA TO WRK-DATA-FOLHA-R.
           PERFORM 0271-TESTAR-DEPENDENTE
               VARYING IX-DEP FROM 1 BY 1
               UNTIL IX-DEP > WRK-QT-DEPENDENTES.

       0271-TESTAR-DEPENDENTE.
           IF TB-DEP-MATRICULA (IX-DEP) = EMP-NUMERO
               IF TB-DEP-IRRF (IX-DEP) = 'S'
                   ADD 1 TO WRK-QT-DEP-IRRF
               END-IF
               IF TB-DEP-SAL-FAMILIA (IX-DEP) = 'S'
                   MOVE TB-DEP-NASCIMENTO (IX-DEP)
                       TO WRK-NASC-DEPENDENTE
                   COMPUTE WRK-IDADE-DEPENDENTE =
                       WRK-FOLHA-ANO - WRK-NASC-ANO
                   IF WRK-FOLHA-MES-DIA < WRK-NASC-MES-DIA
                       SUBTRACT 1 FROM WRK-IDADE-DEPENDENTE
                   END-IF
                   IF WRK-IDADE-DEPENDENTE < WRK-IDADE-SAL-FAMILIA
                       ADD 1 TO WRK-QT-FILHOS-SF
                   END-IF
               END-IF
           END-IF.

      *    SALARIO-FAMILIA: UMA COTA POR FILHO ELEGIVEL QUANDO O
      *    BRUTO DO MES NAO PASSA DO LIMITE DE REMUNERACAO. NAO E
      *    SALARIO (NAO ENTRA NO BRUTO NEM NA BASE DOS DESCONTOS):
      *    SOMA NO LIQUIDO E A EMPRESA COMPENSA NA GUIA DO INSS.
       0275-CALCULAR-SALARIO-FAMILIA.
           MOVE ZEROS TO WRK-SALARIO-FAMILIA.
           IF WRK-QT-FILHOS-SF > ZEROS
              AND WRK-SALARIO <= WRK-LIMITE-SAL-FAMILIA
               COMPUTE WRK-SALARIO-FAMILIA =
                   WRK-QT-FILHOS-SF * WRK-COTA-SAL-FAMILIA
               ADD WRK-SALARIO-FAMILIA TO WRK-LIQUIDO
           END-IF.

      *    AS DIFERENCAS JA VEM COM O INSS E O IRRF RECALCULADOS
      *    PELO REAJUSTE: ENTRAM SOMADAS NO BRUTO E NOS DESCONTOS DO
      *    MES (E DAI NO HISTORICO, NA REMESSA E NO LOTE CONTABIL),
      *    DEPOIS DO SALARIO-FAMILIA, QUE CONTINUA OLHANDO SO A
      *    REMUNERACAO DO PROPRIO MES.
       0285-APLICAR-RETROATIVO.
           IF RETROATIVOS-CARREGADOS
               PERFORM 0286-PAGAR-RETROATIVO
                   VARYING IX-RETR FROM 1 BY 1
                   UNTIL IX-RETR > WRK-QT-RETROATIVOS
           END-IF.
           IF WRK-QT-RETRO-FUNC > ZEROS
               ADD WRK-RETRO-BRUTO TO WRK-SALARIO
               ADD WRK-RETRO-INSS  TO WRK-DESC-INSS
               ADD WRK-RETRO-IRRF  TO WRK-DESC-IR
               ADD WRK-DESC-INSS WRK-DESC-IR GIVING WRK-DESC-TOTAL
               COMPUTE WRK-LIQUIDO = WRK-LIQUIDO + WRK-RETRO-BRUTO
                   - WRK-RETRO-INSS - WRK-RETRO-IRRF
               ADD WRK-RETRO-BRUTO TO WRK-TOTAL-RETROATIVO
           END-IF.

       0286-PAGAR-RETROATIVO.
           IF TB-RETR-MATRICULA (IX-RETR) = EMP-NUMERO
              AND TB-RETR-SITUACAO (IX-RETR) = 'A'
               ADD 1 TO WRK-QT-RETRO-FUNC
               ADD TB-RETR-DIF-BRUTO (IX-RETR) TO WRK-RETRO-BRUTO
               ADD TB-RETR-DIF-INSS (IX-RETR)  TO WRK-RETRO-INSS
               ADD TB-RETR-DIF-IRRF (IX-RETR)  TO WRK-RETRO-IRRF
               IF NOT FOLHA-SIMULADA
                   MOVE 'P' TO TB-RETR-SITUACAO (IX-RETR)
                   MOVE WRK-COMPETENCIA-FOLHA
                       TO TB-RETR-COMP-PAGA (IX-RETR)
               END-IF
           END-IF.

      *    SO OS ITENS VIGENTES NA COMPETENCIA (INICIO <= AAAAMM E
      *    FIM ZERADO OU >= AAAAMM) SAO APLICADOS; O VALOR
      *    PERCENTUAL INCIDE SOBRE O SALARIO DO CADASTRO, NAO SOBRE
                   DISPLAY 'ITEM ' TB-RDED-CODIGO (IX-RDED)
                       ' DA MATRICULA ' EMP-NUMERO
                       ' CONSUMIRIA O LIQUIDO - NAO DESCONTADO'
                   IF NOT FOLHA-SIMULADA
                       MOVE EMP-NUMERO TO WRK-REFERENCIA-LOG
                       MOVE 'DESCONTO RECORRENTE EXCEDE O LIQUIDO'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                   END-IF
               ELSE
                   SUBTRACT WRK-VALOR-RECORRENTE FROM WRK-LIQUIDO
                   ADD WRK-VALOR-RECORRENTE
               SET WRK-IX-VAC TO IX-VAC
           END-IF.

      *    EFEITO DOS AFASTAMENTOS NO CONTROLE DE FERIAS: MAIS DE
      *    180 DIAS RECEBENDO DO INSS (DOENCA OU ACIDENTE), MESMO
      *    DESCONTINUOS, DENTRO DO PERIODO AQUISITIVO ABERTO, PERDEM O
      *    PERIODO ('P'); E NO RETORNO DE UM AFASTAMENTO QUE FEZ
      *    PERDER O PERIODO COMECA UM PERIODO AQUISITIVO NOVO, DE UM
      *    ANO A PARTIR DO DIA DA VOLTA. RODAR A FOLHA DE NOVO NAO
      *    REPETE NADA: PERIODO PERDIDO NAO E REAVALIADO E PERIODO
      *    QUE JA COMECA NO RETORNO NAO E CRIADO DE NOVO.
       0293-APLICAR-AFASTAMENTOS-FERIAS.
           PERFORM 0294-APURAR-PERIODO-FERIAS
               VARYING IX-VAC FROM 1 BY 1
               UNTIL IX-VAC > WRK-QT-PERIODOS-FERIAS.
           PERFORM 0296-REINICIAR-PERIODO-FERIAS
               VARYING IX-AFA FROM 1 BY 1
               UNTIL IX-AFA > WRK-QT-AFASTAMENTOS.
           IF PERIODOS-FERIAS-ALTERADOS
               IF TABELA-FERIAS-ESTOURADA
                   DISPLAY 'CONTROLE DE FERIAS NAO COUBE NA TABELA - '
                       'EFEITO DOS AFASTAMENTOS NAO GRAVADO'
               ELSE
                   PERFORM 0350-REGRAVAR-PERIODOS-FERIAS
               END-IF
           END-IF.

       0294-APURAR-PERIODO-FERIAS.
           IF TB-VAC-SITUACAO (IX-VAC) = 'A'
               MOVE ZEROS TO WRK-DIAS-INSS-PERIODO
               COMPUTE WRK-LIM-DE =
                   FUNCTION INTEGER-OF-DATE (TB-VAC-INICIO (IX-VAC))
               COMPUTE WRK-LIM-ATE =
                   FUNCTION INTEGER-OF-DATE (TB-VAC-FIM (IX-VAC))
               IF WRK-LIM-ATE > WRK-DIA-FOLHA
                   MOVE WRK-DIA-FOLHA TO WRK-LIM-ATE
               END-IF
               PERFORM 0295-SOMAR-INSS-PERIODO
                   VARYING IX-AFA FROM 1 BY 1
                   UNTIL IX-AFA > WRK-QT-AFASTAMENTOS
               IF WRK-DIAS-INSS-PERIODO > WRK-LIMITE-INSS-FERIAS
                   MOVE 'P' TO TB-VAC-SITUACAO (IX-VAC)
                   MOVE 'S' TO WRK-VAC-ALTERADO
                   DISPLAY 'MATRICULA ' TB-VAC-MATRICULA (IX-VAC)
                       ' PERDEU O PERIODO DE FERIAS INICIADO EM '
                       TB-VAC-INICIO (IX-VAC) ' - '
                       WRK-DIAS-INSS-PERIODO ' DIAS COM O INSS'
                   MOVE TB-VAC-MATRICULA (IX-VAC)
                       TO WRK-REFERENCIA-LOG
                   MOVE 'PERIODO DE FERIAS PERDIDO - INSS > 180 D'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.

       0295-SOMAR-INSS-PERIODO.
           IF TB-AFA-MATRICULA (IX-AFA) = TB-VAC-MATRICULA (IX-VAC)
              AND TB-AFA-TIPO (IX-AFA) NOT = 'M'
               COMPUTE WRK-DIA-DE = TB-AFA-DIA-INICIO (IX-AFA)
                   + WRK-DIAS-EMPRESA-AFAST
               MOVE TB-AFA-DIA-FIM (IX-AFA) TO WRK-DIA-ATE
               PERFORM 0252-SOBREPOR-INTERVALO
               ADD WRK-DIAS-SOBREPOSTOS TO WRK-DIAS-INSS-PERIODO
           END-IF.

       0296-REINICIAR-PERIODO-FERIAS.
           IF TB-AFA-TIPO (IX-AFA) NOT = 'M'
              AND TB-AFA-RETORNO (IX-AFA) > ZEROS
              AND TB-AFA-DIA-FIM (IX-AFA) < WRK-DIA-FOLHA
               MOVE TB-AFA-MATRICULA (IX-AFA)
                   TO WRK-VAC-MATRICULA-AFAST
               MOVE 'N' TO WRK-PERIODO-PERDIDO WRK-PERIODO-REINICIADO
               PERFORM 0297-TESTAR-PERIODO-AFASTAMENTO
                   VARYING IX-VAC FROM 1 BY 1
                   UNTIL IX-VAC > WRK-QT-PERIODOS-FERIAS
               IF HOUVE-PERIODO-PERDIDO AND NOT PERIODO-JA-REINICIADO
                   PERFORM 0298-INCLUIR-PERIODO-RETORNO
               END-IF
           END-IF.

      *    O PERIODO PERDIDO PRECISA TER CORRIDO DURANTE ESTE
      *    AFASTAMENTO; QUALQUER PERIODO QUE COMECE NO RETORNO OU
      *    DEPOIS DELE MOSTRA QUE O RECOMECO JA FOI FEITO.
       0297-TESTAR-PERIODO-AFASTAMENTO.
           IF TB-VAC-MATRICULA (IX-VAC) = WRK-VAC-MATRICULA-AFAST
               IF TB-VAC-INICIO (IX-VAC) NOT < TB-AFA-RETORNO (IX-AFA)
                   MOVE 'S' TO WRK-PERIODO-REINICIADO
               END-IF
               IF TB-VAC-SITUACAO (IX-VAC) = 'P'
                  AND FUNCTION INTEGER-OF-DATE (TB-VAC-INICIO (IX-VAC))
                      NOT > TB-AFA-DIA-FIM (IX-AFA)
                  AND FUNCTION INTEGER-OF-DATE (TB-VAC-FIM (IX-VAC))
                      NOT < TB-AFA-DIA-INICIO (IX-AFA)
                   MOVE 'S' TO WRK-PERIODO-PERDIDO
               END-IF
           END-IF.

      *    O PERIODO NOVO VAI DO RETORNO ATE A VESPERA DO MESMO DIA
      *    NO ANO SEGUINTE (RETORNO EM 29/02 FECHA EM 28/02).
       0298-INCLUIR-PERIODO-RETORNO.
           IF WRK-QT-PERIODOS-FERIAS >= WRK-LIMITE-PER-FERIAS
               DISPLAY 'TABELA DE PERIODOS DE FERIAS CHEIA - PERIODO '
                   'NOVO DA MATRICULA ' WRK-VAC-MATRICULA-AFAST
                   ' NAO INCLUIDO'
               MOVE WRK-VAC-MATRICULA-AFAST TO WRK-REFERENCIA-LOG
               MOVE 'TABELA DE PERIODOS DE FERIAS CHEIA'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           ELSE
               MOVE TB-AFA-RETORNO (IX-AFA) TO WRK-DATA-RETORNO-AFAST
               ADD 1 TO WRK-RET-ANO
               IF WRK-RET-MES = 2 AND WRK-RET-DIA = 29
                   MOVE 3 TO WRK-RET-MES
                   MOVE 1 TO WRK-RET-DIA
               END-IF
               MOVE WRK-DATA-RETORNO-AFAST TO WRK-DATA-CALC-AFAST
               ADD 1 TO WRK-QT-PERIODOS-FERIAS
               SET IX-VAC TO WRK-QT-PERIODOS-FERIAS
               MOVE WRK-VAC-MATRICULA-AFAST
                   TO TB-VAC-MATRICULA (IX-VAC)
               MOVE TB-AFA-RETORNO (IX-AFA) TO TB-VAC-INICIO (IX-VAC)
               COMPUTE TB-VAC-FIM (IX-VAC) =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WRK-DATA-CALC-AFAST)
                        - 1)
               MOVE 30    TO TB-VAC-DIREITO (IX-VAC)
               MOVE ZEROS TO TB-VAC-GOZADOS (IX-VAC)
               MOVE 'A'   TO TB-VAC-SITUACAO (IX-VAC)
               MOVE 'S' TO WRK-VAC-ALTERADO
               DISPLAY 'MATRICULA ' WRK-VAC-MATRICULA-AFAST
                   ' INICIA NOVO PERIODO AQUISITIVO EM '
                   TB-VAC-INICIO (IX-VAC) ' (RETORNO DO AFASTAMENTO)'
           END-IF.

       0282-IMPRIMIR-ITEM-RECORRENTE.
           SET IX-ITEM TO WRK-SUB-ITEM.
           MOVE TB-ITEM-VALOR (IX-ITEM) TO WRK-RECORRENTE-ED.
               MOVE WRK-VALOR-FALTAS TO WRK-VALOR-FALTAS-ED
               DISPLAY 'HORAS EXTRA: ' WRK-VALOR-EXTRAS-ED
               DISPLAY 'FALTAS     : ' WRK-VALOR-FALTAS-ED
               IF WRK-VALOR-NOTURNO > ZEROS
                   MOVE WRK-VALOR-NOTURNO TO WRK-VALOR-NOTURNO-ED
                   DISPLAY 'AD.NOTURNO : ' WRK-VALOR-NOTURNO-ED
               END-IF
           END-IF.
           IF WRK-VALOR-AFAST-INSS > ZEROS
               MOVE WRK-VALOR-AFAST-INSS TO WRK-VERBA-ED
               DISPLAY 'AFAST.INSS : ' WRK-VERBA-ED ' ('
                   WRK-DIAS-AFAST-INSS ' DIA(S) PAGOS PELO INSS)'
           END-IF.
           IF WRK-SALARIO-MATERNIDADE > ZEROS
               MOVE WRK-SALARIO-MATERNIDADE TO WRK-VERBA-ED
               DISPLAY 'SAL.MATERN.: ' WRK-VERBA-ED ' ('
                   WRK-DIAS-AFAST-MATERN ' DIA(S) A COMPENSAR NO INSS)'
           END-IF.
           DISPLAY 'DESCONTOS  : ' WRK-DESC-TOTAL-ED.
           IF WRK-DEDUCAO-DEPENDENTES > ZEROS
               MOVE WRK-DEDUCAO-DEPENDENTES TO WRK-VERBA-ED
               DISPLAY 'DED. DEPEND: ' WRK-VERBA-ED ' ('
                   WRK-QT-DEP-IRRF ' DEPENDENTE(S) NA BASE DO IRRF)'
           END-IF.
           IF WRK-SALARIO-FAMILIA > ZEROS
               MOVE WRK-SALARIO-FAMILIA TO WRK-VERBA-ED
               DISPLAY 'SAL-FAMILIA: ' WRK-VERBA-ED ' ('
                   WRK-QT-FILHOS-SF ' COTA(S))'
           END-IF.
           IF WRK-QT-RETRO-FUNC > ZEROS
               MOVE WRK-RETRO-BRUTO TO WRK-VERBA-ED
               DISPLAY 'DIF.RETROAT: ' WRK-VERBA-ED ' ('
                   WRK-QT-RETRO-FUNC ' COMPETENCIA(S) DO REAJUSTE)'
           END-IF.
           IF WRK-PARCELA-DESCONTADA > ZEROS
               MOVE WRK-PARCELA-DESCONTADA TO WRK-PARCELA-ED
               DISPLAY 'EMPRESTIMO : ' WRK-PARCELA-ED
               IF WRK-JUROS-EMPRESTIMO > ZEROS
                   MOVE WRK-AMORTIZACAO-EMPR TO WRK-PARCELA-ED
                   DISPLAY '  AMORTIZ. : ' WRK-PARCELA-ED
                   MOVE WRK-JUROS-EMPRESTIMO TO WRK-PARCELA-ED
                   DISPLAY '  JUROS    : ' WRK-PARCELA-ED
               END-IF
           END-IF.
           PERFORM 0282-IMPRIMIR-ITEM-RECORRENTE
               VARYING WRK-SUB-ITEM FROM 1 BY 1
               ' LIQ ' WRK-LIQUIDO-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           IF WRK-SALARIO-FAMILIA > ZEROS
               MOVE WRK-SALARIO-FAMILIA TO WRK-VERBA-ED
               STRING ' SF ' WRK-VERBA-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA (84:17)
               END-STRING
           END-IF.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           ADD WRK-SALARIO-USD TO WRK-TOTAL-USD.
           ADD WRK-DESC-INSS   TO WRK-TOTAL-INSS.
           ADD WRK-DESC-IR     TO WRK-TOTAL-IR.
           ADD WRK-SALARIO-FAMILIA TO WRK-TOTAL-SAL-FAMILIA.
           ADD WRK-SALARIO-MATERNIDADE TO WRK-TOTAL-SAL-MATERNIDADE.
           ADD WRK-ENC-INSS-PATRONAL TO WRK-TOTAL-INSS-PATRONAL.
           ADD WRK-ENC-FGTS          TO WRK-TOTAL-FGTS.
           ADD WRK-PROV-13           TO WRK-TOTAL-PROV-13.
           ADD WRK-PROV-FERIAS       TO WRK-TOTAL-PROV-FERIAS.
           ADD WRK-ENCARGOS-FUNC     TO WRK-TOTAL-ENCARGOS.

      *    O FUNCIONARIO CONTA NA QUANTIDADE DO SEU DEPARTAMENTO DE
      *    CADASTRO; O CUSTO (BRUTO, ENCARGOS A RECOLHER E PROVISOES)
      *    VAI PARA OS DEPARTAMENTOS DO RATEIO QUANDO ELE FECHA 100%,
      *    SENAO FICA TODO NO EMP-DEPTO, COMO SEMPRE.
       0240-ACUMULAR-DEPARTAMENTO.
           MOVE EMP-DEPTO TO WRK-DEPTO-PROCURADO.
           PERFORM 0242-LOCALIZAR-DEPTO.
           IF WRK-IX-DEPTO > ZEROS
               ADD 1 TO TB-DEPTO-QT (WRK-IX-DEPTO)
           END-IF.
           PERFORM 0248-APROPRIAR-CUSTO-DEPTO.

       0248-APROPRIAR-CUSTO-DEPTO.
           COMPUTE WRK-RAT-ENC-RECOLHER =
               WRK-ENC-INSS-PATRONAL + WRK-ENC-FGTS.
           COMPUTE WRK-RAT-PROVISOES = WRK-PROV-13 + WRK-PROV-FERIAS.
           PERFORM 0244-CONFERIR-RATEIO.
           IF RATEIO-VALIDO
               ADD 1 TO WRK-QT-RATEADOS
               MOVE ZEROS TO WRK-RAT-PCT-ACUM WRK-RAT-BRUTO-APROP
                   WRK-RAT-ENC-APROP WRK-RAT-PROV-APROP
               PERFORM 0246-APROPRIAR-RATEIO
                   VARYING IX-RAT FROM 1 BY 1
                   UNTIL IX-RAT > WRK-QT-RATEIOS
           ELSE
               MOVE EMP-DEPTO TO WRK-DEPTO-PROCURADO
               PERFORM 0242-LOCALIZAR-DEPTO
               MOVE WRK-SALARIO          TO WRK-PARTE-BRUTO
               MOVE WRK-RAT-ENC-RECOLHER TO WRK-PARTE-ENC-RECOLHER
               MOVE WRK-RAT-PROVISOES    TO WRK-PARTE-PROVISOES
               PERFORM 0243-SOMAR-PARTE-DEPTO
           END-IF.

       0241-PROCURAR-DEPTO.
           IF TB-DEPTO-COD (IX-DEPTO) = WRK-DEPTO-PROCURADO
               MOVE 'S' TO WRK-DEPTO-ACHADO
               SET WRK-IX-DEPTO TO IX-DEPTO
           END-IF.

      *    LOCALIZA (OU ABRE) O SUBTOTAL DO WRK-DEPTO-PROCURADO, COM
      *    O CENTRO DE CUSTO DO CADASTRO DE DEPARTAMENTOS.
       0242-LOCALIZAR-DEPTO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           MOVE ZEROS TO WRK-IX-DEPTO.
           PERFORM 0241-PROCURAR-DEPTO
           IF NOT DEPTO-ACHADO
               IF WRK-QT-DEPTOS >= WRK-LIMITE-DEPTOS
                   DISPLAY '*** TABELA DE DEPARTAMENTOS CHEIA - '
                       'DEPTO ' WRK-DEPTO-PROCURADO
                       ' FORA DOS SUBTOTAIS ***'
                   IF NOT DEPTOS-ESTOURADOS
                       MOVE 'S' TO WRK-ESTOURO-DEPTOS
                       MOVE WRK-DEPTO-PROCURADO TO WRK-REFERENCIA-LOG
                       MOVE 'TABELA DE DEPARTAMENTOS ESTOUROU'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
               ELSE
                   ADD 1 TO WRK-QT-DEPTOS
                   MOVE WRK-QT-DEPTOS TO WRK-IX-DEPTO
                   MOVE WRK-DEPTO-PROCURADO
                       TO TB-DEPTO-COD (WRK-IX-DEPTO)
                   IF WRK-QT-DEPTOS-CAD > ZEROS
                       PERFORM 0137-VALIDAR-DEPARTAMENTO
                   END-IF
                   MOVE WRK-CONTA-CUSTO-DEPTO
                       TO TB-DEPTO-CONTA (WRK-IX-DEPTO)
                   MOVE WRK-LOJA-DEPTO
                       TO TB-DEPTO-LOJA (WRK-IX-DEPTO)
               END-IF
           END-IF.

       0243-SOMAR-PARTE-DEPTO.
           IF WRK-IX-DEPTO > ZEROS
               ADD WRK-PARTE-BRUTO TO TB-DEPTO-BRUTO (WRK-IX-DEPTO)
               ADD WRK-PARTE-ENC-RECOLHER
                   TO TB-DEPTO-ENC-RECOLHER (WRK-IX-DEPTO)
               ADD WRK-PARTE-PROVISOES
                   TO TB-DEPTO-PROVISOES (WRK-IX-DEPTO)
               ADD WRK-PARTE-ENC-RECOLHER WRK-PARTE-PROVISOES
                   TO TB-DEPTO-ENCARGOS (WRK-IX-DEPTO)
           END-IF.

      *    O RATEIO SO VALE SE AS LINHAS DA MATRICULA SOMAM 100% E,
      *    COM O DEPTMAST CARREGADO, TODOS OS DEPARTAMENTOS CONSTAM
      *    DELE; SENAO VAI PARA O LOG E O CUSTO FICA NO EMP-DEPTO.
       0244-CONFERIR-RATEIO.
           MOVE 'N' TO WRK-RAT-SITUACAO WRK-RAT-DEPTO-FORA.
           MOVE ZEROS TO WRK-RAT-QT-LINHAS WRK-RAT-SOMA-PCT.
           IF WRK-QT-RATEIOS > ZEROS
               PERFORM 0245-SOMAR-RATEIO
                   VARYING IX-RAT FROM 1 BY 1
                   UNTIL IX-RAT > WRK-QT-RATEIOS
           END-IF.
           EVALUATE TRUE
               WHEN WRK-RAT-QT-LINHAS = ZEROS
                   CONTINUE
               WHEN WRK-RAT-SOMA-PCT NOT = 100
                   MOVE WRK-RAT-SOMA-PCT TO WRK-RAT-SOMA-ED
                   DISPLAY 'MATRICULA ' EMP-NUMERO ' COM RATEIO DE '
                       'CUSTO SOMANDO ' WRK-RAT-SOMA-ED
                       '% - CUSTO TODO NO DEPTO ' EMP-DEPTO
                   MOVE 'RATEIO DE CUSTO NAO SOMA 100%'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0247-LOGAR-RATEIO
               WHEN RATEIO-DEPTO-FORA
                   DISPLAY 'MATRICULA ' EMP-NUMERO ' COM RATEIO PARA '
                       'DEPTO FORA DO CADASTRO - CUSTO TODO NO DEPTO '
                       EMP-DEPTO
                   MOVE 'RATEIO COM DEPTO FORA DO DEPTMAST'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0247-LOGAR-RATEIO
               WHEN OTHER
                   MOVE 'S' TO WRK-RAT-SITUACAO
           END-EVALUATE.

       0245-SOMAR-RATEIO.
           IF TB-RAT-MATRICULA (IX-RAT) = EMP-NUMERO
               ADD 1 TO WRK-RAT-QT-LINHAS
               ADD TB-RAT-PERCENTUAL (IX-RAT) TO WRK-RAT-SOMA-PCT
               IF WRK-QT-DEPTOS-CAD > ZEROS
                   MOVE TB-RAT-DEPTO (IX-RAT) TO WRK-DEPTO-PROCURADO
                   PERFORM 0137-VALIDAR-DEPARTAMENTO
                   IF NOT DEPTO-CADASTRADO
                       MOVE 'S' TO WRK-RAT-DEPTO-FORA
                   END-IF
               END-IF
           END-IF.

      *    CADA PARTE E O VALOR SOBRE O PERCENTUAL ACUMULADO MENOS O
      *    QUE JA FOI APROPRIADO: O ARREDONDAMENTO NUNCA DEIXA SOBRA
      *    NEM FALTA, E A ULTIMA LINHA FECHA O VALOR EXATO.
       0246-APROPRIAR-RATEIO.
           IF TB-RAT-MATRICULA (IX-RAT) = EMP-NUMERO
              AND TB-RAT-PERCENTUAL (IX-RAT) > ZEROS
               ADD TB-RAT-PERCENTUAL (IX-RAT) TO WRK-RAT-PCT-ACUM
               COMPUTE WRK-RAT-ACUM-CALC ROUNDED =
                   WRK-SALARIO * WRK-RAT-PCT-ACUM / 100
               SUBTRACT WRK-RAT-BRUTO-APROP FROM WRK-RAT-ACUM-CALC
                   GIVING WRK-PARTE-BRUTO
               ADD WRK-PARTE-BRUTO TO WRK-RAT-BRUTO-APROP
               COMPUTE WRK-RAT-ACUM-CALC ROUNDED =
                   WRK-RAT-ENC-RECOLHER * WRK-RAT-PCT-ACUM / 100
               SUBTRACT WRK-RAT-ENC-APROP FROM WRK-RAT-ACUM-CALC
                   GIVING WRK-PARTE-ENC-RECOLHER
               ADD WRK-PARTE-ENC-RECOLHER TO WRK-RAT-ENC-APROP
               COMPUTE WRK-RAT-ACUM-CALC ROUNDED =
                   WRK-RAT-PROVISOES * WRK-RAT-PCT-ACUM / 100
               SUBTRACT WRK-RAT-PROV-APROP FROM WRK-RAT-ACUM-CALC
                   GIVING WRK-PARTE-PROVISOES
               ADD WRK-PARTE-PROVISOES TO WRK-RAT-PROV-APROP
               MOVE TB-RAT-DEPTO (IX-RAT) TO WRK-DEPTO-PROCURADO
               PERFORM 0242-LOCALIZAR-DEPTO
               PERFORM 0243-SOMAR-PARTE-DEPTO
           END-IF.

       0247-LOGAR-RATEIO.
           MOVE EMP-NUMERO TO WRK-REFERENCIA-LOG.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
           END-CALL.

      *    RESCISAO: UMA UNICA MATRICULA POR RUN, LIDA POR CHAVE.
      *    O TERMO CALCULA SALDO DE SALARIO, 13o E FERIAS
           PERFORM 0230-ACUMULAR-TOTAIS.
           PERFORM 0240-ACUMULAR-DEPARTAMENTO.
           PERFORM 0165-GRAVAR-HISTORICO-FOLHA.
           PERFORM 0167-GRAVAR-DEPOSITO-FGTS.
           PERFORM 0430-INATIVAR-FUNCIONARIO.

      *    AVOS DE 13o: UM POR MES DO ANO DO DESLIGAMENTO COM 15
           MOVE WRK-DESC-TOTAL TO WRK-DESC-TOTAL-ED.
           DISPLAY 'DESCONTOS (INSS + IRRF)      : '
               WRK-DESC-TOTAL-ED.
           IF WRK-DEDUCAO-DEPENDENTES > ZEROS
               MOVE WRK-DEDUCAO-DEPENDENTES TO WRK-VERBA-ED
               DISPLAY 'DEDUCAO DEPENDENTES NO IRRF  : '
                   WRK-VERBA-ED
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           DISPLAY 'LIQUIDO DA RESCISAO          : '
               WRK-LIQUIDO-ED.
               WRK-JRNL-IMAGEM
           END-CALL.

      *    A SIMULACAO SO IMPRIME O COMPARATIVO: NENHUM ARQUIVO DA
      *    FOLHA E FECHADO, GRAVADO OU REGRAVADO.
       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
           IF FOLHA-SIMULADA
               PERFORM 0530-IMPRIMIR-SIMULACAO
           ELSE
               PERFORM 0301-FECHAR-FOLHA
           END-IF.
           MOVE WRK-QT-FUNCIONARIOS TO WRK-CTLT-PROCESSADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FINAL DO PROGRAMINHA '.

       0301-FECHAR-FOLHA.
           CLOSE PAYROLL-HISTORY-FILE.
           CLOSE FGTS-DEPOSIT-FILE.
           PERFORM 0305-FECHAR-REMESSA.
           PERFORM 0306-GRAVAR-LANCAMENTOS.
           MOVE WRK-TOTAL-BRUTO   TO WRK-TOTAL-BRUTO-ED.
           DISPLAY 'TIPO DE FOLHA            : ' WRK-MODO-DESC.
           DISPLAY 'FUNCIONARIOS PROCESSADOS : ' WRK-QT-FUNCIONARIOS.
           DISPLAY 'FUNCIONARIOS INATIVOS    : ' WRK-QT-INATIVOS.
           IF WRK-QT-AFASTADOS-INSS > ZEROS
               DISPLAY 'AFASTADOS PELO INSS      : '
                   WRK-QT-AFASTADOS-INSS
           END-IF.
           DISPLAY 'TOTAL BRUTO              : ' WRK-TOTAL-BRUTO-ED.
           DISPLAY 'TOTAL LIQUIDO            : ' WRK-TOTAL-LIQUIDO-ED.
           DISPLAY 'TOTAL EQUIV. USD         : ' WRK-TOTAL-USD-ED.
           IF WRK-TOTAL-SAL-FAMILIA > ZEROS
               MOVE WRK-TOTAL-SAL-FAMILIA TO WRK-ENCARGO-ED
               DISPLAY 'SALARIO-FAMILIA (A COMPENSAR NO INSS): '
                   WRK-ENCARGO-ED
           END-IF.
           IF WRK-TOTAL-SAL-MATERNIDADE > ZEROS
               MOVE WRK-TOTAL-SAL-MATERNIDADE TO WRK-ENCARGO-ED
               DISPLAY 'SAL-MATERNIDADE (A COMPENSAR NO INSS): '
                   WRK-ENCARGO-ED
           END-IF.
           IF WRK-TOTAL-RETROATIVO > ZEROS
               MOVE WRK-TOTAL-RETROATIVO TO WRK-ENCARGO-ED
               DISPLAY 'DIFERENCAS RETROATIVAS NO BRUTO  : '
                   WRK-ENCARGO-ED
           END-IF.
           DISPLAY '------- SUBTOTAL POR DEPARTAMENTO -------'.
           PERFORM 0310-IMPRIMIR-DEPTO
               VARYING IX-DEPTO FROM 1 BY 1
               UNTIL IX-DEPTO > WRK-QT-DEPTOS.
           IF WRK-QT-RATEADOS > ZEROS
               DISPLAY 'FUNCIONARIOS COM CUSTO RATEADO ENTRE DEPTOS: '
                   WRK-QT-RATEADOS
           END-IF.
           PERFORM 0315-IMPRIMIR-ENCARGOS.
           IF MODO-NORMAL AND WRK-EMPR-STATUS NOT = '35'
               PERFORM 0340-REGRAVAR-EMPRESTIMOS
               PERFORM 0345-LISTAR-EMPRESTIMOS-ABERTOS
           END-IF.
           IF MODO-FERIAS AND WRK-VAC-STATUS NOT = '35'
              AND NOT TABELA-FERIAS-ESTOURADA
               PERFORM 0350-REGRAVAR-PERIODOS-FERIAS
           END-IF.
           IF MODO-NORMAL AND WRK-QT-AFASTAMENTOS > ZEROS
              AND WRK-VAC-STATUS NOT = '35'
               PERFORM 0293-APLICAR-AFASTAMENTOS-FERIAS
           END-IF.
           IF MODO-NORMAL AND RETROATIVOS-CARREGADOS
               PERFORM 0355-REGRAVAR-RETROATIVOS
           END-IF.
           PERFORM 0320-CONFERIR-MOVIMENTOS
               VARYING IX-MOV FROM 1 BY 1
               UNTIL IX-MOV > WRK-QT-MOVIMENTOS.

      *    O TRAILER CARREGA A QUANTIDADE DE CREDITOS E OS TOTAIS,
      *    QUE O APROVADOR (PAYAPPRV) CONFERE CONTRA O REGISTRO DE
           MOVE 'C'                   TO WRK-LANC-TIPO.
           MOVE WRK-TOTAL-INSS        TO WRK-LANC-VALOR.
           PERFORM 0307-GRAVAR-LANCAMENTO.
      *    O SALARIO-FAMILIA PAGO NO LIQUIDO E COMPENSADO NA GUIA
      *    DO INSS: DEBITA O INSS A RECOLHER, MANTENDO O LOTE
      *    BALANCEADO (O LIQUIDO CREDITADO JA O INCLUI).
           IF WRK-TOTAL-SAL-FAMILIA > ZEROS
               MOVE WRK-CONTA-INSS-RECOLHER TO WRK-LANC-CONTA
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE WRK-TOTAL-SAL-FAMILIA TO WRK-LANC-VALOR
               PERFORM 0307-GRAVAR-LANCAMENTO
           END-IF.
      *    O SALARIO-MATERNIDADE TAMBEM E COMPENSADO NA GUIA: SAI DO
      *    INSS A RECOLHER E VOLTA DA DESPESA DE SALARIOS, QUE NAO E
      *    CUSTO DA EMPRESA.
           IF WRK-TOTAL-SAL-MATERNIDADE > ZEROS
               MOVE WRK-CONTA-INSS-RECOLHER TO WRK-LANC-CONTA
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE WRK-TOTAL-SAL-MATERNIDADE TO WRK-LANC-VALOR
               PERFORM 0307-GRAVAR-LANCAMENTO
               MOVE WRK-CONTA-DESPESA-SAL TO WRK-LANC-CONTA
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-TOTAL-SAL-MATERNIDADE TO WRK-LANC-VALOR
               PERFORM 0307-GRAVAR-LANCAMENTO
           END-IF.
           MOVE WRK-CONTA-IRRF-RECOLHER TO WRK-LANC-CONTA.
           MOVE 'C'                   TO WRK-LANC-TIPO.
           MOVE WRK-TOTAL-IR          TO WRK-LANC-VALOR.
               MOVE WRK-TOTAL-PARCELAS TO WRK-LANC-VALOR
               PERFORM 0307-GRAVAR-LANCAMENTO
           END-IF.
      *    OS JUROS DAS PARCELAS NAO ABATEM O ATIVO: SAO RECEITA
      *    FINANCEIRA DA EMPRESA, TAMBEM JA RETIDA DO LIQUIDO.
           IF WRK-TOTAL-JUROS-EMPR > ZEROS
               MOVE WRK-CONTA-JUROS-EMPREST TO WRK-LANC-CONTA
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-TOTAL-JUROS-EMPR TO WRK-LANC-VALOR
               PERFORM 0307-GRAVAR-LANCAMENTO
           END-IF.
      *    OS DESCONTOS RECORRENTES SAO RETENCOES A REPASSAR A
      *    TERCEIROS (SINDICATO, PLANO, SEGURADORA): CREDITAM A
      *    CONTA DE CONSIGNACOES PARA O LOTE SEGUIR BALANCEADO.
           COMPUTE WRK-LANC-VALOR =
               WRK-TOTAL-INSS-PATRONAL + WRK-TOTAL-FGTS.
           IF WRK-LANC-VALOR > ZEROS
               IF WRK-QT-DEPTOS-CAD > ZEROS
                   PERFORM 0309-DEBITAR-ENCARGOS-DEPTO
                       VARYING IX-DEPTO FROM 1 BY 1
                       UNTIL IX-DEPTO > WRK-QT-DEPTOS
               ELSE
                   MOVE WRK-CONTA-DESP-ENCARGOS TO WRK-LANC-CONTA
                   MOVE 'D' TO WRK-LANC-TIPO
                   PERFORM 0307-GRAVAR-LANCAMENTO
               END-IF
               MOVE WRK-CONTA-ENC-RECOLHER TO WRK-LANC-CONTA
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-TOTAL-INSS-PATRONAL TO WRK-LANC-VALOR
           COMPUTE WRK-LANC-VALOR =
               WRK-TOTAL-PROV-13 + WRK-TOTAL-PROV-FERIAS.
           IF WRK-LANC-VALOR > ZEROS
               IF WRK-QT-DEPTOS-CAD > ZEROS
                   PERFORM 0309A-DEBITAR-PROVISOES-DEPTO
                       VARYING IX-DEPTO FROM 1 BY 1
                       UNTIL IX-DEPTO > WRK-QT-DEPTOS
               ELSE
                   MOVE WRK-CONTA-DESP-PROVISOES TO WRK-LANC-CONTA
                   MOVE 'D' TO WRK-LANC-TIPO
                   PERFORM 0307-GRAVAR-LANCAMENTO
               END-IF
               MOVE WRK-CONTA-PROVISAO-13 TO WRK-LANC-CONTA
               MOVE 'C' TO WRK-LANC-TIPO
               MOVE WRK-TOTAL-PROV-13 TO WRK-LANC-VALOR
               END-IF
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE TB-DEPTO-BRUTO (IX-DEPTO) TO WRK-LANC-VALOR
               MOVE TB-DEPTO-LOJA (IX-DEPTO) TO WRK-LANC-LOJA
               PERFORM 0307-GRAVAR-LANCAMENTO
           END-IF.

      *    COM O CADASTRO DE DEPARTAMENTOS, OS ENCARGOS PATRONAIS E
      *    AS PROVISOES TAMBEM SAO DEBITADOS NO CENTRO DE CUSTO DE
      *    CADA DEPARTAMENTO (JA QUEBRADOS PELO RATEIO); SEM CENTRO
      *    DE CUSTO, NA CONTA GERAL DE ENCARGOS / PROVISOES.
       0309-DEBITAR-ENCARGOS-DEPTO.
           IF TB-DEPTO-ENC-RECOLHER (IX-DEPTO) > ZEROS
               IF TB-DEPTO-CONTA (IX-DEPTO) > ZEROS
                   MOVE TB-DEPTO-CONTA (IX-DEPTO) TO WRK-LANC-CONTA
               ELSE
                   MOVE WRK-CONTA-DESP-ENCARGOS TO WRK-LANC-CONTA
               END-IF
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE TB-DEPTO-ENC-RECOLHER (IX-DEPTO) TO WRK-LANC-VALOR
               MOVE TB-DEPTO-LOJA (IX-DEPTO) TO WRK-LANC-LOJA
               PERFORM 0307-GRAVAR-LANCAMENTO
           END-IF.

       0309A-DEBITAR-PROVISOES-DEPTO.
           IF TB-DEPTO-PROVISOES (IX-DEPTO) > ZEROS
               IF TB-DEPTO-CONTA (IX-DEPTO) > ZEROS
                   MOVE TB-DEPTO-CONTA (IX-DEPTO) TO WRK-LANC-CONTA
               ELSE
                   MOVE WRK-CONTA-DESP-PROVISOES TO WRK-LANC-CONTA
               END-IF
               MOVE 'D' TO WRK-LANC-TIPO
               MOVE TB-DEPTO-PROVISOES (IX-DEPTO) TO WRK-LANC-VALOR
               MOVE TB-DEPTO-LOJA (IX-DEPTO) TO WRK-LANC-LOJA
               PERFORM 0307-GRAVAR-LANCAMENTO
           END-IF.

           MOVE WRK-LANC-CONTA TO TRAN-CONTA.
           MOVE WRK-LANC-TIPO  TO TRAN-TIPO.
           MOVE WRK-LANC-VALOR TO TRAN-VALOR.
           MOVE WRK-LANC-LOJA  TO TRAN-LOJA.
           WRITE TRANSACTION-RECORD.
           MOVE SPACES TO WRK-LANC-LOJA.
           ADD 1 TO WRK-QT-LINHAS-LOTE.
           IF WRK-LANC-TIPO = 'D'
               ADD WRK-LANC-VALOR TO WRK-LOTE-DEBITOS
           MOVE TB-EMPR-PARC-PAGAS (IX-EMPR) TO EMPR-PARCELAS-PAGAS.
           MOVE TB-EMPR-SALDO (IX-EMPR)      TO EMPR-SALDO.
           MOVE TB-EMPR-SITUACAO (IX-EMPR)   TO EMPR-SITUACAO.
           MOVE TB-EMPR-SISTEMA (IX-EMPR)    TO EMPR-SISTEMA.
           MOVE TB-EMPR-TAXA (IX-EMPR)       TO EMPR-TAXA-MENSAL.
           MOVE TB-EMPR-JUROS-PAG (IX-EMPR)  TO EMPR-JUROS-PAGOS.
           WRITE LOAN-MASTER-RECORD.

       0345-LISTAR-EMPRESTIMOS-ABERTOS.

      *    OS DIAS BAIXADOS NESTA FOLHA DE FERIAS VOLTAM PARA O
      *    CONTROLE, QUE E A FONTE DO ALERTA DE VENCIMENTO.
       0355-REGRAVAR-RETROATIVOS.
           OPEN OUTPUT RETROACTIVE-DIFFERENCE-FILE.
           PERFORM 0356-GRAVAR-RETROATIVO
               VARYING IX-RETR FROM 1 BY 1
               UNTIL IX-RETR > WRK-QT-RETROATIVOS.
           CLOSE RETROACTIVE-DIFFERENCE-FILE.

       0356-GRAVAR-RETROATIVO.
           INITIALIZE RETROACTIVE-DIFFERENCE-RECORD.
           MOVE TB-RETR-MATRICULA (IX-RETR)   TO RETR-MATRICULA.
           MOVE TB-RETR-COMPETENCIA (IX-RETR) TO RETR-COMPETENCIA.
           MOVE TB-RETR-MODO (IX-RETR)        TO RETR-MODO.
           MOVE TB-RETR-DIF-BRUTO (IX-RETR)   TO RETR-DIF-BRUTO.
           MOVE TB-RETR-DIF-INSS (IX-RETR)    TO RETR-DIF-INSS.
           MOVE TB-RETR-DIF-IRRF (IX-RETR)    TO RETR-DIF-IRRF.
           MOVE TB-RETR-SITUACAO (IX-RETR)    TO RETR-SITUACAO.
           MOVE TB-RETR-COMP-PAGA (IX-RETR)   TO RETR-COMPETENCIA-PAGA.
           WRITE RETROACTIVE-DIFFERENCE-RECORD.

       0350-REGRAVAR-PERIODOS-FERIAS.
           OPEN OUTPUT VACATION-ENTITLEMENT-FILE.
           PERFORM 0351-GRAVAR-PERIODO-FERIAS
               ' - FUNCIONARIOS: ' TB-DEPTO-QT (IX-DEPTO)
               ' - BRUTO: ' WRK-DEPTO-BRUTO-ED
               ' - ENCARGOS: ' WRK-ENCARGO-ED.

      *    SIMULACAO: AS TABELAS ATUAIS SAO GUARDADAS E AS
      *    PROPOSTAS CARREGADAS POR CIMA. TABELA PROPOSTA AUSENTE
      *    REPETE A ATUAL; SEM NENHUM ARQUIVO PROPOSTO O COMPARATIVO
      *    SAI SEM DIFERENCA, COM AVISO.
       0500-CARREGAR-SIMULACAO.
           MOVE TB-INSS-TABELA TO TB-INSS-ATUAL TB-INSS-PROPOSTA.
           MOVE TB-IRRF-TABELA TO TB-IRRF-ATUAL TB-IRRF-PROPOSTA.
           MOVE WRK-QT-FAIXAS-INSS
               TO WRK-QT-INSS-ATUAL WRK-QT-INSS-PROPOSTA.
           MOVE WRK-QT-FAIXAS-IRRF
               TO WRK-QT-IRRF-ATUAL WRK-QT-IRRF-PROPOSTA.
           INITIALIZE TB-SDEP (201).
           OPEN INPUT INSS-SIM-BRACKET-FILE.
           IF WRK-SIMT-STATUS NOT = '35'
               MOVE 'S' TO WRK-SIM-PROPOSTA
               MOVE ZEROS TO WRK-QT-FAIXAS-INSS
               MOVE 'N' TO WRK-SIM-EOF
               READ INSS-SIM-BRACKET-FILE
                   AT END MOVE 'S' TO WRK-SIM-EOF
               END-READ
               PERFORM 0501-LER-FAIXA-INSS-PROPOSTA
                   UNTIL FIM-ARQUIVO-SIMULACAO
               CLOSE INSS-SIM-BRACKET-FILE
               MOVE TB-INSS-TABELA     TO TB-INSS-PROPOSTA
               MOVE WRK-QT-FAIXAS-INSS TO WRK-QT-INSS-PROPOSTA
               DISPLAY 'TABELA DE INSS PROPOSTA  : INSSTAB.SIM'
           END-IF.
           OPEN INPUT IRRF-SIM-BRACKET-FILE.
           IF WRK-SIMT-STATUS NOT = '35'
               MOVE 'S' TO WRK-SIM-PROPOSTA
               MOVE ZEROS TO WRK-QT-FAIXAS-IRRF
               MOVE 'N' TO WRK-SIM-EOF
               READ IRRF-SIM-BRACKET-FILE
                   AT END MOVE 'S' TO WRK-SIM-EOF
               END-READ
               PERFORM 0502-LER-FAIXA-IRRF-PROPOSTA
                   UNTIL FIM-ARQUIVO-SIMULACAO
               CLOSE IRRF-SIM-BRACKET-FILE
               MOVE TB-IRRF-TABELA     TO TB-IRRF-PROPOSTA
               MOVE WRK-QT-FAIXAS-IRRF TO WRK-QT-IRRF-PROPOSTA
               DISPLAY 'TABELA DE IRRF PROPOSTA  : IRRFTAB.SIM'
           END-IF.
           OPEN INPUT PROPOSED-SALARY-FILE.
           IF WRK-SPRO-STATUS NOT = '35'
               MOVE 'S' TO WRK-SIM-PROPOSTA
               MOVE 'N' TO WRK-SIM-EOF
               READ PROPOSED-SALARY-FILE
                   AT END MOVE 'S' TO WRK-SIM-EOF
               END-READ
               PERFORM 0503-LER-SALARIO-PROPOSTO
                   UNTIL FIM-ARQUIVO-SIMULACAO
               CLOSE PROPOSED-SALARY-FILE
               DISPLAY 'SALARIOS PROPOSTOS       : '
                   WRK-QT-SAL-PROPOSTOS
           END-IF.
           IF NOT HA-PROPOSTA
               DISPLAY 'NENHUMA PROPOSTA (INSSTAB.SIM, IRRFTAB.SIM '
                   'OU SALPROP) - SIMULADO IGUAL AO ATUAL'
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MATR   NOME                 CENARIO  '
               '        BRUTO     DESCONTOS '
               '      LIQUIDO      ENCARGOS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0549-GRAVAR-LINHA-SIMULACAO.

       0501-LER-FAIXA-INSS-PROPOSTA.
           IF WRK-QT-FAIXAS-INSS < 10
               ADD 1 TO WRK-QT-FAIXAS-INSS
               SET IX-INSS TO WRK-QT-FAIXAS-INSS
               MOVE SINSS-LIMITE   TO TB-INSS-LIMITE (IX-INSS)
               MOVE SINSS-ALIQUOTA TO TB-INSS-ALIQUOTA (IX-INSS)
               MOVE SINSS-DEDUZIR  TO TB-INSS-DEDUZIR (IX-INSS)
           END-IF.
           READ INSS-SIM-BRACKET-FILE
               AT END MOVE 'S' TO WRK-SIM-EOF
           END-READ.

       0502-LER-FAIXA-IRRF-PROPOSTA.
           IF WRK-QT-FAIXAS-IRRF < 10
               ADD 1 TO WRK-QT-FAIXAS-IRRF
               SET IX-IRRF TO WRK-QT-FAIXAS-IRRF
               MOVE SIRRF-LIMITE   TO TB-IRRF-LIMITE (IX-IRRF)
               MOVE SIRRF-ALIQUOTA TO TB-IRRF-ALIQUOTA (IX-IRRF)
               MOVE SIRRF-DEDUZIR  TO TB-IRRF-DEDUZIR (IX-IRRF)
           END-IF.
           READ IRRF-SIM-BRACKET-FILE
               AT END MOVE 'S' TO WRK-SIM-EOF
           END-READ.

       0503-LER-SALARIO-PROPOSTO.
           IF WRK-QT-SAL-PROPOSTOS >= WRK-LIMITE-SAL-PROPOSTOS
               DISPLAY 'TABELA DE SALARIOS PROPOSTOS CHEIA - '
                   'MATRICULA ' SPRO-MATRICULA
                   ' SIMULADA COM O SALARIO DO CADASTRO'
           ELSE
               ADD 1 TO WRK-QT-SAL-PROPOSTOS
               SET IX-SPRO TO WRK-QT-SAL-PROPOSTOS
               MOVE SPRO-MATRICULA TO TB-SPRO-MATRICULA (IX-SPRO)
               MOVE SPRO-SALARIO   TO TB-SPRO-SALARIO (IX-SPRO)
           END-IF.
           READ PROPOSED-SALARY-FILE
               AT END MOVE 'S' TO WRK-SIM-EOF
           END-READ.

      *    O FUNCIONARIO E CALCULADO DUAS VEZES PELAS MESMAS
      *    ROTINAS DA FOLHA NORMAL. NO CENARIO SIMULADO O SALARIO
      *    PROPOSTO E POSTO NO PROPRIO EMP-SALARIO, PARA OS
      *    RECORRENTES PERCENTUAIS INCIDIREM SOBRE ELE; O REGISTRO
      *    NAO E REGRAVADO.
       0510-SIMULAR-FUNCIONARIO.
           MOVE TB-INSS-ATUAL     TO TB-INSS-TABELA.
           MOVE TB-IRRF-ATUAL     TO TB-IRRF-TABELA.
           MOVE WRK-QT-INSS-ATUAL TO WRK-QT-FAIXAS-INSS.
           MOVE WRK-QT-IRRF-ATUAL TO WRK-QT-FAIXAS-IRRF.
           MOVE EMP-SALARIO TO WRK-SALARIO.
           MOVE 1 TO WRK-SUB-CEN.
           PERFORM 0515-CALCULAR-CENARIO.
           MOVE TB-INSS-PROPOSTA     TO TB-INSS-TABELA.
           MOVE TB-IRRF-PROPOSTA     TO TB-IRRF-TABELA.
           MOVE WRK-QT-INSS-PROPOSTA TO WRK-QT-FAIXAS-INSS.
           MOVE WRK-QT-IRRF-PROPOSTA TO WRK-QT-FAIXAS-IRRF.
           MOVE 'N' TO WRK-SPRO-ACHADO.
           PERFORM 0511-PROCURAR-SALARIO-PROPOSTO
               VARYING IX-SPRO FROM 1 BY 1
               UNTIL IX-SPRO > WRK-QT-SAL-PROPOSTOS
                  OR SALARIO-PROPOSTO-ACHADO.
           MOVE EMP-SALARIO TO WRK-SALARIO.
           MOVE 2 TO WRK-SUB-CEN.
           PERFORM 0515-CALCULAR-CENARIO.
           PERFORM 0520-ACUMULAR-SIMULACAO.
           MOVE SPACES TO WRK-SIM-ROTULO.
           STRING EMP-NUMERO ' ' WRK-NOME
               DELIMITED BY SIZE INTO WRK-SIM-ROTULO
           END-STRING.
           PERFORM 0540-IMPRIMIR-COMPARATIVO.

       0511-PROCURAR-SALARIO-PROPOSTO.
           IF TB-SPRO-MATRICULA (IX-SPRO) = EMP-NUMERO
               MOVE 'S' TO WRK-SPRO-ACHADO
               MOVE TB-SPRO-SALARIO (IX-SPRO) TO EMP-SALARIO
           END-IF.

      *    OS DESCONTOS DO CENARIO SAO TUDO QUE SEPARA O BRUTO (MAIS
      *    O SALARIO-FAMILIA) DO LIQUIDO: INSS, IRRF, PARCELA DE
      *    EMPRESTIMO E RECORRENTES.
       0515-CALCULAR-CENARIO.
           PERFORM 0210-CALCULAR-DESCONTOS.
           PERFORM 0218-CALCULAR-ENCARGOS.
           PERFORM 0219-DESCONTAR-EMPRESTIMO.
           PERFORM 0280-APLICAR-RECORRENTES.
           SET IX-CEN TO WRK-SUB-CEN.
           MOVE WRK-SALARIO TO TB-CEN-BRUTO (IX-CEN).
           COMPUTE TB-CEN-DESCONTOS (IX-CEN) =
               WRK-SALARIO + WRK-SALARIO-FAMILIA - WRK-LIQUIDO.
           MOVE WRK-LIQUIDO       TO TB-CEN-LIQUIDO (IX-CEN).
           MOVE WRK-ENCARGOS-FUNC TO TB-CEN-ENCARGOS (IX-CEN).

      *    A POSICAO 201 ACUMULA A EMPRESA; DEPARTAMENTO QUE NAO
      *    COUBER NA TABELA FICA SO NO TOTAL DA EMPRESA.
       0520-ACUMULAR-SIMULACAO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           MOVE ZEROS TO WRK-IX-SDEP.
           PERFORM 0521-PROCURAR-DEPTO-SIMULACAO
               VARYING IX-SDEP FROM 1 BY 1
               UNTIL IX-SDEP > WRK-QT-SIM-DEPTOS OR DEPTO-ACHADO.
           IF NOT DEPTO-ACHADO
               IF WRK-QT-SIM-DEPTOS >= WRK-LIMITE-DEPTOS
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA - DEPTO '
                       EMP-DEPTO ' SO NO TOTAL DA EMPRESA'
               ELSE
                   ADD 1 TO WRK-QT-SIM-DEPTOS
                   MOVE WRK-QT-SIM-DEPTOS TO WRK-IX-SDEP
                   INITIALIZE TB-SDEP (WRK-IX-SDEP)
                   MOVE EMP-DEPTO TO TB-SDEP-COD (WRK-IX-SDEP)
               END-IF
           END-IF.
           IF WRK-IX-SDEP > ZEROS
               ADD 1 TO TB-SDEP-QT (WRK-IX-SDEP)
           END-IF.
           ADD 1 TO TB-SDEP-QT (201).
           PERFORM 0522-SOMAR-CENARIO
               VARYING WRK-SUB-CEN FROM 1 BY 1 UNTIL WRK-SUB-CEN > 2.

       0521-PROCURAR-DEPTO-SIMULACAO.
           IF TB-SDEP-COD (IX-SDEP) = EMP-DEPTO
               MOVE 'S' TO WRK-DEPTO-ACHADO
               SET WRK-IX-SDEP TO IX-SDEP
           END-IF.

       0522-SOMAR-CENARIO.
           SET IX-CEN TO WRK-SUB-CEN.
           IF WRK-IX-SDEP > ZEROS
               ADD TB-CEN-BRUTO (IX-CEN)
                   TO TB-SDEP-BRUTO (WRK-IX-SDEP, WRK-SUB-CEN)
               ADD TB-CEN-DESCONTOS (IX-CEN)
                   TO TB-SDEP-DESCONTOS (WRK-IX-SDEP, WRK-SUB-CEN)
               ADD TB-CEN-LIQUIDO (IX-CEN)
                   TO TB-SDEP-LIQUIDO (WRK-IX-SDEP, WRK-SUB-CEN)
               ADD TB-CEN-ENCARGOS (IX-CEN)
                   TO TB-SDEP-ENCARGOS (WRK-IX-SDEP, WRK-SUB-CEN)
           END-IF.
           ADD TB-CEN-BRUTO (IX-CEN)
               TO TB-SDEP-BRUTO (201, WRK-SUB-CEN).
           ADD TB-CEN-DESCONTOS (IX-CEN)
               TO TB-SDEP-DESCONTOS (201, WRK-SUB-CEN).
           ADD TB-CEN-LIQUIDO (IX-CEN)
               TO TB-SDEP-LIQUIDO (201, WRK-SUB-CEN).
           ADD TB-CEN-ENCARGOS (IX-CEN)
               TO TB-SDEP-ENCARGOS (201, WRK-SUB-CEN).

      *    COMPARATIVO POR DEPARTAMENTO (NOME DO DEPTMAST QUANDO
      *    CARREGADO) E DA EMPRESA, NA MESMA FORMA DO FUNCIONARIO.
       0530-IMPRIMIR-SIMULACAO.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0549-GRAVAR-LINHA-SIMULACAO.
           MOVE '------- COMPARATIVO POR DEPARTAMENTO -------'
               TO WRK-RPT-LINHA.
           PERFORM 0549-GRAVAR-LINHA-SIMULACAO.
           PERFORM 0531-IMPRIMIR-DEPTO-SIMULACAO
               VARYING WRK-IX-SDEP FROM 1 BY 1
               UNTIL WRK-IX-SDEP > WRK-QT-SIM-DEPTOS.
           MOVE 201 TO WRK-IX-SDEP.
           MOVE SPACES TO WRK-SIM-ROTULO.
           STRING 'EMPRESA (' TB-SDEP-QT (201) ' FUNC.)'
               DELIMITED BY SIZE INTO WRK-SIM-ROTULO
           END-STRING.
           PERFORM 0532-CARREGAR-CENARIOS.
           PERFORM 0540-IMPRIMIR-COMPARATIVO.

       0531-IMPRIMIR-DEPTO-SIMULACAO.
           MOVE SPACES TO WRK-SIM-ROTULO.
           MOVE TB-SDEP-COD (WRK-IX-SDEP) TO WRK-SIM-ROTULO (1:4).
           PERFORM 0533-PROCURAR-NOME-DEPTO
               VARYING IX-DEPCAD FROM 1 BY 1
               UNTIL IX-DEPCAD > WRK-QT-DEPTOS-CAD.
           PERFORM 0532-CARREGAR-CENARIOS.
           PERFORM 0540-IMPRIMIR-COMPARATIVO.

       0532-CARREGAR-CENARIOS.
           PERFORM 0534-CARREGAR-CENARIO
               VARYING WRK-SUB-CEN FROM 1 BY 1 UNTIL WRK-SUB-CEN > 2.

       0533-PROCURAR-NOME-DEPTO.
           IF TB-DEPCAD-CODIGO (IX-DEPCAD) = TB-SDEP-COD (WRK-IX-SDEP)
               MOVE TB-DEPCAD-NOME (IX-DEPCAD)
                   TO WRK-SIM-ROTULO (6:20)
           END-IF.

       0534-CARREGAR-CENARIO.
           SET IX-CEN TO WRK-SUB-CEN.
           MOVE TB-SDEP-BRUTO (WRK-IX-SDEP, WRK-SUB-CEN)
               TO TB-CEN-BRUTO (IX-CEN).
           MOVE TB-SDEP-DESCONTOS (WRK-IX-SDEP, WRK-SUB-CEN)
               TO TB-CEN-DESCONTOS (IX-CEN).
           MOVE TB-SDEP-LIQUIDO (WRK-IX-SDEP, WRK-SUB-CEN)
               TO TB-CEN-LIQUIDO (IX-CEN).
           MOVE TB-SDEP-ENCARGOS (WRK-IX-SDEP, WRK-SUB-CEN)
               TO TB-CEN-ENCARGOS (IX-CEN).

      *    TRES LINHAS POR ITEM: ATUAL, SIMULADO E A DIFERENCA
      *    (SIMULADO MENOS ATUAL).
       0540-IMPRIMIR-COMPARATIVO.
           MOVE 'ATUAL'    TO WRK-SIM-CENARIO.
           MOVE 1 TO WRK-SUB-CEN.
           PERFORM 0541-IMPRIMIR-CENARIO.
           MOVE SPACES     TO WRK-SIM-ROTULO.
           MOVE 'SIMULADO' TO WRK-SIM-CENARIO.
           MOVE 2 TO WRK-SUB-CEN.
           PERFORM 0541-IMPRIMIR-CENARIO.
           COMPUTE WRK-SIM-DIFERENCA =
               TB-CEN-BRUTO (2) - TB-CEN-BRUTO (1).
           MOVE WRK-SIM-DIFERENCA TO WRK-SIM-DIF-BRUTO-ED.
           COMPUTE WRK-SIM-DIFERENCA =
               TB-CEN-DESCONTOS (2) - TB-CEN-DESCONTOS (1).
           MOVE WRK-SIM-DIFERENCA TO WRK-SIM-DIF-DESC-ED.
           COMPUTE WRK-SIM-DIFERENCA =
               TB-CEN-LIQUIDO (2) - TB-CEN-LIQUIDO (1).
           MOVE WRK-SIM-DIFERENCA TO WRK-SIM-DIF-LIQ-ED.
           COMPUTE WRK-SIM-DIFERENCA =
               TB-CEN-ENCARGOS (2) - TB-CEN-ENCARGOS (1).
           MOVE WRK-SIM-DIFERENCA TO WRK-SIM-DIF-ENC-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING WRK-SIM-ROTULO ' DIFERENC'
               ' ' WRK-SIM-DIF-BRUTO-ED ' ' WRK-SIM-DIF-DESC-ED
               ' ' WRK-SIM-DIF-LIQ-ED ' ' WRK-SIM-DIF-ENC-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0549-GRAVAR-LINHA-SIMULACAO.

       0541-IMPRIMIR-CENARIO.
           SET IX-CEN TO WRK-SUB-CEN.
           MOVE TB-CEN-BRUTO (IX-CEN)     TO WRK-SIM-BRUTO-ED.
           MOVE TB-CEN-DESCONTOS (IX-CEN) TO WRK-SIM-DESC-ED.
           MOVE TB-CEN-LIQUIDO (IX-CEN)   TO WRK-SIM-LIQ-ED.
           MOVE TB-CEN-ENCARGOS (IX-CEN)  TO WRK-SIM-ENC-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING WRK-SIM-ROTULO ' ' WRK-SIM-CENARIO
               ' ' WRK-SIM-BRUTO-ED ' ' WRK-SIM-DESC-ED
               ' ' WRK-SIM-LIQ-ED ' ' WRK-SIM-ENC-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0549-GRAVAR-LINHA-SIMULACAO.

       0549-GRAVAR-LINHA-SIMULACAO.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

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

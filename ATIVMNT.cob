       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVMNT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: MANUTENCAO DO CADASTRO DE ATIVOS IMOBILIZADOS
      *              (FIXASSET). INCLUI O BEM COM PLAQUETA, CLASSE,
      *              AQUISICAO, CUSTO, VALOR RESIDUAL, VIDA UTIL E
      *              CONTAS DO PLANO (VIDA E CONTAS EM ZERO ASSUMEM
      *              O PADRAO DA CLASSE), TRANSFERE O BEM DE
      *              DEPARTAMENTO OU LOCAL E REGISTRA A BAIXA (VENDA
      *              OU SUCATEAMENTO). A DEPRECIACAO MENSAL E A
      *              CONTABILIZACAO DA BAIXA SAO DO ATIVDEPR; AQUI
      *              SO SE MEXE NO CADASTRO. O DEPARTAMENTO E
      *              CONFERIDO NO DEPTMAST QUANDO ELE EXISTE.
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
           SELECT FIXED-ASSET-FILE ASSIGN TO 'FIXASSET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATV-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO 'DEPTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPTM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXED-ASSET-FILE.
           COPY 'FIXASSET.cob'.

       FD  DEPARTMENT-MASTER-FILE.
           COPY 'DEPTMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-ATV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-DEPTM-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-ATV-EOF                PIC X(01) VALUE 'N'.
           88  FIM-ATIVOS                       VALUE 'S'.
       77  WRK-DEPTM-EOF              PIC X(01) VALUE 'N'.
           88  FIM-CADASTRO-DEPTOS              VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR                    VALUE 'I'.
           88  OPCAO-TRANSFERIR                 VALUE 'T'.
           88  OPCAO-BAIXAR                     VALUE 'B'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.

       77  WRK-PLAQUETA               PIC X(08) VALUE SPACES.
       77  WRK-DESCRICAO              PIC X(25) VALUE SPACES.
       77  WRK-CLASSE                 PIC X(04) VALUE SPACES.
       77  WRK-DATA-AQUISICAO         PIC 9(08) VALUE ZEROS.
       77  WRK-CUSTO                  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-RESIDUAL         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VIDA-UTIL              PIC 9(03) VALUE ZEROS.
       77  WRK-DEPR-INICIAL           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DEPRECIAVEL            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CONTA-ATIVO            PIC 9(06) VALUE ZEROS.
       77  WRK-CONTA-DEPR-ACUM        PIC 9(06) VALUE ZEROS.
       77  WRK-CONTA-DESPESA          PIC 9(06) VALUE ZEROS.
       77  WRK-DEPTO                  PIC X(04) VALUE SPACES.
       77  WRK-LOCAL                  PIC X(15) VALUE SPACES.
       77  WRK-DATA-BAIXA             PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-VENDA            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DIAS-HOJE              PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-DATA              PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-AQUISICAO         PIC 9(07) VALUE ZEROS.
       77  WRK-REGISTRO-ACHADO        PIC X(01) VALUE 'N'.
           88  REGISTRO-ACHADO                  VALUE 'S'.
       77  WRK-CLASSE-ACHADA          PIC X(01) VALUE 'N'.
           88  CLASSE-ACHADA                    VALUE 'S'.
       77  WRK-DEPCAD-ACHADO          PIC X(01) VALUE 'N'.
           88  DEPTO-CADASTRADO                 VALUE 'S'.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.

      *    CONTAS PADRAO DA DEPRECIACAO NO PLANO (CHARTACC), PARA
      *    QUALQUER CLASSE
       77  WRK-CONTA-DEPR-PADRAO      PIC 9(06) VALUE 140100.
       77  WRK-CONTA-DESP-PADRAO      PIC 9(06) VALUE 530100.

      *    CLASSES DE ATIVO: DESCRICAO, VIDA UTIL PADRAO EM MESES
      *    (PRAZOS USUAIS DA RECEITA FEDERAL) E CONTA DO BEM
       01  TB-CLASSE-VALORES.
           02  FILLER PIC X(25) VALUE 'VEICVEICULOS    060140010'.
           02  FILLER PIC X(25) VALUE 'MAQUMAQUINAS    120140020'.
           02  FILLER PIC X(25) VALUE 'MOVEMOVEIS      120140030'.
           02  FILLER PIC X(25) VALUE 'INFOINFORMATICA 060140040'.
           02  FILLER PIC X(25) VALUE 'EDIFEDIFICACOES 300140050'.
       01  TB-CLASSE-TABELA REDEFINES TB-CLASSE-VALORES.
           02  TB-CLASSE OCCURS 5 TIMES INDEXED BY IX-CLS.
               03  TB-CLS-CODIGO      PIC X(04).
               03  TB-CLS-DESCRICAO   PIC X(12).
               03  TB-CLS-VIDA-UTIL   PIC 9(03).
               03  TB-CLS-CONTA-ATIVO PIC 9(06).
       77  WRK-IX-CLS                 PIC 9(01) VALUE ZEROS.

      *    O CADASTRO INTEIRO E CARREGADO EM TABELA, ALTERADO EM
      *    MEMORIA E REGRAVADO NA SAIDA, COMO NA MANUTENCAO DE
      *    EMPRESTIMOS (LOANMNT).
       01  TB-ATIVOS-TABELA.
           02  TB-ATIVO OCCURS 500 TIMES INDEXED BY IX-ATV.
               03  TB-ATV-PLAQUETA    PIC X(08).
               03  TB-ATV-DESCRICAO   PIC X(25).
               03  TB-ATV-CLASSE      PIC X(04).
               03  TB-ATV-AQUISICAO   PIC 9(08).
               03  TB-ATV-CUSTO       PIC 9(07)V99.
               03  TB-ATV-RESIDUAL    PIC 9(07)V99.
               03  TB-ATV-VIDA-UTIL   PIC 9(03).
               03  TB-ATV-CONTA-ATIVO PIC 9(06).
               03  TB-ATV-CONTA-DEPR  PIC 9(06).
               03  TB-ATV-CONTA-DESP  PIC 9(06).
               03  TB-ATV-DEPTO       PIC X(04).
               03  TB-ATV-LOCAL       PIC X(15).
               03  TB-ATV-ACUMULADA   PIC 9(07)V99.
               03  TB-ATV-ULT-COMPET  PIC 9(06).
               03  TB-ATV-SITUACAO    PIC X(01).
               03  TB-ATV-DATA-BAIXA  PIC 9(08).
               03  TB-ATV-VALOR-VENDA PIC 9(07)V99.
       77  WRK-QT-ATIVOS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-ATIVOS          PIC 9(03) VALUE 500.
       77  WRK-IX-ATV                 PIC 9(03) VALUE ZEROS.

      *    CADASTRO DE DEPARTAMENTOS (DEPTMAST), OPCIONAL
       01  TB-DEPTOS-CADASTRO.
           02  TB-DEPCAD OCCURS 100 TIMES INDEXED BY IX-DEPCAD.
               03  TB-DEPCAD-CODIGO   PIC X(04).
       77  WRK-QT-DEPTOS-CAD          PIC 9(03) VALUE ZEROS.

       77  WRK-VALOR-ED               PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ACUMULADA-ED           PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDO-ED             PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDO                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SITUACAO-DESC          PIC X(12) VALUE SPACES.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = FUNCTION INTEGER-OF-DATE (WRK-DATA).
           PERFORM 0110-CARREGAR-ATIVOS.
           PERFORM 0120-CARREGAR-DEPARTAMENTOS.
           PERFORM 0130-EXIBIR-MENU.

       0110-CARREGAR-ATIVOS.
           OPEN INPUT FIXED-ASSET-FILE.
           IF WRK-ATV-STATUS = '35'
               MOVE 'S' TO WRK-ATV-EOF
           ELSE
               READ FIXED-ASSET-FILE
                   AT END MOVE 'S' TO WRK-ATV-EOF
               END-READ
               PERFORM 0111-LER-ATIVO UNTIL FIM-ATIVOS
               CLOSE FIXED-ASSET-FILE
           END-IF.

       0111-LER-ATIVO.
           IF WRK-QT-ATIVOS < WRK-LIMITE-ATIVOS
               ADD 1 TO WRK-QT-ATIVOS
               SET IX-ATV TO WRK-QT-ATIVOS
               MOVE ATV-PLAQUETA        TO TB-ATV-PLAQUETA (IX-ATV)
               MOVE ATV-DESCRICAO       TO TB-ATV-DESCRICAO (IX-ATV)
               MOVE ATV-CLASSE          TO TB-ATV-CLASSE (IX-ATV)
               MOVE ATV-DATA-AQUISICAO  TO TB-ATV-AQUISICAO (IX-ATV)
               MOVE ATV-CUSTO           TO TB-ATV-CUSTO (IX-ATV)
               MOVE ATV-VALOR-RESIDUAL  TO TB-ATV-RESIDUAL (IX-ATV)
               MOVE ATV-VIDA-UTIL       TO TB-ATV-VIDA-UTIL (IX-ATV)
               MOVE ATV-CONTA-ATIVO     TO TB-ATV-CONTA-ATIVO (IX-ATV)
               MOVE ATV-CONTA-DEPR-ACUM TO TB-ATV-CONTA-DEPR (IX-ATV)
               MOVE ATV-CONTA-DESPESA   TO TB-ATV-CONTA-DESP (IX-ATV)
               MOVE ATV-DEPTO           TO TB-ATV-DEPTO (IX-ATV)
               MOVE ATV-LOCAL           TO TB-ATV-LOCAL (IX-ATV)
               MOVE ATV-DEPR-ACUMULADA  TO TB-ATV-ACUMULADA (IX-ATV)
               MOVE ATV-ULTIMA-COMPETENCIA
                   TO TB-ATV-ULT-COMPET (IX-ATV)
               MOVE ATV-SITUACAO        TO TB-ATV-SITUACAO (IX-ATV)
               MOVE ATV-DATA-BAIXA      TO TB-ATV-DATA-BAIXA (IX-ATV)
               MOVE ATV-VALOR-VENDA     TO TB-ATV-VALOR-VENDA (IX-ATV)
           END-IF.
           READ FIXED-ASSET-FILE
               AT END MOVE 'S' TO WRK-ATV-EOF
           END-READ.

       0120-CARREGAR-DEPARTAMENTOS.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WRK-DEPTM-STATUS = '35'
               MOVE 'S' TO WRK-DEPTM-EOF
           ELSE
               READ DEPARTMENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-DEPTM-EOF
               END-READ
               PERFORM 0121-LER-DEPARTAMENTO
                   UNTIL FIM-CADASTRO-DEPTOS
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.

       0121-LER-DEPARTAMENTO.
           IF WRK-QT-DEPTOS-CAD < 100
               ADD 1 TO WRK-QT-DEPTOS-CAD
               SET IX-DEPCAD TO WRK-QT-DEPTOS-CAD
               MOVE DEPT-CODIGO TO TB-DEPCAD-CODIGO (IX-DEPCAD)
           END-IF.
           READ DEPARTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-DEPTM-EOF
           END-READ.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== MANUTENCAO DE ATIVOS IMOBILIZADOS ===='.
           DISPLAY ' I - INCLUIR ATIVO'.
           DISPLAY ' T - TRANSFERIR DE DEPARTAMENTO / LOCAL'.
           DISPLAY ' B - REGISTRAR BAIXA (VENDA OU SUCATEAMENTO)'.
           DISPLAY ' L - LISTAR ATIVOS'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN OPCAO-TRANSFERIR
                   PERFORM 0220-TRANSFERIR
               WHEN OPCAO-BAIXAR
                   PERFORM 0230-BAIXAR
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-ATIVOS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
           IF NOT OPCAO-SAIR
               PERFORM 0130-EXIBIR-MENU
           END-IF.

      *    A PLAQUETA E UNICA NO CADASTRO, MESMO DEPOIS DA BAIXA: O
      *    BEM BAIXADO CONTINUA NO ARQUIVO COMO HISTORICO.
       0210-INCLUIR.
           PERFORM 0250-LER-PLAQUETA.
           PERFORM 0260-LOCALIZAR-ATIVO.
           EVALUATE TRUE
               WHEN WRK-PLAQUETA = SPACES
                   DISPLAY 'PLAQUETA EM BRANCO - NADA GRAVADO'
               WHEN REGISTRO-ACHADO
                   DISPLAY 'PLAQUETA ' WRK-PLAQUETA ' JA CADASTRADA'
               WHEN WRK-QT-ATIVOS >= WRK-LIMITE-ATIVOS
                   DISPLAY 'TABELA DE ATIVOS CHEIA - NADA GRAVADO'
               WHEN OTHER
                   PERFORM 0211-LER-DADOS-ATIVO
           END-EVALUATE.

       0211-LER-DADOS-ATIVO.
           DISPLAY 'DESCRICAO DO BEM ...'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'CLASSE (VEIC/MAQU/MOVE/INFO/EDIF) ...'.
           ACCEPT WRK-CLASSE FROM CONSOLE.
           DISPLAY 'DATA DE AQUISICAO (AAAAMMDD) ...'.
           ACCEPT WRK-DATA-AQUISICAO FROM CONSOLE.
           DISPLAY 'CUSTO DE AQUISICAO (COM 2 DECIMAIS) ...'.
           ACCEPT WRK-CUSTO FROM CONSOLE.
           DISPLAY 'VALOR RESIDUAL (COM 2 DECIMAIS) ...'.
           ACCEPT WRK-VALOR-RESIDUAL FROM CONSOLE.
           DISPLAY 'VIDA UTIL EM MESES (0 = PADRAO DA CLASSE) ...'.
           ACCEPT WRK-VIDA-UTIL FROM CONSOLE.
           DISPLAY 'DEPRECIACAO JA ACUMULADA (BEM TRAZIDO DE OUTRO '
               'CONTROLE, 0 = NENHUMA) ...'.
           ACCEPT WRK-DEPR-INICIAL FROM CONSOLE.
           DISPLAY 'CONTA DO BEM (0 = PADRAO DA CLASSE) ...'.
           ACCEPT WRK-CONTA-ATIVO FROM CONSOLE.
           DISPLAY 'CONTA DA DEPRECIACAO ACUMULADA (0 = PADRAO) ...'.
           ACCEPT WRK-CONTA-DEPR-ACUM FROM CONSOLE.
           DISPLAY 'CONTA DA DESPESA DE DEPRECIACAO (0 = PADRAO) ...'.
           ACCEPT WRK-CONTA-DESPESA FROM CONSOLE.
           DISPLAY 'DEPARTAMENTO ...'.
           ACCEPT WRK-DEPTO FROM CONSOLE.
           DISPLAY 'LOCAL ...'.
           ACCEPT WRK-LOCAL FROM CONSOLE.
           PERFORM 0265-LOCALIZAR-CLASSE.
           COMPUTE WRK-DIAS-AQUISICAO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-AQUISICAO).
           PERFORM 0270-CONFERIR-DEPARTAMENTO.
           MOVE ZEROS TO WRK-DEPRECIAVEL.
           IF WRK-VALOR-RESIDUAL < WRK-CUSTO
               COMPUTE WRK-DEPRECIAVEL =
                   WRK-CUSTO - WRK-VALOR-RESIDUAL
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO EM BRANCO - NADA GRAVADO'
               WHEN NOT CLASSE-ACHADA
                   DISPLAY 'CLASSE ' WRK-CLASSE ' INVALIDA - NADA '
                       'GRAVADO'
               WHEN WRK-DIAS-AQUISICAO = ZEROS
                   DISPLAY 'DATA DE AQUISICAO INVALIDA - NADA '
                       'GRAVADO'
               WHEN WRK-DIAS-AQUISICAO > WRK-DIAS-HOJE
                   DISPLAY 'DATA DE AQUISICAO FUTURA - NADA GRAVADO'
               WHEN WRK-CUSTO NOT > ZEROS
                   DISPLAY 'CUSTO DEVE SER MAIOR QUE ZERO - NADA '
                       'GRAVADO'
               WHEN WRK-VALOR-RESIDUAL NOT < WRK-CUSTO
                   DISPLAY 'VALOR RESIDUAL DEVE SER MENOR QUE O '
                       'CUSTO - NADA GRAVADO'
               WHEN WRK-DEPR-INICIAL > WRK-DEPRECIAVEL
                   DISPLAY 'DEPRECIACAO ACUMULADA ACIMA DO VALOR '
                       'DEPRECIAVEL - NADA GRAVADO'
               WHEN NOT DEPTO-CADASTRADO
                   DISPLAY 'DEPARTAMENTO ' WRK-DEPTO ' FORA DO '
                       'CADASTRO - NADA GRAVADO'
               WHEN OTHER
                   PERFORM 0212-GRAVAR-ATIVO-NOVO
           END-EVALUATE.

      *    VIDA UTIL E CONTAS NAO INFORMADAS ASSUMEM O PADRAO DA
      *    CLASSE; A DEPRECIACAO COMECA NO MES DA AQUISICAO. O BEM
      *    QUE JA VINHA SENDO DEPRECIADO POR FORA (LANCAMENTO FIXO
      *    DO STANDENT) ENTRA COM O QUE JA FOI LANCADO, PARA O
      *    ATIVDEPR NAO DEPRECIAR DE NOVO OS MESES PASSADOS.
       0212-GRAVAR-ATIVO-NOVO.
           SET IX-CLS TO WRK-IX-CLS.
           IF WRK-VIDA-UTIL = ZEROS
               MOVE TB-CLS-VIDA-UTIL (IX-CLS) TO WRK-VIDA-UTIL
           END-IF.
           IF WRK-CONTA-ATIVO = ZEROS
               MOVE TB-CLS-CONTA-ATIVO (IX-CLS) TO WRK-CONTA-ATIVO
           END-IF.
           IF WRK-CONTA-DEPR-ACUM = ZEROS
               MOVE WRK-CONTA-DEPR-PADRAO TO WRK-CONTA-DEPR-ACUM
           END-IF.
           IF WRK-CONTA-DESPESA = ZEROS
               MOVE WRK-CONTA-DESP-PADRAO TO WRK-CONTA-DESPESA
           END-IF.
           ADD 1 TO WRK-QT-ATIVOS.
           SET IX-ATV TO WRK-QT-ATIVOS.
           MOVE WRK-PLAQUETA        TO TB-ATV-PLAQUETA (IX-ATV).
           MOVE WRK-DESCRICAO       TO TB-ATV-DESCRICAO (IX-ATV).
           MOVE WRK-CLASSE          TO TB-ATV-CLASSE (IX-ATV).
           MOVE WRK-DATA-AQUISICAO  TO TB-ATV-AQUISICAO (IX-ATV).
           MOVE WRK-CUSTO           TO TB-ATV-CUSTO (IX-ATV).
           MOVE WRK-VALOR-RESIDUAL  TO TB-ATV-RESIDUAL (IX-ATV).
           MOVE WRK-VIDA-UTIL       TO TB-ATV-VIDA-UTIL (IX-ATV).
           MOVE WRK-CONTA-ATIVO     TO TB-ATV-CONTA-ATIVO (IX-ATV).
           MOVE WRK-CONTA-DEPR-ACUM TO TB-ATV-CONTA-DEPR (IX-ATV).
           MOVE WRK-CONTA-DESPESA   TO TB-ATV-CONTA-DESP (IX-ATV).
           MOVE WRK-DEPTO           TO TB-ATV-DEPTO (IX-ATV).
           MOVE WRK-LOCAL           TO TB-ATV-LOCAL (IX-ATV).
           MOVE WRK-DEPR-INICIAL    TO TB-ATV-ACUMULADA (IX-ATV).
           MOVE ZEROS TO TB-ATV-ULT-COMPET (IX-ATV)
               TB-ATV-DATA-BAIXA (IX-ATV)
               TB-ATV-VALOR-VENDA (IX-ATV).
           MOVE 'A'                 TO TB-ATV-SITUACAO (IX-ATV).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'ATIVO ' WRK-PLAQUETA ' INCLUIDO - VIDA UTIL '
               WRK-VIDA-UTIL ' MESES, CONTAS ' WRK-CONTA-ATIVO '/'
               WRK-CONTA-DEPR-ACUM '/' WRK-CONTA-DESPESA.

       0220-TRANSFERIR.
           PERFORM 0250-LER-PLAQUETA.
           PERFORM 0260-LOCALIZAR-ATIVO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'PLAQUETA ' WRK-PLAQUETA ' NAO CADASTRADA'
           ELSE
               SET IX-ATV TO WRK-IX-ATV
               IF TB-ATV-SITUACAO (IX-ATV) = 'P' OR 'B'
                   DISPLAY 'ATIVO BAIXADO - NAO PODE SER TRANSFERIDO'
               ELSE
                   PERFORM 0221-LER-DESTINO
               END-IF
           END-IF.

       0221-LER-DESTINO.
           DISPLAY 'DEPARTAMENTO ATUAL : ' TB-ATV-DEPTO (IX-ATV)
               ' LOCAL ATUAL : ' TB-ATV-LOCAL (IX-ATV).
           DISPLAY 'NOVO DEPARTAMENTO ...'.
           ACCEPT WRK-DEPTO FROM CONSOLE.
           DISPLAY 'NOVO LOCAL ...'.
           ACCEPT WRK-LOCAL FROM CONSOLE.
           PERFORM 0270-CONFERIR-DEPARTAMENTO.
           IF NOT DEPTO-CADASTRADO
               DISPLAY 'DEPARTAMENTO ' WRK-DEPTO ' FORA DO CADASTRO '
                   '- NADA GRAVADO'
           ELSE
               MOVE WRK-DEPTO TO TB-ATV-DEPTO (IX-ATV)
               MOVE WRK-LOCAL TO TB-ATV-LOCAL (IX-ATV)
               MOVE 'S' TO WRK-ALTERADO
               DISPLAY 'ATIVO ' WRK-PLAQUETA ' TRANSFERIDO'
           END-IF.

      *    A BAIXA FICA PENDENTE ATE A PROXIMA RODADA DO ATIVDEPR,
      *    QUE DEPRECIA O BEM ATE O MES DA BAIXA E LANCA O GANHO OU
      *    A PERDA CONTRA O VALOR CONTABIL LIQUIDO.
       0230-BAIXAR.
           PERFORM 0250-LER-PLAQUETA.
           PERFORM 0260-LOCALIZAR-ATIVO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'PLAQUETA ' WRK-PLAQUETA ' NAO CADASTRADA'
           ELSE
               SET IX-ATV TO WRK-IX-ATV
               IF TB-ATV-SITUACAO (IX-ATV) = 'P' OR 'B'
                   DISPLAY 'ATIVO ' WRK-PLAQUETA ' JA BAIXADO'
               ELSE
                   PERFORM 0231-LER-DADOS-BAIXA
               END-IF
           END-IF.

       0231-LER-DADOS-BAIXA.
           DISPLAY 'DATA DA BAIXA (AAAAMMDD) ...'.
           ACCEPT WRK-DATA-BAIXA FROM CONSOLE.
           DISPLAY 'VALOR DE VENDA (0 = SUCATEAMENTO) ...'.
           ACCEPT WRK-VALOR-VENDA FROM CONSOLE.
           COMPUTE WRK-DIAS-DATA =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-BAIXA).
           MOVE TB-ATV-AQUISICAO (IX-ATV) TO WRK-DATA-AQUISICAO.
           COMPUTE WRK-DIAS-AQUISICAO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-AQUISICAO).
           EVALUATE TRUE
               WHEN WRK-DIAS-DATA = ZEROS
                   DISPLAY 'DATA DA BAIXA INVALIDA - NADA GRAVADO'
               WHEN WRK-DIAS-DATA < WRK-DIAS-AQUISICAO
                   DISPLAY 'BAIXA ANTERIOR A AQUISICAO - NADA '
                       'GRAVADO'
               WHEN WRK-DIAS-DATA > WRK-DIAS-HOJE
                   DISPLAY 'DATA DA BAIXA FUTURA - NADA GRAVADO'
               WHEN OTHER
                   MOVE 'P' TO TB-ATV-SITUACAO (IX-ATV)
                   MOVE WRK-DATA-BAIXA
                       TO TB-ATV-DATA-BAIXA (IX-ATV)
                   MOVE WRK-VALOR-VENDA
                       TO TB-ATV-VALOR-VENDA (IX-ATV)
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'BAIXA DO ATIVO ' WRK-PLAQUETA
                       ' REGISTRADA - CONTABILIZADA NA PROXIMA '
                       'DEPRECIACAO (ATIVDEPR)'
           END-EVALUATE.

       0240-LISTAR-ATIVOS.
           DISPLAY '------- ATIVOS IMOBILIZADOS -------'.
           PERFORM 0241-LISTAR-ATIVO
               VARYING IX-ATV FROM 1 BY 1
               UNTIL IX-ATV > WRK-QT-ATIVOS.

       0241-LISTAR-ATIVO.
           EVALUATE TB-ATV-SITUACAO (IX-ATV)
               WHEN 'A'
                   MOVE 'EM USO'       TO WRK-SITUACAO-DESC
               WHEN 'D'
                   MOVE 'DEPRECIADO'   TO WRK-SITUACAO-DESC
               WHEN 'P'
                   MOVE 'BAIXA PEND.'  TO WRK-SITUACAO-DESC
               WHEN 'B'
                   MOVE 'BAIXADO'      TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE 'DESCONHECIDA' TO WRK-SITUACAO-DESC
           END-EVALUATE.
           COMPUTE WRK-LIQUIDO = TB-ATV-CUSTO (IX-ATV)
               - TB-ATV-ACUMULADA (IX-ATV).
           MOVE TB-ATV-CUSTO (IX-ATV)     TO WRK-VALOR-ED.
           MOVE TB-ATV-ACUMULADA (IX-ATV) TO WRK-ACUMULADA-ED.
           MOVE WRK-LIQUIDO               TO WRK-LIQUIDO-ED.
           DISPLAY TB-ATV-PLAQUETA (IX-ATV) ' '
               TB-ATV-DESCRICAO (IX-ATV) ' ' TB-ATV-CLASSE (IX-ATV)
               ' ' TB-ATV-DEPTO (IX-ATV) ' ' TB-ATV-LOCAL (IX-ATV)
               ' ' WRK-SITUACAO-DESC.
           DISPLAY '    CUSTO ' WRK-VALOR-ED ' ACUMULADA '
               WRK-ACUMULADA-ED ' LIQUIDO '
               WRK-LIQUIDO-ED.

       0250-LER-PLAQUETA.
           DISPLAY 'PLAQUETA ...'.
           ACCEPT WRK-PLAQUETA FROM CONSOLE.

       0260-LOCALIZAR-ATIVO.
           MOVE 'N' TO WRK-REGISTRO-ACHADO.
           MOVE ZEROS TO WRK-IX-ATV.
           PERFORM 0261-PROCURAR-ATIVO
               VARYING IX-ATV FROM 1 BY 1
               UNTIL IX-ATV > WRK-QT-ATIVOS
                  OR REGISTRO-ACHADO.

       0261-PROCURAR-ATIVO.
           IF TB-ATV-PLAQUETA (IX-ATV) = WRK-PLAQUETA
               MOVE 'S' TO WRK-REGISTRO-ACHADO
               SET WRK-IX-ATV TO IX-ATV
           END-IF.

       0265-LOCALIZAR-CLASSE.
           MOVE 'N' TO WRK-CLASSE-ACHADA.
           MOVE ZEROS TO WRK-IX-CLS.
           PERFORM 0266-PROCURAR-CLASSE
               VARYING IX-CLS FROM 1 BY 1
               UNTIL IX-CLS > 5 OR CLASSE-ACHADA.

       0266-PROCURAR-CLASSE.
           IF TB-CLS-CODIGO (IX-CLS) = WRK-CLASSE
               MOVE 'S' TO WRK-CLASSE-ACHADA
               SET WRK-IX-CLS TO IX-CLS
           END-IF.

      *    SEM O DEPTMAST, QUALQUER CODIGO E ACEITO, COMO NA FOLHA.
       0270-CONFERIR-DEPARTAMENTO.
           IF WRK-QT-DEPTOS-CAD = ZEROS
               MOVE 'S' TO WRK-DEPCAD-ACHADO
           ELSE
               MOVE 'N' TO WRK-DEPCAD-ACHADO
               PERFORM 0271-PROCURAR-DEPARTAMENTO
                   VARYING IX-DEPCAD FROM 1 BY 1
                   UNTIL IX-DEPCAD > WRK-QT-DEPTOS-CAD
                      OR DEPTO-CADASTRADO
           END-IF.

       0271-PROCURAR-DEPARTAMENTO.
           IF TB-DEPCAD-CODIGO (IX-DEPCAD) = WRK-DEPTO
               MOVE 'S' TO WRK-DEPCAD-ACHADO
           END-IF.

      *    O CADASTRO SO E REGRAVADO QUANDO ALGO MUDOU; UMA SESSAO
      *    SO DE CONSULTA NAO TOCA NO ARQUIVO.
       0300-FINALIZAR.
           IF CADASTRO-ALTERADO
               OPEN OUTPUT FIXED-ASSET-FILE
               PERFORM 0310-GRAVAR-ATIVO
                   VARYING IX-ATV FROM 1 BY 1
                   UNTIL IX-ATV > WRK-QT-ATIVOS
               CLOSE FIXED-ASSET-FILE
           END-IF.
           DISPLAY 'FIM DA MANUTENCAO DE ATIVOS IMOBILIZADOS'.

       0310-GRAVAR-ATIVO.
           INITIALIZE FIXED-ASSET-RECORD.
           MOVE TB-ATV-PLAQUETA (IX-ATV)    TO ATV-PLAQUETA.
           MOVE TB-ATV-DESCRICAO (IX-ATV)   TO ATV-DESCRICAO.
           MOVE TB-ATV-CLASSE (IX-ATV)      TO ATV-CLASSE.
           MOVE TB-ATV-AQUISICAO (IX-ATV)   TO ATV-DATA-AQUISICAO.
           MOVE TB-ATV-CUSTO (IX-ATV)       TO ATV-CUSTO.
           MOVE TB-ATV-RESIDUAL (IX-ATV)    TO ATV-VALOR-RESIDUAL.
           MOVE TB-ATV-VIDA-UTIL (IX-ATV)   TO ATV-VIDA-UTIL.
           MOVE TB-ATV-CONTA-ATIVO (IX-ATV) TO ATV-CONTA-ATIVO.
           MOVE TB-ATV-CONTA-DEPR (IX-ATV)  TO ATV-CONTA-DEPR-ACUM.
           MOVE TB-ATV-CONTA-DESP (IX-ATV)  TO ATV-CONTA-DESPESA.
           MOVE TB-ATV-DEPTO (IX-ATV)       TO ATV-DEPTO.
           MOVE TB-ATV-LOCAL (IX-ATV)       TO ATV-LOCAL.
           MOVE TB-ATV-ACUMULADA (IX-ATV)   TO ATV-DEPR-ACUMULADA.
           MOVE TB-ATV-ULT-COMPET (IX-ATV)  TO ATV-ULTIMA-COMPETENCIA.
           MOVE TB-ATV-SITUACAO (IX-ATV)    TO ATV-SITUACAO.
           MOVE TB-ATV-DATA-BAIXA (IX-ATV)  TO ATV-DATA-BAIXA.
           MOVE TB-ATV-VALOR-VENDA (IX-ATV) TO ATV-VALOR-VENDA.
           WRITE FIXED-ASSET-RECORD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMAINT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: MANUTENCAO DO CADASTRO DE PRODUTOS (PRODMAST)
      *              NO MOLDE DO SUPPMAINT: INCLUSAO, ALTERACAO DE
      *              DESCRICAO E PONTO DE REPOSICAO, ALTERACAO DE
      *              PRECO COM DATA DE VIGENCIA, DESATIVACAO/
      *              REATIVACAO E LISTAGEM. ANTES O PRECO ERA MUDADO
      *              EDITANDO O ARQUIVO E NINGUEM SABIA QUANTO O
      *              PRODUTO CUSTAVA NO MES PASSADO: CADA PRECO NOVO
      *              VAI PARA O HISTORICO PRICEHST COM A VIGENCIA
      *              (HOJE OU RETROATIVA, NUNCA FUTURA NEM ANTERIOR A
      *              ULTIMA DO PRODUTO), E O FECHAMENTO (PROGCOB16)
      *              CONFERE A VENDA PELO PRECO EM VIGOR NA DATA DELA.
      *              TODA ACAO VAI PARA A TRILHA DE AUDITORIA
      *              (PRODAUD) COM OS VALORES ANTES/DEPOIS E O
      *              OPERADOR DA SESSAO (OPERRTN). A CLASSE FISCAL
      *              (MER/SRV) DECIDE O IMPOSTO DA VENDA NA TAXRATE.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CLASSE FISCAL DO PRODUTO (MER=MERCADORIA,
      *                     SRV=SERVICO) NA INCLUSAO E NA ALTERACAO,
      *                     COM ANTES/DEPOIS NA TRILHA DE AUDITORIA.
      *    15/10/2026  LCW  A CLASSE ABC GRAVADA PELO ABCANAL E
      *                     PRESERVADA NA REGRAVACAO DO CADASTRO
      *                     (PRODUTO NOVO ENTRA SEM CLASSE).
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROD-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO 'PRICEHST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRH-STATUS.

           SELECT PRODUCT-AUDIT-FILE ASSIGN TO 'PRODAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
           COPY 'PRODMAST.cob'.

       FD  PRICE-HISTORY-FILE.
           COPY 'PRICEHST.cob'.

       FD  PRODUCT-AUDIT-FILE.
       01  PRODUCT-AUDIT-RECORD.
           02  PAUD-CODIGO            PIC X(06).
           02  PAUD-SEP1              PIC X(02).
           02  PAUD-ACAO              PIC X(10).
           02  PAUD-SEP2              PIC X(02).
           02  PAUD-DESCRICAO-ANTES   PIC X(20).
           02  PAUD-SEP3              PIC X(02).
           02  PAUD-PRECO-ANTES       PIC 9(05)V99.
           02  PAUD-SEP4              PIC X(02).
           02  PAUD-PONTO-ANTES       PIC 9(05).
           02  PAUD-SEP5              PIC X(02).
           02  PAUD-SITUACAO-ANTES    PIC X(01).
           02  PAUD-SEP6              PIC X(02).
           02  PAUD-DESCRICAO-DEPOIS  PIC X(20).
           02  PAUD-SEP7              PIC X(02).
           02  PAUD-PRECO-DEPOIS      PIC 9(05)V99.
           02  PAUD-SEP8              PIC X(02).
           02  PAUD-PONTO-DEPOIS      PIC 9(05).
           02  PAUD-SEP9              PIC X(02).
           02  PAUD-SITUACAO-DEPOIS   PIC X(01).
           02  PAUD-SEP10             PIC X(02).
           02  PAUD-VIGENCIA          PIC 9(08).
           02  PAUD-SEP11             PIC X(02).
           02  PAUD-DATA              PIC 9(08).
           02  PAUD-SEP12             PIC X(02).
           02  PAUD-HORA              PIC 9(08).
           02  PAUD-SEP13             PIC X(02).
           02  PAUD-USUARIO           PIC X(20).
           02  PAUD-SEP14             PIC X(02).
           02  PAUD-CLASSE-ANTES      PIC X(03).
           02  PAUD-SEP15             PIC X(02).
           02  PAUD-CLASSE-DEPOIS     PIC X(03).

       WORKING-STORAGE SECTION.
       77  WRK-PROD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PRH-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-AUDIT-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-PROD-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PRODUTOS                     VALUE 'S'.
       77  WRK-PRH-EOF                PIC X(01) VALUE 'N'.
           88  FIM-PRECOS-HIST                  VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR                    VALUE 'I'.
           88  OPCAO-ALTERAR                    VALUE 'A'.
           88  OPCAO-PRECO                      VALUE 'P'.
           88  OPCAO-DESATIVAR                  VALUE 'X'.
           88  OPCAO-REATIVAR                   VALUE 'R'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.

      *    O CADASTRO INTEIRO E CARREGADO EM TABELA, ALTERADO EM
      *    MEMORIA E REGRAVADO NA SAIDA, COMO FAZ O SUPPMAINT. O
      *    LIMITE E O MESMO DAS TABELAS DE PRODUTO DOS PROGRAMAS
      *    QUE LEEM O PRODMAST. A ULTIMA VIGENCIA DE CADA PRODUTO
      *    SAI DO PRICEHST.
       01  TB-PRODUTOS-TABELA.
           02  TB-PRODUTO OCCURS 100 TIMES INDEXED BY IX-PROD.
               03  TB-PROD-CODIGO     PIC X(06).
               03  TB-PROD-DESCRICAO  PIC X(20).
               03  TB-PROD-PRECO      PIC 9(05)V99.
               03  TB-PROD-PONTO      PIC 9(05).
               03  TB-PROD-SITUACAO   PIC X(01).
               03  TB-PROD-VIGENCIA   PIC 9(08).
               03  TB-PROD-CLASSE     PIC X(03).
               03  TB-PROD-ABC        PIC X(01).
       77  WRK-QT-PRODUTOS            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-PRODUTOS        PIC 9(03) VALUE 100.
       77  WRK-IX-PROD                PIC 9(03) VALUE ZEROS.
       77  WRK-REGISTRO-ACHADO        PIC X(01) VALUE 'N'.
           88  REGISTRO-ACHADO                  VALUE 'S'.

       77  WRK-CODIGO                 PIC X(06) VALUE SPACES.
       77  WRK-DESCRICAO              PIC X(20) VALUE SPACES.
       77  WRK-PRECO                  PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PONTO                  PIC 9(05) VALUE ZEROS.
       77  WRK-CLASSE                 PIC X(03) VALUE SPACES.
           88  CLASSE-VALIDA                    VALUES 'MER' 'SRV'.
       77  WRK-ACAO                   PIC X(10) VALUE SPACES.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-PRECO-ED               PIC ZZ.ZZ9,99 VALUE ZEROS.

      *    DATA DE VIGENCIA DIGITADA NA ALTERACAO DE PRECO
       01  WRK-VIGENCIA.
           02  WRK-VIG-ANO            PIC 9(04).
           02  WRK-VIG-MES            PIC 9(02).
           02  WRK-VIG-DIA            PIC 9(02).
       77  WRK-VIGENCIA-OK            PIC X(01) VALUE 'N'.
           88  VIGENCIA-VALIDA                  VALUE 'S'.

      *    VALORES ANTES DA ALTERACAO, PARA A TRILHA DE AUDITORIA
       77  WRK-DESCRICAO-ANTES        PIC X(20) VALUE SPACES.
       77  WRK-PRECO-ANTES            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PONTO-ANTES            PIC 9(05) VALUE ZEROS.
       77  WRK-SITUACAO-ANTES         PIC X(01) VALUE SPACES.
       77  WRK-CLASSE-ANTES           PIC X(03) VALUE SPACES.

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
           CALL 'OPERRTN' USING WRK-USUARIO END-CALL.
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0115-CARREGAR-VIGENCIAS.
           PERFORM 0120-ABRIR-ARQUIVOS-LOG.
           PERFORM 0130-EXIBIR-MENU.

       0110-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WRK-PROD-STATUS = '35'
               MOVE 'S' TO WRK-PROD-EOF
           ELSE
               READ PRODUCT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-PROD-EOF
               END-READ
               PERFORM 0111-LER-PRODUTO UNTIL FIM-PRODUTOS
               CLOSE PRODUCT-MASTER-FILE
           END-IF.

       0111-LER-PRODUTO.
           IF WRK-QT-PRODUTOS < WRK-LIMITE-PRODUTOS
               ADD 1 TO WRK-QT-PRODUTOS
               SET IX-PROD TO WRK-QT-PRODUTOS
               MOVE PROD-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
               MOVE PROD-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
               MOVE PROD-PRECO     TO TB-PROD-PRECO (IX-PROD)
               MOVE PROD-PONTO-REPOSICAO TO TB-PROD-PONTO (IX-PROD)
               IF PRODUTO-INATIVO
                   MOVE 'I' TO TB-PROD-SITUACAO (IX-PROD)
               ELSE
                   MOVE 'A' TO TB-PROD-SITUACAO (IX-PROD)
               END-IF
               MOVE ZEROS TO TB-PROD-VIGENCIA (IX-PROD)
               IF PROD-CLASSE-FISCAL = SPACES
                   MOVE 'MER' TO TB-PROD-CLASSE (IX-PROD)
               ELSE
                   MOVE PROD-CLASSE-FISCAL TO TB-PROD-CLASSE (IX-PROD)
               END-IF
               MOVE PROD-CLASSE-ABC TO TB-PROD-ABC (IX-PROD)
           END-IF.
           READ PRODUCT-MASTER-FILE
               AT END MOVE 'S' TO WRK-PROD-EOF
           END-READ.

      *    A MAIOR VIGENCIA JA REGISTRADA POR PRODUTO LIMITA A
      *    VIGENCIA DA PROXIMA ALTERACAO DE PRECO.
       0115-CARREGAR-VIGENCIAS.
           OPEN INPUT PRICE-HISTORY-FILE.
           IF WRK-PRH-STATUS = '35'
               MOVE 'S' TO WRK-PRH-EOF
           ELSE
               READ PRICE-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-PRH-EOF
               END-READ
               PERFORM 0116-LER-PRECO-HIST UNTIL FIM-PRECOS-HIST
               CLOSE PRICE-HISTORY-FILE
           END-IF.

       0116-LER-PRECO-HIST.
           MOVE PRH-CODIGO TO WRK-CODIGO.
           PERFORM 0265-LOCALIZAR-PRODUTO.
           IF REGISTRO-ACHADO
               SET IX-PROD TO WRK-IX-PROD
               IF PRH-DATA-VIGENCIA > TB-PROD-VIGENCIA (IX-PROD)
                   MOVE PRH-DATA-VIGENCIA
                       TO TB-PROD-VIGENCIA (IX-PROD)
               END-IF
           END-IF.
           READ PRICE-HISTORY-FILE
               AT END MOVE 'S' TO WRK-PRH-EOF
           END-READ.

      *    UM ARQUIVO DE LOG EM LINE SEQUENTIAL PRECISA EXISTIR
      *    ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A PRIMEIRA
      *    EXECUCAO, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
       0120-ABRIR-ARQUIVOS-LOG.
           OPEN EXTEND PRODUCT-AUDIT-FILE.
           IF WRK-AUDIT-STATUS = '35'
               OPEN OUTPUT PRODUCT-AUDIT-FILE
               CLOSE PRODUCT-AUDIT-FILE
               OPEN EXTEND PRODUCT-AUDIT-FILE
           END-IF.
           OPEN EXTEND PRICE-HISTORY-FILE.
           IF WRK-PRH-STATUS = '35'
               OPEN OUTPUT PRICE-HISTORY-FILE
               CLOSE PRICE-HISTORY-FILE
               OPEN EXTEND PRICE-HISTORY-FILE
           END-IF.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== MANUTENCAO DO CADASTRO DE PRODUTOS ===='.
           DISPLAY ' I - INCLUIR PRODUTO'.
           DISPLAY ' A - ALTERAR DESCRICAO/PONTO DE REPOSICAO'.
           DISPLAY ' P - ALTERAR PRECO (COM VIGENCIA)'.
           DISPLAY ' X - DESATIVAR PRODUTO'.
           DISPLAY ' R - REATIVAR PRODUTO'.
           DISPLAY ' L - LISTAR PRODUTOS'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR
               WHEN OPCAO-PRECO
                   PERFORM 0225-ALTERAR-PRECO
               WHEN OPCAO-DESATIVAR
                   PERFORM 0230-DESATIVAR
               WHEN OPCAO-REATIVAR
                   PERFORM 0235-REATIVAR
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
           IF NOT OPCAO-SAIR
               PERFORM 0130-EXIBIR-MENU
           END-IF.

      *    O CODIGO DO PRODUTO E INFORMADO PELO OPERADOR E NAO PODE
      *    REPETIR; O PRECO INICIAL ENTRA NO HISTORICO COM VIGENCIA
      *    HOJE.
       0210-INCLUIR.
           IF WRK-QT-PRODUTOS >= WRK-LIMITE-PRODUTOS
               DISPLAY 'TABELA DE PRODUTOS CHEIA - NADA GRAVADO'
           ELSE
               PERFORM 0255-LER-CODIGO
               PERFORM 0265-LOCALIZAR-PRODUTO
               IF WRK-CODIGO = SPACES
                   DISPLAY 'CODIGO OBRIGATORIO - NADA GRAVADO'
               ELSE
               IF REGISTRO-ACHADO
                   DISPLAY 'PRODUTO ' WRK-CODIGO ' JA CADASTRADO - '
                       'NADA GRAVADO'
               ELSE
                   PERFORM 0250-LER-DADOS
                   IF WRK-CLASSE = SPACES
                       MOVE 'MER' TO WRK-CLASSE
                   END-IF
                   DISPLAY 'PRECO DE VENDA (SOMENTE NUMEROS, 2 '
                       'DECIMAIS) ...'
                   ACCEPT WRK-PRECO FROM CONSOLE
                   IF WRK-DESCRICAO = SPACES
                       DISPLAY 'DESCRICAO OBRIGATORIA - NADA GRAVADO'
                   ELSE
                   IF NOT CLASSE-VALIDA
                       DISPLAY 'CLASSE FISCAL DEVE SER MER OU SRV - '
                           'NADA GRAVADO'
                   ELSE
                   IF WRK-PRECO NOT > ZEROS
                       DISPLAY 'PRECO DEVE SER MAIOR QUE ZERO - '
                           'NADA GRAVADO'
                   ELSE
                       ADD 1 TO WRK-QT-PRODUTOS
                       SET IX-PROD TO WRK-QT-PRODUTOS
                       SET WRK-IX-PROD TO IX-PROD
                       MOVE WRK-CODIGO    TO TB-PROD-CODIGO (IX-PROD)
                       MOVE WRK-DESCRICAO
                           TO TB-PROD-DESCRICAO (IX-PROD)
                       MOVE WRK-PONTO     TO TB-PROD-PONTO (IX-PROD)
                       MOVE WRK-CLASSE    TO TB-PROD-CLASSE (IX-PROD)
                       MOVE SPACES        TO TB-PROD-ABC (IX-PROD)
                       MOVE ZEROS         TO TB-PROD-PRECO (IX-PROD)
                       MOVE 'A'        TO TB-PROD-SITUACAO (IX-PROD)
                       MOVE SPACES TO WRK-DESCRICAO-ANTES
                           WRK-SITUACAO-ANTES WRK-CLASSE-ANTES
                       MOVE ZEROS TO WRK-PRECO-ANTES WRK-PONTO-ANTES
                       MOVE WRK-DATA TO WRK-VIGENCIA
                       PERFORM 0270-GRAVAR-PRECO-HIST
                       MOVE 'S' TO WRK-ALTERADO
                       MOVE 'INCLUSAO' TO WRK-ACAO
                       PERFORM 0280-GRAVAR-AUDITORIA
                       DISPLAY 'PRODUTO ' WRK-CODIGO ' INCLUIDO'
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    A ALTERACAO COMUM NAO MEXE NO PRECO; PRECO SO MUDA PELA
      *    OPCAO P, QUE EXIGE A VIGENCIA.
       0220-ALTERAR.
           PERFORM 0255-LER-CODIGO.
           PERFORM 0265-LOCALIZAR-PRODUTO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'PRODUTO ' WRK-CODIGO ' NAO CADASTRADO'
           ELSE
               PERFORM 0275-GUARDAR-ANTES
               SET IX-PROD TO WRK-IX-PROD
               DISPLAY 'DESCRICAO ATUAL: ' TB-PROD-DESCRICAO (IX-PROD)
                   ' PONTO ' TB-PROD-PONTO (IX-PROD)
                   ' CLASSE ' TB-PROD-CLASSE (IX-PROD)
               PERFORM 0250-LER-DADOS
               SET IX-PROD TO WRK-IX-PROD
               IF WRK-CLASSE = SPACES
                   MOVE TB-PROD-CLASSE (IX-PROD) TO WRK-CLASSE
               END-IF
               IF WRK-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO OBRIGATORIA - NADA GRAVADO'
               ELSE
               IF NOT CLASSE-VALIDA
                   DISPLAY 'CLASSE FISCAL DEVE SER MER OU SRV - '
                       'NADA GRAVADO'
               ELSE
                   MOVE WRK-DESCRICAO TO TB-PROD-DESCRICAO (IX-PROD)
                   MOVE WRK-PONTO     TO TB-PROD-PONTO (IX-PROD)
                   MOVE WRK-CLASSE    TO TB-PROD-CLASSE (IX-PROD)
                   MOVE ZEROS TO WRK-VIGENCIA
                   MOVE 'S' TO WRK-ALTERADO
                   MOVE 'ALTERACAO' TO WRK-ACAO
                   PERFORM 0280-GRAVAR-AUDITORIA
                   DISPLAY 'PRODUTO ' WRK-CODIGO ' ALTERADO'
               END-IF
               END-IF
           END-IF.

      *    O PRECO NOVO VALE A PARTIR DA VIGENCIA INFORMADA (ZERO =
      *    HOJE). VIGENCIA FUTURA E RECUSADA (O PROD-PRECO TEM QUE
      *    SER O PRECO DE HOJE) E VIGENCIA ANTERIOR A ULTIMA DO
      *    PRODUTO TAMBEM (O HISTORICO SO CRESCE PARA A FRENTE).
       0225-ALTERAR-PRECO.
           PERFORM 0255-LER-CODIGO.
           PERFORM 0265-LOCALIZAR-PRODUTO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'PRODUTO ' WRK-CODIGO ' NAO CADASTRADO'
           ELSE
               PERFORM 0275-GUARDAR-ANTES
               SET IX-PROD TO WRK-IX-PROD
               MOVE TB-PROD-PRECO (IX-PROD) TO WRK-PRECO-ED
               DISPLAY 'PRECO ATUAL: ' WRK-PRECO-ED
                   ' ULTIMA VIGENCIA: ' TB-PROD-VIGENCIA (IX-PROD)
               DISPLAY 'PRECO NOVO (SOMENTE NUMEROS, 2 DECIMAIS) ...'
               ACCEPT WRK-PRECO FROM CONSOLE
               DISPLAY 'VIGENCIA (AAAAMMDD, ZERO = HOJE) ...'
               ACCEPT WRK-VIGENCIA FROM CONSOLE
               IF WRK-VIGENCIA = ZEROS
                   MOVE WRK-DATA TO WRK-VIGENCIA
               END-IF
               PERFORM 0260-VALIDAR-VIGENCIA
               IF WRK-PRECO NOT > ZEROS
                   DISPLAY 'PRECO DEVE SER MAIOR QUE ZERO - '
                       'NADA GRAVADO'
               ELSE
               IF VIGENCIA-VALIDA
                   PERFORM 0270-GRAVAR-PRECO-HIST
                   MOVE 'S' TO WRK-ALTERADO
                   MOVE 'PRECO' TO WRK-ACAO
                   PERFORM 0280-GRAVAR-AUDITORIA
                   DISPLAY 'PRECO DO PRODUTO ' WRK-CODIGO
                       ' ALTERADO A PARTIR DE ' WRK-VIGENCIA
               END-IF
               END-IF
           END-IF.

      *    PRODUTO DESATIVADO CONTINUA NO CADASTRO (AS VENDAS E OS
      *    PEDIDOS JA FEITOS SEGUEM SENDO PROCESSADOS), MAS A
      *    DIGITACAO (SALENTRY) RECUSA VENDA NOVA E O POMAINT
      *    RECUSA PEDIDO NOVO.
       0230-DESATIVAR.
           PERFORM 0255-LER-CODIGO.
           PERFORM 0265-LOCALIZAR-PRODUTO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'PRODUTO ' WRK-CODIGO ' NAO CADASTRADO'
           ELSE
               PERFORM 0275-GUARDAR-ANTES
               SET IX-PROD TO WRK-IX-PROD
               MOVE 'I' TO TB-PROD-SITUACAO (IX-PROD)
               MOVE ZEROS TO WRK-VIGENCIA
               MOVE 'S' TO WRK-ALTERADO
               MOVE 'DESATIVA' TO WRK-ACAO
               PERFORM 0280-GRAVAR-AUDITORIA
               DISPLAY 'PRODUTO ' WRK-CODIGO ' DESATIVADO'
           END-IF.

       0235-REATIVAR.
           PERFORM 0255-LER-CODIGO.
           PERFORM 0265-LOCALIZAR-PRODUTO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'PRODUTO ' WRK-CODIGO ' NAO CADASTRADO'
           ELSE
               PERFORM 0275-GUARDAR-ANTES
               SET IX-PROD TO WRK-IX-PROD
               MOVE 'A' TO TB-PROD-SITUACAO (IX-PROD)
               MOVE ZEROS TO WRK-VIGENCIA
               MOVE 'S' TO WRK-ALTERADO
               MOVE 'REATIVA' TO WRK-ACAO
               PERFORM 0280-GRAVAR-AUDITORIA
               DISPLAY 'PRODUTO ' WRK-CODIGO ' REATIVADO'
           END-IF.

       0240-LISTAR.
           DISPLAY '------- PRODUTOS CADASTRADOS -------'.
           PERFORM 0241-LISTAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS.

       0241-LISTAR-PRODUTO.
           MOVE TB-PROD-PRECO (IX-PROD) TO WRK-PRECO-ED.
           DISPLAY TB-PROD-CODIGO (IX-PROD) ' '
               TB-PROD-DESCRICAO (IX-PROD) ' '
               WRK-PRECO-ED ' DESDE '
               TB-PROD-VIGENCIA (IX-PROD) ' PONTO '
               TB-PROD-PONTO (IX-PROD) ' '
               TB-PROD-CLASSE (IX-PROD) ' '
               TB-PROD-SITUACAO (IX-PROD).

       0250-LER-DADOS.
           DISPLAY 'DESCRICAO ...'.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'PONTO DE REPOSICAO ...'.
           ACCEPT WRK-PONTO FROM CONSOLE.
           DISPLAY 'CLASSE FISCAL (MER=MERCADORIA, SRV=SERVICO; '
               'BRANCO = MANTER/MER) ...'.
           ACCEPT WRK-CLASSE FROM CONSOLE.

       0255-LER-CODIGO.
           DISPLAY 'CODIGO DO PRODUTO ...'.
           ACCEPT WRK-CODIGO FROM CONSOLE.

       0260-VALIDAR-VIGENCIA.
           MOVE 'S' TO WRK-VIGENCIA-OK.
           SET IX-PROD TO WRK-IX-PROD.
           IF WRK-VIGENCIA IS NOT NUMERIC
              OR WRK-VIG-MES < 1 OR WRK-VIG-MES > 12
              OR WRK-VIG-DIA < 1 OR WRK-VIG-DIA > 31
               MOVE 'N' TO WRK-VIGENCIA-OK
               DISPLAY 'VIGENCIA INVALIDA - NADA GRAVADO'
           ELSE
           IF WRK-VIGENCIA > WRK-DATA
               MOVE 'N' TO WRK-VIGENCIA-OK
               DISPLAY 'VIGENCIA FUTURA NAO PERMITIDA - NADA GRAVADO'
           ELSE
           IF WRK-VIGENCIA < TB-PROD-VIGENCIA (IX-PROD)
               MOVE 'N' TO WRK-VIGENCIA-OK
               DISPLAY 'VIGENCIA ANTERIOR A ULTIMA ALTERACAO ('
                   TB-PROD-VIGENCIA (IX-PROD) ') - NADA GRAVADO'
           END-IF
           END-IF
           END-IF.

       0265-LOCALIZAR-PRODUTO.
           MOVE 'N' TO WRK-REGISTRO-ACHADO.
           MOVE ZEROS TO WRK-IX-PROD.
           PERFORM 0266-PROCURAR-PRODUTO
               VARYING IX-PROD FROM 1 BY 1
               UNTIL IX-PROD > WRK-QT-PRODUTOS OR REGISTRO-ACHADO.

       0266-PROCURAR-PRODUTO.
           IF TB-PROD-CODIGO (IX-PROD) = WRK-CODIGO
               MOVE 'S' TO WRK-REGISTRO-ACHADO
               SET WRK-IX-PROD TO IX-PROD
           END-IF.

      *    A LINHA DO HISTORICO GUARDA O PRECO QUE ESTAVA EM VIGOR
      *    (ZERO NA INCLUSAO) E SO DEPOIS O CADASTRO RECEBE O NOVO.
       0270-GRAVAR-PRECO-HIST.
           SET IX-PROD TO WRK-IX-PROD.
           INITIALIZE PRICE-HISTORY-RECORD.
           MOVE TB-PROD-CODIGO (IX-PROD) TO PRH-CODIGO.
           MOVE WRK-VIGENCIA             TO PRH-DATA-VIGENCIA.
           MOVE WRK-PRECO                TO PRH-PRECO.
           MOVE TB-PROD-PRECO (IX-PROD)  TO PRH-PRECO-ANTERIOR.
           MOVE WRK-DATA                 TO PRH-DATA-REGISTRO.
           MOVE WRK-USUARIO              TO PRH-USUARIO.
           WRITE PRICE-HISTORY-RECORD.
           MOVE WRK-PRECO    TO TB-PROD-PRECO (IX-PROD).
           MOVE WRK-VIGENCIA TO TB-PROD-VIGENCIA (IX-PROD).

       0275-GUARDAR-ANTES.
           SET IX-PROD TO WRK-IX-PROD.
           MOVE TB-PROD-DESCRICAO (IX-PROD) TO WRK-DESCRICAO-ANTES.
           MOVE TB-PROD-PRECO (IX-PROD)     TO WRK-PRECO-ANTES.
           MOVE TB-PROD-PONTO (IX-PROD)     TO WRK-PONTO-ANTES.
           MOVE TB-PROD-SITUACAO (IX-PROD)  TO WRK-SITUACAO-ANTES.
           MOVE TB-PROD-CLASSE (IX-PROD)    TO WRK-CLASSE-ANTES.

       0280-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORA FROM TIME.
           SET IX-PROD TO WRK-IX-PROD.
           INITIALIZE PRODUCT-AUDIT-RECORD.
           MOVE TB-PROD-CODIGO (IX-PROD)    TO PAUD-CODIGO.
           MOVE WRK-ACAO                    TO PAUD-ACAO.
           MOVE WRK-DESCRICAO-ANTES         TO PAUD-DESCRICAO-ANTES.
           MOVE WRK-PRECO-ANTES             TO PAUD-PRECO-ANTES.
           MOVE WRK-PONTO-ANTES             TO PAUD-PONTO-ANTES.
           MOVE WRK-SITUACAO-ANTES          TO PAUD-SITUACAO-ANTES.
           MOVE TB-PROD-DESCRICAO (IX-PROD) TO PAUD-DESCRICAO-DEPOIS.
           MOVE TB-PROD-PRECO (IX-PROD)     TO PAUD-PRECO-DEPOIS.
           MOVE TB-PROD-PONTO (IX-PROD)     TO PAUD-PONTO-DEPOIS.
           MOVE TB-PROD-SITUACAO (IX-PROD)  TO PAUD-SITUACAO-DEPOIS.
           MOVE WRK-VIGENCIA                TO PAUD-VIGENCIA.
           MOVE WRK-DATA                    TO PAUD-DATA.
           MOVE WRK-HORA                    TO PAUD-HORA.
           MOVE WRK-USUARIO                 TO PAUD-USUARIO.
           MOVE WRK-CLASSE-ANTES            TO PAUD-CLASSE-ANTES.
           MOVE TB-PROD-CLASSE (IX-PROD)    TO PAUD-CLASSE-DEPOIS.
           WRITE PRODUCT-AUDIT-RECORD.

      *    O CADASTRO SO E REGRAVADO QUANDO ALGO MUDOU; UMA SESSAO
      *    SO DE CONSULTA NAO TOCA NO ARQUIVO.
       0300-FINALIZAR.
           CLOSE PRODUCT-AUDIT-FILE.
           CLOSE PRICE-HISTORY-FILE.
           IF CADASTRO-ALTERADO
               OPEN OUTPUT PRODUCT-MASTER-FILE
               PERFORM 0310-GRAVAR-PRODUTO
                   VARYING IX-PROD FROM 1 BY 1
                   UNTIL IX-PROD > WRK-QT-PRODUTOS
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           DISPLAY 'FIM DA MANUTENCAO DE PRODUTOS'.

       0310-GRAVAR-PRODUTO.
           INITIALIZE PRODUCT-MASTER-RECORD.
           MOVE TB-PROD-CODIGO (IX-PROD)    TO PROD-CODIGO.
           MOVE TB-PROD-DESCRICAO (IX-PROD) TO PROD-DESCRICAO.
           MOVE TB-PROD-PRECO (IX-PROD)     TO PROD-PRECO.
           MOVE TB-PROD-PONTO (IX-PROD)     TO PROD-PONTO-REPOSICAO.
           MOVE TB-PROD-SITUACAO (IX-PROD)  TO PROD-SITUACAO.
           MOVE TB-PROD-CLASSE (IX-PROD)    TO PROD-CLASSE-FISCAL.
           MOVE TB-PROD-ABC (IX-PROD)       TO PROD-CLASSE-ABC.
           WRITE PRODUCT-MASTER-RECORD.

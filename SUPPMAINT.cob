       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMAINT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: MANUTENCAO DO CADASTRO DE FORNECEDORES
      *              (SUPPMAST) NO MOLDE DO CUSTMAINT: INCLUSAO,
      *              ALTERACAO, BLOQUEIO/DESBLOQUEIO E LISTAGEM POR
      *              CODIGO, COM O CNPJ CONFERIDO PELA ROTINA
      *              CNPJVALD E DUPLICIDADE DE CNPJ RECUSADA. O
      *              PEDIDO DE COMPRA (POMAINT) PASSA A EXIGIR UM
      *              FORNECEDOR ATIVO DESTE CADASTRO, E O RELATORIO
      *              DE ATRASOS (POREPORT) MOSTRA A QUEM COBRAR.
      *              TODA ACAO VAI PARA A TRILHA DE AUDITORIA
      *              (SUPPAUD) COM OS VALORES ANTES/DEPOIS E O
      *              OPERADOR DA SESSAO (OPERRTN).
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  DADOS BANCARIOS DO FORNECEDOR (BANCO,
      *                     AGENCIA E CONTA) PARA A REMESSA DE
      *                     PAGAMENTO DO CONTAS A PAGAR.
      *    15/10/2026  LCW  PRAZO DE ENTREGA DO FORNECEDOR, USADO
      *                     PELA SUGESTAO DE COMPRA (POSUGGST).
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO 'SUPPMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORN-STATUS.

           SELECT SUPPLIER-AUDIT-FILE ASSIGN TO 'SUPPAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER-FILE.
           COPY 'SUPPMAST.cob'.

       FD  SUPPLIER-AUDIT-FILE.
       01  SUPPLIER-AUDIT-RECORD.
           02  FAUD-CODIGO            PIC 9(06).
           02  FAUD-SEP1              PIC X(02).
           02  FAUD-ACAO              PIC X(10).
           02  FAUD-SEP2              PIC X(02).
           02  FAUD-RAZAO-ANTES       PIC X(30).
           02  FAUD-SEP3              PIC X(02).
           02  FAUD-CNPJ-ANTES        PIC X(14).
           02  FAUD-SEP4              PIC X(02).
           02  FAUD-PRAZO-ANTES       PIC 9(03).
           02  FAUD-SEP5              PIC X(02).
           02  FAUD-SITUACAO-ANTES    PIC X(01).
           02  FAUD-SEP6              PIC X(02).
           02  FAUD-RAZAO-DEPOIS      PIC X(30).
           02  FAUD-SEP7              PIC X(02).
           02  FAUD-CNPJ-DEPOIS       PIC X(14).
           02  FAUD-SEP8              PIC X(02).
           02  FAUD-PRAZO-DEPOIS      PIC 9(03).
           02  FAUD-SEP9              PIC X(02).
           02  FAUD-SITUACAO-DEPOIS   PIC X(01).
           02  FAUD-SEP10             PIC X(02).
           02  FAUD-DATA              PIC 9(08).
           02  FAUD-SEP11             PIC X(02).
           02  FAUD-HORA              PIC 9(08).
           02  FAUD-SEP12             PIC X(02).
           02  FAUD-USUARIO           PIC X(20).

       WORKING-STORAGE SECTION.
       77  WRK-FORN-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-AUDIT-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-FORN-EOF               PIC X(01) VALUE 'N'.
           88  FIM-FORNECEDORES                 VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR                    VALUE 'I'.
           88  OPCAO-ALTERAR                    VALUE 'A'.
           88  OPCAO-BLOQUEAR                   VALUE 'X'.
           88  OPCAO-DESBLOQUEAR                VALUE 'D'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.

      *    O CADASTRO INTEIRO E CARREGADO EM TABELA, ALTERADO EM
      *    MEMORIA E REGRAVADO NA SAIDA, COMO FAZ O CUSTMAINT.
       01  TB-FORNECEDORES-TABELA.
           02  TB-FORNECEDOR OCCURS 200 TIMES INDEXED BY IX-FORN.
               03  TB-FORN-CODIGO     PIC 9(06).
               03  TB-FORN-RAZAO      PIC X(30).
               03  TB-FORN-CNPJ       PIC X(14).
               03  TB-FORN-CONTATO    PIC X(20).
               03  TB-FORN-TELEFONE   PIC X(11).
               03  TB-FORN-PRAZO      PIC 9(03).
               03  TB-FORN-SITUACAO   PIC X(01).
               03  TB-FORN-BANCO      PIC 9(03).
               03  TB-FORN-AGENCIA    PIC 9(04).
               03  TB-FORN-CONTA      PIC 9(08).
               03  TB-FORN-ENTREGA    PIC 9(03).
       77  WRK-QT-FORNECEDORES        PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-FORNECEDORES    PIC 9(03) VALUE 200.
       77  WRK-IX-FORN                PIC 9(03) VALUE ZEROS.
       77  WRK-REGISTRO-ACHADO        PIC X(01) VALUE 'N'.
           88  REGISTRO-ACHADO                  VALUE 'S'.
       77  WRK-MAIOR-CODIGO           PIC 9(06) VALUE ZEROS.

       77  WRK-CODIGO                 PIC 9(06) VALUE ZEROS.
       77  WRK-RAZAO                  PIC X(30) VALUE SPACES.
       77  WRK-CNPJ                   PIC X(14) VALUE SPACES.
       77  WRK-CONTATO                PIC X(20) VALUE SPACES.
       77  WRK-TELEFONE               PIC X(11) VALUE SPACES.
       77  WRK-PRAZO                  PIC 9(03) VALUE ZEROS.
       77  WRK-BANCO                  PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA                PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA                  PIC 9(08) VALUE ZEROS.
       77  WRK-ENTREGA                PIC 9(03) VALUE ZEROS.
       77  WRK-CNPJ-VALIDO            PIC X(01) VALUE 'S'.
       77  WRK-CNPJ-DUPLICADO         PIC X(01) VALUE 'N'.
           88  CNPJ-DUPLICADO                   VALUE 'S'.
       77  WRK-ACAO                   PIC X(10) VALUE SPACES.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.

      *    VALORES ANTES DA ALTERACAO, PARA A TRILHA DE AUDITORIA
       77  WRK-RAZAO-ANTES            PIC X(30) VALUE SPACES.
       77  WRK-CNPJ-ANTES             PIC X(14) VALUE SPACES.
       77  WRK-PRAZO-ANTES            PIC 9(03) VALUE ZEROS.
       77  WRK-SITUACAO-ANTES         PIC X(01) VALUE SPACES.

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
           PERFORM 0110-CARREGAR-FORNECEDORES.
           PERFORM 0120-ABRIR-AUDITORIA.
           PERFORM 0130-EXIBIR-MENU.

       0110-CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WRK-FORN-STATUS = '35'
               MOVE 'S' TO WRK-FORN-EOF
           ELSE
               READ SUPPLIER-MASTER-FILE
                   AT END MOVE 'S' TO WRK-FORN-EOF
               END-READ
               PERFORM 0111-LER-FORNECEDOR UNTIL FIM-FORNECEDORES
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       0111-LER-FORNECEDOR.
           IF WRK-QT-FORNECEDORES < WRK-LIMITE-FORNECEDORES
               ADD 1 TO WRK-QT-FORNECEDORES
               SET IX-FORN TO WRK-QT-FORNECEDORES
               MOVE FORN-CODIGO       TO TB-FORN-CODIGO (IX-FORN)
               MOVE FORN-RAZAO-SOCIAL TO TB-FORN-RAZAO (IX-FORN)
               MOVE FORN-CNPJ         TO TB-FORN-CNPJ (IX-FORN)
               MOVE FORN-CONTATO      TO TB-FORN-CONTATO (IX-FORN)
               MOVE FORN-TELEFONE     TO TB-FORN-TELEFONE (IX-FORN)
               IF FORN-PRAZO-PAGTO IS NUMERIC
                   MOVE FORN-PRAZO-PAGTO TO TB-FORN-PRAZO (IX-FORN)
               ELSE
                   MOVE ZEROS TO TB-FORN-PRAZO (IX-FORN)
               END-IF
               IF FORN-SITUACAO = 'B'
                   MOVE 'B' TO TB-FORN-SITUACAO (IX-FORN)
               ELSE
                   MOVE 'A' TO TB-FORN-SITUACAO (IX-FORN)
               END-IF
               IF FORN-BANCO IS NUMERIC
                  AND FORN-AGENCIA IS NUMERIC
                  AND FORN-CONTA IS NUMERIC
                   MOVE FORN-BANCO   TO TB-FORN-BANCO (IX-FORN)
                   MOVE FORN-AGENCIA TO TB-FORN-AGENCIA (IX-FORN)
                   MOVE FORN-CONTA   TO TB-FORN-CONTA (IX-FORN)
               ELSE
                   MOVE ZEROS TO TB-FORN-BANCO (IX-FORN)
                       TB-FORN-AGENCIA (IX-FORN)
                       TB-FORN-CONTA (IX-FORN)
               END-IF
               IF FORN-PRAZO-ENTREGA IS NUMERIC
                   MOVE FORN-PRAZO-ENTREGA
                       TO TB-FORN-ENTREGA (IX-FORN)
               ELSE
                   MOVE ZEROS TO TB-FORN-ENTREGA (IX-FORN)
               END-IF
               IF FORN-CODIGO > WRK-MAIOR-CODIGO
                   MOVE FORN-CODIGO TO WRK-MAIOR-CODIGO
               END-IF
           END-IF.
           READ SUPPLIER-MASTER-FILE
               AT END MOVE 'S' TO WRK-FORN-EOF
           END-READ.

      *    UM ARQUIVO DE AUDITORIA EM LINE SEQUENTIAL PRECISA
      *    EXISTIR ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A
      *    PRIMEIRA EXECUCAO, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
       0120-ABRIR-AUDITORIA.
           OPEN EXTEND SUPPLIER-AUDIT-FILE.
           IF WRK-AUDIT-STATUS = '35'
               OPEN OUTPUT SUPPLIER-AUDIT-FILE
               CLOSE SUPPLIER-AUDIT-FILE
               OPEN EXTEND SUPPLIER-AUDIT-FILE
           END-IF.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== MANUTENCAO DO CADASTRO DE FORNECEDORES ===='.
           DISPLAY ' I - INCLUIR FORNECEDOR'.
           DISPLAY ' A - ALTERAR FORNECEDOR'.
           DISPLAY ' X - BLOQUEAR FORNECEDOR'.
           DISPLAY ' D - DESBLOQUEAR FORNECEDOR'.
           DISPLAY ' L - LISTAR FORNECEDORES'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR
               WHEN OPCAO-BLOQUEAR
                   PERFORM 0230-BLOQUEAR
               WHEN OPCAO-DESBLOQUEAR
                   PERFORM 0235-DESBLOQUEAR
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

      *    O CODIGO DO FORNECEDOR NOVO E O MAIOR EXISTENTE MAIS UM,
      *    COMO NO CADASTRO DE CLIENTES.
       0210-INCLUIR.
           IF WRK-QT-FORNECEDORES >= WRK-LIMITE-FORNECEDORES
               DISPLAY 'TABELA DE FORNECEDORES CHEIA - NADA GRAVADO'
           ELSE
               MOVE ZEROS TO WRK-CODIGO
               PERFORM 0250-LER-DADOS
               IF WRK-RAZAO = SPACES
                   DISPLAY 'RAZAO SOCIAL OBRIGATORIA - NADA GRAVADO'
               ELSE
                   PERFORM 0260-VALIDAR-CNPJ
                   IF WRK-CNPJ-VALIDO = 'S' AND NOT CNPJ-DUPLICADO
                       ADD 1 TO WRK-MAIOR-CODIGO
                       ADD 1 TO WRK-QT-FORNECEDORES
                       SET IX-FORN TO WRK-QT-FORNECEDORES
                       SET WRK-IX-FORN TO IX-FORN
                       MOVE WRK-MAIOR-CODIGO
                           TO TB-FORN-CODIGO (IX-FORN)
                       PERFORM 0270-GRAVAR-DADOS-TABELA
                       MOVE 'A' TO TB-FORN-SITUACAO (IX-FORN)
                       MOVE 'S' TO WRK-ALTERADO
                       MOVE SPACES TO WRK-RAZAO-ANTES
                           WRK-CNPJ-ANTES WRK-SITUACAO-ANTES
                       MOVE ZEROS TO WRK-PRAZO-ANTES
                       MOVE 'INCLUSAO' TO WRK-ACAO
                       MOVE WRK-MAIOR-CODIGO TO WRK-CODIGO
                       PERFORM 0280-GRAVAR-AUDITORIA
                       DISPLAY 'FORNECEDOR ' WRK-MAIOR-CODIGO
                           ' INCLUIDO'
                   END-IF
               END-IF
           END-IF.

       0220-ALTERAR.
           PERFORM 0255-LER-CODIGO.
           PERFORM 0265-LOCALIZAR-FORNECEDOR.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'FORNECEDOR ' WRK-CODIGO ' NAO CADASTRADO'
           ELSE
               PERFORM 0275-GUARDAR-ANTES
               SET IX-FORN TO WRK-IX-FORN
               DISPLAY 'RAZAO SOCIAL ATUAL: ' TB-FORN-RAZAO (IX-FORN)
               PERFORM 0250-LER-DADOS
               IF WRK-RAZAO = SPACES
                   DISPLAY 'RAZAO SOCIAL OBRIGATORIA - NADA GRAVADO'
               ELSE
                   PERFORM 0260-VALIDAR-CNPJ
                   IF WRK-CNPJ-VALIDO = 'S' AND NOT CNPJ-DUPLICADO
                       PERFORM 0270-GRAVAR-DADOS-TABELA
                       MOVE 'S' TO WRK-ALTERADO
                       MOVE 'ALTERACAO' TO WRK-ACAO
                       PERFORM 0280-GRAVAR-AUDITORIA
                       DISPLAY 'FORNECEDOR ' WRK-CODIGO ' ALTERADO'
                   END-IF
               END-IF
           END-IF.

      *    FORNECEDOR BLOQUEADO CONTINUA NO CADASTRO (OS PEDIDOS JA
      *    ABERTOS COM ELE SEGUEM SENDO RECEBIDOS), MAS O POMAINT
      *    RECUSA PEDIDO NOVO PARA ELE.
       0230-BLOQUEAR.
           PERFORM 0255-LER-CODIGO.
           PERFORM 0265-LOCALIZAR-FORNECEDOR.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'FORNECEDOR ' WRK-CODIGO ' NAO CADASTRADO'
           ELSE
               PERFORM 0275-GUARDAR-ANTES
               SET IX-FORN TO WRK-IX-FORN
               MOVE 'B' TO TB-FORN-SITUACAO (IX-FORN)
               MOVE 'S' TO WRK-ALTERADO
               MOVE 'BLOQUEIO' TO WRK-ACAO
               PERFORM 0280-GRAVAR-AUDITORIA
               DISPLAY 'FORNECEDOR ' WRK-CODIGO ' BLOQUEADO'
           END-IF.

       0235-DESBLOQUEAR.
           PERFORM 0255-LER-CODIGO.
           PERFORM 0265-LOCALIZAR-FORNECEDOR.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'FORNECEDOR ' WRK-CODIGO ' NAO CADASTRADO'
           ELSE
               PERFORM 0275-GUARDAR-ANTES
               SET IX-FORN TO WRK-IX-FORN
               MOVE 'A' TO TB-FORN-SITUACAO (IX-FORN)
               MOVE 'S' TO WRK-ALTERADO
               MOVE 'DESBLOQUEI' TO WRK-ACAO
               PERFORM 0280-GRAVAR-AUDITORIA
               DISPLAY 'FORNECEDOR ' WRK-CODIGO ' DESBLOQUEADO'
           END-IF.

       0240-LISTAR.
           DISPLAY '------- FORNECEDORES CADASTRADOS -------'.
           PERFORM 0241-LISTAR-FORNECEDOR
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES.

       0241-LISTAR-FORNECEDOR.
           DISPLAY TB-FORN-CODIGO (IX-FORN) ' '
               TB-FORN-RAZAO (IX-FORN) ' '
               TB-FORN-CNPJ (IX-FORN) ' '
               TB-FORN-CONTATO (IX-FORN) ' '
               TB-FORN-PRAZO (IX-FORN) ' DIAS '
               TB-FORN-SITUACAO (IX-FORN) ' ENTREGA '
               TB-FORN-ENTREGA (IX-FORN).

       0250-LER-DADOS.
           DISPLAY 'RAZAO SOCIAL ...'.
           ACCEPT WRK-RAZAO FROM CONSOLE.
           DISPLAY 'CNPJ (14 DIGITOS) ...'.
           ACCEPT WRK-CNPJ FROM CONSOLE.
           DISPLAY 'NOME DO CONTATO ...'.
           ACCEPT WRK-CONTATO FROM CONSOLE.
           DISPLAY 'TELEFONE ...'.
           ACCEPT WRK-TELEFONE FROM CONSOLE.
           DISPLAY 'PRAZO DE PAGAMENTO (DIAS) ...'.
           ACCEPT WRK-PRAZO FROM CONSOLE.
           DISPLAY 'BANCO (3 DIGITOS) ...'.
           ACCEPT WRK-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA (4 DIGITOS) ...'.
           ACCEPT WRK-AGENCIA FROM CONSOLE.
           DISPLAY 'CONTA CORRENTE (8 DIGITOS) ...'.
           ACCEPT WRK-CONTA FROM CONSOLE.
           DISPLAY 'PRAZO DE ENTREGA (DIAS) ...'.
           ACCEPT WRK-ENTREGA FROM CONSOLE.

       0255-LER-CODIGO.
           DISPLAY 'CODIGO DO FORNECEDOR ...'.
           ACCEPT WRK-CODIGO FROM CONSOLE.

      *    CNPJ TEM QUE PASSAR NA CNPJVALD E NAO PODE JA EXISTIR EM
      *    OUTRO FORNECEDOR.
       0260-VALIDAR-CNPJ.
           CALL 'CNPJVALD' USING WRK-CNPJ WRK-CNPJ-VALIDO
           END-CALL.
           IF WRK-CNPJ-VALIDO NOT = 'S'
               DISPLAY 'CNPJ INVALIDO - NADA GRAVADO'
           END-IF.
           MOVE 'N' TO WRK-CNPJ-DUPLICADO.
           PERFORM 0261-TESTAR-CNPJ
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES OR CNPJ-DUPLICADO.
           IF CNPJ-DUPLICADO
               DISPLAY 'CNPJ JA CADASTRADO EM OUTRO FORNECEDOR - '
                   'NADA GRAVADO'
           END-IF.

       0261-TESTAR-CNPJ.
           IF TB-FORN-CNPJ (IX-FORN) = WRK-CNPJ
              AND TB-FORN-CODIGO (IX-FORN) NOT = WRK-CODIGO
               MOVE 'S' TO WRK-CNPJ-DUPLICADO
           END-IF.

       0265-LOCALIZAR-FORNECEDOR.
           MOVE 'N' TO WRK-REGISTRO-ACHADO.
           MOVE ZEROS TO WRK-IX-FORN.
           PERFORM 0266-PROCURAR-FORNECEDOR
               VARYING IX-FORN FROM 1 BY 1
               UNTIL IX-FORN > WRK-QT-FORNECEDORES OR REGISTRO-ACHADO.

       0266-PROCURAR-FORNECEDOR.
           IF TB-FORN-CODIGO (IX-FORN) = WRK-CODIGO
               MOVE 'S' TO WRK-REGISTRO-ACHADO
               SET WRK-IX-FORN TO IX-FORN
           END-IF.

       0270-GRAVAR-DADOS-TABELA.
           SET IX-FORN TO WRK-IX-FORN.
           MOVE WRK-RAZAO    TO TB-FORN-RAZAO (IX-FORN).
           MOVE WRK-CNPJ     TO TB-FORN-CNPJ (IX-FORN).
           MOVE WRK-CONTATO  TO TB-FORN-CONTATO (IX-FORN).
           MOVE WRK-TELEFONE TO TB-FORN-TELEFONE (IX-FORN).
           MOVE WRK-PRAZO    TO TB-FORN-PRAZO (IX-FORN).
           MOVE WRK-BANCO    TO TB-FORN-BANCO (IX-FORN).
           MOVE WRK-AGENCIA  TO TB-FORN-AGENCIA (IX-FORN).
           MOVE WRK-CONTA    TO TB-FORN-CONTA (IX-FORN).
           MOVE WRK-ENTREGA  TO TB-FORN-ENTREGA (IX-FORN).

       0275-GUARDAR-ANTES.
           SET IX-FORN TO WRK-IX-FORN.
           MOVE TB-FORN-RAZAO (IX-FORN)    TO WRK-RAZAO-ANTES.
           MOVE TB-FORN-CNPJ (IX-FORN)     TO WRK-CNPJ-ANTES.
           MOVE TB-FORN-PRAZO (IX-FORN)    TO WRK-PRAZO-ANTES.
           MOVE TB-FORN-SITUACAO (IX-FORN) TO WRK-SITUACAO-ANTES.

       0280-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORA FROM TIME.
           SET IX-FORN TO WRK-IX-FORN.
           INITIALIZE SUPPLIER-AUDIT-RECORD.
           MOVE TB-FORN-CODIGO (IX-FORN)   TO FAUD-CODIGO.
           MOVE WRK-ACAO                   TO FAUD-ACAO.
           MOVE WRK-RAZAO-ANTES            TO FAUD-RAZAO-ANTES.
           MOVE WRK-CNPJ-ANTES             TO FAUD-CNPJ-ANTES.
           MOVE WRK-PRAZO-ANTES            TO FAUD-PRAZO-ANTES.
           MOVE WRK-SITUACAO-ANTES         TO FAUD-SITUACAO-ANTES.
           MOVE TB-FORN-RAZAO (IX-FORN)    TO FAUD-RAZAO-DEPOIS.
           MOVE TB-FORN-CNPJ (IX-FORN)     TO FAUD-CNPJ-DEPOIS.
           MOVE TB-FORN-PRAZO (IX-FORN)    TO FAUD-PRAZO-DEPOIS.
           MOVE TB-FORN-SITUACAO (IX-FORN) TO FAUD-SITUACAO-DEPOIS.
           MOVE WRK-DATA                   TO FAUD-DATA.
           MOVE WRK-HORA                   TO FAUD-HORA.
           MOVE WRK-USUARIO                TO FAUD-USUARIO.
           WRITE SUPPLIER-AUDIT-RECORD.

      *    O CADASTRO SO E REGRAVADO QUANDO ALGO MUDOU; UMA SESSAO
      *    SO DE CONSULTA NAO TOCA NO ARQUIVO.
       0300-FINALIZAR.
           CLOSE SUPPLIER-AUDIT-FILE.
           IF CADASTRO-ALTERADO
               OPEN OUTPUT SUPPLIER-MASTER-FILE
               PERFORM 0310-GRAVAR-FORNECEDOR
                   VARYING IX-FORN FROM 1 BY 1
                   UNTIL IX-FORN > WRK-QT-FORNECEDORES
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.
           DISPLAY 'FIM DA MANUTENCAO DE FORNECEDORES'.

       0310-GRAVAR-FORNECEDOR.
           INITIALIZE SUPPLIER-MASTER-RECORD.
           MOVE TB-FORN-CODIGO (IX-FORN)   TO FORN-CODIGO.
           MOVE TB-FORN-RAZAO (IX-FORN)    TO FORN-RAZAO-SOCIAL.
           MOVE TB-FORN-CNPJ (IX-FORN)     TO FORN-CNPJ.
           MOVE TB-FORN-CONTATO (IX-FORN)  TO FORN-CONTATO.
           MOVE TB-FORN-TELEFONE (IX-FORN) TO FORN-TELEFONE.
           MOVE TB-FORN-PRAZO (IX-FORN)    TO FORN-PRAZO-PAGTO.
           MOVE TB-FORN-SITUACAO (IX-FORN) TO FORN-SITUACAO.
           MOVE TB-FORN-BANCO (IX-FORN)    TO FORN-BANCO.
           MOVE TB-FORN-AGENCIA (IX-FORN)  TO FORN-AGENCIA.
           MOVE TB-FORN-CONTA (IX-FORN)    TO FORN-CONTA.
           MOVE TB-FORN-ENTREGA (IX-FORN)  TO FORN-PRAZO-ENTREGA.
           WRITE SUPPLIER-MASTER-RECORD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPRV.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: APROVACAO DAS MUDANCAS SENSIVEIS DE CADASTRO
      *              RETIDAS NO CHGPEND: SALARIO E CONTA DE CREDITO
      *              DO FUNCIONARIO (EMPMAINT) E LIMITE DE CREDITO
      *              DO CLIENTE (CUSTMAINT). O APROVADOR SE
      *              IDENTIFICA NO CADASTRO DE SEGURANCA (USRSEC),
      *              COM A TENTATIVA GRAVADA NA TRILHA DE ACESSO
      *              (ACCAUD). SALARIO E CONTA EXIGEM A FUNCAO
      *              CHGFOLHA E O LIMITE A FUNCAO CREDAPRV (A MESMA
      *              DA REVISAO DE CREDITO): O NIVEL SUPERVISOR OU
      *              ADM DA O PADRAO E O GRANT DO USRGRANT (ROTINA
      *              GRNTRTN) LIBERA OU NEGA O USUARIO. NINGUEM
      *              DECIDE A PROPRIA MUDANCA. APROVADA, A MUDANCA E
      *              APLICADA NO EMPMAST (JORNAL JRNLRTN, TRILHA
      *              EMPAUD E, NO SALARIO, HISTORICO SALARIAL
      *              SALHIST) OU NO CUSTMAST (TRILHA CUSTMAUD);
      *              RECUSADA, FICA REGISTRADA COM O DECISOR E O
      *              MOTIVO. MUDANCA CUJO VALOR ANTIGO JA NAO
      *              CONFERE COM O CADASTRO NAO E APLICADA.
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
           SELECT USER-SECURITY-FILE ASSIGN TO 'USRSEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USEC-USUARIO
               FILE STATUS IS WRK-USEC-STATUS.

           SELECT ACCESS-AUDIT-FILE ASSIGN TO 'ACCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCAUD-STATUS.

           SELECT SENSITIVE-CHANGE-FILE ASSIGN TO 'CHGPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHG-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT EMPLOYEE-AUDIT-FILE ASSIGN TO 'EMPAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EAUD-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO 'SALHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIS-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO 'CUSTMAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-SECURITY-FILE.
           COPY 'USRSEC.cob'.

       FD  ACCESS-AUDIT-FILE.
       01  ACCESS-AUDIT-RECORD.
           02  AUDIT-USUARIO          PIC X(20).
           02  AUDIT-SEP1             PIC X(02).
           02  AUDIT-NIVEL            PIC 9(02).
           02  AUDIT-SEP2             PIC X(02).
           02  AUDIT-MOTIVO           PIC X(34).
           02  AUDIT-SEP3             PIC X(02).
           02  AUDIT-DATA             PIC 9(08).
           02  AUDIT-SEP4             PIC X(02).
           02  AUDIT-HORA             PIC 9(08).

       FD  SENSITIVE-CHANGE-FILE.
           COPY 'CHGPEND.cob'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       FD  EMPLOYEE-AUDIT-FILE.
           COPY 'EMPAUD.cob'.

       FD  SALARY-HISTORY-FILE.
           COPY 'SALHIST.cob'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  CUSTOMER-AUDIT-FILE.
           COPY 'CUSTMAUD.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-USEC-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ACCAUD-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-SCHG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EAUD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-SHIS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CAUD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
      *    JORNAL DE IMAGENS POSTERIORES (ROTINA JRNLRTN) DO
      *    CADASTRO DE FUNCIONARIOS, BASE DA RECUPERACAO PARA
      *    FRENTE (FWDRECOV)
       77  WRK-JRNL-ARQUIVO           PIC X(08) VALUE 'EMPMAST'.
       77  WRK-JRNL-CHAVE             PIC X(20) VALUE SPACES.
       77  WRK-JRNL-IMAGEM            PIC X(80) VALUE SPACES.

      *    IDENTIFICACAO DO APROVADOR E AS DUAS FUNCOES QUE ELE PODE
      *    TER: CONTA/SALARIO DA FOLHA E LIMITE DE CREDITO
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-SENHA                  PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO-ACESSO          PIC X(34) VALUE SPACES.
       77  WRK-FUNCAO-FOLHA           PIC X(08) VALUE 'CHGFOLHA'.
       77  WRK-FUNCAO-CREDITO         PIC X(08) VALUE 'CREDAPRV'.
       77  WRK-PODE-FOLHA             PIC X(01) VALUE 'N'.
           88  APROVA-FOLHA                     VALUE 'S'.
       77  WRK-PODE-CREDITO           PIC X(01) VALUE 'N'.
           88  APROVA-CREDITO                   VALUE 'S'.
       77  WRK-AUTORIZADO             PIC X(01) VALUE 'N'.
           88  APROVADOR-AUTORIZADO             VALUE 'S'.
       77  WRK-PODE-DECIDIR           PIC X(01) VALUE 'N'.
           88  PODE-DECIDIR                     VALUE 'S'.

      *    O CADASTRO DE CLIENTES INTEIRO E CARREGADO EM TABELA E
      *    REGRAVADO NA SAIDA, COMO NO CUSTMAINT E NO CREDAPRV; A
      *    SITUACAO E GUARDADA COMO ESTA.
       01  TB-CLIENTES-TABELA.
           02  TB-CLIENTE OCCURS 200 TIMES INDEXED BY IX-CLI.
               03  TB-CLI-NUMERO      PIC 9(06).
               03  TB-CLI-NOME        PIC X(20).
               03  TB-CLI-CPF         PIC X(11).
               03  TB-CLI-LIMITE      PIC 9(07)V99.
               03  TB-CLI-ENDERECO    PIC X(30).
               03  TB-CLI-CIDADE      PIC X(20).
               03  TB-CLI-TELEFONE    PIC X(11).
               03  TB-CLI-SITUACAO    PIC X(01).
               03  TB-CLI-BANCO       PIC 9(03).
               03  TB-CLI-AGENCIA     PIC 9(04).
               03  TB-CLI-CONTA       PIC 9(08).
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CLIENTES        PIC 9(03) VALUE 200.
       77  WRK-IX-CLI                 PIC 9(03) VALUE ZEROS.
       77  WRK-NUMERO                 PIC 9(06) VALUE ZEROS.
       77  WRK-CLIENTES-ALTERADOS     PIC X(01) VALUE 'N'.
           88  CLIENTES-ALTERADOS               VALUE 'S'.
      *    CADASTRO OU PENDENTES MAIORES QUE A TABELA NAO PODEM SER
      *    REGRAVADOS SEM PERDER LINHAS - NESSE CASO NADA E APLICADO
       77  WRK-ARQUIVOS-INTEIROS      PIC X(01) VALUE 'S'.
           88  ARQUIVOS-INTEIROS                VALUE 'S'.
       77  WRK-EMP-ABERTO             PIC X(01) VALUE 'N'.
           88  CADASTRO-FUNC-ABERTO             VALUE 'S'.
       77  WRK-REGISTRO-ACHADO        PIC X(01) VALUE 'N'.
           88  REGISTRO-ACHADO                  VALUE 'S'.

      *    MUDANCAS DO CHGPEND, LINHA INTEIRA
       01  TB-MUDANCAS-TABELA.
           02  TB-MUDANCA OCCURS 500 TIMES INDEXED BY IX-SCHG
                                      PIC X(180).
       77  WRK-QT-MUDANCAS            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-MUDANCAS        PIC 9(03) VALUE 500.

       77  WRK-DECISAO                PIC X(01) VALUE SPACES.
           88  DECISAO-APROVAR                  VALUE 'A'.
           88  DECISAO-RECUSAR                  VALUE 'R'.
           88  DECISAO-PULAR                    VALUE 'S'.
           88  DECISAO-SAIR                     VALUE '0'.
       77  WRK-MOTIVO                 PIC X(40) VALUE SPACES.
       77  WRK-QT-APROVADAS           PIC 9(03) VALUE ZEROS.
       77  WRK-QT-RECUSADAS           PIC 9(03) VALUE ZEROS.
       77  WRK-QT-PENDENTES           PIC 9(03) VALUE ZEROS.

      *    VALORES ANTES DA APROVACAO, PARA AS TRILHAS
       77  WRK-SALARIO-ANTES          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BANCO-ANTES            PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA-ANTES          PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA-ANTES            PIC 9(08) VALUE ZEROS.
       77  WRK-LIMITE-ANTES           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ACAO                   PIC X(10) VALUE SPACES.
       77  WRK-NOME-CADASTRO          PIC X(20) VALUE SPACES.

       77  WRK-ANTIGO-ED              PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-NOVO-ED                PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'CHGAPRV'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF APROVADOR-AUTORIZADO AND ARQUIVOS-INTEIROS
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY '==== APROVACAO DE MUDANCAS SENSIVEIS DE '
               'CADASTRO ===='.
           PERFORM 0110-AUTENTICAR.
           IF APROVADOR-AUTORIZADO
               PERFORM 0120-CARREGAR-CLIENTES
               PERFORM 0130-CARREGAR-MUDANCAS
               PERFORM 0140-ABRIR-ARQUIVOS
           END-IF.

      *    MESMA CONFERENCIA DO CREDAPRV: SENHA, CONTA ATIVA E NAO
      *    BLOQUEADA. O NIVEL SUPERVISOR OU ADM DA O PADRAO DAS DUAS
      *    FUNCOES E O USRGRANT (ROTINA GRNTRTN) DECIDE CADA UMA
      *    PARA O USUARIO ESPECIFICO - QUEM SO APROVA LIMITE NAO
      *    MEXE EM CONTA DE FOLHA, E VICE-VERSA.
       0110-AUTENTICAR.
           DISPLAY 'USUARIO DO APROVADOR ...'.
           ACCEPT WRK-USUARIO.
           DISPLAY 'SENHA ...'.
           ACCEPT WRK-SENHA WITH NO ECHO.
           OPEN INPUT USER-SECURITY-FILE.
           MOVE WRK-USUARIO TO USEC-USUARIO.
           READ USER-SECURITY-FILE
               INVALID KEY
                   MOVE SPACES TO USEC-SENHA
                   MOVE ZEROS TO USEC-NIVEL
           END-READ.
           CLOSE USER-SECURITY-FILE.
           IF USEC-SENHA = WRK-SENHA
              AND WRK-SENHA NOT = SPACES
              AND NOT USEC-CONTA-BLOQUEADA
              AND NOT USEC-CONTA-DESATIVADA
               IF USEC-NIVEL-ADM OR USEC-NIVEL-SUPERVISOR
                   MOVE 'S' TO WRK-PODE-FOLHA WRK-PODE-CREDITO
               ELSE
                   MOVE 'N' TO WRK-PODE-FOLHA WRK-PODE-CREDITO
               END-IF
               CALL 'GRNTRTN' USING WRK-USUARIO WRK-FUNCAO-FOLHA
                   WRK-PODE-FOLHA
               END-CALL
               CALL 'GRNTRTN' USING WRK-USUARIO WRK-FUNCAO-CREDITO
                   WRK-PODE-CREDITO
               END-CALL
               IF APROVA-FOLHA OR APROVA-CREDITO
                   MOVE 'S' TO WRK-AUTORIZADO
               END-IF
           END-IF.
           IF APROVADOR-AUTORIZADO
               MOVE 'MUDANCA SENSIVEL - ACESSO APROV'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0111-GRAVAR-ACESSO
               DISPLAY 'ACESSO LIBERADO PARA ' WRK-USUARIO
               IF NOT APROVA-FOLHA
                   DISPLAY '(SEM A FUNCAO CHGFOLHA - SALARIO E '
                       'CONTA FICAM PARA OUTRO APROVADOR)'
               END-IF
               IF NOT APROVA-CREDITO
                   DISPLAY '(SEM A FUNCAO CREDAPRV - LIMITE DE '
                       'CREDITO FICA PARA OUTRO APROVADOR)'
               END-IF
           ELSE
               MOVE 'MUDANCA SENSIVEL - ACESSO NEGAD'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0111-GRAVAR-ACESSO
               MOVE 'ACESSO NEGADO A APROVACAO DE MUDANCAS'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID WRK-USUARIO
                   WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO RETURN-CODE
               DISPLAY 'ACESSO NEGADO - CREDENCIAL INVALIDA OU SEM '
                   'AUTORIZACAO PARA APROVAR MUDANCAS DE CADASTRO'
           END-IF.

       0111-GRAVAR-ACESSO.
           OPEN EXTEND ACCESS-AUDIT-FILE.
           IF WRK-ACCAUD-STATUS = '35'
               OPEN OUTPUT ACCESS-AUDIT-FILE
               CLOSE ACCESS-AUDIT-FILE
               OPEN EXTEND ACCESS-AUDIT-FILE
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE ACCESS-AUDIT-RECORD.
           MOVE WRK-USUARIO       TO AUDIT-USUARIO.
           MOVE USEC-NIVEL        TO AUDIT-NIVEL.
           MOVE WRK-MOTIVO-ACESSO TO AUDIT-MOTIVO.
           MOVE WRK-DATA          TO AUDIT-DATA.
           MOVE WRK-HORA          TO AUDIT-HORA.
           WRITE ACCESS-AUDIT-RECORD.
           CLOSE ACCESS-AUDIT-FILE.

       0120-CARREGAR-CLIENTES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-CUST-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER
           END-IF.

       0121-LER-CLIENTE.
           IF WRK-QT-CLIENTES < WRK-LIMITE-CLIENTES
               ADD 1 TO WRK-QT-CLIENTES
               SET IX-CLI TO WRK-QT-CLIENTES
               MOVE CUST-NUMERO   TO TB-CLI-NUMERO (IX-CLI)
               MOVE CUST-NOME     TO TB-CLI-NOME (IX-CLI)
               MOVE CUST-CPF      TO TB-CLI-CPF (IX-CLI)
               IF CUST-LIMITE-CREDITO IS NUMERIC
                   MOVE CUST-LIMITE-CREDITO
                       TO TB-CLI-LIMITE (IX-CLI)
               ELSE
                   MOVE ZEROS TO TB-CLI-LIMITE (IX-CLI)
               END-IF
               MOVE CUST-ENDERECO TO TB-CLI-ENDERECO (IX-CLI)
               MOVE CUST-CIDADE   TO TB-CLI-CIDADE (IX-CLI)
               MOVE CUST-TELEFONE TO TB-CLI-TELEFONE (IX-CLI)
               MOVE CUST-SITUACAO TO TB-CLI-SITUACAO (IX-CLI)
               IF CUST-BANCO IS NUMERIC AND CUST-AGENCIA IS NUMERIC
                  AND CUST-CONTA IS NUMERIC
                   MOVE CUST-BANCO   TO TB-CLI-BANCO (IX-CLI)
                   MOVE CUST-AGENCIA TO TB-CLI-AGENCIA (IX-CLI)
                   MOVE CUST-CONTA   TO TB-CLI-CONTA (IX-CLI)
               ELSE
                   MOVE ZEROS TO TB-CLI-BANCO (IX-CLI)
                       TB-CLI-AGENCIA (IX-CLI) TB-CLI-CONTA (IX-CLI)
               END-IF
           ELSE
               IF ARQUIVOS-INTEIROS
                   DISPLAY '*** CADASTRO DE CLIENTES MAIOR QUE A '
                       'TABELA - NENHUMA MUDANCA SERA APLICADA ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'N' TO WRK-ARQUIVOS-INTEIROS
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-CARREGAR-MUDANCAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT SENSITIVE-CHANGE-FILE.
           IF WRK-SCHG-STATUS = '35'
               DISPLAY 'NAO HA MUDANCAS DE CADASTRO (CHGPEND)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ SENSITIVE-CHANGE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-MUDANCA UNTIL FIM-ARQUIVO
               CLOSE SENSITIVE-CHANGE-FILE
           END-IF.

       0131-LER-MUDANCA.
           IF WRK-QT-MUDANCAS < WRK-LIMITE-MUDANCAS
               ADD 1 TO WRK-QT-MUDANCAS
               SET IX-SCHG TO WRK-QT-MUDANCAS
               MOVE SENSITIVE-CHANGE-RECORD TO TB-MUDANCA (IX-SCHG)
               IF MUDANCA-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
           ELSE
               IF ARQUIVOS-INTEIROS
                   DISPLAY '*** MUDANCAS ALEM DA TABELA - NENHUMA '
                       'MUDANCA SERA APLICADA ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'N' TO WRK-ARQUIVOS-INTEIROS
           END-IF.
           READ SENSITIVE-CHANGE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    AS TRILHAS EM LINE SEQUENTIAL PRECISAM EXISTIR ANTES DE
      *    PODEREM SER ABERTAS EM EXTEND; NA PRIMEIRA EXECUCAO,
      *    CRIAMOS O ARQUIVO VAZIO PRIMEIRO. SEM CADASTRO DE
      *    FUNCIONARIOS, SO AS MUDANCAS DE CLIENTE PODEM SER
      *    APLICADAS.
       0140-ABRIR-ARQUIVOS.
           OPEN I-O EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS = '00'
               MOVE 'S' TO WRK-EMP-ABERTO
           ELSE
               DISPLAY 'CADASTRO DE FUNCIONARIOS (EMPMAST) '
                   'INDISPONIVEL - STATUS ' WRK-EMP-STATUS
           END-IF.
           OPEN EXTEND EMPLOYEE-AUDIT-FILE.
           IF WRK-EAUD-STATUS = '35'
               OPEN OUTPUT EMPLOYEE-AUDIT-FILE
               CLOSE EMPLOYEE-AUDIT-FILE
               OPEN EXTEND EMPLOYEE-AUDIT-FILE
           END-IF.
           OPEN EXTEND SALARY-HISTORY-FILE.
           IF WRK-SHIS-STATUS = '35'
               OPEN OUTPUT SALARY-HISTORY-FILE
               CLOSE SALARY-HISTORY-FILE
               OPEN EXTEND SALARY-HISTORY-FILE
           END-IF.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF WRK-CAUD-STATUS = '35'
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN EXTEND CUSTOMER-AUDIT-FILE
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'MUDANCAS PENDENTES: ' WRK-QT-PENDENTES.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM 0210-REVISAR-MUDANCA
               VARYING IX-SCHG FROM 1 BY 1
               UNTIL IX-SCHG > WRK-QT-MUDANCAS OR DECISAO-SAIR.

      *    NINGUEM DECIDE A PROPRIA MUDANCA: A DO PROPRIO APROVADOR
      *    FICA PENDENTE PARA OUTRO, E A TENTATIVA VAI PARA O LOG DE
      *    EXCECOES. MUDANCA DE UM TIPO QUE O APROVADOR NAO TEM
      *    FUNCAO PARA DECIDIR TAMBEM FICA PENDENTE.
       0210-REVISAR-MUDANCA.
           MOVE TB-MUDANCA (IX-SCHG) TO SENSITIVE-CHANGE-RECORD.
           IF MUDANCA-PENDENTE
               PERFORM 0250-LOCALIZAR-CADASTRO
               PERFORM 0215-EXIBIR-MUDANCA
               IF MUDANCA-CLIENTE
                   MOVE WRK-PODE-CREDITO TO WRK-PODE-DECIDIR
               ELSE
                   MOVE WRK-PODE-FOLHA TO WRK-PODE-DECIDIR
               END-IF
               IF SCHG-SOLICITANTE = WRK-USUARIO
                   DISPLAY 'MUDANCA PEDIDA POR ESTE MESMO USUARIO - '
                       'OUTRO APROVADOR DEVE DECIDIR'
                   MOVE SCHG-CHAVE TO WRK-REFERENCIA-LOG
                   MOVE 'PEDIU E TENTOU APROVAR A MESMA MUDANCA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               ELSE
               IF NOT PODE-DECIDIR
                   DISPLAY 'SEM FUNCAO PARA DECIDIR ESTE TIPO DE '
                       'MUDANCA - MANTIDA PENDENTE'
               ELSE
                   DISPLAY 'A-APROVAR  R-RECUSAR  S-PULAR  0-SAIR ...'
                   ACCEPT WRK-DECISAO
                   EVALUATE TRUE
                       WHEN DECISAO-APROVAR
                           PERFORM 0220-APROVAR
                       WHEN DECISAO-RECUSAR
                           PERFORM 0230-RECUSAR
                       WHEN DECISAO-SAIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'MUDANCA MANTIDA PENDENTE'
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.

       0215-EXIBIR-MUDANCA.
           DISPLAY ' '.
           IF MUDANCA-CLIENTE
               DISPLAY 'CLIENTE ' SCHG-CHAVE ' ' WRK-NOME-CADASTRO
           ELSE
               DISPLAY 'FUNCIONARIO ' SCHG-CHAVE ' ' WRK-NOME-CADASTRO
           END-IF.
           IF CAMPO-BANCO
               DISPLAY '  CONTA DE CREDITO EM VIGOR '
                   SCHG-ANTIGO-BANCO '/' SCHG-ANTIGO-AGENCIA '/'
                   SCHG-ANTIGO-CONTA
               DISPLAY '  CONTA DE CREDITO PEDIDA   '
                   SCHG-NOVO-BANCO '/' SCHG-NOVO-AGENCIA '/'
                   SCHG-NOVO-CONTA
           ELSE
               MOVE SCHG-ANTIGO TO WRK-ANTIGO-ED
               MOVE SCHG-NOVO   TO WRK-NOVO-ED
               DISPLAY '  ' SCHG-CAMPO ' EM VIGOR ' WRK-ANTIGO-ED
               DISPLAY '  ' SCHG-CAMPO ' PEDIDO   ' WRK-NOVO-ED
           END-IF.
           DISPLAY '  SOLICITANTE ' SCHG-SOLICITANTE
               '  EM ' SCHG-DATA ' ' SCHG-HORA.

      *    O VALOR DO CADASTRO TEM QUE SER AINDA O DO PEDIDO; SE
      *    OUTRA MUDANCA, UM REAJUSTE (SALREAJ) OU A REVISAO DE
      *    CREDITO (CREDAPRV) O MUDOU, A MUDANCA FICA PENDENTE PARA
      *    SER RECUSADA E REFEITA SOBRE O VALOR ATUAL.
       0220-APROVAR.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'CADASTRO NAO ENCONTRADO - NADA APLICADO'
           ELSE
           IF MUDANCA-CLIENTE
               SET IX-CLI TO WRK-IX-CLI
               IF TB-CLI-SITUACAO (IX-CLI) = 'M'
                  OR TB-CLI-SITUACAO (IX-CLI) = 'X'
                   DISPLAY 'CLIENTE FUNDIDO OU ANONIMIZADO - NADA '
                       'APLICADO'
               ELSE
               IF TB-CLI-LIMITE (IX-CLI) NOT = SCHG-ANTIGO
                   DISPLAY 'LIMITE ALTERADO DEPOIS DO PEDIDO - NADA '
                       'APLICADO'
               ELSE
                   PERFORM 0226-APLICAR-CLIENTE
               END-IF
               END-IF
           ELSE
               IF (CAMPO-SALARIO AND EMP-SALARIO NOT = SCHG-ANTIGO)
                  OR (CAMPO-BANCO
                      AND (EMP-BANCO NOT = SCHG-ANTIGO-BANCO
                        OR EMP-AGENCIA NOT = SCHG-ANTIGO-AGENCIA
                        OR EMP-CONTA NOT = SCHG-ANTIGO-CONTA))
                   DISPLAY 'CADASTRO ALTERADO DEPOIS DO PEDIDO - '
                       'NADA APLICADO'
               ELSE
                   PERFORM 0225-APLICAR-FUNCIONARIO
               END-IF
           END-IF
           END-IF.

       0225-APLICAR-FUNCIONARIO.
           MOVE EMP-SALARIO TO WRK-SALARIO-ANTES.
           MOVE EMP-BANCO   TO WRK-BANCO-ANTES.
           MOVE EMP-AGENCIA TO WRK-AGENCIA-ANTES.
           MOVE EMP-CONTA   TO WRK-CONTA-ANTES.
           IF CAMPO-SALARIO
               MOVE SCHG-NOVO TO EMP-SALARIO
               MOVE 'APRSALARIO' TO WRK-ACAO
           ELSE
               MOVE SCHG-NOVO-BANCO   TO EMP-BANCO
               MOVE SCHG-NOVO-AGENCIA TO EMP-AGENCIA
               MOVE SCHG-NOVO-CONTA   TO EMP-CONTA
               MOVE 'APRBANCO' TO WRK-ACAO
           END-IF.
           REWRITE EMPLOYEE-RECORD.
           PERFORM 0285-JORNALAR-FUNCIONARIO.
           PERFORM 0280-GRAVAR-AUDITORIA-FUNC.
           IF CAMPO-SALARIO
               PERFORM 0290-GRAVAR-HISTORICO-SALARIAL
           END-IF.
           MOVE 'A' TO SCHG-SITUACAO.
           MOVE SPACES TO SCHG-MOTIVO.
           PERFORM 0240-REGISTRAR-DECISAO.
           ADD 1 TO WRK-QT-APROVADAS.
           DISPLAY 'MUDANCA APROVADA E APLICADA NO CADASTRO DE '
               'FUNCIONARIOS'.

       0226-APLICAR-CLIENTE.
           MOVE TB-CLI-LIMITE (IX-CLI) TO WRK-LIMITE-ANTES.
           MOVE SCHG-NOVO TO TB-CLI-LIMITE (IX-CLI).
           MOVE 'S' TO WRK-CLIENTES-ALTERADOS.
           PERFORM 0281-GRAVAR-AUDITORIA-CLIENTE.
           MOVE 'A' TO SCHG-SITUACAO.
           MOVE SPACES TO SCHG-MOTIVO.
           PERFORM 0240-REGISTRAR-DECISAO.
           ADD 1 TO WRK-QT-APROVADAS.
           DISPLAY 'MUDANCA APROVADA E APLICADA NO CADASTRO DE '
               'CLIENTES'.

       0230-RECUSAR.
           DISPLAY 'MOTIVO DA RECUSA ...'.
           ACCEPT WRK-MOTIVO.
           MOVE 'R' TO SCHG-SITUACAO.
           MOVE WRK-MOTIVO TO SCHG-MOTIVO.
           PERFORM 0240-REGISTRAR-DECISAO.
           ADD 1 TO WRK-QT-RECUSADAS.
           DISPLAY 'MUDANCA RECUSADA - CADASTRO NAO ALTERADO'.

       0240-REGISTRAR-DECISAO.
           MOVE WRK-USUARIO        TO SCHG-DECISOR.
           MOVE WRK-DATA-MOVIMENTO TO SCHG-DATA-DECISAO.
           MOVE SENSITIVE-CHANGE-RECORD TO TB-MUDANCA (IX-SCHG).

      *    FUNCIONARIO PELA CHAVE DO EMPMAST (O REGISTRO FICA NA
      *    AREA DO ARQUIVO PARA A REGRAVACAO); CLIENTE NA TABELA.
       0250-LOCALIZAR-CADASTRO.
           MOVE 'N' TO WRK-REGISTRO-ACHADO.
           MOVE '(NAO CADASTRADO)' TO WRK-NOME-CADASTRO.
           IF MUDANCA-CLIENTE
               MOVE SCHG-CHAVE TO WRK-NUMERO
               MOVE ZEROS TO WRK-IX-CLI
               PERFORM 0251-PROCURAR-CLIENTE
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES OR REGISTRO-ACHADO
           ELSE
               IF CADASTRO-FUNC-ABERTO
                   MOVE SCHG-CHAVE TO EMP-NUMERO
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE 'N' TO WRK-REGISTRO-ACHADO
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-REGISTRO-ACHADO
                           MOVE EMP-NOME TO WRK-NOME-CADASTRO
                   END-READ
               END-IF
           END-IF.

       0251-PROCURAR-CLIENTE.
           IF TB-CLI-NUMERO (IX-CLI) = WRK-NUMERO
               MOVE 'S' TO WRK-REGISTRO-ACHADO
               SET WRK-IX-CLI TO IX-CLI
               MOVE TB-CLI-NOME (IX-CLI) TO WRK-NOME-CADASTRO
           END-IF.

       0280-GRAVAR-AUDITORIA-FUNC.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE EMPLOYEE-AUDIT-RECORD.
           MOVE EMP-NUMERO         TO EAUD-MATRICULA.
           MOVE WRK-ACAO           TO EAUD-ACAO.
           MOVE EMP-NOME           TO EAUD-NOME-ANTES
                                      EAUD-NOME-DEPOIS.
           MOVE EMP-DEPTO          TO EAUD-DEPTO-ANTES
                                      EAUD-DEPTO-DEPOIS.
           MOVE WRK-SALARIO-ANTES  TO EAUD-SALARIO-ANTES.
           MOVE EMP-SALARIO        TO EAUD-SALARIO-DEPOIS.
           MOVE EMP-SITUACAO       TO EAUD-SITUACAO-ANTES
                                      EAUD-SITUACAO-DEPOIS.
           MOVE WRK-BANCO-ANTES    TO EAUD-BANCO-ANTES.
           MOVE WRK-AGENCIA-ANTES  TO EAUD-AGENCIA-ANTES.
           MOVE WRK-CONTA-ANTES    TO EAUD-CONTA-ANTES.
           MOVE EMP-BANCO          TO EAUD-BANCO-DEPOIS.
           MOVE EMP-AGENCIA        TO EAUD-AGENCIA-DEPOIS.
           MOVE EMP-CONTA          TO EAUD-CONTA-DEPOIS.
           MOVE EMP-DATA-ADMISSAO  TO EAUD-ADMISSAO-ANTES
                                      EAUD-ADMISSAO-DEPOIS.
           MOVE EMP-DATA-DESLIGAMENTO TO EAUD-DESLIG-ANTES
                                      EAUD-DESLIG-DEPOIS.
           MOVE WRK-DATA           TO EAUD-DATA.
           MOVE WRK-HORA           TO EAUD-HORA.
           WRITE EMPLOYEE-AUDIT-RECORD.

       0281-GRAVAR-AUDITORIA-CLIENTE.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE CUSTOMER-AUDIT-RECORD.
           MOVE TB-CLI-NUMERO (IX-CLI)   TO CAUD-NUMERO.
           MOVE 'APRLIMITE'              TO CAUD-ACAO.
           MOVE TB-CLI-NOME (IX-CLI)     TO CAUD-NOME-ANTES
                                            CAUD-NOME-DEPOIS.
           MOVE TB-CLI-CPF (IX-CLI)      TO CAUD-CPF-ANTES
                                            CAUD-CPF-DEPOIS.
           MOVE WRK-LIMITE-ANTES         TO CAUD-LIMITE-ANTES.
           MOVE TB-CLI-LIMITE (IX-CLI)   TO CAUD-LIMITE-DEPOIS.
           MOVE TB-CLI-SITUACAO (IX-CLI) TO CAUD-SITUACAO-ANTES
                                            CAUD-SITUACAO-DEPOIS.
           MOVE TB-CLI-BANCO (IX-CLI)    TO CAUD-BANCO-ANTES
                                            CAUD-BANCO-DEPOIS.
           MOVE TB-CLI-AGENCIA (IX-CLI)  TO CAUD-AGENCIA-ANTES
                                            CAUD-AGENCIA-DEPOIS.
           MOVE TB-CLI-CONTA (IX-CLI)    TO CAUD-CONTA-ANTES
                                            CAUD-CONTA-DEPOIS.
           MOVE WRK-DATA                 TO CAUD-DATA.
           MOVE WRK-HORA                 TO CAUD-HORA.
           WRITE CUSTOMER-AUDIT-RECORD.

      *    IMAGEM POSTERIOR DO REGISTRO GRAVADO VAI PARA O JORNAL
      *    (JRNLRTN), PARA O FWDRECOV REFAZER O DIA EM CIMA DO
      *    BACKUP RECARREGADO PELO IDXRELD.
       0285-JORNALAR-FUNCIONARIO.
           MOVE EMP-NUMERO TO WRK-JRNL-CHAVE.
           MOVE EMPLOYEE-RECORD TO WRK-JRNL-IMAGEM.
           CALL 'JRNLRTN' USING WRK-JRNL-ARQUIVO WRK-JRNL-CHAVE
               WRK-JRNL-IMAGEM
           END-CALL.

      *    MUDANCA AVULSA COMO A DO EMPMAINT: SEM PERCENTUAL,
      *    VIGENTE NA DATA DA APROVACAO, COM QUEM A PEDIU.
       0290-GRAVAR-HISTORICO-SALARIAL.
           INITIALIZE SALARY-HISTORY-RECORD.
           MOVE EMP-NUMERO         TO SHIS-MATRICULA.
           MOVE WRK-DATA           TO SHIS-DATA-VIGENCIA.
           MOVE WRK-SALARIO-ANTES  TO SHIS-SALARIO-ANTERIOR.
           MOVE EMP-SALARIO        TO SHIS-SALARIO-NOVO.
           MOVE ZEROS              TO SHIS-PCT.
           MOVE 'ALTERACAO MANUAL APROVADA' TO SHIS-MOTIVO.
           MOVE 'CHGAPRV'          TO SHIS-ORIGEM.
           MOVE WRK-DATA           TO SHIS-DATA-REGISTRO.
           MOVE SCHG-SOLICITANTE   TO SHIS-OPERADOR.
           WRITE SALARY-HISTORY-RECORD.

      *    AS MUDANCAS SO SAO REGRAVADAS SE HOUVE DECISAO, E O
      *    CADASTRO DE CLIENTES SO SE ALGUM LIMITE FOI APLICADO.
       0300-FINALIZAR.
           IF APROVADOR-AUTORIZADO
               IF CADASTRO-FUNC-ABERTO
                   CLOSE EMPLOYEE-MASTER
               END-IF
               CLOSE EMPLOYEE-AUDIT-FILE
               CLOSE SALARY-HISTORY-FILE
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.
           IF WRK-QT-APROVADAS > ZEROS OR WRK-QT-RECUSADAS > ZEROS
               OPEN OUTPUT SENSITIVE-CHANGE-FILE
               PERFORM 0310-GRAVAR-MUDANCA
                   VARYING IX-SCHG FROM 1 BY 1
                   UNTIL IX-SCHG > WRK-QT-MUDANCAS
               CLOSE SENSITIVE-CHANGE-FILE
           END-IF.
           IF CLIENTES-ALTERADOS
               OPEN OUTPUT CUSTOMER-MASTER
               PERFORM 0320-GRAVAR-CLIENTE
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES
               CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY 'MUDANCAS APROVADAS : ' WRK-QT-APROVADAS.
           DISPLAY 'MUDANCAS RECUSADAS : ' WRK-QT-RECUSADAS.
           DISPLAY 'FIM DA APROVACAO DE MUDANCAS DE CADASTRO'.

       0310-GRAVAR-MUDANCA.
           MOVE TB-MUDANCA (IX-SCHG) TO SENSITIVE-CHANGE-RECORD.
           WRITE SENSITIVE-CHANGE-RECORD.

       0320-GRAVAR-CLIENTE.
           INITIALIZE CUSTOMER-RECORD.
           MOVE TB-CLI-NUMERO (IX-CLI)   TO CUST-NUMERO.
           MOVE TB-CLI-NOME (IX-CLI)     TO CUST-NOME.
           MOVE TB-CLI-CPF (IX-CLI)      TO CUST-CPF.
           MOVE TB-CLI-LIMITE (IX-CLI)   TO CUST-LIMITE-CREDITO.
           MOVE TB-CLI-ENDERECO (IX-CLI) TO CUST-ENDERECO.
           MOVE TB-CLI-CIDADE (IX-CLI)   TO CUST-CIDADE.
           MOVE TB-CLI-TELEFONE (IX-CLI) TO CUST-TELEFONE.
           MOVE TB-CLI-SITUACAO (IX-CLI) TO CUST-SITUACAO.
           MOVE TB-CLI-BANCO (IX-CLI)    TO CUST-BANCO.
           MOVE TB-CLI-AGENCIA (IX-CLI)  TO CUST-AGENCIA.
           MOVE TB-CLI-CONTA (IX-CLI)    TO CUST-CONTA.
           WRITE CUSTOMER-RECORD.

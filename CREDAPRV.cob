       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDAPRV.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: APROVACAO DAS PROPOSTAS DE REVISAO DE LIMITE
      *              DE CREDITO GRAVADAS PELA PONTUACAO MENSAL
      *              (CREDSCOR). O GERENTE DE CREDITO SE IDENTIFICA
      *              NO CADASTRO DE SEGURANCA (USRSEC, NIVEL
      *              SUPERVISOR OU ADM, OU GRANT CREDAPRV NO
      *              USRGRANT), COM A TENTATIVA GRAVADA NA TRILHA DE
      *              ACESSO (ACCAUD), E PASSA PELAS PROPOSTAS
      *              PENDENTES UMA A UMA: APROVADA, O NOVO LIMITE (OU
      *              O BLOQUEIO) E APLICADO NO CUSTMAST E GRAVADO NA
      *              TRILHA DO CADASTRO (CUSTMAUD, ACAO REVCREDITO)
      *              COM O LIMITE ANTIGO E O NOVO; RECUSADA, FICA
      *              REGISTRADA COM O DECISOR. PROPOSTA CUJO LIMITE
      *              ATUAL JA NAO CONFERE COM O CADASTRO (ALTERADO
      *              NO CUSTMAINT DEPOIS DA PONTUACAO) NAO E APLICADA
      *              E FICA PARA A PROXIMA PONTUACAO.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  PROPOSTA DE CLIENTE ANONIMIZADO (SITUACAO
      *                     'X', LGPDREQ) NAO E APLICADA.
      *    15/10/2026  LCW  DADOS BANCARIOS DO CLIENTE PRESERVADOS NA
      *                     REGRAVACAO DO CUSTMAST E REPETIDOS
      *                     (SEM MUDANCA) NA TRILHA CUSTMAUD.
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

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO 'CUSTMAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT CREDIT-PROPOSAL-FILE ASSIGN TO 'CREDPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PCR-STATUS.

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

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  CUSTOMER-AUDIT-FILE.
           COPY 'CUSTMAUD.cob'.

       FD  CREDIT-PROPOSAL-FILE.
           COPY 'CREDPROP.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-USEC-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ACCAUD-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-AUDIT-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-PCR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

      *    IDENTIFICACAO DO GERENTE DE CREDITO
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-SENHA                  PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO-ACESSO          PIC X(34) VALUE SPACES.
       77  WRK-FUNCAO-GRANT           PIC X(08) VALUE 'CREDAPRV'.
       77  WRK-GRANT-PERMITIDO        PIC X(01) VALUE 'N'.
       77  WRK-AUTORIZADO             PIC X(01) VALUE 'N'.
           88  GERENTE-AUTORIZADO               VALUE 'S'.

      *    O CADASTRO INTEIRO E CARREGADO EM TABELA E REGRAVADO NA
      *    SAIDA, COMO NO CUSTMAINT; A SITUACAO E GUARDADA COMO
      *    ESTA (INCLUSIVE A LAPIDE 'M' DO CUSTMERG).
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
       77  WRK-REGISTRO-ACHADO        PIC X(01) VALUE 'N'.
           88  REGISTRO-ACHADO                  VALUE 'S'.
       77  WRK-NUMERO                 PIC 9(06) VALUE ZEROS.
      *    CADASTRO MAIOR QUE A TABELA NAO PODE SER REGRAVADO SEM
      *    PERDER CLIENTES - NESSE CASO NADA E APLICADO
       77  WRK-CADASTRO-INTEIRO       PIC X(01) VALUE 'S'.
           88  CADASTRO-INTEIRO                 VALUE 'S'.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.

      *    PROPOSTAS DO ULTIMO CICLO, LINHA INTEIRA
       01  TB-PROPOSTAS-TABELA.
           02  TB-PROPOSTA OCCURS 500 TIMES INDEXED BY IX-PCR
                                      PIC X(109).
       77  WRK-QT-PROPOSTAS           PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-PROPOSTAS       PIC 9(03) VALUE 500.

       77  WRK-DECISAO                PIC X(01) VALUE SPACES.
           88  DECISAO-APROVAR                  VALUE 'A'.
           88  DECISAO-RECUSAR                  VALUE 'R'.
           88  DECISAO-PULAR                    VALUE 'S'.
           88  DECISAO-SAIR                     VALUE '0'.
       77  WRK-QT-APROVADAS           PIC 9(03) VALUE ZEROS.
       77  WRK-QT-RECUSADAS           PIC 9(03) VALUE ZEROS.
       77  WRK-QT-PENDENTES           PIC 9(03) VALUE ZEROS.

      *    VALORES ANTES DA REVISAO, PARA A TRILHA DE AUDITORIA
       77  WRK-LIMITE-ANTES           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SITUACAO-ANTES         PIC X(01) VALUE SPACES.

       77  WRK-VOLUME-ED              PIC $Z.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-LIMITE-ED              PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PROPOSTO-ED            PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ACAO-ED                PIC X(08) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'CREDAPRV'.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF GERENTE-AUTORIZADO AND CADASTRO-INTEIRO
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY '==== APROVACAO DE REVISAO DE CREDITO ===='.
           PERFORM 0110-AUTENTICAR.
           IF GERENTE-AUTORIZADO
               PERFORM 0120-CARREGAR-CLIENTES
               PERFORM 0130-CARREGAR-PROPOSTAS
               PERFORM 0140-ABRIR-AUDITORIA
           END-IF.

      *    MESMA CONFERENCIA DO OVERRIDE DE CREDITO DO SALENTRY:
      *    SENHA, CONTA ATIVA E NAO BLOQUEADA, NIVEL SUPERVISOR OU
      *    ADM - E O GRANT CREDAPRV DO USRGRANT (ROTINA GRNTRTN)
      *    PODE LIBERAR O GERENTE DE CREDITO SEM PROMOVE-LO.
       0110-AUTENTICAR.
           DISPLAY 'USUARIO DO GERENTE DE CREDITO ...'.
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
                   MOVE 'S' TO WRK-GRANT-PERMITIDO
               ELSE
                   MOVE 'N' TO WRK-GRANT-PERMITIDO
               END-IF
               CALL 'GRNTRTN' USING WRK-USUARIO WRK-FUNCAO-GRANT
                   WRK-GRANT-PERMITIDO
               END-CALL
               MOVE WRK-GRANT-PERMITIDO TO WRK-AUTORIZADO
           END-IF.
           IF GERENTE-AUTORIZADO
               MOVE 'REVISAO DE CREDITO - ACESSO APROV'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0111-GRAVAR-ACESSO
               DISPLAY 'ACESSO LIBERADO PARA ' WRK-USUARIO
           ELSE
               MOVE 'REVISAO DE CREDITO - ACESSO NEGAD'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0111-GRAVAR-ACESSO
               MOVE 'ACESSO NEGADO A REVISAO DE CREDITO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID WRK-USUARIO
                   WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO RETURN-CODE
               DISPLAY 'ACESSO NEGADO - CREDENCIAL INVALIDA OU SEM '
                   'AUTORIZACAO PARA REVISAR CREDITO'
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
               IF CADASTRO-INTEIRO
                   DISPLAY '*** CADASTRO DE CLIENTES MAIOR QUE A '
                       'TABELA - NENHUMA PROPOSTA SERA APLICADA ***'
               END-IF
               MOVE 'N' TO WRK-CADASTRO-INTEIRO
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-CARREGAR-PROPOSTAS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CREDIT-PROPOSAL-FILE.
           IF WRK-PCR-STATUS = '35'
               DISPLAY 'NAO HA PROPOSTAS DE CREDITO (CREDPROP)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CREDIT-PROPOSAL-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-PROPOSTA UNTIL FIM-ARQUIVO
               CLOSE CREDIT-PROPOSAL-FILE
           END-IF.

       0131-LER-PROPOSTA.
           IF WRK-QT-PROPOSTAS < WRK-LIMITE-PROPOSTAS
               ADD 1 TO WRK-QT-PROPOSTAS
               SET IX-PCR TO WRK-QT-PROPOSTAS
               MOVE CREDIT-PROPOSAL-RECORD TO TB-PROPOSTA (IX-PCR)
               IF PROPOSTA-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
           ELSE
               IF CADASTRO-INTEIRO
                   DISPLAY '*** PROPOSTAS ALEM DA TABELA - NENHUMA '
                       'PROPOSTA SERA APLICADA ***'
               END-IF
               MOVE 'N' TO WRK-CADASTRO-INTEIRO
           END-IF.
           READ CREDIT-PROPOSAL-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    UM ARQUIVO DE AUDITORIA EM LINE SEQUENTIAL PRECISA
      *    EXISTIR ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A
      *    PRIMEIRA EXECUCAO, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
       0140-ABRIR-AUDITORIA.
           OPEN EXTEND CUSTOMER-AUDIT-FILE.
           IF WRK-AUDIT-STATUS = '35'
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
               CLOSE CUSTOMER-AUDIT-FILE
               OPEN EXTEND CUSTOMER-AUDIT-FILE
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'PROPOSTAS PENDENTES: ' WRK-QT-PENDENTES.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM 0210-REVISAR-PROPOSTA
               VARYING IX-PCR FROM 1 BY 1
               UNTIL IX-PCR > WRK-QT-PROPOSTAS OR DECISAO-SAIR.

       0210-REVISAR-PROPOSTA.
           MOVE TB-PROPOSTA (IX-PCR) TO CREDIT-PROPOSAL-RECORD.
           IF PROPOSTA-PENDENTE
               MOVE PCR-CLIENTE TO WRK-NUMERO
               PERFORM 0265-LOCALIZAR-CLIENTE
               PERFORM 0215-EXIBIR-PROPOSTA
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
                       DISPLAY 'PROPOSTA MANTIDA PENDENTE'
               END-EVALUATE
           END-IF.

       0215-EXIBIR-PROPOSTA.
           EVALUATE TRUE
               WHEN PROPOSTA-AUMENTO
                   MOVE 'AUMENTAR' TO WRK-ACAO-ED
               WHEN PROPOSTA-REDUCAO
                   MOVE 'REDUZIR'  TO WRK-ACAO-ED
               WHEN OTHER
                   MOVE 'BLOQUEAR' TO WRK-ACAO-ED
           END-EVALUATE.
           MOVE PCR-VOLUME          TO WRK-VOLUME-ED.
           MOVE PCR-LIMITE-ATUAL    TO WRK-LIMITE-ED.
           MOVE PCR-LIMITE-PROPOSTO TO WRK-PROPOSTO-ED.
           DISPLAY ' '.
           IF REGISTRO-ACHADO
               SET IX-CLI TO WRK-IX-CLI
               DISPLAY 'CLIENTE ' PCR-CLIENTE ' '
                   TB-CLI-NOME (IX-CLI)
           ELSE
               DISPLAY 'CLIENTE ' PCR-CLIENTE ' (NAO CADASTRADO)'
           END-IF.
           DISPLAY '  PONTUACAO ' PCR-PONTOS
               '  ATRASO MEDIO ' PCR-ATRASO-MEDIO ' DIAS'
               '  CARTAS ' PCR-QT-CARTAS
               '  DEVOLUCOES ' PCR-QT-DEVOLUCOES.
           DISPLAY '  VOLUME 12 MESES  ' WRK-VOLUME-ED.
           DISPLAY '  LIMITE ATUAL     ' WRK-LIMITE-ED.
           DISPLAY '  PROPOSTA: ' WRK-ACAO-ED
               '  LIMITE PROPOSTO ' WRK-PROPOSTO-ED.

      *    O LIMITE DO CADASTRO TEM QUE SER AINDA O QUE FOI
      *    PONTUADO; SE ALGUEM O ALTEROU NO CUSTMAINT DEPOIS, A
      *    PROPOSTA FICA PENDENTE E EXPIRA NA PROXIMA PONTUACAO.
       0220-APROVAR.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'CLIENTE NAO CADASTRADO - NADA APLICADO'
           ELSE
               SET IX-CLI TO WRK-IX-CLI
               IF TB-CLI-SITUACAO (IX-CLI) = 'M'
                   DISPLAY 'CLIENTE FUNDIDO (CUSTMERG) - NADA '
                       'APLICADO'
               ELSE
               IF TB-CLI-SITUACAO (IX-CLI) = 'X'
                   DISPLAY 'CLIENTE ANONIMIZADO (LGPD) - NADA '
                       'APLICADO'
               ELSE
               IF TB-CLI-LIMITE (IX-CLI) NOT = PCR-LIMITE-ATUAL
                   DISPLAY 'LIMITE ALTERADO DEPOIS DA PONTUACAO - '
                       'NADA APLICADO'
               ELSE
                   PERFORM 0225-APLICAR-REVISAO
               END-IF
               END-IF
               END-IF
           END-IF.

       0225-APLICAR-REVISAO.
           MOVE TB-CLI-LIMITE (IX-CLI)   TO WRK-LIMITE-ANTES.
           MOVE TB-CLI-SITUACAO (IX-CLI) TO WRK-SITUACAO-ANTES.
           IF PROPOSTA-BLOQUEIO
               MOVE 'B' TO TB-CLI-SITUACAO (IX-CLI)
           ELSE
               MOVE PCR-LIMITE-PROPOSTO TO TB-CLI-LIMITE (IX-CLI)
           END-IF.
           MOVE 'S' TO WRK-ALTERADO.
           PERFORM 0280-GRAVAR-AUDITORIA.
           MOVE 'A' TO PCR-SITUACAO.
           PERFORM 0240-REGISTRAR-DECISAO.
           ADD 1 TO WRK-QT-APROVADAS.
           DISPLAY 'PROPOSTA APROVADA E APLICADA NO CADASTRO'.

       0230-RECUSAR.
           MOVE 'R' TO PCR-SITUACAO.
           PERFORM 0240-REGISTRAR-DECISAO.
           ADD 1 TO WRK-QT-RECUSADAS.
           DISPLAY 'PROPOSTA RECUSADA'.

       0240-REGISTRAR-DECISAO.
           MOVE WRK-USUARIO TO PCR-DECISOR.
           MOVE WRK-DATA    TO PCR-DATA-DECISAO.
           MOVE CREDIT-PROPOSAL-RECORD TO TB-PROPOSTA (IX-PCR).

       0265-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-REGISTRO-ACHADO.
           MOVE ZEROS TO WRK-IX-CLI.
           PERFORM 0266-PROCURAR-CLIENTE
               VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > WRK-QT-CLIENTES OR REGISTRO-ACHADO.

       0266-PROCURAR-CLIENTE.
           IF TB-CLI-NUMERO (IX-CLI) = WRK-NUMERO
               MOVE 'S' TO WRK-REGISTRO-ACHADO
               SET WRK-IX-CLI TO IX-CLI
           END-IF.

       0280-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE CUSTOMER-AUDIT-RECORD.
           MOVE TB-CLI-NUMERO (IX-CLI)   TO CAUD-NUMERO.
           MOVE 'REVCREDITO'             TO CAUD-ACAO.
           MOVE TB-CLI-NOME (IX-CLI)     TO CAUD-NOME-ANTES.
           MOVE TB-CLI-CPF (IX-CLI)      TO CAUD-CPF-ANTES.
           MOVE WRK-LIMITE-ANTES         TO CAUD-LIMITE-ANTES.
           MOVE WRK-SITUACAO-ANTES       TO CAUD-SITUACAO-ANTES.
           MOVE TB-CLI-NOME (IX-CLI)     TO CAUD-NOME-DEPOIS.
           MOVE TB-CLI-CPF (IX-CLI)      TO CAUD-CPF-DEPOIS.
           MOVE TB-CLI-LIMITE (IX-CLI)   TO CAUD-LIMITE-DEPOIS.
           MOVE TB-CLI-SITUACAO (IX-CLI) TO CAUD-SITUACAO-DEPOIS.
           MOVE TB-CLI-BANCO (IX-CLI)    TO CAUD-BANCO-ANTES
                                            CAUD-BANCO-DEPOIS.
           MOVE TB-CLI-AGENCIA (IX-CLI)  TO CAUD-AGENCIA-ANTES
                                            CAUD-AGENCIA-DEPOIS.
           MOVE TB-CLI-CONTA (IX-CLI)    TO CAUD-CONTA-ANTES
                                            CAUD-CONTA-DEPOIS.
           MOVE WRK-DATA                 TO CAUD-DATA.
           MOVE WRK-HORA                 TO CAUD-HORA.
           WRITE CUSTOMER-AUDIT-RECORD.

      *    AS PROPOSTAS SO SAO REGRAVADAS SE HOUVE DECISAO, E O
      *    CADASTRO SO SE ALGUMA FOI APLICADA.
       0300-FINALIZAR.
           IF GERENTE-AUTORIZADO
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.
           IF WRK-QT-APROVADAS > ZEROS OR WRK-QT-RECUSADAS > ZEROS
               OPEN OUTPUT CREDIT-PROPOSAL-FILE
               PERFORM 0310-GRAVAR-PROPOSTA
                   VARYING IX-PCR FROM 1 BY 1
                   UNTIL IX-PCR > WRK-QT-PROPOSTAS
               CLOSE CREDIT-PROPOSAL-FILE
           END-IF.
           IF CADASTRO-ALTERADO
               OPEN OUTPUT CUSTOMER-MASTER
               PERFORM 0320-GRAVAR-CLIENTE
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES
               CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY 'PROPOSTAS APROVADAS : ' WRK-QT-APROVADAS.
           DISPLAY 'PROPOSTAS RECUSADAS : ' WRK-QT-RECUSADAS.
           DISPLAY 'FIM DA APROVACAO DE REVISAO DE CREDITO'.

       0310-GRAVAR-PROPOSTA.
           MOVE TB-PROPOSTA (IX-PCR) TO CREDIT-PROPOSAL-RECORD.
           WRITE CREDIT-PROPOSAL-RECORD.

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

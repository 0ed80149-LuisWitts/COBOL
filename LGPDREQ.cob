       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDREQ.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ATENDIMENTO DOS PEDIDOS DO TITULAR DE DADOS
      *              (LGPD). O NOME, O CPF, O ENDERECO E O TELEFONE
      *              DO CLIENTE ESTAO ESPALHADOS PELO CUSTMAST,
      *              CPFHIST, CUSTMAUD E INVMAST, E AS COMPRAS,
      *              FATURAS E PONTOS DELE PELO SALEHIST, ARINVOIC
      *              E FIDPONTO. O OPERADOR INFORMA O PROTOCOLO DO
      *              PEDIDO, O NUMERO DO CLIENTE E O TIPO:
      *              E = EXPORTACAO (ACESSO): TUDO O QUE TEMOS DO
      *                  CLIENTE EM CADA ARQUIVO VAI PARA O
      *                  DOCUMENTO LGPDEXP, A SER ENTREGUE AO
      *                  TITULAR;
      *              A = ANONIMIZACAO (ESQUECIMENTO): SO COM A
      *                  APROVACAO DE UM SUPERVISOR OU DO
      *                  ENCARREGADO (DPO) AUTENTICADO NO USRSEC,
      *                  DIFERENTE DO OPERADOR (NIVEL SUPERVISOR OU
      *                  ADM, OU GRANT LGPDREQ NO USRGRANT), COM A
      *                  TENTATIVA NA TRILHA DE ACESSO (ACCAUD). O
      *                  CADASTRO FICA COMO 'ANONIMIZADO' (SITUACAO
      *                  'X'), SEM CPF, ENDERECO, CIDADE E TELEFONE;
      *                  NOME E CPF SAEM DA TRILHA CUSTMAUD; O
      *                  TITULAR DOS CONTRATOS DO INVMAST VIRA
      *                  'ANONIMIZADO'; O HISTORICO DO CPF NO CPFHIST
      *                  E EXCLUIDO. VENDAS, FATURAS E PONTOS SO
      *                  GUARDAM O NUMERO DO CLIENTE E SAO REGISTROS
      *                  FISCAIS E FINANCEIROS QUE A LEI MANDA
      *                  MANTER - FICAM COMO ESTAO. CLIENTE COM
      *                  FATURA EM ABERTO OU BAIXADA COMO PERDA, OU
      *                  COM CONTRATO DE INVESTIMENTO ATIVO, NAO E
      *                  ANONIMIZADO (O DADO AINDA E NECESSARIO PARA
      *                  EXECUTAR O CONTRATO OU COBRAR A DIVIDA).
      *              TODO PEDIDO ATENDIDO, NEGADO OU DE CLIENTE NAO
      *              LOCALIZADO FICA NO REGISTRO DO DPO (LGPDLOG).
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  DADOS BANCARIOS DO CLIENTE (CUSTMAST E
      *                     TRILHA CUSTMAUD) EXPORTADOS NO ACESSO E
      *                     ZERADOS NA ANONIMIZACAO.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT CPF-HISTORY-FILE ASSIGN TO 'CPFHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CPF
               FILE STATUS IS WRK-CPFH-STATUS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO 'CUSTMAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAUD-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALEHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIS-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO 'ARINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT INVESTMENT-MASTER-FILE ASSIGN TO 'INVMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INV-STATUS.

           SELECT LOYALTY-POINTS-FILE ASSIGN TO 'FIDPONTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PTO-STATUS.

           SELECT USER-SECURITY-FILE ASSIGN TO 'USRSEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USEC-USUARIO
               FILE STATUS IS WRK-USEC-STATUS.

           SELECT ACCESS-AUDIT-FILE ASSIGN TO 'ACCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCAUD-STATUS.

           SELECT LGPD-EXPORT-FILE ASSIGN TO 'LGPDEXP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXP-STATUS.

           SELECT LGPD-LOG-FILE ASSIGN TO 'LGPDLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  CPF-HISTORY-FILE.
       01  HIST-RECORD.
           02  HIST-CPF               PIC X(11).
           02  HIST-DATA-ULTIMA       PIC 9(08).
           02  HIST-RESULTADO         PIC X(01).
           02  HIST-QT-VALIDACOES     PIC 9(05).

       FD  CUSTOMER-AUDIT-FILE.
           COPY 'CUSTMAUD.cob'.

       FD  SALES-HISTORY-FILE.
           COPY 'SALEHIST.cob'.

       FD  AR-INVOICE-FILE.
           COPY 'ARINVOIC.cob'.

       FD  INVESTMENT-MASTER-FILE.
           COPY 'BOOK2.cob'.

       FD  LOYALTY-POINTS-FILE.
           COPY 'FIDPONTO.cob'.

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

       FD  LGPD-EXPORT-FILE.
       01  LGPD-EXPORT-RECORD         PIC X(100).

       FD  LGPD-LOG-FILE.
           COPY 'LGPDLOG.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CPFH-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CAUD-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-SHIS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-INV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-PTO-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-USEC-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ACCAUD-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-EXP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-LOG-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

      *    PEDIDO EM ATENDIMENTO
       77  WRK-PROTOCOLO              PIC X(12) VALUE SPACES.
       77  WRK-NUMERO                 PIC 9(06) VALUE ZEROS.
       77  WRK-TIPO-PEDIDO            PIC X(01) VALUE SPACES.
           88  TIPO-EXPORTACAO                  VALUE 'E'.
           88  TIPO-ANONIMIZACAO                VALUE 'A'.
       77  WRK-PEDIDO-VALIDO          PIC X(01) VALUE 'N'.
           88  PEDIDO-VALIDO                    VALUE 'S'.
       77  WRK-RESULTADO              PIC X(12) VALUE SPACES.
       77  WRK-MOTIVO                 PIC X(40) VALUE SPACES.
       77  WRK-QT-REGISTROS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SECAO               PIC 9(05) VALUE ZEROS.
       77  WRK-TITULO-SECAO           PIC X(60) VALUE SPACES.
       77  WRK-RESPOSTA               PIC X(01) VALUE 'N'.

      *    TEXTO QUE SUBSTITUI O NOME NOS REGISTROS ANONIMIZADOS
       77  WRK-NOME-ANONIMO           PIC X(20) VALUE 'ANONIMIZADO'.

      *    DADOS CADASTRAIS DO CLIENTE LOCALIZADO
       77  WRK-CLIENTE-ACHADO         PIC X(01) VALUE 'N'.
           88  CLIENTE-ACHADO                   VALUE 'S'.
       77  WRK-NOME                   PIC X(20) VALUE SPACES.
       77  WRK-CPF                    PIC X(11) VALUE SPACES.
       77  WRK-LIMITE                 PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ENDERECO               PIC X(30) VALUE SPACES.
       77  WRK-CIDADE                 PIC X(20) VALUE SPACES.
       77  WRK-TELEFONE               PIC X(11) VALUE SPACES.
       77  WRK-BANCO                  PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA                PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA                  PIC 9(08) VALUE ZEROS.
       77  WRK-SITUACAO               PIC X(01) VALUE SPACES.
           88  SITUACAO-ANONIMIZADO             VALUE 'X'.

      *    OS ARQUIVOS ALTERADOS NA ANONIMIZACAO SAO GUARDADOS
      *    INTEIROS (LINHA COMO ESTA) E REGRAVADOS NA SAIDA, COMO NO
      *    CUSTMERG; ARQUIVO MAIOR QUE A TABELA NAO PODE SER
      *    REGRAVADO SEM PERDER LINHAS - NESSE CASO NADA E ALTERADO.
       01  TB-CLIENTES-TABELA.
           02  TB-CLIENTE OCCURS 200 TIMES INDEXED BY IX-CLI.
               03  TB-CLI-REGISTRO    PIC X(200).
               03  TB-CLI-NUMERO      PIC 9(06).
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CLIENTES        PIC 9(03) VALUE 200.
       77  WRK-IX-CLI                 PIC 9(03) VALUE ZEROS.

       01  TB-AUDITORIA-TABELA.
           02  TB-AUDITORIA OCCURS 2000 TIMES INDEXED BY IX-AUD
                                      PIC X(200).
       77  WRK-QT-AUDITORIA           PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-AUDITORIA       PIC 9(04) VALUE 2000.

       01  TB-CONTRATOS-TABELA.
           02  TB-CONTRATO OCCURS 500 TIMES INDEXED BY IX-INV
                                      PIC X(100).
       77  WRK-QT-CONTRATOS           PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CONTRATOS       PIC 9(03) VALUE 500.

       77  WRK-ARQUIVOS-INTEIROS      PIC X(01) VALUE 'S'.
           88  ARQUIVOS-INTEIROS                VALUE 'S'.

      *    PENDENCIAS QUE IMPEDEM A ANONIMIZACAO
       77  WRK-QT-FATURAS-PENDENTES   PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONTRATOS-ATIVOS    PIC 9(05) VALUE ZEROS.
       77  WRK-CPFH-DISPONIVEL        PIC X(01) VALUE 'S'.
           88  CPFHIST-DISPONIVEL               VALUE 'S'.

      *    REGISTROS ANONIMIZADOS POR ARQUIVO
       77  WRK-QT-ANON-AUDITORIA      PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ANON-CONTRATOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ANON-CPFHIST        PIC 9(05) VALUE ZEROS.

      *    OPERADOR DA SESSAO E SUPERVISOR/DPO QUE APROVA A
      *    ANONIMIZACAO
       77  WRK-OPERADOR               PIC X(20) VALUE SPACES.
       77  WRK-SUPERVISOR             PIC X(20) VALUE SPACES.
       77  WRK-SENHA                  PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO-ACESSO          PIC X(34) VALUE SPACES.
       77  WRK-FUNCAO-GRANT           PIC X(08) VALUE 'LGPDREQ'.
       77  WRK-GRANT-PERMITIDO        PIC X(01) VALUE 'N'.
       77  WRK-APROVADA               PIC X(01) VALUE 'N'.
           88  ANONIMIZACAO-APROVADA            VALUE 'S'.

      *    JORNAL DE IMAGENS POSTERIORES (ROTINA JRNLRTN) DO
      *    CPFHIST: A EXCLUSAO VAI COMO IMAGEM SO COM A CHAVE, PARA
      *    O FWDRECOV NAO RESSUSCITAR O HISTORICO NUMA RECUPERACAO.
       77  WRK-JRNL-ARQUIVO           PIC X(08) VALUE 'CPFHIST'.
       77  WRK-JRNL-CHAVE             PIC X(20) VALUE SPACES.
       77  WRK-JRNL-IMAGEM            PIC X(80) VALUE SPACES.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QT-ED                  PIC ZZZZ9 VALUE ZEROS.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF PEDIDO-VALIDO
               IF NOT CLIENTE-ACHADO
                   DISPLAY 'CLIENTE NAO LOCALIZADO NO CADASTRO'
                   MOVE 'NAO LOCALIZ.' TO WRK-RESULTADO
                   MOVE 'CLIENTE INEXISTENTE NO CUSTMAST'
                       TO WRK-MOTIVO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF TIPO-EXPORTACAO
                       PERFORM 0200-EXPORTAR
                   ELSE
                       PERFORM 0300-ANONIMIZAR
                   END-IF
               END-IF
               PERFORM 0500-GRAVAR-REGISTRO-DPO
           END-IF.
           DISPLAY ' FIM DO PEDIDO LGPD '.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '====== PEDIDO DO TITULAR DE DADOS (LGPD) ======'.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           CALL 'OPERRTN' USING WRK-OPERADOR END-CALL.
           DISPLAY 'OPERADOR : ' WRK-OPERADOR.
           DISPLAY 'PROTOCOLO DO PEDIDO ...'.
           ACCEPT WRK-PROTOCOLO.
           DISPLAY 'NUMERO DO CLIENTE ...'.
           ACCEPT WRK-NUMERO.
           DISPLAY 'TIPO (E=EXPORTAR OS DADOS A=ANONIMIZAR) ...'.
           ACCEPT WRK-TIPO-PEDIDO.
           IF WRK-PROTOCOLO = SPACES
              OR WRK-NUMERO = ZEROS
              OR NOT (TIPO-EXPORTACAO OR TIPO-ANONIMIZACAO)
               DISPLAY 'PROTOCOLO, CLIENTE E TIPO (E/A) SAO '
                   'OBRIGATORIOS - PEDIDO NAO ATENDIDO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WRK-PEDIDO-VALIDO
               PERFORM 0110-CARREGAR-CLIENTES
           END-IF.

       0110-CARREGAR-CLIENTES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-CUST-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER
           END-IF.

       0111-LER-CLIENTE.
           IF CUST-NUMERO = WRK-NUMERO
               MOVE 'S' TO WRK-CLIENTE-ACHADO
               MOVE CUST-NOME     TO WRK-NOME
               MOVE CUST-CPF      TO WRK-CPF
               IF CUST-LIMITE-CREDITO IS NUMERIC
                   MOVE CUST-LIMITE-CREDITO TO WRK-LIMITE
               END-IF
               MOVE CUST-ENDERECO TO WRK-ENDERECO
               MOVE CUST-CIDADE   TO WRK-CIDADE
               MOVE CUST-TELEFONE TO WRK-TELEFONE
               IF CUST-BANCO IS NUMERIC AND CUST-AGENCIA IS NUMERIC
                  AND CUST-CONTA IS NUMERIC
                   MOVE CUST-BANCO   TO WRK-BANCO
                   MOVE CUST-AGENCIA TO WRK-AGENCIA
                   MOVE CUST-CONTA   TO WRK-CONTA
               END-IF
               MOVE CUST-SITUACAO TO WRK-SITUACAO
           END-IF.
           IF WRK-QT-CLIENTES < WRK-LIMITE-CLIENTES
               ADD 1 TO WRK-QT-CLIENTES
               SET IX-CLI TO WRK-QT-CLIENTES
               MOVE CUSTOMER-RECORD TO TB-CLI-REGISTRO (IX-CLI)
               MOVE CUST-NUMERO     TO TB-CLI-NUMERO (IX-CLI)
               IF CUST-NUMERO = WRK-NUMERO
                   MOVE WRK-QT-CLIENTES TO WRK-IX-CLI
               END-IF
           ELSE
               MOVE 'N' TO WRK-ARQUIVOS-INTEIROS
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      **********************************************
      *    EXPORTACAO: O DOCUMENTO LGPDEXP E REFEITO A CADA PEDIDO
      *    (NAO ACUMULA DADOS PESSOAIS DE VARIOS CLIENTES) - E
      *    ENTREGUE AO TITULAR E O PROXIMO PEDIDO O SUBSTITUI.
      **********************************************
       0200-EXPORTAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           OPEN OUTPUT LGPD-EXPORT-FILE.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING 'EXPORTACAO DE DADOS PESSOAIS (LGPD) - PROTOCOLO '
               WRK-PROTOCOLO
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING 'CLIENTE ' WRK-NUMERO
               ' - EMITIDA EM ' WRK-DATA
               ' POR ' WRK-OPERADOR
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           PERFORM 0210-EXPORTAR-CADASTRO.
           PERFORM 0220-EXPORTAR-CPFHIST.
           PERFORM 0230-EXPORTAR-AUDITORIA.
           PERFORM 0240-EXPORTAR-COMPRAS.
           PERFORM 0250-EXPORTAR-FATURAS.
           PERFORM 0260-EXPORTAR-CONTRATOS.
           PERFORM 0270-EXPORTAR-PONTOS.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           WRITE LGPD-EXPORT-RECORD.
           MOVE WRK-QT-REGISTROS TO WRK-QT-ED.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING 'TOTAL DE REGISTROS EXPORTADOS: ' WRK-QT-ED
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           CLOSE LGPD-EXPORT-FILE.
           MOVE 'EXPORTADO' TO WRK-RESULTADO.
           MOVE 'DADOS PESSOAIS EXPORTADOS NO LGPDEXP'
               TO WRK-MOTIVO.
           DISPLAY 'DADOS EXPORTADOS NO LGPDEXP - REGISTROS : '
               WRK-QT-ED.

       0201-TITULO-SECAO.
           MOVE ZEROS TO WRK-QT-SECAO.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           WRITE LGPD-EXPORT-RECORD.
           WRITE LGPD-EXPORT-RECORD FROM WRK-TITULO-SECAO.

       0202-FIM-SECAO.
           IF WRK-QT-SECAO = ZEROS
               MOVE '  NENHUM REGISTRO' TO LGPD-EXPORT-RECORD
               WRITE LGPD-EXPORT-RECORD
           END-IF.
           ADD WRK-QT-SECAO TO WRK-QT-REGISTROS.

       0210-EXPORTAR-CADASTRO.
           MOVE '--- CADASTRO DE CLIENTES (CUSTMAST) ---'
               TO WRK-TITULO-SECAO.
           PERFORM 0201-TITULO-SECAO.
           MOVE 1 TO WRK-QT-SECAO.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  NOME      : ' WRK-NOME
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  CPF       : ' WRK-CPF
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  ENDERECO  : ' WRK-ENDERECO
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  CIDADE    : ' WRK-CIDADE
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  TELEFONE  : ' WRK-TELEFONE
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  BANCO     : ' WRK-BANCO
               '  AGENCIA ' WRK-AGENCIA
               '  CONTA ' WRK-CONTA
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           MOVE WRK-LIMITE TO WRK-VALOR-ED.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  LIMITE    : ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  SITUACAO  : ' WRK-SITUACAO
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.
           PERFORM 0202-FIM-SECAO.

      *    CLIENTE SEM CPF (OU JA ANONIMIZADO) NAO TEM HISTORICO.
       0220-EXPORTAR-CPFHIST.
           MOVE '--- VALIDACAO DE CPF (CPFHIST) ---'
               TO WRK-TITULO-SECAO.
           PERFORM 0201-TITULO-SECAO.
           IF WRK-CPF = SPACES
               PERFORM 0202-FIM-SECAO
           ELSE
               PERFORM 0221-LER-CPFHIST
           END-IF.

       0221-LER-CPFHIST.
           OPEN INPUT CPF-HISTORY-FILE.
           IF WRK-CPFH-STATUS = '35'
               PERFORM 0202-FIM-SECAO
           ELSE
               IF WRK-CPFH-STATUS NOT = '00'
                   MOVE SPACES TO LGPD-EXPORT-RECORD
                   STRING '  HISTORICO INDISPONIVEL - STATUS '
                       WRK-CPFH-STATUS ' (REEMITIR A EXPORTACAO)'
                       DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
                   END-STRING
                   WRITE LGPD-EXPORT-RECORD
                   DISPLAY '*** CPFHIST INDISPONIVEL - STATUS '
                       WRK-CPFH-STATUS ' ***'
               ELSE
                   MOVE WRK-CPF TO HIST-CPF
                   READ CPF-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WRK-QT-SECAO
                           MOVE SPACES TO LGPD-EXPORT-RECORD
                           STRING '  CPF ' HIST-CPF
                               ' ULTIMA VALIDACAO ' HIST-DATA-ULTIMA
                               ' RESULTADO ' HIST-RESULTADO
                               ' (' HIST-QT-VALIDACOES
                               ' VALIDACOES)'
                               DELIMITED BY SIZE
                               INTO LGPD-EXPORT-RECORD
                           END-STRING
                           WRITE LGPD-EXPORT-RECORD
                   END-READ
                   CLOSE CPF-HISTORY-FILE
                   PERFORM 0202-FIM-SECAO
               END-IF
           END-IF.

       0230-EXPORTAR-AUDITORIA.
           MOVE '--- ALTERACOES DO CADASTRO (CUSTMAUD) ---'
               TO WRK-TITULO-SECAO.
           PERFORM 0201-TITULO-SECAO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CUSTOMER-AUDIT-FILE.
           IF WRK-CAUD-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CUSTOMER-AUDIT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0231-LER-AUDITORIA UNTIL FIM-ARQUIVO
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.
           PERFORM 0202-FIM-SECAO.

       0231-LER-AUDITORIA.
           IF CAUD-NUMERO = WRK-NUMERO
               ADD 1 TO WRK-QT-SECAO
               MOVE SPACES TO LGPD-EXPORT-RECORD
               STRING '  ' CAUD-DATA ' ' CAUD-HORA ' ' CAUD-ACAO
                   ' NOME ' CAUD-NOME-ANTES ' -> ' CAUD-NOME-DEPOIS
                   DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
               END-STRING
               WRITE LGPD-EXPORT-RECORD
               MOVE SPACES TO LGPD-EXPORT-RECORD
               STRING '                    CPF ' CAUD-CPF-ANTES
                   ' -> ' CAUD-CPF-DEPOIS
                   '  SITUACAO ' CAUD-SITUACAO-ANTES
                   ' -> ' CAUD-SITUACAO-DEPOIS
                   DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
               END-STRING
               WRITE LGPD-EXPORT-RECORD
           END-IF.
           READ CUSTOMER-AUDIT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0240-EXPORTAR-COMPRAS.
           MOVE '--- VENDAS, DEVOLUCOES E CANCELAMENTOS (SALEHIST) ---'
               TO WRK-TITULO-SECAO.
           PERFORM 0201-TITULO-SECAO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WRK-SHIS-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ SALES-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0241-LER-COMPRA UNTIL FIM-ARQUIVO
               CLOSE SALES-HISTORY-FILE
           END-IF.
           PERFORM 0202-FIM-SECAO.

       0241-LER-COMPRA.
           IF SH-CLIENTE = WRK-NUMERO
               ADD 1 TO WRK-QT-SECAO
               MOVE SH-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO LGPD-EXPORT-RECORD
               STRING '  ' SH-DATA ' LOJA ' SH-LOJA
                   ' PRODUTO ' SH-CODIGO
                   ' QTD ' SH-QUANTIDADE
                   ' VALOR ' WRK-VALOR-ED
                   ' TIPO ' SH-TIPO
                   ' COND ' SH-CONDICAO
                   DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
               END-STRING
               WRITE LGPD-EXPORT-RECORD
           END-IF.
           READ SALES-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0250-EXPORTAR-FATURAS.
           MOVE '--- FATURAS (ARINVOIC) ---' TO WRK-TITULO-SECAO.
           PERFORM 0201-TITULO-SECAO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ AR-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0251-LER-FATURA UNTIL FIM-ARQUIVO
               CLOSE AR-INVOICE-FILE
           END-IF.
           PERFORM 0202-FIM-SECAO.

       0251-LER-FATURA.
           IF FAT-CLIENTE = WRK-NUMERO
               ADD 1 TO WRK-QT-SECAO
               MOVE FAT-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO LGPD-EXPORT-RECORD
               STRING '  EMISSAO ' FAT-DATA-EMISSAO
                   ' VENCIMENTO ' FAT-DATA-VENCIMENTO
                   ' VALOR ' WRK-VALOR-ED
                   ' SITUACAO ' FAT-SITUACAO
                   ' PAGAMENTO ' FAT-DATA-PAGAMENTO
                   DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
               END-STRING
               WRITE LGPD-EXPORT-RECORD
           END-IF.
           READ AR-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CONTRATO GRAVADO NO LAYOUT ANTIGO NAO TEM O NUMERO DO
      *    CLIENTE; ENTRA NA EXPORTACAO PELO NOME DO TITULAR, COM
      *    AVISO PARA CONFERENCIA (PODE SER UM HOMONIMO).
       0260-EXPORTAR-CONTRATOS.
           MOVE '--- CONTRATOS DE INVESTIMENTO (INVMAST) ---'
               TO WRK-TITULO-SECAO.
           PERFORM 0201-TITULO-SECAO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT INVESTMENT-MASTER-FILE.
           IF WRK-INV-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0261-LER-CONTRATO UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.
           PERFORM 0202-FIM-SECAO.

       0261-LER-CONTRATO.
           IF INV-CLIENTE IS NUMERIC
               IF INV-CLIENTE = WRK-NUMERO
                   PERFORM 0262-EXPORTAR-CONTRATO
               END-IF
           ELSE
               IF INV-TITULAR = WRK-NOME AND WRK-NOME NOT = SPACES
                   PERFORM 0262-EXPORTAR-CONTRATO
                   MOVE SPACES TO LGPD-EXPORT-RECORD
                   STRING '    (CONTRATO SEM NUMERO DO CLIENTE - '
                       'VINCULADO PELO NOME, CONFERIR)'
                       DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
                   END-STRING
                   WRITE LGPD-EXPORT-RECORD
               END-IF
           END-IF.
           READ INVESTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0262-EXPORTAR-CONTRATO.
           ADD 1 TO WRK-QT-SECAO.
           MOVE INV-PRINCIPAL TO WRK-VALOR-ED.
           MOVE SPACES TO LGPD-EXPORT-RECORD.
           STRING '  CONTA ' INV-CONTA
               ' TITULAR ' INV-TITULAR
               ' PRINCIPAL ' WRK-VALOR-ED
               ' INICIO ' INV-DATA-INICIO
               ' MESES ' INV-MESES
               ' SIT ' INV-SITUACAO
               DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
           END-STRING.
           WRITE LGPD-EXPORT-RECORD.

       0270-EXPORTAR-PONTOS.
           MOVE '--- PONTOS DE FIDELIDADE (FIDPONTO) ---'
               TO WRK-TITULO-SECAO.
           PERFORM 0201-TITULO-SECAO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT LOYALTY-POINTS-FILE.
           IF WRK-PTO-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ LOYALTY-POINTS-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0271-LER-PONTOS UNTIL FIM-ARQUIVO
               CLOSE LOYALTY-POINTS-FILE
           END-IF.
           PERFORM 0202-FIM-SECAO.

       0271-LER-PONTOS.
           IF PTO-CLIENTE = WRK-NUMERO
               ADD 1 TO WRK-QT-SECAO
               MOVE PTO-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO LGPD-EXPORT-RECORD
               STRING '  ' PTO-DATA ' TIPO ' PTO-TIPO
                   ' PONTOS ' PTO-PONTOS
                   ' VALOR ' WRK-VALOR-ED
                   ' LOJA ' PTO-LOJA
                   DELIMITED BY SIZE INTO LGPD-EXPORT-RECORD
               END-STRING
               WRITE LGPD-EXPORT-RECORD
           END-IF.
           READ LOYALTY-POINTS-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      **********************************************
      *    ANONIMIZACAO: TODAS AS CONFERENCIAS SAO FEITAS ANTES DE
      *    QUALQUER GRAVACAO - PEDIDO NEGADO NAO ALTERA NADA.
      **********************************************
       0300-ANONIMIZAR.
           MOVE 'NEGADO' TO WRK-RESULTADO.
           IF SITUACAO-ANONIMIZADO
               DISPLAY 'CLIENTE JA ANONIMIZADO - NADA A FAZER'
               MOVE 'CLIENTE JA ANONIMIZADO' TO WRK-MOTIVO
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0310-CONTAR-FATURAS-PENDENTES
               PERFORM 0320-CARREGAR-CONTRATOS
               PERFORM 0330-CARREGAR-AUDITORIA
               PERFORM 0340-CONFERIR-CPFHIST
               PERFORM 0350-CONFERIR-PENDENCIAS
           END-IF.

       0310-CONTAR-FATURAS-PENDENTES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ AR-INVOICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0311-TESTAR-FATURA UNTIL FIM-ARQUIVO
               CLOSE AR-INVOICE-FILE
           END-IF.

      *    A FATURA BAIXADA COMO PERDA AINDA PODE SER RECUPERADA
      *    (ARSETTLE) - A DIVIDA CONTINUA E O DADO TAMBEM.
       0311-TESTAR-FATURA.
           IF FAT-CLIENTE = WRK-NUMERO
              AND (FATURA-ABERTA OR FATURA-BAIXADA-PERDA)
               ADD 1 TO WRK-QT-FATURAS-PENDENTES
           END-IF.
           READ AR-INVOICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0320-CARREGAR-CONTRATOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT INVESTMENT-MASTER-FILE.
           IF WRK-INV-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ INVESTMENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0321-LER-CONTRATO UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.

      *    CONTRATO COM SITUACAO EM BRANCO (LAYOUT ANTIGO) CONTA
      *    COMO ATIVO, COMO NO PROGCOB17.
       0321-LER-CONTRATO.
           IF INV-CLIENTE IS NUMERIC
               IF INV-CLIENTE = WRK-NUMERO
                  AND (CONTRATO-ATIVO OR INV-SITUACAO = SPACE)
                   ADD 1 TO WRK-QT-CONTRATOS-ATIVOS
               END-IF
           END-IF.
           IF WRK-QT-CONTRATOS < WRK-LIMITE-CONTRATOS
               ADD 1 TO WRK-QT-CONTRATOS
               SET IX-INV TO WRK-QT-CONTRATOS
               MOVE INVESTMENT-ACCOUNT-RECORD TO TB-CONTRATO (IX-INV)
           ELSE
               MOVE 'N' TO WRK-ARQUIVOS-INTEIROS
           END-IF.
           READ INVESTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0330-CARREGAR-AUDITORIA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CUSTOMER-AUDIT-FILE.
           IF WRK-CAUD-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CUSTOMER-AUDIT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0331-LER-AUDITORIA UNTIL FIM-ARQUIVO
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.

       0331-LER-AUDITORIA.
           IF WRK-QT-AUDITORIA < WRK-LIMITE-AUDITORIA
               ADD 1 TO WRK-QT-AUDITORIA
               SET IX-AUD TO WRK-QT-AUDITORIA
               MOVE CUSTOMER-AUDIT-RECORD TO TB-AUDITORIA (IX-AUD)
           ELSE
               MOVE 'N' TO WRK-ARQUIVOS-INTEIROS
           END-IF.
           READ CUSTOMER-AUDIT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    O HISTORICO DO CPF PRECISA ESTAR ACESSIVEL PARA SER
      *    EXCLUIDO; AUSENTE (STATUS 35) E SO NAO TER HISTORICO.
       0340-CONFERIR-CPFHIST.
           OPEN INPUT CPF-HISTORY-FILE.
           IF WRK-CPFH-STATUS = '00'
               CLOSE CPF-HISTORY-FILE
           ELSE
               IF WRK-CPFH-STATUS NOT = '35'
                   MOVE 'N' TO WRK-CPFH-DISPONIVEL
               END-IF
           END-IF.

       0350-CONFERIR-PENDENCIAS.
           IF NOT ARQUIVOS-INTEIROS
               DISPLAY '*** CUSTMAST, CUSTMAUD OU INVMAST MAIOR QUE '
                   'A TABELA - NADA ANONIMIZADO ***'
               MOVE 'ARQUIVO MAIOR QUE A TABELA DO PROGRAMA'
                   TO WRK-MOTIVO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF NOT CPFHIST-DISPONIVEL
               DISPLAY '*** CPFHIST INDISPONIVEL - STATUS '
                   WRK-CPFH-STATUS ' - NADA ANONIMIZADO ***'
               MOVE 'CPFHIST INDISPONIVEL' TO WRK-MOTIVO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WRK-QT-FATURAS-PENDENTES > ZEROS
               MOVE WRK-QT-FATURAS-PENDENTES TO WRK-QT-ED
               DISPLAY 'CLIENTE COM ' WRK-QT-ED ' FATURA(S) EM '
                   'ABERTO OU BAIXADA(S) COMO PERDA - NAO PODE SER '
                   'ANONIMIZADO'
               MOVE 'FATURA EM ABERTO OU BAIXADA COMO PERDA'
                   TO WRK-MOTIVO
               MOVE 4 TO RETURN-CODE
           ELSE
           IF WRK-QT-CONTRATOS-ATIVOS > ZEROS
               MOVE WRK-QT-CONTRATOS-ATIVOS TO WRK-QT-ED
               DISPLAY 'CLIENTE COM ' WRK-QT-ED ' CONTRATO(S) DE '
                   'INVESTIMENTO ATIVO(S) - NAO PODE SER ANONIMIZADO'
               MOVE 'CONTRATO DE INVESTIMENTO ATIVO' TO WRK-MOTIVO
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0360-PEDIR-APROVACAO
           END-IF
           END-IF
           END-IF
           END-IF.

       0360-PEDIR-APROVACAO.
           DISPLAY 'CLIENTE  : ' WRK-NUMERO ' ' WRK-NOME.
           DISPLAY 'CPF      : ' WRK-CPF.
           DISPLAY 'OS DADOS PESSOAIS SERAO APAGADOS SEM RETORNO.'.
           DISPLAY 'CONFIRMA A ANONIMIZACAO (S/N) ...'.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'ANONIMIZACAO CANCELADA'
               MOVE 'CANCELADO PELO OPERADOR' TO WRK-MOTIVO
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'USUARIO DO SUPERVISOR OU ENCARREGADO ...'
               ACCEPT WRK-SUPERVISOR
               DISPLAY 'SENHA ...'
               ACCEPT WRK-SENHA WITH NO ECHO
               PERFORM 0361-AUTENTICAR-SUPERVISOR
               IF ANONIMIZACAO-APROVADA
                   PERFORM 0400-APLICAR-ANONIMIZACAO
               ELSE
                   MOVE 'APROVACAO NEGADA' TO WRK-MOTIVO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    MESMA CONFERENCIA DA BAIXA POR PERDA (ARWRTOFF): SENHA,
      *    CONTA ATIVA E NAO BLOQUEADA, NIVEL SUPERVISOR OU ADM - E
      *    O GRANT LGPDREQ DO USRGRANT (ROTINA GRNTRTN) LIBERA OU
      *    NEGA O USUARIO ESPECIFICO, COMO O ENCARREGADO (DPO). QUEM
      *    ATENDE O PEDIDO NAO PODE SER QUEM APROVA.
       0361-AUTENTICAR-SUPERVISOR.
           MOVE 'N' TO WRK-APROVADA.
           OPEN INPUT USER-SECURITY-FILE.
           MOVE WRK-SUPERVISOR TO USEC-USUARIO.
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
              AND WRK-SUPERVISOR NOT = WRK-OPERADOR
               IF USEC-NIVEL-ADM OR USEC-NIVEL-SUPERVISOR
                   MOVE 'S' TO WRK-GRANT-PERMITIDO
               ELSE
                   MOVE 'N' TO WRK-GRANT-PERMITIDO
               END-IF
               CALL 'GRNTRTN' USING WRK-SUPERVISOR WRK-FUNCAO-GRANT
                   WRK-GRANT-PERMITIDO
               END-CALL
               MOVE WRK-GRANT-PERMITIDO TO WRK-APROVADA
           END-IF.
           IF ANONIMIZACAO-APROVADA
               MOVE 'ANONIMIZACAO LGPD APROVADA'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0362-GRAVAR-ACESSO
               DISPLAY 'ANONIMIZACAO APROVADA POR ' WRK-SUPERVISOR
           ELSE
               MOVE 'ANONIMIZACAO LGPD NEGADA'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0362-GRAVAR-ACESSO
               IF WRK-SUPERVISOR = WRK-OPERADOR
                   DISPLAY 'ANONIMIZACAO NEGADA - O APROVADOR NAO '
                       'PODE SER O PROPRIO OPERADOR'
               ELSE
                   DISPLAY 'ANONIMIZACAO NEGADA - CREDENCIAL '
                       'INVALIDA OU SEM AUTORIZACAO'
               END-IF
           END-IF.

      *    TODA TENTATIVA (APROVADA OU NEGADA) FICA NA TRILHA DE
      *    ACESSO, NO MESMO LAYOUT QUE O PAYAPPRV USA.
       0362-GRAVAR-ACESSO.
           OPEN EXTEND ACCESS-AUDIT-FILE.
           IF WRK-ACCAUD-STATUS = '35'
               OPEN OUTPUT ACCESS-AUDIT-FILE
               CLOSE ACCESS-AUDIT-FILE
               OPEN EXTEND ACCESS-AUDIT-FILE
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE ACCESS-AUDIT-RECORD.
           MOVE WRK-SUPERVISOR    TO AUDIT-USUARIO.
           MOVE USEC-NIVEL        TO AUDIT-NIVEL.
           MOVE WRK-MOTIVO-ACESSO TO AUDIT-MOTIVO.
           MOVE WRK-DATA          TO AUDIT-DATA.
           MOVE WRK-HORA          TO AUDIT-HORA.
           WRITE ACCESS-AUDIT-RECORD.
           CLOSE ACCESS-AUDIT-FILE.

      **********************************************
      *    APLICACAO DA ANONIMIZACAO APROVADA
      **********************************************
       0400-APLICAR-ANONIMIZACAO.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           PERFORM 0410-EXCLUIR-CPFHIST.
           PERFORM 0420-ANONIMIZAR-CADASTRO.
           PERFORM 0430-ANONIMIZAR-AUDITORIA.
           PERFORM 0440-ANONIMIZAR-CONTRATOS.
           COMPUTE WRK-QT-REGISTROS = 1 + WRK-QT-ANON-CPFHIST
               + WRK-QT-ANON-AUDITORIA + WRK-QT-ANON-CONTRATOS.
           MOVE 'ANONIMIZADO' TO WRK-RESULTADO.
           MOVE 'VENDAS, FATURAS E PONTOS MANTIDOS' TO WRK-MOTIVO.
           DISPLAY 'CADASTRO ANONIMIZADO (SITUACAO X)'.
           DISPLAY 'HISTORICO DE CPF EXCLUIDO       : '
               WRK-QT-ANON-CPFHIST.
           DISPLAY 'LINHAS DA TRILHA ANONIMIZADAS   : '
               WRK-QT-ANON-AUDITORIA.
           DISPLAY 'CONTRATOS ANONIMIZADOS          : '
               WRK-QT-ANON-CONTRATOS.

       0410-EXCLUIR-CPFHIST.
           IF WRK-CPF NOT = SPACES
               OPEN I-O CPF-HISTORY-FILE
               IF WRK-CPFH-STATUS = '00'
                   MOVE WRK-CPF TO HIST-CPF
                   DELETE CPF-HISTORY-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QT-ANON-CPFHIST
                           PERFORM 0411-JORNALAR-EXCLUSAO
                   END-DELETE
                   CLOSE CPF-HISTORY-FILE
               END-IF
           END-IF.

       0411-JORNALAR-EXCLUSAO.
           MOVE WRK-CPF TO WRK-JRNL-CHAVE.
           MOVE SPACES  TO WRK-JRNL-IMAGEM.
           MOVE WRK-CPF TO WRK-JRNL-IMAGEM (1 : 11).
           CALL 'JRNLRTN' USING WRK-JRNL-ARQUIVO WRK-JRNL-CHAVE
               WRK-JRNL-IMAGEM
           END-CALL.

      *    O REGISTRO NAO E APAGADO - O NUMERO NUNCA E REUSADO E AS
      *    VENDAS, FATURAS E PONTOS CONTINUAM APONTANDO PARA ELE.
       0420-ANONIMIZAR-CADASTRO.
           SET IX-CLI TO WRK-IX-CLI.
           MOVE TB-CLI-REGISTRO (IX-CLI) TO CUSTOMER-RECORD.
           MOVE WRK-NOME-ANONIMO TO CUST-NOME.
           MOVE SPACES TO CUST-CPF CUST-ENDERECO CUST-CIDADE
               CUST-TELEFONE.
           MOVE ZEROS TO CUST-BANCO CUST-AGENCIA CUST-CONTA.
           MOVE 'X' TO CUST-SITUACAO.
           MOVE CUSTOMER-RECORD TO TB-CLI-REGISTRO (IX-CLI).
           OPEN OUTPUT CUSTOMER-MASTER.
           PERFORM 0421-GRAVAR-CLIENTE
               VARYING IX-CLI FROM 1 BY 1
               UNTIL IX-CLI > WRK-QT-CLIENTES.
           CLOSE CUSTOMER-MASTER.

       0421-GRAVAR-CLIENTE.
           MOVE TB-CLI-REGISTRO (IX-CLI) TO CUSTOMER-RECORD.
           WRITE CUSTOMER-RECORD.

      *    NOME, CPF E CONTA BANCARIA, ANTES E DEPOIS, SAEM DE TODAS
      *    AS LINHAS DO CLIENTE NA TRILHA; AS DATAS, LIMITES E
      *    SITUACOES FICAM.
      *    A PROPRIA ANONIMIZACAO ENTRA COMO A ULTIMA LINHA.
       0430-ANONIMIZAR-AUDITORIA.
           OPEN OUTPUT CUSTOMER-AUDIT-FILE.
           PERFORM 0431-GRAVAR-AUDITORIA
               VARYING IX-AUD FROM 1 BY 1
               UNTIL IX-AUD > WRK-QT-AUDITORIA.
           INITIALIZE CUSTOMER-AUDIT-RECORD.
           MOVE WRK-NUMERO       TO CAUD-NUMERO.
           MOVE 'ANONIMIZAC'     TO CAUD-ACAO.
           MOVE WRK-LIMITE       TO CAUD-LIMITE-ANTES.
           MOVE WRK-SITUACAO     TO CAUD-SITUACAO-ANTES.
           MOVE WRK-NOME-ANONIMO TO CAUD-NOME-DEPOIS.
           MOVE WRK-LIMITE       TO CAUD-LIMITE-DEPOIS.
           MOVE 'X'              TO CAUD-SITUACAO-DEPOIS.
           MOVE WRK-DATA         TO CAUD-DATA.
           MOVE WRK-HORA         TO CAUD-HORA.
           WRITE CUSTOMER-AUDIT-RECORD.
           CLOSE CUSTOMER-AUDIT-FILE.

       0431-GRAVAR-AUDITORIA.
           MOVE TB-AUDITORIA (IX-AUD) TO CUSTOMER-AUDIT-RECORD.
           IF CAUD-NUMERO = WRK-NUMERO
               ADD 1 TO WRK-QT-ANON-AUDITORIA
               IF CAUD-NOME-ANTES NOT = SPACES
                   MOVE WRK-NOME-ANONIMO TO CAUD-NOME-ANTES
               END-IF
               IF CAUD-NOME-DEPOIS NOT = SPACES
                   MOVE WRK-NOME-ANONIMO TO CAUD-NOME-DEPOIS
               END-IF
               MOVE SPACES TO CAUD-CPF-ANTES CAUD-CPF-DEPOIS
               MOVE ZEROS TO CAUD-BANCO-ANTES CAUD-AGENCIA-ANTES
                   CAUD-CONTA-ANTES CAUD-BANCO-DEPOIS
                   CAUD-AGENCIA-DEPOIS CAUD-CONTA-DEPOIS
           END-IF.
           WRITE CUSTOMER-AUDIT-RECORD.

      *    O CONTRATO (PRINCIPAL, TAXA, DATAS) E REGISTRO FINANCEIRO
      *    E FICA; SO O NOME DO TITULAR SAI. O INVMAST SO E
      *    REGRAVADO SE O CLIENTE TEM CONTRATO.
       0440-ANONIMIZAR-CONTRATOS.
           PERFORM 0441-MASCARAR-CONTRATO
               VARYING IX-INV FROM 1 BY 1
               UNTIL IX-INV > WRK-QT-CONTRATOS.
           IF WRK-QT-ANON-CONTRATOS > ZEROS
               OPEN OUTPUT INVESTMENT-MASTER-FILE
               PERFORM 0442-GRAVAR-CONTRATO
                   VARYING IX-INV FROM 1 BY 1
                   UNTIL IX-INV > WRK-QT-CONTRATOS
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.

       0441-MASCARAR-CONTRATO.
           MOVE TB-CONTRATO (IX-INV) TO INVESTMENT-ACCOUNT-RECORD.
           IF INV-CLIENTE IS NUMERIC
               IF INV-CLIENTE = WRK-NUMERO
                   ADD 1 TO WRK-QT-ANON-CONTRATOS
                   MOVE WRK-NOME-ANONIMO TO INV-TITULAR
                   MOVE INVESTMENT-ACCOUNT-RECORD
                       TO TB-CONTRATO (IX-INV)
               END-IF
           END-IF.

       0442-GRAVAR-CONTRATO.
           MOVE TB-CONTRATO (IX-INV) TO INVESTMENT-ACCOUNT-RECORD.
           WRITE INVESTMENT-ACCOUNT-RECORD.

      **********************************************
      *    REGISTRO DO PEDIDO PARA O ENCARREGADO (DPO)
      **********************************************
       0500-GRAVAR-REGISTRO-DPO.
           OPEN EXTEND LGPD-LOG-FILE.
           IF WRK-LOG-STATUS = '35'
               OPEN OUTPUT LGPD-LOG-FILE
               CLOSE LGPD-LOG-FILE
               OPEN EXTEND LGPD-LOG-FILE
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE LGPD-LOG-RECORD.
           MOVE WRK-PROTOCOLO    TO LGPD-PROTOCOLO.
           MOVE WRK-NUMERO       TO LGPD-CLIENTE.
           MOVE WRK-TIPO-PEDIDO  TO LGPD-TIPO.
           MOVE WRK-RESULTADO    TO LGPD-RESULTADO.
           MOVE WRK-MOTIVO       TO LGPD-MOTIVO.
           MOVE WRK-QT-REGISTROS TO LGPD-QT-REGISTROS.
           MOVE WRK-OPERADOR     TO LGPD-OPERADOR.
           MOVE WRK-SUPERVISOR   TO LGPD-APROVADOR.
           MOVE WRK-DATA         TO LGPD-DATA.
           MOVE WRK-HORA         TO LGPD-HORA.
           WRITE LGPD-LOG-RECORD.
           CLOSE LGPD-LOG-FILE.

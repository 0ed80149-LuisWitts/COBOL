      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  O LAYOUT DA TRILHA CUSTMAUD PASSOU A
      *                     COPYBOOK (CUSTMAUD.cob), COMPARTILHADO
      *                     COM A REVISAO DE CREDITO (CREDAPRV).
      *    15/10/2026  LCW  SITUACOES 'M' (FUNDIDO) E 'X' (ANONIMIZADO
      *                     PELO LGPDREQ) PRESERVADAS NA REGRAVACAO;
      *                     CLIENTE ANONIMIZADO NAO E ALTERADO NEM
      *                     BLOQUEADO.
      *    15/10/2026  LCW  DADOS BANCARIOS DO CLIENTE (BANCO,
      *                     AGENCIA, CONTA) PARA O CREDITO DOS
      *                     RESGATES E VENCIMENTOS DE INVESTIMENTO:
      *                     OS TRES PREENCHIDOS OU OS TRES ZERADOS,
      *                     COM ANTES/DEPOIS NA TRILHA CUSTMAUD.
      *    15/10/2026  LCW  O LIMITE DE CREDITO NAO MUDA MAIS NA
      *                     ALTERACAO: A MUDANCA FICA PENDENTE NO
      *                     CHGPEND COM O LIMITE EM VIGOR, O NOVO E O
      *                     SOLICITANTE (OPERRTN), E SO E APLICADA
      *                     QUANDO OUTRO USUARIO A APROVA NO CHGAPRV.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT SENSITIVE-CHANGE-FILE ASSIGN TO 'CHGPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  CUSTOMER-AUDIT-FILE.
           COPY 'CUSTMAUD.cob'.

       FD  SENSITIVE-CHANGE-FILE.
           COPY 'CHGPEND.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-AUDIT-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-SCHG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-SCHG-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PENDENTES                    VALUE 'S'.
       77  WRK-PENDENTE-ACHADO        PIC X(01) VALUE 'N'.
           88  JA-HA-PENDENTE                   VALUE 'S'.
       77  WRK-OPERADOR               PIC X(20) VALUE SPACES.
       77  WRK-CUST-EOF               PIC X(01) VALUE 'N'.
           88  FIM-CLIENTES                     VALUE 'S'.

               03  TB-CLI-CIDADE      PIC X(20).
               03  TB-CLI-TELEFONE    PIC X(11).
               03  TB-CLI-SITUACAO    PIC X(01).
               03  TB-CLI-BANCO       PIC 9(03).
               03  TB-CLI-AGENCIA     PIC 9(04).
               03  TB-CLI-CONTA       PIC 9(08).
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CLIENTES        PIC 9(03) VALUE 200.
       77  WRK-IX-CLI                 PIC 9(03) VALUE ZEROS.
       77  WRK-ENDERECO               PIC X(30) VALUE SPACES.
       77  WRK-CIDADE                 PIC X(20) VALUE SPACES.
       77  WRK-TELEFONE               PIC X(11) VALUE SPACES.
       77  WRK-BANCO                  PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA                PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA                  PIC 9(08) VALUE ZEROS.
       77  WRK-BANCO-VALIDO           PIC X(01) VALUE 'S'.
           88  DADOS-BANCARIOS-VALIDOS          VALUE 'S'.
       77  WRK-CPF-VALIDO             PIC X(01) VALUE 'S'.
       77  WRK-CPF-DUPLICADO          PIC X(01) VALUE 'N'.
           88  CPF-DUPLICADO                    VALUE 'S'.
       77  WRK-CPF-ANTES              PIC X(11) VALUE SPACES.
       77  WRK-LIMITE-ANTES           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SITUACAO-ANTES         PIC X(01) VALUE SPACES.
       77  WRK-BANCO-ANTES            PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA-ANTES          PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA-ANTES            PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).

       0100-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'OPERRTN' USING WRK-OPERADOR END-CALL.
           PERFORM 0110-CARREGAR-CLIENTES.
           PERFORM 0120-ABRIR-AUDITORIA.
           PERFORM 0130-EXIBIR-MENU.
               MOVE CUST-TELEFONE TO TB-CLI-TELEFONE (IX-CLI)
      *        REGISTRO NO LAYOUT ANTIGO CHEGA COM A SITUACAO EM
      *        BRANCO E E TRATADO COMO ATIVO
               IF CUST-SITUACAO = 'B' OR CUST-SITUACAO = 'M'
                  OR CUST-SITUACAO = 'X'
                   MOVE CUST-SITUACAO TO TB-CLI-SITUACAO (IX-CLI)
               ELSE
                   MOVE 'A' TO TB-CLI-SITUACAO (IX-CLI)
               END-IF
      *        SEM DADOS BANCARIOS NO LAYOUT ANTIGO: FICAM ZERADOS
               IF CUST-BANCO IS NUMERIC AND CUST-AGENCIA IS NUMERIC
                  AND CUST-CONTA IS NUMERIC
                   MOVE CUST-BANCO   TO TB-CLI-BANCO (IX-CLI)
                   MOVE CUST-AGENCIA TO TB-CLI-AGENCIA (IX-CLI)
                   MOVE CUST-CONTA   TO TB-CLI-CONTA (IX-CLI)
               ELSE
                   MOVE ZEROS TO TB-CLI-BANCO (IX-CLI)
                       TB-CLI-AGENCIA (IX-CLI) TB-CLI-CONTA (IX-CLI)
               END-IF
               IF CUST-NUMERO > WRK-MAIOR-NUMERO
                   MOVE CUST-NUMERO TO WRK-MAIOR-NUMERO
               END-IF
                   DISPLAY 'NOME OBRIGATORIO - NADA GRAVADO'
               ELSE
                   PERFORM 0260-VALIDAR-CPF
                   PERFORM 0262-VALIDAR-BANCO
                   IF WRK-CPF-VALIDO = 'S' AND NOT CPF-DUPLICADO
                      AND DADOS-BANCARIOS-VALIDOS
                       ADD 1 TO WRK-MAIOR-NUMERO
                       ADD 1 TO WRK-QT-CLIENTES
                       SET IX-CLI TO WRK-QT-CLIENTES
                       MOVE SPACES TO WRK-NOME-ANTES
                           WRK-CPF-ANTES WRK-SITUACAO-ANTES
                       MOVE ZEROS TO WRK-LIMITE-ANTES
                           WRK-BANCO-ANTES WRK-AGENCIA-ANTES
                           WRK-CONTA-ANTES
                       MOVE 'INCLUSAO' TO WRK-ACAO
                       MOVE WRK-MAIOR-NUMERO TO WRK-NUMERO
                       PERFORM 0280-GRAVAR-AUDITORIA
           PERFORM 0265-LOCALIZAR-CLIENTE.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'CLIENTE ' WRK-NUMERO ' NAO CADASTRADO'
           ELSE
           IF TB-CLI-SITUACAO (WRK-IX-CLI) = 'X'
               DISPLAY 'CLIENTE ' WRK-NUMERO ' ANONIMIZADO (LGPD) - '
                   'NADA GRAVADO'
           ELSE
               SET IX-CLI TO WRK-IX-CLI
               MOVE TB-CLI-NOME (IX-CLI)     TO WRK-NOME-ANTES
               MOVE TB-CLI-CPF (IX-CLI)      TO WRK-CPF-ANTES
               MOVE TB-CLI-LIMITE (IX-CLI)   TO WRK-LIMITE-ANTES
               MOVE TB-CLI-SITUACAO (IX-CLI) TO WRK-SITUACAO-ANTES
               MOVE TB-CLI-BANCO (IX-CLI)    TO WRK-BANCO-ANTES
               MOVE TB-CLI-AGENCIA (IX-CLI)  TO WRK-AGENCIA-ANTES
               MOVE TB-CLI-CONTA (IX-CLI)    TO WRK-CONTA-ANTES
               DISPLAY 'NOME ATUAL: ' TB-CLI-NOME (IX-CLI)
               DISPLAY 'BANCO/AGENCIA/CONTA ATUAL: '
                   TB-CLI-BANCO (IX-CLI) ' '
                   TB-CLI-AGENCIA (IX-CLI) ' '
                   TB-CLI-CONTA (IX-CLI)
               PERFORM 0250-LER-DADOS
               IF WRK-NOME = SPACES
                   DISPLAY 'NOME OBRIGATORIO - NADA GRAVADO'
               ELSE
                   PERFORM 0260-VALIDAR-CPF
                   PERFORM 0262-VALIDAR-BANCO
                   IF WRK-CPF-VALIDO = 'S' AND NOT CPF-DUPLICADO
                      AND DADOS-BANCARIOS-VALIDOS
                       IF WRK-LIMITE NOT = WRK-LIMITE-ANTES
                           PERFORM 0500-RETER-LIMITE
                           MOVE WRK-LIMITE-ANTES TO WRK-LIMITE
                       END-IF
                       PERFORM 0270-GRAVAR-DADOS-TABELA
                       MOVE 'S' TO WRK-ALTERADO
                       MOVE 'ALTERACAO' TO WRK-ACAO
                       DISPLAY 'CLIENTE ' WRK-NUMERO ' ALTERADO'
                   END-IF
               END-IF
           END-IF
           END-IF.

       0230-BLOQUEAR.
           PERFORM 0265-LOCALIZAR-CLIENTE.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'CLIENTE ' WRK-NUMERO ' NAO CADASTRADO'
           ELSE
           IF TB-CLI-SITUACAO (WRK-IX-CLI) = 'X'
               DISPLAY 'CLIENTE ' WRK-NUMERO ' ANONIMIZADO (LGPD) - '
                   'NADA GRAVADO'
           ELSE
               SET IX-CLI TO WRK-IX-CLI
               MOVE TB-CLI-NOME (IX-CLI)     TO WRK-NOME-ANTES
               MOVE TB-CLI-CPF (IX-CLI)      TO WRK-CPF-ANTES
               MOVE TB-CLI-LIMITE (IX-CLI)   TO WRK-LIMITE-ANTES
               MOVE TB-CLI-SITUACAO (IX-CLI) TO WRK-SITUACAO-ANTES
               MOVE TB-CLI-BANCO (IX-CLI)    TO WRK-BANCO-ANTES
               MOVE TB-CLI-AGENCIA (IX-CLI)  TO WRK-AGENCIA-ANTES
               MOVE TB-CLI-CONTA (IX-CLI)    TO WRK-CONTA-ANTES
               MOVE 'B' TO TB-CLI-SITUACAO (IX-CLI)
               MOVE 'S' TO WRK-ALTERADO
               MOVE 'BLOQUEIO' TO WRK-ACAO
               PERFORM 0280-GRAVAR-AUDITORIA
               DISPLAY 'CLIENTE ' WRK-NUMERO ' BLOQUEADO'
           END-IF
           END-IF.

       0240-LISTAR.
           DISPLAY TB-CLI-NUMERO (IX-CLI) ' '
               TB-CLI-NOME (IX-CLI) ' '
               TB-CLI-CIDADE (IX-CLI) ' '
               TB-CLI-SITUACAO (IX-CLI) ' '
               TB-CLI-BANCO (IX-CLI) ' '
               TB-CLI-AGENCIA (IX-CLI) ' '
               TB-CLI-CONTA (IX-CLI).

       0250-LER-DADOS.
           DISPLAY 'NOME ...'.
           ACCEPT WRK-TELEFONE FROM CONSOLE.
           DISPLAY 'LIMITE DE CREDITO (ZERO = SEM LIMITE) ...'.
           ACCEPT WRK-LIMITE FROM CONSOLE.
           DISPLAY 'BANCO (3 DIGITOS, ZERO = SEM CONTA) ...'.
           ACCEPT WRK-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA (4 DIGITOS) ...'.
           ACCEPT WRK-AGENCIA FROM CONSOLE.
           DISPLAY 'CONTA CORRENTE (8 DIGITOS) ...'.
           ACCEPT WRK-CONTA FROM CONSOLE.

       0255-LER-NUMERO.
           DISPLAY 'NUMERO DO CLIENTE ...'.
               MOVE 'S' TO WRK-CPF-DUPLICADO
           END-IF.

      *    A CONTA DE CREDITO VAI PARA A REMESSA AO BANCO: OU OS
      *    TRES CAMPOS VEM PREENCHIDOS, COMO NO EMPMAINT, OU OS TRES
      *    ZERADOS (CLIENTE SEM CONTA CADASTRADA). CONTA PELA METADE
      *    E RECUSADA.
       0262-VALIDAR-BANCO.
           MOVE 'S' TO WRK-BANCO-VALIDO.
           IF WRK-BANCO = ZEROS AND WRK-AGENCIA = ZEROS
              AND WRK-CONTA = ZEROS
               CONTINUE
           ELSE
               IF WRK-BANCO = ZEROS OR WRK-AGENCIA = ZEROS
                  OR WRK-CONTA = ZEROS
                   MOVE 'N' TO WRK-BANCO-VALIDO
                   DISPLAY 'BANCO, AGENCIA E CONTA DEVEM VIR TODOS '
                       'PREENCHIDOS OU TODOS ZERADOS - NADA GRAVADO'
               END-IF
           END-IF.

       0265-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-REGISTRO-ACHADO.
           MOVE ZEROS TO WRK-IX-CLI.
           MOVE WRK-ENDERECO TO TB-CLI-ENDERECO (IX-CLI).
           MOVE WRK-CIDADE   TO TB-CLI-CIDADE (IX-CLI).
           MOVE WRK-TELEFONE TO TB-CLI-TELEFONE (IX-CLI).
           MOVE WRK-BANCO    TO TB-CLI-BANCO (IX-CLI).
           MOVE WRK-AGENCIA  TO TB-CLI-AGENCIA (IX-CLI).
           MOVE WRK-CONTA    TO TB-CLI-CONTA (IX-CLI).

       0280-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORA FROM TIME.
           MOVE TB-CLI-CPF (IX-CLI)      TO CAUD-CPF-DEPOIS.
           MOVE TB-CLI-LIMITE (IX-CLI)   TO CAUD-LIMITE-DEPOIS.
           MOVE TB-CLI-SITUACAO (IX-CLI) TO CAUD-SITUACAO-DEPOIS.
           MOVE WRK-BANCO-ANTES          TO CAUD-BANCO-ANTES.
           MOVE WRK-AGENCIA-ANTES        TO CAUD-AGENCIA-ANTES.
           MOVE WRK-CONTA-ANTES          TO CAUD-CONTA-ANTES.
           MOVE TB-CLI-BANCO (IX-CLI)    TO CAUD-BANCO-DEPOIS.
           MOVE TB-CLI-AGENCIA (IX-CLI)  TO CAUD-AGENCIA-DEPOIS.
           MOVE TB-CLI-CONTA (IX-CLI)    TO CAUD-CONTA-DEPOIS.
           MOVE WRK-DATA                 TO CAUD-DATA.
           MOVE WRK-HORA                 TO CAUD-HORA.
           WRITE CUSTOMER-AUDIT-RECORD.
           MOVE TB-CLI-CIDADE (IX-CLI)   TO CUST-CIDADE.
           MOVE TB-CLI-TELEFONE (IX-CLI) TO CUST-TELEFONE.
           MOVE TB-CLI-SITUACAO (IX-CLI) TO CUST-SITUACAO.
           MOVE TB-CLI-BANCO (IX-CLI)    TO CUST-BANCO.
           MOVE TB-CLI-AGENCIA (IX-CLI)  TO CUST-AGENCIA.
           MOVE TB-CLI-CONTA (IX-CLI)    TO CUST-CONTA.
           WRITE CUSTOMER-RECORD.

      *    O LIMITE DE CREDITO NAO MUDA NA HORA: A MUDANCA VAI PARA
      *    O CHGPEND COM O LIMITE EM VIGOR E O NOVO, E SO ENTRA NO
      *    CADASTRO QUANDO OUTRO USUARIO A APROVA NO CHGAPRV; OS
      *    DEMAIS DADOS DA ALTERACAO SAO GRAVADOS NORMALMENTE. SEM
      *    LOGIN NAO HA COMO SEPARAR QUEM PEDE DE QUEM APROVA, E A
      *    MUDANCA NAO E REGISTRADA.
       0500-RETER-LIMITE.
           IF WRK-OPERADOR = 'NAO IDENTIFICADO'
               DISPLAY 'SESSAO SEM LOGIN - MUDANCA DE LIMITE NAO '
                   'REGISTRADA'
           ELSE
               PERFORM 0510-PROCURAR-PENDENTE
               IF JA-HA-PENDENTE
                   DISPLAY 'JA EXISTE MUDANCA DE LIMITE PENDENTE - '
                       'AGUARDE A DECISAO NO CHGAPRV'
               ELSE
                   PERFORM 0520-GRAVAR-PENDENTE
                   DISPLAY 'NOVO LIMITE DE CREDITO AGUARDA APROVACAO '
                       'DE OUTRO USUARIO (CHGAPRV)'
               END-IF
           END-IF.

      *    UMA SO MUDANCA DE LIMITE PENDENTE POR CLIENTE.
       0510-PROCURAR-PENDENTE.
           MOVE 'N' TO WRK-PENDENTE-ACHADO.
           MOVE 'N' TO WRK-SCHG-EOF.
           OPEN INPUT SENSITIVE-CHANGE-FILE.
           IF WRK-SCHG-STATUS = '35'
               MOVE 'S' TO WRK-SCHG-EOF
           ELSE
               READ SENSITIVE-CHANGE-FILE
                   AT END MOVE 'S' TO WRK-SCHG-EOF
               END-READ
               PERFORM 0511-LER-PENDENTE UNTIL FIM-PENDENTES
               CLOSE SENSITIVE-CHANGE-FILE
           END-IF.

       0511-LER-PENDENTE.
           IF MUDANCA-CLIENTE
              AND SCHG-CHAVE = WRK-NUMERO
              AND CAMPO-LIMITE
              AND MUDANCA-PENDENTE
               MOVE 'S' TO WRK-PENDENTE-ACHADO
           END-IF.
           READ SENSITIVE-CHANGE-FILE
               AT END MOVE 'S' TO WRK-SCHG-EOF
           END-READ.

      *    O ARQUIVO DE PENDENTES EM LINE SEQUENTIAL PRECISA EXISTIR
      *    ANTES DE PODER SER ABERTO EM EXTEND; NA PRIMEIRA MUDANCA
      *    CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
       0520-GRAVAR-PENDENTE.
           OPEN EXTEND SENSITIVE-CHANGE-FILE.
           IF WRK-SCHG-STATUS = '35'
               OPEN OUTPUT SENSITIVE-CHANGE-FILE
               CLOSE SENSITIVE-CHANGE-FILE
               OPEN EXTEND SENSITIVE-CHANGE-FILE
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE SENSITIVE-CHANGE-RECORD.
           MOVE 'CUSTMAINT'      TO SCHG-ORIGEM.
           MOVE WRK-NUMERO       TO SCHG-CHAVE.
           MOVE 'LIMITE'         TO SCHG-CAMPO.
           MOVE WRK-LIMITE-ANTES TO SCHG-ANTIGO.
           MOVE WRK-LIMITE       TO SCHG-NOVO.
           MOVE WRK-OPERADOR     TO SCHG-SOLICITANTE.
           MOVE WRK-DATA         TO SCHG-DATA.
           MOVE WRK-HORA         TO SCHG-HORA.
           MOVE 'P'              TO SCHG-SITUACAO.
           MOVE ZEROS            TO SCHG-DATA-DECISAO.
           WRITE SENSITIVE-CHANGE-RECORD.
           CLOSE SENSITIVE-CHANGE-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVPAPRV.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: APROVACAO DO PAGAMENTO A INVESTIDORES, NO MOLDE
      *              DO PAYAPPRV DA FOLHA. LE O PENDENTE GRAVADO NA
      *              NOITE PELO INVPAYRN (INVPEND), EXIGE
      *              AUTENTICACAO NO USRSEC (SENHA, TENTATIVAS,
      *              BLOQUEIO, IDADE DA SENHA) E SO ACEITA APROVADOR
      *              DE NIVEL SUPERVISOR OU ADM, OU COM GRANT
      *              INVPAPRV NO USRGRANT, DIFERENTE DO OPERADOR QUE
      *              GEROU O PENDENTE. ALEM DOS TOTAIS CONTRA O
      *              TRAILER, CADA DETALHE E CONFERIDO CONTRA O
      *              REGISTRO DE PAGAMENTOS (INVPAGO) E O VENCIMENTO
      *              CONTRA O INVMAST (CONTRATO AINDA ATIVO, NAO
      *              ROLADO NEM PAGO): QUALQUER DETALHE JA PAGO NEGA
      *              A APROVACAO INTEIRA. APROVADO, GERA A REMESSA
      *              BANCARIA (INVREMES, DESENHO DO BANKREM),
      *              REGISTRA CADA CREDITO NO INVPAGO E MARCA O
      *              CONTRATO VENCIDO COMO 'V' (VENCIDO E PAGO) NO
      *              INVMAST - UM CONTRATO NUNCA E PAGO DUAS VEZES.
      *              A DECISAO, APROVADA OU REJEITADA, VAI PARA O LOG
      *              DE APROVACAO (INVAPLOG).
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

           SELECT INVESTMENT-PAYOUT-PENDING-FILE ASSIGN TO 'INVPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEND-STATUS.

           SELECT INVESTMENT-REMITTANCE-FILE ASSIGN TO 'INVREMES'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVESTMENT-PAYOUT-FILE ASSIGN TO 'INVPAGO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGO-STATUS.

           SELECT INVESTMENT-MASTER-FILE ASSIGN TO 'INVMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INV-STATUS.

           SELECT APPROVAL-LOG-FILE ASSIGN TO 'INVAPLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APLOG-STATUS.

           SELECT ACCESS-AUDIT-FILE ASSIGN TO 'ACCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-SECURITY-FILE.
           COPY 'USRSEC.cob'.

       FD  INVESTMENT-PAYOUT-PENDING-FILE.
           COPY 'INVPEND.cob'.

       FD  INVESTMENT-REMITTANCE-FILE.
           COPY 'INVREMES.cob'.

       FD  INVESTMENT-PAYOUT-FILE.
           COPY 'INVPAGO.cob'.

       FD  INVESTMENT-MASTER-FILE.
           COPY 'BOOK2.cob'.

       FD  APPROVAL-LOG-FILE.
       01  APPROVAL-LOG-RECORD.
           02  APLOG-DATA-PENDENTE    PIC 9(08).
           02  APLOG-SEP1             PIC X(02).
           02  APLOG-QT-PAGAMENTOS    PIC 9(05).
           02  APLOG-SEP2             PIC X(02).
           02  APLOG-TOTAL-LIQUIDO    PIC 9(11)V99.
           02  APLOG-SEP3             PIC X(02).
           02  APLOG-DECISAO          PIC X(09).
           02  APLOG-SEP4             PIC X(02).
           02  APLOG-REVISOR          PIC X(20).
           02  APLOG-SEP5             PIC X(02).
           02  APLOG-MOTIVO           PIC X(40).
           02  APLOG-SEP6             PIC X(02).
           02  APLOG-DATA             PIC 9(08).
           02  APLOG-SEP7             PIC X(02).
           02  APLOG-HORA             PIC 9(08).

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

       WORKING-STORAGE SECTION.
       77  WRK-USEC-STATUS            PIC X(02) VALUE SPACES.
      *    JORNAL DE IMAGENS POSTERIORES (ROTINA JRNLRTN) DO
      *    CADASTRO DE SEGURANCA, BASE DA RECUPERACAO PARA FRENTE
      *    (FWDRECOV)
       77  WRK-JRNL-ARQUIVO           PIC X(08) VALUE 'USRSEC'.
       77  WRK-JRNL-CHAVE             PIC X(20) VALUE SPACES.
       77  WRK-JRNL-IMAGEM            PIC X(80) VALUE SPACES.
       77  WRK-ACCAUD-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-PEND-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PAGO-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-INV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-APLOG-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-SENHA                  PIC X(10) VALUE SPACES.
       77  WRK-PWD-RESULTADO          PIC X(01) VALUE SPACES.
       77  WRK-FUNCAO-GRANT           PIC X(08) VALUE 'INVPAPRV'.
       77  WRK-GRANT-PERMITIDO        PIC X(01) VALUE 'N'.
       77  WRK-USUARIO-ACHADO         PIC X(01) VALUE 'N'.
           88  USUARIO-ACHADO                   VALUE 'S'.
       77  WRK-LIMITE-TENTATIVAS      PIC 9(02) VALUE 3.
       77  WRK-AUTORIZADO             PIC X(01) VALUE 'N'.
           88  APROVADOR-AUTORIZADO             VALUE 'S'.

       77  WRK-DECISAO                PIC X(01) VALUE SPACES.
           88  DECISAO-APROVAR                  VALUE 'A'.
           88  DECISAO-REJEITAR                 VALUE 'R'.
       77  WRK-MOTIVO                 PIC X(40) VALUE SPACES.

      *    TOTAIS LIDOS DO ARQUIVO PENDENTE (1A PASSADA)
       77  WRK-DATA-PENDENTE          PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR-PENDENTE      PIC X(20) VALUE SPACES.
       77  WRK-QT-PENDENTE            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONFERIDA           PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BRUTO            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-DETALHES          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-BRUTO-ED         PIC $ZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO-ED       PIC $ZZ.ZZZ.ZZZ.ZZ9,99
           VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TRAILER-OK             PIC X(01) VALUE 'S'.
           88  TRAILER-CONFERE                  VALUE 'S'.
      *    DETALHES QUE NAO PODEM SER PAGOS: JA NO INVPAGO, OU
      *    VENCIMENTO DE CONTRATO QUE NAO ESTA MAIS ATIVO
       77  WRK-QT-JA-PAGOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-INATIVOS            PIC 9(05) VALUE ZEROS.

      *    CHAVES JA PAGAS (INVPAGO)
       01  TB-PAGOS-TABELA.
           02  TB-PAGO OCCURS 2000 TIMES INDEXED BY IX-PAGO.
               03  TB-PAGO-CONTRATO   PIC 9(06).
               03  TB-PAGO-EVENTO     PIC X(01).
               03  TB-PAGO-MES        PIC 9(03).
               03  TB-PAGO-ORDEM      PIC 9(02).
       77  WRK-QT-PAGOS               PIC 9(04) VALUE ZEROS.
       77  WRK-JA-PAGO                PIC X(01) VALUE 'N'.
           88  PAGAMENTO-JA-FEITO               VALUE 'S'.
       77  WRK-PAGOS-INTEIROS         PIC X(01) VALUE 'S'.
           88  REGISTRO-INTEIRO                 VALUE 'S'.

      *    CADASTRO DE CONTRATOS INTEIRO (LINHA COMO ESTA), PARA
      *    MARCAR O VENCIDO E PAGO E REGRAVAR NA SAIDA; ARQUIVO
      *    MAIOR QUE A TABELA NAO PODE SER REGRAVADO SEM PERDER
      *    LINHAS - NESSE CASO A APROVACAO E NEGADA.
       01  TB-CONTRATOS-TABELA.
           02  TB-CONTRATO OCCURS 500 TIMES INDEXED BY IX-INV.
               03  TB-INV-REGISTRO    PIC X(100).
               03  TB-INV-CONTA       PIC 9(06).
               03  TB-INV-SITUACAO    PIC X(01).
       77  WRK-QT-CONTRATOS           PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CONTRATOS       PIC 9(03) VALUE 500.
       77  WRK-CONTRATOS-INTEIROS     PIC X(01) VALUE 'S'.
           88  CADASTRO-INTEIRO                 VALUE 'S'.
       77  WRK-CONTRATO-ACHADO        PIC X(01) VALUE 'N'.
           88  CONTRATO-ACHADO                  VALUE 'S'.
       77  WRK-IX-INV                 PIC 9(03) VALUE ZEROS.
       77  WRK-QT-MARCADOS            PIC 9(05) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'INVPAPRV'.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF APROVADOR-AUTORIZADO
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           OPEN I-O USER-SECURITY-FILE.
           PERFORM 0110-AUTENTICAR.
           CLOSE USER-SECURITY-FILE.

      *    MESMAS REGRAS DO PROGCOB10: USUARIO CADASTRADO, CONTA NAO
      *    BLOQUEADA, SENHA CONFERIDA SEM ECO, CONTADOR DE
      *    TENTATIVAS COM BLOQUEIO NO LIMITE. ALEM DISSO, SO
      *    SUPERVISOR OU ADM PODE APROVAR O PAGAMENTO.
       0110-AUTENTICAR.
           DISPLAY '=== APROVACAO DO PAGAMENTO A INVESTIDORES ==='.
           DISPLAY 'USUARIO...'.
           ACCEPT WRK-USUARIO.
           MOVE WRK-USUARIO TO USEC-USUARIO.
           MOVE 'N' TO WRK-USUARIO-ACHADO.
           READ USER-SECURITY-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-USUARIO-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-USUARIO-ACHADO
           END-READ.
           IF NOT USUARIO-ACHADO
               DISPLAY 'USUARIO NAO AUTORIZADO'
               MOVE 'APROVADOR NAO CADASTRADO' TO WRK-MOTIVO-LOG
               PERFORM 0130-LOGAR-RECUSA
           ELSE
               IF USEC-CONTA-DESATIVADA
                   DISPLAY 'CONTA DESATIVADA - ACESSO NEGADO'
                   MOVE 'CONTA DO APROVADOR DESATIVADA'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0130-LOGAR-RECUSA
               ELSE
               IF USEC-CONTA-BLOQUEADA
                   DISPLAY 'CONTA BLOQUEADA - PROCURE O ADMINISTRADOR'
                   MOVE 'CONTA DO APROVADOR BLOQUEADA'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0130-LOGAR-RECUSA
               ELSE
                   PERFORM 0120-CONFERIR-SENHA
               END-IF
               END-IF
           END-IF.

       0120-CONFERIR-SENHA.
           DISPLAY 'SENHA...'.
           ACCEPT WRK-SENHA WITH NO ECHO.
           IF WRK-SENHA = USEC-SENHA
               MOVE ZEROS TO USEC-TENTATIVAS
      *        A IDADE DA SENHA E CONFERIDA PELA ROTINA PWDRTN:
      *        VENCIDA, A TROCA E FEITA ALI MESMO ('A') OU O
      *        ACESSO E NEGADO ('N').
               CALL 'PWDRTN' USING USER-SECURITY-RECORD
                   WRK-PWD-RESULTADO
               END-CALL
               REWRITE USER-SECURITY-RECORD
               PERFORM 0980-JORNALAR-USUARIO
               IF WRK-PWD-RESULTADO = 'N'
                   DISPLAY 'ACESSO NEGADO - SENHA EXPIRADA SEM '
                       'TROCA'
                   MOVE 'SENHA EXPIRADA - TROCA RECUSADA'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0130-LOGAR-RECUSA
               ELSE
      *        O NIVEL DA O PADRAO E O GRANT INVPAPRV DO USRGRANT
      *        (ROTINA GRNTRTN) PODE LIBERAR OU NEGAR O USUARIO
      *        ESPECIFICO, SEM PROMOVE-LO A SUPERVISOR.
               IF USEC-NIVEL-ADM OR USEC-NIVEL-SUPERVISOR
                   MOVE 'S' TO WRK-GRANT-PERMITIDO
               ELSE
                   MOVE 'N' TO WRK-GRANT-PERMITIDO
               END-IF
               CALL 'GRNTRTN' USING WRK-USUARIO WRK-FUNCAO-GRANT
                   WRK-GRANT-PERMITIDO
               END-CALL
               IF WRK-GRANT-PERMITIDO = 'S'
                   MOVE 'S' TO WRK-AUTORIZADO
               ELSE
                   DISPLAY 'ACESSO INSUFICIENTE - SEM NIVEL NEM '
                       'GRANT PARA APROVAR O PAGAMENTO'
                   MOVE 'SEM AUTORIZACAO PARA APROVAR'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0130-LOGAR-RECUSA
               END-IF
               END-IF
           ELSE
               ADD 1 TO USEC-TENTATIVAS
               IF USEC-TENTATIVAS >= WRK-LIMITE-TENTATIVAS
                   MOVE 'S' TO USEC-BLOQUEADO
                   DISPLAY
                     'SENHA INCORRETA - CONTA BLOQUEADA POR EXCESSO'
                   MOVE 'SENHA INCORRETA - CONTA BLOQUEADA'
                       TO WRK-MOTIVO-LOG
               ELSE
                   DISPLAY 'SENHA INCORRETA'
                   MOVE 'SENHA INCORRETA' TO WRK-MOTIVO-LOG
               END-IF
               REWRITE USER-SECURITY-RECORD
               PERFORM 0980-JORNALAR-USUARIO
               PERFORM 0130-LOGAR-RECUSA
           END-IF.

       0130-LOGAR-RECUSA.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID WRK-USUARIO
               WRK-MOTIVO-LOG
           END-CALL.
           MOVE 8 TO RETURN-CODE.

       0200-PROCESSAR.
           PERFORM 0205-CARREGAR-PAGOS.
           PERFORM 0207-CARREGAR-CONTRATOS.
           PERFORM 0210-LER-TOTAIS-PENDENTES.
           IF WRK-PEND-STATUS = '35' OR WRK-QT-CONFERIDA = ZEROS
               DISPLAY 'NAO HA PAGAMENTO A INVESTIDOR PENDENTE DE '
                   'APROVACAO'
           ELSE
               PERFORM 0220-REVISAR
           END-IF.

      *    REGISTRO AUSENTE = NENHUM PAGAMENTO FEITO AINDA
       0205-CARREGAR-PAGOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT INVESTMENT-PAYOUT-FILE.
           IF WRK-PAGO-STATUS NOT = '35'
               READ INVESTMENT-PAYOUT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0206-LER-PAGO UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-PAYOUT-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0206-LER-PAGO.
           IF WRK-QT-PAGOS < 2000
               ADD 1 TO WRK-QT-PAGOS
               SET IX-PAGO TO WRK-QT-PAGOS
               MOVE IPAG-CONTRATO TO TB-PAGO-CONTRATO (IX-PAGO)
               MOVE IPAG-EVENTO   TO TB-PAGO-EVENTO (IX-PAGO)
               MOVE IPAG-MES      TO TB-PAGO-MES (IX-PAGO)
               MOVE IPAG-ORDEM    TO TB-PAGO-ORDEM (IX-PAGO)
           ELSE
               MOVE 'N' TO WRK-PAGOS-INTEIROS
           END-IF.
           READ INVESTMENT-PAYOUT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0207-CARREGAR-CONTRATOS.
           OPEN INPUT INVESTMENT-MASTER-FILE.
           IF WRK-INV-STATUS NOT = '35'
               READ INVESTMENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0208-LER-CONTRATO UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0208-LER-CONTRATO.
           IF WRK-QT-CONTRATOS < WRK-LIMITE-CONTRATOS
               ADD 1 TO WRK-QT-CONTRATOS
               SET IX-INV TO WRK-QT-CONTRATOS
               MOVE INVESTMENT-ACCOUNT-RECORD
                   TO TB-INV-REGISTRO (IX-INV)
               MOVE INV-CONTA    TO TB-INV-CONTA (IX-INV)
               MOVE INV-SITUACAO TO TB-INV-SITUACAO (IX-INV)
           ELSE
               MOVE 'N' TO WRK-CONTRATOS-INTEIROS
           END-IF.
           READ INVESTMENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    1A PASSADA: OS TOTAIS, PARA O APROVADOR CONFERIR CONTRA A
      *    LISTAGEM DO INVPAYRN, E A CONFERENCIA DE CADA DETALHE
      *    CONTRA O INVPAGO E O INVMAST.
       0210-LER-TOTAIS-PENDENTES.
           OPEN INPUT INVESTMENT-PAYOUT-PENDING-FILE.
           IF WRK-PEND-STATUS NOT = '35'
               READ INVESTMENT-PAYOUT-PENDING-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0211-ACUMULAR-PENDENTE UNTIL FIM-ARQUIVO
               CLOSE INVESTMENT-PAYOUT-PENDING-FILE
           END-IF.

       0211-ACUMULAR-PENDENTE.
           EVALUATE IPEN-H-TIPO
               WHEN 'H'
                   MOVE IPEN-H-DATA     TO WRK-DATA-PENDENTE
                   MOVE IPEN-H-OPERADOR TO WRK-OPERADOR-PENDENTE
               WHEN 'D'
                   ADD 1 TO WRK-QT-CONFERIDA
                   ADD IPEN-D-LIQUIDO TO WRK-SOMA-DETALHES
                   PERFORM 0212-CONFERIR-DETALHE
               WHEN 'T'
                   MOVE IPEN-T-QT-DETALHES   TO WRK-QT-PENDENTE
                   MOVE IPEN-T-TOTAL-BRUTO   TO WRK-TOTAL-BRUTO
                   MOVE IPEN-T-TOTAL-LIQUIDO TO WRK-TOTAL-LIQUIDO
           END-EVALUATE.
           READ INVESTMENT-PAYOUT-PENDING-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    O PENDENTE PODE TER FICADO VELHO: APROVADO ONTEM E DE
      *    NOVO HOJE, OU O CONTRATO FOI ROLADO (INVROLL) DEPOIS DA
      *    NOITE. QUALQUER DESSES CASOS E LISTADO.
       0212-CONFERIR-DETALHE.
           MOVE 'N' TO WRK-JA-PAGO.
           PERFORM 0213-TESTAR-PAGO
               VARYING IX-PAGO FROM 1 BY 1
               UNTIL IX-PAGO > WRK-QT-PAGOS OR PAGAMENTO-JA-FEITO.
           IF PAGAMENTO-JA-FEITO
               ADD 1 TO WRK-QT-JA-PAGOS
               DISPLAY '*** CONTRATO ' IPEN-D-CONTRATO ' EVENTO '
                   IPEN-D-EVENTO ' MES ' IPEN-D-MES
                   ' JA PAGO (INVPAGO) ***'
           END-IF.
           IF IPEN-VENCIMENTO
               PERFORM 0214-LOCALIZAR-CONTRATO
               IF NOT CONTRATO-ACHADO
                   ADD 1 TO WRK-QT-INATIVOS
                   DISPLAY '*** CONTRATO ' IPEN-D-CONTRATO
                       ' FORA DO INVMAST ***'
               ELSE
                   SET IX-INV TO WRK-IX-INV
                   IF TB-INV-SITUACAO (IX-INV) = 'E'
                      OR TB-INV-SITUACAO (IX-INV) = 'V'
                       ADD 1 TO WRK-QT-INATIVOS
                       DISPLAY '*** CONTRATO ' IPEN-D-CONTRATO
                           ' NAO ESTA MAIS ATIVO (SITUACAO '
                           TB-INV-SITUACAO (IX-INV) ') ***'
                   END-IF
               END-IF
           END-IF.

       0213-TESTAR-PAGO.
           IF TB-PAGO-CONTRATO (IX-PAGO) = IPEN-D-CONTRATO
              AND TB-PAGO-EVENTO (IX-PAGO) = IPEN-D-EVENTO
              AND TB-PAGO-MES (IX-PAGO) = IPEN-D-MES
              AND TB-PAGO-ORDEM (IX-PAGO) = IPEN-D-ORDEM
               MOVE 'S' TO WRK-JA-PAGO
           END-IF.

       0214-LOCALIZAR-CONTRATO.
           MOVE 'N' TO WRK-CONTRATO-ACHADO.
           MOVE ZEROS TO WRK-IX-INV.
           PERFORM 0215-PROCURAR-CONTRATO
               VARYING IX-INV FROM 1 BY 1
               UNTIL IX-INV > WRK-QT-CONTRATOS OR CONTRATO-ACHADO.

       0215-PROCURAR-CONTRATO.
           IF TB-INV-CONTA (IX-INV) = IPEN-D-CONTRATO
               MOVE 'S' TO WRK-CONTRATO-ACHADO
               SET WRK-IX-INV TO IX-INV
           END-IF.

      *    NINGUEM APROVA O QUE A PROPRIA NOITE GEROU: SE O
      *    APROVADOR E O OPERADOR DO PENDENTE, A REVISAO NEM
      *    COMECA - A TENTATIVA VAI PARA A AUDITORIA DE ACESSO E
      *    PARA O LOG DE EXCECOES, E O RUN TERMINA COM RC=8.
       0216-CONFERIR-SEGREGACAO.
           IF WRK-OPERADOR-PENDENTE NOT = SPACES
              AND WRK-USUARIO = WRK-OPERADOR-PENDENTE
               DISPLAY '*** APROVACAO RECUSADA: O PENDENTE FOI '
                   'GERADO POR ESTE MESMO USUARIO ***'
               DISPLAY 'PECA A OUTRO SUPERVISOR OU ADM QUE REVISE'
               MOVE 'GEROU E TENTOU APROVAR O MESMO PAGAMENTO'
                   TO WRK-MOTIVO-LOG
               PERFORM 0217-GRAVAR-AUDITORIA-ACESSO
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID WRK-USUARIO
                   WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO WRK-AUTORIZADO
           END-IF.

       0217-GRAVAR-AUDITORIA-ACESSO.
           OPEN EXTEND ACCESS-AUDIT-FILE.
           IF WRK-ACCAUD-STATUS = '35'
               OPEN OUTPUT ACCESS-AUDIT-FILE
               CLOSE ACCESS-AUDIT-FILE
               OPEN EXTEND ACCESS-AUDIT-FILE
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE ACCESS-AUDIT-RECORD.
           MOVE WRK-USUARIO TO AUDIT-USUARIO.
           MOVE WRK-MOTIVO-LOG (1 : 34) TO AUDIT-MOTIVO.
           MOVE WRK-DATA    TO AUDIT-DATA.
           MOVE WRK-HORA    TO AUDIT-HORA.
           WRITE ACCESS-AUDIT-RECORD.
           CLOSE ACCESS-AUDIT-FILE.

       0220-REVISAR.
           PERFORM 0216-CONFERIR-SEGREGACAO.
           IF APROVADOR-AUTORIZADO
               PERFORM 0225-DECIDIR
           END-IF.

       0225-DECIDIR.
           MOVE WRK-TOTAL-BRUTO   TO WRK-TOTAL-BRUTO-ED.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-LIQUIDO-ED.
           DISPLAY 'PAGAMENTO PENDENTE DE ' WRK-DATA-PENDENTE
               ' GERADO POR ' WRK-OPERADOR-PENDENTE.
           DISPLAY 'PAGAMENTOS NO ARQUIVO   : ' WRK-QT-CONFERIDA.
           DISPLAY 'PAGAMENTOS NO TRAILER   : ' WRK-QT-PENDENTE.
           DISPLAY 'TOTAL BRUTO             : ' WRK-TOTAL-BRUTO-ED.
           DISPLAY 'TOTAL LIQUIDO           : ' WRK-TOTAL-LIQUIDO-ED.
           MOVE 'S' TO WRK-TRAILER-OK.
           IF WRK-QT-CONFERIDA NOT = WRK-QT-PENDENTE OR
              WRK-SOMA-DETALHES NOT = WRK-TOTAL-LIQUIDO
               MOVE 'N' TO WRK-TRAILER-OK
               DISPLAY 'ATENCAO: DETALHES NAO CONFEREM COM O '
                   'TRAILER - ARQUIVO PENDENTE SUSPEITO'
           END-IF.
           DISPLAY 'DECISAO (A=APROVAR  R=REJEITAR) ...'.
           ACCEPT WRK-DECISAO.
           MOVE SPACES TO WRK-MOTIVO.
           IF DECISAO-APROVAR
               EVALUATE TRUE
                   WHEN NOT TRAILER-CONFERE
                       MOVE 'TOTAIS NAO CONFEREM COM O TRAILER'
                           TO WRK-MOTIVO
                   WHEN WRK-QT-JA-PAGOS > ZEROS
                       MOVE 'PAGAMENTO JA REGISTRADO NO INVPAGO'
                           TO WRK-MOTIVO
                   WHEN WRK-QT-INATIVOS > ZEROS
                       MOVE 'VENCIMENTO DE CONTRATO NAO ATIVO'
                           TO WRK-MOTIVO
                   WHEN NOT REGISTRO-INTEIRO
                     OR NOT CADASTRO-INTEIRO
                       MOVE 'INVPAGO OU INVMAST MAIOR QUE A TABELA'
                           TO WRK-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF DECISAO-APROVAR AND WRK-MOTIVO = SPACES
               PERFORM 0230-GERAR-REMESSA
               IF WRK-QT-MARCADOS > ZEROS
                   PERFORM 0260-REGRAVAR-CONTRATOS
               END-IF
               PERFORM 0250-GRAVAR-DECISAO
               DISPLAY 'PAGAMENTO APROVADO - REMESSA INVREMES GERADA'
               DISPLAY 'CONTRATOS VENCIDOS MARCADOS COMO PAGOS : '
                   WRK-QT-MARCADOS
           ELSE
               IF DECISAO-APROVAR
                   MOVE 'R' TO WRK-DECISAO
                   DISPLAY 'APROVACAO NEGADA PELO PROGRAMA - '
                       WRK-MOTIVO
                   DISPLAY 'REFACA O PENDENTE PELO INVPAYRN'
               ELSE
                   MOVE 'R' TO WRK-DECISAO
                   DISPLAY 'MOTIVO DA REJEICAO ...'
                   ACCEPT WRK-MOTIVO
               END-IF
               PERFORM 0250-GRAVAR-DECISAO
               MOVE 8 TO RETURN-CODE
               DISPLAY 'PAGAMENTO REJEITADO - REMESSA NAO GERADA'
           END-IF.

      *    2A PASSADA: RELE O PENDENTE E GERA A REMESSA NO DESENHO
      *    DO BANKREM, COM O TRAILER AMARRADO AOS TOTAIS APROVADOS;
      *    CADA CREDITO ENTRA NO INVPAGO E O VENCIMENTO MARCA O
      *    CONTRATO NA TABELA DO INVMAST.
       0230-GERAR-REMESSA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT INVESTMENT-PAYOUT-PENDING-FILE.
           OPEN OUTPUT INVESTMENT-REMITTANCE-FILE.
           OPEN EXTEND INVESTMENT-PAYOUT-FILE.
           IF WRK-PAGO-STATUS = '35'
               OPEN OUTPUT INVESTMENT-PAYOUT-FILE
               CLOSE INVESTMENT-PAYOUT-FILE
               OPEN EXTEND INVESTMENT-PAYOUT-FILE
           END-IF.
           READ INVESTMENT-PAYOUT-PENDING-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.
           PERFORM 0240-COPIAR-DETALHE UNTIL FIM-ARQUIVO.
           INITIALIZE REMINV-TRAILER.
           MOVE 'T'               TO REMIT-TIPO.
           MOVE WRK-QT-PENDENTE   TO REMIT-QT-DETALHES.
           MOVE WRK-TOTAL-LIQUIDO TO REMIT-VALOR-TOTAL.
           WRITE REMINV-TRAILER.
           CLOSE INVESTMENT-REMITTANCE-FILE.
           CLOSE INVESTMENT-PAYOUT-FILE.
           CLOSE INVESTMENT-PAYOUT-PENDING-FILE.

       0240-COPIAR-DETALHE.
           EVALUATE IPEN-H-TIPO
               WHEN 'H'
                   INITIALIZE REMINV-HEADER
                   MOVE 'H'         TO REMIH-TIPO
                   MOVE IPEN-H-DATA TO REMIH-DATA
                   MOVE 'PAGAMENTO A INVESTIDORES'
                                    TO REMIH-DESCRICAO
                   WRITE REMINV-HEADER
               WHEN 'D'
                   INITIALIZE REMINV-DETALHE
                   MOVE 'D'             TO REMID-TIPO
                   MOVE IPEN-D-CONTRATO TO REMID-CONTRATO
                   MOVE IPEN-D-NOME     TO REMID-NOME
                   MOVE IPEN-D-BANCO    TO REMID-BANCO
                   MOVE IPEN-D-AGENCIA  TO REMID-AGENCIA
                   MOVE IPEN-D-CONTA    TO REMID-CONTA
                   MOVE IPEN-D-LIQUIDO  TO REMID-LIQUIDO
                   WRITE REMINV-DETALHE
                   PERFORM 0245-REGISTRAR-PAGAMENTO
                   IF IPEN-VENCIMENTO
                       PERFORM 0246-MARCAR-CONTRATO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ INVESTMENT-PAYOUT-PENDING-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0245-REGISTRAR-PAGAMENTO.
           INITIALIZE INVESTMENT-PAYOUT-RECORD.
           MOVE WRK-DATA-PENDENTE TO IPAG-DATA-REMESSA.
           MOVE IPEN-D-CONTRATO   TO IPAG-CONTRATO.
           MOVE IPEN-D-EVENTO     TO IPAG-EVENTO.
           MOVE IPEN-D-MES        TO IPAG-MES.
           MOVE IPEN-D-ORDEM      TO IPAG-ORDEM.
           MOVE IPEN-D-CLIENTE    TO IPAG-CLIENTE.
           MOVE IPEN-D-BRUTO      TO IPAG-BRUTO.
           MOVE IPEN-D-IR         TO IPAG-IR.
           MOVE IPEN-D-LIQUIDO    TO IPAG-LIQUIDO.
           MOVE IPEN-D-BANCO      TO IPAG-BANCO.
           MOVE IPEN-D-AGENCIA    TO IPAG-AGENCIA.
           MOVE IPEN-D-CONTA      TO IPAG-CONTA.
           MOVE WRK-USUARIO       TO IPAG-APROVADOR.
           WRITE INVESTMENT-PAYOUT-RECORD.

      *    VENCIDO E PAGO ('V'): SAI DO CRONOGRAMA, DO ALERTA DE
      *    VENCIMENTO E DA ROLAGEM; O INVCONTB CONTINUA LANCANDO O
      *    VENCIMENTO NA COMPETENCIA.
       0246-MARCAR-CONTRATO.
           PERFORM 0214-LOCALIZAR-CONTRATO.
           IF CONTRATO-ACHADO
               SET IX-INV TO WRK-IX-INV
               MOVE TB-INV-REGISTRO (IX-INV)
                   TO INVESTMENT-ACCOUNT-RECORD
               MOVE 'V' TO INV-SITUACAO
               MOVE INVESTMENT-ACCOUNT-RECORD
                   TO TB-INV-REGISTRO (IX-INV)
               MOVE 'V' TO TB-INV-SITUACAO (IX-INV)
               ADD 1 TO WRK-QT-MARCADOS
           END-IF.

      *    UM ARQUIVO DE LOG EM LINE SEQUENTIAL PRECISA EXISTIR
      *    ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A PRIMEIRA
      *    DECISAO REGISTRADA, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
       0250-GRAVAR-DECISAO.
           OPEN EXTEND APPROVAL-LOG-FILE.
           IF WRK-APLOG-STATUS = '35'
               OPEN OUTPUT APPROVAL-LOG-FILE
               CLOSE APPROVAL-LOG-FILE
               OPEN EXTEND APPROVAL-LOG-FILE
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE APPROVAL-LOG-RECORD.
           MOVE WRK-DATA-PENDENTE TO APLOG-DATA-PENDENTE.
           MOVE WRK-QT-CONFERIDA  TO APLOG-QT-PAGAMENTOS.
           MOVE WRK-SOMA-DETALHES TO APLOG-TOTAL-LIQUIDO.
           IF DECISAO-APROVAR
               MOVE 'APROVADO'  TO APLOG-DECISAO
           ELSE
               MOVE 'REJEITADO' TO APLOG-DECISAO
           END-IF.
           MOVE WRK-USUARIO       TO APLOG-REVISOR.
           MOVE WRK-MOTIVO        TO APLOG-MOTIVO.
           MOVE WRK-DATA          TO APLOG-DATA.
           MOVE WRK-HORA          TO APLOG-HORA.
           WRITE APPROVAL-LOG-RECORD.
           CLOSE APPROVAL-LOG-FILE.

       0260-REGRAVAR-CONTRATOS.
           OPEN OUTPUT INVESTMENT-MASTER-FILE.
           PERFORM 0261-GRAVAR-CONTRATO
               VARYING IX-INV FROM 1 BY 1
               UNTIL IX-INV > WRK-QT-CONTRATOS.
           CLOSE INVESTMENT-MASTER-FILE.

       0261-GRAVAR-CONTRATO.
           MOVE TB-INV-REGISTRO (IX-INV) TO INVESTMENT-ACCOUNT-RECORD.
           WRITE INVESTMENT-ACCOUNT-RECORD.

       0300-FINALIZAR.
           DISPLAY ' FIM DA APROVACAO DO PAGAMENTO A INVESTIDORES '.
      *    IMAGEM POSTERIOR DO REGISTRO DE SEGURANCA GRAVADO VAI
      *    PARA O JORNAL (JRNLRTN), PARA O FWDRECOV REFAZER O DIA
      *    EM CIMA DO BACKUP RECARREGADO PELO IDXRELD.
       0980-JORNALAR-USUARIO.
           MOVE USEC-USUARIO TO WRK-JRNL-CHAVE.
           MOVE USER-SECURITY-RECORD TO WRK-JRNL-IMAGEM.
           CALL 'JRNLRTN' USING WRK-JRNL-ARQUIVO WRK-JRNL-CHAVE
               WRK-JRNL-IMAGEM
           END-CALL.

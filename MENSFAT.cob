       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENSFAT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: FATURAMENTO MENSAL DA MENSALIDADE ESCOLAR, UMA
      *              VEZ POR MES. A MENSALIDADE ERA COBRADA DE UMA
      *              PLANILHA A PARTE: ALUNO QUE TRANCOU CONTINUAVA
      *              PAGANDO E ALUNO NOVO FICAVA SEM COBRANCA. NA
      *              PRIMEIRA NOITE DO MES FATURA O MES ANTERIOR
      *              (COMPETENCIA) A PARTIR DAS INSCRICOES DO ENROLL:
      *              - CADA DISCIPLINA CURSADA E COBRADA PELO PRECO
      *                DA TURMA/DISCIPLINA NO MENSALID, PROPORCIONAL
      *                AOS DIAS CURSADOS NO MES (INSCRICAO OU
      *                TRANCAMENTO NO MEIO DO MES PELAS DATAS
      *                GRAVADAS PELO ENRLMNT);
      *              - SOBRE O TOTAL DO ALUNO SAI A BOLSA DO STUMAST;
      *              - O ALUNO DE MAIOR VALOR DO RESPONSAVEL PAGA
      *                CHEIO E OS IRMAOS TEM O DESCONTO DO MENSPARM;
      *              - UMA FATURA ABERTA NO ARINVOIC POR RESPONSAVEL
      *                FINANCEIRO (CLIENTE DO CUSTMAST), COM O
      *                VENCIMENTO DO MENSPARM, PARA A BAIXA
      *                (ARSETTLE), A COBRANCA (ARCOBSND, ARDUNLTR) E
      *                O EXTRATO (ARSTMT) SEGUIREM COMO NAS DEMAIS.
      *              A RECEITA VAI PARA O LOTE 'MS' + AAMMDD NO
      *              MENSLEDG (LEDGEDIT E POSTING). ALUNO SEM
      *              RESPONSAVEL, RESPONSAVEL FORA DO CUSTMAST OU
      *              LAPIDE, ALUNO INATIVO COM INSCRICAO ATIVA E
      *              DISCIPLINA SEM PRECO VAO PARA O LOG DE
      *              EXCECOES. MES JA FATURADO (MENSCTRL) OU SEM
      *              FATURA A EMITIR TERMINA COM RC=4, COMO O
      *              ARPROVIS; TABELA CHEIA TERMINA COM RC=8 SEM
      *              FATURAR NADA.
      *    data = 15/10/2026
      *
      *    MODIFICATION HISTORY
      *    15/10/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  CONTROLE DE REEXECUCAO (ROTINA RUNSTRTN /
      *                     ARQUIVO RUNSTAT): O PASSO JA CONCLUIDO OU
      *                     INTERROMPIDO NA DATA DE MOVIMENTO E
      *                     RECUSADO COM RC=8, SALVO CARTAO DE
      *                     LIBERACAO NO DD RUNOVRD.
      **********************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO 'ENROLL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENR-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN TO 'STUMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STUM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUST-STATUS.

           SELECT TUITION-PRICE-FILE ASSIGN TO 'MENSALID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENS-STATUS.

           SELECT TUITION-PARM-FILE ASSIGN TO 'MENSPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.

           SELECT TUITION-CONTROL-FILE ASSIGN TO 'MENSCTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTRL-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO 'ARINVOIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FAT-STATUS.

           SELECT LEDGER-TRANSACTION-FILE ASSIGN TO 'MENSLEDG'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY 'ENROLL.cob'.

       FD  STUDENT-MASTER-FILE.
           COPY 'STUMAST.cob'.

       FD  CUSTOMER-MASTER.
           COPY 'CUSTMAST.cob'.

       FD  TUITION-PRICE-FILE.
           COPY 'MENSALID.cob'.

       FD  TUITION-PARM-FILE.
           COPY 'MENSPARM.cob'.

      *    ANO E MES (AAAAMM) DA ULTIMA COMPETENCIA FATURADA
       FD  TUITION-CONTROL-FILE.
       01  TUITION-CONTROL-RECORD     PIC 9(06).

       FD  AR-INVOICE-FILE.
           COPY 'ARINVOIC.cob'.

       FD  LEDGER-TRANSACTION-FILE.
           COPY 'LEDGTRAN.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-ENR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-STUM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CUST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-MENS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-PARM-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-CTRL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

      *    CONTAS DO FATURAMENTO NO PLANO (CHARTACC)
       77  WRK-CONTA-CLIENTES         PIC 9(06) VALUE 120100.
       77  WRK-CONTA-RECEITA          PIC 9(06) VALUE 410300.

      *    PARAMETROS (PADRAO SEM O MENSPARM)
       77  WRK-PCT-IRMAO              PIC 9(03)V99 VALUE 10,00.
       77  WRK-DIAS-VENCIMENTO        PIC 9(02) VALUE 10.

      *    COMPETENCIA FATURADA: O MES ANTERIOR AO DA DATA DE
      *    MOVIMENTO, DO PRIMEIRO AO ULTIMO DIA
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-FATURADO           PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA.
           02  WRK-COMP-ANO           PIC 9(04).
           02  WRK-COMP-MES           PIC 9(02).
       01  WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA
                                      PIC 9(06).
       01  WRK-DATA-PRIMEIRO-DIA.
           02  WRK-PRIMEIRO-AAAAMM    PIC 9(06).
           02  FILLER                 PIC 9(02) VALUE 01.
       01  WRK-PRIMEIRO-DIA-N REDEFINES WRK-DATA-PRIMEIRO-DIA
                                      PIC 9(08).
       01  WRK-DATA-MES-SEGUINTE.
           02  WRK-SEGUINTE-AAAAMM    PIC 9(06).
           02  FILLER                 PIC 9(02) VALUE 01.
       01  WRK-MES-SEGUINTE-N REDEFINES WRK-DATA-MES-SEGUINTE
                                      PIC 9(08).
       77  WRK-INT-PRIMEIRO-DIA       PIC 9(09) VALUE ZEROS.
       77  WRK-INT-ULTIMO-DIA         PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-MES               PIC 9(03) VALUE ZEROS.
       77  WRK-FATURAR                PIC X(01) VALUE 'S'.
           88  MES-A-FATURAR                    VALUE 'S'.

      *    DIAS CURSADOS PELA INSCRICAO DENTRO DA COMPETENCIA
       77  WRK-INT-INICIO             PIC 9(09) VALUE ZEROS.
       77  WRK-INT-FIM                PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-CURSADOS          PIC 9(03) VALUE ZEROS.

      *    TABELAS MAIORES QUE O ARQUIVO DEIXARIAM ALUNO SEM FATURA
      *    OU COM EXCECAO FALSA - NESSE CASO NADA E FATURADO (RC=8)
       77  WRK-ARQUIVO-INTEIRO        PIC X(01) VALUE 'S'.
           88  ARQUIVO-INTEIRO                  VALUE 'S'.

       01  TB-PRECOS-TABELA.
           02  TB-PRECO OCCURS 300 TIMES INDEXED BY IX-PRC.
               03  TB-PRC-TURMA       PIC X(06).
               03  TB-PRC-DISCIPLINA  PIC X(10).
               03  TB-PRC-VALOR       PIC 9(07)V99.
       77  WRK-QT-PRECOS              PIC 9(03) VALUE ZEROS.
       77  WRK-PRECO-ACHADO           PIC X(01) VALUE 'N'.
           88  PRECO-ACHADO                     VALUE 'S'.
       77  WRK-PRECO-TURMA-ACHADO     PIC X(01) VALUE 'N'.
           88  PRECO-TURMA-ACHADO               VALUE 'S'.
       77  WRK-PRECO-MENSAL           PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRECO-TURMA            PIC 9(07)V99 VALUE ZEROS.

       01  TB-CLIENTES-TABELA.
           02  TB-CLIENTE OCCURS 1000 TIMES INDEXED BY IX-CLI.
               03  TB-CLI-NUMERO      PIC 9(06).
               03  TB-CLI-NOME        PIC X(20).
               03  TB-CLI-SITUACAO    PIC X(01).
       77  WRK-QT-CLIENTES            PIC 9(04) VALUE ZEROS.
       77  WRK-CLI-ACHADO             PIC X(01) VALUE 'N'.
           88  CLI-ACHADO                       VALUE 'S'.
       77  WRK-IX-CLI                 PIC 9(04) VALUE ZEROS.

      *    UMA LINHA POR ALUNO: O BRUTO E A SOMA DAS DISCIPLINAS
      *    PROPORCIONAIS; DELE SAEM A BOLSA E O DESCONTO DE IRMAO
       01  TB-ALUNOS-TABELA.
           02  TB-ALUNO OCCURS 500 TIMES INDEXED BY IX-ALU.
               03  TB-ALU-MATRICULA   PIC 9(06).
               03  TB-ALU-NOME        PIC X(20).
               03  TB-ALU-SITUACAO    PIC X(01).
               03  TB-ALU-RESPONSAVEL PIC 9(06).
               03  TB-ALU-BOLSA-PCT   PIC 9(03)V99.
               03  TB-ALU-QT-DISCIPLINAS PIC 9(03).
               03  TB-ALU-BRUTO       PIC 9(09)V99.
               03  TB-ALU-BOLSA       PIC 9(09)V99.
               03  TB-ALU-IRMAO       PIC 9(09)V99.
               03  TB-ALU-LIQUIDO     PIC 9(09)V99.
               03  TB-ALU-IX-RSP      PIC 9(03).
               03  TB-ALU-REJEITADO   PIC X(01).
       77  WRK-QT-ALUNOS              PIC 9(03) VALUE ZEROS.
       77  WRK-ALU-ACHADO             PIC X(01) VALUE 'N'.
           88  ALU-ACHADO                       VALUE 'S'.
       77  WRK-IX-ALU                 PIC 9(03) VALUE ZEROS.

      *    UMA FATURA POR RESPONSAVEL FINANCEIRO; O ALUNO PRINCIPAL
      *    (MAIOR VALOR DEPOIS DA BOLSA) NAO TEM DESCONTO DE IRMAO
       01  TB-RESPONSAVEIS-TABELA.
           02  TB-RESPONSAVEL OCCURS 500 TIMES INDEXED BY IX-RSP.
               03  TB-RSP-NUMERO      PIC 9(06).
               03  TB-RSP-NOME        PIC X(20).
               03  TB-RSP-QT-ALUNOS   PIC 9(03).
               03  TB-RSP-IX-PRINCIPAL PIC 9(03).
               03  TB-RSP-MAIOR-VALOR PIC 9(09)V99.
               03  TB-RSP-VALOR       PIC 9(09)V99.
       77  WRK-QT-RESPONSAVEIS        PIC 9(03) VALUE ZEROS.
       77  WRK-RSP-ACHADO             PIC X(01) VALUE 'N'.
           88  RSP-ACHADO                       VALUE 'S'.
       77  WRK-IX-RSP                 PIC 9(03) VALUE ZEROS.

      *    LINHAS DO LOTE CONTABIL, GRAVADAS SO NO FIM
       01  TB-LINHAS-TABELA.
           02  TB-LINHA OCCURS 1000 TIMES INDEXED BY IX-LIN.
               03  TB-LIN-CONTA       PIC 9(06).
               03  TB-LIN-TIPO        PIC X(01).
               03  TB-LIN-VALOR       PIC 9(07)V99.
       77  WRK-QT-LINHAS              PIC 9(04) VALUE ZEROS.
       77  WRK-SOMA-DEBITOS           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-CREDITOS          PIC 9(11)V99 VALUE ZEROS.

       01  WRK-LOTE-MENSALIDADES.
           02  WRK-LOTE-PREFIXO       PIC X(02) VALUE 'MS'.
           02  WRK-LOTE-DATA          PIC 9(06).

       77  WRK-VALOR-PROPORCIONAL     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIAS-PRAZO             PIC 9(09) VALUE ZEROS.
       77  WRK-TOTAL-FATURADO         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-INSCRICOES-LIDAS    PIC 9(07) VALUE ZEROS.
       77  WRK-QT-INSCRICOES-COBRADAS PIC 9(07) VALUE ZEROS.
       77  WRK-QT-FATURAS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EXCECOES            PIC 9(05) VALUE ZEROS.

       77  WRK-BRUTO-ED               PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BOLSA-ED               PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-IRMAO-ED               PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDO-ED             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FATURA-ED              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                      VALUE ZEROS.
       77  WRK-PCT-ED                 PIC ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'MENSFAT'.
       77  WRK-RSTA-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RSTA-RC                PIC 9(04) VALUE ZEROS.
       77  WRK-RSTA-LIBERADO          PIC X(01) VALUE 'S'.
           88  EXECUCAO-LIBERADA                VALUE 'S'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-REGRA-EVENTO           PIC X(15) VALUE SPACES.
       77  WRK-REGRA-LADO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'FATURAMENTO MENSAL DA MENSALIDADE'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0980-REGISTRAR-INICIO.
           PERFORM 0100-INICIALIZAR.
           IF MES-A-FATURAR
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           PERFORM 0985-REGISTRAR-FIM.
           STOP RUN.

       0100-INICIALIZAR.
           PERFORM 0101-DETERMINAR-CONTAS.
           DISPLAY '===== FATURAMENTO MENSAL DA MENSALIDADE ====='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           MOVE WRK-DATA-MOVIMENTO (3:6) TO WRK-LOTE-DATA.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0102-DETERMINAR-COMPETENCIA.
           DISPLAY 'COMPETENCIA       : ' WRK-COMPETENCIA-N.
           PERFORM 0105-LER-CONTROLE.
           IF WRK-MES-FATURADO NOT < WRK-COMPETENCIA-N
               MOVE 'N' TO WRK-FATURAR
               MOVE 4 TO WRK-RC-FINAL
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA-N ' JA '
                   'FATURADA - NADA A FATURAR NESTA NOITE'
           ELSE
               MOVE 'I' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
               PERFORM 0106-LER-PARAMETROS
               PERFORM 0110-CARREGAR-PRECOS
               PERFORM 0120-CARREGAR-CLIENTES
               PERFORM 0130-CARREGAR-ALUNOS
               IF NOT ARQUIVO-INTEIRO
                   DISPLAY '*** MENSALID, CUSTMAST OU STUMAST MAIOR '
                       'QUE A TABELA - NADA FATURADO ***'
                   MOVE 'N' TO WRK-FATURAR
                   MOVE 8 TO WRK-RC-FINAL
               END-IF
           END-IF.

      *    CONTA DE CADA EVENTO DO LOTE CONTABIL PELA TABELA DE REGRAS
      *    (REGRACTB); SEM REGRA FICA O VALOR FIXO DO PROGRAMA.
       0101-DETERMINAR-CONTAS.
           MOVE 'MENSALIDADE' TO WRK-REGRA-EVENTO.
           MOVE 'D' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-CLIENTES
           END-CALL.
           MOVE 'MENSALIDADE' TO WRK-REGRA-EVENTO.
           MOVE 'C' TO WRK-REGRA-LADO.
           CALL 'REGRARTN' USING WRK-PROGRAMA-ID WRK-REGRA-EVENTO
               WRK-REGRA-LADO WRK-CONTA-RECEITA
           END-CALL.

      *    A MENSALIDADE E FATURADA VENCIDA: NO MES SEGUINTE JA SE
      *    SABE QUEM ENTROU E QUEM TRANCOU NO MEIO DO MES.
       0102-DETERMINAR-COMPETENCIA.
           MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-COMPETENCIA-N.
           MOVE WRK-COMPETENCIA-N TO WRK-SEGUINTE-AAAAMM.
           IF WRK-COMP-MES = 1
               MOVE 12 TO WRK-COMP-MES
               SUBTRACT 1 FROM WRK-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WRK-COMP-MES
           END-IF.
           MOVE WRK-COMPETENCIA-N TO WRK-PRIMEIRO-AAAAMM.
           COMPUTE WRK-INT-PRIMEIRO-DIA =
               FUNCTION INTEGER-OF-DATE (WRK-PRIMEIRO-DIA-N).
           COMPUTE WRK-INT-ULTIMO-DIA =
               FUNCTION INTEGER-OF-DATE (WRK-MES-SEGUINTE-N) - 1.
           COMPUTE WRK-DIAS-MES =
               WRK-INT-ULTIMO-DIA - WRK-INT-PRIMEIRO-DIA + 1.

       0105-LER-CONTROLE.
           OPEN INPUT TUITION-CONTROL-FILE.
           IF WRK-CTRL-STATUS = '00'
               READ TUITION-CONTROL-FILE
                   AT END MOVE ZEROS TO TUITION-CONTROL-RECORD
               END-READ
               IF TUITION-CONTROL-RECORD IS NUMERIC
                   MOVE TUITION-CONTROL-RECORD TO WRK-MES-FATURADO
               END-IF
               CLOSE TUITION-CONTROL-FILE
           END-IF.

      *    MENSPARM AUSENTE OU COM LIXO MANTEM O PADRAO; DESCONTO
      *    ACIMA DE 100 E LIMITADO A 100 E PRAZO ZERO VIRA 10 DIAS.
       0106-LER-PARAMETROS.
           OPEN INPUT TUITION-PARM-FILE.
           IF WRK-PARM-STATUS = '00'
               READ TUITION-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TUITION-PARM-RECORD IS NUMERIC
                           MOVE MPAR-PCT-IRMAO TO WRK-PCT-IRMAO
                           IF MPAR-DIAS-VENCIMENTO > ZEROS
                               MOVE MPAR-DIAS-VENCIMENTO
                                   TO WRK-DIAS-VENCIMENTO
                           END-IF
                       END-IF
               END-READ
               CLOSE TUITION-PARM-FILE
           END-IF.
           IF WRK-PCT-IRMAO > 100
               MOVE 100 TO WRK-PCT-IRMAO
           END-IF.
           MOVE WRK-PCT-IRMAO TO WRK-PCT-ED.
           DISPLAY 'DESCONTO DE IRMAO : ' WRK-PCT-ED '%   VENCIMENTO '
               'EM ' WRK-DIAS-VENCIMENTO ' DIAS'.

       0110-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT TUITION-PRICE-FILE.
           IF WRK-MENS-STATUS = '35'
               DISPLAY 'SEM TABELA DE PRECOS DA MENSALIDADE (MENSALID)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ TUITION-PRICE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-PRECO UNTIL FIM-ARQUIVO
               CLOSE TUITION-PRICE-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0111-LER-PRECO.
           IF MENS-VALOR IS NUMERIC
               IF WRK-QT-PRECOS < 300
                   ADD 1 TO WRK-QT-PRECOS
                   SET IX-PRC TO WRK-QT-PRECOS
                   MOVE MENS-TURMA      TO TB-PRC-TURMA (IX-PRC)
                   MOVE MENS-DISCIPLINA TO TB-PRC-DISCIPLINA (IX-PRC)
                   MOVE MENS-VALOR      TO TB-PRC-VALOR (IX-PRC)
               ELSE
                   MOVE 'N' TO WRK-ARQUIVO-INTEIRO
               END-IF
           END-IF.
           READ TUITION-PRICE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-CLIENTES.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-CUST-STATUS = '35'
               DISPLAY 'SEM CADASTRO DE CLIENTES (CUSTMAST)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CUSTOMER-MASTER
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0121-LER-CLIENTE.
           IF WRK-QT-CLIENTES < 1000
               ADD 1 TO WRK-QT-CLIENTES
               SET IX-CLI TO WRK-QT-CLIENTES
               MOVE CUST-NUMERO   TO TB-CLI-NUMERO (IX-CLI)
               MOVE CUST-NOME     TO TB-CLI-NOME (IX-CLI)
               MOVE CUST-SITUACAO TO TB-CLI-SITUACAO (IX-CLI)
           ELSE
               MOVE 'N' TO WRK-ARQUIVO-INTEIRO
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0130-CARREGAR-ALUNOS.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WRK-STUM-STATUS = '35'
               DISPLAY 'SEM CADASTRO DE ALUNOS (STUMAST)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ STUDENT-MASTER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-ALUNO UNTIL FIM-ARQUIVO
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

       0131-LER-ALUNO.
           IF WRK-QT-ALUNOS < 500
               ADD 1 TO WRK-QT-ALUNOS
               SET IX-ALU TO WRK-QT-ALUNOS
               INITIALIZE TB-ALUNO (IX-ALU)
               MOVE STUM-MATRICULA TO TB-ALU-MATRICULA (IX-ALU)
               MOVE STUM-NOME      TO TB-ALU-NOME (IX-ALU)
               MOVE STUM-SITUACAO  TO TB-ALU-SITUACAO (IX-ALU)
               MOVE 'N'            TO TB-ALU-REJEITADO (IX-ALU)
               IF STUM-RESPONSAVEL IS NUMERIC
                   MOVE STUM-RESPONSAVEL
                       TO TB-ALU-RESPONSAVEL (IX-ALU)
               END-IF
               IF STUM-BOLSA-PCT IS NUMERIC
                   IF STUM-BOLSA-PCT > 100
                       MOVE 100 TO TB-ALU-BOLSA-PCT (IX-ALU)
                   ELSE
                       MOVE STUM-BOLSA-PCT
                           TO TB-ALU-BOLSA-PCT (IX-ALU)
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WRK-ARQUIVO-INTEIRO
           END-IF.
           READ STUDENT-MASTER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0200-PROCESSAR.
           PERFORM 0210-APURAR-INSCRICOES.
           MOVE 'MATRIC NOME                 RESPONS        BRUTO'
               TO WRK-RPT-LINHA.
           MOVE '        BOLSA        IRMAO      LIQUIDO'
               TO WRK-RPT-LINHA (50:39).
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0220-APLICAR-BOLSA
               VARYING IX-ALU FROM 1 BY 1
               UNTIL IX-ALU > WRK-QT-ALUNOS.
           PERFORM 0230-APLICAR-DESCONTO-IRMAO
               VARYING IX-ALU FROM 1 BY 1
               UNTIL IX-ALU > WRK-QT-ALUNOS.
           MOVE SPACES TO WRK-RPT-LINHA.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           MOVE 'RESPONS NOME                 ALUNOS        FATURA'
               TO WRK-RPT-LINHA.
           MOVE 'VENCTO' TO WRK-RPT-LINHA (55:6).
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           PERFORM 0240-ABRIR-FATURAS.
           PERFORM 0241-AVALIAR-RESPONSAVEL
               VARYING IX-RSP FROM 1 BY 1
               UNTIL IX-RSP > WRK-QT-RESPONSAVEIS.
           CLOSE AR-INVOICE-FILE.
           IF WRK-QT-FATURAS > ZEROS
               PERFORM 0250-GRAVAR-LOTE
           ELSE
      *    MES SEM MENSALIDADE A COBRAR NAO E ERRO: RETURN-CODE 4
      *    AVISA A ESTEIRA PARA PULAR O PRE-EDIT E O POSTING.
               DISPLAY 'NENHUMA MENSALIDADE A FATURAR NA COMPETENCIA '
                   WRK-COMPETENCIA-N
               MOVE 4 TO WRK-RC-FINAL
           END-IF.

       0210-APURAR-INSCRICOES.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WRK-ENR-STATUS = '35'
               DISPLAY 'SEM INSCRICOES EM DISCIPLINA (ENROLL)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ ENROLLMENT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0211-LER-INSCRICAO UNTIL FIM-ARQUIVO
               CLOSE ENROLLMENT-FILE
           END-IF.
           MOVE 'N' TO WRK-EOF.

      *    SO A INSCRICAO COM DIAS CURSADOS NA COMPETENCIA ENTRA NA
      *    COBRANCA; TRANCADA ANTES DO MES OU INSCRITA DEPOIS DELE
      *    NAO GERA COBRANCA NEM EXCECAO.
       0211-LER-INSCRICAO.
           ADD 1 TO WRK-QT-INSCRICOES-LIDAS.
           PERFORM 0212-CALCULAR-DIAS.
           IF WRK-DIAS-CURSADOS > ZEROS
               PERFORM 0213-LOCALIZAR-ALUNO
               EVALUATE TRUE
                   WHEN NOT ALU-ACHADO
                       MOVE ENR-MATRICULA TO WRK-REFERENCIA-LOG
                       MOVE 'INSCRICAO DE MATRICULA FORA DO STUMAST'
                           TO WRK-MOTIVO-LOG
                       PERFORM 0290-REGISTRAR-EXCECAO
                   WHEN TB-ALU-SITUACAO (IX-ALU) NOT = 'A'
                       PERFORM 0218-REJEITAR-ALUNO-INATIVO
                   WHEN OTHER
                       PERFORM 0215-LOCALIZAR-PRECO
                       IF PRECO-ACHADO
                           PERFORM 0217-COBRAR-INSCRICAO
                       ELSE
                           MOVE SPACES TO WRK-REFERENCIA-LOG
                           STRING ENR-MATRICULA ' ' ENR-TURMA
                               DELIMITED BY SIZE
                               INTO WRK-REFERENCIA-LOG
                           END-STRING
                           MOVE 'DISCIPLINA SEM PRECO NO MENSALID'
                               TO WRK-MOTIVO-LOG
                           PERFORM 0290-REGISTRAR-EXCECAO
                       END-IF
               END-EVALUATE
           END-IF.
           READ ENROLLMENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    O ALUNO CURSA DO DIA DO INICIO ATE A VESPERA DO
      *    TRANCAMENTO. SEM DATA DE INICIO (INSCRICAO ANTIGA) CONTA
      *    DESDE O PRIMEIRO DIA DO MES; TRANCADA SEM DATA NAO CONTA.
       0212-CALCULAR-DIAS.
           MOVE ZEROS TO WRK-DIAS-CURSADOS.
           MOVE WRK-INT-PRIMEIRO-DIA TO WRK-INT-INICIO.
           MOVE WRK-INT-ULTIMO-DIA   TO WRK-INT-FIM.
           IF ENR-DATA-INICIO IS NUMERIC
               IF ENR-DATA-INICIO > WRK-PRIMEIRO-DIA-N
                   COMPUTE WRK-INT-INICIO =
                       FUNCTION INTEGER-OF-DATE (ENR-DATA-INICIO)
               END-IF
           END-IF.
           IF INSCRICAO-TRANCADA
               MOVE ZEROS TO WRK-INT-FIM
               IF ENR-DATA-TRANCAMENTO IS NUMERIC
                   IF ENR-DATA-TRANCAMENTO > WRK-PRIMEIRO-DIA-N
                       COMPUTE WRK-INT-FIM =
                           FUNCTION INTEGER-OF-DATE
                               (ENR-DATA-TRANCAMENTO) - 1
                   END-IF
               END-IF
               IF WRK-INT-FIM > WRK-INT-ULTIMO-DIA
                   MOVE WRK-INT-ULTIMO-DIA TO WRK-INT-FIM
               END-IF
           END-IF.
           IF (INSCRICAO-ATIVA OR INSCRICAO-TRANCADA)
              AND WRK-INT-INICIO > ZEROS
              AND WRK-INT-FIM NOT < WRK-INT-INICIO
               COMPUTE WRK-DIAS-CURSADOS =
                   WRK-INT-FIM - WRK-INT-INICIO + 1
           END-IF.

       0213-LOCALIZAR-ALUNO.
           MOVE 'N' TO WRK-ALU-ACHADO.
           MOVE ZEROS TO WRK-IX-ALU.
           PERFORM 0214-PROCURAR-ALUNO
               VARYING IX-ALU FROM 1 BY 1
               UNTIL IX-ALU > WRK-QT-ALUNOS
                  OR ALU-ACHADO.
           IF ALU-ACHADO
               SET IX-ALU TO WRK-IX-ALU
           END-IF.

       0214-PROCURAR-ALUNO.
           IF TB-ALU-MATRICULA (IX-ALU) = ENR-MATRICULA
               MOVE 'S' TO WRK-ALU-ACHADO
               SET WRK-IX-ALU TO IX-ALU
           END-IF.

      *    PRECO DA TURMA/DISCIPLINA; SEM ELE, O PRECO DA TURMA
      *    (LINHA COM DISCIPLINA EM BRANCO)
       0215-LOCALIZAR-PRECO.
           MOVE 'N' TO WRK-PRECO-ACHADO.
           MOVE 'N' TO WRK-PRECO-TURMA-ACHADO.
           PERFORM 0216-PROCURAR-PRECO
               VARYING IX-PRC FROM 1 BY 1
               UNTIL IX-PRC > WRK-QT-PRECOS
                  OR PRECO-ACHADO.
           IF NOT PRECO-ACHADO AND PRECO-TURMA-ACHADO
               MOVE 'S' TO WRK-PRECO-ACHADO
               MOVE WRK-PRECO-TURMA TO WRK-PRECO-MENSAL
           END-IF.

       0216-PROCURAR-PRECO.
           IF TB-PRC-TURMA (IX-PRC) = ENR-TURMA
               IF TB-PRC-DISCIPLINA (IX-PRC) = ENR-DISCIPLINA
                   MOVE 'S' TO WRK-PRECO-ACHADO
                   MOVE TB-PRC-VALOR (IX-PRC) TO WRK-PRECO-MENSAL
               ELSE
                   IF TB-PRC-DISCIPLINA (IX-PRC) = SPACES
                       MOVE 'S' TO WRK-PRECO-TURMA-ACHADO
                       MOVE TB-PRC-VALOR (IX-PRC) TO WRK-PRECO-TURMA
                   END-IF
               END-IF
           END-IF.

       0217-COBRAR-INSCRICAO.
           COMPUTE WRK-VALOR-PROPORCIONAL ROUNDED =
               WRK-PRECO-MENSAL * WRK-DIAS-CURSADOS / WRK-DIAS-MES.
           ADD WRK-VALOR-PROPORCIONAL TO TB-ALU-BRUTO (IX-ALU).
           ADD 1 TO TB-ALU-QT-DISCIPLINAS (IX-ALU).
           ADD 1 TO WRK-QT-INSCRICOES-COBRADAS.

      *    ALUNO INATIVADO NO CADASTRO COM INSCRICAO AINDA VALENDO:
      *    A SECRETARIA PRECISA TRANCAR AS INSCRICOES (UMA EXCECAO
      *    POR ALUNO, NAO POR DISCIPLINA)
       0218-REJEITAR-ALUNO-INATIVO.
           IF TB-ALU-REJEITADO (IX-ALU) NOT = 'S'
               MOVE 'S' TO TB-ALU-REJEITADO (IX-ALU)
               MOVE ENR-MATRICULA TO WRK-REFERENCIA-LOG
               MOVE 'ALUNO INATIVO COM INSCRICAO NAO TRANCADA'
                   TO WRK-MOTIVO-LOG
               PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.

      *    BOLSA SOBRE O BRUTO DO ALUNO E VINCULO COM O RESPONSAVEL.
      *    ALUNO SEM RESPONSAVEL VALIDO FICA FORA DA FATURA.
       0220-APLICAR-BOLSA.
           IF TB-ALU-QT-DISCIPLINAS (IX-ALU) > ZEROS
               COMPUTE TB-ALU-BOLSA (IX-ALU) ROUNDED =
                   TB-ALU-BRUTO (IX-ALU) * TB-ALU-BOLSA-PCT (IX-ALU)
                   / 100
               COMPUTE TB-ALU-LIQUIDO (IX-ALU) =
                   TB-ALU-BRUTO (IX-ALU) - TB-ALU-BOLSA (IX-ALU)
               PERFORM 0221-VALIDAR-RESPONSAVEL
               IF TB-ALU-REJEITADO (IX-ALU) NOT = 'S'
                   PERFORM 0224-VINCULAR-RESPONSAVEL
               END-IF
           END-IF.

       0221-VALIDAR-RESPONSAVEL.
           MOVE SPACES TO WRK-MOTIVO-LOG.
           MOVE 'N' TO WRK-CLI-ACHADO.
           IF TB-ALU-RESPONSAVEL (IX-ALU) = ZEROS
               MOVE 'ALUNO SEM RESPONSAVEL FINANCEIRO'
                   TO WRK-MOTIVO-LOG
           ELSE
               PERFORM 0222-PROCURAR-CLIENTE
                   VARYING IX-CLI FROM 1 BY 1
                   UNTIL IX-CLI > WRK-QT-CLIENTES
                      OR CLI-ACHADO
               IF NOT CLI-ACHADO
                   MOVE 'RESPONSAVEL FORA DO CUSTMAST'
                       TO WRK-MOTIVO-LOG
               ELSE
                   SET IX-CLI TO WRK-IX-CLI
                   IF TB-CLI-SITUACAO (IX-CLI) = 'M'
                      OR TB-CLI-SITUACAO (IX-CLI) = 'X'
                       MOVE 'RESPONSAVEL FUNDIDO OU ANONIMIZADO'
                           TO WRK-MOTIVO-LOG
                   END-IF
               END-IF
           END-IF.
           IF WRK-MOTIVO-LOG NOT = SPACES
               MOVE 'S' TO TB-ALU-REJEITADO (IX-ALU)
               MOVE TB-ALU-MATRICULA (IX-ALU) TO WRK-REFERENCIA-LOG
               PERFORM 0290-REGISTRAR-EXCECAO
           END-IF.

       0222-PROCURAR-CLIENTE.
           IF TB-CLI-NUMERO (IX-CLI) = TB-ALU-RESPONSAVEL (IX-ALU)
               MOVE 'S' TO WRK-CLI-ACHADO
               SET WRK-IX-CLI TO IX-CLI
           END-IF.

       0224-VINCULAR-RESPONSAVEL.
           MOVE 'N' TO WRK-RSP-ACHADO.
           PERFORM 0225-PROCURAR-RESPONSAVEL
               VARYING IX-RSP FROM 1 BY 1
               UNTIL IX-RSP > WRK-QT-RESPONSAVEIS
                  OR RSP-ACHADO.
           IF NOT RSP-ACHADO
               ADD 1 TO WRK-QT-RESPONSAVEIS
               MOVE WRK-QT-RESPONSAVEIS TO WRK-IX-RSP
               SET IX-RSP TO WRK-IX-RSP
               INITIALIZE TB-RESPONSAVEL (IX-RSP)
               MOVE TB-ALU-RESPONSAVEL (IX-ALU)
                   TO TB-RSP-NUMERO (IX-RSP)
               MOVE TB-CLI-NOME (IX-CLI) TO TB-RSP-NOME (IX-RSP)
           END-IF.
           SET IX-RSP TO WRK-IX-RSP.
           MOVE WRK-IX-RSP TO TB-ALU-IX-RSP (IX-ALU).
           ADD 1 TO TB-RSP-QT-ALUNOS (IX-RSP).
           IF TB-RSP-IX-PRINCIPAL (IX-RSP) = ZEROS
              OR TB-ALU-LIQUIDO (IX-ALU) > TB-RSP-MAIOR-VALOR (IX-RSP)
               SET TB-RSP-IX-PRINCIPAL (IX-RSP) TO IX-ALU
               MOVE TB-ALU-LIQUIDO (IX-ALU)
                   TO TB-RSP-MAIOR-VALOR (IX-RSP)
           END-IF.

       0225-PROCURAR-RESPONSAVEL.
           IF TB-RSP-NUMERO (IX-RSP) = TB-ALU-RESPONSAVEL (IX-ALU)
               MOVE 'S' TO WRK-RSP-ACHADO
               SET WRK-IX-RSP TO IX-RSP
           END-IF.

      *    A PARTIR DO SEGUNDO ALUNO DO MESMO RESPONSAVEL, DESCONTO
      *    DE IRMAO SOBRE O VALOR JA COM A BOLSA
       0230-APLICAR-DESCONTO-IRMAO.
           IF TB-ALU-IX-RSP (IX-ALU) > ZEROS
               MOVE TB-ALU-IX-RSP (IX-ALU) TO WRK-IX-RSP
               SET IX-RSP TO WRK-IX-RSP
               SET WRK-IX-ALU TO IX-ALU
               IF TB-RSP-QT-ALUNOS (IX-RSP) > 1
                  AND TB-RSP-IX-PRINCIPAL (IX-RSP) NOT = WRK-IX-ALU
                   COMPUTE TB-ALU-IRMAO (IX-ALU) ROUNDED =
                       TB-ALU-LIQUIDO (IX-ALU) * WRK-PCT-IRMAO / 100
                   SUBTRACT TB-ALU-IRMAO (IX-ALU)
                       FROM TB-ALU-LIQUIDO (IX-ALU)
               END-IF
               ADD TB-ALU-LIQUIDO (IX-ALU) TO TB-RSP-VALOR (IX-RSP)
               MOVE TB-ALU-BRUTO (IX-ALU)   TO WRK-BRUTO-ED
               MOVE TB-ALU-BOLSA (IX-ALU)   TO WRK-BOLSA-ED
               MOVE TB-ALU-IRMAO (IX-ALU)   TO WRK-IRMAO-ED
               MOVE TB-ALU-LIQUIDO (IX-ALU) TO WRK-LIQUIDO-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING TB-ALU-MATRICULA (IX-ALU) ' '
                   TB-ALU-NOME (IX-ALU) ' '
                   TB-ALU-RESPONSAVEL (IX-ALU) ' '
                   WRK-BRUTO-ED ' ' WRK-BOLSA-ED ' '
                   WRK-IRMAO-ED ' ' WRK-LIQUIDO-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               DISPLAY WRK-RPT-LINHA
               PERFORM 0400-GRAVAR-LINHA-RPT
           END-IF.

      *    AS FATURAS DA MENSALIDADE SAO ACRESCENTADAS AS JA
      *    EXISTENTES; SE FOR A PRIMEIRA, O ARQUIVO E CRIADO VAZIO.
       0240-ABRIR-FATURAS.
           OPEN EXTEND AR-INVOICE-FILE.
           IF WRK-FAT-STATUS = '35'
               OPEN OUTPUT AR-INVOICE-FILE
               CLOSE AR-INVOICE-FILE
               OPEN EXTEND AR-INVOICE-FILE
           END-IF.

       0241-AVALIAR-RESPONSAVEL.
           EVALUATE TRUE
               WHEN TB-RSP-VALOR (IX-RSP) = ZEROS
                   CONTINUE
               WHEN TB-RSP-VALOR (IX-RSP) > 9999999,99
                   MOVE TB-RSP-NUMERO (IX-RSP) TO WRK-REFERENCIA-LOG
                   MOVE 'FATURA ACIMA DO LIMITE DO LANCAMENTO'
                       TO WRK-MOTIVO-LOG
                   PERFORM 0290-REGISTRAR-EXCECAO
               WHEN OTHER
                   PERFORM 0242-EMITIR-FATURA
           END-EVALUATE.

      *    UMA FATURA ABERTA POR RESPONSAVEL, EMITIDA NA DATA DE
      *    MOVIMENTO COM O PRAZO DE VENCIMENTO DO MENSPARM
       0242-EMITIR-FATURA.
           INITIALIZE AR-INVOICE-RECORD.
           MOVE TB-RSP-NUMERO (IX-RSP) TO FAT-CLIENTE.
           MOVE WRK-DATA-MOVIMENTO     TO FAT-DATA-EMISSAO.
           COMPUTE WRK-DIAS-PRAZO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-MOVIMENTO)
               + WRK-DIAS-VENCIMENTO.
           COMPUTE FAT-DATA-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS-PRAZO).
           MOVE TB-RSP-VALOR (IX-RSP)  TO FAT-VALOR.
           MOVE 'A'                    TO FAT-SITUACAO.
           MOVE ZEROS                  TO FAT-DATA-PAGAMENTO.
           WRITE AR-INVOICE-RECORD.
           ADD 1 TO WRK-QT-FATURAS.
           ADD TB-RSP-VALOR (IX-RSP) TO WRK-TOTAL-FATURADO.
           PERFORM 0243-GUARDAR-PAR-DE-LINHAS.
           MOVE TB-RSP-VALOR (IX-RSP) TO WRK-FATURA-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING TB-RSP-NUMERO (IX-RSP) '  '
               TB-RSP-NOME (IX-RSP) ' '
               TB-RSP-QT-ALUNOS (IX-RSP) ' '
               WRK-FATURA-ED ' ' FAT-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           DISPLAY WRK-RPT-LINHA.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0243-GUARDAR-PAR-DE-LINHAS.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-CONTA-CLIENTES    TO TB-LIN-CONTA (IX-LIN).
           MOVE 'D'                   TO TB-LIN-TIPO (IX-LIN).
           MOVE TB-RSP-VALOR (IX-RSP) TO TB-LIN-VALOR (IX-LIN).
           ADD TB-RSP-VALOR (IX-RSP) TO WRK-SOMA-DEBITOS.
           ADD 1 TO WRK-QT-LINHAS.
           SET IX-LIN TO WRK-QT-LINHAS.
           MOVE WRK-CONTA-RECEITA     TO TB-LIN-CONTA (IX-LIN).
           MOVE 'C'                   TO TB-LIN-TIPO (IX-LIN).
           MOVE TB-RSP-VALOR (IX-RSP) TO TB-LIN-VALOR (IX-LIN).
           ADD TB-RSP-VALOR (IX-RSP) TO WRK-SOMA-CREDITOS.

       0250-GRAVAR-LOTE.
           OPEN OUTPUT LEDGER-TRANSACTION-FILE.
           INITIALIZE LEDGER-BATCH-HEADER.
           MOVE 'H'                   TO LOTE-H-TIPO.
           MOVE WRK-LOTE-MENSALIDADES TO LOTE-H-LOTE.
           MOVE WRK-DATA-MOVIMENTO    TO LOTE-H-DATA.
           WRITE LEDGER-BATCH-HEADER.
           PERFORM 0251-GRAVAR-LINHA
               VARYING IX-LIN FROM 1 BY 1
               UNTIL IX-LIN > WRK-QT-LINHAS.
           INITIALIZE LEDGER-BATCH-TRAILER.
           MOVE 'T'               TO LOTE-T-TIPO.
           MOVE WRK-QT-LINHAS     TO LOTE-T-QT-PREVISTA.
           MOVE WRK-SOMA-DEBITOS  TO LOTE-T-TOTAL-DEBITOS.
           MOVE WRK-SOMA-CREDITOS TO LOTE-T-TOTAL-CREDITOS.
           WRITE LEDGER-BATCH-TRAILER.
           CLOSE LEDGER-TRANSACTION-FILE.
           DISPLAY 'LOTE ' WRK-LOTE-MENSALIDADES ' GRAVADO COM '
               WRK-QT-LINHAS ' LINHA(S) - SEGUE PARA O '
               'LEDGEDIT/POSTING'.

       0251-GRAVAR-LINHA.
           INITIALIZE TRANSACTION-RECORD.
           MOVE 'D'                   TO TRAN-REG-TIPO.
           MOVE TB-LIN-CONTA (IX-LIN) TO TRAN-CONTA.
           MOVE TB-LIN-TIPO (IX-LIN)  TO TRAN-TIPO.
           MOVE TB-LIN-VALOR (IX-LIN) TO TRAN-VALOR.
           WRITE TRANSACTION-RECORD.

       0290-REGISTRAR-EXCECAO.
           ADD 1 TO WRK-QT-EXCECOES.
           DISPLAY 'NAO FATURADO: ' WRK-REFERENCIA-LOG ' - '
               WRK-MOTIVO-LOG.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
           END-CALL.

      *    A COMPETENCIA SO E DADA COMO FATURADA QUANDO O PASSO NAO
      *    TERMINOU EM ERRO; O QUE FICOU NO LOG DE EXCECOES E
      *    ACERTADO PELA SECRETARIA E COBRADO NA COMPETENCIA SEGUINTE
      *    OU POR FATURA AVULSA.
       0300-FINALIZAR.
           IF MES-A-FATURAR
               IF WRK-RC-FINAL < 8
                   PERFORM 0320-GRAVAR-CONTROLE
               END-IF
               MOVE 'F' TO WRK-RPT-FUNCAO
               CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
                   WRK-RPT-TITULO WRK-RPT-LINHA
               END-CALL
           END-IF.
           DISPLAY ' ---------------------- '.
           DISPLAY 'INSCRICOES LIDAS        : '
               WRK-QT-INSCRICOES-LIDAS.
           DISPLAY 'INSCRICOES COBRADAS     : '
               WRK-QT-INSCRICOES-COBRADAS.
           DISPLAY 'FATURAS EMITIDAS        : ' WRK-QT-FATURAS.
           DISPLAY 'EXCECOES                : ' WRK-QT-EXCECOES.
           MOVE WRK-TOTAL-FATURADO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL FATURADO          : ' WRK-VALOR-ED.
           MOVE WRK-QT-INSCRICOES-LIDAS TO WRK-CTLT-LIDOS.
           MOVE WRK-QT-FATURAS          TO WRK-CTLT-PROCESSADOS.
           MOVE WRK-QT-EXCECOES         TO WRK-CTLT-REJEITADOS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           DISPLAY ' FIM DO FATURAMENTO DA MENSALIDADE '.

       0320-GRAVAR-CONTROLE.
           OPEN OUTPUT TUITION-CONTROL-FILE.
           MOVE WRK-COMPETENCIA-N TO TUITION-CONTROL-RECORD.
           WRITE TUITION-CONTROL-RECORD.
           CLOSE TUITION-CONTROL-FILE.

       0400-GRAVAR-LINHA-RPT.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROCTB.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: EMISSAO DOS LIVROS CONTABEIS OBRIGATORIOS DO
      *              EXERCICIO INFORMADO (AAAA) PARA O CONTADOR:
      *              O LIVRO DIARIO (TODO LANCAMENTO POSTADO NO
      *              LEDGHIST EM ORDEM DE DATA, NUMERADO, COM
      *              TRANSPORTE DE TOTAIS ENTRE FOLHAS E TOTAL POR
      *              MES) E O LIVRO RAZAO (UMA FICHA POR CONTA DO
      *              PLANO, COM SALDO ANTERIOR, CADA MOVIMENTO COM O
      *              SALDO RESULTANTE E OS TOTAIS DA CONTA), CADA UM
      *              COM TERMO DE ABERTURA E DE ENCERRAMENTO E
      *              FOLHAS NUMERADAS EM SEQUENCIA QUE CONTINUA DE
      *              UM EXERCICIO PARA O OUTRO (CONTROLE LIVCTL).
      *              SO ENTRAM OS MESES FECHADOS NO PERIODCT, DE
      *              JANEIRO ATE O ULTIMO MES FECHADO SEM BURACO.
      *              GERA TAMBEM O ARQUIVO DE EXPORTACAO (LIVEXP)
      *              PARA O SISTEMA CONTABIL DO CONTADOR. OS DADOS
      *              DA EMPRESA PARA OS TERMOS VEM DO LIVPARM.
      *              SEM MES FECHADO TERMINA COM RC=4; TABELA
      *              ESTOURADA OU REEMISSAO QUE MUDARIA A NUMERACAO
      *              DE UM EXERCICIO POSTERIOR TERMINA COM RC=8 SEM
      *              GRAVAR LIVRO NENHUM.
      *              CONVENCAO DE SINAL DO POSTING (PROGCOB07):
      *              CREDITO SOMA E DEBITO SUBTRAI - SALDO POSITIVO
      *              E CREDOR (C), NEGATIVO E DEVEDOR (D).
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
           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO 'CHARTACC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANO-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERIODCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PER-STATUS.

           SELECT LEDGER-HISTORY-FILE ASSIGN TO 'LEDGHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT BOOK-PARAMETER-FILE ASSIGN TO 'LIVPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LPAR-STATUS.

           SELECT BOOK-CONTROL-FILE ASSIGN TO 'LIVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LCTL-STATUS.

           SELECT MOVEMENT-WORK-FILE ASSIGN TO 'LIVMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOV-STATUS.

           SELECT DIARIO-WORK-FILE ASSIGN TO 'LIVDTMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RAZAO-WORK-FILE ASSIGN TO 'LIVRTMP'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIARIO-BOOK-FILE ASSIGN USING WRK-NOME-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RAZAO-BOOK-FILE ASSIGN USING WRK-NOME-RAZAO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BOOK-EXPORT-FILE ASSIGN USING WRK-NOME-EXPORTACAO
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS-FILE.
           COPY 'CHARTACC.cob'.

       FD  PERIOD-CONTROL-FILE.
           COPY 'PERIODCT.cob'.

       FD  LEDGER-HISTORY-FILE.
           COPY 'LEDGHIST.cob'.

      *    DADOS DA EMPRESA PARA OS TERMOS E O HEADER DA EXPORTACAO
       FD  BOOK-PARAMETER-FILE.
       01  BOOK-PARAMETER-RECORD.
           02  LPAR-RAZAO-SOCIAL      PIC X(40).
           02  LPAR-SEP1              PIC X(02).
           02  LPAR-CNPJ              PIC X(14).
           02  LPAR-SEP2              PIC X(02).
           02  LPAR-NIRE              PIC X(11).
           02  LPAR-SEP3              PIC X(02).
           02  LPAR-CIDADE            PIC X(20).
           02  LPAR-SEP4              PIC X(02).
           02  LPAR-UF                PIC X(02).

       FD  BOOK-CONTROL-FILE.
           COPY 'LIVCTL.cob'.

      *    LANCAMENTOS DO PERIODO JA NA ORDEM DO DIARIO, COM O
      *    NUMERO E A FOLHA QUE RECEBERAM, BASE DO RAZAO E DA
      *    EXPORTACAO
       FD  MOVEMENT-WORK-FILE.
       01  MOVEMENT-WORK-RECORD.
           02  MOV-NUMERO             PIC 9(06).
           02  MOV-SEP1               PIC X(02).
           02  MOV-DATA               PIC 9(08).
           02  MOV-SEP2               PIC X(02).
           02  MOV-CONTA              PIC 9(06).
           02  MOV-SEP3               PIC X(02).
           02  MOV-TIPO               PIC X(01).
           02  MOV-SEP4               PIC X(02).
           02  MOV-VALOR              PIC 9(07)V99.
           02  MOV-SEP5               PIC X(02).
           02  MOV-LOTE               PIC X(08).
           02  MOV-SEP6               PIC X(02).
           02  MOV-LOJA               PIC X(10).
           02  MOV-SEP7               PIC X(02).
           02  MOV-FOLHA              PIC 9(06).

      *    CORPO DE CADA LIVRO, MONTADO ANTES DOS TERMOS PORQUE O
      *    TERMO DE ABERTURA PRECISA DA QUANTIDADE DE FOLHAS
       FD  DIARIO-WORK-FILE.
       01  DIARIO-WORK-RECORD         PIC X(100).

       FD  RAZAO-WORK-FILE.
       01  RAZAO-WORK-RECORD          PIC X(100).

       FD  DIARIO-BOOK-FILE.
       01  DIARIO-BOOK-RECORD         PIC X(100).

       FD  RAZAO-BOOK-FILE.
       01  RAZAO-BOOK-RECORD          PIC X(100).

       FD  BOOK-EXPORT-FILE.
           COPY 'LIVEXP.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-PLANO-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-PER-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-HIST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-LPAR-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-LCTL-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-MOV-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-ANO                    PIC 9(04) VALUE ZEROS.
       77  WRK-MES                    PIC 9(02) VALUE ZEROS.
       77  WRK-DIA                    PIC 9(02) VALUE ZEROS.
       77  WRK-ULTIMO-MES             PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-INICIAL           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FINAL             PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                   PIC 9(09) VALUE ZEROS.
       01  WRK-MES-ALVO.
           02  WRK-ALVO-ANO           PIC 9(04).
           02  WRK-ALVO-MES           PIC 9(02).
       01  WRK-DATA-HISTORICO.
           02  WRK-HIST-ANO-MES       PIC 9(06).
           02  WRK-HIST-DIA           PIC 9(02).
       01  WRK-DATA-QUEBRA.
           02  WRK-DQ-ANO             PIC 9(04).
           02  WRK-DQ-MES             PIC 9(02).
           02  WRK-DQ-DIA             PIC 9(02).
       01  WRK-DATA-QUEBRA-N REDEFINES WRK-DATA-QUEBRA PIC 9(08).
       01  WRK-DATA-EDITADA.
           02  WRK-DE-DIA             PIC 9(02).
           02  FILLER                 PIC X(01) VALUE '/'.
           02  WRK-DE-MES             PIC 9(02).
           02  FILLER                 PIC X(01) VALUE '/'.
           02  WRK-DE-ANO             PIC 9(04).
       77  WRK-DATA-INICIAL-ED        PIC X(10) VALUE SPACES.
       77  WRK-DATA-FINAL-ED          PIC X(10) VALUE SPACES.
       77  WRK-DATA-MOVIMENTO-ED      PIC X(10) VALUE SPACES.

      *    MESES DO EXERCICIO FECHADOS NO PERIODCT (A 13a POSICAO
      *    FICA SEMPRE 'N' PARA TERMINAR A VARREDURA)
       01  TB-MESES-TABELA.
           02  TB-MES-FECHADO         PIC X(01) OCCURS 13 TIMES.
       77  WRK-FECHADO-APOS-BURACO    PIC X(01) VALUE 'N'.
           88  FECHADO-APOS-BURACO              VALUE 'S'.

      *    DADOS DA EMPRESA (LIVPARM)
       77  WRK-RAZAO-SOCIAL           PIC X(40) VALUE SPACES.
       77  WRK-CNPJ                   PIC X(14) VALUE SPACES.
       77  WRK-CNPJ-ED                PIC X(18) VALUE SPACES.
       77  WRK-CNPJ-VALIDO            PIC X(01) VALUE 'N'.
       77  WRK-NIRE                   PIC X(11) VALUE SPACES.
       77  WRK-CIDADE                 PIC X(20) VALUE SPACES.
       77  WRK-UF                     PIC X(02) VALUE SPACES.

      *    EXERCICIOS JA EMITIDOS (LIVCTL)
       01  TB-CONTROLE-TABELA.
           02  TB-CONTROLE OCCURS 100 TIMES INDEXED BY IX-CTL.
               03  TB-CTL-ANO         PIC 9(04).
               03  TB-CTL-DIA-LIVRO   PIC 9(03).
               03  TB-CTL-DIA-PAG-INI PIC 9(06).
               03  TB-CTL-DIA-PAG-FIM PIC 9(06).
               03  TB-CTL-RAZ-LIVRO   PIC 9(03).
               03  TB-CTL-RAZ-PAG-INI PIC 9(06).
               03  TB-CTL-RAZ-PAG-FIM PIC 9(06).
               03  TB-CTL-ULTIMO-MES  PIC 9(06).
               03  TB-CTL-DATA        PIC 9(08).
       77  WRK-QT-CONTROLES           PIC 9(03) VALUE ZEROS.
       77  WRK-IX-CTL                 PIC 9(03) VALUE ZEROS.
       77  WRK-IX-ULTIMO-CTL          PIC 9(03) VALUE ZEROS.
       77  WRK-EXERCICIO-POSTERIOR    PIC X(01) VALUE 'N'.
           88  HA-EXERCICIO-POSTERIOR           VALUE 'S'.

      *    NUMERACAO DOS LIVROS DESTA EMISSAO
       77  WRK-DIA-LIVRO              PIC 9(03) VALUE ZEROS.
       77  WRK-DIA-PAG-INI            PIC 9(06) VALUE ZEROS.
       77  WRK-DIA-PAG-FIM            PIC 9(06) VALUE ZEROS.
       77  WRK-RAZ-LIVRO              PIC 9(03) VALUE ZEROS.
       77  WRK-RAZ-PAG-INI            PIC 9(06) VALUE ZEROS.
       77  WRK-RAZ-PAG-FIM            PIC 9(06) VALUE ZEROS.

      *    CONTAS DO PLANO COM SALDO DE ABERTURA E MOVIMENTO; CONTA
      *    QUE SO APARECE NO HISTORICO ENTRA NO FIM
       01  TB-CONTAS-TABELA.
           02  TB-CONTA OCCURS 200 TIMES INDEXED BY IX-CTA.
               03  TB-CTA-NUMERO      PIC 9(06).
               03  TB-CTA-DESCRICAO   PIC X(25).
               03  TB-CTA-TIPO        PIC X(01).
               03  TB-CTA-SALDO-INI   PIC S9(09)V99.
               03  TB-CTA-QT-MOV      PIC 9(05).
               03  TB-CTA-EMITIDA     PIC X(01).
       77  WRK-QT-CONTAS              PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-CONTAS          PIC 9(03) VALUE 200.
       77  WRK-CONTA-PROCURADA        PIC 9(06) VALUE ZEROS.
       77  WRK-CONTA-ACHADA           PIC X(01) VALUE 'N'.
           88  CONTA-ACHADA                     VALUE 'S'.
       77  WRK-IX-CTA                 PIC 9(03) VALUE ZEROS.
       77  WRK-IX-MENOR               PIC 9(03) VALUE ZEROS.
       77  WRK-POSICAO                PIC 9(03) VALUE ZEROS.

      *    CONTAS DO RAZAO NA ORDEM DE EMISSAO, PARA A EXPORTACAO
       01  TB-ORDEM-TABELA.
           02  TB-ORDEM-CONTA         PIC 9(03) OCCURS 200 TIMES.
       77  WRK-QT-ORDEM               PIC 9(03) VALUE ZEROS.

      *    LANCAMENTOS DE UM MES, NA ORDEM DO HISTORICO
       01  TB-LANCAMENTOS-TABELA.
           02  TB-LANCAMENTO OCCURS 3000 TIMES INDEXED BY IX-LAN.
               03  TB-LAN-DATA        PIC 9(08).
               03  TB-LAN-DATA-R REDEFINES TB-LAN-DATA.
                   04  TB-LAN-ANO-MES PIC 9(06).
                   04  TB-LAN-DIA     PIC 9(02).
               03  TB-LAN-CONTA       PIC 9(06).
               03  TB-LAN-TIPO        PIC X(01).
               03  TB-LAN-VALOR       PIC 9(07)V99.
               03  TB-LAN-LOTE        PIC X(08).
               03  TB-LAN-LOJA        PIC X(10).
       77  WRK-QT-LANCAMENTOS         PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-LANCAMENTOS     PIC 9(04) VALUE 3000.

       77  WRK-NUMERO-LANCAMENTO      PIC 9(06) VALUE ZEROS.
       77  WRK-QT-LIDOS               PIC 9(07) VALUE ZEROS.
       77  WRK-MES-DEBITOS            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-MES-CREDITOS           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS         PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CONTA-DEBITOS          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CONTA-CREDITOS         PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-CORRENTE         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-ABSOLUTO         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-DC               PIC X(01) VALUE SPACES.
       77  WRK-DIFERENCA-ED           PIC -(12)9,99 VALUE ZEROS.

      *    PAGINACAO DO LIVRO EM MONTAGEM ('D' DIARIO / 'R' RAZAO):
      *    A FOLHA CONTINUA DA NUMERACAO DO CONTROLE E NAO REINICIA
      *    A CADA RUN COMO NO RPTHDRTN
       77  WRK-LIVRO-ATUAL            PIC X(01) VALUE SPACES.
           88  MONTANDO-DIARIO                  VALUE 'D'.
           88  MONTANDO-RAZAO                   VALUE 'R'.
       77  WRK-PAGINA                 PIC 9(06) VALUE ZEROS.
       77  WRK-LINHAS-PAGINA          PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-LINHAS             PIC 9(02) VALUE 50.
       77  WRK-QUEBRA-FOLHA           PIC X(01) VALUE 'N'.
           88  QUEBRA-DE-FOLHA                  VALUE 'S'.
       77  WRK-CONTA-EM-CURSO         PIC X(01) VALUE 'N'.
           88  CONTA-EM-CURSO                   VALUE 'S'.
       77  WRK-TITULO-CONTA           PIC X(60) VALUE SPACES.
       77  WRK-TITULO-LIVRO           PIC X(30) VALUE SPACES.
       77  WRK-NOME-LIVRO             PIC X(14) VALUE SPACES.
       77  WRK-LIVRO-ED               PIC 9(03) VALUE ZEROS.

       77  WRK-NOME-DIARIO            PIC X(20) VALUE SPACES.
       77  WRK-NOME-RAZAO             PIC X(20) VALUE SPACES.
       77  WRK-NOME-EXPORTACAO        PIC X(20) VALUE SPACES.

      *    LINHA DE SAIDA DOS LIVROS E SUAS VISOES
       01  WRK-LINHA-PENDENTE         PIC X(100) VALUE SPACES.
       01  WRK-LINHA-LIVRO            PIC X(100) VALUE SPACES.
       01  WRK-LINHA-DIARIO REDEFINES WRK-LINHA-LIVRO.
           02  LD-NUMERO              PIC Z(05)9.
           02  FILLER                 PIC X(02).
           02  LD-DATA                PIC X(10).
           02  FILLER                 PIC X(02).
           02  LD-LOTE                PIC X(08).
           02  FILLER                 PIC X(02).
           02  LD-CONTA               PIC 9(06).
           02  FILLER                 PIC X(01).
           02  LD-DESCRICAO           PIC X(25).
           02  FILLER                 PIC X(01).
           02  LD-DEBITO              PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                 PIC X(01).
           02  LD-CREDITO             PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                 PIC X(04).
       01  WRK-LINHA-DIARIO-CAB REDEFINES WRK-LINHA-LIVRO.
           02  LDC-NUMERO             PIC X(06).
           02  FILLER                 PIC X(02).
           02  LDC-DATA               PIC X(10).
           02  FILLER                 PIC X(02).
           02  LDC-LOTE               PIC X(08).
           02  FILLER                 PIC X(02).
           02  LDC-CONTA              PIC X(32).
           02  FILLER                 PIC X(07).
           02  LDC-DEBITO             PIC X(10).
           02  FILLER                 PIC X(07).
           02  LDC-CREDITO            PIC X(10).
           02  FILLER                 PIC X(04).
       01  WRK-LINHA-RAZAO REDEFINES WRK-LINHA-LIVRO.
           02  LR-DATA                PIC X(10).
           02  FILLER                 PIC X(02).
           02  LR-LOTE                PIC X(08).
           02  FILLER                 PIC X(02).
           02  LR-NUMERO              PIC Z(05)9.
           02  FILLER                 PIC X(02).
           02  LR-DEBITO              PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                 PIC X(01).
           02  LR-CREDITO             PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                 PIC X(01).
           02  LR-SALDO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                 PIC X(01).
           02  LR-DC                  PIC X(01).
           02  FILLER                 PIC X(17).
       01  WRK-LINHA-RAZAO-TOTAL REDEFINES WRK-LINHA-LIVRO.
           02  LRT-ROTULO             PIC X(30).
           02  LRT-DEBITO             PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                 PIC X(01).
           02  LRT-CREDITO            PIC Z.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                 PIC X(01).
           02  LRT-SALDO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02  FILLER                 PIC X(01).
           02  LRT-DC                 PIC X(01).
           02  FILLER                 PIC X(17).
       01  WRK-LINHA-RAZAO-CAB REDEFINES WRK-LINHA-LIVRO.
           02  LRC-DATA               PIC X(10).
           02  FILLER                 PIC X(02).
           02  LRC-LOTE               PIC X(08).
           02  FILLER                 PIC X(02).
           02  LRC-NUMERO             PIC X(06).
           02  FILLER                 PIC X(08).
           02  LRC-DEBITO             PIC X(10).
           02  FILLER                 PIC X(07).
           02  LRC-CREDITO            PIC X(10).
           02  FILLER                 PIC X(12).
           02  LRC-SALDO              PIC X(05).
           02  FILLER                 PIC X(20).
       01  WRK-LINHA-CABECALHO REDEFINES WRK-LINHA-LIVRO.
           02  LCB-RAZAO-SOCIAL       PIC X(40).
           02  FILLER                 PIC X(33).
           02  LCB-FOLHA-ROTULO       PIC X(07).
           02  LCB-FOLHA              PIC 9(06).
           02  FILLER                 PIC X(14).

      *    TEXTO DOS TERMOS DE ABERTURA E ENCERRAMENTO
       77  WRK-TIPO-TERMO             PIC X(01) VALUE SPACES.
           88  TERMO-DE-ABERTURA                VALUE 'A'.
           88  TERMO-DE-ENCERRAMENTO            VALUE 'E'.
       77  WRK-TERMO-PAG-INI          PIC 9(06) VALUE ZEROS.
       77  WRK-TERMO-PAG-FIM          PIC 9(06) VALUE ZEROS.
       77  WRK-TERMO-LIVRO            PIC 9(03) VALUE ZEROS.
       77  WRK-QT-FOLHAS              PIC 9(06) VALUE ZEROS.
       77  WRK-QT-FOLHAS-ED           PIC Z(05)9 VALUE ZEROS.
       77  WRK-BRANCOS                PIC 9(02) VALUE ZEROS.
       77  WRK-TERMO-TITULO           PIC X(30) VALUE SPACES.
       77  WRK-TERMO-VERBO            PIC X(10) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'LIVROCTB'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0200-APURAR-PERIODOS
           END-IF.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0300-NUMERAR-LIVROS
           END-IF.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0400-CARREGAR-PLANO
               PERFORM 0410-APURAR-SALDOS-ABERTURA
           END-IF.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0500-MONTAR-DIARIO
           END-IF.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0600-MONTAR-RAZAO
           END-IF.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0700-CONFERIR-NUMERACAO
           END-IF.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0750-EMITIR-LIVROS
           END-IF.
           PERFORM 0990-FINALIZAR.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'EXERCICIO DOS LIVROS DIARIO E RAZAO (AAAA) ...'.
           ACCEPT WRK-ANO.
           IF WRK-ANO IS NOT NUMERIC OR WRK-ANO = ZEROS
               DISPLAY 'EXERCICIO INVALIDO: ' WRK-ANO
               MOVE 8 TO WRK-RC-FINAL
           ELSE
               DISPLAY 'EXERCICIO : ' WRK-ANO
               STRING 'LIVDIAR.' WRK-ANO
                   DELIMITED BY SIZE INTO WRK-NOME-DIARIO
               END-STRING
               STRING 'LIVRAZAO.' WRK-ANO
                   DELIMITED BY SIZE INTO WRK-NOME-RAZAO
               END-STRING
               STRING 'LIVEXP.' WRK-ANO
                   DELIMITED BY SIZE INTO WRK-NOME-EXPORTACAO
               END-STRING
               MOVE WRK-DATA-MOVIMENTO TO WRK-DATA-QUEBRA
               PERFORM 0850-EDITAR-DATA
               MOVE WRK-DATA-EDITADA TO WRK-DATA-MOVIMENTO-ED
               PERFORM 0110-LER-PARAMETROS
           END-IF.

      *    SEM O LIVPARM OS LIVROS AINDA SAEM, MAS OS TERMOS FICAM
      *    SEM A IDENTIFICACAO DA EMPRESA - O AVISO E PARA O
      *    CONTADOR NAO LEVAR ESSE JOGO AO REGISTRO.
       0110-LER-PARAMETROS.
           OPEN INPUT BOOK-PARAMETER-FILE.
           IF WRK-LPAR-STATUS = '35'
               DISPLAY 'AVISO: DADOS DA EMPRESA (LIVPARM) AUSENTES -'
                   ' TERMOS SEM IDENTIFICACAO'
           ELSE
               READ BOOK-PARAMETER-FILE
                   AT END
                       DISPLAY 'AVISO: LIVPARM VAZIO - TERMOS SEM '
                           'IDENTIFICACAO'
                   NOT AT END
                       MOVE LPAR-RAZAO-SOCIAL TO WRK-RAZAO-SOCIAL
                       MOVE LPAR-CNPJ         TO WRK-CNPJ
                       MOVE LPAR-NIRE         TO WRK-NIRE
                       MOVE LPAR-CIDADE       TO WRK-CIDADE
                       MOVE LPAR-UF           TO WRK-UF
               END-READ
               CLOSE BOOK-PARAMETER-FILE
           END-IF.
           STRING WRK-CNPJ (1:2) '.' WRK-CNPJ (3:3) '.' WRK-CNPJ (6:3)
               '/' WRK-CNPJ (9:4) '-' WRK-CNPJ (13:2)
               DELIMITED BY SIZE INTO WRK-CNPJ-ED
           END-STRING.
           CALL 'CNPJVALD' USING WRK-CNPJ WRK-CNPJ-VALIDO END-CALL.
           IF WRK-CNPJ-VALIDO NOT = 'S'
               DISPLAY 'AVISO: CNPJ DA EMPRESA INVALIDO NO LIVPARM: '
                   WRK-CNPJ
               MOVE 'LIVPARM' TO WRK-REFERENCIA-LOG
               MOVE 'CNPJ DA EMPRESA INVALIDO' TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.

      *    O PERIODO DOS LIVROS VAI DE JANEIRO ATE O ULTIMO MES
      *    FECHADO SEM BURACO: MES FECHADO DEPOIS DE UM MES AINDA
      *    ABERTO NAO ENTRA, PARA O DIARIO NUNCA PULAR UM MES.
       0200-APURAR-PERIODOS.
           MOVE ALL 'N' TO TB-MESES-TABELA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WRK-PER-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ PERIOD-CONTROL-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0210-LER-PERIODO UNTIL FIM-ARQUIVO
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
           MOVE ZEROS TO WRK-ULTIMO-MES.
           PERFORM 0220-AVANCAR-MES-FECHADO
               VARYING WRK-MES FROM 1 BY 1
               UNTIL TB-MES-FECHADO (WRK-MES) NOT = 'S'.
           IF WRK-ULTIMO-MES = ZEROS
               DISPLAY 'NENHUM PERIODO FECHADO NO EXERCICIO '
                   WRK-ANO ' - LIVROS NAO EMITIDOS'
               MOVE 4 TO WRK-RC-FINAL
           ELSE
               PERFORM 0230-PROCURAR-FECHADO-APOS
                   VARYING WRK-MES FROM WRK-ULTIMO-MES BY 1
                   UNTIL WRK-MES > 12
               IF FECHADO-APOS-BURACO
                   DISPLAY 'AVISO: HA MES FECHADO DEPOIS DE MES '
                       'ABERTO - SO ENTRA ATE ' WRK-ULTIMO-MES '/'
                       WRK-ANO
               END-IF
               MOVE WRK-ANO        TO WRK-DQ-ANO
               MOVE 01             TO WRK-DQ-MES WRK-DQ-DIA
               MOVE WRK-DATA-QUEBRA TO WRK-DATA-INICIAL
               PERFORM 0850-EDITAR-DATA
               MOVE WRK-DATA-EDITADA TO WRK-DATA-INICIAL-ED
               IF WRK-ULTIMO-MES = 12
                   MOVE 31 TO WRK-DQ-DIA
                   MOVE 12 TO WRK-DQ-MES
               ELSE
                   COMPUTE WRK-DQ-MES = WRK-ULTIMO-MES + 1
                   COMPUTE WRK-DIAS = FUNCTION INTEGER-OF-DATE
                       (WRK-DATA-QUEBRA-N) - 1
                   MOVE FUNCTION DATE-OF-INTEGER (WRK-DIAS)
                       TO WRK-DATA-QUEBRA-N
               END-IF
               MOVE WRK-DATA-QUEBRA TO WRK-DATA-FINAL
               PERFORM 0850-EDITAR-DATA
               MOVE WRK-DATA-EDITADA TO WRK-DATA-FINAL-ED
               DISPLAY 'PERIODO DOS LIVROS : ' WRK-DATA-INICIAL-ED
                   ' A ' WRK-DATA-FINAL-ED
           END-IF.

       0210-LER-PERIODO.
           MOVE PERIOD-ANO-MES TO WRK-MES-ALVO.
           IF WRK-ALVO-ANO = WRK-ANO
              AND WRK-ALVO-MES >= 1 AND WRK-ALVO-MES <= 12
              AND PERIODO-FECHADO
               MOVE 'S' TO TB-MES-FECHADO (WRK-ALVO-MES)
           END-IF.
           READ PERIOD-CONTROL-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0220-AVANCAR-MES-FECHADO.
           MOVE WRK-MES TO WRK-ULTIMO-MES.

       0230-PROCURAR-FECHADO-APOS.
           IF WRK-MES > WRK-ULTIMO-MES
              AND TB-MES-FECHADO (WRK-MES) = 'S'
               MOVE 'S' TO WRK-FECHADO-APOS-BURACO
           END-IF.

      *    O EXERCICIO JA EMITIDO REAPROVEITA O NUMERO DOS LIVROS E
      *    A FOLHA INICIAL; O EXERCICIO NOVO RECEBE O LIVRO SEGUINTE
      *    E COMECA NA FOLHA SEGUINTE A ULTIMA DO EXERCICIO MAIS
      *    RECENTE. EXERCICIO ANTERIOR AO MAIS RECENTE QUE NUNCA
      *    FOI EMITIDO NAO TEM ONDE ENCAIXAR NA NUMERACAO.
       0300-NUMERAR-LIVROS.
           PERFORM 0310-CARREGAR-CONTROLE.
           MOVE ZEROS TO WRK-IX-CTL WRK-IX-ULTIMO-CTL.
           PERFORM 0320-EXAMINAR-CONTROLE
               VARYING IX-CTL FROM 1 BY 1
               UNTIL IX-CTL > WRK-QT-CONTROLES.
           EVALUATE TRUE
               WHEN WRK-IX-CTL > ZEROS
                   SET IX-CTL TO WRK-IX-CTL
                   MOVE TB-CTL-DIA-LIVRO (IX-CTL)   TO WRK-DIA-LIVRO
                   MOVE TB-CTL-DIA-PAG-INI (IX-CTL) TO WRK-DIA-PAG-INI
                   MOVE TB-CTL-RAZ-LIVRO (IX-CTL)   TO WRK-RAZ-LIVRO
                   MOVE TB-CTL-RAZ-PAG-INI (IX-CTL) TO WRK-RAZ-PAG-INI
                   DISPLAY 'REEMISSAO DO EXERCICIO ' WRK-ANO
                       ' (EMITIDO ATE ' TB-CTL-ULTIMO-MES (IX-CTL)
                       ' EM ' TB-CTL-DATA (IX-CTL) ')'
               WHEN WRK-IX-ULTIMO-CTL = ZEROS
                   MOVE 1 TO WRK-DIA-LIVRO WRK-DIA-PAG-INI
                       WRK-RAZ-LIVRO WRK-RAZ-PAG-INI
               WHEN OTHER
                   SET IX-CTL TO WRK-IX-ULTIMO-CTL
                   IF TB-CTL-ANO (IX-CTL) > WRK-ANO
                       DISPLAY '*** EXERCICIO ' WRK-ANO ' ANTERIOR AO'
                           ' ULTIMO EMITIDO (' TB-CTL-ANO (IX-CTL)
                           ') - LIVROS NAO EMITIDOS ***'
                       MOVE WRK-ANO TO WRK-REFERENCIA-LOG
                       MOVE 'EXERCICIO ANTERIOR AO ULTIMO EMITIDO'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                       MOVE 8 TO WRK-RC-FINAL
                   ELSE
                       COMPUTE WRK-DIA-LIVRO =
                           TB-CTL-DIA-LIVRO (IX-CTL) + 1
                       COMPUTE WRK-DIA-PAG-INI =
                           TB-CTL-DIA-PAG-FIM (IX-CTL) + 1
                       COMPUTE WRK-RAZ-LIVRO =
                           TB-CTL-RAZ-LIVRO (IX-CTL) + 1
                       COMPUTE WRK-RAZ-PAG-INI =
                           TB-CTL-RAZ-PAG-FIM (IX-CTL) + 1
                   END-IF
           END-EVALUATE.
           IF WRK-RC-FINAL = ZEROS
               DISPLAY 'LIVRO DIARIO NR ' WRK-DIA-LIVRO
                   ' A PARTIR DA FOLHA ' WRK-DIA-PAG-INI
               DISPLAY 'LIVRO RAZAO NR  ' WRK-RAZ-LIVRO
                   ' A PARTIR DA FOLHA ' WRK-RAZ-PAG-INI
           END-IF.

       0310-CARREGAR-CONTROLE.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT BOOK-CONTROL-FILE.
           IF WRK-LCTL-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ BOOK-CONTROL-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0311-LER-CONTROLE UNTIL FIM-ARQUIVO
               CLOSE BOOK-CONTROL-FILE
           END-IF.

       0311-LER-CONTROLE.
           IF WRK-QT-CONTROLES < 100
               ADD 1 TO WRK-QT-CONTROLES
               SET IX-CTL TO WRK-QT-CONTROLES
               MOVE LCTL-ANO            TO TB-CTL-ANO (IX-CTL)
               MOVE LCTL-DIARIO-LIVRO   TO TB-CTL-DIA-LIVRO (IX-CTL)
               MOVE LCTL-DIARIO-PAG-INI TO TB-CTL-DIA-PAG-INI (IX-CTL)
               MOVE LCTL-DIARIO-PAG-FIM TO TB-CTL-DIA-PAG-FIM (IX-CTL)
               MOVE LCTL-RAZAO-LIVRO    TO TB-CTL-RAZ-LIVRO (IX-CTL)
               MOVE LCTL-RAZAO-PAG-INI  TO TB-CTL-RAZ-PAG-INI (IX-CTL)
               MOVE LCTL-RAZAO-PAG-FIM  TO TB-CTL-RAZ-PAG-FIM (IX-CTL)
               MOVE LCTL-ULTIMO-MES     TO TB-CTL-ULTIMO-MES (IX-CTL)
               MOVE LCTL-DATA-EMISSAO   TO TB-CTL-DATA (IX-CTL)
           END-IF.
           READ BOOK-CONTROL-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    GUARDA A LINHA DO EXERCICIO PEDIDO, A DO EXERCICIO MAIS
      *    RECENTE E SE EXISTE EXERCICIO POSTERIOR AO PEDIDO.
       0320-EXAMINAR-CONTROLE.
           IF TB-CTL-ANO (IX-CTL) = WRK-ANO
               SET WRK-IX-CTL TO IX-CTL
           END-IF.
           IF TB-CTL-ANO (IX-CTL) > WRK-ANO
               MOVE 'S' TO WRK-EXERCICIO-POSTERIOR
           END-IF.
           IF WRK-IX-ULTIMO-CTL = ZEROS
               SET WRK-IX-ULTIMO-CTL TO IX-CTL
           ELSE
               IF TB-CTL-ANO (IX-CTL) >
                  TB-CTL-ANO (WRK-IX-ULTIMO-CTL)
                   SET WRK-IX-ULTIMO-CTL TO IX-CTL
               END-IF
           END-IF.

       0400-CARREGAR-PLANO.
           INITIALIZE TB-CONTAS-TABELA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.
           IF WRK-PLANO-STATUS = '35'
               DISPLAY 'PLANO DE CONTAS (CHARTACC) AUSENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CHART-OF-ACCOUNTS-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0401-LER-CONTA UNTIL FIM-ARQUIVO
               CLOSE CHART-OF-ACCOUNTS-FILE
           END-IF.

       0401-LER-CONTA.
           IF WRK-QT-CONTAS < WRK-LIMITE-CONTAS
               ADD 1 TO WRK-QT-CONTAS
               SET IX-CTA TO WRK-QT-CONTAS
               MOVE CHART-CONTA     TO TB-CTA-NUMERO (IX-CTA)
               MOVE CHART-DESCRICAO TO TB-CTA-DESCRICAO (IX-CTA)
               MOVE CHART-TIPO      TO TB-CTA-TIPO (IX-CTA)
               MOVE ZEROS           TO TB-CTA-SALDO-INI (IX-CTA)
                   TB-CTA-QT-MOV (IX-CTA)
               MOVE 'N'             TO TB-CTA-EMITIDA (IX-CTA)
           END-IF.
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SALDO ANTERIOR DO RAZAO: O SALDO DO ULTIMO MOVIMENTO DE
      *    CADA CONTA ANTES DE 1o DE JANEIRO (O HISTORICO E
      *    CRONOLOGICO), COMO A ABERTURA DO EXTRATO DO LEDGSTMT.
       0410-APURAR-SALDOS-ABERTURA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT LEDGER-HISTORY-FILE.
           IF WRK-HIST-STATUS = '35'
               DISPLAY 'HISTORICO DO RAZAO (LEDGHIST) AUSENTE - '
                   'LIVROS SEM LANCAMENTOS'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ LEDGER-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0411-LER-SALDO-ANTERIOR UNTIL FIM-ARQUIVO
               CLOSE LEDGER-HISTORY-FILE
           END-IF.

       0411-LER-SALDO-ANTERIOR.
           IF HIST-DATA < WRK-DATA-INICIAL
               MOVE HIST-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 0420-LOCALIZAR-CONTA
               IF WRK-IX-CTA > ZEROS
                   SET IX-CTA TO WRK-IX-CTA
                   MOVE HIST-SALDO TO TB-CTA-SALDO-INI (IX-CTA)
               END-IF
           END-IF.
           READ LEDGER-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CONTA DO HISTORICO QUE NAO ESTA NO PLANO (EXCLUIDA DEPOIS
      *    DO LANCAMENTO) AINDA PRECISA SAIR NOS LIVROS: ENTRA NA
      *    TABELA COM DESCRICAO PROPRIA E VAI PARA O LOG.
       0420-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           MOVE ZEROS TO WRK-IX-CTA.
           PERFORM 0421-PROCURAR-CONTA
               VARYING IX-CTA FROM 1 BY 1
               UNTIL IX-CTA > WRK-QT-CONTAS OR CONTA-ACHADA.
           IF NOT CONTA-ACHADA
               IF WRK-QT-CONTAS >= WRK-LIMITE-CONTAS
                   DISPLAY '*** TABELA DE CONTAS CHEIA - CONTA '
                       WRK-CONTA-PROCURADA ' ***'
                   MOVE WRK-CONTA-PROCURADA TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE CONTAS DOS LIVROS CHEIA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
                   MOVE 8 TO WRK-RC-FINAL
               ELSE
                   ADD 1 TO WRK-QT-CONTAS
                   MOVE WRK-QT-CONTAS TO WRK-IX-CTA
                   SET IX-CTA TO WRK-IX-CTA
                   MOVE WRK-CONTA-PROCURADA
                       TO TB-CTA-NUMERO (IX-CTA)
                   MOVE 'CONTA FORA DO PLANO'
                       TO TB-CTA-DESCRICAO (IX-CTA)
                   MOVE SPACES TO TB-CTA-TIPO (IX-CTA)
                   MOVE ZEROS TO TB-CTA-SALDO-INI (IX-CTA)
                       TB-CTA-QT-MOV (IX-CTA)
                   MOVE 'N' TO TB-CTA-EMITIDA (IX-CTA)
                   MOVE WRK-CONTA-PROCURADA TO WRK-REFERENCIA-LOG
                   MOVE 'CONTA DO HISTORICO FORA DO PLANO'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.

       0421-PROCURAR-CONTA.
           IF TB-CTA-NUMERO (IX-CTA) = WRK-CONTA-PROCURADA
               MOVE 'S' TO WRK-CONTA-ACHADA
               SET WRK-IX-CTA TO IX-CTA
           END-IF.

      *    O HISTORICO E GRAVADO NA ORDEM DO POSTING, NAO NA ORDEM
      *    DA DATA (LOTE ATRASADO, ESTORNO): CADA MES E CARREGADO
      *    NA TABELA E SAI UMA PASSADA POR DIA, O QUE MANTEM A
      *    ORDEM DE POSTING DENTRO DO MESMO DIA.
       0500-MONTAR-DIARIO.
           MOVE 'D' TO WRK-LIVRO-ATUAL.
           MOVE WRK-DIA-LIVRO TO WRK-LIVRO-ED.
           MOVE 'LIVRO DIARIO' TO WRK-NOME-LIVRO.
           MOVE WRK-DIA-PAG-INI TO WRK-PAGINA.
           MOVE ZEROS TO WRK-LINHAS-PAGINA.
           OPEN OUTPUT DIARIO-WORK-FILE.
           OPEN OUTPUT MOVEMENT-WORK-FILE.
           PERFORM 0510-DIARIO-DO-MES
               VARYING WRK-MES FROM 1 BY 1
               UNTIL WRK-MES > WRK-ULTIMO-MES OR WRK-RC-FINAL > ZEROS.
           IF WRK-RC-FINAL = ZEROS
               MOVE SPACES TO WRK-LINHA-LIVRO
               MOVE 'TOTAL DO PERIODO' TO LD-DESCRICAO
               MOVE WRK-TOTAL-DEBITOS  TO LD-DEBITO
               MOVE WRK-TOTAL-CREDITOS TO LD-CREDITO
               PERFORM 0800-EMITIR-LINHA
           END-IF.
           CLOSE DIARIO-WORK-FILE.
           CLOSE MOVEMENT-WORK-FILE.
           COMPUTE WRK-DIA-PAG-FIM = WRK-PAGINA + 1.
           IF WRK-RC-FINAL = ZEROS
              AND WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
               COMPUTE WRK-DIFERENCA-ED =
                   WRK-TOTAL-CREDITOS - WRK-TOTAL-DEBITOS
               DISPLAY 'AVISO: DEBITOS E CREDITOS DO PERIODO NAO '
                   'FECHAM - DIFERENCA ' WRK-DIFERENCA-ED
               MOVE WRK-ANO TO WRK-REFERENCIA-LOG
               MOVE 'DIARIO COM DEBITO DIFERENTE DE CREDITO'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                   WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
               END-CALL
           END-IF.

       0510-DIARIO-DO-MES.
           MOVE WRK-ANO TO WRK-ALVO-ANO.
           MOVE WRK-MES TO WRK-ALVO-MES.
           MOVE ZEROS TO WRK-MES-DEBITOS WRK-MES-CREDITOS.
           PERFORM 0520-CARREGAR-MES.
           IF WRK-RC-FINAL = ZEROS
               PERFORM 0530-DIARIO-DO-DIA
                   VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31
               MOVE SPACES TO WRK-LINHA-LIVRO
               STRING 'TOTAL DO MES ' WRK-ALVO-MES '/' WRK-ALVO-ANO
                   DELIMITED BY SIZE INTO LD-DESCRICAO
               END-STRING
               MOVE WRK-MES-DEBITOS  TO LD-DEBITO
               MOVE WRK-MES-CREDITOS TO LD-CREDITO
               PERFORM 0800-EMITIR-LINHA
               MOVE SPACES TO WRK-LINHA-LIVRO
               PERFORM 0800-EMITIR-LINHA
           END-IF.

       0520-CARREGAR-MES.
           MOVE ZEROS TO WRK-QT-LANCAMENTOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT LEDGER-HISTORY-FILE.
           IF WRK-HIST-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ LEDGER-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0521-LER-LANCAMENTO UNTIL FIM-ARQUIVO
               CLOSE LEDGER-HISTORY-FILE
           END-IF.

       0521-LER-LANCAMENTO.
           MOVE HIST-DATA TO WRK-DATA-HISTORICO.
           IF WRK-HIST-ANO-MES = WRK-MES-ALVO
               ADD 1 TO WRK-QT-LIDOS
               IF WRK-QT-LANCAMENTOS >= WRK-LIMITE-LANCAMENTOS
                   IF WRK-RC-FINAL = ZEROS
                       DISPLAY '*** MAIS DE ' WRK-LIMITE-LANCAMENTOS
                           ' LANCAMENTOS EM ' WRK-MES-ALVO
                           ' - LIVROS NAO EMITIDOS ***'
                       MOVE WRK-MES-ALVO TO WRK-REFERENCIA-LOG
                       MOVE 'TABELA DE LANCAMENTOS DO MES CHEIA'
                           TO WRK-MOTIVO-LOG
                       CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                           WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                       END-CALL
                       MOVE 8 TO WRK-RC-FINAL
                   END-IF
               ELSE
                   ADD 1 TO WRK-QT-LANCAMENTOS
                   SET IX-LAN TO WRK-QT-LANCAMENTOS
                   MOVE HIST-DATA  TO TB-LAN-DATA (IX-LAN)
                   MOVE HIST-CONTA TO TB-LAN-CONTA (IX-LAN)
                   MOVE HIST-TIPO  TO TB-LAN-TIPO (IX-LAN)
                   MOVE HIST-VALOR TO TB-LAN-VALOR (IX-LAN)
                   MOVE HIST-LOTE  TO TB-LAN-LOTE (IX-LAN)
                   MOVE HIST-LOJA  TO TB-LAN-LOJA (IX-LAN)
               END-IF
           END-IF.
           READ LEDGER-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0530-DIARIO-DO-DIA.
           PERFORM 0531-LANCAMENTO-DO-DIA
               VARYING IX-LAN FROM 1 BY 1
               UNTIL IX-LAN > WRK-QT-LANCAMENTOS.

       0531-LANCAMENTO-DO-DIA.
           IF TB-LAN-DIA (IX-LAN) = WRK-DIA
               PERFORM 0540-LANCAR-NO-DIARIO
           END-IF.

      *    OS TOTAIS SO SOMAM DEPOIS DA LINHA IMPRESSA: SE ELA ABRIU
      *    FOLHA NOVA, O TRANSPORTE JA SAIU SEM ELA.
       0540-LANCAR-NO-DIARIO.
           ADD 1 TO WRK-NUMERO-LANCAMENTO.
           MOVE TB-LAN-CONTA (IX-LAN) TO WRK-CONTA-PROCURADA.
           PERFORM 0420-LOCALIZAR-CONTA.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           IF WRK-IX-CTA > ZEROS
               SET IX-CTA TO WRK-IX-CTA
               ADD 1 TO TB-CTA-QT-MOV (IX-CTA)
               MOVE TB-CTA-DESCRICAO (IX-CTA) TO LD-DESCRICAO
           END-IF.
           MOVE TB-LAN-DATA (IX-LAN) TO WRK-DATA-QUEBRA.
           PERFORM 0850-EDITAR-DATA.
           MOVE WRK-NUMERO-LANCAMENTO TO LD-NUMERO.
           MOVE WRK-DATA-EDITADA      TO LD-DATA.
           MOVE TB-LAN-LOTE (IX-LAN)  TO LD-LOTE.
           MOVE TB-LAN-CONTA (IX-LAN) TO LD-CONTA.
           IF TB-LAN-TIPO (IX-LAN) = 'D'
               MOVE TB-LAN-VALOR (IX-LAN) TO LD-DEBITO
           ELSE
               MOVE TB-LAN-VALOR (IX-LAN) TO LD-CREDITO
           END-IF.
           PERFORM 0800-EMITIR-LINHA.
           IF TB-LAN-TIPO (IX-LAN) = 'D'
               ADD TB-LAN-VALOR (IX-LAN) TO WRK-MES-DEBITOS
                   WRK-TOTAL-DEBITOS
           ELSE
               ADD TB-LAN-VALOR (IX-LAN) TO WRK-MES-CREDITOS
                   WRK-TOTAL-CREDITOS
           END-IF.
           INITIALIZE MOVEMENT-WORK-RECORD.
           MOVE WRK-NUMERO-LANCAMENTO TO MOV-NUMERO.
           MOVE TB-LAN-DATA (IX-LAN)  TO MOV-DATA.
           MOVE TB-LAN-CONTA (IX-LAN) TO MOV-CONTA.
           MOVE TB-LAN-TIPO (IX-LAN)  TO MOV-TIPO.
           MOVE TB-LAN-VALOR (IX-LAN) TO MOV-VALOR.
           MOVE TB-LAN-LOTE (IX-LAN)  TO MOV-LOTE.
           MOVE TB-LAN-LOJA (IX-LAN)  TO MOV-LOJA.
           MOVE WRK-PAGINA            TO MOV-FOLHA.
           WRITE MOVEMENT-WORK-RECORD.

      *    UMA FICHA POR CONTA COM SALDO OU MOVIMENTO, EM ORDEM DE
      *    NUMERO DE CONTA (UMA PASSADA POR POSICAO); OS MOVIMENTOS
      *    DE CADA CONTA VEM DO ARQUIVO DE TRABALHO DO DIARIO, JA EM
      *    ORDEM DE DATA E COM O NUMERO DO LANCAMENTO.
       0600-MONTAR-RAZAO.
           MOVE 'R' TO WRK-LIVRO-ATUAL.
           MOVE WRK-RAZ-LIVRO TO WRK-LIVRO-ED.
           MOVE 'LIVRO RAZAO' TO WRK-NOME-LIVRO.
           MOVE WRK-RAZ-PAG-INI TO WRK-PAGINA.
           MOVE ZEROS TO WRK-LINHAS-PAGINA WRK-QT-ORDEM.
           OPEN OUTPUT RAZAO-WORK-FILE.
           PERFORM 0610-PROXIMA-CONTA
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO > WRK-QT-CONTAS.
           IF WRK-QT-ORDEM = ZEROS
               MOVE SPACES TO WRK-LINHA-LIVRO
               MOVE 'SEM CONTAS COM SALDO/MOVIMENTO' TO
                   LRT-ROTULO
               PERFORM 0800-EMITIR-LINHA
           END-IF.
           CLOSE RAZAO-WORK-FILE.
           COMPUTE WRK-RAZ-PAG-FIM = WRK-PAGINA + 1.

       0610-PROXIMA-CONTA.
           MOVE ZEROS TO WRK-IX-MENOR.
           PERFORM 0611-PROCURAR-MENOR
               VARYING IX-CTA FROM 1 BY 1
               UNTIL IX-CTA > WRK-QT-CONTAS.
           IF WRK-IX-MENOR > ZEROS
               SET IX-CTA TO WRK-IX-MENOR
               MOVE 'S' TO TB-CTA-EMITIDA (IX-CTA)
               IF TB-CTA-QT-MOV (IX-CTA) > ZEROS
                  OR TB-CTA-SALDO-INI (IX-CTA) NOT = ZEROS
                   ADD 1 TO WRK-QT-ORDEM
                   MOVE WRK-IX-MENOR TO TB-ORDEM-CONTA (WRK-QT-ORDEM)
                   PERFORM 0620-RAZAO-DA-CONTA
               END-IF
           END-IF.

       0611-PROCURAR-MENOR.
           IF TB-CTA-EMITIDA (IX-CTA) = 'N'
               IF WRK-IX-MENOR = ZEROS
                   SET WRK-IX-MENOR TO IX-CTA
               ELSE
                   IF TB-CTA-NUMERO (IX-CTA) <
                      TB-CTA-NUMERO (WRK-IX-MENOR)
                       SET WRK-IX-MENOR TO IX-CTA
                   END-IF
               END-IF
           END-IF.

      *    A FICHA NAO COMECA NAS ULTIMAS LINHAS DA FOLHA; SE A
      *    FICHA QUEBRA DE FOLHA, O CABECALHO DA FOLHA SEGUINTE
      *    REPETE A CONTA COMO CONTINUACAO.
       0620-RAZAO-DA-CONTA.
           SET IX-CTA TO WRK-IX-MENOR.
           MOVE 'N' TO WRK-CONTA-EM-CURSO.
           IF WRK-LINHAS-PAGINA > WRK-MAX-LINHAS - 5
               MOVE WRK-MAX-LINHAS TO WRK-LINHAS-PAGINA
           END-IF.
           MOVE SPACES TO WRK-TITULO-CONTA.
           STRING 'CONTA: ' TB-CTA-NUMERO (IX-CTA) ' - '
               TB-CTA-DESCRICAO (IX-CTA) ' (' TB-CTA-TIPO (IX-CTA)
               ')' DELIMITED BY SIZE INTO WRK-TITULO-CONTA
           END-STRING.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE WRK-TITULO-CONTA TO WRK-LINHA-LIVRO.
           PERFORM 0800-EMITIR-LINHA.
           MOVE 'S' TO WRK-CONTA-EM-CURSO.
           MOVE TB-CTA-SALDO-INI (IX-CTA) TO WRK-SALDO-CORRENTE.
           MOVE ZEROS TO WRK-CONTA-DEBITOS WRK-CONTA-CREDITOS.
           PERFORM 0860-EDITAR-SALDO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE 'SALDO ANTERIOR'   TO LRT-ROTULO.
           MOVE WRK-SALDO-ABSOLUTO TO LRT-SALDO.
           MOVE WRK-SALDO-DC       TO LRT-DC.
           PERFORM 0800-EMITIR-LINHA.
           IF TB-CTA-QT-MOV (IX-CTA) > ZEROS
               MOVE 'N' TO WRK-EOF
               OPEN INPUT MOVEMENT-WORK-FILE
               READ MOVEMENT-WORK-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0630-MOVIMENTO-DA-CONTA UNTIL FIM-ARQUIVO
               CLOSE MOVEMENT-WORK-FILE
           END-IF.
           PERFORM 0860-EDITAR-SALDO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE 'TOTAIS DA CONTA / SALDO FINAL' TO LRT-ROTULO.
           MOVE WRK-CONTA-DEBITOS  TO LRT-DEBITO.
           MOVE WRK-CONTA-CREDITOS TO LRT-CREDITO.
           MOVE WRK-SALDO-ABSOLUTO TO LRT-SALDO.
           MOVE WRK-SALDO-DC       TO LRT-DC.
           PERFORM 0800-EMITIR-LINHA.
           MOVE 'N' TO WRK-CONTA-EM-CURSO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           PERFORM 0800-EMITIR-LINHA.

       0630-MOVIMENTO-DA-CONTA.
           IF MOV-CONTA = TB-CTA-NUMERO (IX-CTA)
               MOVE SPACES TO WRK-LINHA-LIVRO
               IF MOV-TIPO = 'D'
                   SUBTRACT MOV-VALOR FROM WRK-SALDO-CORRENTE
                   ADD MOV-VALOR TO WRK-CONTA-DEBITOS
                   MOVE MOV-VALOR TO LR-DEBITO
               ELSE
                   ADD MOV-VALOR TO WRK-SALDO-CORRENTE
                       WRK-CONTA-CREDITOS
                   MOVE MOV-VALOR TO LR-CREDITO
               END-IF
               PERFORM 0860-EDITAR-SALDO
               MOVE MOV-DATA TO WRK-DATA-QUEBRA
               PERFORM 0850-EDITAR-DATA
               MOVE WRK-DATA-EDITADA   TO LR-DATA
               MOVE MOV-LOTE           TO LR-LOTE
               MOVE MOV-NUMERO         TO LR-NUMERO
               MOVE WRK-SALDO-ABSOLUTO TO LR-SALDO
               MOVE WRK-SALDO-DC       TO LR-DC
               PERFORM 0800-EMITIR-LINHA
           END-IF.
           READ MOVEMENT-WORK-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    A REEMISSAO DE UM EXERCICIO QUE JA TEM SUCESSOR NO
      *    CONTROLE SO PODE SAIR COM A MESMA QUANTIDADE DE FOLHAS:
      *    SE A ULTIMA FOLHA MUDAR, A NUMERACAO DO EXERCICIO
      *    SEGUINTE (JA ENTREGUE) DEIXA DE CONTINUAR ESTA.
       0700-CONFERIR-NUMERACAO.
           IF HA-EXERCICIO-POSTERIOR AND WRK-IX-CTL > ZEROS
               SET IX-CTL TO WRK-IX-CTL
               IF WRK-DIA-PAG-FIM NOT = TB-CTL-DIA-PAG-FIM (IX-CTL)
                  OR WRK-RAZ-PAG-FIM NOT = TB-CTL-RAZ-PAG-FIM (IX-CTL)
                   DISPLAY '*** REEMISSAO DE ' WRK-ANO ' MUDARIA A '
                       'NUMERACAO DO EXERCICIO SEGUINTE ***'
                   DISPLAY '    DIARIO: FOLHA FINAL '
                       TB-CTL-DIA-PAG-FIM (IX-CTL) ' PASSARIA A '
                       WRK-DIA-PAG-FIM
                   DISPLAY '    RAZAO : FOLHA FINAL '
                       TB-CTL-RAZ-PAG-FIM (IX-CTL) ' PASSARIA A '
                       WRK-RAZ-PAG-FIM
                   DISPLAY '    LIVROS NAO EMITIDOS'
                   MOVE WRK-ANO TO WRK-REFERENCIA-LOG
                   MOVE 'REEMISSAO ALTERARIA FOLHAS SEGUINTES'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
                   MOVE 8 TO WRK-RC-FINAL
               END-IF
           END-IF.

      *    CADA LIVRO SAI COM O TERMO DE ABERTURA NA FOLHA INICIAL,
      *    O CORPO E O TERMO DE ENCERRAMENTO NA FOLHA FINAL.
       0750-EMITIR-LIVROS.
           OPEN OUTPUT DIARIO-BOOK-FILE.
           MOVE 'D' TO WRK-LIVRO-ATUAL.
           MOVE WRK-DIA-LIVRO   TO WRK-TERMO-LIVRO.
           MOVE WRK-DIA-PAG-INI TO WRK-TERMO-PAG-INI.
           MOVE WRK-DIA-PAG-FIM TO WRK-TERMO-PAG-FIM.
           MOVE 'LIVRO DIARIO' TO WRK-NOME-LIVRO.
           MOVE WRK-DIA-LIVRO   TO WRK-LIVRO-ED.
           MOVE 'A' TO WRK-TIPO-TERMO.
           PERFORM 0770-GRAVAR-TERMO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT DIARIO-WORK-FILE.
           READ DIARIO-WORK-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.
           PERFORM 0760-COPIAR-CORPO-DIARIO UNTIL FIM-ARQUIVO.
           CLOSE DIARIO-WORK-FILE.
           MOVE 'E' TO WRK-TIPO-TERMO.
           PERFORM 0770-GRAVAR-TERMO.
           CLOSE DIARIO-BOOK-FILE.
           OPEN OUTPUT RAZAO-BOOK-FILE.
           MOVE 'R' TO WRK-LIVRO-ATUAL.
           MOVE WRK-RAZ-LIVRO   TO WRK-TERMO-LIVRO.
           MOVE WRK-RAZ-PAG-INI TO WRK-TERMO-PAG-INI.
           MOVE WRK-RAZ-PAG-FIM TO WRK-TERMO-PAG-FIM.
           MOVE 'LIVRO RAZAO' TO WRK-NOME-LIVRO.
           MOVE WRK-RAZ-LIVRO   TO WRK-LIVRO-ED.
           MOVE 'A' TO WRK-TIPO-TERMO.
           PERFORM 0770-GRAVAR-TERMO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT RAZAO-WORK-FILE.
           READ RAZAO-WORK-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.
           PERFORM 0761-COPIAR-CORPO-RAZAO UNTIL FIM-ARQUIVO.
           CLOSE RAZAO-WORK-FILE.
           MOVE 'E' TO WRK-TIPO-TERMO.
           PERFORM 0770-GRAVAR-TERMO.
           CLOSE RAZAO-BOOK-FILE.
           PERFORM 0780-GERAR-EXPORTACAO.
           PERFORM 0790-ATUALIZAR-CONTROLE.

       0760-COPIAR-CORPO-DIARIO.
           WRITE DIARIO-BOOK-RECORD FROM DIARIO-WORK-RECORD.
           READ DIARIO-WORK-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0761-COPIAR-CORPO-RAZAO.
           WRITE RAZAO-BOOK-RECORD FROM RAZAO-WORK-RECORD.
           READ RAZAO-WORK-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    TERMO NO MODELO USUAL DO REGISTRO DE LIVROS: QUANTIDADE
      *    E INTERVALO DAS FOLHAS, NUMERO DE ORDEM DO LIVRO,
      *    IDENTIFICACAO DA EMPRESA E PERIODO ESCRITURADO.
       0770-GRAVAR-TERMO.
           COMPUTE WRK-QT-FOLHAS =
               WRK-TERMO-PAG-FIM - WRK-TERMO-PAG-INI + 1.
           MOVE WRK-QT-FOLHAS TO WRK-QT-FOLHAS-ED.
           MOVE ZEROS TO WRK-BRANCOS.
           INSPECT WRK-QT-FOLHAS-ED TALLYING WRK-BRANCOS
               FOR LEADING SPACES.
           IF TERMO-DE-ABERTURA
               MOVE 'TERMO DE ABERTURA' TO WRK-TERMO-TITULO
               MOVE 'SERVIRA' TO WRK-TERMO-VERBO
               MOVE WRK-TERMO-PAG-INI TO WRK-PAGINA
           ELSE
               MOVE 'TERMO DE ENCERRAMENTO' TO WRK-TERMO-TITULO
               MOVE 'SERVIU' TO WRK-TERMO-VERBO
               MOVE WRK-TERMO-PAG-FIM TO WRK-PAGINA
           END-IF.
           PERFORM 0811-CABECALHO-FOLHA.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           PERFORM 0840-GRAVAR-LIVRO 3 TIMES.
           STRING '                              ' WRK-TERMO-TITULO
               DELIMITED BY SIZE INTO WRK-LINHA-LIVRO
           END-STRING.
           PERFORM 0840-GRAVAR-LIVRO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           PERFORM 0840-GRAVAR-LIVRO 2 TIMES.
           STRING '    CONTEM ESTE LIVRO '
               WRK-QT-FOLHAS-ED (WRK-BRANCOS + 1:)
               ' FOLHAS, NUMERADAS DE ' WRK-TERMO-PAG-INI ' A '
               WRK-TERMO-PAG-FIM ', QUE '
               DELIMITED BY SIZE INTO WRK-LINHA-LIVRO
           END-STRING.
           PERFORM 0840-GRAVAR-LIVRO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           STRING WRK-TERMO-VERBO DELIMITED BY SPACE
               ' DE ' WRK-NOME-LIVRO DELIMITED BY '  '
               ' NUMERO ' WRK-TERMO-LIVRO ' DA EMPRESA '
               DELIMITED BY SIZE
               WRK-RAZAO-SOCIAL DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               INTO WRK-LINHA-LIVRO
           END-STRING.
           PERFORM 0840-GRAVAR-LIVRO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           STRING 'ESTABELECIDA EM ' WRK-CIDADE DELIMITED BY '  '
               '/' WRK-UF ', INSCRITA NO CNPJ SOB O NR ' WRK-CNPJ-ED
               ' E NIRE ' WRK-NIRE ','
               DELIMITED BY SIZE INTO WRK-LINHA-LIVRO
           END-STRING.
           PERFORM 0840-GRAVAR-LIVRO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           STRING 'COM A ESCRITURACAO DO EXERCICIO DE ' WRK-ANO
               ', PERIODO DE ' WRK-DATA-INICIAL-ED ' A '
               WRK-DATA-FINAL-ED '.'
               DELIMITED BY SIZE INTO WRK-LINHA-LIVRO
           END-STRING.
           PERFORM 0840-GRAVAR-LIVRO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           PERFORM 0840-GRAVAR-LIVRO 3 TIMES.
           STRING '    ' WRK-CIDADE DELIMITED BY '  '
               ', ' WRK-DATA-MOVIMENTO-ED DELIMITED BY SIZE
               INTO WRK-LINHA-LIVRO
           END-STRING.
           PERFORM 0840-GRAVAR-LIVRO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           PERFORM 0840-GRAVAR-LIVRO 4 TIMES.
           MOVE ALL '_' TO WRK-LINHA-LIVRO (5:30).
           MOVE ALL '_' TO WRK-LINHA-LIVRO (45:30).
           PERFORM 0840-GRAVAR-LIVRO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE '    ADMINISTRADOR' TO WRK-LINHA-LIVRO.
           MOVE 'CONTADOR - CRC' TO WRK-LINHA-LIVRO (45:14).
           PERFORM 0840-GRAVAR-LIVRO.

      *    EXPORTACAO NA ORDEM QUE O SISTEMA DO CONTADOR CARREGA:
      *    EMPRESA, CONTAS DO RAZAO, LANCAMENTOS DO DIARIO E
      *    TRAILER DE CONFERENCIA.
       0780-GERAR-EXPORTACAO.
           OPEN OUTPUT BOOK-EXPORT-FILE.
           INITIALIZE LIVRO-EXP-HEADER.
           MOVE 'H'                TO LEXH-TIPO.
           MOVE WRK-CNPJ           TO LEXH-CNPJ.
           MOVE WRK-RAZAO-SOCIAL   TO LEXH-RAZAO-SOCIAL.
           MOVE WRK-ANO            TO LEXH-ANO.
           MOVE WRK-DATA-INICIAL   TO LEXH-DATA-INICIAL.
           MOVE WRK-DATA-FINAL     TO LEXH-DATA-FINAL.
           MOVE WRK-DATA-MOVIMENTO TO LEXH-DATA-GERACAO.
           MOVE WRK-DIA-LIVRO      TO LEXH-DIARIO-LIVRO.
           MOVE WRK-RAZ-LIVRO      TO LEXH-RAZAO-LIVRO.
           WRITE LIVRO-EXP-HEADER.
           PERFORM 0781-EXPORTAR-CONTA
               VARYING WRK-POSICAO FROM 1 BY 1
               UNTIL WRK-POSICAO > WRK-QT-ORDEM.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT MOVEMENT-WORK-FILE.
           READ MOVEMENT-WORK-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.
           PERFORM 0782-EXPORTAR-LANCAMENTO UNTIL FIM-ARQUIVO.
           CLOSE MOVEMENT-WORK-FILE.
           INITIALIZE LIVRO-EXP-TRAILER.
           MOVE 'T'                   TO LEXT-TIPO.
           MOVE WRK-QT-ORDEM          TO LEXT-QT-CONTAS.
           MOVE WRK-NUMERO-LANCAMENTO TO LEXT-QT-LANCAMENTOS.
           MOVE WRK-TOTAL-DEBITOS     TO LEXT-TOTAL-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS    TO LEXT-TOTAL-CREDITOS.
           WRITE LIVRO-EXP-TRAILER.
           CLOSE BOOK-EXPORT-FILE.

       0781-EXPORTAR-CONTA.
           SET IX-CTA TO TB-ORDEM-CONTA (WRK-POSICAO).
           MOVE TB-CTA-SALDO-INI (IX-CTA) TO WRK-SALDO-CORRENTE.
           PERFORM 0860-EDITAR-SALDO.
           INITIALIZE LIVRO-EXP-CONTA.
           MOVE 'C'                       TO LEXC-TIPO.
           MOVE TB-CTA-NUMERO (IX-CTA)    TO LEXC-CONTA.
           MOVE TB-CTA-DESCRICAO (IX-CTA) TO LEXC-DESCRICAO.
           MOVE TB-CTA-TIPO (IX-CTA)      TO LEXC-CLASSE.
           MOVE WRK-SALDO-ABSOLUTO        TO LEXC-SALDO-INICIAL.
           MOVE WRK-SALDO-DC              TO LEXC-SALDO-INICIAL-DC.
           WRITE LIVRO-EXP-CONTA.

       0782-EXPORTAR-LANCAMENTO.
           INITIALIZE LIVRO-EXP-LANCAMENTO.
           MOVE 'L'        TO LEXL-TIPO.
           MOVE MOV-NUMERO TO LEXL-NUMERO.
           MOVE MOV-DATA   TO LEXL-DATA.
           MOVE MOV-LOTE   TO LEXL-LOTE.
           MOVE MOV-CONTA  TO LEXL-CONTA.
           MOVE MOV-TIPO   TO LEXL-DC.
           MOVE MOV-VALOR  TO LEXL-VALOR.
           MOVE MOV-LOJA   TO LEXL-LOJA.
           MOVE MOV-FOLHA  TO LEXL-FOLHA.
           WRITE LIVRO-EXP-LANCAMENTO.
           READ MOVEMENT-WORK-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0790-ATUALIZAR-CONTROLE.
           IF WRK-IX-CTL = ZEROS
               IF WRK-QT-CONTROLES < 100
                   ADD 1 TO WRK-QT-CONTROLES
                   MOVE WRK-QT-CONTROLES TO WRK-IX-CTL
               ELSE
                   DISPLAY 'AVISO: CONTROLE LIVCTL CHEIO - EXERCICIO '
                       WRK-ANO ' NAO REGISTRADO'
               END-IF
           END-IF.
           IF WRK-IX-CTL > ZEROS
               SET IX-CTL TO WRK-IX-CTL
               MOVE WRK-ANO         TO TB-CTL-ANO (IX-CTL)
               MOVE WRK-DIA-LIVRO   TO TB-CTL-DIA-LIVRO (IX-CTL)
               MOVE WRK-DIA-PAG-INI TO TB-CTL-DIA-PAG-INI (IX-CTL)
               MOVE WRK-DIA-PAG-FIM TO TB-CTL-DIA-PAG-FIM (IX-CTL)
               MOVE WRK-RAZ-LIVRO   TO TB-CTL-RAZ-LIVRO (IX-CTL)
               MOVE WRK-RAZ-PAG-INI TO TB-CTL-RAZ-PAG-INI (IX-CTL)
               MOVE WRK-RAZ-PAG-FIM TO TB-CTL-RAZ-PAG-FIM (IX-CTL)
               MOVE WRK-DATA-FINAL (1:6)
                   TO TB-CTL-ULTIMO-MES (IX-CTL)
               MOVE WRK-DATA-MOVIMENTO TO TB-CTL-DATA (IX-CTL)
           END-IF.
           OPEN OUTPUT BOOK-CONTROL-FILE.
           PERFORM 0791-GRAVAR-CONTROLE
               VARYING IX-CTL FROM 1 BY 1
               UNTIL IX-CTL > WRK-QT-CONTROLES.
           CLOSE BOOK-CONTROL-FILE.

       0791-GRAVAR-CONTROLE.
           INITIALIZE BOOK-CONTROL-RECORD.
           MOVE TB-CTL-ANO (IX-CTL)         TO LCTL-ANO.
           MOVE TB-CTL-DIA-LIVRO (IX-CTL)   TO LCTL-DIARIO-LIVRO.
           MOVE TB-CTL-DIA-PAG-INI (IX-CTL) TO LCTL-DIARIO-PAG-INI.
           MOVE TB-CTL-DIA-PAG-FIM (IX-CTL) TO LCTL-DIARIO-PAG-FIM.
           MOVE TB-CTL-RAZ-LIVRO (IX-CTL)   TO LCTL-RAZAO-LIVRO.
           MOVE TB-CTL-RAZ-PAG-INI (IX-CTL) TO LCTL-RAZAO-PAG-INI.
           MOVE TB-CTL-RAZ-PAG-FIM (IX-CTL) TO LCTL-RAZAO-PAG-FIM.
           MOVE TB-CTL-ULTIMO-MES (IX-CTL)  TO LCTL-ULTIMO-MES.
           MOVE TB-CTL-DATA (IX-CTL)        TO LCTL-DATA-EMISSAO.
           WRITE BOOK-CONTROL-RECORD.

      *    TODA LINHA DO CORPO PASSA POR AQUI: NA PRIMEIRA LINHA E
      *    QUANDO A FOLHA ENCHE, ABRE FOLHA NOVA COM O CABECALHO.
       0800-EMITIR-LINHA.
           IF WRK-LINHAS-PAGINA = ZEROS
              OR WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS
               MOVE WRK-LINHA-LIVRO TO WRK-LINHA-PENDENTE
               PERFORM 0810-NOVA-FOLHA
               MOVE WRK-LINHA-PENDENTE TO WRK-LINHA-LIVRO
           END-IF.
           PERFORM 0830-GRAVAR-CORPO.
           ADD 1 TO WRK-LINHAS-PAGINA.

      *    NO DIARIO A FOLHA CHEIA FECHA COM O 'A TRANSPORTAR' E A
      *    SEGUINTE ABRE COM O 'TRANSPORTE' DOS TOTAIS ACUMULADOS;
      *    NO RAZAO A FICHA INTERROMPIDA E RETOMADA NA FOLHA NOVA.
       0810-NOVA-FOLHA.
           MOVE 'N' TO WRK-QUEBRA-FOLHA.
           IF WRK-LINHAS-PAGINA > ZEROS
               MOVE 'S' TO WRK-QUEBRA-FOLHA
               IF MONTANDO-DIARIO
                   PERFORM 0820-TRANSPORTE-DIARIO
               END-IF
           END-IF.
           ADD 1 TO WRK-PAGINA.
           MOVE ZEROS TO WRK-LINHAS-PAGINA.
           PERFORM 0811-CABECALHO-FOLHA.
           PERFORM 0812-TITULO-COLUNAS.
           IF QUEBRA-DE-FOLHA AND MONTANDO-DIARIO
               PERFORM 0821-TRANSPORTE-DIARIO-NOVA
           END-IF.
           IF MONTANDO-RAZAO AND CONTA-EM-CURSO
               PERFORM 0822-CONTINUACAO-RAZAO
           END-IF.

      *    CABECALHO DA FOLHA (TAMBEM USADO NAS FOLHAS DOS TERMOS,
      *    QUE SAO GRAVADAS DIRETO NO LIVRO)
       0811-CABECALHO-FOLHA.
           MOVE SPACES TO WRK-TITULO-LIVRO.
           STRING WRK-NOME-LIVRO DELIMITED BY '  '
               ' NR ' WRK-LIVRO-ED DELIMITED BY SIZE
               INTO WRK-TITULO-LIVRO
           END-STRING.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           PERFORM 0845-GRAVAR-CABECALHO.
           MOVE ALL '=' TO WRK-LINHA-LIVRO (1:96).
           PERFORM 0845-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE WRK-RAZAO-SOCIAL TO LCB-RAZAO-SOCIAL.
           MOVE 'FOLHA: '        TO LCB-FOLHA-ROTULO.
           MOVE WRK-PAGINA       TO LCB-FOLHA.
           PERFORM 0845-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           STRING 'CNPJ: ' WRK-CNPJ-ED '      ' WRK-TITULO-LIVRO
               '      EXERCICIO: ' WRK-ANO
               DELIMITED BY SIZE INTO WRK-LINHA-LIVRO
           END-STRING.
           PERFORM 0845-GRAVAR-CABECALHO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE ALL '=' TO WRK-LINHA-LIVRO (1:96).
           PERFORM 0845-GRAVAR-CABECALHO.

       0812-TITULO-COLUNAS.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           IF MONTANDO-DIARIO
               MOVE '    NR'    TO LDC-NUMERO
               MOVE 'DATA'      TO LDC-DATA
               MOVE 'LOTE'      TO LDC-LOTE
               MOVE 'CONTA / DESCRICAO' TO LDC-CONTA
               MOVE '    DEBITO' TO LDC-DEBITO
               MOVE '   CREDITO' TO LDC-CREDITO
           ELSE
               MOVE 'DATA'      TO LRC-DATA
               MOVE 'LOTE'      TO LRC-LOTE
               MOVE 'LANCTO'    TO LRC-NUMERO
               MOVE '    DEBITO' TO LRC-DEBITO
               MOVE '   CREDITO' TO LRC-CREDITO
               MOVE 'SALDO'     TO LRC-SALDO
           END-IF.
           PERFORM 0830-GRAVAR-CORPO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE ALL '-' TO WRK-LINHA-LIVRO (1:96).
           PERFORM 0830-GRAVAR-CORPO.

       0820-TRANSPORTE-DIARIO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE ALL '-' TO WRK-LINHA-LIVRO (1:96).
           PERFORM 0830-GRAVAR-CORPO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE 'A TRANSPORTAR'    TO LD-DESCRICAO.
           MOVE WRK-TOTAL-DEBITOS  TO LD-DEBITO.
           MOVE WRK-TOTAL-CREDITOS TO LD-CREDITO.
           PERFORM 0830-GRAVAR-CORPO.

       0821-TRANSPORTE-DIARIO-NOVA.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           MOVE 'TRANSPORTE'       TO LD-DESCRICAO.
           MOVE WRK-TOTAL-DEBITOS  TO LD-DEBITO.
           MOVE WRK-TOTAL-CREDITOS TO LD-CREDITO.
           PERFORM 0830-GRAVAR-CORPO.
           ADD 1 TO WRK-LINHAS-PAGINA.

       0822-CONTINUACAO-RAZAO.
           MOVE SPACES TO WRK-LINHA-LIVRO.
           STRING WRK-TITULO-CONTA DELIMITED BY '  '
               ' - CONTINUACAO' DELIMITED BY SIZE
               INTO WRK-LINHA-LIVRO
           END-STRING.
           PERFORM 0830-GRAVAR-CORPO.
           ADD 1 TO WRK-LINHAS-PAGINA.

       0830-GRAVAR-CORPO.
           IF MONTANDO-DIARIO
               WRITE DIARIO-WORK-RECORD FROM WRK-LINHA-LIVRO
           ELSE
               WRITE RAZAO-WORK-RECORD FROM WRK-LINHA-LIVRO
           END-IF.

       0840-GRAVAR-LIVRO.
           IF MONTANDO-DIARIO
               WRITE DIARIO-BOOK-RECORD FROM WRK-LINHA-LIVRO
           ELSE
               WRITE RAZAO-BOOK-RECORD FROM WRK-LINHA-LIVRO
           END-IF.

      *    O CABECALHO DO CORPO VAI PARA O ARQUIVO DE TRABALHO; O
      *    DAS FOLHAS DE TERMO, DIRETO PARA O LIVRO
       0845-GRAVAR-CABECALHO.
           IF WRK-TIPO-TERMO = SPACES
               PERFORM 0830-GRAVAR-CORPO
           ELSE
               PERFORM 0840-GRAVAR-LIVRO
           END-IF.

       0850-EDITAR-DATA.
           MOVE WRK-DQ-DIA TO WRK-DE-DIA.
           MOVE WRK-DQ-MES TO WRK-DE-MES.
           MOVE WRK-DQ-ANO TO WRK-DE-ANO.

       0860-EDITAR-SALDO.
           EVALUATE TRUE
               WHEN WRK-SALDO-CORRENTE > ZEROS
                   MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ABSOLUTO
                   MOVE 'C' TO WRK-SALDO-DC
               WHEN WRK-SALDO-CORRENTE < ZEROS
                   COMPUTE WRK-SALDO-ABSOLUTO =
                       WRK-SALDO-CORRENTE * -1
                   MOVE 'D' TO WRK-SALDO-DC
               WHEN OTHER
                   MOVE ZEROS TO WRK-SALDO-ABSOLUTO
                   MOVE SPACES TO WRK-SALDO-DC
           END-EVALUATE.

       0990-FINALIZAR.
           IF WRK-RC-FINAL = ZEROS
               DISPLAY 'LANCAMENTOS NO DIARIO .... '
                   WRK-NUMERO-LANCAMENTO
               DISPLAY 'CONTAS NO RAZAO .......... ' WRK-QT-ORDEM
               DISPLAY 'LIVRO DIARIO NR ' WRK-DIA-LIVRO ' - FOLHAS '
                   WRK-DIA-PAG-INI ' A ' WRK-DIA-PAG-FIM ' EM '
                   WRK-NOME-DIARIO
               DISPLAY 'LIVRO RAZAO NR  ' WRK-RAZ-LIVRO ' - FOLHAS '
                   WRK-RAZ-PAG-INI ' A ' WRK-RAZ-PAG-FIM ' EM '
                   WRK-NOME-RAZAO
               DISPLAY 'EXPORTACAO PARA O CONTADOR EM '
                   WRK-NOME-EXPORTACAO
           END-IF.
           DISPLAY 'LIVROCTB TERMINADO COM RC=' WRK-RC-FINAL.

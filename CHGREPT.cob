       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGREPT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: RELATORIO DIARIO DAS MUDANCAS SENSIVEIS DE
      *              CADASTRO (CHGPEND): SALARIO E CONTA DE CREDITO
      *              DO FUNCIONARIO E LIMITE DE CREDITO DO CLIENTE.
      *              LISTA TODAS AS MUDANCAS AINDA PENDENTES DE
      *              APROVACAO E AS APROVADAS E RECUSADAS (COM O
      *              MOTIVO) NA DATA DE MOVIMENTO, COM O VALOR
      *              ANTIGO, O NOVO, QUEM PEDIU E QUEM DECIDIU.
      *              SAI NO SPOOL (RPTHDRTN) PARA O RPTPRINT.
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
           SELECT SENSITIVE-CHANGE-FILE ASSIGN TO 'CHGPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSITIVE-CHANGE-FILE.
           COPY 'CHGPEND.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-SCHG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
      *    O ARQUIVO E LIDO UMA VEZ POR SECAO DO RELATORIO
       77  WRK-SECAO                  PIC 9(01) VALUE ZEROS.
           88  SECAO-PENDENTES                  VALUE 1.
           88  SECAO-APROVADAS                  VALUE 2.
           88  SECAO-RECUSADAS                  VALUE 3.
       77  WRK-QT-LIDAS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PENDENTES           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-APROVADAS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RECUSADAS           PIC 9(05) VALUE ZEROS.

       77  WRK-VALOR-ED               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-ANTIGO-TXT             PIC X(17) VALUE SPACES.
       77  WRK-NOVO-TXT               PIC X(17) VALUE SPACES.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'CHGREPT'.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'MUDANCAS SENSIVEIS DE CADASTRO'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LISTAR-SECAO
               VARYING WRK-SECAO FROM 1 BY 1 UNTIL WRK-SECAO > 3.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'DATA DE MOVIMENTO ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0250-EMITIR-LINHA.

       0200-LISTAR-SECAO.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0250-EMITIR-LINHA.
           EVALUATE TRUE
               WHEN SECAO-PENDENTES
                   MOVE '--- PENDENTES DE APROVACAO ---'
                       TO WRK-RPT-LINHA
               WHEN SECAO-APROVADAS
                   MOVE '--- APROVADAS NA DATA ---' TO WRK-RPT-LINHA
               WHEN SECAO-RECUSADAS
                   MOVE '--- RECUSADAS NA DATA ---' TO WRK-RPT-LINHA
           END-EVALUATE.
           PERFORM 0250-EMITIR-LINHA.
           MOVE 'CHAVE  CAMPO    VALOR ANTIGO      VALOR NOVO'
               TO WRK-RPT-LINHA.
           IF SECAO-PENDENTES
               MOVE 'SOLICITANTE          PEDIDO EM'
                   TO WRK-RPT-LINHA (53:)
           ELSE
               MOVE 'SOLICITANTE          DECISOR'
                   TO WRK-RPT-LINHA (53:)
           END-IF.
           PERFORM 0250-EMITIR-LINHA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT SENSITIVE-CHANGE-FILE.
           IF WRK-SCHG-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ SENSITIVE-CHANGE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0210-SELECIONAR-MUDANCA UNTIL FIM-ARQUIVO
               CLOSE SENSITIVE-CHANGE-FILE
           END-IF.

      *    PENDENTES SAEM TODAS, DE QUALQUER DATA; DECIDIDAS, SO AS
      *    DA DATA DE MOVIMENTO.
       0210-SELECIONAR-MUDANCA.
           IF SECAO-PENDENTES
               ADD 1 TO WRK-QT-LIDAS
           END-IF.
           EVALUATE TRUE
               WHEN SECAO-PENDENTES AND MUDANCA-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
                   PERFORM 0220-IMPRIMIR-MUDANCA
               WHEN SECAO-APROVADAS AND MUDANCA-APROVADA
                    AND SCHG-DATA-DECISAO = WRK-DATA-HOJE
                   ADD 1 TO WRK-QT-APROVADAS
                   PERFORM 0220-IMPRIMIR-MUDANCA
               WHEN SECAO-RECUSADAS AND MUDANCA-RECUSADA
                    AND SCHG-DATA-DECISAO = WRK-DATA-HOJE
                   ADD 1 TO WRK-QT-RECUSADAS
                   PERFORM 0220-IMPRIMIR-MUDANCA
                   MOVE SPACES TO WRK-RPT-LINHA
                   STRING '       MOTIVO: ' SCHG-MOTIVO
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA
                   END-STRING
                   PERFORM 0250-EMITIR-LINHA
           END-EVALUATE.
           READ SENSITIVE-CHANGE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    CONTA DE CREDITO SAI COMO BANCO/AGENCIA/CONTA; SALARIO E
      *    LIMITE, COMO VALOR.
       0220-IMPRIMIR-MUDANCA.
           MOVE SPACES TO WRK-ANTIGO-TXT WRK-NOVO-TXT.
           IF CAMPO-BANCO
               STRING SCHG-ANTIGO-BANCO '/' SCHG-ANTIGO-AGENCIA '/'
                   SCHG-ANTIGO-CONTA
                   DELIMITED BY SIZE INTO WRK-ANTIGO-TXT
               END-STRING
               STRING SCHG-NOVO-BANCO '/' SCHG-NOVO-AGENCIA '/'
                   SCHG-NOVO-CONTA
                   DELIMITED BY SIZE INTO WRK-NOVO-TXT
               END-STRING
           ELSE
               MOVE SCHG-ANTIGO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-ANTIGO-TXT
               MOVE SCHG-NOVO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-NOVO-TXT
           END-IF.
           MOVE SPACES TO WRK-RPT-LINHA.
           IF SECAO-PENDENTES
               STRING SCHG-CHAVE ' ' SCHG-CAMPO ' ' WRK-ANTIGO-TXT
                   ' ' WRK-NOVO-TXT ' ' SCHG-SOLICITANTE ' '
                   SCHG-DATA
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           ELSE
               STRING SCHG-CHAVE ' ' SCHG-CAMPO ' ' WRK-ANTIGO-TXT
                   ' ' WRK-NOVO-TXT ' ' SCHG-SOLICITANTE ' '
                   SCHG-DECISOR
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
           END-IF.
           PERFORM 0250-EMITIR-LINHA.

       0250-EMITIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0300-FINALIZAR.
           MOVE SPACES TO WRK-RPT-LINHA.
           PERFORM 0250-EMITIR-LINHA.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'PENDENTES ' WRK-QT-PENDENTES
               '   APROVADAS ' WRK-QT-APROVADAS
               '   RECUSADAS ' WRK-QT-RECUSADAS
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0250-EMITIR-LINHA.
           MOVE WRK-QT-LIDAS TO WRK-CTLT-LIDOS.
           COMPUTE WRK-CTLT-PROCESSADOS = WRK-QT-PENDENTES
               + WRK-QT-APROVADAS + WRK-QT-RECUSADAS.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

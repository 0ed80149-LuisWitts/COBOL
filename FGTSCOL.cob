       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGTSCOL.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: GUIA MENSAL DE RECOLHIMENTO DO FGTS. LE OS
      *              DEPOSITOS POR FUNCIONARIO GRAVADOS PELA FOLHA
      *              (FGTSDEP) NA COMPETENCIA INFORMADA (AAAAMM;
      *              ZERO = COMPETENCIA DA DATA DE MOVIMENTO), SOMA
      *              TODAS AS FOLHAS DO MES (NORMAL, 13o, FERIAS E
      *              RESCISAO) POR FUNCIONARIO E GERA O ARQUIVO DE
      *              RECOLHIMENTO PARA O BANCO (FGTSREM: HEADER,
      *              UM DETALHE POR FUNCIONARIO E TRAILER COM OS
      *              TOTAIS), COM O RELATORIO DE CONFERENCIA. SEM
      *              DEPOSITO NA COMPETENCIA TERMINA COM RC=4 E NAO
      *              GERA ARQUIVO; MAIS FUNCIONARIOS DO QUE CABEM NA
      *              TABELA TERMINA COM RC=8, PARA NUNCA MANDAR AO
      *              BANCO UMA GUIA INCOMPLETA.
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
           SELECT FGTS-DEPOSIT-FILE ASSIGN TO 'FGTSDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FDEP-STATUS.

           SELECT FGTS-COLLECTION-FILE ASSIGN TO 'FGTSREM'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FGTS-DEPOSIT-FILE.
           COPY 'FGTSDEP.cob'.

       FD  FGTS-COLLECTION-FILE.
           COPY 'FGTSREM.cob'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-FDEP-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.
       77  WRK-RC-FINAL               PIC 9(04) VALUE ZEROS.
       77  WRK-TABELA-OK              PIC X(01) VALUE 'S'.
           88  TABELA-COMPLETA                  VALUE 'S'.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       01  WRK-COMPETENCIA            PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02  WRK-COMP-ANO           PIC 9(04).
           02  WRK-COMP-MES           PIC 9(02).

      *    DEPOSITOS DA COMPETENCIA SOMADOS POR FUNCIONARIO
       01  TB-RECOLHIMENTOS-TABELA.
           02  TB-RECOLHIMENTO OCCURS 1000 TIMES INDEXED BY IX-REC.
               03  TB-REC-MATRICULA   PIC 9(06).
               03  TB-REC-BASE        PIC 9(09)V99.
               03  TB-REC-VALOR       PIC 9(09)V99.
               03  TB-REC-QT-FOLHAS   PIC 9(02).
       77  WRK-QT-RECOLHIMENTOS       PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-RECOLHIMENTOS   PIC 9(04) VALUE 1000.
       77  WRK-IX-REC                 PIC 9(04) VALUE ZEROS.
       77  WRK-REC-ACHADO             PIC X(01) VALUE 'N'.
           88  RECOLHIMENTO-ACHADO              VALUE 'S'.

       77  WRK-TOTAL-BASE             PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-VALOR            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-NOME-FUNC              PIC X(20) VALUE SPACES.
       77  WRK-BASE-ED                PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'FGTSCOL'.
       77  WRK-RLOG-FUNCAO            PIC X(01) VALUE SPACES.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'RECOLHIMENTO MENSAL DO FGTS'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.
       77  WRK-CTLT-LIDOS             PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-PROCESSADOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTLT-MODO              PIC X(10) VALUE 'MENSAL'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'I' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-ARQUIVO.
           PERFORM 0300-FINALIZAR.
           MOVE 'F' TO WRK-RLOG-FUNCAO.
           CALL 'RUNLOGRT' USING WRK-PROGRAMA-ID WRK-RLOG-FUNCAO
           END-CALL.
           MOVE WRK-RC-FINAL TO RETURN-CODE.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'COMPETENCIA DO RECOLHIMENTO (AAAAMM, ZERO = '
               'MES DO MOVIMENTO) ...'.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA IS NOT NUMERIC
              OR WRK-COMPETENCIA = ZEROS
               MOVE WRK-DATA-MOVIMENTO (1:6) TO WRK-COMPETENCIA
           END-IF.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
               MOVE 8 TO WRK-RC-FINAL
               MOVE 'S' TO WRK-EOF
           ELSE
               DISPLAY 'COMPETENCIA : ' WRK-COMPETENCIA
               OPEN INPUT FGTS-DEPOSIT-FILE
               IF WRK-FDEP-STATUS = '35'
                   DISPLAY 'DEPOSITOS DE FGTS (FGTSDEP) AINDA NAO '
                       'EXISTEM'
                   MOVE 'S' TO WRK-EOF
               ELSE
                   READ FGTS-DEPOSIT-FILE
                       AT END MOVE 'S' TO WRK-EOF
                   END-READ
               END-IF
           END-IF.

       0200-PROCESSAR.
           IF FDEP-COMPETENCIA = WRK-COMPETENCIA
               ADD 1 TO WRK-CTLT-LIDOS
               PERFORM 0210-LOCALIZAR-RECOLHIMENTO
               IF WRK-IX-REC > ZEROS
                   SET IX-REC TO WRK-IX-REC
                   ADD FDEP-BASE  TO TB-REC-BASE (IX-REC)
                   ADD FDEP-VALOR TO TB-REC-VALOR (IX-REC)
                   ADD 1 TO TB-REC-QT-FOLHAS (IX-REC)
               END-IF
           END-IF.
           READ FGTS-DEPOSIT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0210-LOCALIZAR-RECOLHIMENTO.
           MOVE 'N' TO WRK-REC-ACHADO.
           MOVE ZEROS TO WRK-IX-REC.
           PERFORM 0211-PROCURAR-RECOLHIMENTO
               VARYING IX-REC FROM 1 BY 1
               UNTIL IX-REC > WRK-QT-RECOLHIMENTOS
                  OR RECOLHIMENTO-ACHADO.
           IF NOT RECOLHIMENTO-ACHADO
               IF WRK-QT-RECOLHIMENTOS >= WRK-LIMITE-RECOLHIMENTOS
                   ADD 1 TO WRK-CTLT-REJEITADOS
                   MOVE 'N' TO WRK-TABELA-OK
                   DISPLAY 'TABELA DE RECOLHIMENTOS CHEIA - '
                       'MATRICULA ' FDEP-MATRICULA ' FORA DA GUIA'
                   MOVE FDEP-MATRICULA TO WRK-REFERENCIA-LOG
                   MOVE 'TABELA DE RECOLHIMENTOS CHEIA'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               ELSE
                   ADD 1 TO WRK-QT-RECOLHIMENTOS
                   MOVE WRK-QT-RECOLHIMENTOS TO WRK-IX-REC
                   SET IX-REC TO WRK-IX-REC
                   MOVE FDEP-MATRICULA TO TB-REC-MATRICULA (IX-REC)
                   MOVE ZEROS TO TB-REC-BASE (IX-REC)
                       TB-REC-VALOR (IX-REC)
                       TB-REC-QT-FOLHAS (IX-REC)
               END-IF
           END-IF.

       0211-PROCURAR-RECOLHIMENTO.
           IF TB-REC-MATRICULA (IX-REC) = FDEP-MATRICULA
               MOVE 'S' TO WRK-REC-ACHADO
               SET WRK-IX-REC TO IX-REC
           END-IF.

      *    A GUIA SO SAI COMPLETA: TABELA ESTOURADA (RC=8) OU
      *    COMPETENCIA SEM DEPOSITO (RC=4) NAO GERAM ARQUIVO.
       0300-FINALIZAR.
           IF WRK-FDEP-STATUS = '00'
               CLOSE FGTS-DEPOSIT-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-RC-FINAL > ZEROS
                   CONTINUE
               WHEN NOT TABELA-COMPLETA
                   DISPLAY '*** GUIA NAO GERADA - TABELA DE '
                       'RECOLHIMENTOS CHEIA ***'
                   MOVE 8 TO WRK-RC-FINAL
               WHEN WRK-QT-RECOLHIMENTOS = ZEROS
                   DISPLAY 'NENHUM DEPOSITO DE FGTS NA COMPETENCIA '
                       WRK-COMPETENCIA
                   MOVE 4 TO WRK-RC-FINAL
               WHEN OTHER
                   PERFORM 0310-GERAR-GUIA
           END-EVALUATE.
           CALL 'CTLTOTRTN' USING WRK-PROGRAMA-ID WRK-CTLT-LIDOS
               WRK-CTLT-PROCESSADOS WRK-CTLT-REJEITADOS
               WRK-CTLT-MODO
           END-CALL.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0310-GERAR-GUIA.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT FGTS-COLLECTION-FILE.
           INITIALIZE FGTS-REM-HEADER.
           MOVE 'H'                 TO FREMH-TIPO.
           MOVE WRK-COMPETENCIA     TO FREMH-COMPETENCIA.
           MOVE WRK-DATA-MOVIMENTO  TO FREMH-DATA.
           MOVE 'RECOLHIMENTO FGTS' TO FREMH-DESCRICAO.
           WRITE FGTS-REM-HEADER.
           PERFORM 0320-GRAVAR-DETALHE
               VARYING IX-REC FROM 1 BY 1
               UNTIL IX-REC > WRK-QT-RECOLHIMENTOS.
           INITIALIZE FGTS-REM-TRAILER.
           MOVE 'T'                  TO FREMT-TIPO.
           MOVE WRK-QT-RECOLHIMENTOS TO FREMT-QT-DETALHES.
           MOVE WRK-TOTAL-BASE       TO FREMT-TOTAL-BASE.
           MOVE WRK-TOTAL-VALOR      TO FREMT-TOTAL-VALOR.
           WRITE FGTS-REM-TRAILER.
           CLOSE FGTS-COLLECTION-FILE.
           CLOSE EMPLOYEE-MASTER.
           MOVE WRK-TOTAL-BASE  TO WRK-BASE-ED.
           MOVE WRK-TOTAL-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'TOTAL ' WRK-QT-RECOLHIMENTOS ' FUNCIONARIO(S)'
               '  BASE ' WRK-BASE-ED '  FGTS ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.
           DISPLAY 'GUIA DE RECOLHIMENTO GRAVADA EM FGTSREM'.

       0320-GRAVAR-DETALHE.
           MOVE 'SEM CADASTRO' TO WRK-NOME-FUNC.
           MOVE TB-REC-MATRICULA (IX-REC) TO EMP-NUMERO.
           READ EMPLOYEE-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE EMP-NOME TO WRK-NOME-FUNC
           END-READ.
           INITIALIZE FGTS-REM-DETALHE.
           MOVE 'D'                       TO FREMD-TIPO.
           MOVE TB-REC-MATRICULA (IX-REC) TO FREMD-MATRICULA.
           MOVE WRK-NOME-FUNC             TO FREMD-NOME.
           MOVE TB-REC-BASE (IX-REC)      TO FREMD-BASE.
           MOVE TB-REC-VALOR (IX-REC)     TO FREMD-VALOR.
           WRITE FGTS-REM-DETALHE.
           ADD TB-REC-BASE (IX-REC)  TO WRK-TOTAL-BASE.
           ADD TB-REC-VALOR (IX-REC) TO WRK-TOTAL-VALOR.
           ADD 1 TO WRK-CTLT-PROCESSADOS.
           MOVE TB-REC-BASE (IX-REC)  TO WRK-BASE-ED.
           MOVE TB-REC-VALOR (IX-REC) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'MATR ' TB-REC-MATRICULA (IX-REC) ' '
               WRK-NOME-FUNC ' FOLHAS ' TB-REC-QT-FOLHAS (IX-REC)
               ' BASE ' WRK-BASE-ED ' FGTS ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0400-GRAVAR-LINHA-RPT.

       0400-GRAVAR-LINHA-RPT.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

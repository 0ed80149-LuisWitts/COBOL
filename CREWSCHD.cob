       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREWSCHD.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ESCALA SEMANAL DAS EQUIPES. PARA A SEMANA
      *              (SEGUNDA A SEXTA) DA DATA INFORMADA - OU DA DATA
      *              DE MOVIMENTO, COM ZEROS - SAI UMA LINHA POR
      *              FUNCIONARIO COM O JOB/AMBIENTE DE CADA DIA,
      *              TIRADA DA ESCALA (CREWASG) MANTIDA PELO
      *              CREWASGN, E AS HORAS PLANEJADAS DA SEMANA. COM
      *              UM DEPARTAMENTO INFORMADO SAEM TODOS OS ATIVOS
      *              DELE, E O DIA LIVRE APARECE COMO '-' (QUEM ESTA
      *              DISPONIVEL PARA A EQUIPE); SEM DEPARTAMENTO SAEM
      *              SO OS ESCALADOS NA SEMANA. FERIADO (DTROTINA)
      *              SAI MARCADO NO CABECALHO. NO FIM, AS HORAS
      *              PLANEJADAS DA SEMANA POR JOB. RELATORIO PELA
      *              ROTINA RPTHDRTN, COMO O ORCADO X REALIZADO DE
      *              JOBS (JOBCOST).
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
           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT CREW-ASSIGNMENT-FILE ASSIGN TO 'CREWASG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ASG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       FD  CREW-ASSIGNMENT-FILE.
           COPY 'CREWASG.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-ASG-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-DATA-BASE              PIC 9(08) VALUE ZEROS.
       77  WRK-DEPTO-FILTRO           PIC X(04) VALUE SPACES.
       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                   PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-SEGUNDA           PIC 9(07) VALUE ZEROS.
       77  WRK-DIA                    PIC 9(01) VALUE ZEROS.

      *    OS CINCO DIAS DA SEMANA, SEGUNDA A SEXTA
       01  TB-SEMANA-TABELA.
           02  TB-DIA OCCURS 5 TIMES INDEXED BY IX-DIA.
               03  TB-DIA-DATA        PIC 9(08).
               03  TB-DIA-UTIL        PIC X(01).
       01  TB-NOMES-DIAS-VALORES.
           02  FILLER                 PIC X(15)
               VALUE 'SEGTERQUAQUISEX'.
       01  TB-NOMES-DIAS REDEFINES TB-NOMES-DIAS-VALORES.
           02  TB-NOME-DIA OCCURS 5 TIMES PIC X(03).

      *    FUNCIONARIOS DA ESCALA, COM A CELULA DE CADA DIA
       01  TB-FUNCIONARIOS-TABELA.
           02  TB-FUNC OCCURS 500 TIMES INDEXED BY IX-FUNC.
               03  TB-FUNC-MATRICULA  PIC 9(06).
               03  TB-FUNC-NOME       PIC X(20).
               03  TB-FUNC-DEPTO      PIC X(04).
               03  TB-FUNC-ESCALADO   PIC X(01).
               03  TB-FUNC-HORAS      PIC 9(03)V9.
               03  TB-FUNC-CELULA OCCURS 5 TIMES PIC X(13).
       77  WRK-QT-FUNCIONARIOS        PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-FUNCIONARIOS    PIC 9(03) VALUE 500.
       77  WRK-FUNC-ACHADO            PIC X(01) VALUE 'N'.
           88  FUNC-ACHADO                      VALUE 'S'.
       77  WRK-IX-FUNC                PIC 9(03) VALUE ZEROS.

      *    HORAS PLANEJADAS DA SEMANA POR JOB
       01  TB-JOBS-TABELA.
           02  TB-JOB OCCURS 100 TIMES INDEXED BY IX-JOB.
               03  TB-JOB-CODIGO      PIC X(06).
               03  TB-JOB-HORAS       PIC 9(04)V9.
       77  WRK-QT-JOBS                PIC 9(03) VALUE ZEROS.
       77  WRK-JOB-ACHADO             PIC X(01) VALUE 'N'.
           88  JOB-ACHADO                       VALUE 'S'.
       77  WRK-IX-JOB                 PIC 9(03) VALUE ZEROS.

      *    PARAMETROS DA ROTINA DE DATAS (DTROTINA)
       01  WRK-DATA-DTR.
           02  WRK-DTR-ANO            PIC 9(04).
           02  WRK-DTR-MES            PIC 9(02).
           02  WRK-DTR-DIA            PIC 9(02).
       77  WRK-FORMATO                PIC 9(01) VALUE 1.
       77  WRK-DATA-FORMATADA         PIC X(20) VALUE SPACES.
       77  WRK-DIA-SEMANA             PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-UTIL               PIC X(01) VALUE 'S'.

       01  WRK-CELULA.
           02  WRK-CEL-JOB            PIC X(06).
           02  WRK-CEL-BARRA          PIC X(01).
           02  WRK-CEL-AMBIENTE       PIC X(05).
           02  FILLER                 PIC X(01).
       01  WRK-LINHA-ESCALA.
           02  WRK-LIN-MATRICULA      PIC 9(06).
           02  FILLER                 PIC X(01).
           02  WRK-LIN-NOME           PIC X(20).
           02  FILLER                 PIC X(01).
           02  WRK-LIN-CELULA OCCURS 5 TIMES PIC X(13).
       01  WRK-CABECALHO-DIA.
           02  WRK-CAB-NOME-DIA       PIC X(03).
           02  FILLER                 PIC X(01).
           02  WRK-CAB-DATA           PIC X(05).
           02  WRK-CAB-FERIADO        PIC X(04).
       77  WRK-HORAS-ED               PIC ZZ9,9 VALUE ZEROS.
       77  WRK-HORAS-JOB-ED           PIC Z.ZZ9,9 VALUE ZEROS.
       77  WRK-QT-LISTADOS            PIC 9(03) VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'CREWSCHD'.
       77  WRK-RPT-FUNCAO             PIC X(01) VALUE SPACES.
       77  WRK-RPT-TITULO             PIC X(40)
           VALUE 'ESCALA SEMANAL DAS EQUIPES'.
       77  WRK-RPT-LINHA              PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-FUNCIONARIOS.
           PERFORM 0300-CARREGAR-ESCALA.
           PERFORM 0400-IMPRIMIR-ESCALA.
           PERFORM 0500-IMPRIMIR-JOBS.
           PERFORM 0700-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '==== ESCALA SEMANAL DAS EQUIPES ===='.
           DISPLAY 'DATA DA SEMANA (AAAAMMDD, ZEROS = HOJE) ...'.
           ACCEPT WRK-DATA-BASE.
           DISPLAY 'DEPARTAMENTO (ESPACOS = SO OS ESCALADOS) ...'.
           ACCEPT WRK-DEPTO-FILTRO.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           IF WRK-DATA-BASE = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-BASE
           END-IF.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE).
           IF WRK-DIAS = ZEROS
               DISPLAY 'DATA ' WRK-DATA-BASE ' NAO EXISTE NO '
                   'CALENDARIO - USADA A DATA DE MOVIMENTO'
               MOVE WRK-DATA-HOJE TO WRK-DATA-BASE
           END-IF.
           PERFORM 0110-MONTAR-SEMANA.
           MOVE 'I' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

      *    A SEMANA COMECA NA SEGUNDA; O DOMINGO (DIA 1 DA DTROTINA)
      *    PERTENCE A SEMANA QUE TERMINA NELE.
       0110-MONTAR-SEMANA.
           MOVE WRK-DATA-BASE TO WRK-DATA-DTR.
           MOVE 1 TO WRK-FORMATO.
           CALL 'DTROTINA' USING WRK-DATA-DTR WRK-FORMATO
               WRK-DATA-FORMATADA WRK-DIA-SEMANA WRK-DIA-UTIL
           END-CALL.
           COMPUTE WRK-DIAS-SEGUNDA =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE).
           IF WRK-DIA-SEMANA = 1
               SUBTRACT 6 FROM WRK-DIAS-SEGUNDA
           ELSE
               COMPUTE WRK-DIAS-SEGUNDA =
                   WRK-DIAS-SEGUNDA - WRK-DIA-SEMANA + 2
           END-IF.
           PERFORM 0111-MONTAR-DIA
               VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 5.

       0111-MONTAR-DIA.
           SET WRK-DIA TO IX-DIA.
           COMPUTE WRK-DIAS = WRK-DIAS-SEGUNDA + WRK-DIA - 1.
           COMPUTE TB-DIA-DATA (IX-DIA) =
               FUNCTION DATE-OF-INTEGER (WRK-DIAS).
           MOVE TB-DIA-DATA (IX-DIA) TO WRK-DATA-DTR.
           CALL 'DTROTINA' USING WRK-DATA-DTR WRK-FORMATO
               WRK-DATA-FORMATADA WRK-DIA-SEMANA WRK-DIA-UTIL
           END-CALL.
           MOVE WRK-DIA-UTIL TO TB-DIA-UTIL (IX-DIA).

      *    COM DEPARTAMENTO, TODOS OS ATIVOS DELE ENTRAM (PARA O
      *    DIA LIVRE APARECER); SEM, TODOS OS ATIVOS FICAM NA TABELA
      *    MAS SO SAI QUEM FOR ESCALADO NA SEMANA.
       0200-CARREGAR-FUNCIONARIOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-EMP-STATUS = '35'
               DISPLAY 'CADASTRO DE FUNCIONARIOS (EMPMAST) AUSENTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ EMPLOYEE-MASTER
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0210-LER-FUNCIONARIO UNTIL FIM-ARQUIVO
               CLOSE EMPLOYEE-MASTER
           END-IF.

       0210-LER-FUNCIONARIO.
           IF EMP-ATIVO
              AND (WRK-DEPTO-FILTRO = SPACES
                   OR EMP-DEPTO = WRK-DEPTO-FILTRO)
               IF WRK-QT-FUNCIONARIOS >= WRK-LIMITE-FUNCIONARIOS
                   DISPLAY 'TABELA DE FUNCIONARIOS CHEIA - '
                       'MATRICULA ' EMP-NUMERO ' FORA DA ESCALA'
               ELSE
                   ADD 1 TO WRK-QT-FUNCIONARIOS
                   SET IX-FUNC TO WRK-QT-FUNCIONARIOS
                   MOVE EMP-NUMERO TO TB-FUNC-MATRICULA (IX-FUNC)
                   MOVE EMP-NOME   TO TB-FUNC-NOME (IX-FUNC)
                   MOVE EMP-DEPTO  TO TB-FUNC-DEPTO (IX-FUNC)
                   MOVE 'N'        TO TB-FUNC-ESCALADO (IX-FUNC)
                   MOVE ZEROS      TO TB-FUNC-HORAS (IX-FUNC)
                   MOVE '-'        TO TB-FUNC-CELULA (IX-FUNC, 1)
                       TB-FUNC-CELULA (IX-FUNC, 2)
                       TB-FUNC-CELULA (IX-FUNC, 3)
                       TB-FUNC-CELULA (IX-FUNC, 4)
                       TB-FUNC-CELULA (IX-FUNC, 5)
               END-IF
           END-IF.
           READ EMPLOYEE-MASTER
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SO A ALOCACAO NAO CANCELADA NA SEMANA ENTRA; A DE
      *    FUNCIONARIO FORA DA TABELA (INATIVADO OU DE OUTRO
      *    DEPARTAMENTO) FICA SO NO TOTAL DO JOB.
       0300-CARREGAR-ESCALA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CREW-ASSIGNMENT-FILE.
           IF WRK-ASG-STATUS = '35'
               DISPLAY 'SEM ESCALA DE EQUIPES (CREWASG)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CREW-ASSIGNMENT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0310-LER-ALOCACAO UNTIL FIM-ARQUIVO
               CLOSE CREW-ASSIGNMENT-FILE
           END-IF.

       0310-LER-ALOCACAO.
           IF NOT ALOCACAO-CANCELADA
              AND ASG-DATA NOT < TB-DIA-DATA (1)
              AND ASG-DATA NOT > TB-DIA-DATA (5)
               PERFORM 0320-MARCAR-FUNCIONARIO
               PERFORM 0330-SOMAR-JOB
           END-IF.
           READ CREW-ASSIGNMENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0320-MARCAR-FUNCIONARIO.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           PERFORM 0321-PROCURAR-FUNCIONARIO
               VARYING IX-FUNC FROM 1 BY 1
               UNTIL IX-FUNC > WRK-QT-FUNCIONARIOS OR FUNC-ACHADO.
           IF FUNC-ACHADO
               SET IX-FUNC TO WRK-IX-FUNC
               MOVE ASG-JOB TO WRK-CEL-JOB
               MOVE '/' TO WRK-CEL-BARRA
               MOVE ASG-AMBIENTE TO WRK-CEL-AMBIENTE
               COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE (ASG-DATA)
                   - WRK-DIAS-SEGUNDA + 1
               MOVE WRK-DIAS TO WRK-DIA
               MOVE WRK-CELULA TO TB-FUNC-CELULA (IX-FUNC, WRK-DIA)
               MOVE 'S' TO TB-FUNC-ESCALADO (IX-FUNC)
               ADD ASG-HORAS-PLANEJADAS TO TB-FUNC-HORAS (IX-FUNC)
           END-IF.

       0321-PROCURAR-FUNCIONARIO.
           IF TB-FUNC-MATRICULA (IX-FUNC) = ASG-FUNCIONARIO
               MOVE 'S' TO WRK-FUNC-ACHADO
               SET WRK-IX-FUNC TO IX-FUNC
           END-IF.

       0330-SOMAR-JOB.
           MOVE 'N' TO WRK-JOB-ACHADO.
           PERFORM 0331-PROCURAR-JOB
               VARYING IX-JOB FROM 1 BY 1
               UNTIL IX-JOB > WRK-QT-JOBS OR JOB-ACHADO.
           IF NOT JOB-ACHADO
               IF WRK-QT-JOBS < 100
                   ADD 1 TO WRK-QT-JOBS
                   MOVE WRK-QT-JOBS TO WRK-IX-JOB
                   SET IX-JOB TO WRK-IX-JOB
                   MOVE ASG-JOB TO TB-JOB-CODIGO (IX-JOB)
                   MOVE ZEROS   TO TB-JOB-HORAS (IX-JOB)
                   MOVE 'S' TO WRK-JOB-ACHADO
               END-IF
           END-IF.
           IF JOB-ACHADO
               SET IX-JOB TO WRK-IX-JOB
               ADD ASG-HORAS-PLANEJADAS TO TB-JOB-HORAS (IX-JOB)
           END-IF.

       0331-PROCURAR-JOB.
           IF TB-JOB-CODIGO (IX-JOB) = ASG-JOB
               MOVE 'S' TO WRK-JOB-ACHADO
               SET WRK-IX-JOB TO IX-JOB
           END-IF.

       0400-IMPRIMIR-ESCALA.
           MOVE SPACES TO WRK-LINHA-ESCALA.
           MOVE 'MATRIC' TO WRK-LINHA-ESCALA (1:6).
           MOVE 'NOME' TO WRK-LIN-NOME.
           PERFORM 0410-MONTAR-CABECALHO-DIA
               VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 5.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING WRK-LINHA-ESCALA ' HORAS'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0440-EMITIR-LINHA.
           PERFORM 0420-IMPRIMIR-FUNCIONARIO
               VARYING IX-FUNC FROM 1 BY 1
               UNTIL IX-FUNC > WRK-QT-FUNCIONARIOS.
           IF WRK-QT-LISTADOS = ZEROS
               MOVE 'NENHUM FUNCIONARIO ESCALADO NA SEMANA'
                   TO WRK-RPT-LINHA
               PERFORM 0440-EMITIR-LINHA
           END-IF.

       0410-MONTAR-CABECALHO-DIA.
           SET WRK-DIA TO IX-DIA.
           MOVE SPACES TO WRK-CABECALHO-DIA.
           MOVE TB-NOME-DIA (WRK-DIA) TO WRK-CAB-NOME-DIA.
           MOVE TB-DIA-DATA (IX-DIA) (7:2) TO WRK-CAB-DATA (1:2).
           MOVE '/' TO WRK-CAB-DATA (3:1).
           MOVE TB-DIA-DATA (IX-DIA) (5:2) TO WRK-CAB-DATA (4:2).
           IF TB-DIA-UTIL (IX-DIA) NOT = 'S'
               MOVE ' FER' TO WRK-CAB-FERIADO
           END-IF.
           MOVE WRK-CABECALHO-DIA TO WRK-LIN-CELULA (WRK-DIA).

       0420-IMPRIMIR-FUNCIONARIO.
           IF WRK-DEPTO-FILTRO NOT = SPACES
              OR TB-FUNC-ESCALADO (IX-FUNC) = 'S'
               MOVE SPACES TO WRK-LINHA-ESCALA
               MOVE TB-FUNC-MATRICULA (IX-FUNC) TO WRK-LIN-MATRICULA
               MOVE TB-FUNC-NOME (IX-FUNC) TO WRK-LIN-NOME
               PERFORM 0430-MONTAR-CELULA
                   VARYING IX-DIA FROM 1 BY 1 UNTIL IX-DIA > 5
               MOVE TB-FUNC-HORAS (IX-FUNC) TO WRK-HORAS-ED
               MOVE SPACES TO WRK-RPT-LINHA
               STRING WRK-LINHA-ESCALA WRK-HORAS-ED
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA
               END-STRING
               PERFORM 0440-EMITIR-LINHA
               ADD 1 TO WRK-QT-LISTADOS
           END-IF.

       0430-MONTAR-CELULA.
           SET WRK-DIA TO IX-DIA.
           IF TB-DIA-UTIL (IX-DIA) NOT = 'S'
              AND TB-FUNC-CELULA (IX-FUNC, WRK-DIA) (1:1) = '-'
               MOVE 'FERIADO' TO WRK-LIN-CELULA (WRK-DIA)
           ELSE
               MOVE TB-FUNC-CELULA (IX-FUNC, WRK-DIA)
                   TO WRK-LIN-CELULA (WRK-DIA)
           END-IF.

       0440-EMITIR-LINHA.
           DISPLAY WRK-RPT-LINHA.
           MOVE 'L' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.

       0500-IMPRIMIR-JOBS.
           MOVE '------- HORAS PLANEJADAS NA SEMANA POR JOB -------'
               TO WRK-RPT-LINHA.
           PERFORM 0440-EMITIR-LINHA.
           PERFORM 0510-IMPRIMIR-JOB
               VARYING IX-JOB FROM 1 BY 1
               UNTIL IX-JOB > WRK-QT-JOBS.

       0510-IMPRIMIR-JOB.
           MOVE TB-JOB-HORAS (IX-JOB) TO WRK-HORAS-JOB-ED.
           MOVE SPACES TO WRK-RPT-LINHA.
           STRING 'JOB ' TB-JOB-CODIGO (IX-JOB)
               ' HORAS PLANEJADAS ' WRK-HORAS-JOB-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA
           END-STRING.
           PERFORM 0440-EMITIR-LINHA.

       0700-FINALIZAR.
           MOVE 'F' TO WRK-RPT-FUNCAO.
           CALL 'RPTHDRTN' USING WRK-RPT-FUNCAO WRK-PROGRAMA-ID
               WRK-RPT-TITULO WRK-RPT-LINHA
           END-CALL.
           DISPLAY ' FIM DA ESCALA SEMANAL DAS EQUIPES '.

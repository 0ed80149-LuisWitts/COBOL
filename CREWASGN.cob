       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREWASGN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ESCALA DE EQUIPES DAS ORDENS DE SERVICO. AS
      *              ORDENS DO WORKORD NAO TINHAM DATA NEM GENTE E
      *              A ESCALA DOS PINTORES ERA FEITA NUM QUADRO
      *              BRANCO. O SUPERVISOR ALOCA UM FUNCIONARIO ATIVO
      *              DO EMPMAST A UMA ORDEM ABERTA (JOB E AMBIENTE)
      *              EM UM DIA UTIL (DTROTINA) A PARTIR DA DATA DE
      *              MOVIMENTO, COM AS HORAS PLANEJADAS; FUNCIONARIO
      *              JA ESCALADO NO DIA E RECUSADO. PASSADO O DIA,
      *              APONTA AS HORAS REAIS DA ALOCACAO, QUE FICAM COM
      *              O CUSTO DA HORA DO FUNCIONARIO (SALARIO / 220,
      *              A MESMA HORA NORMAL DA FOLHA) PARA O ORCADO X
      *              REALIZADO DE MAO DE OBRA DO JOBCOST. ALOCACAO
      *              AINDA NAO APONTADA PODE SER CANCELADA. A ESCALA
      *              (CREWASG) E REGRAVADA NA SAIDA SO QUANDO ALGO
      *              MUDOU; A ESCALA SEMANAL SAI NO CREWSCHD.
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
           SELECT WORK-ORDER-FILE ASSIGN TO 'WORKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-WO-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

           SELECT CREW-ASSIGNMENT-FILE ASSIGN TO 'CREWASG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ASG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
           COPY 'WORKORD.cob'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       FD  CREW-ASSIGNMENT-FILE.
           COPY 'CREWASG.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-WO-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-ASG-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-ALOCAR                     VALUE 'A'.
           88  OPCAO-APONTAR                    VALUE 'H'.
           88  OPCAO-CANCELAR                   VALUE 'C'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.

      *    ORDENS DE SERVICO (SO CONSULTA)
       01  TB-ORDENS-TABELA.
           02  TB-ORDEM OCCURS 500 TIMES INDEXED BY IX-WO.
               03  TB-WO-COTACAO      PIC 9(06).
               03  TB-WO-JOB          PIC X(06).
               03  TB-WO-AMBIENTE     PIC X(15).
               03  TB-WO-SITUACAO     PIC X(01).
       77  WRK-QT-ORDENS              PIC 9(03) VALUE ZEROS.
       77  WRK-IX-WO                  PIC 9(03) VALUE ZEROS.
       77  WRK-ORDEM-ACHADA           PIC X(01) VALUE 'N'.
           88  ORDEM-ACHADA                     VALUE 'S'.

      *    ESCALA INTEIRA EM MEMORIA, REGRAVADA NA SAIDA; ARQUIVO
      *    MAIOR QUE A TABELA NAO PODE SER REGRAVADO SEM PERDER
      *    LINHAS - NESSE CASO A SESSAO E SO DE CONSULTA.
       01  TB-ESCALA-TABELA.
           02  TB-ESCALA OCCURS 2000 TIMES INDEXED BY IX-ASG.
               03  TB-ASG-JOB         PIC X(06).
               03  TB-ASG-AMBIENTE    PIC X(15).
               03  TB-ASG-COTACAO     PIC 9(06).
               03  TB-ASG-FUNCIONARIO PIC 9(06).
               03  TB-ASG-DATA        PIC 9(08).
               03  TB-ASG-HORAS-PLAN  PIC 9(02)V9.
               03  TB-ASG-HORAS-REAIS PIC 9(02)V9.
               03  TB-ASG-CUSTO-HORA  PIC 9(04)V99.
               03  TB-ASG-SITUACAO    PIC X(01).
       77  WRK-QT-ESCALA              PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-ESCALA          PIC 9(04) VALUE 2000.
       77  WRK-IX-ASG                 PIC 9(04) VALUE ZEROS.
       77  WRK-ASG-ACHADA             PIC X(01) VALUE 'N'.
           88  ALOCACAO-ACHADA                  VALUE 'S'.
       77  WRK-ARQUIVO-INTEIRO        PIC X(01) VALUE 'S'.
           88  ARQUIVO-INTEIRO                  VALUE 'S'.

       77  WRK-JOB                    PIC X(06) VALUE SPACES.
       77  WRK-AMBIENTE               PIC X(15) VALUE SPACES.
       77  WRK-MATRICULA              PIC 9(06) VALUE ZEROS.
       77  WRK-FUNC-ACHADO            PIC X(01) VALUE 'N'.
           88  FUNC-ACHADO                      VALUE 'S'.
       77  WRK-DATA-ESCALA            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-OK                PIC X(01) VALUE 'N'.
           88  DATA-OK                          VALUE 'S'.
       77  WRK-DIAS                   PIC 9(07) VALUE ZEROS.
       77  WRK-HORAS                  PIC 9(02)V9 VALUE ZEROS.
       77  WRK-CUSTO-HORA             PIC 9(04)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE              PIC 9(08) VALUE ZEROS.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  ESCALA-ALTERADA                  VALUE 'S'.
       77  WRK-QT-ALTERACOES          PIC 9(05) VALUE ZEROS.

      *    JORNADA DE REFERENCIA (A MESMA DO PONTO) E HORA NORMAL
      *    DA FOLHA (SALARIO MENSAL / 220)
       77  WRK-JORNADA-DIA            PIC 9(02)V9 VALUE 8,0.
       77  WRK-HORAS-MES              PIC 9(03) VALUE 220.

      *    PARAMETROS DA ROTINA DE DATAS (DTROTINA)
       01  WRK-DATA-DTR.
           02  WRK-DTR-ANO            PIC 9(04).
           02  WRK-DTR-MES            PIC 9(02).
           02  WRK-DTR-DIA            PIC 9(02).
       77  WRK-FORMATO                PIC 9(01) VALUE 1.
       77  WRK-DATA-FORMATADA         PIC X(20) VALUE SPACES.
       77  WRK-DIA-SEMANA             PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-UTIL               PIC X(01) VALUE 'S'.
       77  WRK-DATA-ED                PIC X(10) VALUE SPACES.

       77  WRK-HORAS-ED               PIC Z9,9 VALUE ZEROS.
       77  WRK-REAIS-ED               PIC Z9,9 VALUE ZEROS.
       77  WRK-CUSTO-ED               PIC Z.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           CALL 'RUNDTRTN' USING WRK-DATA-HOJE END-CALL.
           PERFORM 0110-CARREGAR-ORDENS.
           PERFORM 0120-CARREGAR-ESCALA.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY '*** CREWASG MAIOR QUE A TABELA - SO CONSULTA '
                   'NESTA SESSAO ***'
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           PERFORM 0170-EXIBIR-MENU.

       0110-CARREGAR-ORDENS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT WORK-ORDER-FILE.
           IF WRK-WO-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ WORK-ORDER-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0111-LER-ORDEM UNTIL FIM-ARQUIVO
               CLOSE WORK-ORDER-FILE
           END-IF.

       0111-LER-ORDEM.
           IF WRK-QT-ORDENS < 500
               ADD 1 TO WRK-QT-ORDENS
               SET IX-WO TO WRK-QT-ORDENS
               MOVE WO-COTACAO  TO TB-WO-COTACAO (IX-WO)
               MOVE WO-JOB      TO TB-WO-JOB (IX-WO)
               MOVE WO-AMBIENTE TO TB-WO-AMBIENTE (IX-WO)
               MOVE WO-SITUACAO TO TB-WO-SITUACAO (IX-WO)
           END-IF.
           READ WORK-ORDER-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0120-CARREGAR-ESCALA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT CREW-ASSIGNMENT-FILE.
           IF WRK-ASG-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ CREW-ASSIGNMENT-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-ALOCACAO UNTIL FIM-ARQUIVO
               CLOSE CREW-ASSIGNMENT-FILE
           END-IF.

       0121-LER-ALOCACAO.
           IF WRK-QT-ESCALA < WRK-LIMITE-ESCALA
               ADD 1 TO WRK-QT-ESCALA
               SET IX-ASG TO WRK-QT-ESCALA
               MOVE ASG-JOB              TO TB-ASG-JOB (IX-ASG)
               MOVE ASG-AMBIENTE         TO TB-ASG-AMBIENTE (IX-ASG)
               MOVE ASG-COTACAO          TO TB-ASG-COTACAO (IX-ASG)
               MOVE ASG-FUNCIONARIO
                   TO TB-ASG-FUNCIONARIO (IX-ASG)
               MOVE ASG-DATA             TO TB-ASG-DATA (IX-ASG)
               MOVE ASG-HORAS-PLANEJADAS
                   TO TB-ASG-HORAS-PLAN (IX-ASG)
               MOVE ASG-HORAS-REAIS
                   TO TB-ASG-HORAS-REAIS (IX-ASG)
               MOVE ASG-CUSTO-HORA       TO TB-ASG-CUSTO-HORA (IX-ASG)
               MOVE ASG-SITUACAO         TO TB-ASG-SITUACAO (IX-ASG)
           ELSE
               MOVE 'N' TO WRK-ARQUIVO-INTEIRO
           END-IF.
           READ CREW-ASSIGNMENT-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0170-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== ESCALA DE EQUIPES DAS ORDENS DE SERVICO ===='.
           DISPLAY ' A - ALOCAR FUNCIONARIO A UMA ORDEM EM UM DIA'.
           DISPLAY ' H - APONTAR HORAS REAIS DE UMA ALOCACAO'.
           DISPLAY ' C - CANCELAR ALOCACAO AINDA NAO APONTADA'.
           DISPLAY ' L - LISTAR A ESCALA DE UM JOB'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-ALOCAR
                   PERFORM 0210-ALOCAR
               WHEN OPCAO-APONTAR
                   PERFORM 0220-APONTAR-HORAS
               WHEN OPCAO-CANCELAR
                   PERFORM 0230-CANCELAR
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-JOB
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
           IF NOT OPCAO-SAIR
               PERFORM 0170-EXIBIR-MENU
           END-IF.

      *    SO ORDEM ABERTA RECEBE EQUIPE, SO FUNCIONARIO ATIVO E
      *    ESCALADO, SO EM DIA UTIL DE HOJE EM DIANTE, E NUNCA EM
      *    DUAS ORDENS NO MESMO DIA.
       0210-ALOCAR.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY 'SESSAO SO DE CONSULTA - NADA GRAVADO'
           ELSE
               PERFORM 0250-LER-ORDEM
               IF ORDEM-ACHADA
                   PERFORM 0260-LER-FUNCIONARIO
               END-IF
               IF ORDEM-ACHADA AND FUNC-ACHADO
                   PERFORM 0270-LER-DATA
               END-IF
               IF ORDEM-ACHADA AND FUNC-ACHADO AND DATA-OK
                   PERFORM 0211-CONFERIR-ALOCACAO
               END-IF
           END-IF.

       0211-CONFERIR-ALOCACAO.
           IF WRK-DATA-ESCALA < WRK-DATA-HOJE
               DISPLAY 'DATA ANTERIOR A DATA DE MOVIMENTO - '
                   'NADA GRAVADO'
           ELSE
               IF WRK-DIA-UTIL NOT = 'S'
                   DISPLAY 'DIA ' WRK-DATA-ED ' NAO E DIA '
                       'UTIL - NADA GRAVADO'
               ELSE
                   PERFORM 0280-LOCALIZAR-ALOCACAO
                   IF ALOCACAO-ACHADA
                       SET IX-ASG TO WRK-IX-ASG
                       DISPLAY 'FUNCIONARIO JA ESCALADO EM '
                           WRK-DATA-ED ' NO JOB '
                           TB-ASG-JOB (IX-ASG) ' '
                           TB-ASG-AMBIENTE (IX-ASG)
                           ' - NADA GRAVADO'
                   ELSE
                       IF WRK-QT-ESCALA >= WRK-LIMITE-ESCALA
                           DISPLAY 'TABELA DA ESCALA CHEIA - '
                               'NADA GRAVADO'
                       ELSE
                           PERFORM 0212-GRAVAR-ALOCACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0212-GRAVAR-ALOCACAO.
           DISPLAY 'HORAS PLANEJADAS (ZERO = JORNADA DE 8,0) ...'.
           ACCEPT WRK-HORAS FROM CONSOLE.
           IF WRK-HORAS = ZEROS
               MOVE WRK-JORNADA-DIA TO WRK-HORAS
           END-IF.
           IF WRK-HORAS > 24
               DISPLAY 'HORAS ACIMA DE 24 NO DIA - NADA GRAVADO'
           ELSE
               ADD 1 TO WRK-QT-ESCALA
               SET IX-ASG TO WRK-QT-ESCALA
               SET IX-WO TO WRK-IX-WO
               MOVE WRK-JOB               TO TB-ASG-JOB (IX-ASG)
               MOVE WRK-AMBIENTE          TO TB-ASG-AMBIENTE (IX-ASG)
               MOVE TB-WO-COTACAO (IX-WO) TO TB-ASG-COTACAO (IX-ASG)
               MOVE WRK-MATRICULA
                   TO TB-ASG-FUNCIONARIO (IX-ASG)
               MOVE WRK-DATA-ESCALA       TO TB-ASG-DATA (IX-ASG)
               MOVE WRK-HORAS             TO TB-ASG-HORAS-PLAN (IX-ASG)
               MOVE ZEROS TO TB-ASG-HORAS-REAIS (IX-ASG)
               MOVE ZEROS TO TB-ASG-CUSTO-HORA (IX-ASG)
               MOVE 'P'                   TO TB-ASG-SITUACAO (IX-ASG)
               MOVE 'S' TO WRK-ALTERADO
               ADD 1 TO WRK-QT-ALTERACOES
               MOVE WRK-HORAS TO WRK-HORAS-ED
               DISPLAY 'ALOCADO ' EMP-NOME ' EM ' WRK-DATA-ED
                   ' (' WRK-HORAS-ED ' H)'
           END-IF.

      *    O APONTAMENTO SO VALE PARA DIA JA TRABALHADO; APONTAR DE
      *    NOVO CORRIGE AS HORAS E ATUALIZA O CUSTO DA HORA.
       0220-APONTAR-HORAS.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY 'SESSAO SO DE CONSULTA - NADA GRAVADO'
           ELSE
               PERFORM 0260-LER-FUNCIONARIO
               IF FUNC-ACHADO
                   PERFORM 0270-LER-DATA
               END-IF
               IF FUNC-ACHADO AND DATA-OK
                   PERFORM 0280-LOCALIZAR-ALOCACAO
                   IF NOT ALOCACAO-ACHADA
                       DISPLAY 'FUNCIONARIO SEM ALOCACAO EM '
                           WRK-DATA-ED
                   ELSE
                       IF WRK-DATA-ESCALA > WRK-DATA-HOJE
                           DISPLAY 'DIA AINDA NAO TRABALHADO - '
                               'NADA GRAVADO'
                       ELSE
                           PERFORM 0221-GRAVAR-HORAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0221-GRAVAR-HORAS.
           SET IX-ASG TO WRK-IX-ASG.
           MOVE TB-ASG-HORAS-PLAN (IX-ASG) TO WRK-HORAS-ED.
           DISPLAY 'JOB ' TB-ASG-JOB (IX-ASG) ' '
               TB-ASG-AMBIENTE (IX-ASG) ' PLANEJADO ' WRK-HORAS-ED
               ' H'.
           DISPLAY 'HORAS REAIS TRABALHADAS ...'.
           ACCEPT WRK-HORAS FROM CONSOLE.
           IF WRK-HORAS = ZEROS OR WRK-HORAS > 24
               DISPLAY 'HORAS DEVEM ESTAR ENTRE 0,1 E 24,0 - '
                   'NADA GRAVADO'
           ELSE
               COMPUTE WRK-CUSTO-HORA ROUNDED =
                   EMP-SALARIO / WRK-HORAS-MES
               SET IX-ASG TO WRK-IX-ASG
               MOVE WRK-HORAS      TO TB-ASG-HORAS-REAIS (IX-ASG)
               MOVE WRK-CUSTO-HORA TO TB-ASG-CUSTO-HORA (IX-ASG)
               MOVE 'R'            TO TB-ASG-SITUACAO (IX-ASG)
               MOVE 'S' TO WRK-ALTERADO
               ADD 1 TO WRK-QT-ALTERACOES
               MOVE WRK-CUSTO-HORA TO WRK-CUSTO-ED
               DISPLAY 'HORAS APONTADAS - CUSTO DA HORA '
                   WRK-CUSTO-ED
           END-IF.

       0230-CANCELAR.
           IF NOT ARQUIVO-INTEIRO
               DISPLAY 'SESSAO SO DE CONSULTA - NADA GRAVADO'
           ELSE
               DISPLAY 'MATRICULA DO FUNCIONARIO ...'
               ACCEPT WRK-MATRICULA FROM CONSOLE
               PERFORM 0270-LER-DATA
               IF DATA-OK
                   PERFORM 0280-LOCALIZAR-ALOCACAO
                   IF NOT ALOCACAO-ACHADA
                       DISPLAY 'FUNCIONARIO SEM ALOCACAO EM '
                           WRK-DATA-ED
                   ELSE
                       SET IX-ASG TO WRK-IX-ASG
                       IF TB-ASG-SITUACAO (IX-ASG) NOT = 'P'
                           DISPLAY 'ALOCACAO JA APONTADA - NAO PODE '
                               'SER CANCELADA'
                       ELSE
                           MOVE 'C' TO TB-ASG-SITUACAO (IX-ASG)
                           MOVE 'S' TO WRK-ALTERADO
                           ADD 1 TO WRK-QT-ALTERACOES
                           DISPLAY 'ALOCACAO CANCELADA'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0240-LISTAR-JOB.
           DISPLAY 'CODIGO DO JOB ...'.
           ACCEPT WRK-JOB FROM CONSOLE.
           DISPLAY '------- ESCALA DO JOB ' WRK-JOB ' -------'.
           PERFORM 0241-LISTAR-ALOCACAO
               VARYING IX-ASG FROM 1 BY 1
               UNTIL IX-ASG > WRK-QT-ESCALA.

       0241-LISTAR-ALOCACAO.
           IF TB-ASG-JOB (IX-ASG) = WRK-JOB
               MOVE TB-ASG-HORAS-PLAN (IX-ASG)  TO WRK-HORAS-ED
               MOVE TB-ASG-HORAS-REAIS (IX-ASG) TO WRK-REAIS-ED
               DISPLAY TB-ASG-DATA (IX-ASG) ' '
                   TB-ASG-AMBIENTE (IX-ASG) ' '
                   TB-ASG-FUNCIONARIO (IX-ASG)
                   ' PLANEJADO ' WRK-HORAS-ED
                   ' REAL ' WRK-REAIS-ED
                   ' SITUACAO ' TB-ASG-SITUACAO (IX-ASG)
           END-IF.

       0250-LER-ORDEM.
           MOVE 'N' TO WRK-ORDEM-ACHADA.
           DISPLAY 'CODIGO DO JOB ...'.
           ACCEPT WRK-JOB FROM CONSOLE.
           DISPLAY 'AMBIENTE DA ORDEM DE SERVICO ...'.
           ACCEPT WRK-AMBIENTE FROM CONSOLE.
           MOVE ZEROS TO WRK-IX-WO.
           PERFORM 0251-PROCURAR-ORDEM
               VARYING IX-WO FROM 1 BY 1
               UNTIL IX-WO > WRK-QT-ORDENS OR ORDEM-ACHADA.
           IF NOT ORDEM-ACHADA
               DISPLAY 'JOB ' WRK-JOB ' SEM ORDEM ABERTA PARA O '
                   'AMBIENTE ' WRK-AMBIENTE
           END-IF.

       0251-PROCURAR-ORDEM.
           IF TB-WO-JOB (IX-WO) = WRK-JOB
              AND TB-WO-AMBIENTE (IX-WO) = WRK-AMBIENTE
              AND TB-WO-SITUACAO (IX-WO) = 'A'
               MOVE 'S' TO WRK-ORDEM-ACHADA
               SET WRK-IX-WO TO IX-WO
           END-IF.

       0260-LER-FUNCIONARIO.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           DISPLAY 'MATRICULA DO FUNCIONARIO ...'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO EMP-NUMERO.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA ' WRK-MATRICULA ' FORA DO '
                       'CADASTRO'
               NOT INVALID KEY
                   IF EMP-ATIVO
                       MOVE 'S' TO WRK-FUNC-ACHADO
                       DISPLAY 'FUNCIONARIO ' EMP-NOME
                   ELSE
                       DISPLAY 'FUNCIONARIO ' EMP-NOME ' INATIVO'
                   END-IF
           END-READ.

      *    SO DATA DE CALENDARIO REAL; O DIA DA SEMANA E SE E DIA
      *    UTIL VEM DA DTROTINA (FINS DE SEMANA E FERIADOS).
       0270-LER-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           DISPLAY 'DATA (AAAAMMDD) ...'.
           ACCEPT WRK-DATA-ESCALA FROM CONSOLE.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-ESCALA).
           IF WRK-DIAS = ZEROS
               DISPLAY 'DATA ' WRK-DATA-ESCALA ' NAO EXISTE NO '
                   'CALENDARIO'
           ELSE
               MOVE 'S' TO WRK-DATA-OK
               MOVE WRK-DATA-ESCALA TO WRK-DATA-DTR
               MOVE 1 TO WRK-FORMATO
               CALL 'DTROTINA' USING WRK-DATA-DTR WRK-FORMATO
                   WRK-DATA-FORMATADA WRK-DIA-SEMANA WRK-DIA-UTIL
               END-CALL
               MOVE WRK-DATA-FORMATADA TO WRK-DATA-ED
           END-IF.

      *    A ALOCACAO NAO CANCELADA DO FUNCIONARIO NO DIA (NO
      *    MAXIMO UMA)
       0280-LOCALIZAR-ALOCACAO.
           MOVE 'N' TO WRK-ASG-ACHADA.
           MOVE ZEROS TO WRK-IX-ASG.
           PERFORM 0281-PROCURAR-ALOCACAO
               VARYING IX-ASG FROM 1 BY 1
               UNTIL IX-ASG > WRK-QT-ESCALA OR ALOCACAO-ACHADA.

       0281-PROCURAR-ALOCACAO.
           IF TB-ASG-FUNCIONARIO (IX-ASG) = WRK-MATRICULA
              AND TB-ASG-DATA (IX-ASG) = WRK-DATA-ESCALA
              AND TB-ASG-SITUACAO (IX-ASG) NOT = 'C'
               MOVE 'S' TO WRK-ASG-ACHADA
               SET WRK-IX-ASG TO IX-ASG
           END-IF.

       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
           IF ESCALA-ALTERADA
               OPEN OUTPUT CREW-ASSIGNMENT-FILE
               PERFORM 0310-GRAVAR-ALOCACAO
                   VARYING IX-ASG FROM 1 BY 1
                   UNTIL IX-ASG > WRK-QT-ESCALA
               CLOSE CREW-ASSIGNMENT-FILE
           END-IF.
           DISPLAY 'ALTERACOES GRAVADAS : ' WRK-QT-ALTERACOES.
           DISPLAY 'FIM DA ESCALA DE EQUIPES'.

       0310-GRAVAR-ALOCACAO.
           INITIALIZE CREW-ASSIGNMENT-RECORD.
           MOVE TB-ASG-JOB (IX-ASG)         TO ASG-JOB.
           MOVE TB-ASG-AMBIENTE (IX-ASG)    TO ASG-AMBIENTE.
           MOVE TB-ASG-COTACAO (IX-ASG)     TO ASG-COTACAO.
           MOVE TB-ASG-FUNCIONARIO (IX-ASG) TO ASG-FUNCIONARIO.
           MOVE TB-ASG-DATA (IX-ASG)        TO ASG-DATA.
           MOVE TB-ASG-HORAS-PLAN (IX-ASG)  TO ASG-HORAS-PLANEJADAS.
           MOVE TB-ASG-HORAS-REAIS (IX-ASG) TO ASG-HORAS-REAIS.
           MOVE TB-ASG-CUSTO-HORA (IX-ASG)  TO ASG-CUSTO-HORA.
           MOVE TB-ASG-SITUACAO (IX-ASG)    TO ASG-SITUACAO.
           WRITE CREW-ASSIGNMENT-RECORD.

      *              EDITAR O ARQUIVO INDEXADO FORA DO SISTEMA.
      *              TODA ALTERACAO E GRAVADA EM TRILHA DE AUDITORIA
      *              (EMPAUD) COM OS VALORES ANTES/DEPOIS.
      *              MANTEM TAMBEM OS DEPENDENTES DE CADA
      *              FUNCIONARIO (EMPDEP), BASE DA DEDUCAO DO IRRF E
      *              DO SALARIO-FAMILIA DA FOLHA.
      *              TODA MUDANCA DE SALARIO VAI PARA O HISTORICO
      *              SALARIAL (SALHIST).
      *    data = 22/08/2026
      *
      *    MODIFICATION HISTORY
      *                     JRNLOG) COM A IMAGEM POSTERIOR, PARA A
      *                     RECUPERACAO PARA FRENTE (FWDRECOV) EM
      *                     CIMA DO BACKUP NOTURNO DO IDXUNLD.
      *    15/10/2026  LCW  CADASTRO DE DEPENDENTES (EMPDEP): INCLUIR,
      *                     REMOVER E LISTAR OS DEPENDENTES DE UMA
      *                     MATRICULA, COM NOME, CPF CONFERIDO PELA
      *                     CPFVALID, NASCIMENTO, PARENTESCO E AS
      *                     MARCAS DE DEDUCAO DO IRRF E DE
      *                     SALARIO-FAMILIA USADAS PELO PROGCOB04.
      *                     INCLUSAO E REMOCAO VAO PARA A TRILHA
      *                     EMPAUD.
      *    15/10/2026  LCW  HISTORICO SALARIAL (SALHIST): A INCLUSAO
      *                     E A ALTERACAO QUE MUDA O SALARIO GRAVAM
      *                     A MUDANCA COM VIGENCIA NA DATA DO DIA E
      *                     O OPERADOR DA SESSAO (OPERRTN), AO LADO
      *                     DOS REAJUSTES COLETIVOS DO SALREAJ.
      *    15/10/2026  LCW  SALARIO E CONTA DE CREDITO (BANCO,
      *                     AGENCIA, CONTA) NAO MUDAM MAIS NA
      *                     ALTERACAO: A MUDANCA FICA PENDENTE NO
      *                     CHGPEND COM O VALOR EM VIGOR, O NOVO E O
      *                     SOLICITANTE, E SO E APLICADA (COM TRILHA
      *                     EMPAUD E HISTORICO SALARIAL) QUANDO OUTRO
      *                     USUARIO A APROVA NO CHGAPRV. O LAYOUT DA
      *                     TRILHA EMPAUD PASSOU A COPYBOOK
      *                     (EMPAUD.cob), COMPARTILHADO COM O
      *                     CHGAPRV.
      **********************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT SENSITIVE-CHANGE-FILE ASSIGN TO 'CHGPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SCHG-STATUS.

           SELECT DEPENDENT-FILE ASSIGN TO 'EMPDEP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEP-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO 'SALHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SHIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       FD  SALARY-HISTORY-FILE.
           COPY 'SALHIST.cob'.

       FD  EMPLOYEE-AUDIT-FILE.
           COPY 'EMPAUD.cob'.

       FD  SENSITIVE-CHANGE-FILE.
           COPY 'CHGPEND.cob'.

       FD  DEPENDENT-FILE.
           COPY 'EMPDEP.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-JRNL-CHAVE             PIC X(20) VALUE SPACES.
       77  WRK-JRNL-IMAGEM            PIC X(80) VALUE SPACES.
       77  WRK-AUDIT-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-SHIS-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-SCHG-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-SCHG-EOF               PIC X(01) VALUE 'N'.
           88  FIM-PENDENTES                    VALUE 'S'.
       77  WRK-CAMPO-PENDENTE         PIC X(08) VALUE SPACES.
       77  WRK-PENDENTE-ACHADO        PIC X(01) VALUE 'N'.
           88  JA-HA-PENDENTE                   VALUE 'S'.
       77  WRK-OPERADOR               PIC X(20) VALUE SPACES.
       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR                    VALUE 'I'.
           88  OPCAO-ALTERAR                    VALUE 'A'.
           88  OPCAO-INATIVAR                   VALUE 'X'.
           88  OPCAO-INCLUIR-DEPENDENTE         VALUE 'D'.
           88  OPCAO-REMOVER-DEPENDENTE         VALUE 'R'.
           88  OPCAO-LISTAR-DEPENDENTES         VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.
       77  WRK-MATRICULA              PIC 9(06) VALUE ZEROS.
       77  WRK-NOME                   PIC X(20) VALUE SPACES.
       77  WRK-ADMISSAO-ANTES         PIC 9(08) VALUE ZEROS.
       77  WRK-DESLIG-ANTES           PIC 9(08) VALUE ZEROS.

      *    DEPENDENTES (EMPDEP), CARREGADOS EM TABELA NA ABERTURA
      *    E REGRAVADOS NO FIM SO SE ALGO MUDOU. UM ARQUIVO MAIOR
      *    QUE A TABELA DEIXA OS DEPENDENTES SO PARA CONSULTA, PARA
      *    A REGRAVACAO NUNCA PERDER LINHAS.
       77  WRK-DEP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-DEP-EOF                PIC X(01) VALUE 'N'.
           88  FIM-DEPENDENTES                  VALUE 'S'.
       01  TB-DEPENDENTES-TABELA.
           02  TB-DEPENDENTE OCCURS 1000 TIMES INDEXED BY IX-DEP.
               03  TB-DEP-MATRICULA   PIC 9(06).
               03  TB-DEP-SEQUENCIA   PIC 9(02).
               03  TB-DEP-NOME        PIC X(30).
               03  TB-DEP-CPF         PIC X(11).
               03  TB-DEP-NASCIMENTO  PIC 9(08).
               03  TB-DEP-PARENTESCO  PIC X(01).
               03  TB-DEP-IRRF        PIC X(01).
               03  TB-DEP-SAL-FAMILIA PIC X(01).
       77  WRK-QT-DEPENDENTES         PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-DEPENDENTES     PIC 9(04) VALUE 1000.
       77  WRK-IX-DEP                 PIC 9(04) VALUE ZEROS.
       77  WRK-DEP-ALTERADO           PIC X(01) VALUE 'N'.
           88  DEPENDENTES-ALTERADOS            VALUE 'S'.
       77  WRK-DEP-CONSULTA           PIC X(01) VALUE 'N'.
           88  DEPENDENTES-SO-CONSULTA          VALUE 'S'.
       77  WRK-DEP-ACHADO             PIC X(01) VALUE 'N'.
           88  DEPENDENTE-ACHADO                VALUE 'S'.
       77  WRK-QT-DEP-FUNCIONARIO     PIC 9(02) VALUE ZEROS.
       77  WRK-MAIOR-SEQUENCIA        PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-SEQUENCIA          PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-NOME               PIC X(30) VALUE SPACES.
       77  WRK-DEP-CPF                PIC X(11) VALUE SPACES.
       77  WRK-CPF-VALIDO             PIC X(01) VALUE 'N'.
       77  WRK-DEP-NASCIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-DEP-PARENTESCO         PIC X(01) VALUE SPACES.
           88  PARENTESCO-VALIDO                VALUES 'F' 'E' 'C'
                                                       'P' 'O'.
           88  PARENTESCO-FILHO                 VALUES 'F' 'E'.
       77  WRK-DEP-IRRF               PIC X(01) VALUE SPACES.
       77  WRK-DEP-SAL-FAMILIA        PIC X(01) VALUE SPACES.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).
           ACCEPT WRK-HORA FROM TIME.
           PERFORM 0110-ABRIR-CADASTRO.
           PERFORM 0120-ABRIR-AUDITORIA.
           PERFORM 0125-ABRIR-HISTORICO-SALARIAL.
           CALL 'OPERRTN' USING WRK-OPERADOR END-CALL.
           PERFORM 0140-CARREGAR-DEPENDENTES.
           PERFORM 0130-EXIBIR-MENU.

      *    O CADASTRO INDEXADO PRECISA EXISTIR ANTES DE PODER SER
               OPEN EXTEND EMPLOYEE-AUDIT-FILE
           END-IF.

       0125-ABRIR-HISTORICO-SALARIAL.
           OPEN EXTEND SALARY-HISTORY-FILE.
           IF WRK-SHIS-STATUS = '35'
               OPEN OUTPUT SALARY-HISTORY-FILE
               CLOSE SALARY-HISTORY-FILE
               OPEN EXTEND SALARY-HISTORY-FILE
           END-IF.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== MANUTENCAO DO CADASTRO DE FUNCIONARIOS ===='.
           DISPLAY ' I - INCLUIR FUNCIONARIO'.
           DISPLAY ' A - ALTERAR FUNCIONARIO'.
           DISPLAY ' X - INATIVAR FUNCIONARIO'.
           DISPLAY ' D - INCLUIR DEPENDENTE'.
           DISPLAY ' R - REMOVER DEPENDENTE'.
           DISPLAY ' L - LISTAR DEPENDENTES'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

      *    O CADASTRO DE DEPENDENTES E OPCIONAL: NA PRIMEIRA
      *    EXECUCAO O ARQUIVO NASCE NA REGRAVACAO DO FIM.
       0140-CARREGAR-DEPENDENTES.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-DEP-STATUS = '35'
               MOVE 'S' TO WRK-DEP-EOF
           ELSE
               READ DEPENDENT-FILE
                   AT END MOVE 'S' TO WRK-DEP-EOF
               END-READ
               PERFORM 0141-LER-DEPENDENTE UNTIL FIM-DEPENDENTES
               CLOSE DEPENDENT-FILE
           END-IF.

       0141-LER-DEPENDENTE.
           IF WRK-QT-DEPENDENTES >= WRK-LIMITE-DEPENDENTES
               IF NOT DEPENDENTES-SO-CONSULTA
                   DISPLAY '*** EMPDEP MAIOR QUE A TABELA - '
                       'DEPENDENTES SO PARA CONSULTA ***'
                   MOVE 'S' TO WRK-DEP-CONSULTA
               END-IF
           ELSE
               ADD 1 TO WRK-QT-DEPENDENTES
               SET IX-DEP TO WRK-QT-DEPENDENTES
               MOVE DEP-MATRICULA   TO TB-DEP-MATRICULA (IX-DEP)
               MOVE DEP-SEQUENCIA   TO TB-DEP-SEQUENCIA (IX-DEP)
               MOVE DEP-NOME        TO TB-DEP-NOME (IX-DEP)
               MOVE DEP-CPF         TO TB-DEP-CPF (IX-DEP)
               MOVE DEP-NASCIMENTO  TO TB-DEP-NASCIMENTO (IX-DEP)
               MOVE DEP-PARENTESCO  TO TB-DEP-PARENTESCO (IX-DEP)
               MOVE DEP-IRRF        TO TB-DEP-IRRF (IX-DEP)
               MOVE DEP-SAL-FAMILIA TO TB-DEP-SAL-FAMILIA (IX-DEP)
           END-IF.
           READ DEPENDENT-FILE
               AT END MOVE 'S' TO WRK-DEP-EOF
           END-READ.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0220-ALTERAR
               WHEN OPCAO-INATIVAR
                   PERFORM 0230-INATIVAR
               WHEN OPCAO-INCLUIR-DEPENDENTE
                   PERFORM 0400-INCLUIR-DEPENDENTE
               WHEN OPCAO-REMOVER-DEPENDENTE
                   PERFORM 0410-REMOVER-DEPENDENTE
               WHEN OPCAO-LISTAR-DEPENDENTES
                   PERFORM 0420-LISTAR-DEPENDENTES
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   MOVE ZEROS  TO WRK-SALARIO-ANTES
                   MOVE 'INCLUSAO' TO WRK-ACAO
                   PERFORM 0280-GRAVAR-AUDITORIA
                   PERFORM 0290-GRAVAR-HISTORICO-SALARIAL
                   DISPLAY 'FUNCIONARIO ' WRK-MATRICULA ' INCLUIDO'
               END-IF
           END-IF.
               IF DADOS-VALIDOS
                   MOVE WRK-NOME    TO EMP-NOME
                   MOVE WRK-DEPTO   TO EMP-DEPTO
                   MOVE WRK-ADMISSAO TO EMP-DATA-ADMISSAO
                   REWRITE EMPLOYEE-RECORD
                   PERFORM 0285-JORNALAR-FUNCIONARIO
                   MOVE 'ALTERACAO' TO WRK-ACAO
                   PERFORM 0280-GRAVAR-AUDITORIA
                   DISPLAY 'FUNCIONARIO ' WRK-MATRICULA ' ALTERADO'
                   PERFORM 0500-RETER-MUDANCAS-SENSIVEIS
               END-IF
           END-IF.

               WRK-JRNL-IMAGEM
           END-CALL.

      *    MUDANCA AVULSA: SEM PERCENTUAL, VIGENTE NA DATA DO DIA.
       0290-GRAVAR-HISTORICO-SALARIAL.
           INITIALIZE SALARY-HISTORY-RECORD.
           MOVE EMP-NUMERO         TO SHIS-MATRICULA.
           MOVE WRK-DATA           TO SHIS-DATA-VIGENCIA.
           MOVE WRK-SALARIO-ANTES  TO SHIS-SALARIO-ANTERIOR.
           MOVE EMP-SALARIO        TO SHIS-SALARIO-NOVO.
           MOVE ZEROS              TO SHIS-PCT.
           IF WRK-ACAO = 'INCLUSAO'
               MOVE 'SALARIO DE ADMISSAO' TO SHIS-MOTIVO
           ELSE
               MOVE 'ALTERACAO MANUAL' TO SHIS-MOTIVO
           END-IF.
           MOVE 'EMPMAINT'         TO SHIS-ORIGEM.
           MOVE WRK-DATA           TO SHIS-DATA-REGISTRO.
           MOVE WRK-OPERADOR       TO SHIS-OPERADOR.
           WRITE SALARY-HISTORY-RECORD.

      *    DEPENDENTE SO E INCLUIDO PARA FUNCIONARIO ATIVO. O CPF
      *    PASSA NA CPFVALID E NAO PODE SE REPETIR NA MESMA
      *    MATRICULA; A SEQUENCIA E A MAIOR DA MATRICULA MAIS UM.
       0400-INCLUIR-DEPENDENTE.
           PERFORM 0240-LER-MATRICULA.
           PERFORM 0250-LOCALIZAR-FUNCIONARIO.
           EVALUATE TRUE
               WHEN DEPENDENTES-SO-CONSULTA
                   DISPLAY 'DEPENDENTES SO PARA CONSULTA - NADA '
                       'GRAVADO'
               WHEN NOT REGISTRO-ACHADO
                   DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO CADASTRADA'
               WHEN EMP-INATIVO
                   DISPLAY 'FUNCIONARIO ' WRK-MATRICULA
                       ' ESTA INATIVO - NADA GRAVADO'
               WHEN WRK-QT-DEPENDENTES >= WRK-LIMITE-DEPENDENTES
                   DISPLAY 'TABELA DE DEPENDENTES CHEIA - NADA '
                       'GRAVADO'
               WHEN OTHER
                   PERFORM 0430-LER-DADOS-DEPENDENTE
                   PERFORM 0440-VALIDAR-DEPENDENTE
                   IF DADOS-VALIDOS
                       PERFORM 0402-GRAVAR-DEPENDENTE
                   END-IF
           END-EVALUATE.

       0402-GRAVAR-DEPENDENTE.
           PERFORM 0450-CONTAR-DEPENDENTES.
           IF WRK-MAIOR-SEQUENCIA >= 99
               DISPLAY 'MATRICULA SEM SEQUENCIA LIVRE - NADA GRAVADO'
           ELSE
               COMPUTE WRK-DEP-SEQUENCIA = WRK-MAIOR-SEQUENCIA + 1
               ADD 1 TO WRK-QT-DEPENDENTES
               SET IX-DEP TO WRK-QT-DEPENDENTES
               MOVE WRK-MATRICULA      TO TB-DEP-MATRICULA (IX-DEP)
               MOVE WRK-DEP-SEQUENCIA  TO TB-DEP-SEQUENCIA (IX-DEP)
               MOVE WRK-DEP-NOME       TO TB-DEP-NOME (IX-DEP)
               MOVE WRK-DEP-CPF        TO TB-DEP-CPF (IX-DEP)
               MOVE WRK-DEP-NASCIMENTO TO TB-DEP-NASCIMENTO (IX-DEP)
               MOVE WRK-DEP-PARENTESCO TO TB-DEP-PARENTESCO (IX-DEP)
               MOVE WRK-DEP-IRRF       TO TB-DEP-IRRF (IX-DEP)
               MOVE WRK-DEP-SAL-FAMILIA
                   TO TB-DEP-SAL-FAMILIA (IX-DEP)
               MOVE 'S' TO WRK-DEP-ALTERADO
               MOVE 'DEPEND-INC' TO WRK-ACAO
               MOVE SPACES TO WRK-NOME-ANTES
               MOVE WRK-DEP-NOME TO WRK-NOME
               PERFORM 0460-AUDITAR-DEPENDENTE
               DISPLAY 'DEPENDENTE ' WRK-DEP-SEQUENCIA
                   ' INCLUIDO NA MATRICULA ' WRK-MATRICULA
           END-IF.

       0410-REMOVER-DEPENDENTE.
           IF DEPENDENTES-SO-CONSULTA
               DISPLAY 'DEPENDENTES SO PARA CONSULTA - NADA GRAVADO'
           ELSE
               PERFORM 0240-LER-MATRICULA
               DISPLAY 'SEQUENCIA DO DEPENDENTE ...'
               ACCEPT WRK-DEP-SEQUENCIA FROM CONSOLE
               MOVE 'N' TO WRK-DEP-ACHADO
               MOVE ZEROS TO WRK-IX-DEP
               PERFORM 0411-PROCURAR-DEPENDENTE
                   VARYING IX-DEP FROM 1 BY 1
                   UNTIL IX-DEP > WRK-QT-DEPENDENTES
                      OR DEPENDENTE-ACHADO
               IF NOT DEPENDENTE-ACHADO
                   DISPLAY 'DEPENDENTE ' WRK-DEP-SEQUENCIA
                       ' NAO CADASTRADO NA MATRICULA ' WRK-MATRICULA
               ELSE
                   SET IX-DEP TO WRK-IX-DEP
                   MOVE TB-DEP-NOME (IX-DEP) TO WRK-NOME-ANTES
                   MOVE SPACES TO WRK-NOME
                   PERFORM 0412-DESLOCAR-DEPENDENTE
                       VARYING IX-DEP FROM WRK-IX-DEP BY 1
                       UNTIL IX-DEP >= WRK-QT-DEPENDENTES
                   SUBTRACT 1 FROM WRK-QT-DEPENDENTES
                   MOVE 'S' TO WRK-DEP-ALTERADO
                   MOVE 'DEPEND-EXC' TO WRK-ACAO
                   PERFORM 0460-AUDITAR-DEPENDENTE
                   DISPLAY 'DEPENDENTE ' WRK-DEP-SEQUENCIA
                       ' REMOVIDO DA MATRICULA ' WRK-MATRICULA
               END-IF
           END-IF.

       0411-PROCURAR-DEPENDENTE.
           IF TB-DEP-MATRICULA (IX-DEP) = WRK-MATRICULA
              AND TB-DEP-SEQUENCIA (IX-DEP) = WRK-DEP-SEQUENCIA
               MOVE 'S' TO WRK-DEP-ACHADO
               SET WRK-IX-DEP TO IX-DEP
           END-IF.

       0412-DESLOCAR-DEPENDENTE.
           MOVE TB-DEPENDENTE (IX-DEP + 1) TO TB-DEPENDENTE (IX-DEP).

       0420-LISTAR-DEPENDENTES.
           PERFORM 0240-LER-MATRICULA.
           MOVE ZEROS TO WRK-QT-DEP-FUNCIONARIO.
           DISPLAY 'SEQ NOME                           CPF         '
               'NASCIMENTO P IR SF'.
           PERFORM 0421-LISTAR-DEPENDENTE
               VARYING IX-DEP FROM 1 BY 1
               UNTIL IX-DEP > WRK-QT-DEPENDENTES.
           IF WRK-QT-DEP-FUNCIONARIO = ZEROS
               DISPLAY 'NENHUM DEPENDENTE NA MATRICULA '
                   WRK-MATRICULA
           END-IF.

       0421-LISTAR-DEPENDENTE.
           IF TB-DEP-MATRICULA (IX-DEP) = WRK-MATRICULA
               ADD 1 TO WRK-QT-DEP-FUNCIONARIO
               DISPLAY ' ' TB-DEP-SEQUENCIA (IX-DEP) ' '
                   TB-DEP-NOME (IX-DEP) ' '
                   TB-DEP-CPF (IX-DEP) ' '
                   TB-DEP-NASCIMENTO (IX-DEP) '   '
                   TB-DEP-PARENTESCO (IX-DEP) '  '
                   TB-DEP-IRRF (IX-DEP) '  '
                   TB-DEP-SAL-FAMILIA (IX-DEP)
           END-IF.

       0430-LER-DADOS-DEPENDENTE.
           DISPLAY 'NOME DO DEPENDENTE ...'.
           ACCEPT WRK-DEP-NOME FROM CONSOLE.
           DISPLAY 'CPF DO DEPENDENTE (11 DIGITOS) ...'.
           ACCEPT WRK-DEP-CPF FROM CONSOLE.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD) ...'.
           ACCEPT WRK-DEP-NASCIMENTO FROM CONSOLE.
           DISPLAY 'PARENTESCO (F=FILHO E=ENTEADO C=CONJUGE '
               'P=PAI/MAE O=OUTRO) ...'.
           ACCEPT WRK-DEP-PARENTESCO FROM CONSOLE.
           DISPLAY 'DEDUZ DA BASE DO IRRF (S/N) ...'.
           ACCEPT WRK-DEP-IRRF FROM CONSOLE.
           DISPLAY 'RECEBE SALARIO-FAMILIA (S/N) ...'.
           ACCEPT WRK-DEP-SAL-FAMILIA FROM CONSOLE.

      *    SALARIO-FAMILIA SO E DEVIDO POR FILHO OU ENTEADO; A
      *    IDADE E O LIMITE DE REMUNERACAO SAO CONFERIDOS PELA
      *    FOLHA MES A MES.
       0440-VALIDAR-DEPENDENTE.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           IF WRK-DEP-NOME = SPACES
               MOVE 'N' TO WRK-DADOS-VALIDOS
               DISPLAY 'NOME NAO PODE FICAR EM BRANCO'
           END-IF.
           CALL 'CPFVALID' USING WRK-DEP-CPF WRK-CPF-VALIDO
           END-CALL.
           IF WRK-CPF-VALIDO NOT = 'S'
               MOVE 'N' TO WRK-DADOS-VALIDOS
               DISPLAY 'CPF INVALIDO'
           ELSE
               MOVE 'N' TO WRK-DEP-ACHADO
               PERFORM 0441-TESTAR-CPF-DEPENDENTE
                   VARYING IX-DEP FROM 1 BY 1
                   UNTIL IX-DEP > WRK-QT-DEPENDENTES
                      OR DEPENDENTE-ACHADO
               IF DEPENDENTE-ACHADO
                   MOVE 'N' TO WRK-DADOS-VALIDOS
                   DISPLAY 'CPF JA CADASTRADO COMO DEPENDENTE DESTA '
                       'MATRICULA'
               END-IF
           END-IF.
           IF FUNCTION INTEGER-OF-DATE (WRK-DEP-NASCIMENTO) = ZEROS
              OR WRK-DEP-NASCIMENTO > WRK-DATA
               MOVE 'N' TO WRK-DADOS-VALIDOS
               DISPLAY 'DATA DE NASCIMENTO INVALIDA'
           END-IF.
           IF NOT PARENTESCO-VALIDO
               MOVE 'N' TO WRK-DADOS-VALIDOS
               DISPLAY 'PARENTESCO INVALIDO'
           END-IF.
           IF (WRK-DEP-IRRF NOT = 'S' AND WRK-DEP-IRRF NOT = 'N')
              OR (WRK-DEP-SAL-FAMILIA NOT = 'S'
                  AND WRK-DEP-SAL-FAMILIA NOT = 'N')
               MOVE 'N' TO WRK-DADOS-VALIDOS
               DISPLAY 'MARCAS DE IRRF E SALARIO-FAMILIA SAO S OU N'
           END-IF.
           IF WRK-DEP-SAL-FAMILIA = 'S' AND NOT PARENTESCO-FILHO
               MOVE 'N' TO WRK-DADOS-VALIDOS
               DISPLAY 'SALARIO-FAMILIA SO PARA FILHO OU ENTEADO'
           END-IF.
           IF NOT DADOS-VALIDOS
               DISPLAY 'NADA FOI GRAVADO - CORRIJA E TENTE NOVAMENTE'
           END-IF.

       0441-TESTAR-CPF-DEPENDENTE.
           IF TB-DEP-MATRICULA (IX-DEP) = WRK-MATRICULA
              AND TB-DEP-CPF (IX-DEP) = WRK-DEP-CPF
               MOVE 'S' TO WRK-DEP-ACHADO
           END-IF.

       0450-CONTAR-DEPENDENTES.
           MOVE ZEROS TO WRK-MAIOR-SEQUENCIA.
           PERFORM 0451-TESTAR-SEQUENCIA
               VARYING IX-DEP FROM 1 BY 1
               UNTIL IX-DEP > WRK-QT-DEPENDENTES.

       0451-TESTAR-SEQUENCIA.
           IF TB-DEP-MATRICULA (IX-DEP) = WRK-MATRICULA
              AND TB-DEP-SEQUENCIA (IX-DEP) > WRK-MAIOR-SEQUENCIA
               MOVE TB-DEP-SEQUENCIA (IX-DEP) TO WRK-MAIOR-SEQUENCIA
           END-IF.

      *    A TRILHA EMPAUD REGISTRA A INCLUSAO E A REMOCAO DE
      *    DEPENDENTE NA MATRICULA DO FUNCIONARIO, COM O NOME DO
      *    DEPENDENTE NO LUGAR DO NOME ANTES (REMOCAO) OU DEPOIS
      *    (INCLUSAO); OS DEMAIS CAMPOS FICAM ZERADOS.
       0460-AUDITAR-DEPENDENTE.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE EMPLOYEE-AUDIT-RECORD.
           MOVE WRK-MATRICULA      TO EAUD-MATRICULA.
           MOVE WRK-ACAO           TO EAUD-ACAO.
           MOVE WRK-NOME-ANTES     TO EAUD-NOME-ANTES.
           MOVE WRK-NOME           TO EAUD-NOME-DEPOIS.
           MOVE WRK-DATA           TO EAUD-DATA.
           MOVE WRK-HORA           TO EAUD-HORA.
           WRITE EMPLOYEE-AUDIT-RECORD.

      *    O CADASTRO DE DEPENDENTES SO E REGRAVADO SE ALGO MUDOU
      *    NA SESSAO.
       0310-REGRAVAR-DEPENDENTES.
           OPEN OUTPUT DEPENDENT-FILE.
           PERFORM 0311-GRAVAR-DEPENDENTE
               VARYING IX-DEP FROM 1 BY 1
               UNTIL IX-DEP > WRK-QT-DEPENDENTES.
           CLOSE DEPENDENT-FILE.

       0311-GRAVAR-DEPENDENTE.
           INITIALIZE DEPENDENT-RECORD.
           MOVE TB-DEP-MATRICULA (IX-DEP)   TO DEP-MATRICULA.
           MOVE TB-DEP-SEQUENCIA (IX-DEP)   TO DEP-SEQUENCIA.
           MOVE TB-DEP-NOME (IX-DEP)        TO DEP-NOME.
           MOVE TB-DEP-CPF (IX-DEP)         TO DEP-CPF.
           MOVE TB-DEP-NASCIMENTO (IX-DEP)  TO DEP-NASCIMENTO.
           MOVE TB-DEP-PARENTESCO (IX-DEP)  TO DEP-PARENTESCO.
           MOVE TB-DEP-IRRF (IX-DEP)        TO DEP-IRRF.
           MOVE TB-DEP-SAL-FAMILIA (IX-DEP) TO DEP-SAL-FAMILIA.
           WRITE DEPENDENT-RECORD.

       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
           CLOSE EMPLOYEE-AUDIT-FILE.
           CLOSE SALARY-HISTORY-FILE.
           IF DEPENDENTES-ALTERADOS
               PERFORM 0310-REGRAVAR-DEPENDENTES
           END-IF.
           DISPLAY 'FIM DA MANUTENCAO DO CADASTRO'.

      *    SALARIO E CONTA DE CREDITO NAO MUDAM NA HORA: A MUDANCA
      *    VAI PARA O CHGPEND COM O VALOR EM VIGOR E O NOVO, E SO
      *    ENTRA NO CADASTRO QUANDO OUTRO USUARIO A APROVA NO
      *    CHGAPRV - QUEM DIGITA UMA CONTA NOVA NAO DESVIA SOZINHO
      *    O CREDITO DA FOLHA. SEM LOGIN NAO HA COMO SEPARAR QUEM
      *    PEDE DE QUEM APROVA, E A MUDANCA NAO E REGISTRADA.
       0500-RETER-MUDANCAS-SENSIVEIS.
           IF WRK-SALARIO NOT = EMP-SALARIO
               MOVE 'SALARIO' TO WRK-CAMPO-PENDENTE
               IF WRK-OPERADOR = 'NAO IDENTIFICADO'
                   DISPLAY 'SESSAO SEM LOGIN - MUDANCA DE SALARIO '
                       'NAO REGISTRADA'
               ELSE
               PERFORM 0510-PROCURAR-PENDENTE
               IF JA-HA-PENDENTE
                   DISPLAY 'JA EXISTE MUDANCA DE SALARIO PENDENTE - '
                       'AGUARDE A DECISAO NO CHGAPRV'
               ELSE
                   INITIALIZE SENSITIVE-CHANGE-RECORD
                   MOVE EMP-SALARIO TO SCHG-ANTIGO
                   MOVE WRK-SALARIO TO SCHG-NOVO
                   PERFORM 0520-GRAVAR-PENDENTE
                   DISPLAY 'NOVO SALARIO AGUARDA APROVACAO DE OUTRO '
                       'USUARIO (CHGAPRV)'
               END-IF
               END-IF
           END-IF.
           IF WRK-BANCO NOT = EMP-BANCO
              OR WRK-AGENCIA NOT = EMP-AGENCIA
              OR WRK-CONTA NOT = EMP-CONTA
               MOVE 'BANCO' TO WRK-CAMPO-PENDENTE
               IF WRK-OPERADOR = 'NAO IDENTIFICADO'
                   DISPLAY 'SESSAO SEM LOGIN - MUDANCA DE CONTA '
                       'NAO REGISTRADA'
               ELSE
               PERFORM 0510-PROCURAR-PENDENTE
               IF JA-HA-PENDENTE
                   DISPLAY 'JA EXISTE MUDANCA DE CONTA PENDENTE - '
                       'AGUARDE A DECISAO NO CHGAPRV'
               ELSE
                   INITIALIZE SENSITIVE-CHANGE-RECORD
                   MOVE EMP-BANCO   TO SCHG-ANTIGO-BANCO
                   MOVE EMP-AGENCIA TO SCHG-ANTIGO-AGENCIA
                   MOVE EMP-CONTA   TO SCHG-ANTIGO-CONTA
                   MOVE WRK-BANCO   TO SCHG-NOVO-BANCO
                   MOVE WRK-AGENCIA TO SCHG-NOVO-AGENCIA
                   MOVE WRK-CONTA   TO SCHG-NOVO-CONTA
                   PERFORM 0520-GRAVAR-PENDENTE
                   DISPLAY 'NOVA CONTA DE CREDITO AGUARDA APROVACAO '
                       'DE OUTRO USUARIO (CHGAPRV)'
               END-IF
               END-IF
           END-IF.

      *    UMA SO MUDANCA PENDENTE POR MATRICULA E CAMPO.
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
           IF MUDANCA-FUNCIONARIO
              AND SCHG-CHAVE = EMP-NUMERO
              AND SCHG-CAMPO = WRK-CAMPO-PENDENTE
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
           MOVE 'EMPMAINT'         TO SCHG-ORIGEM.
           MOVE EMP-NUMERO         TO SCHG-CHAVE.
           MOVE WRK-CAMPO-PENDENTE TO SCHG-CAMPO.
           MOVE WRK-OPERADOR       TO SCHG-SOLICITANTE.
           MOVE WRK-DATA           TO SCHG-DATA.
           MOVE WRK-HORA           TO SCHG-HORA.
           MOVE 'P'                TO SCHG-SITUACAO.
           MOVE ZEROS              TO SCHG-DATA-DECISAO.
           WRITE SENSITIVE-CHANGE-RECORD.
           CLOSE SENSITIVE-CHANGE-FILE.

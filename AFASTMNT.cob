       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFASTMNT.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: MANUTENCAO DO CADASTRO DE AFASTAMENTOS DOS
      *              FUNCIONARIOS (EMPAFAST) - AUXILIO-DOENCA,
      *              ACIDENTE DE TRABALHO E LICENCA-MATERNIDADE.
      *              INCLUI O AFASTAMENTO COM TIPO, INICIO E FIM
      *              PREVISTO, PRORROGA A PREVISAO QUANDO O INSS
      *              ESTENDE O BENEFICIO E REGISTRA O RETORNO. A
      *              FOLHA (PROGCOB04) LE O CADASTRO PARA PAGAR SO OS
      *              DIAS QUE CABEM A EMPRESA, TIRAR DA REMESSA QUEM
      *              ESTA O MES INTEIRO COM O INSS E APLICAR O EFEITO
      *              NO PERIODO AQUISITIVO DE FERIAS (VACENT) - NAO
      *              SE AJUSTA MAIS FALTA NA MAO NO PAYMOVE. CADA
      *              LINHA GUARDA A DATA E O OPERADOR DA ULTIMA
      *              ALTERACAO.
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
           SELECT LEAVE-FILE ASSIGN TO 'EMPAFAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFA-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WRK-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
           COPY 'EMPAFAST.cob'.

       FD  EMPLOYEE-MASTER.
           COPY 'EMPMAST.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-AFA-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EMP-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-AFA-EOF                PIC X(01) VALUE 'N'.
           88  FIM-AFASTAMENTOS                 VALUE 'S'.

       77  WRK-OPCAO                  PIC X(01) VALUE SPACES.
           88  OPCAO-INCLUIR                    VALUE 'I'.
           88  OPCAO-PRORROGAR                  VALUE 'P'.
           88  OPCAO-RETORNO                    VALUE 'R'.
           88  OPCAO-LISTAR                     VALUE 'L'.
           88  OPCAO-SAIR                       VALUE '0'.

       77  WRK-MATRICULA              PIC 9(06) VALUE ZEROS.
       77  WRK-TIPO                   PIC X(01) VALUE SPACES.
           88  TIPO-DOENCA                      VALUE 'D'.
           88  TIPO-ACIDENTE                    VALUE 'A'.
           88  TIPO-MATERNIDADE                 VALUE 'M'.
           88  TIPO-VALIDO                      VALUES 'D' 'A' 'M'.
       77  WRK-DATA-INICIO            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM               PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-RETORNO           PIC 9(08) VALUE ZEROS.
       77  WRK-OBSERVACAO             PIC X(30) VALUE SPACES.
       77  WRK-DIAS-INICIO            PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-FIM               PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-RETORNO           PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-AFASTADO          PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-AFASTADO-ED       PIC ZZ.ZZ9 VALUE ZEROS.
      *    A LICENCA-MATERNIDADE E DE 120 DIAS; SEM FIM INFORMADO,
      *    A PREVISAO E O INICIO MAIS 119 DIAS.
       77  WRK-DIAS-MATERNIDADE       PIC 9(03) VALUE 119.
       77  WRK-DESCRICAO-TIPO         PIC X(20) VALUE SPACES.
       77  WRK-REGISTRO-ACHADO        PIC X(01) VALUE 'N'.
           88  REGISTRO-ACHADO                  VALUE 'S'.
       77  WRK-FUNC-ACHADO            PIC X(01) VALUE 'N'.
           88  FUNCIONARIO-ACHADO               VALUE 'S'.
       77  WRK-SOBREPOSTO             PIC X(01) VALUE 'N'.
           88  PERIODO-SOBREPOSTO               VALUE 'S'.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  CADASTRO-ALTERADO                VALUE 'S'.
       77  WRK-OPERADOR               PIC X(20) VALUE SPACES.

      *    O CADASTRO INTEIRO E CARREGADO EM TABELA, ALTERADO EM
      *    MEMORIA E REGRAVADO NA SAIDA, COMO NA MANUTENCAO DE
      *    EMPRESTIMOS (LOANMNT).
       01  TB-AFASTAMENTOS-TABELA.
           02  TB-AFASTAMENTO OCCURS 500 TIMES INDEXED BY IX-AFA.
               03  TB-AFA-MATRICULA   PIC 9(06).
               03  TB-AFA-TIPO        PIC X(01).
               03  TB-AFA-INICIO      PIC 9(08).
               03  TB-AFA-FIM         PIC 9(08).
               03  TB-AFA-RETORNO     PIC 9(08).
               03  TB-AFA-OBSERVACAO  PIC X(30).
               03  TB-AFA-REGISTRO    PIC 9(08).
               03  TB-AFA-OPERADOR    PIC X(20).
       77  WRK-QT-AFASTAMENTOS        PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-AFASTAMENTOS    PIC 9(03) VALUE 500.
       77  WRK-IX-AFA                 PIC 9(03) VALUE ZEROS.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'OPERRTN' USING WRK-OPERADOR END-CALL.
           PERFORM 0110-CARREGAR-AFASTAMENTOS.
           OPEN INPUT EMPLOYEE-MASTER.
           PERFORM 0130-EXIBIR-MENU.

       0110-CARREGAR-AFASTAMENTOS.
           OPEN INPUT LEAVE-FILE.
           IF WRK-AFA-STATUS = '35'
               MOVE 'S' TO WRK-AFA-EOF
           ELSE
               READ LEAVE-FILE
                   AT END MOVE 'S' TO WRK-AFA-EOF
               END-READ
               PERFORM 0111-LER-AFASTAMENTO UNTIL FIM-AFASTAMENTOS
               CLOSE LEAVE-FILE
           END-IF.

       0111-LER-AFASTAMENTO.
           IF WRK-QT-AFASTAMENTOS < WRK-LIMITE-AFASTAMENTOS
               ADD 1 TO WRK-QT-AFASTAMENTOS
               SET IX-AFA TO WRK-QT-AFASTAMENTOS
               MOVE AFA-MATRICULA     TO TB-AFA-MATRICULA (IX-AFA)
               MOVE AFA-TIPO          TO TB-AFA-TIPO (IX-AFA)
               MOVE AFA-DATA-INICIO   TO TB-AFA-INICIO (IX-AFA)
               MOVE AFA-DATA-FIM-PREVISTO
                   TO TB-AFA-FIM (IX-AFA)
               MOVE AFA-DATA-RETORNO  TO TB-AFA-RETORNO (IX-AFA)
               MOVE AFA-OBSERVACAO    TO TB-AFA-OBSERVACAO (IX-AFA)
               MOVE AFA-DATA-REGISTRO TO TB-AFA-REGISTRO (IX-AFA)
               MOVE AFA-OPERADOR      TO TB-AFA-OPERADOR (IX-AFA)
           END-IF.
           READ LEAVE-FILE
               AT END MOVE 'S' TO WRK-AFA-EOF
           END-READ.

       0130-EXIBIR-MENU.
           DISPLAY ' '.
           DISPLAY '==== MANUTENCAO DE AFASTAMENTOS ===='.
           DISPLAY ' I - INCLUIR AFASTAMENTO'.
           DISPLAY ' P - PRORROGAR FIM PREVISTO DO AFASTAMENTO ABERTO'.
           DISPLAY ' R - REGISTRAR RETORNO AO TRABALHO'.
           DISPLAY ' L - LISTAR AFASTAMENTOS DA MATRICULA'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'ESCOLHA UMA OPCAO ...'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-PROCESSAR.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               WHEN OPCAO-PRORROGAR
                   PERFORM 0220-PRORROGAR
               WHEN OPCAO-RETORNO
                   PERFORM 0230-REGISTRAR-RETORNO
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-MATRICULA
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
           IF NOT OPCAO-SAIR
               PERFORM 0130-EXIBIR-MENU
           END-IF.

      *    UM FUNCIONARIO SO TEM UM AFASTAMENTO ABERTO POR VEZ; SE O
      *    INSS ESTENDE O BENEFICIO, PRORROGA-SE A PREVISAO EM VEZ DE
      *    ABRIR OUTRO AFASTAMENTO.
       0210-INCLUIR.
           PERFORM 0250-LER-MATRICULA.
           PERFORM 0260-LOCALIZAR-AFASTAMENTO-ABERTO.
           IF REGISTRO-ACHADO
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' JA ESTA '
                   'AFASTADA - REGISTRE O RETORNO OU PRORROGUE'
           ELSE
               PERFORM 0270-VALIDAR-FUNCIONARIO
               IF FUNCIONARIO-ACHADO
                   PERFORM 0211-LER-DADOS-AFASTAMENTO
               END-IF
           END-IF.

       0211-LER-DADOS-AFASTAMENTO.
           DISPLAY 'TIPO (D=DOENCA A=ACIDENTE DE TRABALHO '
               'M=MATERNIDADE) ...'.
           ACCEPT WRK-TIPO FROM CONSOLE.
           DISPLAY 'DATA DE INICIO (AAAAMMDD) ...'.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'FIM PREVISTO (AAAAMMDD - ZEROS NA MATERNIDADE '
               'ASSUME 120 DIAS) ...'.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           DISPLAY 'OBSERVACAO (CID, NUMERO DO BENEFICIO) ...'.
           ACCEPT WRK-OBSERVACAO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO DE AFASTAMENTO ' WRK-TIPO
                   ' INVALIDO - NADA GRAVADO'
           ELSE
               COMPUTE WRK-DIAS-INICIO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-INICIO)
               IF WRK-DIAS-INICIO = ZEROS
                   DISPLAY 'DATA DE INICIO ' WRK-DATA-INICIO
                       ' NAO EXISTE NO CALENDARIO - NADA GRAVADO'
               ELSE
                   IF TIPO-MATERNIDADE AND WRK-DATA-FIM = ZEROS
                       COMPUTE WRK-DATA-FIM =
                           FUNCTION DATE-OF-INTEGER
                               (WRK-DIAS-INICIO + WRK-DIAS-MATERNIDADE)
                   END-IF
                   PERFORM 0212-VALIDAR-FIM-E-GRAVAR
               END-IF
           END-IF.

       0212-VALIDAR-FIM-E-GRAVAR.
           COMPUTE WRK-DIAS-FIM =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM).
           IF WRK-DIAS-FIM = ZEROS
              OR WRK-DIAS-FIM < WRK-DIAS-INICIO
               DISPLAY 'FIM PREVISTO ' WRK-DATA-FIM ' INVALIDO OU '
                   'ANTERIOR AO INICIO - NADA GRAVADO'
           ELSE
               MOVE 'N' TO WRK-SOBREPOSTO
               PERFORM 0213-TESTAR-SOBREPOSICAO
                   VARYING IX-AFA FROM 1 BY 1
                   UNTIL IX-AFA > WRK-QT-AFASTAMENTOS
                      OR PERIODO-SOBREPOSTO
               IF PERIODO-SOBREPOSTO
                   DISPLAY 'PERIODO SE SOBREPOE A AFASTAMENTO JA '
                       'REGISTRADO DA MATRICULA - NADA GRAVADO'
               ELSE
                   IF WRK-QT-AFASTAMENTOS >= WRK-LIMITE-AFASTAMENTOS
                       DISPLAY 'TABELA DE AFASTAMENTOS CHEIA - NADA '
                           'GRAVADO'
                   ELSE
                       ADD 1 TO WRK-QT-AFASTAMENTOS
                       SET IX-AFA TO WRK-QT-AFASTAMENTOS
                       MOVE WRK-MATRICULA
                           TO TB-AFA-MATRICULA (IX-AFA)
                       MOVE WRK-TIPO TO TB-AFA-TIPO (IX-AFA)
                       MOVE WRK-DATA-INICIO TO TB-AFA-INICIO (IX-AFA)
                       MOVE WRK-DATA-FIM TO TB-AFA-FIM (IX-AFA)
                       MOVE ZEROS TO TB-AFA-RETORNO (IX-AFA)
                       MOVE WRK-OBSERVACAO
                           TO TB-AFA-OBSERVACAO (IX-AFA)
                       MOVE WRK-DATA TO TB-AFA-REGISTRO (IX-AFA)
                       MOVE WRK-OPERADOR TO TB-AFA-OPERADOR (IX-AFA)
                       MOVE 'S' TO WRK-ALTERADO
                       DISPLAY 'AFASTAMENTO INCLUIDO - FIM PREVISTO '
                           WRK-DATA-FIM
                   END-IF
               END-IF
           END-IF.

      *    UM AFASTAMENTO ENCERRADO OCUPA DO INICIO ATE A VESPERA DO
      *    RETORNO; O NOVO NAO PODE CAIR DENTRO DELE.
       0213-TESTAR-SOBREPOSICAO.
           IF TB-AFA-MATRICULA (IX-AFA) = WRK-MATRICULA
              AND TB-AFA-INICIO (IX-AFA) NOT > WRK-DATA-FIM
              AND (TB-AFA-RETORNO (IX-AFA) = ZEROS
                   OR TB-AFA-RETORNO (IX-AFA) > WRK-DATA-INICIO)
               MOVE 'S' TO WRK-SOBREPOSTO
           END-IF.

       0220-PRORROGAR.
           PERFORM 0250-LER-MATRICULA.
           PERFORM 0260-LOCALIZAR-AFASTAMENTO-ABERTO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' SEM AFASTAMENTO '
                   'ABERTO'
           ELSE
               SET IX-AFA TO WRK-IX-AFA
               DISPLAY 'INICIO         : ' TB-AFA-INICIO (IX-AFA)
               DISPLAY 'FIM PREVISTO   : ' TB-AFA-FIM (IX-AFA)
               DISPLAY 'NOVO FIM PREVISTO (AAAAMMDD) ...'
               ACCEPT WRK-DATA-FIM FROM CONSOLE
               COMPUTE WRK-DIAS-INICIO =
                   FUNCTION INTEGER-OF-DATE (TB-AFA-INICIO (IX-AFA))
               COMPUTE WRK-DIAS-FIM =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM)
               IF WRK-DIAS-FIM = ZEROS
                  OR WRK-DIAS-FIM < WRK-DIAS-INICIO
                   DISPLAY 'FIM PREVISTO ' WRK-DATA-FIM ' INVALIDO OU '
                       'ANTERIOR AO INICIO - NADA GRAVADO'
               ELSE
                   MOVE WRK-DATA-FIM TO TB-AFA-FIM (IX-AFA)
                   MOVE WRK-DATA TO TB-AFA-REGISTRO (IX-AFA)
                   MOVE WRK-OPERADOR TO TB-AFA-OPERADOR (IX-AFA)
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'PREVISAO DE RETORNO ALTERADA'
               END-IF
           END-IF.

      *    A DATA DE RETORNO E O PRIMEIRO DIA DE VOLTA AO TRABALHO;
      *    O AFASTAMENTO VAI ATE A VESPERA.
       0230-REGISTRAR-RETORNO.
           PERFORM 0250-LER-MATRICULA.
           PERFORM 0260-LOCALIZAR-AFASTAMENTO-ABERTO.
           IF NOT REGISTRO-ACHADO
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' SEM AFASTAMENTO '
                   'ABERTO'
           ELSE
               SET IX-AFA TO WRK-IX-AFA
               DISPLAY 'INICIO         : ' TB-AFA-INICIO (IX-AFA)
               DISPLAY 'DATA DO RETORNO (AAAAMMDD) ...'
               ACCEPT WRK-DATA-RETORNO FROM CONSOLE
               COMPUTE WRK-DIAS-INICIO =
                   FUNCTION INTEGER-OF-DATE (TB-AFA-INICIO (IX-AFA))
               COMPUTE WRK-DIAS-RETORNO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-RETORNO)
               IF WRK-DIAS-RETORNO = ZEROS
                  OR WRK-DIAS-RETORNO NOT > WRK-DIAS-INICIO
                   DISPLAY 'DATA DE RETORNO ' WRK-DATA-RETORNO
                       ' INVALIDA OU NAO POSTERIOR AO INICIO - NADA '
                       'GRAVADO'
               ELSE
                   MOVE WRK-DATA-RETORNO TO TB-AFA-RETORNO (IX-AFA)
                   MOVE WRK-DATA TO TB-AFA-REGISTRO (IX-AFA)
                   MOVE WRK-OPERADOR TO TB-AFA-OPERADOR (IX-AFA)
                   MOVE 'S' TO WRK-ALTERADO
                   COMPUTE WRK-DIAS-AFASTADO =
                       WRK-DIAS-RETORNO - WRK-DIAS-INICIO
                   MOVE WRK-DIAS-AFASTADO TO WRK-DIAS-AFASTADO-ED
                   DISPLAY 'RETORNO REGISTRADO - ' WRK-DIAS-AFASTADO-ED
                       ' DIAS AFASTADO'
               END-IF
           END-IF.

       0240-LISTAR-MATRICULA.
           PERFORM 0250-LER-MATRICULA.
           DISPLAY '------- AFASTAMENTOS DA MATRICULA ' WRK-MATRICULA
               ' -------'.
           PERFORM 0241-LISTAR-AFASTAMENTO
               VARYING IX-AFA FROM 1 BY 1
               UNTIL IX-AFA > WRK-QT-AFASTAMENTOS.

       0241-LISTAR-AFASTAMENTO.
           IF TB-AFA-MATRICULA (IX-AFA) = WRK-MATRICULA
               MOVE TB-AFA-TIPO (IX-AFA) TO WRK-TIPO
               PERFORM 0242-DESCREVER-TIPO
               DISPLAY WRK-DESCRICAO-TIPO
                   ' INICIO ' TB-AFA-INICIO (IX-AFA)
                   ' PREVISTO ' TB-AFA-FIM (IX-AFA)
                   ' RETORNO ' TB-AFA-RETORNO (IX-AFA)
               DISPLAY '    ' TB-AFA-OBSERVACAO (IX-AFA)
                   ' ALTERADO EM ' TB-AFA-REGISTRO (IX-AFA)
                   ' POR ' TB-AFA-OPERADOR (IX-AFA)
           END-IF.

       0242-DESCREVER-TIPO.
           EVALUATE TRUE
               WHEN TIPO-DOENCA
                   MOVE 'AUXILIO-DOENCA'       TO WRK-DESCRICAO-TIPO
               WHEN TIPO-ACIDENTE
                   MOVE 'ACIDENTE DE TRABALHO' TO WRK-DESCRICAO-TIPO
               WHEN TIPO-MATERNIDADE
                   MOVE 'LICENCA-MATERNIDADE'  TO WRK-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO'    TO WRK-DESCRICAO-TIPO
           END-EVALUATE.

       0250-LER-MATRICULA.
           DISPLAY 'MATRICULA ...'.
           ACCEPT WRK-MATRICULA FROM CONSOLE.

       0260-LOCALIZAR-AFASTAMENTO-ABERTO.
           MOVE 'N' TO WRK-REGISTRO-ACHADO.
           MOVE ZEROS TO WRK-IX-AFA.
           PERFORM 0261-PROCURAR-AFASTAMENTO
               VARYING IX-AFA FROM 1 BY 1
               UNTIL IX-AFA > WRK-QT-AFASTAMENTOS
                  OR REGISTRO-ACHADO.

       0261-PROCURAR-AFASTAMENTO.
           IF TB-AFA-MATRICULA (IX-AFA) = WRK-MATRICULA
              AND TB-AFA-RETORNO (IX-AFA) = ZEROS
               MOVE 'S' TO WRK-REGISTRO-ACHADO
               SET WRK-IX-AFA TO IX-AFA
           END-IF.

       0270-VALIDAR-FUNCIONARIO.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           MOVE WRK-MATRICULA TO EMP-NUMERO.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-FUNC-ACHADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-FUNC-ACHADO
           END-READ.
           IF NOT FUNCIONARIO-ACHADO
               DISPLAY 'MATRICULA ' WRK-MATRICULA ' NAO CADASTRADA'
           ELSE
               IF EMP-INATIVO
                   DISPLAY 'FUNCIONARIO INATIVO - AFASTAMENTO NAO '
                       'PODE SER INCLUIDO'
                   MOVE 'N' TO WRK-FUNC-ACHADO
               END-IF
           END-IF.

      *    O CADASTRO SO E REGRAVADO QUANDO ALGO MUDOU; UMA SESSAO
      *    SO DE CONSULTA NAO TOCA NO ARQUIVO.
       0300-FINALIZAR.
           CLOSE EMPLOYEE-MASTER.
           IF CADASTRO-ALTERADO
               OPEN OUTPUT LEAVE-FILE
               PERFORM 0310-GRAVAR-AFASTAMENTO
                   VARYING IX-AFA FROM 1 BY 1
                   UNTIL IX-AFA > WRK-QT-AFASTAMENTOS
               CLOSE LEAVE-FILE
           END-IF.
           DISPLAY 'FIM DA MANUTENCAO DE AFASTAMENTOS'.

       0310-GRAVAR-AFASTAMENTO.
           INITIALIZE LEAVE-RECORD.
           MOVE TB-AFA-MATRICULA (IX-AFA)  TO AFA-MATRICULA.
           MOVE TB-AFA-TIPO (IX-AFA)       TO AFA-TIPO.
           MOVE TB-AFA-INICIO (IX-AFA)     TO AFA-DATA-INICIO.
           MOVE TB-AFA-FIM (IX-AFA)        TO AFA-DATA-FIM-PREVISTO.
           MOVE TB-AFA-RETORNO (IX-AFA)    TO AFA-DATA-RETORNO.
           MOVE TB-AFA-OBSERVACAO (IX-AFA) TO AFA-OBSERVACAO.
           MOVE TB-AFA-REGISTRO (IX-AFA)   TO AFA-DATA-REGISTRO.
           MOVE TB-AFA-OPERADOR (IX-AFA)   TO AFA-OPERADOR.
           WRITE LEAVE-RECORD.

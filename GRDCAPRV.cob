       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDCAPRV.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: APROVACAO DOS PEDIDOS DE CORRECAO DE NOTA
      *              REGISTRADOS PELOS PROFESSORES NO GRDCREQ. O
      *              COORDENADOR SE IDENTIFICA NO CADASTRO DE
      *              SEGURANCA (USRSEC, NIVEL SUPERVISOR OU ADM, OU
      *              GRANT GRDCAPRV NO USRGRANT), COM A TENTATIVA
      *              GRAVADA NA TRILHA DE ACESSO (ACCAUD), E PASSA
      *              PELOS PEDIDOS PENDENTES UM A UM. NINGUEM DECIDE
      *              O PROPRIO PEDIDO. APROVADO, O REGISTRO EM VIGOR
      *              DA DISCIPLINA NO HISTORICO (ACADHIST) RECEBE A
      *              MEDIA CORRETA E O RESULTADO RECLASSIFICADO PELA
      *              MESMA REGRA QUE O GRAVOU (ESCALA GRADSCAL E PISO
      *              DE PRESENCA DO BOLETIM, OU NOTA DE CORTE DO
      *              RECPROC PARA O DEFINITIVO DO EXAME); SE O
      *              PROMODEC JA DECIDIU O PERIODO, A DECISAO DO
      *              ALUNO E REFEITA PELA REGRA DO PROMODEC. A MEDIA,
      *              O RESULTADO E A DECISAO ANTES E DEPOIS VAO PARA
      *              A TRILHA GRDCAUD COM O SOLICITANTE E O
      *              APROVADOR. PEDIDO CUJA MEDIA ANTIGA JA NAO
      *              CONFERE COM O HISTORICO NAO E APLICADO.
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

           SELECT ACCESS-AUDIT-FILE ASSIGN TO 'ACCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACCAUD-STATUS.

           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO 'ACADHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT GRADE-SCALE-FILE ASSIGN TO 'GRADSCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESCALA-STATUS.

           SELECT ATTENDANCE-FILE ASSIGN TO 'ATTEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ-STATUS.

           SELECT ATTENDANCE-PARM-FILE ASSIGN TO 'ATTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATTP-STATUS.

           SELECT GRADE-CORRECTION-FILE ASSIGN TO 'GRDCORR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GCR-STATUS.

           SELECT GRADE-CORRECTION-AUDIT ASSIGN TO 'GRDCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-SECURITY-FILE.
           COPY 'USRSEC.cob'.

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

       FD  ACADEMIC-HISTORY-FILE.
           COPY 'ACADHIST.cob'.

       FD  GRADE-SCALE-FILE.
           COPY 'GRADSCAL.cob'.

       FD  ATTENDANCE-FILE.
           COPY 'ATTEND.cob'.

       FD  ATTENDANCE-PARM-FILE.
       01  ATTENDANCE-PARM-RECORD.
           02  ATTP-MINIMO            PIC 9(03).

       FD  GRADE-CORRECTION-FILE.
           COPY 'GRDCORR.cob'.

       FD  GRADE-CORRECTION-AUDIT.
           COPY 'GRDCAUD.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-USEC-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ACCAUD-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-HIST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ESCALA-STATUS          PIC X(02) VALUE SPACES.
       77  WRK-FREQ-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-ATTP-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-GCR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-AUDIT-STATUS           PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

      *    IDENTIFICACAO DO COORDENADOR
       77  WRK-USUARIO                PIC X(20) VALUE SPACES.
       77  WRK-SENHA                  PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO-ACESSO          PIC X(34) VALUE SPACES.
       77  WRK-FUNCAO-GRANT           PIC X(08) VALUE 'GRDCAPRV'.
       77  WRK-GRANT-PERMITIDO        PIC X(01) VALUE 'N'.
       77  WRK-AUTORIZADO             PIC X(01) VALUE 'N'.
           88  COORDENADOR-AUTORIZADO           VALUE 'S'.

      *    REGRA DO PROMODEC PARA REFAZER A DECISAO DO ALUNO
       77  WRK-LIMITE-CONSELHO        PIC 9(02) VALUE ZEROS.
       77  WRK-MINIMO-PRESENCA        PIC 9(03) VALUE 75.
       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.

      *    ESCALA DE CONCEITOS DO BOLETIM E A NOTA DE CORTE
      *    'APROVADO' DO RECPROC
       01  TB-ESCALA-TABELA.
           02  TB-ESCALA OCCURS 10 TIMES INDEXED BY IX-ESCALA.
               03  TB-ESCALA-ROTULO      PIC X(12).
               03  TB-ESCALA-MINIMA      PIC 9(02)V99.
       77  WRK-QT-ESCALAS             PIC 9(02) VALUE ZEROS.
       77  WRK-ESCALA-ACHADA          PIC X(01) VALUE 'N'.
           88  ESCALA-ACHADA                    VALUE 'S'.
       77  WRK-NOTA-CORTE             PIC 9(02)V99 VALUE ZEROS.
       77  WRK-CORTE-ACHADO           PIC X(01) VALUE 'N'.
           88  CORTE-ACHADO                     VALUE 'S'.

      *    O HISTORICO INTEIRO, LINHA A LINHA, E REGRAVADO NA SAIDA
      *    SE ALGUMA CORRECAO FOI APLICADA; HISTORICO MAIOR QUE A
      *    TABELA NAO PODE SER REGRAVADO E NADA E APLICADO.
       01  TB-HISTORICO-TABELA.
           02  TB-HISTORICO OCCURS 3000 TIMES INDEXED BY IX-HIS
                                      PIC X(88).
       77  WRK-QT-HISTORICO           PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-HISTORICO       PIC 9(04) VALUE 3000.
       77  WRK-IX-HIS                 PIC 9(04) VALUE ZEROS.
       77  WRK-IX-DECISAO             PIC 9(04) VALUE ZEROS.
       77  WRK-HISTORICO-INTEIRO      PIC X(01) VALUE 'S'.
           88  HISTORICO-INTEIRO                VALUE 'S'.
       77  WRK-ALTERADO               PIC X(01) VALUE 'N'.
           88  HISTORICO-ALTERADO               VALUE 'S'.

      *    RESULTADO MAIS RECENTE DE CADA DISCIPLINA DO ALUNO NO
      *    PERIODO, PARA REFAZER A DECISAO DE PROMOCAO
       01  TB-DISCIPLINAS-TABELA.
           02  TB-DISCIPLINA OCCURS 30 TIMES INDEXED BY IX-DIS.
               03  TB-DIS-DISCIPLINA  PIC X(10).
               03  TB-DIS-RESULTADO   PIC X(20).
       77  WRK-QT-DISCIPLINAS         PIC 9(02) VALUE ZEROS.
       77  WRK-DIS-ACHADA             PIC X(01) VALUE 'N'.
           88  DISCIPLINA-ACHADA                VALUE 'S'.
       77  WRK-IX-DIS                 PIC 9(02) VALUE ZEROS.
       77  WRK-QT-REPROVACOES         PIC 9(03) VALUE ZEROS.
       77  WRK-PRESENCA               PIC 9(03) VALUE ZEROS.

      *    PEDIDOS DE CORRECAO, LINHA INTEIRA
       01  TB-PEDIDOS-TABELA.
           02  TB-PEDIDO OCCURS 500 TIMES INDEXED BY IX-GCR
                                      PIC X(157).
       77  WRK-QT-PEDIDOS             PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-PEDIDOS         PIC 9(03) VALUE 500.

       77  WRK-DECISAO                PIC X(01) VALUE SPACES.
           88  DECISAO-APROVAR                  VALUE 'A'.
           88  DECISAO-RECUSAR                  VALUE 'R'.
           88  DECISAO-PULAR                    VALUE 'S'.
           88  DECISAO-SAIR                     VALUE '0'.
       77  WRK-QT-APROVADOS           PIC 9(03) VALUE ZEROS.
       77  WRK-QT-RECUSADOS           PIC 9(03) VALUE ZEROS.
       77  WRK-QT-PENDENTES           PIC 9(03) VALUE ZEROS.

      *    VALORES ANTES E DEPOIS, PARA A TRILHA DE AUDITORIA
       77  WRK-RESULTADO-ANTES        PIC X(20) VALUE SPACES.
       77  WRK-RESULTADO-NOVO         PIC X(20) VALUE SPACES.
       77  WRK-DECISAO-ANTES          PIC X(20) VALUE SPACES.
       77  WRK-DECISAO-NOVA           PIC X(20) VALUE SPACES.

       77  WRK-MEDIA-ED               PIC Z9,99 VALUE ZEROS.
       77  WRK-MEDIA-NOVA-ED          PIC Z9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'GRDCAPRV'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       01  WRK-DATA-HORA.
           02  WRK-DATA               PIC 9(08).
           02  WRK-HORA               PIC 9(08).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF COORDENADOR-AUTORIZADO AND HISTORICO-INTEIRO
              AND CORTE-ACHADO
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY '==== APROVACAO DE CORRECAO DE NOTA ===='.
           PERFORM 0110-AUTENTICAR.
           IF COORDENADOR-AUTORIZADO
               DISPLAY 'LIMITE DE REPROVACOES PARA CONSELHO ...'
               ACCEPT WRK-LIMITE-CONSELHO
               PERFORM 0120-CARREGAR-ESCALA
               PERFORM 0125-LER-MINIMO-PRESENCA
               PERFORM 0130-CARREGAR-HISTORICO
               PERFORM 0135-CARREGAR-PEDIDOS
               PERFORM 0140-ABRIR-AUDITORIA
           END-IF.

      *    MESMA CONFERENCIA DO CREDAPRV: SENHA, CONTA ATIVA E NAO
      *    BLOQUEADA, NIVEL SUPERVISOR OU ADM - E O GRANT GRDCAPRV
      *    DO USRGRANT (ROTINA GRNTRTN) PODE LIBERAR O COORDENADOR
      *    SEM PROMOVE-LO.
       0110-AUTENTICAR.
           DISPLAY 'USUARIO DO COORDENADOR ...'.
           ACCEPT WRK-USUARIO.
           DISPLAY 'SENHA ...'.
           ACCEPT WRK-SENHA WITH NO ECHO.
           OPEN INPUT USER-SECURITY-FILE.
           MOVE WRK-USUARIO TO USEC-USUARIO.
           READ USER-SECURITY-FILE
               INVALID KEY
                   MOVE SPACES TO USEC-SENHA
                   MOVE ZEROS TO USEC-NIVEL
           END-READ.
           CLOSE USER-SECURITY-FILE.
           IF USEC-SENHA = WRK-SENHA
              AND WRK-SENHA NOT = SPACES
              AND NOT USEC-CONTA-BLOQUEADA
              AND NOT USEC-CONTA-DESATIVADA
               IF USEC-NIVEL-ADM OR USEC-NIVEL-SUPERVISOR
                   MOVE 'S' TO WRK-GRANT-PERMITIDO
               ELSE
                   MOVE 'N' TO WRK-GRANT-PERMITIDO
               END-IF
               CALL 'GRNTRTN' USING WRK-USUARIO WRK-FUNCAO-GRANT
                   WRK-GRANT-PERMITIDO
               END-CALL
               MOVE WRK-GRANT-PERMITIDO TO WRK-AUTORIZADO
           END-IF.
           IF COORDENADOR-AUTORIZADO
               MOVE 'CORRECAO DE NOTA - ACESSO APROV'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0111-GRAVAR-ACESSO
               DISPLAY 'ACESSO LIBERADO PARA ' WRK-USUARIO
           ELSE
               MOVE 'CORRECAO DE NOTA - ACESSO NEGAD'
                   TO WRK-MOTIVO-ACESSO
               PERFORM 0111-GRAVAR-ACESSO
               MOVE 'ACESSO NEGADO A CORRECAO DE NOTA'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID WRK-USUARIO
                   WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO RETURN-CODE
               DISPLAY 'ACESSO NEGADO - CREDENCIAL INVALIDA OU SEM '
                   'AUTORIZACAO PARA APROVAR CORRECAO DE NOTA'
           END-IF.

       0111-GRAVAR-ACESSO.
           OPEN EXTEND ACCESS-AUDIT-FILE.
           IF WRK-ACCAUD-STATUS = '35'
               OPEN OUTPUT ACCESS-AUDIT-FILE
               CLOSE ACCESS-AUDIT-FILE
               OPEN EXTEND ACCESS-AUDIT-FILE
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE ACCESS-AUDIT-RECORD.
           MOVE WRK-USUARIO       TO AUDIT-USUARIO.
           MOVE USEC-NIVEL        TO AUDIT-NIVEL.
           MOVE WRK-MOTIVO-ACESSO TO AUDIT-MOTIVO.
           MOVE WRK-DATA          TO AUDIT-DATA.
           MOVE WRK-HORA          TO AUDIT-HORA.
           WRITE ACCESS-AUDIT-RECORD.
           CLOSE ACCESS-AUDIT-FILE.

      *    SEM A FAIXA 'APROVADO' NA ESCALA NAO HA COMO
      *    RECLASSIFICAR (A MESMA RECUSA DO RECPROC) E NADA E
      *    APLICADO.
       0120-CARREGAR-ESCALA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT GRADE-SCALE-FILE.
           IF WRK-ESCALA-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ GRADE-SCALE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0121-LER-ESCALA UNTIL FIM-ARQUIVO
               CLOSE GRADE-SCALE-FILE
           END-IF.
           IF NOT CORTE-ACHADO
               DISPLAY '*** ESCALA SEM FAIXA APROVADO - NENHUMA '
                   'CORRECAO SERA APLICADA ***'
               MOVE 8 TO RETURN-CODE
           END-IF.

       0121-LER-ESCALA.
           IF WRK-QT-ESCALAS < 10
               ADD 1 TO WRK-QT-ESCALAS
               SET IX-ESCALA TO WRK-QT-ESCALAS
               MOVE ESCALA-ROTULO      TO TB-ESCALA-ROTULO (IX-ESCALA)
               MOVE ESCALA-NOTA-MINIMA TO TB-ESCALA-MINIMA (IX-ESCALA)
           END-IF.
           IF ESCALA-ROTULO = 'APROVADO'
               MOVE ESCALA-NOTA-MINIMA TO WRK-NOTA-CORTE
               MOVE 'S' TO WRK-CORTE-ACHADO
           END-IF.
           READ GRADE-SCALE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    SEM O ARQUIVO DE PARAMETRO, VALE O PISO PADRAO DE 75%,
      *    COMO NOS BOLETINS E NO PROMODEC.
       0125-LER-MINIMO-PRESENCA.
           OPEN INPUT ATTENDANCE-PARM-FILE.
           IF WRK-ATTP-STATUS = '00'
               READ ATTENDANCE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ATTP-MINIMO IS NUMERIC
                          AND ATTP-MINIMO > ZEROS
                           MOVE ATTP-MINIMO TO WRK-MINIMO-PRESENCA
                       END-IF
               END-READ
               CLOSE ATTENDANCE-PARM-FILE
           END-IF.

       0130-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ACADEMIC-HISTORY-FILE.
           IF WRK-HIST-STATUS = '35'
               DISPLAY 'HISTORICO ACADEMICO (ACADHIST) AINDA NAO '
                   'EXISTE'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ ACADEMIC-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0131-LER-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ACADEMIC-HISTORY-FILE
           END-IF.

       0131-LER-HISTORICO.
           IF WRK-QT-HISTORICO < WRK-LIMITE-HISTORICO
               ADD 1 TO WRK-QT-HISTORICO
               SET IX-HIS TO WRK-QT-HISTORICO
               MOVE ACADEMIC-HISTORY-RECORD TO TB-HISTORICO (IX-HIS)
           ELSE
               IF HISTORICO-INTEIRO
                   DISPLAY '*** HISTORICO MAIOR QUE A TABELA - '
                       'NENHUMA CORRECAO SERA APLICADA ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'N' TO WRK-HISTORICO-INTEIRO
           END-IF.
           READ ACADEMIC-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0135-CARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT GRADE-CORRECTION-FILE.
           IF WRK-GCR-STATUS = '35'
               DISPLAY 'NAO HA PEDIDOS DE CORRECAO (GRDCORR)'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ GRADE-CORRECTION-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0136-LER-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE GRADE-CORRECTION-FILE
           END-IF.

       0136-LER-PEDIDO.
           IF WRK-QT-PEDIDOS < WRK-LIMITE-PEDIDOS
               ADD 1 TO WRK-QT-PEDIDOS
               SET IX-GCR TO WRK-QT-PEDIDOS
               MOVE GRADE-CORRECTION-RECORD TO TB-PEDIDO (IX-GCR)
               IF CORRECAO-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
           ELSE
               IF HISTORICO-INTEIRO
                   DISPLAY '*** PEDIDOS ALEM DA TABELA - NENHUMA '
                       'CORRECAO SERA APLICADA ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'N' TO WRK-HISTORICO-INTEIRO
           END-IF.
           READ GRADE-CORRECTION-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

      *    UM ARQUIVO DE AUDITORIA EM LINE SEQUENTIAL PRECISA
      *    EXISTIR ANTES DE PODER SER ABERTO EM EXTEND; SE FOR A
      *    PRIMEIRA EXECUCAO, CRIAMOS O ARQUIVO VAZIO PRIMEIRO.
       0140-ABRIR-AUDITORIA.
           OPEN EXTEND GRADE-CORRECTION-AUDIT.
           IF WRK-AUDIT-STATUS = '35'
               OPEN OUTPUT GRADE-CORRECTION-AUDIT
               CLOSE GRADE-CORRECTION-AUDIT
               OPEN EXTEND GRADE-CORRECTION-AUDIT
           END-IF.

       0200-PROCESSAR.
           DISPLAY 'PEDIDOS PENDENTES: ' WRK-QT-PENDENTES.
           MOVE SPACES TO WRK-DECISAO.
           PERFORM 0210-REVISAR-PEDIDO
               VARYING IX-GCR FROM 1 BY 1
               UNTIL IX-GCR > WRK-QT-PEDIDOS OR DECISAO-SAIR.

      *    NINGUEM DECIDE O PROPRIO PEDIDO: O PEDIDO DO PROPRIO
      *    COORDENADOR FICA PENDENTE PARA OUTRO, E A TENTATIVA VAI
      *    PARA O LOG DE EXCECOES.
       0210-REVISAR-PEDIDO.
           MOVE TB-PEDIDO (IX-GCR) TO GRADE-CORRECTION-RECORD.
           IF CORRECAO-PENDENTE
               PERFORM 0215-EXIBIR-PEDIDO
               IF GCR-SOLICITANTE = WRK-USUARIO
                   DISPLAY 'PEDIDO FEITO POR ESTE MESMO USUARIO - '
                       'OUTRO COORDENADOR DEVE DECIDIR'
                   MOVE GCR-MATRICULA TO WRK-REFERENCIA-LOG
                   MOVE 'PEDIU E TENTOU DECIDIR A MESMA CORRECAO'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               ELSE
                   DISPLAY 'A-APROVAR  R-RECUSAR  S-PULAR  0-SAIR ...'
                   ACCEPT WRK-DECISAO
                   EVALUATE TRUE
                       WHEN DECISAO-APROVAR
                           PERFORM 0220-APROVAR
                       WHEN DECISAO-RECUSAR
                           PERFORM 0230-RECUSAR
                       WHEN DECISAO-SAIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'PEDIDO MANTIDO PENDENTE'
                   END-EVALUATE
               END-IF
           END-IF.

       0215-EXIBIR-PEDIDO.
           MOVE GCR-MEDIA-ANTIGA TO WRK-MEDIA-ED.
           MOVE GCR-MEDIA-NOVA   TO WRK-MEDIA-NOVA-ED.
           DISPLAY ' '.
           DISPLAY 'MATRICULA ' GCR-MATRICULA
               '  PERIODO ' GCR-PERIODO
               '  TURMA ' GCR-TURMA
               '  DISCIPLINA ' GCR-DISCIPLINA.
           DISPLAY '  MEDIA NO HISTORICO ' WRK-MEDIA-ED
               '  MEDIA CORRETA ' WRK-MEDIA-NOVA-ED.
           DISPLAY '  MOTIVO      ' GCR-MOTIVO.
           DISPLAY '  SOLICITANTE ' GCR-SOLICITANTE
               '  EM ' GCR-DATA.

      *    A MEDIA DO HISTORICO TEM QUE SER AINDA A DO PEDIDO; SE
      *    OUTRA CORRECAO OU UM NOVO BOLETIM A MUDOU, O PEDIDO FICA
      *    PENDENTE PARA SER RECUSADO E REFEITO.
       0220-APROVAR.
           PERFORM 0250-LOCALIZAR-RESULTADO.
           IF WRK-IX-HIS = ZEROS
               DISPLAY 'RESULTADO NAO ESTA NO HISTORICO - NADA '
                   'APLICADO'
           ELSE
               SET IX-HIS TO WRK-IX-HIS
               MOVE TB-HISTORICO (IX-HIS) TO ACADEMIC-HISTORY-RECORD
               IF HISTAC-MEDIA NOT = GCR-MEDIA-ANTIGA
                   DISPLAY 'MEDIA DO HISTORICO MUDOU DEPOIS DO '
                       'PEDIDO - NADA APLICADO'
               ELSE
                   PERFORM 0225-APLICAR-CORRECAO
               END-IF
           END-IF.

       0225-APLICAR-CORRECAO.
           MOVE HISTAC-RESULTADO TO WRK-RESULTADO-ANTES.
           MOVE GCR-MEDIA-NOVA   TO HISTAC-MEDIA.
           PERFORM 0260-RECLASSIFICAR.
           MOVE WRK-RESULTADO-NOVO TO HISTAC-RESULTADO.
           MOVE ACADEMIC-HISTORY-RECORD TO TB-HISTORICO (IX-HIS).
           MOVE 'S' TO WRK-ALTERADO.
           DISPLAY 'RESULTADO ' WRK-RESULTADO-ANTES
               ' -> ' WRK-RESULTADO-NOVO.
           PERFORM 0270-REDECIDIR-PROMOCAO.
           PERFORM 0280-GRAVAR-AUDITORIA.
           MOVE 'A' TO GCR-SITUACAO.
           PERFORM 0240-REGISTRAR-DECISAO.
           ADD 1 TO WRK-QT-APROVADOS.
           DISPLAY 'CORRECAO APROVADA E APLICADA NO HISTORICO'.

       0230-RECUSAR.
           MOVE 'R' TO GCR-SITUACAO.
           PERFORM 0240-REGISTRAR-DECISAO.
           ADD 1 TO WRK-QT-RECUSADOS.
           DISPLAY 'PEDIDO RECUSADO'.

       0240-REGISTRAR-DECISAO.
           MOVE WRK-USUARIO        TO GCR-DECISOR.
           MOVE WRK-DATA-MOVIMENTO TO GCR-DATA-DECISAO.
           MOVE GRADE-CORRECTION-RECORD TO TB-PEDIDO (IX-GCR).

      *    O REGISTRO EM VIGOR E O ULTIMO DA CHAVE NO HISTORICO,
      *    COMO NO GRDCREQ E NO PROMODEC.
       0250-LOCALIZAR-RESULTADO.
           MOVE ZEROS TO WRK-IX-HIS.
           PERFORM 0251-PROCURAR-RESULTADO
               VARYING IX-HIS FROM 1 BY 1
               UNTIL IX-HIS > WRK-QT-HISTORICO.

       0251-PROCURAR-RESULTADO.
           MOVE TB-HISTORICO (IX-HIS) TO ACADEMIC-HISTORY-RECORD.
           IF HISTAC-MATRICULA = GCR-MATRICULA
              AND HISTAC-PERIODO = GCR-PERIODO
              AND HISTAC-TURMA = GCR-TURMA
              AND HISTAC-DISCIPLINA = GCR-DISCIPLINA
               SET WRK-IX-HIS TO IX-HIS
           END-IF.

      *    O DEFINITIVO DO EXAME (RECPROC) SE RECLASSIFICA PELA NOTA
      *    DE CORTE; OS DEMAIS PELA ESCALA DO BOLETIM, COM A MEDIA
      *    APROVADA REBAIXADA PARA REPROVADO POR FALTA QUANDO A
      *    FREQUENCIA CARIMBADA NO REGISTRO FICOU ABAIXO DO PISO.
       0260-RECLASSIFICAR.
           IF WRK-RESULTADO-ANTES = 'APROVADO-REC'
              OR WRK-RESULTADO-ANTES = 'REPROVADO-REC'
               IF HISTAC-MEDIA >= WRK-NOTA-CORTE
                   MOVE 'APROVADO-REC'  TO WRK-RESULTADO-NOVO
               ELSE
                   MOVE 'REPROVADO-REC' TO WRK-RESULTADO-NOVO
               END-IF
           ELSE
               MOVE 'N' TO WRK-ESCALA-ACHADA
               MOVE 'REPROVADO' TO WRK-RESULTADO-NOVO
               PERFORM 0261-PROCURAR-FAIXA
                   VARYING IX-ESCALA FROM 1 BY 1
                   UNTIL IX-ESCALA > WRK-QT-ESCALAS OR ESCALA-ACHADA
               IF WRK-RESULTADO-NOVO NOT = 'REPROVADO'
                  AND HISTAC-COM-FREQUENCIA
                  AND HISTAC-FREQUENCIA < WRK-MINIMO-PRESENCA
                   MOVE 'REPROVADO POR FALTA' TO WRK-RESULTADO-NOVO
               END-IF
           END-IF.

       0261-PROCURAR-FAIXA.
           IF HISTAC-MEDIA >= TB-ESCALA-MINIMA (IX-ESCALA)
               MOVE TB-ESCALA-ROTULO (IX-ESCALA) TO WRK-RESULTADO-NOVO
               MOVE 'S' TO WRK-ESCALA-ACHADA
           END-IF.

      *    A DECISAO SO E REFEITA SE O PROMODEC JA DECIDIU O
      *    PERIODO DO ALUNO (LINHA '*DECISAO*' NO HISTORICO); SENAO
      *    A CORRECAO JA ENTRA NA DECISAO QUANDO ELE RODAR.
       0270-REDECIDIR-PROMOCAO.
           MOVE SPACES TO WRK-DECISAO-ANTES WRK-DECISAO-NOVA.
           MOVE ZEROS TO WRK-IX-DECISAO WRK-QT-DISCIPLINAS.
           PERFORM 0271-APURAR-LINHA
               VARYING IX-HIS FROM 1 BY 1
               UNTIL IX-HIS > WRK-QT-HISTORICO.
           IF WRK-IX-DECISAO = ZEROS
               DISPLAY 'PERIODO AINDA SEM DECISAO DE PROMOCAO - '
                   'NADA A REFAZER'
           ELSE
               MOVE ZEROS TO WRK-QT-REPROVACOES
               PERFORM 0273-CONTAR-REPROVACAO
                   VARYING IX-DIS FROM 1 BY 1
                   UNTIL IX-DIS > WRK-QT-DISCIPLINAS
               PERFORM 0274-APURAR-PRESENCA
               PERFORM 0276-DECIDIR
           END-IF.

       0271-APURAR-LINHA.
           MOVE TB-HISTORICO (IX-HIS) TO ACADEMIC-HISTORY-RECORD.
           IF HISTAC-MATRICULA = GCR-MATRICULA
              AND HISTAC-PERIODO = GCR-PERIODO
               IF HISTAC-DISCIPLINA = '*DECISAO*'
                   SET WRK-IX-DECISAO TO IX-HIS
               ELSE
                   PERFORM 0272-GUARDAR-DISCIPLINA
               END-IF
           END-IF.

       0272-GUARDAR-DISCIPLINA.
           MOVE 'N' TO WRK-DIS-ACHADA.
           PERFORM 0277-PROCURAR-DISCIPLINA
               VARYING IX-DIS FROM 1 BY 1
               UNTIL IX-DIS > WRK-QT-DISCIPLINAS OR DISCIPLINA-ACHADA.
           IF DISCIPLINA-ACHADA
               SET IX-DIS TO WRK-IX-DIS
               MOVE HISTAC-RESULTADO TO TB-DIS-RESULTADO (IX-DIS)
           ELSE
               IF WRK-QT-DISCIPLINAS < 30
                   ADD 1 TO WRK-QT-DISCIPLINAS
                   SET IX-DIS TO WRK-QT-DISCIPLINAS
                   MOVE HISTAC-DISCIPLINA
                       TO TB-DIS-DISCIPLINA (IX-DIS)
                   MOVE HISTAC-RESULTADO
                       TO TB-DIS-RESULTADO (IX-DIS)
               ELSE
                   DISPLAY 'TABELA DE DISCIPLINAS CHEIA - '
                       HISTAC-DISCIPLINA ' FORA DA DECISAO'
               END-IF
           END-IF.

       0277-PROCURAR-DISCIPLINA.
           IF TB-DIS-DISCIPLINA (IX-DIS) = HISTAC-DISCIPLINA
               MOVE 'S' TO WRK-DIS-ACHADA
               SET WRK-IX-DIS TO IX-DIS
           END-IF.

      *    'APROVADO' (INCLUSIVE COM BONUS OU NO EXAME) APROVA,
      *    QUALQUER OUTRO RESULTADO REPROVA - A REGRA DO PROMODEC.
       0273-CONTAR-REPROVACAO.
           IF TB-DIS-RESULTADO (IX-DIS) (1:5) NOT = 'APROV'
               ADD 1 TO WRK-QT-REPROVACOES
           END-IF.

      *    SEM FREQUENCIA NO ATTEND O ALUNO CONTA COM 100%, COMO NO
      *    PROMODEC.
       0274-APURAR-PRESENCA.
           MOVE 100 TO WRK-PRESENCA.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ATTENDANCE-FILE.
           IF WRK-FREQ-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ ATTENDANCE-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0275-LER-PRESENCA UNTIL FIM-ARQUIVO
               CLOSE ATTENDANCE-FILE
           END-IF.

       0275-LER-PRESENCA.
           IF FREQ-MATRICULA = GCR-MATRICULA
              AND FREQ-AULAS-DADAS > ZEROS
               COMPUTE WRK-PRESENCA ROUNDED =
                   (FREQ-AULAS-ASSISTIDAS * 100) / FREQ-AULAS-DADAS
           END-IF.
           READ ATTENDANCE-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0276-DECIDIR.
           SET IX-HIS TO WRK-IX-DECISAO.
           MOVE TB-HISTORICO (IX-HIS) TO ACADEMIC-HISTORY-RECORD.
           MOVE HISTAC-RESULTADO TO WRK-DECISAO-ANTES.
           EVALUATE TRUE
               WHEN WRK-PRESENCA < WRK-MINIMO-PRESENCA
                   MOVE 'RETIDO-FALTA' TO WRK-DECISAO-NOVA
               WHEN WRK-QT-REPROVACOES = ZEROS
                   MOVE 'PROMOVIDO'    TO WRK-DECISAO-NOVA
               WHEN WRK-QT-REPROVACOES <= WRK-LIMITE-CONSELHO
                   MOVE 'CONSELHO'     TO WRK-DECISAO-NOVA
               WHEN OTHER
                   MOVE 'RETIDO'       TO WRK-DECISAO-NOVA
           END-EVALUATE.
           MOVE WRK-DECISAO-NOVA   TO HISTAC-RESULTADO.
           MOVE WRK-DATA-MOVIMENTO TO HISTAC-DATA-RUN.
           MOVE ACADEMIC-HISTORY-RECORD TO TB-HISTORICO (IX-HIS).
           DISPLAY 'DECISAO DE PROMOCAO ' WRK-DECISAO-ANTES
               ' -> ' WRK-DECISAO-NOVA.

       0280-GRAVAR-AUDITORIA.
           ACCEPT WRK-HORA FROM TIME.
           INITIALIZE GRADE-CORRECTION-AUDIT-RECORD.
           MOVE GCR-MATRICULA        TO GAUD-MATRICULA.
           MOVE GCR-PERIODO          TO GAUD-PERIODO.
           MOVE GCR-TURMA            TO GAUD-TURMA.
           MOVE GCR-DISCIPLINA       TO GAUD-DISCIPLINA.
           MOVE GCR-MEDIA-ANTIGA     TO GAUD-MEDIA-ANTES.
           MOVE WRK-RESULTADO-ANTES  TO GAUD-RESULTADO-ANTES.
           MOVE GCR-MEDIA-NOVA       TO GAUD-MEDIA-DEPOIS.
           MOVE WRK-RESULTADO-NOVO   TO GAUD-RESULTADO-DEPOIS.
           MOVE WRK-DECISAO-ANTES    TO GAUD-DECISAO-ANTES.
           MOVE WRK-DECISAO-NOVA     TO GAUD-DECISAO-DEPOIS.
           MOVE GCR-SOLICITANTE      TO GAUD-SOLICITANTE.
           MOVE WRK-USUARIO          TO GAUD-APROVADOR.
           MOVE WRK-DATA             TO GAUD-DATA.
           MOVE WRK-HORA             TO GAUD-HORA.
           WRITE GRADE-CORRECTION-AUDIT-RECORD.

      *    OS PEDIDOS SO SAO REGRAVADOS SE HOUVE DECISAO, E O
      *    HISTORICO SO SE ALGUMA CORRECAO FOI APLICADA.
       0300-FINALIZAR.
           IF COORDENADOR-AUTORIZADO
               CLOSE GRADE-CORRECTION-AUDIT
           END-IF.
           IF WRK-QT-APROVADOS > ZEROS OR WRK-QT-RECUSADOS > ZEROS
               OPEN OUTPUT GRADE-CORRECTION-FILE
               PERFORM 0310-GRAVAR-PEDIDO
                   VARYING IX-GCR FROM 1 BY 1
                   UNTIL IX-GCR > WRK-QT-PEDIDOS
               CLOSE GRADE-CORRECTION-FILE
           END-IF.
           IF HISTORICO-ALTERADO
               OPEN OUTPUT ACADEMIC-HISTORY-FILE
               PERFORM 0320-GRAVAR-HISTORICO
                   VARYING IX-HIS FROM 1 BY 1
                   UNTIL IX-HIS > WRK-QT-HISTORICO
               CLOSE ACADEMIC-HISTORY-FILE
           END-IF.
           DISPLAY 'CORRECOES APROVADAS : ' WRK-QT-APROVADOS.
           DISPLAY 'CORRECOES RECUSADAS : ' WRK-QT-RECUSADOS.
           DISPLAY 'FIM DA APROVACAO DE CORRECAO DE NOTA'.

       0310-GRAVAR-PEDIDO.
           MOVE TB-PEDIDO (IX-GCR) TO GRADE-CORRECTION-RECORD.
           WRITE GRADE-CORRECTION-RECORD.

       0320-GRAVAR-HISTORICO.
           MOVE TB-HISTORICO (IX-HIS) TO ACADEMIC-HISTORY-RECORD.
           WRITE ACADEMIC-HISTORY-RECORD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDCREQ.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: PEDIDO DE CORRECAO DE NOTA DEPOIS DO
      *              FECHAMENTO. QUANDO O BOLETIM (PROGCOB08/13), O
      *              RECPROC OU O PROMODEC JA GRAVARAM O HISTORICO
      *              (ACADHIST), O ERRO DE DIGITACAO DO PROFESSOR SO
      *              SE CORRIGIA EDITANDO O ARQUIVO - SEM RASTRO E
      *              COM A DECISAO DE PROMOCAO DESATUALIZADA. O
      *              PROFESSOR, IDENTIFICADO PELO LOGIN DA SESSAO
      *              (OPERRTN), INFORMA MATRICULA, PERIODO, TURMA E
      *              DISCIPLINA; O PROGRAMA MOSTRA A MEDIA E O
      *              RESULTADO EM VIGOR NO HISTORICO (O REGISTRO
      *              MAIS RECENTE, COMO NO PROMODEC) E PEDE A MEDIA
      *              CORRETA E O MOTIVO. O PEDIDO E ANEXADO AO
      *              GRDCORR COMO PENDENTE, COM A MEDIA ANTIGA TIRADA
      *              DO PROPRIO HISTORICO, PARA O COORDENADOR
      *              APROVAR OU RECUSAR NO GRDCAPRV. SO UM PEDIDO
      *              PENDENTE POR MATRICULA/PERIODO/TURMA/DISCIPLINA.
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
           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO 'ACADHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.

           SELECT GRADE-CORRECTION-FILE ASSIGN TO 'GRDCORR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GCR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACADEMIC-HISTORY-FILE.
           COPY 'ACADHIST.cob'.

       FD  GRADE-CORRECTION-FILE.
           COPY 'GRDCORR.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-HIST-STATUS            PIC X(02) VALUE SPACES.
       77  WRK-GCR-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-EOF                    PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO                      VALUE 'S'.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR               PIC X(20) VALUE SPACES.

      *    CHAVE DO PEDIDO EM DIGITACAO
       77  WRK-MATRICULA              PIC 9(06) VALUE ZEROS.
       77  WRK-PERIODO                PIC 9(06) VALUE ZEROS.
       77  WRK-TURMA                  PIC X(06) VALUE SPACES.
       77  WRK-DISCIPLINA             PIC X(10) VALUE SPACES.
       77  WRK-MEDIA-NOVA             PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MOTIVO                 PIC X(40) VALUE SPACES.
       77  WRK-CONFIRMA               PIC X(01) VALUE SPACES.
           88  PEDIDO-CONFIRMADO                VALUE 'S'.

      *    RESULTADO EM VIGOR NO HISTORICO PARA A CHAVE
       77  WRK-HIST-ACHADO            PIC X(01) VALUE 'N'.
           88  HISTORICO-ACHADO                 VALUE 'S'.
       77  WRK-MEDIA-ATUAL            PIC 9(02)V99 VALUE ZEROS.
       77  WRK-RESULTADO-ATUAL        PIC X(20) VALUE SPACES.
       77  WRK-PENDENTE-ACHADO        PIC X(01) VALUE 'N'.
           88  JA-HA-PENDENTE                   VALUE 'S'.

       77  WRK-QT-PEDIDOS             PIC 9(03) VALUE ZEROS.
       77  WRK-MEDIA-ED               PIC Z9,99 VALUE ZEROS.
       77  WRK-MEDIA-NOVA-ED          PIC Z9,99 VALUE ZEROS.

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'GRDCREQ'.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF WRK-OPERADOR NOT = 'NAO IDENTIFICADO'
               PERFORM 0200-PROCESSAR UNTIL WRK-MATRICULA = ZEROS
           END-IF.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

      *    O SOLICITANTE E QUEM ESTA LOGADO; SEM LOGIN NAO HA COMO
      *    SEPARAR QUEM PEDE DE QUEM APROVA, E O PEDIDO E RECUSADO.
       0100-INICIALIZAR.
           DISPLAY '==== PEDIDO DE CORRECAO DE NOTA ===='.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           CALL 'OPERRTN' USING WRK-OPERADOR END-CALL.
           DISPLAY 'SOLICITANTE : ' WRK-OPERADOR.
           IF WRK-OPERADOR = 'NAO IDENTIFICADO'
               DISPLAY '*** SESSAO SEM LOGIN - ENTRE PELO MENU PARA '
                   'PEDIR CORRECAO ***'
               MOVE 'PEDIDO DE CORRECAO SEM LOGIN'
                   TO WRK-MOTIVO-LOG
               CALL 'EXCPRTN' USING WRK-PROGRAMA-ID WRK-OPERADOR
                   WRK-MOTIVO-LOG
               END-CALL
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-LER-CHAVE
           END-IF.

       0110-LER-CHAVE.
           DISPLAY ' '.
           DISPLAY 'MATRICULA (0 = SAIR) ...'.
           ACCEPT WRK-MATRICULA.
           IF WRK-MATRICULA NOT = ZEROS
               DISPLAY 'PERIODO (AAAAMM) ...'
               ACCEPT WRK-PERIODO
               DISPLAY 'TURMA ...'
               ACCEPT WRK-TURMA
               DISPLAY 'DISCIPLINA ...'
               ACCEPT WRK-DISCIPLINA
           END-IF.

       0200-PROCESSAR.
           PERFORM 0210-LOCALIZAR-HISTORICO.
           IF NOT HISTORICO-ACHADO
               DISPLAY 'NAO HA RESULTADO NO HISTORICO PARA A CHAVE '
                   'INFORMADA'
           ELSE
               PERFORM 0220-PROCURAR-PENDENTE
               IF JA-HA-PENDENTE
                   DISPLAY 'JA EXISTE PEDIDO PENDENTE PARA ESTA '
                       'DISCIPLINA - AGUARDE A DECISAO DO COORDENADOR'
               ELSE
                   PERFORM 0230-DIGITAR-CORRECAO
               END-IF
           END-IF.
           PERFORM 0110-LER-CHAVE.

      *    O HISTORICO E CRONOLOGICO; O ULTIMO REGISTRO DA CHAVE E O
      *    QUE ESTA EM VIGOR (O DEFINITIVO DO RECPROC SUBSTITUI A
      *    'RECUPERACAO'). A LINHA DE DECISAO DO PROMODEC NAO E NOTA.
       0210-LOCALIZAR-HISTORICO.
           MOVE 'N' TO WRK-HIST-ACHADO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT ACADEMIC-HISTORY-FILE.
           IF WRK-HIST-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ ACADEMIC-HISTORY-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0211-LER-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE ACADEMIC-HISTORY-FILE
           END-IF.

       0211-LER-HISTORICO.
           IF HISTAC-MATRICULA = WRK-MATRICULA
              AND HISTAC-PERIODO = WRK-PERIODO
              AND HISTAC-TURMA = WRK-TURMA
              AND HISTAC-DISCIPLINA = WRK-DISCIPLINA
              AND HISTAC-DISCIPLINA NOT = '*DECISAO*'
               MOVE 'S' TO WRK-HIST-ACHADO
               MOVE HISTAC-MEDIA     TO WRK-MEDIA-ATUAL
               MOVE HISTAC-RESULTADO TO WRK-RESULTADO-ATUAL
           END-IF.
           READ ACADEMIC-HISTORY-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0220-PROCURAR-PENDENTE.
           MOVE 'N' TO WRK-PENDENTE-ACHADO.
           MOVE 'N' TO WRK-EOF.
           OPEN INPUT GRADE-CORRECTION-FILE.
           IF WRK-GCR-STATUS = '35'
               MOVE 'S' TO WRK-EOF
           ELSE
               READ GRADE-CORRECTION-FILE
                   AT END MOVE 'S' TO WRK-EOF
               END-READ
               PERFORM 0221-LER-PEDIDO UNTIL FIM-ARQUIVO
               CLOSE GRADE-CORRECTION-FILE
           END-IF.

       0221-LER-PEDIDO.
           IF GCR-MATRICULA = WRK-MATRICULA
              AND GCR-PERIODO = WRK-PERIODO
              AND GCR-TURMA = WRK-TURMA
              AND GCR-DISCIPLINA = WRK-DISCIPLINA
              AND CORRECAO-PENDENTE
               MOVE 'S' TO WRK-PENDENTE-ACHADO
           END-IF.
           READ GRADE-CORRECTION-FILE
               AT END MOVE 'S' TO WRK-EOF
           END-READ.

       0230-DIGITAR-CORRECAO.
           MOVE WRK-MEDIA-ATUAL TO WRK-MEDIA-ED.
           DISPLAY 'EM VIGOR NO HISTORICO: MEDIA ' WRK-MEDIA-ED
               '  RESULTADO ' WRK-RESULTADO-ATUAL.
           DISPLAY 'MEDIA CORRETA (EX: 6,50 - DE 0,00 A 10,00) ...'.
           ACCEPT WRK-MEDIA-NOVA.
           IF WRK-MEDIA-NOVA > 10
               DISPLAY 'MEDIA INVALIDA - PEDIDO NAO REGISTRADO'
           ELSE
           IF WRK-MEDIA-NOVA = WRK-MEDIA-ATUAL
               DISPLAY 'MEDIA IGUAL A DO HISTORICO - NADA A CORRIGIR'
           ELSE
               DISPLAY 'MOTIVO DA CORRECAO ...'
               ACCEPT WRK-MOTIVO
               IF WRK-MOTIVO = SPACES
                   DISPLAY 'MOTIVO OBRIGATORIO - PEDIDO NAO '
                       'REGISTRADO'
               ELSE
                   MOVE WRK-MEDIA-NOVA TO WRK-MEDIA-NOVA-ED
                   DISPLAY 'CONFIRMA CORRECAO DE ' WRK-MEDIA-ED
                       ' PARA ' WRK-MEDIA-NOVA-ED ' (S/N) ...'
                   ACCEPT WRK-CONFIRMA
                   IF PEDIDO-CONFIRMADO
                       PERFORM 0240-GRAVAR-PEDIDO
                   ELSE
                       DISPLAY 'PEDIDO DESCARTADO'
                   END-IF
               END-IF
           END-IF
           END-IF.

      *    UM ARQUIVO EM LINE SEQUENTIAL PRECISA EXISTIR ANTES DE
      *    PODER SER ABERTO EM EXTEND; NA PRIMEIRA VEZ E CRIADO.
       0240-GRAVAR-PEDIDO.
           OPEN EXTEND GRADE-CORRECTION-FILE.
           IF WRK-GCR-STATUS = '35'
               OPEN OUTPUT GRADE-CORRECTION-FILE
               CLOSE GRADE-CORRECTION-FILE
               OPEN EXTEND GRADE-CORRECTION-FILE
           END-IF.
           INITIALIZE GRADE-CORRECTION-RECORD.
           MOVE WRK-MATRICULA      TO GCR-MATRICULA.
           MOVE WRK-PERIODO        TO GCR-PERIODO.
           MOVE WRK-TURMA          TO GCR-TURMA.
           MOVE WRK-DISCIPLINA     TO GCR-DISCIPLINA.
           MOVE WRK-MEDIA-ATUAL    TO GCR-MEDIA-ANTIGA.
           MOVE WRK-MEDIA-NOVA     TO GCR-MEDIA-NOVA.
           MOVE WRK-MOTIVO         TO GCR-MOTIVO.
           MOVE WRK-OPERADOR       TO GCR-SOLICITANTE.
           MOVE WRK-DATA-MOVIMENTO TO GCR-DATA.
           MOVE 'P'                TO GCR-SITUACAO.
           MOVE ZEROS              TO GCR-DATA-DECISAO.
           WRITE GRADE-CORRECTION-RECORD.
           CLOSE GRADE-CORRECTION-FILE.
           ADD 1 TO WRK-QT-PEDIDOS.
           DISPLAY 'PEDIDO REGISTRADO - AGUARDA APROVACAO DO '
               'COORDENADOR (GRDCAPRV)'.

       0300-FINALIZAR.
           DISPLAY 'PEDIDOS REGISTRADOS : ' WRK-QT-PEDIDOS.
           DISPLAY 'FIM DO PEDIDO DE CORRECAO DE NOTA'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDXRTN.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: ROTINA COMPARTILHADA DO FATOR MENSAL DOS
      *              CONTRATOS DE INVESTIMENTO INDEXADOS (PERCENTUAL
      *              DO CDI OU DO IPCA MAIS SPREAD). DEVOLVE, PARA O
      *              MES N DO CONTRATO, O MES DE CALENDARIO, O FATOR
      *              (1 + INDICE X PERCENTUAL) X (1 + SPREAD) E SE O
      *              INDICE DO MES FOI O PUBLICADO OU A PROJECAO DO
      *              ARQUIVO INDXVAL. A PRIMEIRA CHAMADA CARREGA O
      *              ARQUIVO; OS VALORES DIARIOS SAO ACUMULADOS NO
      *              MES. MES SEM VALOR PUBLICADO USA A PROJECAO DE
      *              INICIO MAIS RECENTE E, SEM PROJECAO, O ULTIMO
      *              VALOR PUBLICADO DO INDICE. MES SEM VALOR QUANDO
      *              UM MES POSTERIOR JA TEM (BURACO NA SERIE) VAI
      *              PARA O LOG DE EXCECOES.
      *
      *    PARAMETROS (LINKAGE SECTION) :
      *    LK-INDEXADOR   - 'CDI ' OU 'IPCA' (INV-INDEXADOR)
      *    LK-PCT-INDICE  - PERCENTUAL DO INDICE (110,00 = 110%)
      *    LK-SPREAD-MES  - SPREAD MENSAL (0,0045 = 0,45% A.M.)
      *    LK-DATA-INICIO - INICIO DO CONTRATO (AAAAMMDD)
      *    LK-MES-CONTRATO- MES DO CONTRATO (1 = MES DO INICIO)
      *    LK-FATOR-MES   - (SAIDA) FATOR DO MES
      *    LK-ANOMES      - (SAIDA) MES DE CALENDARIO (AAAAMM)
      *    LK-ORIGEM      - (SAIDA) P = INDICE PUBLICADO,
      *                     J = PROJETADO, Z = SEM INDICE (FATOR
      *                     SO DO SPREAD)
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
           SELECT MARKET-INDEX-FILE ASSIGN TO 'INDXVAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MARKET-INDEX-FILE.
           COPY 'INDXVAL.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-IDX-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-IDX-EOF                PIC X(01) VALUE 'N'.
           88  FIM-INDICES                      VALUE 'S'.
       77  WRK-CARREGADO              PIC X(01) VALUE 'N'.
           88  INDICES-CARREGADOS               VALUE 'S'.

      *    FATOR ACUMULADO DE CADA INDICE POR MES DE CALENDARIO;
      *    M = VALOR MENSAL (DEFINITIVO), D = SOMA DOS DIARIOS
       01  TB-INDICE-TABELA.
           02  TB-INDICE OCCURS 600 TIMES INDEXED BY IX-IDX.
               03  TB-IDX-CODIGO      PIC X(04).
               03  TB-IDX-ANOMES      PIC 9(06).
               03  TB-IDX-FATOR       PIC 9(02)V9(10).
               03  TB-IDX-CARGA       PIC X(01).
       77  WRK-QT-INDICES             PIC 9(03) VALUE ZEROS.
       77  WRK-LIMITE-INDICES         PIC 9(03) VALUE 600.
       77  WRK-IX-IDX                 PIC 9(03) VALUE ZEROS.

      *    PROJECOES POR INDICE E MES DE INICIO
       01  TB-PROJECAO-TABELA.
           02  TB-PROJECAO OCCURS 50 TIMES INDEXED BY IX-PROJ.
               03  TB-PROJ-CODIGO     PIC X(04).
               03  TB-PROJ-INICIO     PIC 9(06).
               03  TB-PROJ-TAXA       PIC S9V9(08).
       77  WRK-QT-PROJECOES           PIC 9(02) VALUE ZEROS.

       77  WRK-ACHADO                 PIC X(01) VALUE 'N'.
           88  MES-ACHADO                       VALUE 'S'.
       77  WRK-BURACO                 PIC X(01) VALUE 'N'.
           88  BURACO-NA-SERIE                  VALUE 'S'.
       77  WRK-FATOR-INDICE           PIC 9(02)V9(10) VALUE ZEROS.
       77  WRK-FATOR-DIA              PIC 9(02)V9(10) VALUE ZEROS.
       77  WRK-FATOR-SPREAD           PIC 9V9999 VALUE ZEROS.
       77  WRK-MELHOR-INICIO          PIC 9(06) VALUE ZEROS.
       77  WRK-ULTIMO-ANOMES          PIC 9(06) VALUE ZEROS.
       77  WRK-MESES-CORRIDOS         PIC 9(07) VALUE ZEROS.
       01  WRK-INICIO-DESMONTADO.
           02  WRK-INI-ANO            PIC 9(04).
           02  WRK-INI-MES            PIC 9(02).
           02  WRK-INI-DIA            PIC 9(02).
       01  WRK-ANOMES-CALC.
           02  WRK-CALC-ANO           PIC 9(04).
           02  WRK-CALC-MES           PIC 9(02).

       77  WRK-PROGRAMA-ID            PIC X(09) VALUE 'INDXRTN'.
       77  WRK-REFERENCIA-LOG         PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-LOG             PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-INDEXADOR               PIC X(04).
       01  LK-PCT-INDICE              PIC 9(03)V99.
       01  LK-SPREAD-MES              PIC 9V9999.
       01  LK-DATA-INICIO             PIC 9(08).
       01  LK-MES-CONTRATO            PIC 9(03).
       01  LK-FATOR-MES               PIC 9V9(08).
       01  LK-ANOMES                  PIC 9(06).
       01  LK-ORIGEM                  PIC X(01).

       PROCEDURE DIVISION USING LK-INDEXADOR LK-PCT-INDICE
               LK-SPREAD-MES LK-DATA-INICIO LK-MES-CONTRATO
               LK-FATOR-MES LK-ANOMES LK-ORIGEM.
       0001-PRINCIPAL.
           IF NOT INDICES-CARREGADOS
               PERFORM 0100-CARREGAR-INDICES
           END-IF.
           PERFORM 0200-APURAR-MES-CALENDARIO.
           PERFORM 0300-LOCALIZAR-INDICE.
           COMPUTE WRK-FATOR-INDICE ROUNDED =
               1 + ((WRK-FATOR-INDICE - 1) * LK-PCT-INDICE / 100).
           COMPUTE WRK-FATOR-SPREAD = 1 + LK-SPREAD-MES.
           COMPUTE LK-FATOR-MES ROUNDED =
               WRK-FATOR-INDICE * WRK-FATOR-SPREAD.
           GOBACK.

      *    LINHA COM DATA OU TAXA NAO NUMERICA OU TIPO DIFERENTE DE
      *    V/P NAO ENTRA NA TABELA (O PREFLITE JA A TERIA APONTADO).
       0100-CARREGAR-INDICES.
           MOVE 'S' TO WRK-CARREGADO.
           OPEN INPUT MARKET-INDEX-FILE.
           IF WRK-IDX-STATUS = '00'
               READ MARKET-INDEX-FILE
                   AT END MOVE 'S' TO WRK-IDX-EOF
               END-READ
               PERFORM 0110-LER-INDICE UNTIL FIM-INDICES
               CLOSE MARKET-INDEX-FILE
           END-IF.

       0110-LER-INDICE.
           IF IDX-DATA IS NUMERIC AND IDX-TAXA IS NUMERIC
               IF IDX-VALOR-PUBLICADO
                   PERFORM 0120-GUARDAR-VALOR
               END-IF
               IF IDX-PROJECAO AND WRK-QT-PROJECOES < 50
                   ADD 1 TO WRK-QT-PROJECOES
                   SET IX-PROJ TO WRK-QT-PROJECOES
                   MOVE IDX-INDICE TO TB-PROJ-CODIGO (IX-PROJ)
                   MOVE IDX-ANOMES TO TB-PROJ-INICIO (IX-PROJ)
                   MOVE IDX-TAXA   TO TB-PROJ-TAXA (IX-PROJ)
               END-IF
           END-IF.
           READ MARKET-INDEX-FILE
               AT END MOVE 'S' TO WRK-IDX-EOF
           END-READ.

      *    O VALOR MENSAL SUBSTITUI O QUE HOUVER DO MES; O DIARIO SO
      *    SE ACUMULA ENQUANTO O MES NAO TEM VALOR MENSAL.
       0120-GUARDAR-VALOR.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM 0121-PROCURAR-MES-CARREGADO
               VARYING IX-IDX FROM 1 BY 1
               UNTIL IX-IDX > WRK-QT-INDICES OR MES-ACHADO.
           IF NOT MES-ACHADO
               IF WRK-QT-INDICES < WRK-LIMITE-INDICES
                   ADD 1 TO WRK-QT-INDICES
                   MOVE WRK-QT-INDICES TO WRK-IX-IDX
                   SET IX-IDX TO WRK-IX-IDX
                   MOVE IDX-INDICE TO TB-IDX-CODIGO (IX-IDX)
                   MOVE IDX-ANOMES TO TB-IDX-ANOMES (IX-IDX)
                   MOVE 1          TO TB-IDX-FATOR (IX-IDX)
                   MOVE 'D'        TO TB-IDX-CARGA (IX-IDX)
                   MOVE 'S' TO WRK-ACHADO
               END-IF
           END-IF.
           IF MES-ACHADO
               SET IX-IDX TO WRK-IX-IDX
               IF IDX-DIA = ZEROS
                   COMPUTE TB-IDX-FATOR (IX-IDX) = 1 + IDX-TAXA
                   MOVE 'M' TO TB-IDX-CARGA (IX-IDX)
               ELSE
                   IF TB-IDX-CARGA (IX-IDX) = 'D'
                       COMPUTE WRK-FATOR-DIA = 1 + IDX-TAXA
                       COMPUTE TB-IDX-FATOR (IX-IDX) ROUNDED =
                           TB-IDX-FATOR (IX-IDX) * WRK-FATOR-DIA
                   END-IF
               END-IF
           END-IF.

       0121-PROCURAR-MES-CARREGADO.
           IF TB-IDX-CODIGO (IX-IDX) = IDX-INDICE
              AND TB-IDX-ANOMES (IX-IDX) = IDX-ANOMES
               MOVE 'S' TO WRK-ACHADO
               SET WRK-IX-IDX TO IX-IDX
           END-IF.

      *    MES 1 DO CONTRATO E O MES DA DATA DE INICIO
       0200-APURAR-MES-CALENDARIO.
           MOVE LK-DATA-INICIO TO WRK-INICIO-DESMONTADO.
           COMPUTE WRK-MESES-CORRIDOS =
               (WRK-INI-ANO * 12) + WRK-INI-MES - 1
               + LK-MES-CONTRATO - 1.
           COMPUTE WRK-CALC-ANO = WRK-MESES-CORRIDOS / 12.
           COMPUTE WRK-CALC-MES =
               WRK-MESES-CORRIDOS - (WRK-CALC-ANO * 12) + 1.
           MOVE WRK-ANOMES-CALC TO LK-ANOMES.

       0300-LOCALIZAR-INDICE.
           MOVE 'N' TO WRK-ACHADO.
           MOVE 'N' TO WRK-BURACO.
           MOVE ZEROS TO WRK-ULTIMO-ANOMES.
           MOVE 1 TO WRK-FATOR-INDICE.
           PERFORM 0310-TESTAR-MES-INDICE
               VARYING IX-IDX FROM 1 BY 1
               UNTIL IX-IDX > WRK-QT-INDICES.
           IF MES-ACHADO
               MOVE 'P' TO LK-ORIGEM
           ELSE
               PERFORM 0320-APLICAR-PROJECAO
               IF BURACO-NA-SERIE
                   PERFORM 0330-AVISAR-BURACO
               END-IF
           END-IF.

      *    NA MESMA VARREDURA: O MES PEDIDO, SE HA MES POSTERIOR JA
      *    PUBLICADO (BURACO) E O ULTIMO MES PUBLICADO ANTERIOR.
       0310-TESTAR-MES-INDICE.
           IF TB-IDX-CODIGO (IX-IDX) = LK-INDEXADOR
               IF TB-IDX-ANOMES (IX-IDX) = LK-ANOMES
                   MOVE TB-IDX-FATOR (IX-IDX) TO WRK-FATOR-INDICE
                   MOVE 'S' TO WRK-ACHADO
               END-IF
               IF TB-IDX-ANOMES (IX-IDX) > LK-ANOMES
                   MOVE 'S' TO WRK-BURACO
               END-IF
               IF TB-IDX-ANOMES (IX-IDX) < LK-ANOMES
                  AND TB-IDX-ANOMES (IX-IDX) > WRK-ULTIMO-ANOMES
                   MOVE TB-IDX-ANOMES (IX-IDX) TO WRK-ULTIMO-ANOMES
                   SET WRK-IX-IDX TO IX-IDX
               END-IF
           END-IF.

       0320-APLICAR-PROJECAO.
           MOVE ZEROS TO WRK-MELHOR-INICIO.
           PERFORM 0321-TESTAR-PROJECAO
               VARYING IX-PROJ FROM 1 BY 1
               UNTIL IX-PROJ > WRK-QT-PROJECOES.
           IF WRK-MELHOR-INICIO > ZEROS
               MOVE 'J' TO LK-ORIGEM
           ELSE
               IF WRK-ULTIMO-ANOMES > ZEROS
                   SET IX-IDX TO WRK-IX-IDX
                   MOVE TB-IDX-FATOR (IX-IDX) TO WRK-FATOR-INDICE
                   MOVE 'J' TO LK-ORIGEM
               ELSE
                   MOVE 'Z' TO LK-ORIGEM
                   MOVE SPACES TO WRK-REFERENCIA-LOG
                   STRING LK-INDEXADOR ' ' LK-ANOMES
                       DELIMITED BY SIZE INTO WRK-REFERENCIA-LOG
                   END-STRING
                   MOVE 'INDICE SEM VALOR NEM PROJECAO NO INDXVAL'
                       TO WRK-MOTIVO-LOG
                   CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
                       WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
                   END-CALL
               END-IF
           END-IF.

       0321-TESTAR-PROJECAO.
           IF TB-PROJ-CODIGO (IX-PROJ) = LK-INDEXADOR
              AND TB-PROJ-INICIO (IX-PROJ) <= LK-ANOMES
              AND TB-PROJ-INICIO (IX-PROJ) > WRK-MELHOR-INICIO
               MOVE TB-PROJ-INICIO (IX-PROJ) TO WRK-MELHOR-INICIO
               COMPUTE WRK-FATOR-INDICE =
                   1 + TB-PROJ-TAXA (IX-PROJ)
           END-IF.

       0330-AVISAR-BURACO.
           MOVE SPACES TO WRK-REFERENCIA-LOG.
           STRING LK-INDEXADOR ' ' LK-ANOMES
               DELIMITED BY SIZE INTO WRK-REFERENCIA-LOG
           END-STRING.
           MOVE 'MES SEM INDICE PUBLICADO - USADA PROJECAO'
               TO WRK-MOTIVO-LOG.
           CALL 'EXCPRTN' USING WRK-PROGRAMA-ID
               WRK-REFERENCIA-LOG WRK-MOTIVO-LOG
           END-CALL.

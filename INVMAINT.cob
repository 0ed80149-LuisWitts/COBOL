      *
      *    MODIFICATION HISTORY
      *    02/09/2026  LCW  VERSAO INICIAL.
      *    15/10/2026  LCW  INDEXACAO DO CONTRATO (PRE, CDI OU IPCA),
      *                     PERCENTUAL DO INDICE E SPREAD MENSAL NA
      *                     ABERTURA/ALTERACAO, NA LISTAGEM E NA
      *                     REGRAVACAO DO INVMAST.
      **********************************************

       ENVIRONMENT DIVISION.
               03  TB-INV-CLIENTE     PIC 9(06).
               03  TB-INV-SITUACAO    PIC X(01).
               03  TB-INV-ORIGEM      PIC 9(06).
               03  TB-INV-INDEXADOR   PIC X(04).
               03  TB-INV-PCT-INDICE  PIC 9(03)V99.
               03  TB-INV-SPREAD-MES  PIC 9V9999.
       77  WRK-QT-CONTRATOS           PIC 9(03) VALUE ZEROS.
       77  WRK-IX-INV                 PIC 9(03) VALUE ZEROS.
       77  WRK-CONTRATO-ACHADO        PIC X(01) VALUE 'N'.
       77  WRK-TAXAMES                PIC 9V9999 VALUE ZEROS.
       77  WRK-INICIO                 PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTE                PIC 9(06) VALUE ZEROS.
       77  WRK-INDEXADOR              PIC X(04) VALUE SPACES.
           88  INDEXADOR-VALIDO                 VALUES 'PRE ' 'CDI '
                                                       'IPCA'.
           88  INDEXADOR-PRE                    VALUE 'PRE '.
       77  WRK-PCT-INDICE             PIC 9(03)V99 VALUE ZEROS.
       77  WRK-SPREAD-MES             PIC 9V9999 VALUE ZEROS.
       77  WRK-DADOS-VALIDOS          PIC X(01) VALUE 'S'.
           88  DADOS-VALIDOS                    VALUE 'S'.
       77  WRK-ACAO                   PIC X(10) VALUE SPACES.
               ELSE
                   MOVE ZEROS TO TB-INV-ORIGEM (IX-INV)
               END-IF
               IF CONTRATO-INDEXADO
                   MOVE INV-INDEXADOR  TO TB-INV-INDEXADOR (IX-INV)
                   MOVE INV-PCT-INDICE TO TB-INV-PCT-INDICE (IX-INV)
                   MOVE INV-SPREAD-MES TO TB-INV-SPREAD-MES (IX-INV)
               ELSE
                   MOVE 'PRE ' TO TB-INV-INDEXADOR (IX-INV)
                   MOVE ZEROS  TO TB-INV-PCT-INDICE (IX-INV)
                                  TB-INV-SPREAD-MES (IX-INV)
               END-IF
               IF INV-CONTA > WRK-MAIOR-CONTA
                   MOVE INV-CONTA TO WRK-MAIOR-CONTA
               END-IF
               ' ' TB-INV-TITULAR (IX-INV)
               ' PRINCIPAL ' WRK-VALOR-ED
               ' MESES ' TB-INV-MESES (IX-INV)
               ' SIT ' TB-INV-SITUACAO (IX-INV)
               ' ' TB-INV-INDEXADOR (IX-INV).

       0250-LER-DADOS-CONTRATO.
           DISPLAY 'TITULAR ...'.
           ACCEPT WRK-INICIO FROM CONSOLE.
           DISPLAY 'NUMERO DO CLIENTE (CUSTMAST) ...'.
           ACCEPT WRK-CLIENTE FROM CONSOLE.
           DISPLAY 'INDEXACAO (PRE, CDI OU IPCA) ...'.
           ACCEPT WRK-INDEXADOR FROM CONSOLE.
           IF WRK-INDEXADOR = SPACES
               MOVE 'PRE ' TO WRK-INDEXADOR
           END-IF.
           MOVE ZEROS TO WRK-PCT-INDICE WRK-SPREAD-MES.
           IF NOT INDEXADOR-PRE
               DISPLAY 'PERCENTUAL DO INDICE (EX: 110,00) ...'
               ACCEPT WRK-PCT-INDICE FROM CONSOLE
               DISPLAY 'SPREAD AO MES (EX: 0,0045) ...'
               ACCEPT WRK-SPREAD-MES FROM CONSOLE
           END-IF.

      *    AS REGRAS QUE O EDITOR DE TEXTO NUNCA APLICOU:
      *    PRINCIPAL E PRAZO MAIORES QUE ZERO (MESES ZERO TRAVAVA
      *    O CRONOGRAMA), DATA DE INICIO EM DIA UTIL PELA DTROTINA
      *    E CLIENTE EXISTENTE NO CUSTMAST. CONTRATO INDEXADO SO
      *    COM CDI OU IPCA (OS INDICES DO INDXVAL) E PERCENTUAL DO
      *    INDICE MAIOR QUE ZERO.
       0260-VALIDAR-DADOS.
           MOVE 'S' TO WRK-DADOS-VALIDOS.
           IF WRK-PRINCIPAL NOT > ZEROS
                   'CUSTMAST'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           END-IF.
           IF NOT INDEXADOR-VALIDO
               DISPLAY 'INDEXACAO ' WRK-INDEXADOR ' INVALIDA - USE '
                   'PRE, CDI OU IPCA'
               MOVE 'N' TO WRK-DADOS-VALIDOS
           ELSE
               IF NOT INDEXADOR-PRE AND WRK-PCT-INDICE NOT > ZEROS
                   DISPLAY 'PERCENTUAL DO INDICE DEVE SER MAIOR QUE '
                       'ZERO'
                   MOVE 'N' TO WRK-DADOS-VALIDOS
               END-IF
           END-IF.
           IF NOT DADOS-VALIDOS
               DISPLAY 'DADOS INVALIDOS - NADA GRAVADO'
           END-IF.
           MOVE WRK-TAXAMES   TO TB-INV-TAXAMES (IX-INV).
           MOVE WRK-INICIO    TO TB-INV-INICIO (IX-INV).
           MOVE WRK-CLIENTE   TO TB-INV-CLIENTE (IX-INV).
           MOVE WRK-INDEXADOR TO TB-INV-INDEXADOR (IX-INV).
           MOVE WRK-PCT-INDICE TO TB-INV-PCT-INDICE (IX-INV).
           MOVE WRK-SPREAD-MES TO TB-INV-SPREAD-MES (IX-INV).

       0275-GUARDAR-ANTES.
           SET IX-INV TO WRK-IX-INV.
           MOVE TB-INV-CLIENTE (IX-INV)   TO INV-CLIENTE.
           MOVE TB-INV-SITUACAO (IX-INV)  TO INV-SITUACAO.
           MOVE TB-INV-ORIGEM (IX-INV)    TO INV-CONTA-ORIGEM.
           MOVE TB-INV-INDEXADOR (IX-INV) TO INV-INDEXADOR.
           MOVE TB-INV-PCT-INDICE (IX-INV) TO INV-PCT-INDICE.
           MOVE TB-INV-SPREAD-MES (IX-INV) TO INV-SPREAD-MES.
           WRITE INVESTMENT-ACCOUNT-RECORD.

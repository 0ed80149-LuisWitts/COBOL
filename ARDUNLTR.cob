      *                     NUMERO E NOME ELA NAO ERA ENDERECAVEL,
      *                     QUE E O MOTIVO DO ENDERECO EXISTIR NO
      *                     CUSTMAST.
      *    15/10/2026  LCW  O DUNNCTL PASSOU A COPYBOOK (DUNNCTL.cob)
      *                     E GUARDA A QUANTIDADE DE CARTAS JA
      *                     ENVIADAS A CADA CLIENTE, USADA NA
      *                     PONTUACAO DE CREDITO (CREDSCOR).
      **********************************************

       ENVIRONMENT DIVISION.
       01  DUNNING-DOCUMENT-RECORD    PIC X(100).

       FD  DUNNING-CONTROL-FILE.
           COPY 'DUNNCTL.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-FAT-STATUS             PIC X(02) VALUE SPACES.
               03  TB-CLI-NIVEL-ANT   PIC 9(01).
               03  TB-CLI-NIVEL-NOVO  PIC 9(01).
               03  TB-CLI-CARTA       PIC 9(06).
               03  TB-CLI-QT-CARTAS   PIC 9(03).
       77  WRK-QT-CLIENTES            PIC 9(03) VALUE ZEROS.
       77  WRK-CLI-ACHADO             PIC X(01) VALUE 'N'.
           88  CLI-ACHADO                       VALUE 'S'.
               MOVE ZEROS TO TB-CLI-NIVEL-ANT (IX-CLI)
               MOVE ZEROS TO TB-CLI-NIVEL-NOVO (IX-CLI)
               MOVE ZEROS TO TB-CLI-CARTA (IX-CLI)
               MOVE ZEROS TO TB-CLI-QT-CARTAS (IX-CLI)
           END-IF.
           READ CUSTOMER-MASTER
               AT END MOVE 'S' TO WRK-EOF
               SET IX-CLI TO WRK-IX-CLI
               MOVE DCTL-NIVEL TO TB-CLI-NIVEL-ANT (IX-CLI)
               MOVE DCTL-CARTA TO TB-CLI-CARTA (IX-CLI)
               IF DCTL-QT-CARTAS IS NUMERIC
                   MOVE DCTL-QT-CARTAS TO TB-CLI-QT-CARTAS (IX-CLI)
               ELSE
                   MOVE 1 TO TB-CLI-QT-CARTAS (IX-CLI)
               END-IF
           END-IF.
           READ DUNNING-CONTROL-FILE
               AT END MOVE 'S' TO WRK-EOF
               MOVE WRK-NIVEL TO TB-CLI-NIVEL-NOVO (IX-CLI)
               ADD 1 TO WRK-NUMERO-CARTA
               MOVE WRK-NUMERO-CARTA TO TB-CLI-CARTA (IX-CLI)
               IF TB-CLI-QT-CARTAS (IX-CLI) < 999
                   ADD 1 TO TB-CLI-QT-CARTAS (IX-CLI)
               END-IF
               ADD 1 TO WRK-QT-CARTAS
               PERFORM 0331-GRAVAR-CARTA
           END-IF.
                   MOVE ZEROS                      TO DCTL-DATA
               END-IF
               MOVE TB-CLI-CARTA (IX-CLI) TO DCTL-CARTA
               MOVE TB-CLI-QT-CARTAS (IX-CLI) TO DCTL-QT-CARTAS
               WRITE DUNNING-CONTROL-RECORD
           END-IF.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXCONTA.
      **********************************************
      *    area de comentarios - remarks
      *    author = Luis Carlos Witts
      *    objetivo: DIGITACAO DA CONTAGEM DE CAIXA NO FIM DO DIA.
      *              O OPERADOR INFORMA A LOJA (CONFERIDA NO
      *              STOREMST) E, PARA CADA MEIO DE PAGAMENTO, O
      *              VALOR CONTADO NA GAVETA (DINHEIRO) OU SOMADO
      *              NOS COMPROVANTES (CARTAO DE DEBITO, CARTAO DE
      *              CREDITO E PIX). A CONTAGEM E CEGA: O ESPERADO
      *              NAO APARECE NA TELA. AS LINHAS VAO PARA O
      *              CXCONTAG COM A DATA DE MOVIMENTO (RUNDATE) E
      *              SAO CONFERIDAS NA NOITE PELO CXFECHA CONTRA O
      *              MOVIMENTO QUE O FECHAMENTO DE VENDAS GRAVOU.
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
           SELECT STORE-MASTER-FILE ASSIGN TO 'STOREMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LJ-STATUS.

           SELECT CASH-COUNT-FILE ASSIGN TO 'CXCONTAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER-FILE.
           COPY 'STOREMST.cob'.

       FD  CASH-COUNT-FILE.
           COPY 'CXCONTAG.cob'.

       WORKING-STORAGE SECTION.
       77  WRK-LJ-STATUS              PIC X(02) VALUE SPACES.
       77  WRK-LJ-EOF                 PIC X(01) VALUE 'N'.
           88  FIM-LOJAS                        VALUE 'S'.
       77  WRK-CXC-STATUS             PIC X(02) VALUE SPACES.
       77  WRK-CONTINUA               PIC X(01) VALUE 'S'.
           88  CONTINUA-DIGITACAO               VALUE 'S'.
       77  WRK-CONFIRMA               PIC X(01) VALUE 'N'.
           88  CONTAGEM-CONFIRMADA              VALUE 'S'.

      *    LOJAS QUE VENDEM AO PUBLICO (DEPOSITO NAO TEM CAIXA)
       01  TB-LOJA-TABELA.
           02  TB-LOJA OCCURS 50 TIMES INDEXED BY IX-LOJA.
               03  TB-LOJA-CODIGO     PIC X(10).
               03  TB-LOJA-NOME       PIC X(25).
       77  WRK-QT-LOJAS               PIC 9(02) VALUE ZEROS.
       77  WRK-LOJA-ACHADA            PIC X(01) VALUE 'N'.
           88  LOJA-ACHADA                      VALUE 'S'.

      *    MEIOS DE PAGAMENTO NA ORDEM EM QUE SAO PEDIDOS
       01  TB-MEIOS-VALORES.
           02  FILLER                 PIC X(17) VALUE
               'DDINHEIRO        '.
           02  FILLER                 PIC X(17) VALUE
               'BCARTAO DE DEBITO'.
           02  FILLER                 PIC X(17) VALUE
               'CCARTAO CREDITO  '.
           02  FILLER                 PIC X(17) VALUE
               'XPIX             '.
       01  TB-MEIOS-TABELA REDEFINES TB-MEIOS-VALORES.
           02  TB-MEIO OCCURS 4 TIMES INDEXED BY IX-MEIO.
               03  TB-MEIO-CODIGO     PIC X(01).
               03  TB-MEIO-NOME       PIC X(16).
       01  TB-CONTADO-TABELA.
           02  TB-CONTADO OCCURS 4 TIMES PIC 9(09)V99.

       77  WRK-DATA-MOVIMENTO         PIC 9(08) VALUE ZEROS.
       77  WRK-LOJA                   PIC X(10) VALUE SPACES.
       77  WRK-OPERADOR               PIC X(15) VALUE SPACES.
       77  WRK-VALOR                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED               PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-CONTADO          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-GRAVADAS            PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL NOT CONTINUA-DIGITACAO.
           PERFORM 0300-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY '====== CONTAGEM DE CAIXA ======'.
           CALL 'RUNDTRTN' USING WRK-DATA-MOVIMENTO END-CALL.
           DISPLAY 'DATA DE MOVIMENTO : ' WRK-DATA-MOVIMENTO.
           PERFORM 0110-CARREGAR-LOJAS.
           IF WRK-QT-LOJAS = ZEROS
               DISPLAY 'CADASTRO DE LOJAS (STOREMST) SEM LOJA - '
                   'NAO HA CAIXA A CONTAR'
               MOVE 'N' TO WRK-CONTINUA
           END-IF.

       0110-CARREGAR-LOJAS.
           OPEN INPUT STORE-MASTER-FILE.
           IF WRK-LJ-STATUS = '35'
               MOVE 'S' TO WRK-LJ-EOF
           ELSE
               READ STORE-MASTER-FILE
                   AT END MOVE 'S' TO WRK-LJ-EOF
               END-READ
               PERFORM 0111-LER-LOJA UNTIL FIM-LOJAS
               CLOSE STORE-MASTER-FILE
           END-IF.

       0111-LER-LOJA.
           IF LOCAL-LOJA AND WRK-QT-LOJAS < 50
               ADD 1 TO WRK-QT-LOJAS
               SET IX-LOJA TO WRK-QT-LOJAS
               MOVE LJ-CODIGO TO TB-LOJA-CODIGO (IX-LOJA)
               MOVE LJ-NOME   TO TB-LOJA-NOME (IX-LOJA)
           END-IF.
           READ STORE-MASTER-FILE
               AT END MOVE 'S' TO WRK-LJ-EOF
           END-READ.

       0200-PROCESSAR.
           PERFORM 0210-LER-LOJA-OPERADOR.
           IF LOJA-ACHADA
               MOVE ZEROS TO WRK-TOTAL-CONTADO
               PERFORM 0220-LER-VALOR-CONTADO
                   VARYING IX-MEIO FROM 1 BY 1 UNTIL IX-MEIO > 4
               MOVE WRK-TOTAL-CONTADO TO WRK-VALOR-ED
               DISPLAY '--------------------------------------'
               DISPLAY 'LOJA       : ' WRK-LOJA
               DISPLAY 'OPERADOR   : ' WRK-OPERADOR
               DISPLAY 'TOTAL      : ' WRK-VALOR-ED
               DISPLAY 'CONFIRMA A GRAVACAO DA CONTAGEM (S/N) ...'
               ACCEPT WRK-CONFIRMA
               IF CONTAGEM-CONFIRMADA
                   PERFORM 0240-GRAVAR-CONTAGEM
               ELSE
                   DISPLAY 'CONTAGEM DESCARTADA'
               END-IF
           END-IF.
           DISPLAY 'CONTAR OUTRO CAIXA (S/N) ...'.
           ACCEPT WRK-CONTINUA.

       0210-LER-LOJA-OPERADOR.
           DISPLAY 'LOJA ...'.
           ACCEPT WRK-LOJA.
           MOVE 'N' TO WRK-LOJA-ACHADA.
           PERFORM 0211-PROCURAR-LOJA
               VARYING IX-LOJA FROM 1 BY 1
               UNTIL IX-LOJA > WRK-QT-LOJAS OR LOJA-ACHADA.
           IF LOJA-ACHADA
               DISPLAY 'OPERADOR DO CAIXA ...'
               ACCEPT WRK-OPERADOR
           ELSE
               DISPLAY 'LOJA ' WRK-LOJA ' FORA DO CADASTRO OU '
                   'DEPOSITO SEM CAIXA'
           END-IF.

       0211-PROCURAR-LOJA.
           IF TB-LOJA-CODIGO (IX-LOJA) = WRK-LOJA
               MOVE 'S' TO WRK-LOJA-ACHADA
               DISPLAY 'LOJA: ' TB-LOJA-NOME (IX-LOJA)
           END-IF.

       0220-LER-VALOR-CONTADO.
           DISPLAY 'VALOR CONTADO EM ' TB-MEIO-NOME (IX-MEIO)
               ' (SOMENTE NUMEROS, 2 DECIMAIS) ...'.
           ACCEPT WRK-VALOR FROM CONSOLE.
           MOVE WRK-VALOR TO TB-CONTADO (IX-MEIO).
           ADD WRK-VALOR TO WRK-TOTAL-CONTADO.

      *    UMA LINHA POR MEIO, MESMO ZERADA: MEIO SEM CONTAGEM E
      *    MEIO CONTADO COMO ZERO SAO COISAS DIFERENTES NO CXFECHA.
       0240-GRAVAR-CONTAGEM.
           OPEN EXTEND CASH-COUNT-FILE.
           IF WRK-CXC-STATUS = '35'
               OPEN OUTPUT CASH-COUNT-FILE
               CLOSE CASH-COUNT-FILE
               OPEN EXTEND CASH-COUNT-FILE
           END-IF.
           PERFORM 0241-GRAVAR-MEIO
               VARYING IX-MEIO FROM 1 BY 1 UNTIL IX-MEIO > 4.
           CLOSE CASH-COUNT-FILE.
           DISPLAY 'CONTAGEM GRAVADA'.

       0241-GRAVAR-MEIO.
           INITIALIZE CASH-COUNT-RECORD.
           MOVE WRK-DATA-MOVIMENTO       TO CXC-DATA.
           MOVE WRK-LOJA                 TO CXC-LOJA.
           MOVE TB-MEIO-CODIGO (IX-MEIO) TO CXC-MEIO-PAGTO.
           MOVE TB-CONTADO (IX-MEIO)     TO CXC-VALOR.
           MOVE WRK-OPERADOR             TO CXC-OPERADOR.
           WRITE CASH-COUNT-RECORD.
           ADD 1 TO WRK-QT-GRAVADAS.

       0300-FINALIZAR.
           DISPLAY 'LINHAS DE CONTAGEM GRAVADAS : ' WRK-QT-GRAVADAS.
           DISPLAY ' FIM DA CONTAGEM DE CAIXA '.

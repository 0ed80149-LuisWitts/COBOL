      *                     JRNLOG) COM A IMAGEM POSTERIOR, PARA A
      *                     RECUPERACAO PARA FRENTE (FWDRECOV) EM
      *                     CIMA DO BACKUP NOTURNO DO IDXUNLD.
      *    15/10/2026  LCW  A LOJA (OPCIONAL) DO DETALHE DO LOTE E
      *                     GRAVADA NO HISTORICO (HIST-LOJA), PARA O
      *                     RESULTADO POR LOJA DO LOJADRE.
      **********************************************

       ENVIRONMENT DIVISION.
           MOVE TRAN-VALOR    TO HIST-VALOR.
           MOVE LEDG-SALDO    TO HIST-SALDO.
           MOVE WRK-LOTE-ID   TO HIST-LOTE.
           MOVE TRAN-LOJA     TO HIST-LOJA.
           WRITE LEDGER-HISTORY-RECORD.

      *    LANCAMENTO SO E APLICADO SE A CONTA EXISTE NO PLANO DE

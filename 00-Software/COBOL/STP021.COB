              GO TO IMPRIME.
           IF TIPOME = "E"
              SUBTRACT QTDME FROM W-SALDO.
           IF TIPOME = "S" OR TIPOME = "O"
              ADD QTDME TO W-SALDO.
           IF TIPOME = "A" AND SINALME = "+"
              SUBTRACT QTDME FROM W-SALDO.
              GO TO IMP-FIM.
           IF TIPOME = "E"
              ADD QTDME TO W-SALDO.
      *    O = BAIXA POR OBSOLESCENCIA (STP054), SAIDA COMO A S.
           IF TIPOME = "S" OR TIPOME = "O"
              SUBTRACT QTDME FROM W-SALDO.
           IF TIPOME = "A" AND SINALME = "+"
              ADD QTDME TO W-SALDO.
           IF TIPOME = "A" AND SINALME = "-"
              SUBTRACT QTDME FROM W-SALDO.
      *    C = AJUSTE DE CUSTO DO RATEIO DE FRETE/SEGURO (STP058):
      *    SEM QUANTIDADE, O CUSTO E O VALOR RATEADO AO PRODUTO.
           MOVE DATAME   TO KDXDATATX
           MOVE HORAME   TO KDXHORATX
           MOVE TIPOME   TO KDXTIPOTX

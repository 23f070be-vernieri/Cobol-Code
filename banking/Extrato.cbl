                 MOVE "JUROS" TO DET-TIPO
              WHEN "M"
                 MOVE "TARIFA MANUT." TO DET-TIPO
              WHEN "L"
                 MOVE "PGTO LOCADORA" TO DET-TIPO
              WHEN "X"
                 MOVE "ENCERRAMENTO" TO DET-TIPO
              WHEN OTHER
                 MOVE TIPO-TRAN TO DET-TIPO
              END-EVALUATE.

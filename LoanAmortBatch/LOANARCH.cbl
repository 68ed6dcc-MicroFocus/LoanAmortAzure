           MOVE MSTR-PARTIC-PCT     TO ARCH-PARTIC-PCT
           MOVE MSTR-FIRST-PMT-DATE TO ARCH-FIRST-PMT-DATE
           MOVE MSTR-ESCROW         TO ARCH-ESCROW
           MOVE MSTR-PRODUCT-CODE   TO ARCH-PRODUCT-CODE
           MOVE MSTR-CONSTR-PERIODS TO ARCH-CONSTR-PERIODS
           MOVE MSTR-DRAWN-AMT      TO ARCH-DRAWN-AMT
           MOVE MSTR-TOTAL-PERIODS  TO ARCH-TOTAL-PERIODS
           MOVE MSTR-PERIODS        TO ARCH-PERIODS
           PERFORM VARYING ROW-IDX FROM 1 BY 1
           MOVE ARCH-PARTIC-PCT     TO MSTR-PARTIC-PCT
           MOVE ARCH-FIRST-PMT-DATE TO MSTR-FIRST-PMT-DATE
           MOVE ARCH-ESCROW         TO MSTR-ESCROW
           MOVE ARCH-PRODUCT-CODE   TO MSTR-PRODUCT-CODE
           MOVE ARCH-CONSTR-PERIODS TO MSTR-CONSTR-PERIODS
           MOVE ARCH-DRAWN-AMT      TO MSTR-DRAWN-AMT
           MOVE ARCH-TOTAL-PERIODS  TO MSTR-TOTAL-PERIODS
           MOVE ARCH-PERIODS        TO MSTR-PERIODS
           PERFORM VARYING ROW-IDX FROM 1 BY 1

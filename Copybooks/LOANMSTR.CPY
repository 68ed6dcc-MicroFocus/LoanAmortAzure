      * THIS ONE AMOUNT, AND REBUILT THAT WAY ON INQUIRY, WHICH KEEPS
      * THE ROW AT 62 BYTES AND THE PERIOD CEILING AT 1050.
           03 MSTR-ESCROW       PIC S9(7)V99 COMP-3.
      * THE PRODUCT THE LOAN WAS BOOKED UNDER (SEE PRODUCT.CPY),
      * CARRIED FROM APPL-PRODUCT-CODE SO THE BOOK CAN BE CUT BY
      * PRODUCT AFTER ORIGINATION - THE QUARTERLY RESERVE (LOANCECL)
      * BUCKETS ON IT. SPACES ON A SCREEN-KEYED LOAN, AN APPLICATION
      * PRICED WITHOUT A PRODUCT, OR A RECORD SAVED BEFORE THE FIELD
      * EXISTED.
           03 MSTR-PRODUCT-CODE PIC X(4).
      * CONSTRUCTION LOANS. THE LOAN IS BOOKED AT ITS COMMITMENT
      * (MSTR-PRINCIPAL) BUT FUNDED A DRAW AT A TIME OFF THE DRAW
      * SCHEDULE (SEE DRAWREC.CPY), PAYING INTEREST ONLY ON WHAT HAS
      * BEEN DRAWN UNTIL CONSTRUCTION ENDS AND THEN AMORTIZING THE
      * DRAWN BALANCE. MSTR-CONSTR-PERIODS IS THE NUMBER OF
      * INTEREST-ONLY DRAW-PERIOD ROWS AT THE HEAD OF MSTR-PAYMENTS
      * (ZERO ON AN ORDINARY LOAN, OR ONE SAVED BEFORE THE FIELD
      * EXISTED); MSTR-DRAWN-AMT IS WHAT THE LOANDRWF DRAW-FUNDING
      * STEP HAS ACTUALLY DISBURSED SO FAR. WHILE MSTR-PAID-THRU IS
      * STILL INSIDE THE DRAW PERIOD THE BORROWER OWES EXACTLY WHAT
      * HAS BEEN DRAWN - THE INTEREST-ONLY PAYMENTS RETIRE NOTHING -
      * SO THAT IS THE LOAN'S ACTUAL BALANCE, NOT THE SCHEDULED ROW.
           03 MSTR-CONSTR-PERIODS PIC S9(4) COMP.
               88 MSTR-CONSTRUCTION-LOAN VALUE 1 THRU 9999.
           03 MSTR-DRAWN-AMT    PIC S9(11)V99 COMP-3.
      * HOW FAR THE FULL SCHEDULE RUNS. EQUAL TO MSTR-PERIODS (OR
      * ZERO, ON A RECORD FROM BEFORE THE COMPANION FILE EXISTED)
      * WHEN THE WHOLE SCHEDULE FITS INLINE; LARGER WHEN ROWS PAST

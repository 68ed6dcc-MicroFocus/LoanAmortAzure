      * ANALYSIS (LOANESCR) READS: WHICH LOAN THE BILL BELONGS TO, WHO
      * THE MONEY WENT TO, THE DATE IT WAS PAID (CCYYMMDD) AND HOW
      * MUCH. THE AMOUNT CARRIES THE SAME SCALE AS MSTR-ESCROW SO THE
      * ANALYSIS COMPARES LIKE WITH LIKE. A BORROWER REFUND IS THE
      * HELD BALANCE PAID BACK WHEN THE LOAN IS PAID IN FULL
      * (LOANPIF); THE ANALYSIS NEVER SEES IT, SINCE IT SKIPS CLOSED
      * LOANS.
      *
       01  ESCROW-DISB-RECORD.
           03 DISB-LOAN-NO      PIC X(10).
               88 DISB-PAYEE-TAX       VALUE "T" "t".
               88 DISB-PAYEE-INSURANCE VALUE "I" "i".
               88 DISB-PAYEE-OTHER     VALUE "O" "o".
               88 DISB-PAYEE-BORROWER  VALUE "R" "r".
           03 DISB-DATE         PIC 9(8).
           03 DISB-AMOUNT       PIC S9(7)V99 COMP-3.

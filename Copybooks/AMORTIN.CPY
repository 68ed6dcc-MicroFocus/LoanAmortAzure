      * INTEREST-ONLY PERIOD AT THE HEAD OF THE LOAN, IN MONTHS LIKE
      * LOANTERM: DURING IT THE SCHEDULED PAYMENT IS INTEREST ALONE
      * AND THE BALANCE DOES NOT MOVE; AMORTIZATION OF THE FULL
      * BALANCE OVER THE REMAINING TERM BEGINS WHEN IT ENDS. ON A
      * CONSTRUCTION LOAN IT IS ALSO THE DRAW PERIOD - SEE
      * DRAW-TABLE BELOW.
      * BALLOONMONTH MAKES THE NOTE A BALLOON: PAYMENTS AMORTIZE AS
      * IF OVER THE FULL LOANTERM, BUT THE SCHEDULE ENDS AT THAT
      * MONTH WITH THE ENTIRE REMAINING BALANCE AS THE FINAL PAYMENT
      * ROW. ZERO IN EITHER MEANS AN ORDINARY FULLY-AMORTIZING LOAN.
           03 IOMONTHS          PIC S9(4) COMP VALUE ZERO.
           03 BALLOONMONTH      PIC S9(4) COMP VALUE ZERO.
      * CONSTRUCTION DRAWS. A CONSTRUCTION LOAN IS NOT ADVANCED AT
      * CLOSING - THE MONEY GOES OUT IN DRAWS AS THE BUILDER HITS
      * MILESTONES (SEE DRAWREC.CPY), SO DURING THE IOMONTHS HEAD
      * INTEREST IS CHARGED ONLY ON WHAT HAS ACTUALLY BEEN DRAWN,
      * AND IT IS THE DRAWN BALANCE, NOT PRINCIPAL, THAT AMORTIZES
      * ONCE THE HEAD ENDS. EACH ENTRY IS ONE DRAW: THE DATE THE
      * MONEY GOES (OR WENT) OUT AND THE AMOUNT, IN WHOLE DOLLARS
      * LIKE PRINCIPAL. A DRAW BEARS INTEREST FROM ITS OWN DATE,
      * PRO-RATED BY DAYS ACROSS THE PERIOD IT FALLS IN. PRINCIPAL
      * STAYS THE FULL COMMITMENT AND THE DRAWS MAY NOT TOTAL MORE
      * THAN IT. DRAWS NEED AN IOMONTHS HEAD AND A FIRSTPMTDATE, AND
      * EVERY ONE MUST FALL ON OR BEFORE THE LAST INTEREST-ONLY DUE
      * DATE. A COUNT OF ZERO IS AN ORDINARY LOAN, ADVANCED IN FULL
      * AT CLOSING.
           03 DRAW-COUNT        PIC S9(2) COMP VALUE ZERO.
           03 DRAW-TABLE OCCURS 36 TIMES INDEXED BY DRAW-IDX.
               05 DRAW-DATE     PIC 9(8).
               05 DRAW-AMOUNT   PIC S9(8) COMP-3.

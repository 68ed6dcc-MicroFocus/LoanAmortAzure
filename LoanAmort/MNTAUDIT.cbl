                 ESCROW   ESCROW ANALYSIS   1 PER-PERIOD ESCROW
                 REPRICE  ARM REPRICE       1 RATE, 2 TOTAL INTEREST
                 LIFECYC  COLLECTIONS SET   1 ACTUAL BAL, 2 RECEIVED
                 MODIFY   LOANMOD WORKOUT   1 ACTUAL BAL, 2 RATE
                 CHGOFF   CHARGE-OFF        1 ACTUAL BAL, 2 RECEIVED
                 RECOVERY RECOVERY POSTED   1 RECOVERED, 2 RECEIVED
                 PRODADD/PRODCHG/PRODDEL    1 RATE, 2 ORIG FEE
                 ACHADD/ACHCHG/ACHDEL       1 DRAFT DAY, 2 RETURNS
                 ACHSUSP  ACH SUSPENDED     1 RETURN COUNT, 2 ZERO
                 ESCREFND ESCROW REFUND     1 ESCROW HELD, 2 ZERO
                 DRAWSCHD DRAW SCHEDULED    1 COMMITTED, 2 ZERO
                 DRAWAPPR DRAW APPROVED     1 APPROVED, 2 COMMITTED
                 DRAWCANC DRAW CANCELLED    1 COMMITTED, 2 ZERO
                 DRAWEXPR DRAW EXPIRED      1 COMMITTED, 2 ZERO
                 DRAWFUND DRAW FUNDED       1 ACTUAL BAL, 2 DRAWN
                 DRAWPROJ DRAW RE-PROJECTED 1 ACTUAL BAL, 2 TOTAL
                                              INTEREST
                 BOARD    LOAN BOARDED      1 ACTUAL BAL, 2 ESCROW
                                              HELD

               OPERATOR SECURITY ACTIONS MOVE NO MONEY - BOTH PAIRS
               ARE ZERO AND THE KEY SAYS WHAT HAPPENED:
                 SIGNON   SIGNED ON         KEY IS THE ROLE
                 SIGNFAIL SIGN-ON FAILED    KEY IS THE REASON
                 PWCHANGE OWN PASSWORD      KEY IS THE OPERATOR
                 REFUSED  MODE REFUSED      KEY IS THE FUNCTION
                 OPERADD/OPERCHG/OPERDEL/OPERPWD  KEY IS THE
                          OPERATOR MAINTAINED

               SAME OPEN-EXTEND-OR-CREATE AND CLOSE-PER-LINE SHAPE
               AS LOANAMORT'S OWN AUDIT WRITER, SO CONCURRENT

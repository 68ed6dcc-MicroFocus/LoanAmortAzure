       78 TESTINTERESTPAID VALUE "TESTINTERESTPAID".
       78 TESTPAYMENTFIVE VALUE "TESTPAYMENTFIVE".
       78 TESTPRINCIPLEATTERMEND VALUE "TESTPRINCIPLEATTERMEND".
       78 TESTCONSTRUCTIONDRAWS VALUE "TESTCONSTRUCTIONDRAWS".
       01 DRAW-RETURN-CODE PIC S9(9) COMP.
       COPY "MFUNIT".

       COPY AMORTIN.
           GOBACK RETURNING MFU-PASS-RETURN-CODE
       .

      *> VERIFY A CONSTRUCTION LOAN CHARGES INTEREST ONLY ON WHAT HAS BEEN
      *> DRAWN, PRO-RATED FROM EACH DRAW'S DATE, AND AMORTIZES THE DRAWN
      *> BALANCE ONCE THE INTEREST-ONLY DRAW PERIOD ENDS
       ENTRY MFU-TC-PREFIX & TESTCONSTRUCTIONDRAWS.

           MOVE 300000 TO PRINCIPAL
           MOVE 360 to LOANTERM
           MOVE 6 to RATE
           MOVE 20260201 TO FIRSTPMTDATE
           MOVE 12 TO IOMONTHS
           MOVE 3 TO DRAW-COUNT
           MOVE 20260101 TO DRAW-DATE(1)
           MOVE 50000 TO DRAW-AMOUNT(1)
           MOVE 20260316 TO DRAW-DATE(2)
           MOVE 100000 TO DRAW-AMOUNT(2)
           MOVE 20260601 TO DRAW-DATE(3)
           MOVE 100000 TO DRAW-AMOUNT(3)

           call "LOANAMORT" USING LOANINFO OUTDATA
           MOVE RETURN-CODE TO DRAW-RETURN-CODE

           MOVE 0 TO DRAW-COUNT
           MOVE 0 TO IOMONTHS
           MOVE 0 TO FIRSTPMTDATE

           IF DRAW-RETURN-CODE <> 0
               EXHIBIT NAMED DRAW-RETURN-CODE
               GOBACK RETURNING MFU-FAIL-RETURN-CODE
           END-IF

           IF 250.00 <> FUNCTION NUMVAL(OUTINTPAID OF PAYMENTS(1))
               EXHIBIT NAMED OUTINTPAID OF PAYMENTS(1)
               GOBACK RETURNING MFU-FAIL-RETURN-CODE
           END-IF

           IF 508.06 <> FUNCTION NUMVAL(OUTINTPAID OF PAYMENTS(3))
               EXHIBIT NAMED OUTINTPAID OF PAYMENTS(3)
               GOBACK RETURNING MFU-FAIL-RETURN-CODE
           END-IF

           IF 250000.00 <> FUNCTION NUMVAL(OUTBALANCE OF PAYMENTS(12))
               EXHIBIT NAMED OUTBALANCE OF PAYMENTS(12)
               GOBACK RETURNING MFU-FAIL-RETURN-CODE
           END-IF

           IF 1517.51 <> FUNCTION NUMVAL(OUTPAYMENT OF PAYMENTS(13))
               EXHIBIT NAMED OUTPAYMENT OF PAYMENTS(13)
               GOBACK RETURNING MFU-FAIL-RETURN-CODE
           END-IF

           IF 0 <> FUNCTION NUMVAL(OUTBALANCE OF PAYMENTS(360))
               EXHIBIT NAMED OUTBALANCE OF PAYMENTS(360)
               GOBACK RETURNING MFU-FAIL-RETURN-CODE
           END-IF

           GOBACK RETURNING MFU-PASS-RETURN-CODE
       .

       ENTRY MFU-TC-PREFIX & "TESTZEROLOANAMOUNT".

           move 0 to PRINCIPAL

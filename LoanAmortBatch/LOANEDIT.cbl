               CLEAN RECORDS GO TO AN ACCEPTED FILE FOR LOANBATCH WHILE
               BAD ONES GO TO A REJECTED FILE, WITH AN EDIT REPORT
               SAYING WHICH LOAN FAILED WHICH CHECK, SO THE BUSINESS
               CAN FIX AND RESUBMIT REJECTS THE SAME DAY. THE
               RECORD-BY-RECORD EDITS ARE THE APPLEDIT SUBPROGRAM'S,
               SHARED WITH THE WPF CLIENT'S APPLICATION FORM; THE
               FILE ARRIVES WITH THE LOANPNDX EXTRACT OF APPLICATIONS
               SUBMITTED THERE AHEAD OF THE DAY'S OWN RECORDS.

       ENVIRONMENT DIVISION.

       01 DUP-CEILING-NOTED   PIC 9 VALUE 0.
         88 DUP-CEILING-HIT   VALUE 1.

       01 EDIT-REASON         PIC X(60).
       01 EDIT-REASON-IX      PIC S9(4) COMP.

       COPY "APPLEDIT.CPY".

       PROCEDURE DIVISION.

                   SET WS-EOF TO TRUE
           END-READ.

      * THE RECORD'S OWN EDITS ARE THE APPLEDIT SUBPROGRAM'S - THE
      * SAME ONES THE WPF CLIENT'S APPLICATION FORM RUNS AT SUBMIT
      * TIME. EVERY FAILED CHECK GETS ITS OWN REPORT LINE - A RECORD
      * WITH THREE PROBLEMS SHOULD COME BACK FIXED ONCE, NOT THREE
      * TIMES. THE DUPLICATE CHECK NEEDS THE WHOLE FILE AND STAYS
      * HERE.
       EDIT-APPLICATION.
           SET WS-RECORD-CLEAN TO TRUE

           CALL "APPLEDIT" USING LOAN-APPL-RECORD
                                 APPL-EDIT-RESULT
           PERFORM VARYING EDIT-REASON-IX FROM 1 BY 1
                   UNTIL EDIT-REASON-IX > AEDT-REASON-COUNT
                   OR EDIT-REASON-IX > 20
               MOVE AEDT-REASON(EDIT-REASON-IX) TO EDIT-REASON
               PERFORM WRITE-REJECT-LINE
           END-PERFORM

           IF WS-RECORD-CLEAN
               PERFORM CHECK-DUPLICATE-LOAN-NO
           END-IF.

      * ONLY A RECORD STILL CLEAN AFTER EVERY OTHER CHECK JOINS THE
      * SEEN-LOAN TABLE - A REJECTED RECORD COMES BACK FIXED IN A
      * LATER FILE, AND ITS LOAN NUMBER SHOULD NOT BLOCK THAT RESUBMIT.

      * (c) Copyright [2019] Micro Focus or one of its affiliates.
      *
      * Licensed under the Apache 2.0 License (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at https://opensource.org/licenses/Apache-2.0
      *
      * Unless required by applicable law or agreed to in writing, software distributed under the License is distributed
      * on an "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied.
      * See the License for the specific language governing permissions and limitations under the License.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLEDIT.
       REMARKS. THE LOAN APPLICATION EDITS. ONE APPLICATION RECORD
               (LOANAPPL.CPY) IN, EVERY CHECK IT FAILS OUT (SEE
               APPLEDIT.CPY) - THE SAME EDITS WHEREVER AN APPLICATION
               ENTERS THE SYSTEM: LOANEDIT'S FILE-RECEIPT PASS AHEAD
               OF LOANBATCH, AND THE APPLSUBM SERVICE PROGRAM BEHIND
               THE WPF CLIENT'S APPLICATION FORM, SO A BRANCH OFFICER
               SEES ON THE SPOT EXACTLY WHAT THE OVERNIGHT EDIT WOULD
               HAVE REJECTED.

               ONLY THE RECORD ITSELF IS EDITED. CHECKS AGAINST OTHER
               RECORDS - A LOAN NUMBER REPEATED WITHIN LOANEDIT'S
               FILE, ONE ALREADY BOOKED OR ALREADY SUBMITTED - BELONG
               TO THE CALLER, WHICH KNOWS WHAT TO CHECK AGAINST.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 MAX-EDIT-REASONS    PIC S9(4) COMP VALUE 20.
       01 MAX-TERM-D          PIC ZZZ9.
       01 EDIT-REASON         PIC X(60).

       01 EDIT-FPDATE.
          03 EDIT-FP-YYYY PIC 9(4).
          03 EDIT-FP-MM   PIC 9(2).
          03 EDIT-FP-DD   PIC 9(2).
       01 EDIT-FPDATE-N REDEFINES EDIT-FPDATE PIC 9(8).

       COPY "TERMLIMIT.CPY".
       COPY "AMORTIN.CPY".

       LINKAGE SECTION.
       COPY "LOANAPPL.CPY".
       COPY "APPLEDIT.CPY".

       PROCEDURE DIVISION USING LOAN-APPL-RECORD
                                APPL-EDIT-RESULT.

           MOVE 0 TO AEDT-REASON-COUNT
           MOVE SPACES TO AEDT-REASONS
           PERFORM EDIT-APPLICATION
           GOBACK.

      * THE PACKED-FIELD CLASS TESTS COME FIRST AND STAND ALONE: A
      * RANGE COMPARISON AGAINST A CORRUPT COMP-3 FIELD IS ITSELF A
      * DATA EXCEPTION, WHICH IS EXACTLY THE ABEND THIS PROGRAM EXISTS
      * TO KEEP OUT OF THE OVERNIGHT RUN. ONLY A RECORD WHOSE PACKED
      * FIELDS ALL PASS GOES ON TO THE VALUE CHECKS. EVERY FAILED
      * CHECK GETS ITS OWN REASON - A RECORD WITH THREE PROBLEMS
      * SHOULD COME BACK FIXED ONCE, NOT THREE TIMES.
       EDIT-APPLICATION.
           IF APPL-PRINCIPAL NOT NUMERIC
               MOVE "PRINCIPAL IS NOT VALID PACKED DATA"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF
           IF APPL-RATE NOT NUMERIC
               MOVE "RATE IS NOT VALID PACKED DATA" TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF
           IF APPL-EXTRAPRINCIPAL NOT NUMERIC
               MOVE "EXTRA PRINCIPAL IS NOT VALID PACKED DATA"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF
           IF APPL-ORIGFEE NOT NUMERIC
               MOVE "ORIGINATION FEE IS NOT VALID PACKED DATA"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF
           IF APPL-RATECHG-RATE NOT NUMERIC
               MOVE "RATE CHANGE RATE IS NOT VALID PACKED DATA"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF
           IF APPL-ESCROW NOT NUMERIC
               MOVE "ESCROW IS NOT VALID PACKED DATA" TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF
           IF APPL-MARGIN NOT NUMERIC
               MOVE "ARM MARGIN IS NOT VALID PACKED DATA"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF
           IF APPL-PARTIC-PCT NOT NUMERIC
               MOVE "PARTICIPATION PCT IS NOT VALID PACKED DATA"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           ELSE
               IF APPL-PARTIC-PCT < 0 OR APPL-PARTIC-PCT > 100
                   MOVE "PARTICIPATION PCT MUST BE 0 TO 100"
                       TO EDIT-REASON
                   PERFORM ADD-EDIT-REASON
               END-IF
           END-IF

           IF AEDT-REASON-COUNT = 0
               PERFORM EDIT-APPLICATION-VALUES
           END-IF.

       EDIT-APPLICATION-VALUES.
           IF APPL-LOAN-NO = SPACES
               MOVE "LOAN NUMBER IS BLANK" TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF APPL-PRINCIPAL <= 0
               MOVE "PRINCIPAL MUST BE GREATER THAN ZERO"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF APPL-LOANTERM < 1
                   OR APPL-LOANTERM > MAX-LOAN-TERM-MONTHS
               MOVE MAX-LOAN-TERM-MONTHS TO MAX-TERM-D
               MOVE SPACES TO EDIT-REASON
               STRING "TERM MUST BE BETWEEN 1 AND " MAX-TERM-D
                   INTO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

      * A PRODUCT-CODED APPLICATION TAKES ITS RATE, FEE, FREQUENCY,
      * DAY COUNT AND INTEREST METHOD FROM THE PRODUCT MASTER (SEE
      * APPL-PRODUCT-CODE IN LOANAPPL.CPY) - THOSE FIELDS MAY
      * LEGITIMATELY BE LEFT BLANK OR ZERO ON THE RECORD, SO THEIR
      * VALUE CHECKS ONLY APPLY TO A SELF-PRICED APPLICATION. THE
      * PRODUCT'S OWN TERM LIMITS ARE ENFORCED BY LOANBATCH AT
      * PRICING TIME, AGAINST THE PRODUCT FILE.
           IF APPL-PRODUCT-CODE = SPACES
               PERFORM EDIT-SELF-PRICED-FIELDS
           END-IF

           IF APPL-EXTRAPRINCIPAL < 0
                   OR APPL-EXTRAPRINCIPAL >= APPL-PRINCIPAL
               MOVE "EXTRA PRINCIPAL INVALID OR EXCEEDS PRINCIPAL"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF APPL-ESCROW < 0
               MOVE "ESCROW AMOUNT CANNOT BE NEGATIVE"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF APPL-IO-MONTHS < 0
                   OR (APPL-IO-MONTHS > 0
                       AND APPL-IO-MONTHS >= APPL-LOANTERM)
               MOVE "INTEREST-ONLY MONTHS MUST FIT INSIDE THE TERM"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF APPL-BALLOON-MONTH < 0
                   OR (APPL-BALLOON-MONTH > 0
                       AND (APPL-BALLOON-MONTH >= APPL-LOANTERM
                           OR APPL-BALLOON-MONTH <= APPL-IO-MONTHS))
               MOVE "BALLOON MONTH MUST FALL INSIDE THE TERM"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF APPL-RATECHG-MONTH < 0
                   OR APPL-RATECHG-MONTH > APPL-LOANTERM
               MOVE "RATE CHANGE MONTH MUST BE 0 OR WITHIN THE TERM"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF APPL-RATECHG-MONTH > 0
                   AND (APPL-RATECHG-RATE < 0
                       OR APPL-RATECHG-RATE > 100)
               MOVE "RATE CHANGE RATE MUST BE BETWEEN 0 AND 100"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

      * ZERO MEANS AN UNDATED LOAN AND IS ALWAYS FINE; ANYTHING ELSE
      * HAS TO AT LEAST LOOK LIKE A CALENDAR DATE. LOANAMORT DOES THE
      * FULL DAYS-IN-MONTH CHECK - THIS CATCHES THE KEYING NOISE.
           IF APPL-FIRST-PMT-DATE NOT NUMERIC
               MOVE "FIRST PAYMENT DATE IS NOT NUMERIC"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           ELSE
               IF APPL-FIRST-PMT-DATE NOT = 0
                   MOVE APPL-FIRST-PMT-DATE TO EDIT-FPDATE-N
                   IF EDIT-FP-YYYY < 1800 OR EDIT-FP-MM < 1
                           OR EDIT-FP-MM > 12 OR EDIT-FP-DD < 1
                           OR EDIT-FP-DD > 31
                       MOVE "FIRST PAYMENT DATE IS NOT A VALID DATE"
                           TO EDIT-REASON
                       PERFORM ADD-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

      * VALUE CHECKS ON THE FIELDS A PRODUCT CODE WOULD OVERRIDE -
      * RUN ONLY FOR SELF-PRICED APPLICATIONS. THE ONE-CHARACTER
      * CODES ARE VALIDATED THROUGH LOANINFO'S OWN 88-LEVELS (SEE
      * AMORTIN.CPY) INSTEAD OF REPEATING THE LEGAL VALUES HERE -
      * SAME APPROACH AS THE DATA-ENTRY SCREEN.
       EDIT-SELF-PRICED-FIELDS.
           IF APPL-RATE < 0 OR APPL-RATE > 100
               MOVE "RATE MUST BE BETWEEN 0 AND 100" TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF APPL-ORIGFEE < 0 OR APPL-ORIGFEE >= APPL-PRINCIPAL
               MOVE "ORIGINATION FEE INVALID OR EXCEEDS PRINCIPAL"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           MOVE APPL-PMTFREQ TO PMTFREQ
           IF NOT PMTFREQ-MONTHLY AND NOT PMTFREQ-BIWEEKLY
                   AND NOT PMTFREQ-WEEKLY
               MOVE "PAYMENT FREQUENCY MUST BE M, B OR W"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           MOVE APPL-DAYCOUNT-METHOD TO DAYCOUNT-METHOD
           IF NOT DAYCOUNT-30-360 AND NOT DAYCOUNT-ACTUAL
               MOVE "DAY COUNT METHOD MUST BE M OR A" TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           MOVE APPL-INTMETHOD TO INTMETHOD
           IF NOT INTMETHOD-STANDARD AND NOT INTMETHOD-RULE78
               MOVE "INTEREST METHOD MUST BE S OR 7" TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF

           IF INTMETHOD-RULE78 AND APPL-RATECHG-MONTH > 0
               MOVE "RULE OF 78S DOES NOT SUPPORT RATE CHANGES"
                   TO EDIT-REASON
               PERFORM ADD-EDIT-REASON
           END-IF.

      * A REASON PAST THE TABLE IS COUNTED BUT NOT KEPT - THE
      * CALLER ONLY NEEDS TO KNOW THE RECORD FAILED.
       ADD-EDIT-REASON.
           ADD 1 TO AEDT-REASON-COUNT
           IF AEDT-REASON-COUNT <= MAX-EDIT-REASONS
               MOVE EDIT-REASON TO AEDT-REASON(AEDT-REASON-COUNT)
           END-IF.

       END PROGRAM APPLEDIT.

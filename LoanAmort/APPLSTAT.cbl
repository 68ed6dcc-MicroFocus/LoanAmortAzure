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
       PROGRAM-ID. APPLSTAT.
       REMARKS. APPLICATION STATUS LOOKUP FOR SERVICE CALLERS - THE
               PROGRAM BEHIND THE GETAPPLICATIONSTATUS OPERATION. THE
               AZURE FUNCTION HANDS IT A BRANCH OFFICER'S ID AND GETS
               BACK THE APPLICATIONS THAT OFFICER SUBMITTED THROUGH
               APPLSUBM (SEE APPLSTAT.CPY): EVERY ONE STILL PENDING,
               AND EVERY ONE BOOKED OR REJECTED IN THE LAST 30 DAYS,
               AS THE OVERNIGHT LOANPNDS STEP LEFT THEM ON THE
               LOANPEND FILE (SEE PENDAPPL.CPY).

               RETURNS 0 WHEN THERE IS AT LEAST ONE, -1 WHEN THE
               OFFICER HAS NONE (OR NOTHING HAS EVER BEEN SUBMITTED),
               -2 WHEN THE PENDING FILE CANNOT BE OPENED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPL-FILE ASSIGN TO LOANPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-APPL-LOAN-NO
               ALTERNATE RECORD KEY IS PEND-OFFICER
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PENDING-APPL-FILE.
       COPY "PENDAPPL.CPY".

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PEND-STATUS PIC X(2).
         88 WS-PEND-OK VALUE "00".
         88 WS-PEND-NOT-FOUND VALUE "23" "35".

       01 MAX-STATUS-ENTRIES  PIC S9(4) COMP VALUE 100.
       01 KEEP-SETTLED-DAYS   PIC S9(4) COMP VALUE 30.
       01 CUTOFF-DATE-N       PIC 9(8).

       01 WS-TODAY-STAMP   PIC X(21).
       01 WS-TODAY-N       PIC 9(8).

       01 STATUS-DATE-D.
          03 STATUS-DATE-YYYY PIC 9(4).
          03 FILLER           PIC X(1) VALUE "-".
          03 STATUS-DATE-MM   PIC 9(2).
          03 FILLER           PIC X(1) VALUE "-".
          03 STATUS-DATE-DD   PIC 9(2).

       LINKAGE SECTION.
       01  STATUS-OFFICER PIC X(8).
       COPY "APPLSTAT.CPY".

       PROCEDURE DIVISION USING STATUS-OFFICER
                                APPL-STATUS-LIST.

           MOVE 0 TO ASTL-COUNT
           MOVE "N" TO ASTL-MORE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY-N
           COMPUTE CUTOFF-DATE-N = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
               - KEEP-SETTLED-DAYS)

           OPEN INPUT PENDING-APPL-FILE
           IF WS-PEND-NOT-FOUND
               GOBACK RETURNING -1
           END-IF
           IF NOT WS-PEND-OK
               GOBACK RETURNING -2
           END-IF

           MOVE STATUS-OFFICER TO PEND-OFFICER
           START PENDING-APPL-FILE KEY IS EQUAL TO PEND-OFFICER
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ PENDING-APPL-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   IF PEND-OFFICER NOT = STATUS-OFFICER
                       SET WS-EOF TO TRUE
                   ELSE
                       IF PEND-IN-PROGRESS
                               OR PEND-STATUS-DATE >= CUTOFF-DATE-N
                           PERFORM ADD-STATUS-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PENDING-APPL-FILE

           IF ASTL-COUNT = 0
               GOBACK RETURNING -1
           END-IF
           GOBACK RETURNING 0.

       ADD-STATUS-ENTRY.
           IF ASTL-COUNT >= MAX-STATUS-ENTRIES
               MOVE "Y" TO ASTL-MORE
           ELSE
               ADD 1 TO ASTL-COUNT
               MOVE PEND-APPL-LOAN-NO
                   TO ASTL-LOAN-NO(ASTL-COUNT)
               MOVE PEND-APPL-BORROWER-ID
                   TO ASTL-BORROWER-ID(ASTL-COUNT)
               MOVE PEND-APPL-PRINCIPAL
                   TO ASTL-PRINCIPAL(ASTL-COUNT)
               MOVE PEND-APPL-PRODUCT-CODE
                   TO ASTL-PRODUCT-CODE(ASTL-COUNT)
               MOVE PEND-SUBMIT-DATE
                   TO ASTL-SUBMIT-DATE(ASTL-COUNT)
               MOVE PEND-STATUS
                   TO ASTL-STATUS(ASTL-COUNT)
               MOVE PEND-STATUS-DATE
                   TO ASTL-STATUS-DATE(ASTL-COUNT)
               PERFORM SET-STATUS-TEXT
           END-IF.

       SET-STATUS-TEXT.
           MOVE PEND-STATUS-DATE(1:4) TO STATUS-DATE-YYYY
           MOVE PEND-STATUS-DATE(5:2) TO STATUS-DATE-MM
           MOVE PEND-STATUS-DATE(7:2) TO STATUS-DATE-DD
           MOVE SPACES TO ASTL-STATUS-TEXT(ASTL-COUNT)
           EVALUATE TRUE
               WHEN PEND-BOOKED
                   STRING "BOOKED " STATUS-DATE-D
                       DELIMITED BY SIZE
                       INTO ASTL-STATUS-TEXT(ASTL-COUNT)
               WHEN PEND-REJECTED AND PEND-REJECT-REASON = "EDIT"
                   STRING "REJECTED BY LOANEDIT " STATUS-DATE-D
                       DELIMITED BY SIZE
                       INTO ASTL-STATUS-TEXT(ASTL-COUNT)
               WHEN PEND-REJECTED
                   STRING "REJECTED TO LOANRCYC - "
                       PEND-REJECT-REASON " " STATUS-DATE-D
                       DELIMITED BY SIZE
                       INTO ASTL-STATUS-TEXT(ASTL-COUNT)
               WHEN PEND-QUEUED
                   STRING "PENDING - IN RUN OF " STATUS-DATE-D
                       DELIMITED BY SIZE
                       INTO ASTL-STATUS-TEXT(ASTL-COUNT)
               WHEN OTHER
                   MOVE "PENDING - AWAITING OVERNIGHT RUN"
                       TO ASTL-STATUS-TEXT(ASTL-COUNT)
           END-EVALUATE.

       END PROGRAM APPLSTAT.

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
       PROGRAM-ID. LOANSOD.
       REMARKS. START-OF-DAY STEP. ADVANCES THE PROCESSING-DATE
               CONTROL RECORD ON LOANDATE (SEE PROCDATE.CPY) TO THE
               NEXT BUSINESS DAY ON THE HOLIDAY CALENDAR (SEE BUSDAY
               AND CALENDAR.CPY), AND WORKS OUT THE PRIOR AND NEXT
               BUSINESS DAYS AND THE DAY'S BILLING WINDOW WITH IT.
               RUN FIRST IN THE CYCLE - LOANDLQM, LOANPDUE, LOANLATE,
               LOANCOLL, LOANCASH, LOANARM, LOANGLX, LOANREMT, LOANPOST,
               LOANBILL AND LOANCHGO ALL TAKE THEIR DATE FROM THE
               RECORD THIS WRITES WHEN THEIR OWN CARD DOES NOT GIVE
               ONE.
               ONE RUN MOVES THE DATE ONE BUSINESS DAY, AND NEVER
               PAST TODAY'S SYSTEM DATE, SO A STEP RUN TWICE BY
               MISTAKE IS REFUSED RATHER THAN PUTTING THE CYCLE A DAY
               AHEAD. THE OPTIONAL SODPARM CARD SETS THE DATE
               OUTRIGHT - FOR THE FIRST RUN, OR TO PUT THE CYCLE BACK
               ON A PAST DAY FOR A RE-RUN - AND CAN CHANGE THE
               BILLING LEAD DAYS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-PARM-FILE ASSIGN TO SODPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * ONE RECORD, REWRITTEN WHOLE EACH DAY - THE SAME SHAPE AS
      * LOANPOST'S POSTCTL RUN CONTROL.
           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * OPTIONAL CARD: A DATE (CCYYMMDD) TO SET THE PROCESSING DATE
      * TO, ROLLED FORWARD TO A BUSINESS DAY, AND THE BILLING LEAD
      * DAYS. ZERO IN EITHER FIELD LEAVES IT TO THE NORMAL ADVANCE.
       FD  SOD-PARM-FILE.
       01  SOD-PARM-RECORD.
           03 PARM-SET-DATE     PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-LEAD-DAYS    PIC 9(3).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".

       01 SET-DATE-N          PIC 9(8) VALUE 0.
       01 LEAD-DAYS           PIC 9(3) VALUE 0.
      * BILLING LEAD TIME WHEN NEITHER THE CARD NOR YESTERDAY'S
      * RECORD GIVES ONE - STATEMENTS GO OUT ABOUT THREE WEEKS AHEAD
      * OF THE DUE DATE.
       01 DEFAULT-LEAD-DAYS   PIC 9(3) VALUE 20.

      * YESTERDAY'S RECORD, IF THERE IS ONE.
       01 OLD-CURRENT-DATE    PIC 9(8) VALUE 0.
       01 OLD-LEAD-DAYS       PIC 9(3) VALUE 0.

       01 NEW-CURRENT-DATE    PIC 9(8) VALUE 0.
       01 NEW-PRIOR-DATE      PIC 9(8) VALUE 0.
       01 NEW-NEXT-DATE       PIC 9(8) VALUE 0.
       01 NEW-BILL-FROM-DATE  PIC 9(8) VALUE 0.
       01 NEW-BILL-TO-DATE    PIC 9(8) VALUE 0.
       01 WINDOW-DAY-INT      PIC S9(8) COMP.

       01 WS-TODAY-STAMP.
          03 TODAY-DATE-N     PIC 9(8).
          03 TODAY-TIME       PIC 9(6).
          03 FILLER           PIC X(7).

       COPY "BUSDAY.CPY".

       01 DATE-D              PIC 9(8).
       01 LEAD-D              PIC ZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP

           PERFORM READ-SOD-PARM
           PERFORM READ-PROCESSING-DATE
           PERFORM SET-CURRENT-DATE
           PERFORM SET-SURROUNDING-DATES
           PERFORM WRITE-PROCESSING-DATE

           MOVE NEW-CURRENT-DATE TO DATE-D
           DISPLAY "PROCESSING DATE . . . . : " DATE-D
           MOVE NEW-PRIOR-DATE TO DATE-D
           DISPLAY "PRIOR BUSINESS DAY. . . : " DATE-D
           MOVE NEW-NEXT-DATE TO DATE-D
           DISPLAY "NEXT BUSINESS DAY . . . : " DATE-D
           MOVE NEW-BILL-FROM-DATE TO DATE-D
           DISPLAY "BILLING WINDOW FROM . . : " DATE-D
           MOVE NEW-BILL-TO-DATE TO DATE-D
           DISPLAY "BILLING WINDOW TO . . . : " DATE-D
           MOVE LEAD-DAYS TO LEAD-D
           DISPLAY "BILLING LEAD DAYS . . . : " LEAD-D
           IF BDAY-WEEKENDS-ONLY
               DISPLAY "NO HOLIDAY CALENDAR ON LOANCAL - WEEKENDS "
                   "ONLY WERE SKIPPED"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      * NO CARD IS THE NORMAL DAY. A CARD THAT WILL NOT READ STOPS
      * THE RUN - GUESSING AT THE DATE THE WHOLE CYCLE RUNS ON IS
      * THE ONE THING THIS STEP EXISTS NOT TO DO.
       READ-SOD-PARM.
           OPEN INPUT SOD-PARM-FILE
           IF WS-PARM-OK
               READ SOD-PARM-FILE
                   NOT AT END
                       IF PARM-SET-DATE NOT NUMERIC
                               OR PARM-LEAD-DAYS NOT NUMERIC
                           DISPLAY "START-OF-DAY PARAMETER CARD "
                               "INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-SET-DATE  TO SET-DATE-N
                       MOVE PARM-LEAD-DAYS TO LEAD-DAYS
               END-READ
               CLOSE SOD-PARM-FILE
           END-IF.

      * YESTERDAY'S RECORD. NONE ON THE VERY FIRST RUN, WHEN THE
      * CARD HAS TO SAY WHERE TO START.
       READ-PROCESSING-DATE.
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDTE-OK
               READ PROC-DATE-FILE
                   NOT AT END
                       IF PDTE-CURRENT-DATE NUMERIC
                           MOVE PDTE-CURRENT-DATE TO OLD-CURRENT-DATE
                       END-IF
                       IF PDTE-BILL-LEAD-DAYS NUMERIC
                           MOVE PDTE-BILL-LEAD-DAYS TO OLD-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.

      * A CARD DATE IS TAKEN AS GIVEN, ROLLED ONTO A BUSINESS DAY.
      * OTHERWISE THE DATE STEPS ONE BUSINESS DAY PAST YESTERDAY'S -
      * BUT NOT PAST TODAY: A SECOND RUN ON THE SAME DAY WOULD PUT
      * EVERY JOB AFTER IT A DAY AHEAD OF THE CALENDAR.
       SET-CURRENT-DATE.
           IF SET-DATE-N NOT = 0
               MOVE "F" TO BDAY-FUNCTION
               MOVE SET-DATE-N TO BDAY-DATE-IN
           ELSE
               IF OLD-CURRENT-DATE = 0
                   DISPLAY "NO PROCESSING DATE ON LOANDATE AND NO "
                       "START-OF-DAY PARAMETER CARD TO SET ONE"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO BDAY-FUNCTION
               MOVE OLD-CURRENT-DATE TO BDAY-DATE-IN
           END-IF

           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
           IF NOT BDAY-OK
               MOVE BDAY-DATE-IN TO DATE-D
               DISPLAY "PROCESSING DATE " DATE-D " IS NOT A DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE BDAY-DATE-OUT TO NEW-CURRENT-DATE

           IF SET-DATE-N = 0
                   AND NEW-CURRENT-DATE > TODAY-DATE-N
               MOVE OLD-CURRENT-DATE TO DATE-D
               DISPLAY "PROCESSING DATE " DATE-D
                   " ALREADY ADVANCED FOR TODAY - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE PRIOR BUSINESS DAY IS YESTERDAY'S DATE ON AN ORDINARY
      * ADVANCE; WHEN THE CARD MOVED THE DATE IT IS WORKED OUT FROM
      * THE CALENDAR. THE BILLING WINDOW PICKS UP WHERE THE PRIOR
      * DAY'S LEFT OFF (SEE PROCDATE.CPY).
       SET-SURROUNDING-DATES.
           IF SET-DATE-N = 0
               MOVE OLD-CURRENT-DATE TO NEW-PRIOR-DATE
           ELSE
               MOVE "P" TO BDAY-FUNCTION
               MOVE NEW-CURRENT-DATE TO BDAY-DATE-IN
               CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
               MOVE BDAY-DATE-OUT TO NEW-PRIOR-DATE
           END-IF

           MOVE "N" TO BDAY-FUNCTION
           MOVE NEW-CURRENT-DATE TO BDAY-DATE-IN
           CALL "BUSDAY" USING BUSINESS-DAY-REQUEST
           MOVE BDAY-DATE-OUT TO NEW-NEXT-DATE

           IF LEAD-DAYS = 0
               IF OLD-LEAD-DAYS NOT = 0
                   MOVE OLD-LEAD-DAYS TO LEAD-DAYS
               ELSE
                   MOVE DEFAULT-LEAD-DAYS TO LEAD-DAYS
               END-IF
           END-IF

           COMPUTE WINDOW-DAY-INT =
               FUNCTION INTEGER-OF-DATE(NEW-PRIOR-DATE)
               + LEAD-DAYS + 1
           COMPUTE NEW-BILL-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WINDOW-DAY-INT)
           COMPUTE WINDOW-DAY-INT =
               FUNCTION INTEGER-OF-DATE(NEW-CURRENT-DATE)
               + LEAD-DAYS
           COMPUTE NEW-BILL-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WINDOW-DAY-INT).

       WRITE-PROCESSING-DATE.
           OPEN OUTPUT PROC-DATE-FILE
           IF NOT WS-PDTE-OK
               DISPLAY "LOANDATE CANNOT BE WRITTEN - STATUS "
                   WS-PDTE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PROC-DATE-RECORD
           MOVE NEW-CURRENT-DATE   TO PDTE-CURRENT-DATE
           MOVE NEW-PRIOR-DATE     TO PDTE-PRIOR-DATE
           MOVE NEW-NEXT-DATE      TO PDTE-NEXT-DATE
           MOVE NEW-BILL-FROM-DATE TO PDTE-BILL-FROM-DATE
           MOVE NEW-BILL-TO-DATE   TO PDTE-BILL-TO-DATE
           MOVE LEAD-DAYS          TO PDTE-BILL-LEAD-DAYS
           MOVE WS-TODAY-STAMP(1:14) TO PDTE-ADVANCED-STAMP
           WRITE PROC-DATE-RECORD
           CLOSE PROC-DATE-FILE.

       END PROGRAM LOANSOD.

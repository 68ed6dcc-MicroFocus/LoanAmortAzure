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
       PROGRAM-ID. LOANCRB.
       REMARKS. MONTHLY CREDIT BUREAU REPORTING EXTRACT. BUILDS THE
               METRO 2 FILE (SEE METRO2.CPY) THE BUREAUS TAKE FROM
               US EACH MONTH - A HEADER, ONE BASE SEGMENT PER LOAN ON
               THE MASTER, AND A TRAILER OF CONTROL TOTALS. NAME AND
               ADDRESS COME FROM THE BORROWER MASTER; THE BALANCE,
               SCHEDULED PAYMENT, LAST PAYMENT DATE AND ACCOUNT
               STATUS FROM THE LOAN MASTER, THE STATUS FOLLOWING
               MSTR-LIFECYCLE (PAID-OFF, CHARGED-OFF, IN COLLECTION)
               AND, FOR A LIVE LOAN, HOW FAR BEHIND IT IS. THE
               PAYMENT RATING AND THE 24-MONTH PAYMENT HISTORY
               PROFILE ARE REBUILT EVERY MONTH FROM THE LOANHIST
               RECEIPT HISTORY: FOR EACH PAST MONTH-END, THE MONEY
               RECEIVED BY THEN IS SET AGAINST THE SCHEDULE ROWS DUE
               BY THEN - THE SAME PERIODS-BEHIND MEASURE LOANPDUE
               USES TODAY, TAKEN AT EACH MONTH-END IN TURN.

               EVERY BASE SEGMENT SENT IS ALSO KEPT, AS SENT, ON THE
               REPORTING HISTORY FILE (SEE CRBHIST.CPY) UNDER THE
               LOAN AND THE MONTH, SO A BUREAU DISPUTE CAN ALWAYS BE
               ANSWERED WITH EXACTLY WHAT WE REPORTED.

               A PAID-OFF OR FULLY RECOVERED CHARGE-OFF IS REPORTED
               CLOSED ONCE AND THEN DROPS OFF THE FILE, AS THE
               BUREAUS ASK - THE HISTORY FILE SAYS WHETHER ITS
               CLOSING STATUS HAS ALREADY GONE OUT. A LOAN WHOSE
               BORROWER HAS NO RECORD ON THE BORROWER MASTER CANNOT
               BE REPORTED WITHOUT A NAME; IT IS LISTED AND THE RUN
               ENDS WITH RETURN CODE 4.

               A LOAN BOARDED FROM ANOTHER SERVICER STARTS ITS MASTER
               RECORD AT THE TRANSFER, SO ITS DATE OPENED, HIGHEST
               CREDIT AND TERMS DURATION ARE TAKEN FROM THE ORIGINAL
               TERMS KEPT ON THE BOARDING HISTORY (SEE BOARDHST.CPY)
               RATHER THAN FROM THE BOARDED BALANCE AND NEXT DUE DATE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRB-PARM-FILE ASSIGN TO CRBPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT BORROWER-FILE ASSIGN TO LOANBRW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

      * COMPANION SCHEDULE FILE - THE TAIL OF A SCHEDULE TOO LONG
      * FOR THE MASTER RECORD (SEE SCHDROW.CPY). OPTIONAL: A SITE
      * WITH NO LONG LOANS NEVER HAS ONE.
           SELECT SCHEDULE-ROW-FILE ASSIGN TO LOANSCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHD-KEY
               FILE STATUS IS WS-SCHD-STATUS.

      * OPTIONAL, LIKE THE SCHEDULE FILE - A BOOK WITH NO RECEIPTS
      * POSTED YET HAS NO HISTORY TO BUILD A PROFILE FROM.
           SELECT PAYMENT-HIST-FILE ASSIGN TO LOANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

      * OPTIONAL - ONLY A CHARGED-OFF LOAN HAS A RECORD HERE.
           SELECT RECOVERY-FILE ASSIGN TO LOANRCVY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCVY-LOAN-NO
               FILE STATUS IS WS-RCVY-STATUS.

      * OPTIONAL - ONLY A LOAN BOARDED FROM ANOTHER SERVICER HAS A
      * RECORD HERE.
           SELECT BOARD-HIST-FILE ASSIGN TO LOANBDHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BDH-LOAN-NO
               FILE STATUS IS WS-BDH-STATUS.

           SELECT CRB-HIST-FILE ASSIGN TO LOANCRBH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRBH-KEY
               FILE STATUS IS WS-CRBH-STATUS.

           SELECT CRB-OUT-FILE ASSIGN TO CRBOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CRB-RPT-FILE ASSIGN TO CRBRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * ONE CARD: THE ACTIVITY DATE (THE MONTH-END BEING REPORTED,
      * CCYYMMDD), THE CYCLE PERIOD FALLBACK FOR UNDATED LOANS (AS
      * ON LOANPDUE'S CARD), OUR IDENTIFICATION NUMBER AT THE
      * BUREAUS, THE THREE BUREAUS' PROGRAM IDENTIFIERS FOR THE
      * HEADER, AND THE REPORTER NAME.
       FD  CRB-PARM-FILE.
       01  CRB-PARM-RECORD.
           03 PARM-ACTIVITY-DATE PIC 9(8).
           03 FILLER             PIC X(1).
           03 PARM-ASOF-PERIOD   PIC 9(4).
           03 FILLER             PIC X(1).
           03 PARM-IDENT-NO      PIC X(20).
           03 FILLER             PIC X(1).
           03 PARM-EQUIFAX-ID    PIC X(10).
           03 FILLER             PIC X(1).
           03 PARM-EXPERIAN-ID   PIC X(5).
           03 FILLER             PIC X(1).
           03 PARM-TRANSUNION-ID PIC X(10).
           03 FILLER             PIC X(1).
           03 PARM-REPORTER-NAME PIC X(40).

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  SCHEDULE-ROW-FILE.
       COPY "SCHDROW.CPY".

       FD  PAYMENT-HIST-FILE.
       COPY "PAYHIST.CPY".

       FD  RECOVERY-FILE.
       COPY "RECOVERY.CPY".

       FD  BOARD-HIST-FILE.
       COPY "BOARDHST.CPY".

       FD  CRB-HIST-FILE.
       COPY "CRBHIST.CPY".

       FD  CRB-OUT-FILE.
       COPY "METRO2.CPY".

       FD  CRB-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 WS-HIST-STATUS PIC X(2).
         88 WS-HIST-OK VALUE "00".
       01 WS-RCVY-STATUS PIC X(2).
         88 WS-RCVY-OK VALUE "00".
       01 WS-BDH-STATUS PIC X(2).
         88 WS-BDH-OK VALUE "00".
       01 WS-CRBH-STATUS PIC X(2).
         88 WS-CRBH-OK VALUE "00".
         88 WS-CRBH-NOT-FOUND VALUE "05" "35".

       01 HIST-FILE-SWITCH    PIC 9 VALUE 0.
         88 HIST-FILE-OPEN    VALUE 1.
       01 RCVY-FILE-SWITCH    PIC 9 VALUE 0.
         88 RCVY-FILE-OPEN    VALUE 1.
       01 BDH-FILE-SWITCH     PIC 9 VALUE 0.
         88 BDH-FILE-OPEN     VALUE 1.
       01 LOAN-BOARDED-SW     PIC 9.
         88 LOAN-BOARDED      VALUE 1.
       01 HIST-SCAN-DONE-SW   PIC 9.
         88 HIST-SCAN-DONE    VALUE 1.
       01 CRBH-SCAN-DONE-SW   PIC 9.
         88 CRBH-SCAN-DONE    VALUE 1.

       01 ACTIVITY-DATE.
          03 ACTIVITY-YYYY PIC 9(4).
          03 ACTIVITY-MM   PIC 9(2).
          03 ACTIVITY-DD   PIC 9(2).
       01 ACTIVITY-DATE-N REDEFINES ACTIVITY-DATE PIC 9(8).
       01 ASOF-PERIOD         PIC S9(4) COMP VALUE 0.

       01 WS-TODAY-STAMP.
          03 TODAY-YYYY    PIC 9(4).
          03 TODAY-MM      PIC 9(2).
          03 TODAY-DD      PIC 9(2).
          03 TODAY-HHMMSS  PIC 9(6).
          03 FILLER        PIC X(7).
       01 WS-TODAY            PIC 9(8).
       01 RUN-TIME-STAMP      PIC X(14).

      * THE REPORTED MONTH-END AND THE 24 BEFORE IT. ENTRY 1 IS THE
      * ACTIVITY DATE ITSELF; ENTRY 2 IS THE PRIOR MONTH-END, THE
      * FIRST POSITION OF THE PAYMENT HISTORY PROFILE, AND SO ON
      * BACK. EACH IS HELD AS CCYYMMDD, AS A DAY NUMBER, AND IN THE
      * YYYY-MM-DD SHAPE OF MSTR-DUEDATE SO "WAS THIS ROW DUE BY
      * THEN" IS A PLAIN CHARACTER COMPARE.
       01 MONTH-END-COUNT     PIC S9(4) COMP VALUE 25.
       01 MONTH-END-TABLE.
          03 MONTH-END OCCURS 25 TIMES.
             05 ME-DATE-N       PIC 9(8).
             05 ME-DAY-INT      PIC S9(9) COMP.
             05 ME-DATE-FMT.
                07 ME-FMT-YYYY  PIC 9(4).
                07 FILLER       PIC X.
                07 ME-FMT-MM    PIC 9(2).
                07 FILLER       PIC X.
                07 ME-FMT-DD    PIC 9(2).
      * PER LOAN, AT EACH MONTH-END: MONEY RECEIVED BY THEN, ROWS
      * DUE BY THEN, ROWS COVERED BY THE MONEY, AND THE DUE DATE
      * OF THE OLDEST ROW THE MONEY DID NOT COVER.
             05 ME-RECEIVED     PIC S9(13)V99 COMP-3.
             05 ME-PERIODS-DUE  PIC S9(4) COMP.
             05 ME-COVERED      PIC S9(4) COMP.
             05 ME-FIRST-UNPAID PIC X(10).
       01 ME-IDX              PIC S9(4) COMP.
       01 ME-WORK-DATE.
          03 ME-WORK-YYYY PIC 9(4).
          03 ME-WORK-MM   PIC 9(2).
          03 ME-WORK-DD   PIC 9(2).
       01 ME-WORK-DATE-N REDEFINES ME-WORK-DATE PIC 9(8).
       01 ME-NOT-COVERED      PIC S9(4) COMP VALUE 9999.

      * A SCHEDULE ROW'S DUE DATE TAKEN APART FROM ITS YYYY-MM-DD
      * FORM TO COUNT DAYS FROM.
       01 ROW-DUE-DATE.
          03 ROW-YYYY PIC 9(4).
          03 ROW-MM   PIC 9(2).
          03 ROW-DD   PIC 9(2).
       01 ROW-DUE-DATE-N REDEFINES ROW-DUE-DATE PIC 9(8).

      * THE FULL LENGTH OF THE LOAN IN HAND AND ONE SCHEDULE ROW
      * FETCHED THROUGH GET-SCHED-ROW, WHEREVER THE ROW LIVES - THE
      * INLINE TABLE OR THE COMPANION FILE. A MISSING ROW'S DUE
      * DATE COMES BACK HIGH-VALUES SO THE DUE-DATE SCAN STOPS
      * INSTEAD OF COUNTING PERIODS THAT CANNOT BE READ.
       01 WS-SCHD-STATUS PIC X(2).
         88 WS-SCHD-OK VALUE "00".
       01 SCHD-FILE-SWITCH PIC 9 VALUE 0.
         88 SCHD-FILE-OPEN VALUE 1.
       01 LOAN-TOTAL-PERIODS PIC S9(4) COMP.
       01 TERMS-PERIODS      PIC S9(4) COMP.
       01 TERMS-DURATION-N   PIC 9(3).
       01 SROW-PERIOD      PIC S9(4) COMP.
       01 SROW-PAYMENT-X   PIC X(13).
       01 SROW-DUEDATE-X   PIC X(10).
       01 ROW-SCAN-DONE-SW PIC 9.
         88 ROW-SCAN-DONE  VALUE 1.
       01 PMT-PERIOD       PIC S9(4) COMP.
       01 ROW-PAYMENT      PIC S9(11)V99 COMP-3.
       01 CUM-SCHED-PAYMENT PIC S9(13)V99 COMP-3.

      * THE LOAN IN HAND, MEASURED TODAY THE WAY LOANPDUE DOES IT.
       01 LOAN-DATED-SW       PIC 9.
         88 LOAN-IS-DATED     VALUE 1.
       01 PERIODS-DUE         PIC S9(4) COMP.
       01 PERIODS-BEHIND      PIC S9(4) COMP.
       01 DAYS-PAST-DUE       PIC S9(9) COMP.
       01 PERIOD-DAYS         PIC S9(4) COMP.
       01 SCHED-DUE-AMOUNT    PIC S9(13)V99 COMP-3.
       01 PAST-DUE-AMOUNT     PIC S9(13)V99 COMP-3.
       01 NEXT-PAYMENT        PIC S9(11)V99 COMP-3.
       01 MONTHLY-PAYMENT     PIC S9(11)V99 COMP-3.
       01 MONTH-PAID-AMOUNT   PIC S9(13)V99 COMP-3.
       01 HIST-PAID-TOTAL     PIC S9(13)V99 COMP-3.
       01 HIST-SHORTFALL      PIC S9(13)V99 COMP-3.
       01 HIST-SIGNED-AMOUNT  PIC S9(11)V99 COMP-3.
       01 REPORT-BALANCE      PIC S9(13)V99 COMP-3.
       01 REPORT-PAST-DUE     PIC S9(13)V99 COMP-3.
       01 REPORT-CHGOFF-AMT   PIC S9(13)V99 COMP-3.
       01 OPENED-DATE-N       PIC 9(8).
       01 OPENED-FROM-DATE-N  PIC 9(8).
       01 CLOSED-DATE-N       PIC 9(8).
       01 CHGOFF-DATE-N       PIC 9(8).
       01 FIRST-DELINQ-DATE-N PIC 9(8).
       01 DAYS-RATING         PIC X(1).
       01 PROFILE-CHAR        PIC X(1).

      * WHAT WE LAST SENT FOR THE LOAN, FROM THE HISTORY FILE, AND
      * WHETHER THIS MONTH HAS ALREADY BEEN SENT ONCE (A RE-RUN).
       01 PRIOR-REPORTED-STATUS PIC X(2).
         88 PRIOR-REPORTED-CLOSED VALUE "13" "64".
       01 THIS-MONTH-SENT-SW  PIC 9.
         88 THIS-MONTH-SENT   VALUE 1.

      * ANY DATE CCYYMMDD TURNED INTO THE FORMAT'S MMDDYYYY.
       01 M2-DATE-IN.
          03 M2-DATE-IN-YYYY PIC 9(4).
          03 M2-DATE-IN-MM   PIC 9(2).
          03 M2-DATE-IN-DD   PIC 9(2).
       01 M2-DATE-IN-N REDEFINES M2-DATE-IN PIC 9(8).
       01 M2-DATE-OUT.
          03 M2-DATE-OUT-MM   PIC 9(2).
          03 M2-DATE-OUT-DD   PIC 9(2).
          03 M2-DATE-OUT-YYYY PIC 9(4).
       01 M2-DATE-OUT-N REDEFINES M2-DATE-OUT PIC 9(8).

      * THE BORROWER'S SINGLE NAME LINE SPLIT INTO THE FORMAT'S
      * SURNAME / FIRST / MIDDLE / GENERATION. "SURNAME, FIRST
      * MIDDLE" IS TAKEN AT ITS WORD; OTHERWISE THE FIRST WORD IS
      * THE FIRST NAME, THE LAST WORD THE SURNAME, AND ONE WORD
      * BETWEEN THEM THE MIDDLE NAME. A TRAILING JR/SR/II/III/IV
      * BECOMES THE GENERATION CODE.
       01 NAME-WORK           PIC X(30).
       01 NAME-SURNAME-PART   PIC X(30).
       01 NAME-GIVEN-PART     PIC X(30).
       01 NAME-SPLIT-IN       PIC X(30).
       01 NAME-LEAD-SPACES    PIC S9(4) COMP.
       01 NAME-COMMA-COUNT    PIC S9(4) COMP.
       01 NAME-WORD-COUNT     PIC S9(4) COMP.
       01 NAME-WORDS.
          03 NAME-WORD OCCURS 6 TIMES PIC X(30).
       01 LOWER-CASE-LETTERS  PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01 UPPER-CASE-LETTERS  PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * CONTROL TOTALS BY ACCOUNT STATUS, FOR THE TRAILER AND THE
      * REPORT.
       01 STATUS-11-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-13-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-64-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-71-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-78-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-80-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-82-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-83-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-84-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-93-COUNT     PIC S9(8) COMP VALUE 0.
       01 STATUS-97-COUNT     PIC S9(8) COMP VALUE 0.
       01 PHONE-COUNT         PIC S9(8) COMP VALUE 0.

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 REPORTED-COUNT      PIC S9(8) COMP VALUE 0.
       01 REPLACED-COUNT      PIC S9(8) COMP VALUE 0.
       01 CLOSED-SKIP-COUNT   PIC S9(8) COMP VALUE 0.
       01 NO-BORROWER-COUNT   PIC S9(8) COMP VALUE 0.
       01 UNDATED-COUNT       PIC S9(8) COMP VALUE 0.
       01 ARCHIVE-FAIL-COUNT  PIC S9(8) COMP VALUE 0.
       01 TOTAL-BALANCE       PIC S9(13)V99 COMP-3 VALUE 0.

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 ACTIVITY-DATE-D     PIC 9(8).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY
           STRING TODAY-MM TODAY-DD TODAY-YYYY TODAY-HHMMSS
               DELIMITED BY SIZE INTO RUN-TIME-STAMP

           PERFORM READ-CRB-PARM
           PERFORM BUILD-MONTH-ENDS

           OPEN INPUT LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BORROWER-FILE
           IF NOT WS-BRW-OK
               DISPLAY "UNABLE TO OPEN THE BORROWER MASTER FILE"
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-CRB-HIST-FILE
           IF NOT WS-CRBH-OK
               DISPLAY "UNABLE TO OPEN THE REPORTING HISTORY FILE"
               CLOSE LOAN-MASTER-FILE
               CLOSE BORROWER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SCHEDULE-ROW-FILE
           IF WS-SCHD-OK
               SET SCHD-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PAYMENT-HIST-FILE
           IF WS-HIST-OK
               SET HIST-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT RECOVERY-FILE
           IF WS-RCVY-OK
               SET RCVY-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BOARD-HIST-FILE
           IF WS-BDH-OK
               SET BDH-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT CRB-OUT-FILE
           OPEN OUTPUT CRB-RPT-FILE

           MOVE ACTIVITY-DATE-N TO ACTIVITY-DATE-D
           MOVE SPACES TO RPT-LINE
           STRING "CREDIT BUREAU EXTRACT FOR ACTIVITY DATE "
               ACTIVITY-DATE-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM WRITE-M2-HEADER

           PERFORM READ-MASTER

           PERFORM UNTIL WS-EOF
               ADD 1 TO LOAN-COUNT
               PERFORM REPORT-ONE-LOAN
               PERFORM READ-MASTER
           END-PERFORM

           PERFORM WRITE-M2-TRAILER
           PERFORM WRITE-CRB-TOTALS

           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-FILE
           CLOSE CRB-HIST-FILE
           CLOSE CRB-OUT-FILE
           CLOSE CRB-RPT-FILE
           IF SCHD-FILE-OPEN
               CLOSE SCHEDULE-ROW-FILE
           END-IF
           IF HIST-FILE-OPEN
               CLOSE PAYMENT-HIST-FILE
           END-IF
           IF RCVY-FILE-OPEN
               CLOSE RECOVERY-FILE
           END-IF
           IF BDH-FILE-OPEN
               CLOSE BOARD-HIST-FILE
           END-IF

           IF ARCHIVE-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NO-BORROWER-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * NO CARD, OR A CARD THAT WILL NOT READ, STOPS THE RUN COLD.
      * THE ACTIVITY DATE MUST BE A MONTH-END - THE PROFILE STEPS
      * BACK FROM IT ONE MONTH-END AT A TIME - AND THE BUREAUS
      * REFUSE A FILE WITHOUT OUR IDENTIFICATION NUMBER.
       READ-CRB-PARM.
           OPEN INPUT CRB-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "CREDIT BUREAU PARAMETER CARD MISSING"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           READ CRB-PARM-FILE
               AT END
                   DISPLAY "CREDIT BUREAU PARAMETER CARD EMPTY"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

           IF PARM-ACTIVITY-DATE NOT NUMERIC
                   OR PARM-ASOF-PERIOD NOT NUMERIC
                   OR PARM-ACTIVITY-DATE = 0
                   OR PARM-IDENT-NO = SPACES
               DISPLAY "CREDIT BUREAU PARAMETER CARD INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PARM-ACTIVITY-DATE TO ACTIVITY-DATE-N
           MOVE PARM-ASOF-PERIOD   TO ASOF-PERIOD

           MOVE ZERO TO ME-WORK-DATE-N
           IF ACTIVITY-MM >= 1 AND ACTIVITY-MM <= 12
               COMPUTE ME-WORK-DATE-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(ACTIVITY-DATE-N) + 1)
           END-IF
           IF ME-WORK-DATE-N = 0 OR ME-WORK-DD NOT = 1
               DISPLAY "CREDIT BUREAU ACTIVITY DATE IS NOT A "
                   "MONTH-END"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE CRB-PARM-FILE.

      * EACH MONTH-END IS THE DAY BEFORE THE FIRST OF THE MONTH
      * AFTER IT, SO STEPPING BACK IS "FIRST OF THIS MONTH, LESS A
      * DAY", REPEATED.
       BUILD-MONTH-ENDS.
           MOVE ACTIVITY-DATE-N TO ME-DATE-N(1)
           PERFORM VARYING ME-IDX FROM 2 BY 1
                   UNTIL ME-IDX > MONTH-END-COUNT
               MOVE ME-DATE-N(ME-IDX - 1) TO ME-WORK-DATE-N
               MOVE 1 TO ME-WORK-DD
               COMPUTE ME-DATE-N(ME-IDX) = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(ME-WORK-DATE-N) - 1)
           END-PERFORM

           PERFORM VARYING ME-IDX FROM 1 BY 1
                   UNTIL ME-IDX > MONTH-END-COUNT
               MOVE ME-DATE-N(ME-IDX) TO ME-WORK-DATE-N
               COMPUTE ME-DAY-INT(ME-IDX) =
                   FUNCTION INTEGER-OF-DATE(ME-WORK-DATE-N)
               MOVE "-" TO ME-DATE-FMT(ME-IDX)(5:1)
               MOVE "-" TO ME-DATE-FMT(ME-IDX)(8:1)
               MOVE ME-WORK-YYYY TO ME-FMT-YYYY(ME-IDX)
               MOVE ME-WORK-MM   TO ME-FMT-MM(ME-IDX)
               MOVE ME-WORK-DD   TO ME-FMT-DD(ME-IDX)
           END-PERFORM.

      * SAME FIRST-TIME-THROUGH HANDLING AS LOANPOST'S HISTORY OPEN.
      * THE REPORTING HISTORY IS PERMANENT: NEVER OPENED OUTPUT
      * ONCE IT HAS RECORDS.
       OPEN-CRB-HIST-FILE.
           OPEN I-O CRB-HIST-FILE
           IF WS-CRBH-NOT-FOUND
               OPEN OUTPUT CRB-HIST-FILE
               CLOSE CRB-HIST-FILE
               OPEN I-O CRB-HIST-FILE
           END-IF.

      * ANY NON-CLEAN STATUS ENDS THE PASS, NOT JUST AT END - A READ
      * ERROR THAT LEFT THE LOOP RUNNING WOULD GRIND THROUGH GARBAGE
      * RECORDS FOREVER.
       READ-MASTER.
           READ LOAN-MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ
           IF NOT WS-MSTR-OK
               SET WS-EOF TO TRUE
           END-IF.

       REPORT-ONE-LOAN.
           PERFORM FIND-PRIOR-REPORTING
           IF MSTR-LIFE-CLOSED AND PRIOR-REPORTED-CLOSED
               ADD 1 TO CLOSED-SKIP-COUNT
           ELSE
               MOVE MSTR-BORROWER-ID TO BRW-ID
               IF MSTR-BORROWER-ID = SPACES
                   MOVE "23" TO WS-BRW-STATUS
               ELSE
                   READ BORROWER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF NOT WS-BRW-OK
                   ADD 1 TO NO-BORROWER-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " MSTR-LOAN-NO
                       " BORROWER " MSTR-BORROWER-ID
                       " ** NO BORROWER RECORD - NOT REPORTED **"
                       INTO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   PERFORM MEASURE-LOAN-HISTORY
                   PERFORM BUILD-BASE-SEGMENT
                   WRITE METRO2-BASE-RECORD
                   ADD 1 TO REPORTED-COUNT
                   PERFORM SAVE-REPORTED-SEGMENT
               END-IF
           END-IF.

      * THE LOAN'S LAST MONTH ON THE REPORTING HISTORY BEFORE THIS
      * ONE, AND WHETHER THIS MONTH IS ALREADY THERE.
       FIND-PRIOR-REPORTING.
           MOVE SPACES TO PRIOR-REPORTED-STATUS
           MOVE 0 TO THIS-MONTH-SENT-SW
           MOVE 0 TO CRBH-SCAN-DONE-SW
           MOVE MSTR-LOAN-NO TO CRBH-LOAN-NO
           MOVE ZERO TO CRBH-ACTIVITY-DATE
           START CRB-HIST-FILE KEY NOT < CRBH-KEY
               INVALID KEY
                   SET CRBH-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL CRBH-SCAN-DONE
               READ CRB-HIST-FILE NEXT
                   AT END
                       SET CRBH-SCAN-DONE TO TRUE
               END-READ
               IF NOT WS-CRBH-OK
                   SET CRBH-SCAN-DONE TO TRUE
               END-IF
               IF NOT CRBH-SCAN-DONE
                   IF CRBH-LOAN-NO NOT = MSTR-LOAN-NO
                       SET CRBH-SCAN-DONE TO TRUE
                   ELSE
                       IF CRBH-ACTIVITY-DATE < ACTIVITY-DATE-N
                           MOVE CRBH-ACCOUNT-STATUS
                               TO PRIOR-REPORTED-STATUS
                       ELSE
                           IF CRBH-ACTIVITY-DATE = ACTIVITY-DATE-N
                               SET THIS-MONTH-SENT TO TRUE
                           END-IF
                           SET CRBH-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * EVERYTHING THE SEGMENT NEEDS FROM THE RECEIPT HISTORY AND
      * THE SCHEDULE, IN ONE PASS OF EACH.
       MEASURE-LOAN-HISTORY.
           IF MSTR-TOTAL-PERIODS > MSTR-PERIODS
               MOVE MSTR-TOTAL-PERIODS TO LOAN-TOTAL-PERIODS
           ELSE
               MOVE MSTR-PERIODS TO LOAN-TOTAL-PERIODS
           END-IF
           IF MSTR-FIRST-PMT-DATE NUMERIC
                   AND MSTR-FIRST-PMT-DATE NOT = 0
               SET LOAN-IS-DATED TO TRUE
           ELSE
               MOVE 0 TO LOAN-DATED-SW
               ADD 1 TO UNDATED-COUNT
           END-IF

           MOVE ZERO TO CHGOFF-DATE-N
           MOVE ZERO TO REPORT-CHGOFF-AMT
           MOVE "23" TO WS-RCVY-STATUS
           IF MSTR-LIFE-CHARGED-OFF AND RCVY-FILE-OPEN
               MOVE MSTR-LOAN-NO TO RCVY-LOAN-NO
               READ RECOVERY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCVY-CHGOFF-DATE TO CHGOFF-DATE-N
               END-READ
           END-IF

           PERFORM SUM-RECEIPT-HISTORY
           PERFORM SCAN-SCHEDULE-ROWS

      * TODAY'S MEASURE, EXACTLY AS LOANPDUE TAKES IT.
           COMPUTE PERIODS-BEHIND = PERIODS-DUE - MSTR-PAID-THRU
           MOVE ZERO TO DAYS-PAST-DUE
           MOVE ZERO TO FIRST-DELINQ-DATE-N
           IF PERIODS-BEHIND > 0
               IF LOAN-IS-DATED
                   MOVE ME-FIRST-UNPAID(1)(1:4) TO ROW-YYYY
                   MOVE ME-FIRST-UNPAID(1)(6:2) TO ROW-MM
                   MOVE ME-FIRST-UNPAID(1)(9:2) TO ROW-DD
                   MOVE ROW-DUE-DATE-N TO FIRST-DELINQ-DATE-N
                   COMPUTE DAYS-PAST-DUE = ME-DAY-INT(1)
                       - FUNCTION INTEGER-OF-DATE(ROW-DUE-DATE-N)
               ELSE
                   PERFORM SET-PERIOD-DAYS
                   COMPUTE DAYS-PAST-DUE =
                       (PERIODS-BEHIND - 1) * PERIOD-DAYS + 1
               END-IF
           END-IF
           COMPUTE PAST-DUE-AMOUNT =
               SCHED-DUE-AMOUNT - MSTR-AMT-RECEIVED
           IF PAST-DUE-AMOUNT < 0
               MOVE ZERO TO PAST-DUE-AMOUNT
           END-IF.

      * POSTED PAYMENT-STREAM MONEY ONLY - REGULAR PAYMENTS IN,
      * REVERSALS OUT; ESCROW-ONLY AND FEE RECEIPTS NEVER BUY A
      * PERIOD, AND REJECTED RECEIPTS NEVER POSTED. EACH RECEIPT
      * COUNTS TOWARD EVERY MONTH-END ON OR AFTER ITS DATE. ON A
      * CHARGED-OFF LOAN THE MONEY AFTER THE CHARGE-OFF WENT TO
      * RECOVERIES, NOT THE SCHEDULE.
       SUM-RECEIPT-HISTORY.
           PERFORM VARYING ME-IDX FROM 1 BY 1
                   UNTIL ME-IDX > MONTH-END-COUNT
               MOVE ZERO TO ME-RECEIVED(ME-IDX)
           END-PERFORM
           MOVE ZERO TO HIST-PAID-TOTAL
           MOVE ZERO TO MONTH-PAID-AMOUNT

           IF HIST-FILE-OPEN
               MOVE 0 TO HIST-SCAN-DONE-SW
               MOVE MSTR-LOAN-NO TO HIST-LOAN-NO
               MOVE ZERO TO HIST-DATE
               MOVE ZERO TO HIST-SEQ
               START PAYMENT-HIST-FILE KEY NOT < HIST-KEY
                   INVALID KEY
                       SET HIST-SCAN-DONE TO TRUE
               END-START
               PERFORM UNTIL HIST-SCAN-DONE
                   READ PAYMENT-HIST-FILE NEXT
                       AT END
                           SET HIST-SCAN-DONE TO TRUE
                   END-READ
                   IF NOT WS-HIST-OK
                       SET HIST-SCAN-DONE TO TRUE
                   END-IF
                   IF NOT HIST-SCAN-DONE
                       IF HIST-LOAN-NO NOT = MSTR-LOAN-NO
                           SET HIST-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM COUNT-ONE-RECEIPT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

      * MONEY THE MASTER HAS THAT THE HISTORY DOES NOT ACCOUNT FOR
      * CAME IN BEFORE THE HISTORY FILE STARTED - TAKE IT AS
      * RECEIVED BEFORE EVERY MONTH-END IN THE WINDOW.
           COMPUTE HIST-SHORTFALL = MSTR-AMT-RECEIVED - HIST-PAID-TOTAL
           IF HIST-SHORTFALL > 0
               PERFORM VARYING ME-IDX FROM 1 BY 1
                       UNTIL ME-IDX > MONTH-END-COUNT
                   ADD HIST-SHORTFALL TO ME-RECEIVED(ME-IDX)
               END-PERFORM
           END-IF

           IF MONTH-PAID-AMOUNT < 0
               MOVE ZERO TO MONTH-PAID-AMOUNT
           END-IF.

       COUNT-ONE-RECEIPT.
           MOVE ZERO TO HIST-SIGNED-AMOUNT
           IF HIST-POSTED
               EVALUATE HIST-TYPE
                   WHEN "P"
                   WHEN "p"
                   WHEN " "
                       MOVE HIST-AMOUNT TO HIST-SIGNED-AMOUNT
                   WHEN "R"
                   WHEN "r"
                       COMPUTE HIST-SIGNED-AMOUNT = 0 - HIST-AMOUNT
               END-EVALUATE
           END-IF
           IF CHGOFF-DATE-N NOT = 0 AND HIST-DATE > CHGOFF-DATE-N
               MOVE ZERO TO HIST-SIGNED-AMOUNT
           END-IF

           IF HIST-SIGNED-AMOUNT NOT = 0
               ADD HIST-SIGNED-AMOUNT TO HIST-PAID-TOTAL
               PERFORM VARYING ME-IDX FROM 1 BY 1
                       UNTIL ME-IDX > MONTH-END-COUNT
                   IF HIST-DATE <= ME-DATE-N(ME-IDX)
                       ADD HIST-SIGNED-AMOUNT TO ME-RECEIVED(ME-IDX)
                   END-IF
               END-PERFORM
               IF HIST-DATE <= ME-DATE-N(1)
                       AND HIST-DATE > ME-DATE-N(2)
                   ADD HIST-SIGNED-AMOUNT TO MONTH-PAID-AMOUNT
               END-IF
           END-IF.

      * ONE PASS DOWN THE SCHEDULE. FOR EVERY MONTH-END IN THE
      * WINDOW IT NOTES HOW MANY ROWS WERE DUE BY THEN AND WHERE THE
      * MONEY RECEIVED BY THEN RAN OUT; FOR TODAY IT TAKES THE ROWS
      * DUE AND THEIR SCHEDULED TOTAL THE WAY LOANPDUE DOES, AND THE
      * NEXT PAYMENT THE BORROWER OWES. THE PASS STOPS ONCE IT IS
      * PAST BOTH THE ACTIVITY DATE AND THE NEXT UNPAID ROW - NO
      * LATER ROW CAN CHANGE ANY OF IT.
       SCAN-SCHEDULE-ROWS.
           PERFORM VARYING ME-IDX FROM 1 BY 1
                   UNTIL ME-IDX > MONTH-END-COUNT
               MOVE ZERO TO ME-PERIODS-DUE(ME-IDX)
               MOVE ME-NOT-COVERED TO ME-COVERED(ME-IDX)
               MOVE SPACES TO ME-FIRST-UNPAID(ME-IDX)
           END-PERFORM
           MOVE MSTR-PAID-THRU TO ME-COVERED(1)

           MOVE ZERO TO CUM-SCHED-PAYMENT
           MOVE ZERO TO SCHED-DUE-AMOUNT
           MOVE ZERO TO NEXT-PAYMENT
           MOVE ZERO TO PERIODS-DUE
           IF NOT LOAN-IS-DATED
               MOVE ASOF-PERIOD TO PERIODS-DUE
               IF PERIODS-DUE > LOAN-TOTAL-PERIODS
                   MOVE LOAN-TOTAL-PERIODS TO PERIODS-DUE
               END-IF
           END-IF

           MOVE 1 TO PMT-PERIOD
           MOVE 0 TO ROW-SCAN-DONE-SW
           PERFORM UNTIL ROW-SCAN-DONE
               IF PMT-PERIOD > LOAN-TOTAL-PERIODS
                   SET ROW-SCAN-DONE TO TRUE
               ELSE
                   MOVE PMT-PERIOD TO SROW-PERIOD
                   PERFORM GET-SCHED-ROW
                   COMPUTE ROW-PAYMENT =
                       FUNCTION NUMVAL(SROW-PAYMENT-X)
                   ADD ROW-PAYMENT TO CUM-SCHED-PAYMENT
                   IF PMT-PERIOD = MSTR-PAID-THRU + 1
                       MOVE ROW-PAYMENT TO NEXT-PAYMENT
                       MOVE SROW-DUEDATE-X TO ME-FIRST-UNPAID(1)
                   END-IF
                   IF LOAN-IS-DATED
                       PERFORM MEASURE-DATED-ROW
                   ELSE
                       IF PMT-PERIOD <= PERIODS-DUE
                           ADD ROW-PAYMENT TO SCHED-DUE-AMOUNT
                       ELSE
                           IF PMT-PERIOD > MSTR-PAID-THRU
                               SET ROW-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO PMT-PERIOD
               END-IF
           END-PERFORM

           IF LOAN-IS-DATED
               MOVE ME-PERIODS-DUE(1) TO PERIODS-DUE
           END-IF.

       MEASURE-DATED-ROW.
           PERFORM VARYING ME-IDX FROM 1 BY 1
                   UNTIL ME-IDX > MONTH-END-COUNT
               IF SROW-DUEDATE-X <= ME-DATE-FMT(ME-IDX)
                   MOVE PMT-PERIOD TO ME-PERIODS-DUE(ME-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING ME-IDX FROM 2 BY 1
                   UNTIL ME-IDX > MONTH-END-COUNT
               IF ME-COVERED(ME-IDX) = ME-NOT-COVERED
                       AND CUM-SCHED-PAYMENT > ME-RECEIVED(ME-IDX)
                   COMPUTE ME-COVERED(ME-IDX) = PMT-PERIOD - 1
                   MOVE SROW-DUEDATE-X TO ME-FIRST-UNPAID(ME-IDX)
               END-IF
           END-PERFORM
           IF SROW-DUEDATE-X <= ME-DATE-FMT(1)
               ADD ROW-PAYMENT TO SCHED-DUE-AMOUNT
           ELSE
               IF PMT-PERIOD > MSTR-PAID-THRU
                   SET ROW-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       SET-PERIOD-DAYS.
           EVALUATE MSTR-PMTFREQ
               WHEN "B"
               WHEN "b"
                   MOVE 14 TO PERIOD-DAYS
               WHEN "W"
               WHEN "w"
                   MOVE 7 TO PERIOD-DAYS
               WHEN OTHER
                   MOVE 30 TO PERIOD-DAYS
           END-EVALUATE.

      * DAYS PAST DUE TO THE FORMAT'S ONE-CHARACTER RATING - 0
      * UNDER 30 DAYS, THEN ONE STEP PER 30 DAYS UP TO 6 AT 180.
       SET-DAYS-RATING.
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE < 30
                   MOVE "0" TO DAYS-RATING
               WHEN DAYS-PAST-DUE < 60
                   MOVE "1" TO DAYS-RATING
               WHEN DAYS-PAST-DUE < 90
                   MOVE "2" TO DAYS-RATING
               WHEN DAYS-PAST-DUE < 120
                   MOVE "3" TO DAYS-RATING
               WHEN DAYS-PAST-DUE < 150
                   MOVE "4" TO DAYS-RATING
               WHEN DAYS-PAST-DUE < 180
                   MOVE "5" TO DAYS-RATING
               WHEN OTHER
                   MOVE "6" TO DAYS-RATING
           END-EVALUATE.

       BUILD-BASE-SEGMENT.
           MOVE SPACES TO METRO2-BASE-RECORD
           MOVE "0426"             TO M2B-RDW
           MOVE "1"                TO M2B-PROCESSING-IND
           MOVE RUN-TIME-STAMP     TO M2B-TIME-STAMP
           MOVE PARM-IDENT-NO      TO M2B-IDENT-NO
           MOVE MSTR-LOAN-NO       TO M2B-ACCOUNT-NO
      * A LOAN CARRYING TAX/INSURANCE ESCROW IS SECURED BY REAL
      * ESTATE AND GOES AS A CONVENTIONAL MORTGAGE; EVERYTHING ELSE
      * AS AN UNSECURED INSTALLMENT LOAN.
           IF MSTR-ESCROW > 0
               MOVE "M"  TO M2B-PORTFOLIO-TYPE
               MOVE "26" TO M2B-ACCOUNT-TYPE
           ELSE
               MOVE "I"  TO M2B-PORTFOLIO-TYPE
               MOVE "01" TO M2B-ACCOUNT-TYPE
           END-IF

           PERFORM READ-BOARD-HISTORY
           PERFORM SET-DATE-OPENED
           MOVE OPENED-DATE-N TO M2-DATE-IN-N
           PERFORM FORMAT-M2-DATE
           MOVE M2-DATE-OUT-N TO M2B-DATE-OPENED

           MOVE ZERO TO M2B-CREDIT-LIMIT
           IF LOAN-BOARDED
               MOVE BDH-ORIG-PRINCIPAL TO M2B-HIGHEST-CREDIT
               MOVE BDH-ORIG-PERIODS TO TERMS-PERIODS
           ELSE
               MOVE MSTR-PRINCIPAL TO M2B-HIGHEST-CREDIT
               MOVE LOAN-TOTAL-PERIODS TO TERMS-PERIODS
           END-IF
           IF TERMS-PERIODS > 999
               MOVE "999" TO M2B-TERMS-DURATION
           ELSE
               MOVE TERMS-PERIODS TO TERMS-DURATION-N
               MOVE TERMS-DURATION-N TO M2B-TERMS-DURATION
           END-IF
           EVALUATE MSTR-PMTFREQ
               WHEN "B"
               WHEN "b"
                   MOVE "B" TO M2B-TERMS-FREQUENCY
               WHEN "W"
               WHEN "w"
                   MOVE "W" TO M2B-TERMS-FREQUENCY
               WHEN OTHER
                   MOVE "M" TO M2B-TERMS-FREQUENCY
           END-EVALUATE

           PERFORM SET-ACCOUNT-STATUS

      * THE SCHEDULED PAYMENT IS REPORTED AS A MONTHLY FIGURE - A
      * BI-WEEKLY OR WEEKLY PAYMENT IS SCALED TO ITS MONTHLY EQUAL.
           MOVE ZERO TO MONTHLY-PAYMENT
           IF NOT MSTR-LIFE-CLOSED
               EVALUATE M2B-TERMS-FREQUENCY
                   WHEN "B"
                       COMPUTE MONTHLY-PAYMENT ROUNDED =
                           NEXT-PAYMENT * 26 / 12
                   WHEN "W"
                       COMPUTE MONTHLY-PAYMENT ROUNDED =
                           NEXT-PAYMENT * 52 / 12
                   WHEN OTHER
                       MOVE NEXT-PAYMENT TO MONTHLY-PAYMENT
               END-EVALUATE
           END-IF
           MOVE MONTHLY-PAYMENT   TO M2B-SCHED-PAYMENT
           MOVE MONTH-PAID-AMOUNT TO M2B-ACTUAL-PAYMENT

           PERFORM BUILD-PAYMENT-PROFILE

           MOVE REPORT-BALANCE    TO M2B-CURRENT-BALANCE
           MOVE REPORT-PAST-DUE   TO M2B-AMOUNT-PAST-DUE
           MOVE REPORT-CHGOFF-AMT TO M2B-ORIG-CHGOFF-AMT
           ADD REPORT-BALANCE TO TOTAL-BALANCE

           MOVE ACTIVITY-DATE-N TO M2-DATE-IN-N
           PERFORM FORMAT-M2-DATE
           MOVE M2-DATE-OUT-N TO M2B-DATE-ACCOUNT-INFO
           MOVE FIRST-DELINQ-DATE-N TO M2-DATE-IN-N
           PERFORM FORMAT-M2-DATE
           MOVE M2-DATE-OUT-N TO M2B-DATE-FIRST-DELINQ
           MOVE CLOSED-DATE-N TO M2-DATE-IN-N
           PERFORM FORMAT-M2-DATE
           MOVE M2-DATE-OUT-N TO M2B-DATE-CLOSED
           MOVE MSTR-LAST-RECEIPT-DATE TO M2-DATE-IN-N
           PERFORM FORMAT-M2-DATE
           MOVE M2-DATE-OUT-N TO M2B-DATE-LAST-PAYMENT

           IF MSTR-INDEX-CODE = SPACES
               MOVE "F" TO M2B-INTEREST-TYPE
           ELSE
               MOVE "V" TO M2B-INTEREST-TYPE
           END-IF

           PERFORM SPLIT-BORROWER-NAME
           MOVE ZERO TO M2B-SSN
           MOVE ZERO TO M2B-DATE-OF-BIRTH
           IF BRW-PHONE NUMERIC
               MOVE BRW-PHONE TO M2B-TELEPHONE
               ADD 1 TO PHONE-COUNT
           ELSE
               MOVE ZERO TO M2B-TELEPHONE
           END-IF
           MOVE "1"  TO M2B-ECOA-CODE
           MOVE "US" TO M2B-COUNTRY-CODE
           MOVE BRW-ADDR1 TO M2B-ADDRESS-1
           MOVE BRW-ADDR2 TO M2B-ADDRESS-2
           MOVE BRW-CITY  TO M2B-CITY
           MOVE BRW-STATE TO M2B-STATE
           MOVE BRW-ZIP   TO M2B-POSTAL-CODE
           INSPECT M2B-ADDRESS-1 CONVERTING LOWER-CASE-LETTERS
               TO UPPER-CASE-LETTERS
           INSPECT M2B-ADDRESS-2 CONVERTING LOWER-CASE-LETTERS
               TO UPPER-CASE-LETTERS
           INSPECT M2B-CITY CONVERTING LOWER-CASE-LETTERS
               TO UPPER-CASE-LETTERS
           INSPECT M2B-STATE CONVERTING LOWER-CASE-LETTERS
               TO UPPER-CASE-LETTERS.

      * THE ORIGINAL TERMS OF A LOAN BOARDED FROM ANOTHER SERVICER.
      * WITHOUT THE BOARDING HISTORY EVERY LOAN GOES ON ITS MASTER
      * FIGURES, AS IT ALWAYS HAS.
       READ-BOARD-HISTORY.
           MOVE 0 TO LOAN-BOARDED-SW
           IF BDH-FILE-OPEN
               MOVE MSTR-LOAN-NO TO BDH-LOAN-NO
               READ BOARD-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOAN-BOARDED TO TRUE
               END-READ
           END-IF.

      * THE MASTER KEEPS NO OPENING DATE, SO IT IS TAKEN AS ONE
      * PAYMENT INTERVAL BEFORE THE FIRST DUE DATE - FOR A BOARDED
      * LOAN THE ORIGINAL FIRST DUE DATE THE PRIOR SERVICER SENT, NOT
      * THE NEXT DUE DATE AT TRANSFER. AN UNDATED LOAN HAS NOTHING
      * TO STEP BACK FROM AND GOES WITHOUT ONE.
       SET-DATE-OPENED.
           MOVE ZERO TO OPENED-DATE-N
           MOVE MSTR-FIRST-PMT-DATE TO OPENED-FROM-DATE-N
           IF LOAN-BOARDED
                   AND BDH-ORIG-FIRST-PMT-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(BDH-ORIG-FIRST-PMT-DATE)
                       = 0
                   MOVE BDH-ORIG-FIRST-PMT-DATE TO OPENED-FROM-DATE-N
               END-IF
           END-IF
           IF LOAN-IS-DATED
               PERFORM SET-PERIOD-DAYS
               IF PERIOD-DAYS = 30
                   MOVE OPENED-FROM-DATE-N TO ME-WORK-DATE-N
                   IF ME-WORK-MM = 1
                       MOVE 12 TO ME-WORK-MM
                       SUBTRACT 1 FROM ME-WORK-YYYY
                   ELSE
                       SUBTRACT 1 FROM ME-WORK-MM
                   END-IF
                   IF ME-WORK-DD > 28
                       MOVE 28 TO ME-WORK-DD
                   END-IF
                   MOVE ME-WORK-DATE-N TO OPENED-DATE-N
               ELSE
                   COMPUTE OPENED-DATE-N = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(OPENED-FROM-DATE-N)
                           - PERIOD-DAYS)
               END-IF
           END-IF.

      * THE STATUS FOLLOWS THE LIFECYCLE FIRST - PAID, CHARGED OFF,
      * IN COLLECTION - AND FOR A LIVE LOAN HOW FAR BEHIND IT IS.
      * A CHARGED-OFF LOAN STILL OWES WHAT WAS WRITTEN OFF LESS WHAT
      * HAS BEEN RECOVERED; ONCE THAT IS NOTHING IT GOES AS PAID IN
      * FULL AFTER CHARGE-OFF.
       SET-ACCOUNT-STATUS.
           MOVE ZERO TO CLOSED-DATE-N
           MOVE MSTR-ACTUAL-BALANCE TO REPORT-BALANCE
           MOVE PAST-DUE-AMOUNT TO REPORT-PAST-DUE
           MOVE SPACE TO M2B-PAYMENT-RATING
           EVALUATE TRUE
               WHEN MSTR-LIFE-PAID-OFF
                   MOVE "13" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-13-COUNT
                   PERFORM SET-DAYS-RATING
                   MOVE DAYS-RATING TO M2B-PAYMENT-RATING
                   MOVE ZERO TO REPORT-BALANCE
                   MOVE ZERO TO REPORT-PAST-DUE
                   MOVE ZERO TO FIRST-DELINQ-DATE-N
                   MOVE MSTR-LAST-RECEIPT-DATE TO CLOSED-DATE-N
               WHEN MSTR-LIFE-CHARGED-OFF
                   IF WS-RCVY-OK
                       MOVE RCVY-CHGOFF-TOTAL TO REPORT-CHGOFF-AMT
                       COMPUTE REPORT-BALANCE =
                           RCVY-CHGOFF-TOTAL - RCVY-RECOVERED
                   ELSE
                       MOVE MSTR-ACTUAL-BALANCE TO REPORT-CHGOFF-AMT
                   END-IF
                   MOVE CHGOFF-DATE-N TO CLOSED-DATE-N
                   IF REPORT-BALANCE > 0
                       MOVE "97" TO M2B-ACCOUNT-STATUS
                       ADD 1 TO STATUS-97-COUNT
                       MOVE REPORT-BALANCE TO REPORT-PAST-DUE
                   ELSE
                       MOVE "64" TO M2B-ACCOUNT-STATUS
                       ADD 1 TO STATUS-64-COUNT
                       MOVE ZERO TO REPORT-BALANCE
                       MOVE ZERO TO REPORT-PAST-DUE
                   END-IF
               WHEN MSTR-LIFE-IN-COLLECTION
                   MOVE "93" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-93-COUNT
               WHEN DAYS-PAST-DUE < 30
                   MOVE "11" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-11-COUNT
                   MOVE ZERO TO FIRST-DELINQ-DATE-N
               WHEN DAYS-PAST-DUE < 60
                   MOVE "71" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-71-COUNT
               WHEN DAYS-PAST-DUE < 90
                   MOVE "78" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-78-COUNT
               WHEN DAYS-PAST-DUE < 120
                   MOVE "80" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-80-COUNT
               WHEN DAYS-PAST-DUE < 150
                   MOVE "82" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-82-COUNT
               WHEN DAYS-PAST-DUE < 180
                   MOVE "83" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-83-COUNT
               WHEN OTHER
                   MOVE "84" TO M2B-ACCOUNT-STATUS
                   ADD 1 TO STATUS-84-COUNT
           END-EVALUATE
           IF REPORT-BALANCE < 0
               MOVE ZERO TO REPORT-BALANCE
           END-IF.

      * POSITION 1 IS THE MONTH BEFORE THE ACTIVITY DATE, POSITION
      * 24 TWO YEARS BACK. A MONTH BEFORE THE LOAN OPENED HAS NO
      * HISTORY (B); A MONTH AFTER IT WAS CHARGED OFF IS L; AN
      * UNDATED LOAN HAS NO CALENDAR TO MEASURE A PAST MONTH BY (D).
      * OTHERWISE THE MONTH IS RATED BY HOW LONG THE OLDEST ROW THE
      * MONEY HAD NOT COVERED BY THEN HAD BEEN DUE.
       BUILD-PAYMENT-PROFILE.
           PERFORM VARYING ME-IDX FROM 2 BY 1
                   UNTIL ME-IDX > MONTH-END-COUNT
               EVALUATE TRUE
                   WHEN OPENED-DATE-N NOT = 0
                           AND ME-DATE-N(ME-IDX) < OPENED-DATE-N
                       MOVE "B" TO PROFILE-CHAR
                   WHEN CHGOFF-DATE-N NOT = 0
                           AND ME-DATE-N(ME-IDX) >= CHGOFF-DATE-N
                       MOVE "L" TO PROFILE-CHAR
                   WHEN NOT LOAN-IS-DATED
                       MOVE "D" TO PROFILE-CHAR
                   WHEN ME-PERIODS-DUE(ME-IDX) <= ME-COVERED(ME-IDX)
                       MOVE "0" TO PROFILE-CHAR
                   WHEN OTHER
                       MOVE ME-FIRST-UNPAID(ME-IDX)(1:4) TO ROW-YYYY
                       MOVE ME-FIRST-UNPAID(ME-IDX)(6:2) TO ROW-MM
                       MOVE ME-FIRST-UNPAID(ME-IDX)(9:2) TO ROW-DD
                       COMPUTE DAYS-PAST-DUE = ME-DAY-INT(ME-IDX)
                           - FUNCTION INTEGER-OF-DATE(ROW-DUE-DATE-N)
                       PERFORM SET-DAYS-RATING
                       MOVE DAYS-RATING TO PROFILE-CHAR
               END-EVALUATE
               MOVE PROFILE-CHAR TO M2B-PAYMENT-PROFILE(ME-IDX - 1:1)
           END-PERFORM.

       SPLIT-BORROWER-NAME.
           MOVE BRW-NAME TO NAME-WORK
           INSPECT NAME-WORK CONVERTING LOWER-CASE-LETTERS
               TO UPPER-CASE-LETTERS
           MOVE SPACE TO M2B-GENERATION-CODE

           MOVE 0 TO NAME-COMMA-COUNT
           INSPECT NAME-WORK TALLYING NAME-COMMA-COUNT FOR ALL ","
           IF NAME-COMMA-COUNT > 0
               MOVE SPACES TO NAME-SURNAME-PART
               MOVE SPACES TO NAME-GIVEN-PART
               UNSTRING NAME-WORK DELIMITED BY ","
                   INTO NAME-SURNAME-PART NAME-GIVEN-PART
               END-UNSTRING
               MOVE NAME-GIVEN-PART TO NAME-SPLIT-IN
               PERFORM SPLIT-NAME-WORDS
               PERFORM TAKE-GENERATION-WORD
               MOVE NAME-SURNAME-PART TO NAME-SPLIT-IN
               MOVE 0 TO NAME-LEAD-SPACES
               INSPECT NAME-SPLIT-IN TALLYING NAME-LEAD-SPACES
                   FOR LEADING SPACES
               IF NAME-LEAD-SPACES < 30
                   MOVE NAME-SPLIT-IN(NAME-LEAD-SPACES + 1:)
                       TO M2B-SURNAME
               END-IF
               MOVE NAME-WORD(1) TO M2B-FIRST-NAME
               IF NAME-WORD-COUNT > 1
                   MOVE NAME-WORD(2) TO M2B-MIDDLE-NAME
               END-IF
           ELSE
               MOVE NAME-WORK TO NAME-SPLIT-IN
               PERFORM SPLIT-NAME-WORDS
               PERFORM TAKE-GENERATION-WORD
               EVALUATE TRUE
                   WHEN NAME-WORD-COUNT = 1
                       MOVE NAME-WORD(1) TO M2B-SURNAME
                   WHEN NAME-WORD-COUNT = 2
                       MOVE NAME-WORD(1) TO M2B-FIRST-NAME
                       MOVE NAME-WORD(2) TO M2B-SURNAME
                   WHEN NAME-WORD-COUNT > 2
                       MOVE NAME-WORD(1) TO M2B-FIRST-NAME
                       MOVE NAME-WORD(2) TO M2B-MIDDLE-NAME
                       MOVE NAME-WORD(NAME-WORD-COUNT) TO M2B-SURNAME
               END-EVALUATE
           END-IF.

       SPLIT-NAME-WORDS.
           MOVE SPACES TO NAME-WORDS
           MOVE 0 TO NAME-WORD-COUNT
           MOVE 0 TO NAME-LEAD-SPACES
           INSPECT NAME-SPLIT-IN TALLYING NAME-LEAD-SPACES
               FOR LEADING SPACES
           IF NAME-LEAD-SPACES < 30
               UNSTRING NAME-SPLIT-IN(NAME-LEAD-SPACES + 1:)
                   DELIMITED BY ALL SPACE
                   INTO NAME-WORD(1) NAME-WORD(2) NAME-WORD(3)
                        NAME-WORD(4) NAME-WORD(5) NAME-WORD(6)
                   TALLYING IN NAME-WORD-COUNT
               END-UNSTRING
           END-IF.

       TAKE-GENERATION-WORD.
           IF NAME-WORD-COUNT > 1
               EVALUATE NAME-WORD(NAME-WORD-COUNT)
                   WHEN "JR"
                   WHEN "JR."
                       MOVE "J" TO M2B-GENERATION-CODE
                   WHEN "SR"
                   WHEN "SR."
                       MOVE "S" TO M2B-GENERATION-CODE
                   WHEN "II"
                       MOVE "2" TO M2B-GENERATION-CODE
                   WHEN "III"
                       MOVE "3" TO M2B-GENERATION-CODE
                   WHEN "IV"
                       MOVE "4" TO M2B-GENERATION-CODE
               END-EVALUATE
               IF M2B-GENERATION-CODE NOT = SPACE
                   MOVE SPACES TO NAME-WORD(NAME-WORD-COUNT)
                   SUBTRACT 1 FROM NAME-WORD-COUNT
               END-IF
           END-IF.

       FORMAT-M2-DATE.
           IF M2-DATE-IN-N NOT NUMERIC OR M2-DATE-IN-N = 0
               MOVE ZERO TO M2-DATE-OUT-N
           ELSE
               MOVE M2-DATE-IN-MM   TO M2-DATE-OUT-MM
               MOVE M2-DATE-IN-DD   TO M2-DATE-OUT-DD
               MOVE M2-DATE-IN-YYYY TO M2-DATE-OUT-YYYY
           END-IF.

      * THE SEGMENT AS SENT, UNDER THE LOAN AND THE MONTH. A RE-RUN
      * OF THE MONTH REPLACES WHAT THE EARLIER RUN KEPT, SO THE
      * HISTORY ALWAYS MATCHES THE FILE THAT WAS FINALLY SENT. A
      * SEGMENT THAT WENT OUT BUT COULD NOT BE KEPT FAILS THE RUN -
      * A DISPUTE ON IT COULD NOT BE ANSWERED.
       SAVE-REPORTED-SEGMENT.
           MOVE MSTR-LOAN-NO       TO CRBH-LOAN-NO
           MOVE ACTIVITY-DATE-N    TO CRBH-ACTIVITY-DATE
           MOVE WS-TODAY           TO CRBH-RUN-DATE
           MOVE M2B-ACCOUNT-STATUS TO CRBH-ACCOUNT-STATUS
           MOVE METRO2-BASE-RECORD TO CRBH-BASE-SEGMENT
           IF THIS-MONTH-SENT
               REWRITE CRB-HIST-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-CRBH-OK
                   ADD 1 TO REPLACED-COUNT
               END-IF
           ELSE
               WRITE CRB-HIST-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF NOT WS-CRBH-OK
               ADD 1 TO ARCHIVE-FAIL-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** REPORTED BUT NOT KEPT ON HISTORY - STATUS "
                   WS-CRBH-STATUS " **" INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-M2-HEADER.
           MOVE SPACES TO METRO2-HEADER-RECORD
           MOVE "0426"   TO M2H-RDW
           MOVE "HEADER" TO M2H-RECORD-ID
           MOVE PARM-EQUIFAX-ID    TO M2H-EQUIFAX-ID
           MOVE PARM-EXPERIAN-ID   TO M2H-EXPERIAN-ID
           MOVE PARM-TRANSUNION-ID TO M2H-TRANSUNION-ID
           MOVE ACTIVITY-DATE-N TO M2-DATE-IN-N
           PERFORM FORMAT-M2-DATE
           MOVE M2-DATE-OUT-N TO M2H-ACTIVITY-DATE
           MOVE WS-TODAY TO M2-DATE-IN-N
           PERFORM FORMAT-M2-DATE
           MOVE M2-DATE-OUT-N TO M2H-DATE-CREATED
           MOVE M2-DATE-OUT-N TO M2H-PROGRAM-DATE
           MOVE M2-DATE-OUT-N TO M2H-PROGRAM-REV-DATE
           MOVE PARM-REPORTER-NAME TO M2H-REPORTER-NAME
           WRITE METRO2-HEADER-RECORD.

       WRITE-M2-TRAILER.
           MOVE SPACES TO METRO2-TRAILER-RECORD
           MOVE "0426"    TO M2T-RDW
           MOVE "TRAILER" TO M2T-RECORD-ID
           MOVE ZERO TO M2T-STATUS-DF M2T-TOTAL-J1 M2T-TOTAL-J2
               M2T-BLOCK-COUNT M2T-STATUS-DA M2T-STATUS-05
               M2T-STATUS-61 M2T-STATUS-62 M2T-STATUS-63
               M2T-STATUS-65 M2T-STATUS-88 M2T-STATUS-89
               M2T-STATUS-94 M2T-STATUS-95 M2T-STATUS-96
               M2T-TOTAL-ECOA-Z M2T-TOTAL-EMPLOYMENT
               M2T-TOTAL-ORIG-CRED M2T-TOTAL-PURCH-SOLD
               M2T-TOTAL-MORTGAGE M2T-TOTAL-SPEC-PMT
               M2T-TOTAL-CHANGE M2T-TOTAL-SSN-ALL
               M2T-TOTAL-SSN-BASE M2T-TOTAL-SSN-J1
               M2T-TOTAL-SSN-J2 M2T-TOTAL-DOB-ALL
               M2T-TOTAL-DOB-BASE M2T-TOTAL-DOB-J1
               M2T-TOTAL-DOB-J2
           MOVE REPORTED-COUNT  TO M2T-TOTAL-BASE
           MOVE STATUS-11-COUNT TO M2T-STATUS-11
           MOVE STATUS-13-COUNT TO M2T-STATUS-13
           MOVE STATUS-64-COUNT TO M2T-STATUS-64
           MOVE STATUS-71-COUNT TO M2T-STATUS-71
           MOVE STATUS-78-COUNT TO M2T-STATUS-78
           MOVE STATUS-80-COUNT TO M2T-STATUS-80
           MOVE STATUS-82-COUNT TO M2T-STATUS-82
           MOVE STATUS-83-COUNT TO M2T-STATUS-83
           MOVE STATUS-84-COUNT TO M2T-STATUS-84
           MOVE STATUS-93-COUNT TO M2T-STATUS-93
           MOVE STATUS-97-COUNT TO M2T-STATUS-97
           MOVE PHONE-COUNT     TO M2T-TOTAL-PHONE-ALL
           WRITE METRO2-TRAILER-RECORD.

       WRITE-CRB-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS REVIEWED . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE REPORTED-COUNT TO COUNT-D
           MOVE TOTAL-BALANCE TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "BASE SEGMENTS WRITTEN. . : " COUNT-D
               " BALANCE " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           IF REPLACED-COUNT > 0
               MOVE REPLACED-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "REPLACING EARLIER RUN. . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF CLOSED-SKIP-COUNT > 0
               MOVE CLOSED-SKIP-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "CLOSED, ALREADY REPORTED : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF NO-BORROWER-COUNT > 0
               MOVE NO-BORROWER-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "NO BORROWER - NOT SENT . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF UNDATED-COUNT > 0
               MOVE UNDATED-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "UNDATED - NO PROFILE . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF ARCHIVE-FAIL-COUNT > 0
               MOVE ARCHIVE-FAIL-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "NOT KEPT ON HISTORY. . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE STATUS-11-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 11 CURRENT. . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-71-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 71 30-59 DAYS . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-78-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 78 60-89 DAYS . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-80-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 80 90-119 DAYS. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-82-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 82 120-149 DAYS . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-83-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 83 150-179 DAYS . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-84-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 84 180+ DAYS. . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-93-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 93 COLLECTIONS. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-97-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 97 CHARGED OFF. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-13-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 13 PAID/CLOSED. . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE
           MOVE STATUS-64-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "STATUS 64 PAID, WAS C/O. : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE.

      * ONE SCHEDULE ROW, WHEREVER IT LIVES: THE INLINE TABLE FOR
      * PERIODS THE MASTER RECORD HOLDS, THE COMPANION FILE FOR THE
      * TAIL OF A LONG SCHEDULE.
       GET-SCHED-ROW.
           MOVE "0" TO SROW-PAYMENT-X
           MOVE HIGH-VALUES TO SROW-DUEDATE-X
           IF SROW-PERIOD <= MSTR-PERIODS
               MOVE MSTR-PAYMENT(SROW-PERIOD) TO SROW-PAYMENT-X
               MOVE MSTR-DUEDATE(SROW-PERIOD) TO SROW-DUEDATE-X
           ELSE
               IF SCHD-FILE-OPEN
                   MOVE MSTR-LOAN-NO TO SCHD-LOAN-NO
                   MOVE SROW-PERIOD  TO SCHD-PERIOD
                   READ SCHEDULE-ROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SCHD-PAYMENT TO SROW-PAYMENT-X
                           MOVE SCHD-DUEDATE TO SROW-DUEDATE-X
                   END-READ
               END-IF
           END-IF.

       END PROGRAM LOANCRB.

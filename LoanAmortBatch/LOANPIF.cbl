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
       PROGRAM-ID. LOANPIF.
       REMARKS. NIGHTLY PAID-IN-FULL PROCESSING. LOANPOST SETS A LOAN
               TO PAID-OFF WHEN POSTED MONEY COVERS THE LAST
               SCHEDULED PERIOD; THIS RUN DOES WHAT HAS TO FOLLOW.
               IT SWEEPS THE MASTER FOR PAID-OFF LOANS NOT YET ON
               THE PAID-IN-FULL TRACKING FILE (SEE PIFTRACK.CPY) AND
               FOR EACH ONE PRINTS A PAID-IN-FULL LETTER TO THE
               BORROWER AND A LIEN RELEASE / SATISFACTION REQUEST,
               BOTH ADDRESSED FROM THE BORROWER MASTER, TO THE
               PIFLTR FILE. WHATEVER IS LEFT IN MSTR-ESCROW-HELD IS
               REFUNDED: A BORROWER DISBURSEMENT GOES ON THE ESCRDISB
               SUB-LEDGER (SEE ESCRDISB.CPY), THE BALANCED ENTRY -
               DEBIT ESCROW PAYABLE, CREDIT CASH - ON PIFGLX IN THE
               SAME DETAIL/TRAILER SHAPE AS LOANGLX, AND THE HELD
               BALANCE IS ZEROED WITH A LINE ON THE MAINTENANCE
               AUDIT TRAIL. THE DISBURSEMENT IS WRITTEN FIRST AND THE
               HELD BALANCE ZEROED ONLY ONCE IT IS ON THE SUB-LEDGER;
               A REFUND THAT CANNOT BE RECORDED IS LISTED AND TRIED
               AGAIN THE NEXT NIGHT. ESCROW MONEY THAT POSTS AFTER
               THE PAYOFF IS REFUNDED THE SAME WAY THE NIGHT IT SHOWS
               UP. THE LIEN RELEASE GIVES THE ORIGINAL NOTE'S
               PRINCIPAL - FOR A LOAN BOARDED FROM ANOTHER SERVICER,
               THE ONE ON THE BOARDING HISTORY (SEE BOARDHST.CPY).

               THE TRACKING RECORD CARRIES THE STATUTORY DEADLINES
               FOR THE LIEN RELEASE AND THE REFUND, WORKED OUT FROM
               THE PAYOFF DATE AND THE BORROWER'S STATE ON THE
               PIFRULE FILE (SEE PIFRULE.CPY). THE LIEN DESK SENDS
               EACH RECORDING DATE IN ON THE OPTIONAL PIFCONF FILE.
               EVERY RUN ENDS WITH THE DEADLINE LOG - EVERY CASE
               STILL OPEN, DAYS LEFT ON EACH DEADLINE, OVERDUE AND
               DUE-SOON CASES FLAGGED - WHICH REPLACES THE PAPER LOG.
               RETURN CODE 4 WHEN ANYTHING IS OVERDUE OR NEEDS A
               LOOK.

               THE RUN DATE IS THE PROCESSING DATE ON LOANDATE (SEE
               PROCDATE.CPY) UNLESS THE OPTIONAL PIFPARM CARD GIVES
               ONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIF-PARM-FILE ASSIGN TO PIFPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PROC-DATE-FILE ASSIGN TO LOANDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTE-STATUS.

           SELECT PIF-RULE-FILE ASSIGN TO PIFRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT PIF-CONF-FILE ASSIGN TO PIFCONF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

      * THE SWEEP READS THROUGH OTHER USERS' LOCKS AND ONLY TAKES A
      * RECORD'S OWN LOCK WHEN IT HAS ESCROW TO REFUND OR A CASE TO
      * OPEN - SAME SHAPE AS LOANCHGO'S SWEEP.
           SELECT LOAN-MASTER-FILE ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSTR-LOAN-NO
               ALTERNATE RECORD KEY IS MSTR-BORROWER-ID
                   WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT BORROWER-FILE ASSIGN TO LOANBRW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRW-ID
               FILE STATUS IS WS-BRW-STATUS.

           SELECT PIF-TRACK-FILE ASSIGN TO LOANPIFT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIFT-LOAN-NO
               FILE STATUS IS WS-PIFT-STATUS.

      * OPTIONAL - ONLY A LOAN BOARDED FROM ANOTHER SERVICER HAS A
      * RECORD HERE.
           SELECT BOARD-HIST-FILE ASSIGN TO LOANBDHS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BDH-LOAN-NO
               FILE STATUS IS WS-BDH-STATUS.

           SELECT ESCROW-DISB-FILE ASSIGN TO ESCRDISB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISB-STATUS.

           SELECT PIF-LTR-FILE ASSIGN TO PIFLTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIF-GL-FILE ASSIGN TO PIFGLX
               ORGANIZATION IS SEQUENTIAL.

           SELECT PIF-RPT-FILE ASSIGN TO PIFRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      * OPTIONAL CARD: THE RUN DATE (CCYYMMDD) AND HOW MANY DAYS
      * AHEAD OF A DEADLINE A CASE IS FLAGGED DUE SOON. ZERO IN
      * EITHER TAKES THE DEFAULT.
       FD  PIF-PARM-FILE.
       01  PIF-PARM-RECORD.
           03 PARM-RUN-DATE     PIC 9(8).
           03 FILLER            PIC X(1).
           03 PARM-WARN-DAYS    PIC 9(3).

       FD  PROC-DATE-FILE.
       COPY "PROCDATE.CPY".

       FD  PIF-RULE-FILE.
       COPY "PIFRULE.CPY".

      * ONE LINE PER LIEN RELEASE THE COUNTY HAS RECORDED: THE LOAN
      * AND THE RECORDING DATE (CCYYMMDD).
       FD  PIF-CONF-FILE.
       01  PIF-CONF-RECORD.
           03 CONF-LOAN-NO      PIC X(10).
           03 FILLER            PIC X(1).
           03 CONF-RELEASE-DATE PIC 9(8).

       FD  LOAN-MASTER-FILE.
       COPY "LOANMSTR.CPY".

       FD  BORROWER-FILE.
       COPY "BORROWER.CPY".

       FD  PIF-TRACK-FILE.
       COPY "PIFTRACK.CPY".

       FD  BOARD-HIST-FILE.
       COPY "BOARDHST.CPY".

       FD  ESCROW-DISB-FILE.
       COPY "ESCRDISB.CPY".

       FD  PIF-LTR-FILE.
       01  LTR-LINE PIC X(132).

      * SAME FIXED-FORMAT INTERFACE RECORD THE LEDGER LOADER TAKES
      * FROM LOANGLX: TYPE D (DETAIL) OR T (TRAILER), ACCOUNT, LOAN
      * NUMBER, DEBIT AND CREDIT AMOUNTS AS UNSIGNED ZONED PENNIES.
      * THE TRAILER CARRIES THE DETAIL COUNT IN ITS LOAN-NUMBER
      * FIELD AND THE DEBIT/CREDIT HASH TOTALS IN ITS AMOUNT FIELDS.
       FD  PIF-GL-FILE.
       01  GL-RECORD.
           03 GL-TYPE           PIC X(1).
           03 GL-ACCOUNT        PIC X(6).
           03 GL-LOAN-NO        PIC X(10).
           03 GL-DEBIT          PIC 9(11)V99.
           03 GL-CREDIT         PIC 9(11)V99.

       FD  PIF-RPT-FILE.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-EOF-SWITCH       PIC 9 VALUE 0.
         88 WS-EOF            VALUE 1.

       01 WS-PARM-STATUS PIC X(2).
         88 WS-PARM-OK VALUE "00".
       01 WS-PDTE-STATUS PIC X(2).
         88 WS-PDTE-OK VALUE "00".
       01 WS-RULE-STATUS PIC X(2).
         88 WS-RULE-OK VALUE "00".
         88 WS-RULE-EOF VALUE "10".
       01 WS-CONF-STATUS PIC X(2).
         88 WS-CONF-OK VALUE "00".
         88 WS-CONF-EOF VALUE "10".
       01 WS-MSTR-STATUS PIC X(2).
         88 WS-MSTR-OK VALUE "00".
         88 WS-MSTR-NOT-FOUND VALUE "23" "35".
         88 WS-MSTR-LOCKED VALUE "99".
       01 WS-BRW-STATUS PIC X(2).
         88 WS-BRW-OK VALUE "00".
       01 WS-PIFT-STATUS PIC X(2).
         88 WS-PIFT-OK VALUE "00".
         88 WS-PIFT-NOT-FOUND VALUE "05" "35".
       01 WS-BDH-STATUS PIC X(2).
         88 WS-BDH-OK VALUE "00".
       01 WS-DISB-STATUS PIC X(2).
         88 WS-DISB-OK VALUE "00".
         88 WS-DISB-NOT-FOUND VALUE "05" "35".

       01 LOCK-RETRY-LIMIT PIC S9(4) COMP VALUE 10.
       01 LOCK-RETRY       PIC S9(4) COMP.

       01 BORROWER-FILE-SWITCH PIC 9 VALUE 0.
         88 BORROWER-FILE-OPEN VALUE 1.
       01 BORROWER-FOUND-SW    PIC 9 VALUE 0.
         88 BORROWER-FOUND     VALUE 1.
       01 BDH-FILE-SWITCH      PIC 9 VALUE 0.
         88 BDH-FILE-OPEN      VALUE 1.
       01 LOAN-BOARDED-SW      PIC 9 VALUE 0.
         88 LOAN-BOARDED       VALUE 1.
       01 TRACK-FOUND-SW       PIC 9 VALUE 0.
         88 TRACK-FOUND        VALUE 1.
       01 LOG-FLAG-SW          PIC 9 VALUE 0.
         88 LOG-OVERDUE        VALUE 1.
         88 LOG-DUE-SOON       VALUE 2.

      * THE ACCOUNTS THE REFUND POSTS TO - THE SAME ESCROW PAYABLE
      * AND CASH ACCOUNTS LOANPOST CREDITS AND DEBITS WHEN ESCROW
      * MONEY COMES IN, SO THE REFUND REVERSES EXACTLY WHAT THEY SET
      * UP.
       01 GL-ACCT-CASH        PIC X(6) VALUE "100100".
       01 GL-ACCT-ESCROW-PAY  PIC X(6) VALUE "230100".

       01 RUN-DATE            PIC 9(8) VALUE 0.
       01 PROC-DATE-N         PIC 9(8) VALUE 0.
       01 RUN-DAY-INT         PIC S9(8) COMP.
       01 WARN-DAYS           PIC S9(4) COMP VALUE 0.
       01 DEFAULT-WARN-DAYS   PIC S9(4) COMP VALUE 5.

      * THE STATE DEADLINES, LOADED WHOLE FROM PIFRULE. THE "**" ROW
      * (OR, WITHOUT ONE, THE HOUSE DEFAULT BELOW) COVERS ANY STATE
      * NOT LISTED.
       01 MAX-RULE-ROWS       PIC S9(4) COMP VALUE 60.
       01 RULE-ROW-COUNT      PIC S9(4) COMP VALUE 0.
       01 RULE-ROW-IDX        PIC S9(4) COMP.
       01 RULE-TABLE.
          03 RULE-ROW OCCURS 60 TIMES.
             05 RULE-T-STATE       PIC X(2).
             05 RULE-T-LIEN-DAYS   PIC S9(4) COMP.
             05 RULE-T-REFUND-DAYS PIC S9(4) COMP.
       01 DEFAULT-LIEN-DAYS   PIC S9(4) COMP VALUE 30.
       01 DEFAULT-REFUND-DAYS PIC S9(4) COMP VALUE 30.
       01 LIEN-DAYS           PIC S9(4) COMP.
       01 REFUND-DAYS         PIC S9(4) COMP.
       01 RULE-FOUND-SW       PIC 9.
         88 RULE-FOUND        VALUE 1.

       01 PAYOFF-DAY-INT      PIC S9(8) COMP.
       01 DUE-DAY-INT         PIC S9(8) COMP.
       01 LIEN-DAYS-LEFT      PIC S9(5) COMP.
       01 REFUND-DAYS-LEFT    PIC S9(5) COMP.
       01 REFUND-AMT          PIC S9(9)V99 COMP-3.

      * A CCYYMMDD DATE IN THE YYYY-MM-DD SHAPE THE LETTERS AND THE
      * LOG PRINT.
       01 FMT-WORK-DATE-N     PIC 9(8).
       01 FMT-WORK-DATE-X REDEFINES FMT-WORK-DATE-N.
          03 FMT-YYYY PIC X(4).
          03 FMT-MM   PIC X(2).
          03 FMT-DD   PIC X(2).
       01 FMT-DASH-DATE.
          03 DASH-YYYY PIC X(4).
          03 FILLER    PIC X VALUE "-".
          03 DASH-MM   PIC X(2).
          03 FILLER    PIC X VALUE "-".
          03 DASH-DD   PIC X(2).
       01 RUN-DATE-FMT        PIC X(10).
       01 PAYOFF-DATE-FMT     PIC X(10).
       01 LIEN-DUE-FMT        PIC X(10).
       01 REFUND-DUE-FMT      PIC X(10).
       01 RELEASE-DATE-FMT    PIC X(10).

       01 LOAN-COUNT          PIC S9(8) COMP VALUE 0.
       01 NEW-PIF-COUNT       PIC S9(8) COMP VALUE 0.
       01 TRACKED-SKIP-COUNT  PIC S9(8) COMP VALUE 0.
       01 REFUND-COUNT        PIC S9(8) COMP VALUE 0.
       01 OVERDRAWN-COUNT     PIC S9(8) COMP VALUE 0.
       01 NO-BORROWER-COUNT   PIC S9(8) COMP VALUE 0.
       01 LOCK-SKIP-COUNT     PIC S9(8) COMP VALUE 0.
       01 CONF-COUNT          PIC S9(8) COMP VALUE 0.
       01 CONF-REJECT-COUNT   PIC S9(8) COMP VALUE 0.
       01 OPEN-CASE-COUNT     PIC S9(8) COMP VALUE 0.
       01 OVERDUE-COUNT       PIC S9(8) COMP VALUE 0.
       01 DUE-SOON-COUNT      PIC S9(8) COMP VALUE 0.
       01 REVIEW-COUNT        PIC S9(8) COMP VALUE 0.
       01 REFUND-FAIL-COUNT   PIC S9(8) COMP VALUE 0.
       01 TOTAL-REFUNDED      PIC S9(13)V99 COMP-3 VALUE 0.

       01 DETAIL-COUNT        PIC S9(8) COMP VALUE 0.
       01 DEBIT-HASH          PIC S9(11)V99 COMP-3 VALUE 0.
       01 CREDIT-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
       01 TRAILER-COUNT       PIC 9(10).

       01 COUNT-D             PIC Z(7)9.
       01 MONEY-D             PIC -Z(12)9.99.
       01 AMOUNT-D            PIC -Z(8)9.99.
       01 PRINCIPAL-D         PIC Z(8)9.99.
       01 DAYS-D              PIC -ZZZ9.
       01 LIEN-DAYS-OUT       PIC X(5).
       01 REFUND-DAYS-OUT     PIC X(5).

      * MAINTENANCE AUDIT TRAIL - EVERY UPDATE HERE PUTS A
      * WHO/WHAT/BEFORE/AFTER LINE ON LOANMAUD THROUGH THE MNTAUDIT
      * SUBPROGRAM (SEE MAINTAUD.CPY). THE OPERATOR COMES FROM THE
      * USERNAME ENVIRONMENT VARIABLE; BLANK WHEN THE JOB RUNS
      * WITHOUT ONE.
       COPY "MAINTAUD.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT OPERATOR-ID FROM ENVIRONMENT "USERNAME"

           PERFORM READ-PIF-PARM
           PERFORM LOAD-RULE-TABLE

           OPEN I-O LOAN-MASTER-FILE
           IF NOT WS-MSTR-OK
               DISPLAY "UNABLE TO OPEN THE LOAN MASTER FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-TRACK-FILE
           IF NOT WS-PIFT-OK
               DISPLAY "UNABLE TO OPEN THE PAID-IN-FULL TRACKING FILE"
               CLOSE LOAN-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-DISB-FILE
           IF NOT WS-DISB-OK
               DISPLAY "UNABLE TO OPEN THE ESCROW DISBURSEMENT FILE"
               CLOSE LOAN-MASTER-FILE
               CLOSE PIF-TRACK-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BORROWER-FILE
           IF WS-BRW-OK
               SET BORROWER-FILE-OPEN TO TRUE
           END-IF

           OPEN INPUT BOARD-HIST-FILE
           IF WS-BDH-OK
               SET BDH-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT PIF-LTR-FILE
           OPEN OUTPUT PIF-GL-FILE
           OPEN OUTPUT PIF-RPT-FILE

           MOVE SPACES TO RPT-LINE
           STRING "PAID-IN-FULL PROCESSING FOR " RUN-DATE-FMT
               INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           PERFORM APPLY-RELEASE-CONFIRMATIONS

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PAID-OFF LOANS AND ESCROW REFUNDS:" TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOW-VALUES TO MSTR-LOAN-NO
           START LOAN-MASTER-FILE KEY NOT < MSTR-LOAN-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-EOF
               READ LOAN-MASTER-FILE NEXT IGNORING LOCK
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-MSTR-OK
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF
                   ADD 1 TO LOAN-COUNT
                   IF MSTR-LIFE-PAID-OFF
                       PERFORM CHECK-PAID-OFF-LOAN
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-GL-TRAILER
           PERFORM WRITE-DEADLINE-LOG
           PERFORM WRITE-PIF-TOTALS

           CLOSE LOAN-MASTER-FILE
           CLOSE PIF-TRACK-FILE
           CLOSE ESCROW-DISB-FILE
           CLOSE PIF-LTR-FILE
           CLOSE PIF-GL-FILE
           CLOSE PIF-RPT-FILE
           IF BORROWER-FILE-OPEN
               CLOSE BORROWER-FILE
           END-IF
           IF BDH-FILE-OPEN
               CLOSE BOARD-HIST-FILE
           END-IF

           IF OVERDUE-COUNT > 0 OR LOCK-SKIP-COUNT > 0
                   OR REVIEW-COUNT > 0 OR OVERDRAWN-COUNT > 0
                   OR CONF-REJECT-COUNT > 0 OR REFUND-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

      * THE CARD IS THE OVERRIDE FOR A RE-RUN; WITH NO CARD, OR A
      * ZERO DATE ON IT, THE RUN TAKES THE PROCESSING DATE FROM
      * LOANDATE. A CARD THAT WILL NOT READ STOPS THE RUN - THE DATE
      * STARTS EVERY STATUTORY CLOCK THIS RUN SETS.
       READ-PIF-PARM.
           OPEN INPUT PIF-PARM-FILE
           IF WS-PARM-OK
               READ PIF-PARM-FILE
                   NOT AT END
                       IF PARM-RUN-DATE NOT NUMERIC
                               OR PARM-WARN-DAYS NOT NUMERIC
                           DISPLAY "PAID-IN-FULL PARAMETER CARD "
                               "INVALID"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE PARM-RUN-DATE  TO RUN-DATE
                       MOVE PARM-WARN-DAYS TO WARN-DAYS
               END-READ
               CLOSE PIF-PARM-FILE
           END-IF

           IF RUN-DATE = 0
               PERFORM READ-PROCESSING-DATE
               MOVE PROC-DATE-N TO RUN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
               DISPLAY "PAID-IN-FULL RUN DATE INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WARN-DAYS = 0
               MOVE DEFAULT-WARN-DAYS TO WARN-DAYS
           END-IF

           COMPUTE RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           MOVE RUN-DATE TO FMT-WORK-DATE-N
           PERFORM FORMAT-WORK-DATE
           MOVE FMT-DASH-DATE TO RUN-DATE-FMT.

      * THE PROCESSING DATE THE START-OF-DAY STEP LEFT ON LOANDATE
      * (SEE PROCDATE.CPY) - THE DATE THE WHOLE CYCLE RUNS ON WHEN A
      * CARD DOES NOT SAY OTHERWISE. WITH NEITHER, THE RUN STOPS.
       READ-PROCESSING-DATE.
           MOVE 0 TO PROC-DATE-N
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDTE-OK
               READ PROC-DATE-FILE
                   NOT AT END
                       IF PDTE-CURRENT-DATE NUMERIC
                           MOVE PDTE-CURRENT-DATE TO PROC-DATE-N
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           IF PROC-DATE-N = 0
               DISPLAY "PAID-IN-FULL PARAMETER CARD GIVES NO DATE AND "
                   "LOANDATE HAS NO PROCESSING DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * A MISSING RULE FILE IS NOT FATAL - EVERY STATE THEN GETS THE
      * HOUSE DEFAULT - BUT A BAD ROW IS: A DEADLINE WORKED OUT FROM
      * A GARBLED RULE WOULD SIT ON THE LOG LOOKING RIGHT.
       LOAD-RULE-TABLE.
           OPEN INPUT PIF-RULE-FILE
           IF NOT WS-RULE-OK
               DISPLAY "NO PIFRULE FILE - HOUSE DEFAULT DEADLINES USED"
           ELSE
               PERFORM UNTIL NOT WS-RULE-OK
                   READ PIF-RULE-FILE
                   IF WS-RULE-OK
                       PERFORM LOAD-ONE-RULE
                   END-IF
               END-PERFORM
               CLOSE PIF-RULE-FILE
           END-IF

           PERFORM VARYING RULE-ROW-IDX FROM 1 BY 1
                   UNTIL RULE-ROW-IDX > RULE-ROW-COUNT
               IF RULE-T-STATE(RULE-ROW-IDX) = "**"
                   MOVE RULE-T-LIEN-DAYS(RULE-ROW-IDX)
                       TO DEFAULT-LIEN-DAYS
                   MOVE RULE-T-REFUND-DAYS(RULE-ROW-IDX)
                       TO DEFAULT-REFUND-DAYS
               END-IF
           END-PERFORM.

       LOAD-ONE-RULE.
           IF RULE-LIEN-DAYS NOT NUMERIC
                   OR RULE-REFUND-DAYS NOT NUMERIC
                   OR RULE-STATE = SPACES
               DISPLAY "PIFRULE RECORD INVALID"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RULE-ROW-COUNT >= MAX-RULE-ROWS
               DISPLAY "PIFRULE FILE EXCEEDS THE RULE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO RULE-ROW-COUNT
           MOVE RULE-STATE       TO RULE-T-STATE(RULE-ROW-COUNT)
           MOVE RULE-LIEN-DAYS   TO RULE-T-LIEN-DAYS(RULE-ROW-COUNT)
           MOVE RULE-REFUND-DAYS
               TO RULE-T-REFUND-DAYS(RULE-ROW-COUNT).

      * SAME FIRST-TIME-THROUGH HANDLING AS LOANCHGO'S SUB-LEDGER.
      * THE TRACKING FILE IS PERMANENT: NEVER OPENED OUTPUT ONCE IT
      * HAS RECORDS.
       OPEN-TRACK-FILE.
           OPEN I-O PIF-TRACK-FILE
           IF WS-PIFT-NOT-FOUND
               OPEN OUTPUT PIF-TRACK-FILE
               CLOSE PIF-TRACK-FILE
               OPEN I-O PIF-TRACK-FILE
           END-IF.

      * THE SUB-LEDGER IS THE YEAR'S RECORD OF ESCROW PAID OUT -
      * ALWAYS EXTEND, NEVER OUTPUT OVER WHAT IS ALREADY THERE.
       OPEN-DISB-FILE.
           OPEN EXTEND ESCROW-DISB-FILE
           IF WS-DISB-NOT-FOUND
               OPEN OUTPUT ESCROW-DISB-FILE
               CLOSE ESCROW-DISB-FILE
               OPEN EXTEND ESCROW-DISB-FILE
           END-IF.

      * THE LIEN DESK'S RECORDING DATES. A RELEASE FOR A LOAN WITH
      * NO CASE, OR A DATE THAT IS NOT A DATE, IS LISTED AND LEFT
      * FOR THE DESK TO RE-SEND.
       APPLY-RELEASE-CONFIRMATIONS.
           OPEN INPUT PIF-CONF-FILE
           IF WS-CONF-OK
               MOVE "LIEN RELEASES RECORDED:" TO RPT-LINE
               WRITE RPT-LINE
               PERFORM UNTIL NOT WS-CONF-OK
                   READ PIF-CONF-FILE
                   IF WS-CONF-OK
                       PERFORM APPLY-ONE-CONFIRMATION
                   END-IF
               END-PERFORM
               CLOSE PIF-CONF-FILE
           END-IF.

       APPLY-ONE-CONFIRMATION.
           MOVE 0 TO TRACK-FOUND-SW
           IF CONF-RELEASE-DATE NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(CONF-RELEASE-DATE) = 0
                   MOVE CONF-LOAN-NO TO PIFT-LOAN-NO
                   READ PIF-TRACK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET TRACK-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF

           IF NOT TRACK-FOUND
               ADD 1 TO CONF-REJECT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " CONF-LOAN-NO
                   " ** RELEASE NOT APPLIED - NO PAID-IN-FULL CASE "
                   "OR DATE INVALID **" INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE CONF-RELEASE-DATE TO PIFT-LIEN-RELEASE-DATE
               PERFORM TEST-CASE-COMPLETE
               REWRITE PIF-TRACK-RECORD
               ADD 1 TO CONF-COUNT
               MOVE CONF-RELEASE-DATE TO FMT-WORK-DATE-N
               PERFORM FORMAT-WORK-DATE
               MOVE FMT-DASH-DATE TO RELEASE-DATE-FMT
               MOVE SPACES TO RPT-LINE
               IF PIFT-LIEN-RELEASE-DATE > PIFT-LIEN-DUE-DATE
                   STRING "LOAN " PIFT-LOAN-NO " LIEN RELEASED "
                       RELEASE-DATE-FMT
                       " ** RECORDED AFTER THE STATUTORY DEADLINE **"
                       INTO RPT-LINE
               ELSE
                   STRING "LOAN " PIFT-LOAN-NO " LIEN RELEASED "
                       RELEASE-DATE-FMT INTO RPT-LINE
               END-IF
               WRITE RPT-LINE
           END-IF.

      * A NEWLY PAID-OFF LOAN GETS ITS CASE, LETTERS AND REFUND; A
      * LOAN ALREADY ON THE TRACKING FILE ONLY COMES BACK IN WHEN
      * ESCROW MONEY HAS POSTED TO IT SINCE.
       CHECK-PAID-OFF-LOAN.
           MOVE 0 TO TRACK-FOUND-SW
           MOVE MSTR-LOAN-NO TO PIFT-LOAN-NO
           READ PIF-TRACK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRACK-FOUND TO TRUE
           END-READ

           IF TRACK-FOUND AND MSTR-ESCROW-HELD = 0
               ADD 1 TO TRACKED-SKIP-COUNT
           ELSE
               PERFORM SETTLE-PAID-OFF-LOAN
           END-IF.

      * TAKE THE RECORD'S OWN LOCK BEFORE TOUCHING THE ESCROW - THE
      * SWEEP READ ABOVE WENT THROUGH OTHER USERS' LOCKS. A LOAN IN
      * USE IS LEFT FOR TOMORROW NIGHT WHOLE: NO LETTER GOES OUT
      * WITHOUT ITS REFUND. A LOAN SOMEBODY MOVED BACK OFF PAID-OFF
      * SINCE THE SWEEP READ IS LEFT ALONE.
       SETTLE-PAID-OFF-LOAN.
           MOVE 0 TO LOCK-RETRY
           READ LOAN-MASTER-FILE WITH LOCK
           PERFORM UNTIL NOT WS-MSTR-LOCKED
                   OR LOCK-RETRY >= LOCK-RETRY-LIMIT
               ADD 1 TO LOCK-RETRY
               READ LOAN-MASTER-FILE WITH LOCK
           END-PERFORM

           IF NOT WS-MSTR-OK
               ADD 1 TO LOCK-SKIP-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO
                   " ** RECORD IN USE - PAID-IN-FULL NOT PROCESSED **"
                   INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF MSTR-LIFE-PAID-OFF
                   IF NOT TRACK-FOUND
                       PERFORM OPEN-PIF-CASE
                   END-IF
                   PERFORM REFUND-ESCROW
                   PERFORM TEST-CASE-COMPLETE
                   IF TRACK-FOUND
                       REWRITE PIF-TRACK-RECORD
                   ELSE
                       WRITE PIF-TRACK-RECORD
                       PERFORM WRITE-PIF-LETTERS
                   END-IF
               END-IF
               UNLOCK LOAN-MASTER-FILE
           END-IF.

      * THE PAYOFF DATE IS THE DAY THE LAST MONEY POSTED; THE
      * STATUTORY CLOCKS RUN FROM IT IN CALENDAR DAYS.
       OPEN-PIF-CASE.
           ADD 1 TO NEW-PIF-COUNT
           PERFORM LOOKUP-BORROWER

           MOVE SPACES TO PIF-TRACK-RECORD
           MOVE MSTR-LOAN-NO     TO PIFT-LOAN-NO
           MOVE MSTR-BORROWER-ID TO PIFT-BORROWER-ID
           IF BORROWER-FOUND
               MOVE BRW-STATE TO PIFT-STATE
           END-IF
           MOVE RUN-DATE TO PIFT-PAYOFF-DATE
           IF MSTR-LAST-RECEIPT-DATE NUMERIC
                   AND MSTR-LAST-RECEIPT-DATE NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(MSTR-LAST-RECEIPT-DATE)
                       = 0
                   MOVE MSTR-LAST-RECEIPT-DATE TO PIFT-PAYOFF-DATE
               END-IF
           END-IF
           MOVE RUN-DATE TO PIFT-LETTER-DATE
           MOVE 0 TO PIFT-LIEN-RELEASE-DATE
           MOVE 0 TO PIFT-REFUND-DATE
           MOVE 0 TO PIFT-REFUND-AMOUNT
           MOVE "O" TO PIFT-STATUS

           PERFORM FIND-STATE-RULE
           COMPUTE PAYOFF-DAY-INT =
               FUNCTION INTEGER-OF-DATE(PIFT-PAYOFF-DATE)
           COMPUTE DUE-DAY-INT = PAYOFF-DAY-INT + LIEN-DAYS
           COMPUTE PIFT-LIEN-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(DUE-DAY-INT)
           COMPUTE DUE-DAY-INT = PAYOFF-DAY-INT + REFUND-DAYS
           COMPUTE PIFT-REFUND-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(DUE-DAY-INT).

       FIND-STATE-RULE.
           MOVE DEFAULT-LIEN-DAYS   TO LIEN-DAYS
           MOVE DEFAULT-REFUND-DAYS TO REFUND-DAYS
           MOVE 0 TO RULE-FOUND-SW
           PERFORM VARYING RULE-ROW-IDX FROM 1 BY 1
                   UNTIL RULE-ROW-IDX > RULE-ROW-COUNT
                      OR RULE-FOUND
               IF RULE-T-STATE(RULE-ROW-IDX) = PIFT-STATE
                       AND PIFT-STATE NOT = SPACES
                   SET RULE-FOUND TO TRUE
                   MOVE RULE-T-LIEN-DAYS(RULE-ROW-IDX) TO LIEN-DAYS
                   MOVE RULE-T-REFUND-DAYS(RULE-ROW-IDX)
                       TO REFUND-DAYS
               END-IF
           END-PERFORM.

      * WHATEVER ESCROW THE LOAN STILL HOLDS GOES BACK TO THE
      * BORROWER. NOTHING HELD SETTLES THE REFUND AS IT STANDS; AN
      * OVERDRAWN BALANCE (ESCROW ADVANCED BY US) IS LISTED FOR THE
      * ESCROW DESK AND LEAVES THE REFUND OPEN.
       REFUND-ESCROW.
           EVALUATE TRUE
               WHEN MSTR-ESCROW-HELD > 0
                   PERFORM WRITE-ESCROW-REFUND
               WHEN MSTR-ESCROW-HELD < 0
                   ADD 1 TO OVERDRAWN-COUNT
                   MOVE MSTR-ESCROW-HELD TO AMOUNT-D
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN " MSTR-LOAN-NO " ESCROW HELD "
                       AMOUNT-D
                       " ** OVERDRAWN - NO REFUND, REVIEW **"
                       INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   IF PIFT-REFUND-DATE = 0
                       MOVE RUN-DATE TO PIFT-REFUND-DATE
                   END-IF
           END-EVALUATE.

      * THE DISBURSEMENT GOES ON THE SUB-LEDGER FIRST - A HELD
      * BALANCE ZEROED WITH NO RECORD OF WHERE THE MONEY WENT CANNOT
      * BE RECONCILED. ONLY WHEN IT IS WRITTEN IS THE MASTER TOUCHED.
       WRITE-ESCROW-REFUND.
           MOVE MSTR-ESCROW-HELD TO REFUND-AMT

           MOVE MSTR-LOAN-NO TO DISB-LOAN-NO
           MOVE "R"          TO DISB-PAYEE-TYPE
           MOVE RUN-DATE     TO DISB-DATE
           MOVE REFUND-AMT   TO DISB-AMOUNT
           WRITE ESCROW-DISB-RECORD

           IF WS-DISB-OK
               PERFORM ZERO-ESCROW-HELD
           ELSE
               ADD 1 TO REFUND-FAIL-COUNT
               MOVE REFUND-AMT TO AMOUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO " ESCROW HELD " AMOUNT-D
                   " ** DISBURSEMENT NOT WRITTEN - STATUS "
                   WS-DISB-STATUS " - ESCROW NOT REFUNDED **"
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * A MASTER THAT WILL NOT TAKE THE ZERO BALANCE KEEPS ITS ESCROW
      * FOR TOMORROW NIGHT, SO THE DISBURSEMENT JUST WRITTEN IS
      * OFFSET WITH A REVERSING ONE - THE SUB-LEDGER IS WRITE-ONLY -
      * AND THE NEXT RUN REFUNDS IT AFRESH.
       ZERO-ESCROW-HELD.
           MOVE MSTR-ESCROW-HELD TO MAUD-BEFORE-1
           MOVE ZERO TO MAUD-BEFORE-2
           MOVE ZERO TO MSTR-ESCROW-HELD

           REWRITE LOAN-MASTER-RECORD

           IF WS-MSTR-OK
               ADD 1 TO REFUND-COUNT
               ADD REFUND-AMT TO TOTAL-REFUNDED
               ADD REFUND-AMT TO PIFT-REFUND-AMOUNT
               MOVE RUN-DATE TO PIFT-REFUND-DATE

               PERFORM WRITE-GL-REFUND

               MOVE "ESCREFND" TO MAUD-ACTION
               MOVE MSTR-ESCROW-HELD TO MAUD-AFTER-1
               MOVE ZERO TO MAUD-AFTER-2
               PERFORM WRITE-MAINT-AUDIT

               MOVE REFUND-AMT TO AMOUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "LOAN " MSTR-LOAN-NO " ESCROW REFUNDED "
                   AMOUNT-D " " MSTR-BORROWER-ID INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE REFUND-AMT TO MSTR-ESCROW-HELD
               ADD 1 TO LOCK-SKIP-COUNT
               COMPUTE DISB-AMOUNT = 0 - REFUND-AMT
               WRITE ESCROW-DISB-RECORD
               MOVE SPACES TO RPT-LINE
               IF WS-DISB-OK
                   STRING "LOAN " MSTR-LOAN-NO
                       " ** MASTER NOT UPDATED - ESCROW NOT REFUNDED,"
                       " DISBURSEMENT REVERSED **" INTO RPT-LINE
               ELSE
                   STRING "LOAN " MSTR-LOAN-NO
                       " ** MASTER NOT UPDATED - ESCROW NOT REFUNDED,"
                       " DISBURSEMENT NOT REVERSED - REVERSE BY HAND **"
                       INTO RPT-LINE
               END-IF
               WRITE RPT-LINE
           END-IF.

      * BOTH OBLIGATIONS MET CLOSES THE CASE OFF THE DEADLINE LOG.
       TEST-CASE-COMPLETE.
           IF PIFT-LIEN-RELEASE-DATE NOT = 0
                   AND PIFT-REFUND-DATE NOT = 0
               MOVE "C" TO PIFT-STATUS
           ELSE
               MOVE "O" TO PIFT-STATUS
           END-IF.

       LOOKUP-BORROWER.
           MOVE 0 TO BORROWER-FOUND-SW
           IF BORROWER-FILE-OPEN AND MSTR-BORROWER-ID NOT = SPACES
               MOVE MSTR-BORROWER-ID TO BRW-ID
               READ BORROWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BORROWER-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT BORROWER-FOUND
               ADD 1 TO NO-BORROWER-COUNT
           END-IF.

      * THE ORIGINAL TERMS OF A LOAN BOARDED FROM ANOTHER SERVICER,
      * READ AS LOANCRB READS THEM. A BOARDED LOAN'S MASTER PRINCIPAL
      * IS THE BALANCE IT WAS TAKEN ON WITH, NOT THE NOTE'S.
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

      * TWO PAGES PER LOAN: THE BORROWER'S PAID-IN-FULL LETTER, THEN
      * THE REQUEST TO RELEASE THE LIEN OF RECORD, EACH OPENED WITH
      * THE SAME SEPARATOR LINE LOANBILL PUTS BETWEEN STATEMENTS.
       WRITE-PIF-LETTERS.
           MOVE PIFT-PAYOFF-DATE TO FMT-WORK-DATE-N
           PERFORM FORMAT-WORK-DATE
           MOVE FMT-DASH-DATE TO PAYOFF-DATE-FMT
           MOVE PIFT-LIEN-DUE-DATE TO FMT-WORK-DATE-N
           PERFORM FORMAT-WORK-DATE
           MOVE FMT-DASH-DATE TO LIEN-DUE-FMT

           PERFORM WRITE-LETTER-SEPARATOR
           MOVE SPACES TO LTR-LINE
           STRING "DATE: " RUN-DATE-FMT INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           PERFORM WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "RE: LOAN " MSTR-LOAN-NO " - PAID IN FULL"
               INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "YOUR LOAN WAS PAID IN FULL ON " PAYOFF-DATE-FMT
               ". THANK YOU FOR YOUR BUSINESS." INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "WE HAVE REQUESTED RELEASE OF THE LIEN SECURING "
               "THIS LOAN. IT WILL BE RELEASED OF RECORD ON OR "
               "BEFORE " LIEN-DUE-FMT "." INTO LTR-LINE
           WRITE LTR-LINE
           IF PIFT-REFUND-AMOUNT > 0
               MOVE PIFT-REFUND-AMOUNT TO AMOUNT-D
               MOVE SPACES TO LTR-LINE
               STRING "THE BALANCE OF YOUR ESCROW ACCOUNT, "
                   AMOUNT-D ", HAS BEEN REFUNDED TO YOU." INTO LTR-LINE
               WRITE LTR-LINE
           END-IF
           MOVE SPACES TO LTR-LINE
           STRING "PLEASE CANCEL ANY AUTOMATIC PAYMENTS AND NOTIFY "
               "YOUR INSURANCE AGENT AND TAXING AUTHORITY THAT WE "
               "NO LONGER HOLD A LIEN." INTO LTR-LINE
           WRITE LTR-LINE

           PERFORM WRITE-LETTER-SEPARATOR
           MOVE "REQUEST FOR RELEASE / SATISFACTION OF LIEN"
               TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "LOAN NUMBER. . . . . . . : " MSTR-LOAN-NO
               INTO LTR-LINE
           WRITE LTR-LINE
           PERFORM READ-BOARD-HISTORY
           IF LOAN-BOARDED
               MOVE BDH-ORIG-PRINCIPAL TO PRINCIPAL-D
           ELSE
               MOVE MSTR-PRINCIPAL TO PRINCIPAL-D
           END-IF
           MOVE SPACES TO LTR-LINE
           STRING "ORIGINAL PRINCIPAL . . . : " PRINCIPAL-D
               INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "PAID IN FULL . . . . . . : " PAYOFF-DATE-FMT
               INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "STATE / RELEASE DUE BY . : " PIFT-STATE " "
               LIEN-DUE-FMT INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE "MORTGAGOR / GRANTOR:" TO LTR-LINE
           WRITE LTR-LINE
           PERFORM WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "THE INDEBTEDNESS SECURED BY THE LIEN ON THE "
               "ABOVE BORROWER'S PROPERTY HAS BEEN PAID IN FULL. "
               "PREPARE AND RECORD A RELEASE / SATISFACTION."
               INTO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           STRING "RECORDED ON ____________  BOOK/PAGE OR "
               "INSTRUMENT NO. ____________________" INTO LTR-LINE
           WRITE LTR-LINE

           MOVE SPACES TO RPT-LINE
           STRING "LOAN " MSTR-LOAN-NO " PAID IN FULL "
               PAYOFF-DATE-FMT " - LETTERS PRINTED, LIEN RELEASE DUE "
               LIEN-DUE-FMT " " MSTR-BORROWER-ID INTO RPT-LINE
           WRITE RPT-LINE.

       WRITE-LETTER-SEPARATOR.
           MOVE SPACES TO LTR-LINE
           STRING "-------------------------------------------"
               INTO LTR-LINE
           WRITE LTR-LINE.

       WRITE-ADDRESS-BLOCK.
           IF BORROWER-FOUND
               MOVE SPACES TO LTR-LINE
               STRING BRW-NAME INTO LTR-LINE
               WRITE LTR-LINE
               MOVE SPACES TO LTR-LINE
               STRING BRW-ADDR1 INTO LTR-LINE
               WRITE LTR-LINE
               IF BRW-ADDR2 NOT = SPACES
                   MOVE SPACES TO LTR-LINE
                   STRING BRW-ADDR2 INTO LTR-LINE
                   WRITE LTR-LINE
               END-IF
               MOVE SPACES TO LTR-LINE
               STRING BRW-CITY " " BRW-STATE " " BRW-ZIP
                   INTO LTR-LINE
               WRITE LTR-LINE
           ELSE
               MOVE SPACES TO LTR-LINE
               STRING "BORROWER " MSTR-BORROWER-ID
                   " ** NO NAME/ADDRESS ON BORROWER MASTER **"
                   INTO LTR-LINE
               WRITE LTR-LINE
           END-IF.

       WRITE-GL-REFUND.
           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GL-TYPE
           MOVE GL-ACCT-ESCROW-PAY TO GL-ACCOUNT
           MOVE MSTR-LOAN-NO TO GL-LOAN-NO
           MOVE REFUND-AMT TO GL-DEBIT
           MOVE ZERO TO GL-CREDIT
           PERFORM WRITE-GL-DETAIL

           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GL-TYPE
           MOVE GL-ACCT-CASH TO GL-ACCOUNT
           MOVE MSTR-LOAN-NO TO GL-LOAN-NO
           MOVE ZERO TO GL-DEBIT
           MOVE REFUND-AMT TO GL-CREDIT
           PERFORM WRITE-GL-DETAIL.

       WRITE-GL-DETAIL.
           WRITE GL-RECORD
           ADD 1 TO DETAIL-COUNT
           ADD GL-DEBIT  TO DEBIT-HASH
           ADD GL-CREDIT TO CREDIT-HASH.

       WRITE-GL-TRAILER.
           MOVE SPACES TO GL-RECORD
           MOVE "T" TO GL-TYPE
           MOVE SPACES TO GL-ACCOUNT
           MOVE DETAIL-COUNT TO TRAILER-COUNT
           MOVE TRAILER-COUNT TO GL-LOAN-NO
           MOVE DEBIT-HASH TO GL-DEBIT
           MOVE CREDIT-HASH TO GL-CREDIT
           WRITE GL-RECORD.

      * THE DEADLINE LOG: EVERY CASE STILL OPEN, WITH THE DAYS LEFT
      * ON WHICHEVER OBLIGATION IS STILL OUTSTANDING (NEGATIVE ONCE
      * IT IS PAST). A CASE WHOSE LOAN IS NO LONGER PAID OFF ON THE
      * MASTER - A REVERSED PAYOFF - IS FLAGGED FOR REVIEW BEFORE
      * ANYONE RECORDS A RELEASE.
       WRITE-DEADLINE-LOG.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "STATUTORY DEADLINE LOG - OPEN CASES:" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LOAN       ST PAYOFF     LIEN DUE   DAYS "
               "REFUND DUE DAYS" INTO RPT-LINE
           WRITE RPT-LINE

           MOVE 0 TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO PIFT-LOAN-NO
           START PIF-TRACK-FILE KEY NOT < PIFT-LOAN-NO
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-EOF
               READ PIF-TRACK-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-PIFT-OK
                   SET WS-EOF TO TRUE
               END-IF
               IF NOT WS-EOF AND PIFT-OPEN
                   PERFORM LOG-OPEN-CASE
               END-IF
           END-PERFORM.

       LOG-OPEN-CASE.
           ADD 1 TO OPEN-CASE-COUNT
           MOVE 0 TO LOG-FLAG-SW

           MOVE PIFT-PAYOFF-DATE TO FMT-WORK-DATE-N
           PERFORM FORMAT-WORK-DATE
           MOVE FMT-DASH-DATE TO PAYOFF-DATE-FMT

           IF PIFT-LIEN-RELEASE-DATE = 0
               MOVE PIFT-LIEN-DUE-DATE TO FMT-WORK-DATE-N
               PERFORM FORMAT-WORK-DATE
               MOVE FMT-DASH-DATE TO LIEN-DUE-FMT
               COMPUTE LIEN-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(PIFT-LIEN-DUE-DATE)
                   - RUN-DAY-INT
               MOVE LIEN-DAYS-LEFT TO DAYS-D
               MOVE DAYS-D TO LIEN-DAYS-OUT
               PERFORM RATE-DAYS-LEFT-LIEN
           ELSE
               MOVE "RELEASED" TO LIEN-DUE-FMT
               MOVE SPACES TO LIEN-DAYS-OUT
           END-IF

           IF PIFT-REFUND-DATE = 0
               MOVE PIFT-REFUND-DUE-DATE TO FMT-WORK-DATE-N
               PERFORM FORMAT-WORK-DATE
               MOVE FMT-DASH-DATE TO REFUND-DUE-FMT
               COMPUTE REFUND-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(PIFT-REFUND-DUE-DATE)
                   - RUN-DAY-INT
               MOVE REFUND-DAYS-LEFT TO DAYS-D
               MOVE DAYS-D TO REFUND-DAYS-OUT
               PERFORM RATE-DAYS-LEFT-REFUND
           ELSE
               MOVE "REFUNDED" TO REFUND-DUE-FMT
               MOVE SPACES TO REFUND-DAYS-OUT
           END-IF

           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN LOG-OVERDUE
                   ADD 1 TO OVERDUE-COUNT
                   STRING PIFT-LOAN-NO " " PIFT-STATE " "
                       PAYOFF-DATE-FMT " " LIEN-DUE-FMT
                       LIEN-DAYS-OUT " "
                       REFUND-DUE-FMT REFUND-DAYS-OUT "  ** OVERDUE **"
                       INTO RPT-LINE
               WHEN LOG-DUE-SOON
                   ADD 1 TO DUE-SOON-COUNT
                   STRING PIFT-LOAN-NO " " PIFT-STATE " "
                       PAYOFF-DATE-FMT " " LIEN-DUE-FMT
                       LIEN-DAYS-OUT " "
                       REFUND-DUE-FMT REFUND-DAYS-OUT "  DUE SOON"
                       INTO RPT-LINE
               WHEN OTHER
                   STRING PIFT-LOAN-NO " " PIFT-STATE " "
                       PAYOFF-DATE-FMT " " LIEN-DUE-FMT
                       LIEN-DAYS-OUT " "
                       REFUND-DUE-FMT REFUND-DAYS-OUT INTO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE

           MOVE PIFT-LOAN-NO TO MSTR-LOAN-NO
           READ LOAN-MASTER-FILE IGNORING LOCK
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-MSTR-OK OR NOT MSTR-LIFE-PAID-OFF
               ADD 1 TO REVIEW-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "           ** LOAN NO LONGER PAID OFF ON THE "
                   "MASTER - REVIEW BEFORE RELEASING THE LIEN **"
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       RATE-DAYS-LEFT-LIEN.
           IF LIEN-DAYS-LEFT < 0
               SET LOG-OVERDUE TO TRUE
           ELSE
               IF LIEN-DAYS-LEFT <= WARN-DAYS AND NOT LOG-OVERDUE
                   SET LOG-DUE-SOON TO TRUE
               END-IF
           END-IF.

       RATE-DAYS-LEFT-REFUND.
           IF REFUND-DAYS-LEFT < 0
               SET LOG-OVERDUE TO TRUE
           ELSE
               IF REFUND-DAYS-LEFT <= WARN-DAYS AND NOT LOG-OVERDUE
                   SET LOG-DUE-SOON TO TRUE
               END-IF
           END-IF.

       FORMAT-WORK-DATE.
           MOVE FMT-YYYY TO DASH-YYYY
           MOVE FMT-MM   TO DASH-MM
           MOVE FMT-DD   TO DASH-DD.

       WRITE-MAINT-AUDIT.
           MOVE "LOANPIF" TO MAUD-PROGRAM
           MOVE OPERATOR-ID TO MAUD-OPERATOR
           MOVE MSTR-LOAN-NO TO MAUD-KEY
           CALL "MNTAUDIT" USING MAINT-AUDIT-REQUEST.

       WRITE-PIF-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           MOVE LOAN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LOANS READ . . . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE NEW-PIF-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "NEWLY PAID IN FULL . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TRACKED-SKIP-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ALREADY PROCESSED. . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE REFUND-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ESCROW REFUNDS . . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE TOTAL-REFUNDED TO MONEY-D
           MOVE SPACES TO RPT-LINE
           STRING "ESCROW REFUNDED. . . . . : " MONEY-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE OVERDRAWN-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "ESCROW OVERDRAWN . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE NO-BORROWER-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "NO BORROWER ADDRESS. . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CONF-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "LIEN RELEASES RECORDED . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE CONF-REJECT-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "RELEASES NOT APPLIED . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE OPEN-CASE-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "CASES STILL OPEN . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE OVERDUE-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "PAST A DEADLINE. . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE DUE-SOON-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "DUE WITHIN WARNING DAYS. : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE REVIEW-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "PAYOFF REVERSED - REVIEW : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE LOCK-SKIP-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS IN USE - SKIPPED : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           IF REFUND-FAIL-COUNT > 0
               MOVE REFUND-FAIL-COUNT TO COUNT-D
               MOVE SPACES TO RPT-LINE
               STRING "REFUNDS NOT RECORDED . . : " COUNT-D
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM LOANPIF.

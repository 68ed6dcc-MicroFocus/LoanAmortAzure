      * (c) Copyright [2019] Micro Focus or one of its affiliates.
      *
      * Licensed under the Apache 2.0 License (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at https://opensource.org/licenses/Apache-2.0
      *
      * Unless required by applicable law or agreed to in writing, software distributed under the License is distributed
      * on an "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied.
      * See the License for the specific language governing permissions and limitations under the License.
      *
      * DLQSTAT.CPY - ONE LOAN'S DELINQUENCY STATUS AS OF ONE NIGHT,
      * ON THE INDEXED DELINQUENCY STATUS FILE (LOANDLQS), KEYED BY
      * LOAN NUMBER. THE NIGHTLY MEASURE STEP LOANDLQM SWEEPS THE
      * MASTER AND ITS SCHEDULE ROWS (INLINE AND ON LOANSCHD) ONCE
      * AND WRITES ONE RECORD PER LOAN ON THE MASTER; LOANPDUE,
      * LOANLATE, LOANCOLL, LOANNOTC AND LOANBILL READ THESE INSTEAD
      * OF EACH WORKING THE SAME FIGURES OUT AGAIN, SO EVERY REPORT
      * OF THE NIGHT AGREES ON WHO IS LATE AND BY HOW MUCH. THE FILE
      * IS REBUILT WHOLE EVERY RUN.
      *
      * EVERY RECORD CARRIES THE AS-OF DATE, THE CYCLE PERIOD USED
      * FOR UNDATED LOANS AND THE GRACE DAYS IT WAS MEASURED WITH,
      * SO A READER CAN REFUSE A FILE LEFT OVER FROM ANOTHER DAY.
      *
      * PERIODS DUE: FOR A DATED LOAN, THE SCHEDULE ROWS WHOSE DUE
      * DATE IS AT OR BEFORE THE AS-OF DATE; FOR AN UNDATED LOAN,
      * THE CYCLE PERIOD CAPPED AT THE SCHEDULE LENGTH. PERIODS
      * BEHIND IS PERIODS DUE LESS MSTR-PAID-THRU (NEGATIVE WHEN
      * PAID AHEAD). THE PAST-DUE AMOUNT IS THE SCHEDULED PAYMENTS
      * THROUGH PERIODS DUE LESS EVERYTHING RECEIVED, FLOORED AT
      * ZERO, AND ZERO WHEN THE LOAN IS NOT BEHIND. PERIODS PAST
      * GRACE IS THE SAME COUNT TAKEN AT THE GRACE CUTOFF, EACH DUE
      * DATE FIRST ROLLED OFF A WEEKEND OR HOLIDAY - THE MEASURE
      * LOANLATE CHARGES ON.
      *
      * THE OLDEST UNPAID ROW (MSTR-PAID-THRU PLUS ONE) IS FILLED IN
      * ONLY WHEN THE LOAN IS BEHIND. THE NEXT DUE ROW IS THE FIRST
      * UNPAID PERIOD NOT YET DUE AT THE AS-OF DATE, ZERO WHEN THE
      * SCHEDULE HAS NONE LEFT. DUE DATES ARE YYYY-MM-DD AS ON THE
      * SCHEDULE, SPACES ON AN UNDATED LOAN. A LOAN SOME OF WHOSE
      * ROWS COULD NOT BE READ (A LONG LOAN WITH NO COMPANION FILE)
      * IS FLAGGED ROWS-MISSING - ITS FIGURES STOP AT THE LAST ROW
      * THAT COULD BE READ.
      *
       01  DELINQUENCY-STATUS-RECORD.
           03 DLQ-LOAN-NO           PIC X(10).
           03 DLQ-BORROWER-ID       PIC X(12).
           03 DLQ-LIFECYCLE         PIC X(1).
               88 DLQ-LIFE-ACTIVE        VALUE "A" " ".
               88 DLQ-LIFE-PAID-OFF      VALUE "P".
               88 DLQ-LIFE-CHARGED-OFF   VALUE "C".
               88 DLQ-LIFE-IN-COLLECTION VALUE "L".
               88 DLQ-LIFE-CLOSED        VALUE "P" "C".
           03 DLQ-ASOF-DATE         PIC 9(8).
           03 DLQ-ASOF-PERIOD       PIC 9(4).
           03 DLQ-GRACE-DAYS        PIC 9(3).
           03 DLQ-DATED-SW          PIC X(1).
               88 DLQ-DATED-LOAN         VALUE "D".
               88 DLQ-UNDATED-LOAN       VALUE "U".
           03 DLQ-ROWS-SW           PIC X(1).
               88 DLQ-ROWS-MISSING       VALUE "M".
           03 DLQ-TOTAL-PERIODS     PIC S9(4) COMP.
           03 DLQ-PAID-THRU         PIC S9(4) COMP.
           03 DLQ-AMT-RECEIVED      PIC S9(11)V99 COMP-3.
           03 DLQ-PERIODS-DUE       PIC S9(4) COMP.
           03 DLQ-PERIODS-BEHIND    PIC S9(4) COMP.
           03 DLQ-PAST-DUE-AMT      PIC S9(11)V99 COMP-3.
           03 DLQ-PERIODS-PAST-GRACE PIC S9(4) COMP.
           03 DLQ-OLDEST-UNPAID.
               05 DLQ-OLDEST-PERIOD     PIC S9(4) COMP.
               05 DLQ-OLDEST-DUE-DATE   PIC X(10).
               05 DLQ-OLDEST-AMT        PIC S9(9)V99 COMP-3.
           03 DLQ-NEXT-DUE.
               05 DLQ-NEXT-PERIOD       PIC S9(4) COMP.
               05 DLQ-NEXT-DUE-DATE     PIC X(10).
               05 DLQ-NEXT-AMT          PIC S9(9)V99 COMP-3.

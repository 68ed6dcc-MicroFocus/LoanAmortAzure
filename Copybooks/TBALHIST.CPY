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
      * TBALHIST.CPY - ONE ROW OF A DAY'S CLOSE ON THE TRIAL BALANCE
      * HISTORY FILE (LOANTBH) LOANTBAL WRITES AT THE END OF EACH
      * RUN AND READS BACK NEXT DAY AS THE OPENING FIGURES FOR THE
      * ROLL-FORWARD. KEYED BY THE BUSINESS DATE, THEN THE ROW TYPE:
      * ONE BOOK ROW (TYPE B, PRODUCT AND LIFECYCLE SPACES) CARRYING
      * THE WHOLE BOOK, AND ONE DETAIL ROW (TYPE D) PER PRODUCT AND
      * LIFECYCLE THAT HAD LOANS IN IT. A RE-RUN OF THE SAME DAY
      * REPLACES THAT DAY'S ROWS.
      *
      * TBH-AUDIT-THRU IS ONLY MEANINGFUL ON THE BOOK ROW: THE
      * TIMESTAMP (CCYYMMDDHHMMSSCC, AS MNTAUDIT STAMPS THE LOANMAUD
      * TRAIL) THE CLOSE WAS TAKEN AT. THE NEXT DAY'S RUN COUNTS THE
      * MAINTENANCE TRAIL FROM JUST AFTER IT, SO EVERY MOVEMENT LANDS
      * IN EXACTLY ONE DAY'S ROLL-FORWARD WHATEVER TIME THE JOB RAN.
      * TBH-UNEXPLAINED IS THE DIFFERENCE THAT DAY'S ROLL-FORWARD
      * COULD NOT ACCOUNT FOR (BOOK ROW ONLY; ZERO WHEN IT TIED).
      *
       01  TRIAL-BAL-HIST-RECORD.
           03 TBH-KEY.
               05 TBH-ASOF-DATE     PIC 9(8).
               05 TBH-ROW-TYPE      PIC X(1).
                   88 TBH-ROW-BOOK   VALUE "B".
                   88 TBH-ROW-DETAIL VALUE "D".
               05 TBH-PRODUCT-CODE  PIC X(4).
               05 TBH-LIFECYCLE     PIC X(1).
           03 TBH-RUN-DATE          PIC 9(8).
           03 TBH-OPERATOR          PIC X(8).
           03 TBH-AUDIT-THRU        PIC X(16).
           03 TBH-LOAN-COUNT        PIC S9(8) COMP.
           03 TBH-ACTUAL-BALANCE    PIC S9(13)V99 COMP-3.
           03 TBH-ESCROW-HELD       PIC S9(13)V99 COMP-3.
           03 TBH-LATE-FEE-DUE      PIC S9(13)V99 COMP-3.
           03 TBH-FEE-RECEIVED      PIC S9(13)V99 COMP-3.
           03 TBH-UNEXPLAINED       PIC S9(13)V99 COMP-3.

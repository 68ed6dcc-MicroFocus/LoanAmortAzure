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
      * PORTSNAP.CPY - ONE LOAN AS IT STOOD AT ONE MONTH END, ON THE
      * PORTFOLIO SNAPSHOT HISTORY FILE (LOANSNAP). THE MONTH-END
      * STEP LOANSNAP WRITES ONE PER LOAN ON THE MASTER; LOANROLL
      * READS THEM BACK TO SHOW HOW THE BOOK MOVED FROM MONTH TO
      * MONTH, WHICH NO REPORT OFF THE LIVE MASTER CAN. A RE-RUN IN
      * THE SAME MONTH REPLACES THAT MONTH'S SNAPSHOT.
      *
      * THE PRIMARY KEY (MONTH, THEN LOAN) HOLDS EACH MONTH'S
      * SNAPSHOT TOGETHER, SO A MONTH CAN BE REPLACED WHOLE. THE
      * ALTERNATE KEY CARRIES THE SAME TWO FIELDS THE OTHER WAY
      * ROUND (LOAN, THEN MONTH), SO A BROWSE ON IT HANDS BACK ONE
      * LOAN'S MONTHS ONE AFTER ANOTHER - EVERY SELECT OF THE FILE
      * MUST DECLARE IT. THE TWO ARE ALWAYS SET TOGETHER.
      *
      * SNAP-ORIG-MONTH IS THE MONTH OF THE FIRST SCHEDULED PAYMENT
      * (CCYYMM, FROM MSTR-FIRST-PMT-DATE), ZERO ON AN UNDATED LOAN.
      * FOR A LOAN BOARDED FROM ANOTHER SERVICER IT AND
      * SNAP-ORIG-PRINCIPAL ARE THE ORIGINAL NOTE'S, FROM THE
      * BOARDING HISTORY (BOARDHST.CPY), SO THE LOAN FALLS IN ITS
      * TRUE VINTAGE.
      * SNAP-PERIODS-BEHIND IS MEASURED THE WAY LOANPDUE MEASURES
      * IT, AND IS ZERO ON A PAID-OFF OR CHARGED-OFF LOAN - THOSE
      * ARE KNOWN BY SNAP-LIFECYCLE. SNAP-CHGOFF-AMT IS THE LOSS
      * OF PRINCIPAL FROM THE RECOVERY SUB-LEDGER (RECOVERY.CPY),
      * SINCE A CHARGED-OFF LOAN'S OWN BALANCE IS ZERO.
      *
       01  PORTFOLIO-SNAP-RECORD.
           03 SNAP-KEY.
               05 SNAP-MONTH        PIC 9(6).
               05 SNAP-LOAN-NO      PIC X(10).
           03 SNAP-LOAN-KEY.
               05 SNAP-ALT-LOAN-NO  PIC X(10).
               05 SNAP-ALT-MONTH    PIC 9(6).
           03 SNAP-ASOF-DATE        PIC 9(8).
           03 SNAP-PRODUCT-CODE     PIC X(4).
           03 SNAP-ORIG-MONTH       PIC 9(6).
           03 SNAP-ORIG-PRINCIPAL   PIC S9(11)V99 COMP-3.
           03 SNAP-ACTUAL-BALANCE   PIC S9(11)V99 COMP-3.
           03 SNAP-PERIODS-BEHIND   PIC S9(4) COMP.
           03 SNAP-LIFECYCLE        PIC X(1).
               88 SNAP-LIFE-PAID-OFF    VALUE "P".
               88 SNAP-LIFE-CHARGED-OFF VALUE "C".
           03 SNAP-CHGOFF-AMT       PIC S9(11)V99 COMP-3.

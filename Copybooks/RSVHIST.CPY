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
      * RSVHIST.CPY - ONE QUARTER'S SAVED ALLOWANCE FIGURE ON THE
      * RESERVE HISTORY FILE (LOANRSVH), KEYED BY THE QUARTER-END
      * DATE (CCYYMMDD). LOANCECL WRITES IT AT THE END OF EACH RUN
      * AND READS THE PRIOR QUARTER'S RECORD BACK NEXT TIME FOR THE
      * COMPARISON AND THE GL ADJUSTMENT. A RE-RUN OF THE SAME
      * QUARTER REPLACES THE RECORD.
      *
      * RSVH-CUM-NET-CHGOFF IS WHAT THE RECOVERY SUB-LEDGER (SEE
      * RECOVERY.CPY) SHOWED AT THE TIME OF THE RUN - EVERY LOSS
      * LOANCHGO HAS EVER TAKEN AGAINST THE ALLOWANCE, LESS EVERY
      * RECOVERY LOANPOST HAS CREDITED BACK TO IT. THE DIFFERENCE
      * BETWEEN TWO RUNS IS THE NET CHARGE-OFFS THAT HIT THE
      * ALLOWANCE ACCOUNT IN BETWEEN. RSVH-ADJUSTMENT IS THE TOTAL
      * PROVISION BOOKED FOR THE QUARTER, ACROSS ANY RE-RUNS.
      *
       01  RESERVE-HIST-RECORD.
           03 RSVH-ASOF-DATE       PIC 9(8).
           03 RSVH-RUN-DATE        PIC 9(8).
           03 RSVH-OPERATOR        PIC X(8).
           03 RSVH-LOAN-COUNT      PIC S9(8) COMP.
           03 RSVH-BALANCE         PIC S9(13)V99 COMP-3.
           03 RSVH-REQUIRED        PIC S9(13)V99 COMP-3.
           03 RSVH-CUM-NET-CHGOFF  PIC S9(13)V99 COMP-3.
           03 RSVH-ADJUSTMENT      PIC S9(13)V99 COMP-3.

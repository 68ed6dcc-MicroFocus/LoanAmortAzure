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
      * CRBHIST.CPY - ONE LOAN'S CREDIT BUREAU BASE SEGMENT EXACTLY
      * AS LOANCRB SENT IT FOR ONE MONTH, ON THE PERMANENT
      * REPORTING HISTORY FILE (LOANCRBH), KEYED BY LOAN NUMBER AND
      * ACTIVITY DATE (THE MONTH-END THE FILE REPORTED, CCYYMMDD).
      * A BUREAU DISPUTE IS ANSWERED FROM HERE - WHAT WE SAID ABOUT
      * THE LOAN, MONTH BY MONTH - AND LOANCRB READS THE LOAN'S
      * LAST REPORTED STATUS BACK TO KNOW WHEN A CLOSED ACCOUNT HAS
      * ALREADY GONE OUT FOR THE LAST TIME. A RE-RUN OF THE SAME
      * MONTH REPLACES THAT MONTH'S RECORD.
      *
       01  CRB-HIST-RECORD.
           03 CRBH-KEY.
               05 CRBH-LOAN-NO        PIC X(10).
               05 CRBH-ACTIVITY-DATE  PIC 9(8).
           03 CRBH-RUN-DATE           PIC 9(8).
           03 CRBH-ACCOUNT-STATUS     PIC X(2).
           03 CRBH-BASE-SEGMENT       PIC X(426).

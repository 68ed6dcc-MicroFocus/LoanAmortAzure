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
      * PENDAPPL.CPY - THE PENDING APPLICATION FILE (LOANPEND),
      * INDEXED ON THE APPLICATION'S LOAN NUMBER. A BRANCH OFFICER
      * SUBMITS A NEW LOAN FROM THE WPF CLIENT THROUGH THE APPLSUBM
      * SERVICE PROGRAM; AN APPLICATION THAT PASSES THE APPLEDIT
      * EDITS IS QUEUED HERE INSTEAD OF BEING E-MAILED TO OPERATIONS
      * TO KEY. THE RECORD STAYS ON FILE AFTERWARDS AS THE
      * APPLICATION'S STATUS, WHICH THE APPLSTAT SERVICE PROGRAM
      * READS BACK TO THE CLIENT BY OFFICER.
      *
      * THE LIFE OF A RECORD:
      *   P  PENDING  - SUBMITTED, WAITING FOR THE OVERNIGHT RUN.
      *   Q  QUEUED   - LOANPNDX HAS COPIED IT INTO TONIGHT'S
      *                 APPLICATION FILE AHEAD OF LOANEDIT AND
      *                 LOANBATCH. THE CLIENT STILL SHOWS PENDING.
      *   B  BOOKED   - LOANPNDS FOUND THE LOAN ON THE MASTER.
      *   R  REJECTED - LOANPNDS FOUND IT ON THE NIGHT'S LOANRCYC
      *                 RECYCLE FILE (OR LOANEDIT'S REJECT FILE);
      *                 PEND-REJECT-REASON HOLDS THE RECYCLE REASON
      *                 CODE (SEE APPL-RECYCLE-REASON), OR "EDIT".
      * A REJECTED APPLICATION CAN BE SUBMITTED AGAIN, CORRECTED,
      * UNDER THE SAME LOAN NUMBER; ONE THE DESK RECYCLES AND BOOKS
      * ITSELF GOES TO BOOKED ON THE NEXT LOANPNDS RUN.
      *
      * THE APPLICATION IS CARRIED WHOLE IN THE LOANAPPL.CPY LAYOUT
      * (PREFIX PEND-APPL-) SO LOANPNDX WRITES IT OUT BYTE FOR BYTE
      * AND A CHANGE TO THE APPLICATION RECORD CANNOT LEAVE THIS
      * FILE OUT OF STEP. PEND-OFFICER IS THE FILE'S ALTERNATE KEY,
      * WITH DUPLICATES - EVERY SELECT OF THE FILE MUST DECLARE IT.
      *
       01  PENDING-APPL-RECORD.
           COPY "LOANAPPL.CPY" REPLACING
               ==01  LOAN-APPL-RECORD== BY ==03 PEND-APPLICATION==
               ==03== BY ==05==
               LEADING ==APPL-== BY ==PEND-APPL-==.
           03 PEND-OFFICER          PIC X(8).
           03 PEND-SUBMIT-DATE      PIC 9(8).
           03 PEND-SUBMIT-TIME      PIC 9(6).
           03 PEND-STATUS           PIC X(1).
               88 PEND-WAITING          VALUE "P".
               88 PEND-QUEUED           VALUE "Q".
               88 PEND-BOOKED           VALUE "B".
               88 PEND-REJECTED         VALUE "R".
               88 PEND-IN-PROGRESS      VALUE "P" "Q".
      * THE DATE THE STATUS LAST CHANGED - SUBMITTED, QUEUED,
      * BOOKED OR REJECTED.
           03 PEND-STATUS-DATE      PIC 9(8).
           03 PEND-REJECT-REASON    PIC X(4).
           03 FILLER                PIC X(20).

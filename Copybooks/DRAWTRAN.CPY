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
      * DRAWTRAN.CPY - ONE CHANGE TO A CONSTRUCTION LOAN'S DRAW
      * SCHEDULE ON THE DRAW TRANSACTION FILE (LOANDRWT) THE LOANDRWF
      * DRAW-FUNDING BATCH APPLIES TO THE DRAW FILE (SEE DRAWREC.CPY)
      * BEFORE IT FUNDS ANYTHING. THE FILE IS CONSUMED - EMPTIED
      * ONCE EVERY RECORD ON IT HAS BEEN APPLIED OR REJECTED:
      *
      *   S  SCHEDULE   ADD THE DRAW AT ITS DATE FOR THE COMMITTED
      *                 AMOUNT AND MILESTONE GIVEN, OR REPLACE ONE
      *                 STILL ONLY SCHEDULED. THE DRAWS MUST BE ON
      *                 FILE BEFORE THE LOAN IS BOOKED - LOANBATCH
      *                 BUILDS THE INTEREST-ONLY DRAW PERIOD FROM
      *                 THEM - BUT MORE CAN BE ADDED INSIDE IT.
      *   A  APPROVE    RELEASE THE DRAW FOR THE AMOUNT GIVEN (ZERO
      *                 RELEASES THE FULL COMMITTED AMOUNT), SIGNED
      *                 OFF BY THE APPROVER.
      *   X  CANCEL     WITHDRAW A DRAW NOT YET FUNDED.
      *
       01  LOAN-DRAW-TRAN-RECORD.
           03 DRWT-ACTION       PIC X(1).
               88 DRWT-SCHEDULE VALUE "S".
               88 DRWT-APPROVE  VALUE "A".
               88 DRWT-CANCEL   VALUE "X".
           03 DRWT-LOAN-NO      PIC X(10).
           03 DRWT-DATE         PIC 9(8).
           03 DRWT-AMOUNT       PIC 9(9)V99.
           03 DRWT-MILESTONE    PIC X(30).
           03 DRWT-APPROVER     PIC X(8).

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
      * NACHA.CPY - THE 94-CHARACTER RECORDS OF A NACHA-FORMAT ACH
      * FILE, AS LOANACH WRITES THEM FOR THE BANK AND AS THE BANK
      * SENDS RETURNS BACK TO LOANACHR: FILE HEADER (1), BATCH
      * HEADER (5), ENTRY DETAIL (6), ADDENDA (7 - ON A RETURN, THE
      * REASON CODE AND THE TRACE NUMBER OF THE ORIGINAL ENTRY),
      * BATCH CONTROL (8) AND FILE CONTROL (9). THE FILE IS BLOCKED
      * TEN RECORDS TO A BLOCK, THE LAST BLOCK PADDED WITH RECORDS
      * OF ALL NINES.
      *
      * ENTRY TRANSACTION CODES: 27 CHECKING DEBIT, 37 SAVINGS
      * DEBIT; A RETURNED DEBIT COMES BACK AS 26 OR 36.
      *
      * OUR ENTRIES CARRY THE LOAN NUMBER AND THE SCHEDULE PERIOD
      * DRAFTED IN THE INDIVIDUAL IDENTIFICATION NUMBER (SEE
      * ACHDRAFT.CPY) - THE RETURN ENTRY CARRIES THEM BACK UNCHANGED.
      *
       01  NACHA-FILE-HEADER.
           03 NFH-RECORD-TYPE       PIC X(1).
           03 NFH-PRIORITY-CODE     PIC X(2).
           03 NFH-IMMEDIATE-DEST    PIC X(10).
           03 NFH-IMMEDIATE-ORIGIN  PIC X(10).
           03 NFH-CREATION-DATE     PIC 9(6).
           03 NFH-CREATION-TIME     PIC 9(4).
           03 NFH-FILE-ID-MODIFIER  PIC X(1).
           03 NFH-RECORD-SIZE       PIC X(3).
           03 NFH-BLOCKING-FACTOR   PIC X(2).
           03 NFH-FORMAT-CODE       PIC X(1).
           03 NFH-DEST-NAME         PIC X(23).
           03 NFH-ORIGIN-NAME       PIC X(23).
           03 NFH-REFERENCE-CODE    PIC X(8).

       01  NACHA-BATCH-HEADER.
           03 NBH-RECORD-TYPE       PIC X(1).
           03 NBH-SERVICE-CLASS     PIC X(3).
           03 NBH-COMPANY-NAME      PIC X(16).
           03 NBH-DISCRETIONARY     PIC X(20).
           03 NBH-COMPANY-ID        PIC X(10).
           03 NBH-SEC-CODE          PIC X(3).
           03 NBH-ENTRY-DESC        PIC X(10).
           03 NBH-DESCRIPTIVE-DATE  PIC X(6).
           03 NBH-EFFECTIVE-DATE    PIC 9(6).
           03 NBH-SETTLEMENT-JULIAN PIC X(3).
           03 NBH-ORIGINATOR-STATUS PIC X(1).
           03 NBH-ODFI-ID           PIC 9(8).
           03 NBH-BATCH-NUMBER      PIC 9(7).

       01  NACHA-ENTRY-DETAIL.
           03 NED-RECORD-TYPE       PIC X(1).
           03 NED-TRANSACTION-CODE  PIC X(2).
               88 NED-DEBIT-CHECKING    VALUE "27".
               88 NED-DEBIT-SAVINGS     VALUE "37".
               88 NED-RETURNED-DEBIT    VALUE "26" "36".
           03 NED-RDFI-ID           PIC 9(8).
           03 NED-CHECK-DIGIT       PIC 9(1).
           03 NED-DFI-ACCOUNT       PIC X(17).
           03 NED-AMOUNT            PIC 9(8)V99.
           03 NED-INDIVIDUAL-ID.
               05 NED-ID-LOAN-NO    PIC X(10).
               05 NED-ID-PERIOD     PIC X(4).
               05 FILLER            PIC X(1).
           03 NED-INDIVIDUAL-NAME   PIC X(22).
           03 NED-DISCRETIONARY     PIC X(2).
           03 NED-ADDENDA-IND       PIC X(1).
           03 NED-TRACE-NO          PIC X(15).

       01  NACHA-RETURN-ADDENDA.
           03 NRA-RECORD-TYPE       PIC X(1).
           03 NRA-ADDENDA-TYPE      PIC X(2).
           03 NRA-RETURN-REASON     PIC X(3).
           03 NRA-ORIGINAL-TRACE    PIC X(15).
           03 NRA-DATE-OF-DEATH     PIC X(6).
           03 NRA-ORIGINAL-RDFI     PIC X(8).
           03 NRA-ADDENDA-INFO      PIC X(44).
           03 NRA-TRACE-NO          PIC X(15).

       01  NACHA-BATCH-CONTROL.
           03 NBC-RECORD-TYPE       PIC X(1).
           03 NBC-SERVICE-CLASS     PIC X(3).
           03 NBC-ENTRY-COUNT       PIC 9(6).
           03 NBC-ENTRY-HASH        PIC 9(10).
           03 NBC-TOTAL-DEBIT       PIC 9(10)V99.
           03 NBC-TOTAL-CREDIT      PIC 9(10)V99.
           03 NBC-COMPANY-ID        PIC X(10).
           03 NBC-MAC               PIC X(19).
           03 NBC-RESERVED          PIC X(6).
           03 NBC-ODFI-ID           PIC 9(8).
           03 NBC-BATCH-NUMBER      PIC 9(7).

       01  NACHA-FILE-CONTROL.
           03 NFC-RECORD-TYPE       PIC X(1).
           03 NFC-BATCH-COUNT       PIC 9(6).
           03 NFC-BLOCK-COUNT       PIC 9(6).
           03 NFC-ENTRY-COUNT       PIC 9(8).
           03 NFC-ENTRY-HASH        PIC 9(10).
           03 NFC-TOTAL-DEBIT       PIC 9(10)V99.
           03 NFC-TOTAL-CREDIT      PIC 9(10)V99.
           03 NFC-RESERVED          PIC X(39).

       01  NACHA-RECORD-X           PIC X(94).

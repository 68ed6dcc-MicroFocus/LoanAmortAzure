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
      * TLRBATCH.CPY - THE TELLER RECEIPT BATCH FILE (LOANTLRB),
      * INDEXED. MONEY TAKEN AT THE COUNTER OR BY PHONE IS KEYED ON
      * THE TLRENTRY SCREEN IN BATCHES: THE TELLER OPENS A BATCH
      * WITH THE ITEM COUNT AND CONTROL TOTAL OFF THEIR ADDING-
      * MACHINE TAPE, KEYS THE ITEMS, AND RELEASES IT. A BATCH IS
      * ONLY RELEASED WHEN THE ITEMS KEYED AGREE WITH BOTH FIGURES -
      * THE SAME PROOF LOANLBX HOLDS THE BANK'S LOCKBOX BATCHES TO.
      * RELEASE GIVES EVERY ITEM ITS RCPT-SEQ-NO; THE LOANTLR RUN
      * THEN WRITES THE RELEASED ITEMS OUT IN THE LOANRCPT LAYOUT
      * (SEE RECEIPT.CPY) FOR LOANPOST AND MARKS THEIR BATCHES
      * POSTED. NOTHING IN AN OPEN BATCH EVER REACHES POSTING.
      *
      * THREE KINDS OF RECORD SHARE THE KEY. ITEM NUMBER ZERO IS A
      * BATCH'S HEADER; ITEMS NUMBER FROM 1 AS KEYED (A VOIDED ITEM
      * LEAVES A GAP). BATCH ZERO, ITEM ZERO IS THE FILE'S CONTROL
      * RECORD - THE LAST BATCH NUMBER GIVEN OUT AND THE LAST
      * RECEIPT SEQUENCE ASSIGNED - HELD UNDER LOCK WHILE EITHER IS
      * TAKEN SO TWO TELLERS NEVER GET THE SAME ONE.
      *
      * TLRB-RCPT-SEQ-NO IS THE FILE'S ALTERNATE KEY (WITH
      * DUPLICATES - IT IS ZERO UNTIL RELEASE, AND ON HEADERS) SO
      * LOANTLR CAN WRITE THE RECEIPTS IN SEQUENCE ORDER, WHICH IS
      * THE ORDER LOANPOST INSISTS ON. EVERY SELECT OF THE FILE MUST
      * DECLARE IT.
      *
      * A BATCH'S AMOUNTS ARE THE AMOUNTS AS KEYED - A REVERSAL IS
      * KEYED POSITIVE, AS ON THE RECEIPT FILE - SO THE CONTROL
      * TOTAL IS THE PLAIN ADDING-MACHINE TOTAL OF THE ITEMS.
      *
       01  TELLER-BATCH-RECORD.
           03 TLRB-KEY.
               05 TLRB-BATCH-NO     PIC 9(6).
               05 TLRB-ITEM-NO      PIC 9(4).
                   88 TLRB-IS-HEADER    VALUE 0.
           03 TLRB-RCPT-SEQ-NO      PIC 9(6).
           03 TLRB-BODY             PIC X(80).
           03 TLRB-HEADER REDEFINES TLRB-BODY.
               05 TLRH-STATUS       PIC X(1).
                   88 TLRH-OPEN         VALUE "O".
                   88 TLRH-RELEASED     VALUE "R".
                   88 TLRH-POSTED       VALUE "P".
               05 TLRH-OPEN-DATE    PIC 9(8).
               05 TLRH-OPERATOR     PIC X(8).
               05 TLRH-DECLARED-COUNT PIC 9(4).
               05 TLRH-DECLARED-TOTAL PIC S9(9)V99 COMP-3.
               05 TLRH-KEYED-COUNT  PIC 9(4).
               05 TLRH-KEYED-TOTAL  PIC S9(9)V99 COMP-3.
               05 TLRH-LAST-ITEM-NO PIC 9(4).
               05 TLRH-RELEASE-DATE PIC 9(8).
               05 TLRH-FIRST-SEQ    PIC 9(6).
               05 TLRH-LAST-SEQ     PIC 9(6).
               05 TLRH-POSTED-DATE  PIC 9(8).
               05 FILLER            PIC X(11).
           03 TLRB-ITEM REDEFINES TLRB-BODY.
               05 TLRI-LOAN-NO      PIC X(10).
               05 TLRI-AMOUNT       PIC S9(9)V99 COMP-3.
               05 TLRI-TYPE         PIC X(1).
               05 TLRI-RCPT-DATE    PIC 9(8).
               05 TLRI-OPERATOR     PIC X(8).
               05 FILLER            PIC X(47).
           03 TLRB-CONTROL REDEFINES TLRB-BODY.
               05 TLRC-LAST-BATCH-NO PIC 9(6).
               05 TLRC-LAST-RCPT-SEQ PIC 9(6).
               05 FILLER            PIC X(68).

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
      * LOCKBOX.CPY - THE BANK'S DAILY LOCKBOX TRANSMISSION, READ BY
      * LOANLBX: FIXED 120-BYTE RECORDS, ONE BATCH HEADER (TYPE 5)
      * PER DEPOSIT BATCH, ONE DETAIL (TYPE 6) PER CHECK, AND A
      * BATCH TRAILER (TYPE 8) CARRYING THE BANK'S ITEM COUNT AND
      * DOLLAR TOTAL FOR THE BATCH.
      *
      * ON THE DETAIL, THE SCAN LINE IS THE COUPON'S (SEE
      * COUPON.CPY) AS THE SCANNER READ IT, BLANK WHEN THE CHECK
      * CAME WITHOUT A COUPON; THE LOAN NUMBER IS WHATEVER THE BANK'S
      * OPERATOR KEYED FROM THE CHECK MEMO OR THE LETTER WITH IT.
      *
       01  LOCKBOX-BATCH-HEADER.
           03 LBXH-RECORD-TYPE      PIC X(1).
           03 LBXH-LOCKBOX-NO       PIC X(7).
           03 LBXH-BATCH-NO         PIC 9(3).
           03 LBXH-DEPOSIT-DATE     PIC 9(8).
           03 FILLER                PIC X(101).

       01  LOCKBOX-DETAIL.
           03 LBXD-RECORD-TYPE      PIC X(1).
           03 LBXD-BATCH-NO         PIC 9(3).
           03 LBXD-ITEM-NO          PIC 9(4).
           03 LBXD-AMOUNT           PIC 9(8)V99.
           03 LBXD-CHECK-NO         PIC X(10).
           03 LBXD-REMIT-ROUTING    PIC X(9).
           03 LBXD-REMIT-ACCOUNT    PIC X(17).
           03 LBXD-SCAN-LINE        PIC X(26).
           03 LBXD-LOAN-NO          PIC X(10).
           03 LBXD-REMITTER-NAME    PIC X(30).

       01  LOCKBOX-BATCH-TRAILER.
           03 LBXT-RECORD-TYPE      PIC X(1).
           03 LBXT-BATCH-NO         PIC 9(3).
           03 LBXT-ITEM-COUNT       PIC 9(4).
           03 LBXT-TOTAL-AMOUNT     PIC 9(10)V99.
           03 FILLER                PIC X(100).

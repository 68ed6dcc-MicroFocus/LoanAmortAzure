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
      * OPERROLE.CPY - WHICH OPERATOR ROLES MAY RUN WHICH GUARDED
      * SCREEN FUNCTIONS. OPERAUTH LOOKS THE SIGNED-ON OPERATOR'S
      * ROLE (OPER-ROLE ON OPERSEC.CPY) UP HERE; OPERMAINT ACCEPTS
      * ONLY A ROLE THAT IS IN THE TABLE. A MODE THAT IS NOT
      * GUARDED (INQUIRY, BROWSE, A NEW LOAN CALCULATION) NEEDS
      * ONLY A SIGNED-ON OPERATOR.
      *
      * THE FUNCTIONS, ONE Y/N COLUMN EACH, IN THIS ORDER:
      *   1 LOANDEL   LOANAMORTSCREENS (D)ELETE A LOAN
      *   2 LOANSTAT  LOANAMORTSCREENS LIFECYCLE (S)TATUS CHANGE
      *   3 PRODCHG   PRODMAINT (A)DD, (C)HANGE, (D)ELETE A PRODUCT
      *   4 PRODRATE  PRODMAINT (R)ATE HISTORY
      *   5 BRWMAINT  BRWMAINT ADD, CHANGE OR DELETE A BORROWER
      *   6 INVMAINT  INVMAINT ADD, CHANGE OR DELETE AN INVESTOR
      *   7 COLLPROM  COLLWORK (P)ROMISE-TO-PAY
      *   8 OPERMNT   OPERMAINT - THE OPERATOR FILE ITSELF
      *   9 COLLMOD   COLLWORK (M)ODIFY - AGREE A HARDSHIP WORKOUT
      *  10 ACHMAINT  ACHMAINT ADD, CHANGE OR DELETE BANK DETAILS
      *  11 TLRENTRY  TLRENTRY OPEN, KEY, VOID, CONTROL OR RELEASE
      *               A TELLER RECEIPT BATCH
      *
      * THE ROLES:
      *   ADMN  SECURITY ADMINISTRATOR - OPERATORS ONLY, NO LOAN
      *         WORK, SO NO ONE CAN GRANT THEMSELVES WHAT THEY USE
      *   SUPV  LOAN OPERATIONS SUPERVISOR
      *   OFCR  LOAN OFFICER
      *   PRCG  PRICING
      *   COLL  COLLECTOR
      *   INVA  INVESTOR ACCOUNTING
      *   TELR  TELLER
      *   INQR  INQUIRY ONLY
      *
      * A NEW FUNCTION GOES ON THE END OF BOTH TABLES AND ADDS A
      * COLUMN TO EVERY ROLE; A NEW ROLE IS ONE MORE FILLER LINE.
      * ROLE-COUNT AND ROLE-FUNCTION-COUNT MUST MOVE WITH THEM.
      *
       01  ROLE-FUNCTION-VALUES.
           03 FILLER PIC X(8) VALUE "LOANDEL ".
           03 FILLER PIC X(8) VALUE "LOANSTAT".
           03 FILLER PIC X(8) VALUE "PRODCHG ".
           03 FILLER PIC X(8) VALUE "PRODRATE".
           03 FILLER PIC X(8) VALUE "BRWMAINT".
           03 FILLER PIC X(8) VALUE "INVMAINT".
           03 FILLER PIC X(8) VALUE "COLLPROM".
           03 FILLER PIC X(8) VALUE "OPERMNT ".
           03 FILLER PIC X(8) VALUE "COLLMOD ".
           03 FILLER PIC X(8) VALUE "ACHMAINT".
           03 FILLER PIC X(8) VALUE "TLRENTRY".
       01  ROLE-FUNCTION-TABLE REDEFINES ROLE-FUNCTION-VALUES.
           03 ROLE-FUNCTION-T       PIC X(8) OCCURS 11 TIMES.
       01  ROLE-FUNCTION-COUNT      PIC S9(4) COMP VALUE 11.

       01  ROLE-VALUES.
           03 FILLER PIC X(15) VALUE "ADMNNNNNNNNYNNN".
           03 FILLER PIC X(15) VALUE "SUPVYYYYYYYNYYY".
           03 FILLER PIC X(15) VALUE "OFCRNNNNYNNNYYN".
           03 FILLER PIC X(15) VALUE "PRCGNNYYNNNNNNN".
           03 FILLER PIC X(15) VALUE "COLLNNNNNNYNNNN".
           03 FILLER PIC X(15) VALUE "INVANNNNNYNNNNN".
           03 FILLER PIC X(15) VALUE "TELRNNNNNNNNNNY".
           03 FILLER PIC X(15) VALUE "INQRNNNNNNNNNNN".
       01  ROLE-TABLE REDEFINES ROLE-VALUES.
           03 ROLE-ENTRY OCCURS 8 TIMES.
               05 ROLE-CODE-T       PIC X(4).
               05 ROLE-ALLOWS-T     PIC X(1) OCCURS 11 TIMES.
       01  ROLE-COUNT               PIC S9(4) COMP VALUE 8.

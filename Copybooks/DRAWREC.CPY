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
      * DRAWREC.CPY - ONE SCHEDULED CONSTRUCTION DRAW IN THE INDEXED
      * DRAW FILE (LOANDRAW), KEYED BY LOAN NUMBER PLUS DRAW DATE -
      * ONE DRAW PER LOAN PER DAY. A CONSTRUCTION LOAN IS BOOKED AT
      * ITS FULL COMMITMENT BUT THE MONEY GOES OUT A DRAW AT A TIME
      * AS THE BUILD REACHES EACH MILESTONE; THIS FILE IS THE
      * SCHEDULE OF THOSE DRAWS AND WHAT BECAME OF EACH ONE. THE
      * LOANDRWF BATCH MAINTAINS IT FROM THE DRAW TRANSACTION FILE
      * (SEE DRAWTRAN.CPY) AND FUNDS IT:
      *
      *   SCHEDULED   ON FILE AT ITS COMMITTED AMOUNT, NOT YET
      *               RELEASED BY THE INSPECTOR.
      *   APPROVED    THE MILESTONE IS SIGNED OFF; THE APPROVED
      *               AMOUNT (NEVER MORE THAN COMMITTED) FUNDS ON
      *               THE FIRST LOANDRWF RUN ON OR AFTER THE DRAW
      *               DATE.
      *   FUNDED      DISBURSED - THE DRAWN AMOUNT AND FUNDED DATE
      *               ARE WHAT WENT OUT, AND THE LOAN'S BALANCE AND
      *               SCHEDULE NOW CARRY IT.
      *   CANCELLED   WITHDRAWN BEFORE FUNDING.
      *   EXPIRED     STILL UNFUNDED WHEN THE DRAW PERIOD ENDED -
      *               THE LOAN AMORTIZES WHAT WAS ACTUALLY DRAWN.
      *
      * AMOUNTS ARE WHOLE DOLLARS: THE SCHEDULE IS PROJECTED ON THE
      * WHOLE-DOLLAR LOANINFO PRINCIPAL (SEE DRAW-TABLE IN
      * AMORTIN.CPY). THE DRAW DATE IS DISPLAY DIGITS SO THE KEY
      * ORDERS CORRECTLY AS CHARACTERS - A LOAN'S DRAWS BROWSE IN
      * DATE ORDER.
      *
       01  LOAN-DRAW-RECORD.
           03 DRW-KEY.
               05 DRW-LOAN-NO   PIC X(10).
               05 DRW-DATE      PIC 9(8).
           03 DRW-COMMITTED-AMT PIC S9(9)V99 COMP-3.
           03 DRW-APPROVED-AMT  PIC S9(9)V99 COMP-3.
           03 DRW-DRAWN-AMT     PIC S9(9)V99 COMP-3.
           03 DRW-STATUS        PIC X(1).
               88 DRW-SCHEDULED VALUE "S".
               88 DRW-APPROVED  VALUE "A".
               88 DRW-FUNDED    VALUE "F".
               88 DRW-CANCELLED VALUE "X".
               88 DRW-EXPIRED   VALUE "E".
      * STILL TO GO OUT - COUNTS TOWARD THE COMMITMENT AND SHAPES
      * THE PROJECTED SCHEDULE.
               88 DRW-LIVE      VALUE "S" "A".
      * WHO RELEASED THE DRAW AND WHEN, AND WHEN IT ACTUALLY WENT
      * OUT (ZERO UNTIL IT DOES).
           03 DRW-APPROVED-BY   PIC X(8).
           03 DRW-APPROVED-DATE PIC 9(8).
           03 DRW-FUNDED-DATE   PIC 9(8).
      * THE BUILD MILESTONE THE DRAW PAYS FOR (FOOTINGS, FRAMING,
      * DRY-IN ...), AS KEYED WHEN THE DRAW WAS SCHEDULED.
           03 DRW-MILESTONE     PIC X(30).
           03 FILLER            PIC X(20).

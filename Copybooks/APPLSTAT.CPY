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
      * APPLSTAT.CPY - WHAT THE APPLSTAT SERVICE PROGRAM HANDS BACK
      * FOR THE WPF CLIENT'S APPLICATION STATUS LIST: ONE ENTRY PER
      * APPLICATION THE OFFICER SUBMITTED (SEE PENDAPPL.CPY) THAT IS
      * STILL IN PROGRESS OR WAS SETTLED IN THE LAST 30 DAYS, IN
      * LOAN NUMBER ORDER. ASTL-MORE IS "Y" WHEN THERE WERE MORE
      * THAN THE TABLE HOLDS.
      *
      * ASTL-STATUS-TEXT IS THE STATUS IN WORDS FOR THE GRID -
      * PENDING (QUEUED FOR THE OVERNIGHT RUN OR NOT YET), BOOKED,
      * OR REJECTED TO LOANRCYC WITH THE RECYCLE REASON CODE (OR BY
      * LOANEDIT, FOR THE RARE RECORD THE FILE-LEVEL EDIT CATCHES).
      *
       01  APPL-STATUS-LIST.
           03 ASTL-COUNT            PIC S9(4) COMP.
           03 ASTL-MORE             PIC X(1).
           03 ASTL-ENTRY OCCURS 100 TIMES.
               05 ASTL-LOAN-NO      PIC X(10).
               05 ASTL-BORROWER-ID  PIC X(12).
               05 ASTL-PRINCIPAL    PIC Z(7)9.
               05 ASTL-PRODUCT-CODE PIC X(4).
               05 ASTL-SUBMIT-DATE  PIC 9(8).
               05 ASTL-STATUS       PIC X(1).
               05 ASTL-STATUS-DATE  PIC 9(8).
               05 ASTL-STATUS-TEXT  PIC X(40).

      * (c) Copyright [2019] Micro Focus or one of its affiliates.
      *
      * Licensed under the Apache 2.0 License (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at https://opensource.org/licenses/Apache-2.0
      *
      * Unless required by applicable law or agreed to in writing, software distributed under the License is distributed
      * on an "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND, either express or implied.
      * See the License for the specific language governing permissions and limitations under the License.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.
       REMARKS. BUSINESS-DAY FINDER. EVERY PROGRAM THAT HAS TO MOVE
               A DATE OFF A WEEKEND OR A BANK HOLIDAY CALLS HERE WITH
               THE DATE AND WHICH WAY TO GO (SEE BUSDAY.CPY) - THE
               START-OF-DAY STEP ADVANCING THE PROCESSING DATE,
               LOANAMORT ROLLING A SCHEDULE'S DUE DATES, LOANLATE
               ENDING A GRACE WINDOW. SATURDAY AND SUNDAY ARE
               WORKED OUT FROM THE DATE; HOLIDAYS (AND THE ODD
               WEEKEND DAY OPEN FOR BUSINESS) COME FROM THE LOANCAL
               CALENDAR FILE (SEE CALENDAR.CPY).

               THE CALENDAR IS OPENED ON THE FIRST CALL AND KEPT OPEN
               FOR THE REST OF THE RUN - A SCHEDULE ROLLS HUNDREDS OF
               DATES. WITH NO CALENDAR FILE ONLY WEEKENDS COUNT, AND
               BDAY-WEEKENDS-ONLY IS SET ON THE RETURN SO THE CALLER
               CAN SAY SO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO LOANCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY "CALENDAR.CPY".

       WORKING-STORAGE SECTION.

       01 WS-CAL-STATUS PIC X(2).
          88 WS-CAL-OK VALUE "00".

       01 CAL-OPEN-TRIED-SW   PIC 9 VALUE 0.
          88 CAL-OPEN-TRIED   VALUE 1.
       01 CAL-FILE-SWITCH     PIC 9 VALUE 0.
          88 CAL-FILE-OPEN    VALUE 1.

       01 WORK-DATE.
          03 WORK-YYYY        PIC 9(4).
          03 WORK-MM          PIC 9(2).
          03 WORK-DD          PIC 9(2).
       01 WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).
       01 WORK-DAY-INT        PIC S9(8) COMP.
       01 WORK-DAY-OFFSET     PIC S9(8) COMP.
       01 WORK-WEEK-DAY       PIC S9(4) COMP.
       01 WORK-WEEKS          PIC S9(8) COMP.
       01 STEP-DAYS           PIC S9(4) COMP.
       01 STEP-COUNT          PIC S9(4) COMP.

      * NO RUN OF CLOSED DAYS IS EVER THIS LONG - A CALENDAR LOADED
      * WRONG STOPS HERE INSTEAD OF LOOPING.
       01 STEP-LIMIT          PIC S9(4) COMP VALUE 31.

       01 BUSINESS-DAY-SW     PIC 9.
          88 IS-BUSINESS-DAY  VALUE 1.

       LINKAGE SECTION.
       COPY "BUSDAY.CPY".

       PROCEDURE DIVISION USING BUSINESS-DAY-REQUEST.

           IF NOT CAL-OPEN-TRIED
               SET CAL-OPEN-TRIED TO TRUE
               OPEN INPUT CALENDAR-FILE
               IF WS-CAL-OK
                   SET CAL-FILE-OPEN TO TRUE
               END-IF
           END-IF
           IF CAL-FILE-OPEN
               SET BDAY-CALENDAR-USED TO TRUE
           ELSE
               SET BDAY-WEEKENDS-ONLY TO TRUE
           END-IF

           MOVE BDAY-DATE-IN TO BDAY-DATE-OUT
           MOVE BDAY-DATE-IN TO WORK-DATE-N
           IF BDAY-DATE-IN NOT NUMERIC
                   OR WORK-YYYY < 1601
                   OR WORK-MM < 1 OR WORK-MM > 12
                   OR WORK-DD < 1 OR WORK-DD > 31
               SET BDAY-BAD-DATE TO TRUE
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE-N) NOT = 0
               SET BDAY-BAD-DATE TO TRUE
               GOBACK
           END-IF
           SET BDAY-OK TO TRUE

           COMPUTE WORK-DAY-INT = FUNCTION INTEGER-OF-DATE(WORK-DATE-N)

           IF BDAY-NEXT OR BDAY-ROLL-FORWARD
               MOVE 1 TO STEP-DAYS
           ELSE
               MOVE -1 TO STEP-DAYS
           END-IF

      * N AND P START FROM THE DAY AFTER (BEFORE); F AND B START
      * FROM THE DATE ITSELF.
           IF BDAY-NEXT OR BDAY-PRIOR
               ADD STEP-DAYS TO WORK-DAY-INT
           END-IF

           MOVE 0 TO STEP-COUNT
           PERFORM TEST-BUSINESS-DAY
           PERFORM UNTIL IS-BUSINESS-DAY OR STEP-COUNT >= STEP-LIMIT
               ADD STEP-DAYS TO WORK-DAY-INT
               ADD 1 TO STEP-COUNT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM

           COMPUTE BDAY-DATE-OUT =
               FUNCTION DATE-OF-INTEGER(WORK-DAY-INT)

           GOBACK.

      * DAY 1 OF THE INTEGER CALENDAR (1601-01-01) WAS A MONDAY, SO
      * THE REMAINDER OF (DAY - 1) BY 7 IS 0 FOR MONDAY THROUGH 6
      * FOR SUNDAY. A CALENDAR ENTRY OVERRIDES THE WEEKDAY RULE.
       TEST-BUSINESS-DAY.
           COMPUTE WORK-DAY-OFFSET = WORK-DAY-INT - 1
           DIVIDE WORK-DAY-OFFSET BY 7 GIVING WORK-WEEKS
               REMAINDER WORK-WEEK-DAY
           IF WORK-WEEK-DAY < 5
               SET IS-BUSINESS-DAY TO TRUE
           ELSE
               MOVE 0 TO BUSINESS-DAY-SW
           END-IF

           IF CAL-FILE-OPEN
               COMPUTE CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WORK-DAY-INT)
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-HOLIDAY
                           MOVE 0 TO BUSINESS-DAY-SW
                       END-IF
                       IF CAL-OPEN-DAY
                           SET IS-BUSINESS-DAY TO TRUE
                       END-IF
               END-READ
           END-IF.

       END PROGRAM BUSDAY.

       01 G-CONFIRM PIC X.
         88 G-CONFIRMED VALUE "Y" "y".

      * THE OPERATOR SIGNED ON AT THE START OF THE RUN. ADD, CHANGE
      * AND DELETE RUN ONLY FOR A ROLE THE ROLE TABLE ALLOWS
      * BRWMAINT (SEE OPERROLE.CPY); INQUIRY IS OPEN TO ANY OPERATOR.
       COPY "SIGNON.CPY".

       SCREEN SECTION.
       COPY "BRWMNT.SS".

       PROCEDURE DIVISION.

           MOVE "BRWMNT" TO SGN-PROGRAM
           CALL "SIGNON" USING OPERATOR-SIGNON
           IF NOT SGN-SIGNED-ON
               DISPLAY SGN-MESSAGE LINE 24 COL 5
               ACCEPT G-CONFIRM LINE 24 COL 78
               GOBACK
           END-IF

           PERFORM OPEN-BORROWER-FILE

           MOVE SPACES TO ERROR-MESSAGE
           IF G-BRW-ID = SPACES
               MOVE "BORROWER ID IS REQUIRED" TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-MODE-AUTHORITY
               EVALUATE TRUE
                   WHEN SGN-REFUSED
                       MOVE SGN-MESSAGE TO ERROR-MESSAGE
                   WHEN G-BRW-MODE-ADD
                       PERFORM ADD-BORROWER
                   WHEN G-BRW-MODE-CHANGE
           DISPLAY ERROR-MESSAGE LINE 24 COL 5
           ACCEPT G-CONFIRM LINE 24 COL 78.

      * A REFUSAL IS ALREADY ON THE TRAIL WHEN OPERAUTH RETURNS.
       CHECK-MODE-AUTHORITY.
           SET SGN-AUTHORIZED TO TRUE
           EVALUATE TRUE
               WHEN G-BRW-MODE-ADD
               WHEN G-BRW-MODE-CHANGE
               WHEN G-BRW-MODE-DELETE
                   MOVE "BRWMAINT" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
           END-EVALUATE.

       OPEN-BORROWER-FILE.
           OPEN I-O BORROWER-FILE
           IF WS-BRW-NOT-FOUND

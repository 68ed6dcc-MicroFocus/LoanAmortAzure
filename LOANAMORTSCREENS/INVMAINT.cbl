       01 G-CONFIRM PIC X.
         88 G-CONFIRMED VALUE "Y" "y".

      * THE OPERATOR SIGNED ON AT THE START OF THE RUN. ADD, CHANGE
      * AND DELETE RUN ONLY FOR A ROLE THE ROLE TABLE ALLOWS
      * INVMAINT (SEE OPERROLE.CPY); INQUIRY IS OPEN TO ANY OPERATOR.
       COPY "SIGNON.CPY".

       SCREEN SECTION.
       COPY "INVMNT.SS".

       PROCEDURE DIVISION.

           MOVE "INVMNT" TO SGN-PROGRAM
           CALL "SIGNON" USING OPERATOR-SIGNON
           IF NOT SGN-SIGNED-ON
               DISPLAY SGN-MESSAGE LINE 24 COL 5
               ACCEPT G-CONFIRM LINE 24 COL 78
               GOBACK
           END-IF

           PERFORM OPEN-INVESTOR-FILE

           MOVE SPACES TO ERROR-MESSAGE
           IF G-INV-CODE = SPACES
               MOVE "INVESTOR CODE IS REQUIRED" TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-MODE-AUTHORITY
               EVALUATE TRUE
                   WHEN SGN-REFUSED
                       MOVE SGN-MESSAGE TO ERROR-MESSAGE
                   WHEN G-INV-MODE-ADD
                       PERFORM ADD-INVESTOR
                   WHEN G-INV-MODE-CHANGE
           DISPLAY ERROR-MESSAGE LINE 24 COL 5
           ACCEPT G-CONFIRM LINE 24 COL 78.

      * A REFUSAL IS ALREADY ON THE TRAIL WHEN OPERAUTH RETURNS.
       CHECK-MODE-AUTHORITY.
           SET SGN-AUTHORIZED TO TRUE
           EVALUATE TRUE
               WHEN G-INV-MODE-ADD
               WHEN G-INV-MODE-CHANGE
               WHEN G-INV-MODE-DELETE
                   MOVE "INVMAINT" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
           END-EVALUATE.

       OPEN-INVESTOR-FILE.
           OPEN I-O INVESTOR-FILE
           IF WS-INV-NOT-FOUND

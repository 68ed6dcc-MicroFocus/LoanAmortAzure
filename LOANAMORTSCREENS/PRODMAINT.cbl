
      * MAINTENANCE AUDIT TRAIL - EVERY UPDATE HERE PUTS A
      * WHO/WHAT/BEFORE/AFTER LINE ON LOANMAUD THROUGH THE MNTAUDIT
      * SUBPROGRAM (SEE MAINTAUD.CPY). THE OPERATOR IS THE ONE
      * SIGNED ON AT THE START OF THE RUN (SEE SIGNON.CPY); ADD,
      * CHANGE AND DELETE RUN ONLY FOR A ROLE THE ROLE TABLE ALLOWS
      * PRODCHG, (R)ATES ONLY FOR ONE IT ALLOWS PRODRATE (SEE
      * OPERROLE.CPY).
       COPY "MAINTAUD.CPY".
       COPY "SIGNON.CPY".
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       SCREEN SECTION.

       PROCEDURE DIVISION.

           MOVE "PRODMNT" TO SGN-PROGRAM
           CALL "SIGNON" USING OPERATOR-SIGNON
           IF NOT SGN-SIGNED-ON
               DISPLAY SGN-MESSAGE LINE 24 COL 5
               ACCEPT G-CONFIRM LINE 24 COL 78
               GOBACK
           END-IF
           MOVE SGN-OPERATOR TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TODAY-STAMP(1:8) TO WS-TODAY

           IF G-PROD-CODE = SPACES
               MOVE "PRODUCT CODE IS REQUIRED" TO ERROR-MESSAGE
           ELSE
               PERFORM CHECK-MODE-AUTHORITY
               EVALUATE TRUE
                   WHEN SGN-REFUSED
                       MOVE SGN-MESSAGE TO ERROR-MESSAGE
                   WHEN G-PROD-MODE-ADD
                       PERFORM ADD-PRODUCT
                   WHEN G-PROD-MODE-CHANGE
           DISPLAY ERROR-MESSAGE LINE 24 COL 5
           ACCEPT G-CONFIRM LINE 24 COL 78.

      * INQUIRY IS OPEN TO ANY SIGNED-ON OPERATOR. A REFUSAL IS
      * ALREADY ON THE TRAIL WHEN OPERAUTH RETURNS.
       CHECK-MODE-AUTHORITY.
           SET SGN-AUTHORIZED TO TRUE
           EVALUATE TRUE
               WHEN G-PROD-MODE-ADD
               WHEN G-PROD-MODE-CHANGE
               WHEN G-PROD-MODE-DELETE
                   MOVE "PRODCHG" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
               WHEN G-PROD-MODE-RATES
                   MOVE "PRODRATE" TO SGN-FUNCTION
                   CALL "OPERAUTH" USING OPERATOR-SIGNON
           END-EVALUATE.

       OPEN-PRODUCT-FILE.
           OPEN I-O PRODUCT-FILE
           IF WS-PROD-NOT-FOUND

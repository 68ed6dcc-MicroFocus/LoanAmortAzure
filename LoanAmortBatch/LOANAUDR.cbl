               AND PURGES - FLAGGED ON THEIR OWN LINES, AND A
               COUNT-PER-ACTION SUMMARY AT THE FOOT. THIS IS THE
               REPORT THE EXAMINERS ASKED FOR WHEN THEY FLAGGED
               UNTRACKED DELETES. FAILED SIGN-ONS (SIGNFAIL) AND
               MODES REFUSED TO AN OPERATOR'S ROLE (REFUSED) ARE
               FLAGGED THE SAME WAY AS SECURITY EXCEPTIONS, WITH
               THEIR OWN COUNT AT THE FOOT.

       ENVIRONMENT DIVISION.

      * COUNT PER DISTINCT ACTION CODE, ACCUMULATED AS THE CODES
      * ARRIVE - THE TRAIL DECIDES WHAT SHOWS, NOT A HARD-CODED
      * LIST THAT GOES STALE WHEN AN ACTION IS ADDED.
       01 MAX-ACTION-SLOTS    PIC S9(4) COMP VALUE 60.
       01 ACTION-SLOT-COUNT   PIC S9(4) COMP VALUE 0.
       01 ACTION-IDX          PIC S9(4) COMP.
       01 ACTION-TABLE.
          03 ACTION-SLOT OCCURS 60 TIMES.
             05 ACTION-CODE-T  PIC X(8).
             05 ACTION-COUNT-T PIC S9(8) COMP.
       01 ACTION-FOUND-SW     PIC 9.

       01 LINE-COUNT          PIC S9(8) COMP VALUE 0.
       01 DESTRUCTIVE-COUNT   PIC S9(8) COMP VALUE 0.
       01 SECURITY-COUNT      PIC S9(8) COMP VALUE 0.
       01 COUNT-D             PIC Z(7)9.

       PROCEDURE DIVISION.
               WRITE RPT-LINE
           END-IF

           IF MAL-ACTION = "SIGNFAIL" OR MAL-ACTION = "REFUSED"
               ADD 1 TO SECURITY-COUNT
               MOVE "  ** SECURITY EXCEPTION - REVIEW **" TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           PERFORM COUNT-ACTION.

       COUNT-ACTION.
           STRING "RECORDS REMOVED. . . . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SECURITY-COUNT TO COUNT-D
           MOVE SPACES TO RPT-LINE
           STRING "SECURITY EXCEPTIONS. . . : " COUNT-D INTO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BY ACTION:" TO RPT-LINE

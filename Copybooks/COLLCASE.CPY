      * RECEIVED FIGURE HAS GROWN BY AT LEAST THE PROMISED AMOUNT BY
      * THE PROMISE DATE, SO THE TEST RIDES ON POSTED MONEY, NOT ON
      * ANYTHING RE-KEYED.
      *
      * THE NIGHTLY LOANNOTC RUN MAILS THE DELINQUENCY NOTICES AND
      * KEEPS THEIR HISTORY HERE. ITS EARLY NOTICES GO OUT BEFORE
      * LOANCOLL WOULD OPEN A CASE, SO A LOAN THAT GETS ONE WITHOUT
      * A CASE GETS A NOTICES-ONLY CASE (STATUS E) TO CARRY THE
      * HISTORY - NOT OPEN, SO NEVER ON THE COLLECTORS' QUEUE, AND
      * TURNED INTO A NEW CASE BY LOANCOLL WHEN THE LOAN REACHES
      * THREE PERIODS BEHIND. CASE-NOTICE-STAGE IS THE HIGHEST STAGE
      * MAILED IN THE CURRENT SPELL OF DELINQUENCY (1 REMINDER, 2
      * LATE NOTICE, 3 DEFAULT / RIGHT TO CURE), SO NO STAGE GOES
      * OUT TWICE; IT GOES BACK TO ZERO ONLY WHEN THE LOAN IS FULLY
      * CURRENT. CASE-BRKN-LTR-PROMISE IS THE PROMISE DATE THE LAST
      * BROKEN-PROMISE LETTER WAS MAILED FOR - ONE LETTER PER BROKEN
      * PROMISE. THE LAST FOUR LETTERS, NEWEST FIRST, ARE KEPT FOR
      * THE COLLWORK SCREEN: TYPE R (REMINDER), L (LATE NOTICE),
      * D (DEFAULT / RIGHT TO CURE) OR B (BROKEN PROMISE), AND THE
      * DATE MAILED.
      *
       01  COLLECTION-CASE-RECORD.
           03 CASE-LOAN-NO      PIC X(10).
               88 CASE-STATUS-PROMISE VALUE "P".
               88 CASE-STATUS-BROKEN  VALUE "B".
               88 CASE-STATUS-CLOSED  VALUE "C".
               88 CASE-STATUS-NOTICES VALUE "E".
               88 CASE-STATUS-OPEN    VALUE "N" "W" "P" "B".
           03 CASE-OPENED-DATE  PIC 9(8).
           03 CASE-PERIODS-BEHIND PIC S9(4) COMP.
           03 CASE-PROMISE-DATE PIC 9(8).
           03 CASE-RCVD-AT-PROMISE PIC S9(11)V99 COMP-3.
           03 CASE-NOTE         PIC X(40).
           03 CASE-NOTICE-STAGE PIC 9.
               88 CASE-NOTICE-NONE     VALUE 0.
               88 CASE-NOTICE-REMINDER VALUE 1.
               88 CASE-NOTICE-LATE     VALUE 2.
               88 CASE-NOTICE-DEFAULT  VALUE 3.
           03 CASE-BRKN-LTR-PROMISE PIC 9(8).
           03 CASE-NOTICE-HIST OCCURS 4 TIMES.
               05 CASE-NOTICE-TYPE  PIC X(1).
               05 CASE-NOTICE-DATE  PIC 9(8).

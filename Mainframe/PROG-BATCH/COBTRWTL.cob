      *-----------------------------------------------------------------
      *    COBTRWTL - TRAINING SESSION WAITLIST ROUTINE. AN APPROVED
      *               ENROLLMENT THAT FINDS A SESSION FULL WAITS ON
      *               THE WAITLIST (APITPENR STATUS W). WHENEVER A
      *               SEAT MAY HAVE COME FREE - A WITHDRAWAL ON
      *               COBCIO90, MORE SEATS KEYED ON COBCIO89 - THE
      *               CALLER PASSES THE COURSE AND SESSION HERE AND
      *               THE FREE SEATS ARE HANDED OUT STRICTLY IN
      *               REQUEST ORDER (REQUEST DATE, THEN TIME). EACH
      *               PROMOTED ENROLLMENT IS APPROVED WITH ITS SEAT
      *               HELD, AUDITED THROUGH COBAUDIT, AND THE
      *               EMPLOYEE'S MANAGER ALERTED THROUGH COBALERT. THE
      *               SESSION'S SEATS-TAKEN COUNT IS STEPPED TO MATCH.
      *               A CANCELLED OR DELIVERED SESSION PROMOTES
      *               NOBODY. CALLED BY COBCIO89 AND COBCIO90 SO THE
      *               TWO CAN NEVER FILL SEATS DIFFERENTLY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBTRWTL.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one scheduled session of a course on the APITPTSS
      *    ** gateway - CMD-CODE 1 READ BY COURSE AND SESSION, 3 CHANGE
       01  TRAINING-SESSION-RECORD.
           10 WS-SES-COURSE-CODE      PIC X(6).
           10 WS-SES-SESSION-NO       PIC 9(2).
           10 WS-SES-START-DATE       PIC 9(6).
           10 WS-SES-END-DATE         PIC 9(6).
           10 WS-SES-VENUE            PIC X(20).
           10 WS-SES-VENDOR           PIC X(20).
           10 WS-SES-SEATS            PIC 9(3).
           10 WS-SES-SEATS-TAKEN      PIC 9(3).
           10 WS-SES-COST-PER-SEAT    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-SES-STATUS           PIC X(1).
               88  WS-SES-OPEN            VALUE "O".
           10 WS-SES-MAINT-OPID       PIC X(3).
           10 WS-SES-MAINT-DATE       PIC 9(6).

      *    ** one employee's enrollment on a session on the APITPENR
      *    ** gateway - CMD-CODE 1 READ, 3 CHANGE, 4 CURSOR BY SESSION
       01  ENROLLMENT-RECORD.
           10 WS-ENR-COURSE-CODE      PIC X(6).
           10 WS-ENR-SESSION-NO       PIC 9(2).
           10 WS-ENR-EMP-NO           PIC X(6).
           10 WS-ENR-STATUS           PIC X(1).
               88  WS-ENR-APPROVED        VALUE "A".
               88  WS-ENR-WAITLISTED      VALUE "W".
           10 WS-ENR-SOURCE           PIC X(1).
           10 WS-ENR-MGR-OPID         PIC X(3).
           10 WS-ENR-REQ-DATE         PIC 9(6).
           10 WS-ENR-REQ-TIME         PIC 9(6).
           10 WS-ENR-MAKER-OPID       PIC X(3).
           10 WS-ENR-DECIDE-OPID      PIC X(3).
           10 WS-ENR-DECIDE-DATE      PIC 9(6).
           10 WS-ENR-RESULT           PIC X(1).

      *    ** the earliest waitlisted enrollment seen on the walk
       01  WS-FIRST-WAITER                 PIC X(50).
       01  WS-FIRST-REQ-STAMP              PIC 9(12).
       01  WS-REQ-STAMP.
           03  WS-RS-DATE                  PIC 9(6).
           03  WS-RS-TIME                  PIC 9(6).
       01  WS-REQ-STAMP-R REDEFINES WS-REQ-STAMP
                                           PIC 9(12).
       01  WS-WAITER-SWITCH                PIC X.
           88  WS-WAITER-FOUND                 VALUE "Y".
       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-FILL-SWITCH                  PIC X.
           88  WS-FILL-DONE                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** who/when/before/after capture for every promotion -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBTRWTL".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "TRNENRL".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** the manager hears their report now has a seat
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBTRWTL".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "TRNSEAT ".
           03  WS-ALT-SEVERITY             PIC X(1) VALUE "L".
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8).
           03  WS-ALT-MSG-CODE             PIC 99 VALUE 1.

           EJECT

       LINKAGE SECTION.
       01  SEAT-FILL-PARAMETERS.
           03  SF-COURSE-CODE              PIC X(6).
           03  SF-SESSION-NO               PIC 9(2).
      *        ** the operator whose action freed the seat, and the
      *        ** date (yymmdd) the promotions are stamped with
           03  SF-OPID                     PIC X(3).
           03  SF-DATE                     PIC 9(6).
           03  SF-PROMOTED                 PIC S9(4) COMP.
           03  SF-MESSAGE                  PIC X(30).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SEAT-FILL-PARAMETERS.

       000-MAIN-LOGIC.

           MOVE ZERO   TO SF-PROMOTED.
           MOVE SPACES TO SF-MESSAGE.

           MOVE SPACES         TO TRAINING-SESSION-RECORD.
           MOVE SF-COURSE-CODE TO WS-SES-COURSE-CODE.
           MOVE SF-SESSION-NO  TO WS-SES-SESSION-NO.
           MOVE 1 TO CMD-CODE.
           MOVE TRAINING-SESSION-RECORD TO DATA-IN.
           CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "SESSION NOT ON FILE" TO SF-MESSAGE
               GOBACK
           END-IF.
           MOVE DATA-OUT TO TRAINING-SESSION-RECORD.

           IF  NOT WS-SES-OPEN THEN
               GOBACK
           END-IF.

           MOVE "N" TO WS-FILL-SWITCH.
           PERFORM 100-FILL-ONE-SEAT THRU 100-EXIT
                   UNTIL WS-FILL-DONE.

           IF  SF-PROMOTED > ZERO THEN
               MOVE SF-OPID TO WS-SES-MAINT-OPID
               MOVE SF-DATE TO WS-SES-MAINT-DATE
               MOVE 3 TO CMD-CODE
               MOVE TRAINING-SESSION-RECORD TO DATA-IN
               CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0 THEN
                   MOVE "SEAT COUNT NOT FILED" TO SF-MESSAGE
               END-IF
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      * 100-FILL-ONE-SEAT - WHILE A SEAT IS FREE, THE LONGEST-WAITING
      *    ENROLLMENT ON THE SESSION TAKES IT.
      *-----------------------------------------------------------------
       100-FILL-ONE-SEAT.

           IF  WS-SES-SEATS-TAKEN NOT < WS-SES-SEATS THEN
               SET WS-FILL-DONE TO TRUE
               GO TO 100-EXIT
           END-IF.

           PERFORM 200-FIND-FIRST-WAITER THRU 200-EXIT.
           IF  NOT WS-WAITER-FOUND THEN
               SET WS-FILL-DONE TO TRUE
               GO TO 100-EXIT
           END-IF.

           MOVE WS-FIRST-WAITER TO ENROLLMENT-RECORD.
           MOVE 1 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "ENROLLMENT NOT ON FILE" TO SF-MESSAGE
               SET WS-FILL-DONE TO TRUE
               GO TO 100-EXIT
           END-IF.
           MOVE DATA-OUT TO ENROLLMENT-RECORD.

           MOVE ENROLLMENT-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "A"     TO WS-ENR-STATUS.
           MOVE SF-DATE TO WS-ENR-DECIDE-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE ENROLLMENT-RECORD TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "ENROLLMENT NOT FILED" TO SF-MESSAGE
               SET WS-FILL-DONE TO TRUE
               GO TO 100-EXIT
           END-IF.

           ADD 1 TO WS-SES-SEATS-TAKEN.
           ADD 1 TO SF-PROMOTED.

           MOVE SF-OPID                TO WS-AUD-OPERATOR.
           MOVE SPACES                 TO WS-AUD-KEY.
           STRING WS-ENR-EMP-NO WS-ENR-COURSE-CODE
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE ENROLLMENT-RECORD      TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           IF  WS-ENR-MGR-OPID > SPACES THEN
               MOVE SPACES             TO WS-ALT-KEY
               STRING WS-ENR-EMP-NO WS-ENR-COURSE-CODE
                   DELIMITED BY SIZE INTO WS-ALT-KEY
               MOVE SPACES             TO WS-ALT-RECIPIENT-ROLE
               MOVE WS-ENR-MGR-OPID    TO WS-ALT-RECIPIENT-ROLE (1:3)
               CALL "COBALERT" USING ALERT-RECORD
           END-IF.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-FIND-FIRST-WAITER - WALK THE SESSION'S ENROLLMENTS AND
      *    KEEP THE WAITLISTED ONE WITH THE EARLIEST REQUEST STAMP.
      *-----------------------------------------------------------------
       200-FIND-FIRST-WAITER.

           MOVE "N"            TO WS-WAITER-SWITCH.
           MOVE "N"            TO WS-SCAN-SWITCH.
           MOVE SPACES         TO WS-FIRST-WAITER.
           MOVE ZERO           TO WS-FIRST-REQ-STAMP.
           MOVE SPACES         TO ENROLLMENT-RECORD.
           MOVE SF-COURSE-CODE TO WS-ENR-COURSE-CODE.
           MOVE SF-SESSION-NO  TO WS-ENR-SESSION-NO.
           MOVE 4 TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-ENR-WAITLISTED
                       MOVE WS-ENR-REQ-DATE TO WS-RS-DATE
                       MOVE WS-ENR-REQ-TIME TO WS-RS-TIME
                       IF  NOT WS-WAITER-FOUND
                       OR  WS-REQ-STAMP-R < WS-FIRST-REQ-STAMP
                           SET WS-WAITER-FOUND TO TRUE
                           MOVE WS-REQ-STAMP-R    TO WS-FIRST-REQ-STAMP
                           MOVE ENROLLMENT-RECORD TO WS-FIRST-WAITER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

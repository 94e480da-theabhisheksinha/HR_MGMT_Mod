      *               CURSOR) - MISSING, FAILED OR EXPIRED TRAINING IS
      *               REPORTED WHILE THERE IS STILL TIME TO BOOK THE
      *               COURSE, NOT AFTER THE CLEARANCE HAS LAPSED.
      *               EACH EMPLOYEE REPORTED IS ALSO OFFERED A SEAT:
      *               A REQUESTED ENROLLMENT (SOURCE B) IS FILED ON
      *               APITPENR FOR THE EARLIEST OPEN, NOT-YET-STARTED
      *               COBCIO89 SESSION OF A PREREQUISITE COURSE,
      *               ROUTED TO THE MANAGER ON THE COBCIO45 REPORTING
      *               LINE FOR APPROVAL ON COBCIO90, AND THE MANAGER
      *               IS ALERTED THROUGH COBALERT. AN EMPLOYEE ALREADY
      *               HOLDING AN OPEN ENROLLMENT ON A PREREQUISITE
      *               COURSE IS NOT OFFERED ANOTHER.
      *               THE CLEARANCE WINDOW IS MEASURED FROM THE
      *               BUSINESS DATE (COBBUSDT), CONVERTED THROUGH
      *               COBDTE3, RATHER THAN THE SYSTEM CLOCK'S DAY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  CP-SECURITY-EXP             PIC 9(5).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CP-CONDITION                PIC X(26).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CP-OFFER                    PIC X(20).

       WORKING-STORAGE SECTION.

           10 WS-CRS-COURSE-DESC      PIC X(20).
           10 WS-CRS-CLEARANCE-FLAG   PIC X(1).

      *    ** same session row COBCIO89 schedules - APITPTSS
      *    ** CMD-CODE 5 CURSOR OVER EVERY SESSION
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

      *    ** same enrollment row COBCIO90 files - APITPENR CMD-CODE
      *    ** 2 ADD, 5 CURSOR BY EMPLOYEE
       01  ENROLLMENT-RECORD.
           10 WS-ENR-COURSE-CODE      PIC X(6).
           10 WS-ENR-SESSION-NO       PIC 9(2).
           10 WS-ENR-EMP-NO           PIC X(6).
           10 WS-ENR-STATUS           PIC X(1).
               88  WS-ENR-OPEN            VALUE "R" "A" "W".
           10 WS-ENR-SOURCE           PIC X(1).
           10 WS-ENR-MGR-OPID         PIC X(3).
           10 WS-ENR-REQ-DATE         PIC 9(6).
           10 WS-ENR-REQ-TIME         PIC 9(6).
           10 WS-ENR-MAKER-OPID       PIC X(3).
           10 WS-ENR-DECIDE-OPID      PIC X(3).
           10 WS-ENR-DECIDE-DATE      PIC 9(6).
           10 WS-ENR-RESULT           PIC X(1).
       01  WS-ENR-SWITCH                   PIC X.
           88  WS-ENR-DONE                     VALUE "Y".
       01  WS-BOOKED-SWITCH                PIC X.
           88  WS-ALREADY-BOOKED               VALUE "Y".

      *    ** the COBCIO45 reporting line - the offer goes to the
      *    ** employee's manager
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** the earliest open, not-yet-started session of any
      *    ** prerequisite course, picked once at start of run
       01  WS-OFFER-SWITCH                 PIC X VALUE "N".
           88  WS-OFFER-SESSION-FOUND          VALUE "Y".
       01  WS-OFFER-COURSE-CODE            PIC X(6).
       01  WS-OFFER-SESSION-NO             PIC 9(2).
       01  WS-OFFER-START-DATE             PIC 9(6).
       01  WS-OFFER-COUNT                  PIC S9(7) COMP VALUE +0.

       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBAT53".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "TRNOFFER".
           03  WS-ALT-SEVERITY             PIC X(1) VALUE "L".
           03  WS-ALT-KEY                  PIC X(12).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8).
           03  WS-ALT-MSG-CODE             PIC 99 VALUE 1.

      *    ** who/when/before/after capture for every offer filed
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBAT53".
           03  WS-AUD-OPERATOR             PIC X(8) VALUE "COBBAT53".
           03  WS-AUD-FILE                 PIC X(8) VALUE "TRNENRL".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
      *    ** difference, same idiom as its 350- conversion
       01  WS-CLEARANCE-WINDOW-DAYS        PIC S9(4) COMP VALUE +60.
       01  WS-RUN-DATE-YYDDD               PIC 9(5).
       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                 PIC 9(8).
           03  COBDATE-INPUT-FORMAT         PIC X(10).
           03  COBDATE-OUTPUT-FORMAT        PIC X(10).
           03  COBDATE-MESSAGE              PIC X(60).
       01  WS-RUN-JULIAN                   PIC S9(7) COMP.
       01  WS-EXP-JULIAN                   PIC S9(7) COMP.
       01  WS-DAYS-REMAINING               PIC S9(7) COMP.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.

           MOVE WS-RUN-DATE          TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE(1:5)    TO  WS-RUN-DATE-YYDDD.
           MOVE WS-RUN-DATE-YYDDD TO WS-CONV-INPUT.
           PERFORM 800-CONVERT-YYDDD-TO-JULIAN.
           MOVE WS-EXP-JULIAN TO WS-RUN-JULIAN.

           OPEN OUTPUT COMPLIANCE-REPORT-FILE.

           PERFORM 150-PICK-OFFER-SESSION THRU 150-EXIT.

      *-----------------------------------------------------------------
      * 150-PICK-OFFER-SESSION - WALK EVERY SCHEDULED SESSION AND KEEP
      *    THE EARLIEST ONE STILL OPEN AND NOT YET STARTED WHOSE
      *    COURSE IS A CLEARANCE PREREQUISITE.
      *-----------------------------------------------------------------
       150-PICK-OFFER-SESSION.

           MOVE "N"      TO  WS-SCAN-SWITCH.
           MOVE SPACES   TO  TRAINING-SESSION-RECORD.
           MOVE 5        TO  CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE TRAINING-SESSION-RECORD TO DATA-IN
               CALL "APITPTSS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TRAINING-SESSION-RECORD
                   IF  WS-SES-OPEN
                   AND WS-SES-START-DATE > WS-RUN-DATE
                   AND (NOT WS-OFFER-SESSION-FOUND
                     OR WS-SES-START-DATE < WS-OFFER-START-DATE)
                       PERFORM 160-CHECK-OFFER-COURSE THRU 160-EXIT
                   END-IF
      *            ** restore the cursor command after the course
      *            ** master read reused it
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

      *    ** the employee scan walks with the same switch
           MOVE "N"      TO  WS-SCAN-SWITCH.

       150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 160-CHECK-OFFER-COURSE - A SESSION IS ONLY OFFERED IF ITS
      *    COURSE IS FLAGGED Y ON THE COURSE MASTER.
      *-----------------------------------------------------------------
       160-CHECK-OFFER-COURSE.

           MOVE SPACES             TO COURSE-MASTER-RECORD.
           MOVE WS-SES-COURSE-CODE TO WS-CRS-COURSE-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE COURSE-MASTER-RECORD TO DATA-IN.
           CALL "APITPTRN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 160-EXIT
           END-IF.
           MOVE DATA-OUT TO COURSE-MASTER-RECORD.
           IF  WS-CRS-CLEARANCE-FLAG NOT = "Y"
               GO TO 160-EXIT
           END-IF.

           SET WS-OFFER-SESSION-FOUND TO TRUE.
           MOVE WS-SES-COURSE-CODE TO WS-OFFER-COURSE-CODE.
           MOVE WS-SES-SESSION-NO  TO WS-OFFER-SESSION-NO.
           MOVE WS-SES-START-DATE  TO WS-OFFER-START-DATE.

       160-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-SCAN-EMPLOYEES - EVERY ACTIVE EMPLOYEE WHOSE CLEARANCE
      *    EXPIRES INSIDE THE WINDOW GETS THE PREREQUISITE CHECK.
               ELSE
                   MOVE "PREREQ TRAINING MISSING" TO CP-CONDITION
               END-IF
               PERFORM 500-OFFER-ENROLLMENT THRU 500-EXIT
               WRITE COMPLIANCE-REPORT-RECORD
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-OFFER-ENROLLMENT - FILE A REQUESTED ENROLLMENT ON THE
      *    OFFER SESSION, ROUTED TO THE EMPLOYEE'S MANAGER, UNLESS
      *    THE EMPLOYEE ALREADY HOLDS AN OPEN ENROLLMENT ON A
      *    PREREQUISITE COURSE. THE OUTCOME GOES IN THE OFFER COLUMN.
      *-----------------------------------------------------------------
       500-OFFER-ENROLLMENT.

           IF  NOT WS-OFFER-SESSION-FOUND THEN
               MOVE "NO SESSION SCHEDULED" TO CP-OFFER
               GO TO 500-EXIT
           END-IF.

           PERFORM 510-CHECK-BOOKED THRU 510-EXIT.
           IF  WS-ALREADY-BOOKED THEN
               MOVE "ALREADY ENROLLED"     TO CP-OFFER
               GO TO 500-EXIT
           END-IF.

           MOVE SPACES    TO REPORTING-LINE-RECORD.
           MOVE WS-EMP-ID TO WS-RPT-EMP-NO.
           MOVE 1         TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO REPORTING-LINE-RECORD
           ELSE
               MOVE SPACES   TO WS-RPT-MGR-OPID
           END-IF.
           IF  WS-RPT-MGR-OPID NOT > SPACES THEN
               MOVE "NO REPORTING LINE"    TO CP-OFFER
               GO TO 500-EXIT
           END-IF.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE SPACES               TO ENROLLMENT-RECORD.
           MOVE WS-OFFER-COURSE-CODE TO WS-ENR-COURSE-CODE.
           MOVE WS-OFFER-SESSION-NO  TO WS-ENR-SESSION-NO.
           MOVE WS-EMP-ID            TO WS-ENR-EMP-NO.
           MOVE "R"                  TO WS-ENR-STATUS.
           MOVE "B"                  TO WS-ENR-SOURCE.
           MOVE WS-RPT-MGR-OPID      TO WS-ENR-MGR-OPID.
           MOVE WS-RUN-DATE          TO WS-ENR-REQ-DATE.
           MOVE WS-TIME-HHMMSS       TO WS-ENR-REQ-TIME.
           MOVE ZERO                 TO WS-ENR-DECIDE-DATE.
           MOVE 2                    TO CMD-CODE.
           MOVE ENROLLMENT-RECORD    TO DATA-IN.
           CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "OFFER NOT FILED"      TO CP-OFFER
               GO TO 500-EXIT
           END-IF.

           ADD 1 TO WS-OFFER-COUNT.
           MOVE SPACES TO CP-OFFER.
           STRING "OFFERED " WS-OFFER-COURSE-CODE "/"
                  WS-OFFER-SESSION-NO
               DELIMITED BY SIZE INTO CP-OFFER.

           MOVE SPACES              TO WS-AUD-KEY.
           STRING WS-ENR-EMP-NO WS-ENR-COURSE-CODE
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE SPACES              TO WS-AUD-BEFORE-IMAGE.
           MOVE ENROLLMENT-RECORD   TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE WS-AUD-KEY          TO WS-ALT-KEY.
           MOVE SPACES              TO WS-ALT-RECIPIENT-ROLE.
           MOVE WS-ENR-MGR-OPID     TO WS-ALT-RECIPIENT-ROLE (1:3).
           CALL "COBALERT" USING ALERT-RECORD.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 510-CHECK-BOOKED - WALK THE EMPLOYEE'S ENROLLMENTS FOR AN OPEN
      *    ONE (REQUESTED, APPROVED OR WAITLISTED) ON ANY PREREQUISITE
      *    COURSE.
      *-----------------------------------------------------------------
       510-CHECK-BOOKED.

           MOVE "N"       TO  WS-BOOKED-SWITCH.
           MOVE "N"       TO  WS-ENR-SWITCH.
           MOVE SPACES    TO  ENROLLMENT-RECORD.
           MOVE WS-EMP-ID TO  WS-ENR-EMP-NO.
           MOVE 5         TO  CMD-CODE.

           PERFORM UNTIL WS-ENR-DONE
               MOVE ENROLLMENT-RECORD TO DATA-IN
               CALL "APITPENR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-ENR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ENROLLMENT-RECORD
                   IF  WS-ENR-OPEN AND NOT WS-ALREADY-BOOKED
                       MOVE SPACES TO COURSE-MASTER-RECORD
                       MOVE WS-ENR-COURSE-CODE TO WS-CRS-COURSE-CODE
                       MOVE 1 TO CMD-CODE
                       MOVE COURSE-MASTER-RECORD TO DATA-IN
                       CALL "APITPTRN" USING CMD-CODE RESP-CODE
                                             DATA-IN DATA-OUT
                       IF  RESP-CODE <> 0
                           MOVE DATA-OUT TO COURSE-MASTER-RECORD
                           IF  WS-CRS-CLEARANCE-FLAG = "Y"
                               SET WS-ALREADY-BOOKED TO TRUE
                           END-IF
                       END-IF
      *                ** restore the per-employee cursor command
                       MOVE 5 TO CMD-CODE
                   END-IF
               END-IF
           END-PERFORM.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 800-CONVERT-YYDDD-TO-JULIAN - SAME YEAR-TIMES-365 FIGURE
      *    COBBAT15 USES FOR ITS WINDOW ARITHMETIC.
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT53 - " WS-COUNT-DISPLAY
                   " MISSING/STALE PREREQUISITE TRAINING".
           MOVE WS-OFFER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBAT53 - " WS-COUNT-DISPLAY
                   " ENROLLMENTS OFFERED".

      *-----------------------------------------------------------------
      *    COBBATA5 - NIGHTLY IDENTITY DOCUMENT EXPIRY WATCH. WORK
      *               PERMITS, VISAS AND PASSPORTS KEYED ON COBCIO83
      *               (APITPIDD) WERE LEFT TO RUN OUT UNNOTICED. THIS
      *               RUN WALKS EVERY DOCUMENT ROW (APITPIDD CMD-CODE 5
      *               ALL-ROWS CURSOR), WORKS OUT THE DAYS LEFT TO THE
      *               EXPIRY DATE (COBDTE3 CONVERSION AND THE SAME
      *               CONTINUOUS DAY NUMBER COBBAT15 USES) AND WARNS HR
      *               AND THE EMPLOYEE'S MANAGER (THE COBCIO45
      *               REPORTING LINE, APITPRLN) THROUGH COBALERT AT 90,
      *               60 AND 30 DAYS OUT AND AGAIN ONCE THE DOCUMENT
      *               HAS EXPIRED. THE LAST WARNING SENT IS KEPT ON THE
      *               ROW (APITPIDD CMD-CODE 3) SO EACH ONE GOES OUT
      *               ONCE, NOT EVERY NIGHT; A RENEWAL KEYED ON
      *               COBCIO83 CLEARS IT. LEAVERS ARE SKIPPED, AND A
      *               PERMIT HELD FOR A HIRE NOT YET ON THE MASTER
      *               WARNS HR ONLY. EVERY DOCUMENT INSIDE 90 DAYS OR
      *               ALREADY EXPIRED IS LISTED ON IDEXPRPT. AN EXPIRED
      *               WORK PERMIT OR VISA ALSO HOLDS THE EMPLOYEE'S PAY
      *               IN THE PAYROLL RUN (COBBAT21).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATA5.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO IDEXPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  EXPIRY-REPORT-FILE
           RECORDING MODE IS F.
      *    ** one line per document inside 90 days of expiry or past
      *    ** it - the action column reads ALERTED on the night a
      *    ** warning goes out
       01  EXPIRY-REPORT-RECORD.
           03  IE-DEPT-CODE                PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IE-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IE-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IE-DOC-TYPE                 PIC X(2).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IE-DOC-NUMBER               PIC X(20).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IE-EXPIRY-DATE              PIC 9(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IE-DAYS-LEFT                PIC -(4)9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IE-STAGE                    PIC X(7).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  IE-ACTION                   PIC X(8).

       WORKING-STORAGE SECTION.

      *    ** one row per employee and document type off COBCIO83 -
      *    ** CMD-CODE 3 CHANGE, 5 ALL-ROWS CURSOR
       01  IDENTITY-DOCUMENT-RECORD.
           10 WS-IDD-EMP-NO           PIC X(6).
           10 WS-IDD-DOC-TYPE         PIC X(2).
           10 WS-IDD-DOC-NUMBER       PIC X(20).
           10 WS-IDD-ISSUE-COUNTRY    PIC X(3).
           10 WS-IDD-ISSUE-DATE       PIC 9(6).
           10 WS-IDD-EXPIRY-DATE      PIC 9(6).
           10 WS-IDD-SPONSOR-FLAG     PIC X(1).
      *        ** last warning sent - 90, 60, 30, 1 = expired, zero =
      *        ** none yet
           10 WS-IDD-ALERT-STAGE      PIC 9(3).
           10 WS-IDD-MAINT-DATE       PIC 9(6).
           10 WS-IDD-OPID             PIC X(3).

      *    ** same EMPLOYEE-MASTER-RECORD shape COBCIO23 onboards
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  WS-EMP-ADDR-1               PIC X(30).
           03  WS-EMP-ADDR-2               PIC X(30).
           03  WS-EMP-ADDR-3               PIC X(30).
           03  WS-EMP-ZIP-CODE             PIC X(5).
           03  WS-EMP-DATE-JOINED          PIC 9(5).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  WS-EMP-DATE-MAINTAINED      PIC 9(5).
           03  WS-EMP-BIRTH-DATE           PIC 9(5).
           03  WS-EMP-SECURITY-EXP         PIC 9(5) COMP-3.
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  WS-EMP-FIRST-JOINED         PIC 9(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  WS-EMP-LOCATION             PIC X(2).
           03  WS-EMP-TYPE                 PIC X(1).
           03  FILLER                      PIC X(20).
       01  WS-EMP-FOUND-SWITCH             PIC X.
           88  WS-EMP-FOUND                    VALUE "Y".

      *    ** the COBCIO45 reporting line - CMD-CODE 1 READ BY EMP-NO
      *    ** gives the approving manager's operator id
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** same COBDTE3 parameter shape COBBAT46 converts with
       01  COBDATE-PARAMETERS.
           03  COBDATE-DATE                PIC X(8).
           03  COBDATE-DATE-RED1 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYDDD      PIC 9(5).
               05  FILLER                  PIC X(3).
           03  COBDATE-DATE-RED2 REDEFINES COBDATE-DATE.
               05  COBDATE-DATE-YYMMDD     PIC 9(6).
               05  FILLER                  PIC X(2).
           03  COBDATE-INPUT-FORMAT        PIC X(8).
           03  COBDATE-OUTPUT-FORMAT       PIC X(8).
           03  COBDATE-MESSAGE             PIC X(30).

       01  WS-RUN-DATE                     PIC 9(6).

      *    ** WS-RUN-DATE-JULIAN/WS-EXPIRY-JULIAN hold a true
      *    ** continuous day number, not the raw COBDTE3 "YYDDD"
      *    ** value, so a document expiring next year still counts
      *    ** down correctly - same reasoning as COBBAT15
       01  WS-RUN-DATE-JULIAN              PIC 9(7).
       01  WS-EXPIRY-JULIAN                PIC 9(7).
       01  WS-DAYS-LEFT                    PIC S9(7) COMP.

      *    ** scratch fields for 350-CONVERT-YYDDD-TO-JULIAN - WS-CONV-
      *    ** YYDDD in, WS-CONV-JULIAN out
       01  WS-CONV-YYDDD                   PIC 9(5).
       01  WS-CONV-YY                      PIC 9(2).
       01  WS-CONV-DDD                     PIC 9(3).
       01  WS-CONV-YYYY                    PIC 9(4).
       01  WS-CONV-JULIAN                  PIC 9(7).

      *    ** the warning the days left call for - 90, 60, 30 or 1
      *    ** for expired, zero when the document is not yet inside
      *    ** 90 days
       01  WS-DUE-STAGE                    PIC 9(3).
           88  WS-DUE-NONE                     VALUE 0.
           88  WS-DUE-EXPIRED                  VALUE 1.

       01  WS-SCAN-SWITCH                  PIC X.
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-DOC-COUNT                    PIC S9(7) COMP VALUE +0.
       01  WS-LISTED-COUNT                 PIC S9(7) COMP VALUE +0.
       01  WS-ALERTED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-EXPIRED-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard alert handed to COBALERT - de-duplicated on the
      *    ** APITPALT gateway and fed to the email-gateway interface
      *    ** file, message text off the shared APITPMSG file. the key
      *    ** carries the stage and recipient so the HR and manager
      *    ** copies of each warning both go out, once
       01  ALERT-RECORD.
           03  WS-ALT-PROGRAM              PIC X(8) VALUE "COBBATA5".
           03  WS-ALT-TYPE                 PIC X(8) VALUE "DOCEXPRY".
           03  WS-ALT-SEVERITY             PIC X(1).
           03  WS-ALT-KEY.
               05  WS-ALT-KEY-EMP-NO       PIC X(6).
               05  WS-ALT-KEY-DOC-TYPE     PIC X(2).
               05  WS-ALT-KEY-STAGE        PIC 9(3).
               05  WS-ALT-KEY-RECIPIENT    PIC X(1).
           03  WS-ALT-RECIPIENT-ROLE      PIC X(8).
           03  WS-ALT-MSG-CODE             PIC 99.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATA5".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
       01  WS-TIME-OF-DAY                  PIC 9(8).
       01  WS-TIME-OF-DAY-R REDEFINES WS-TIME-OF-DAY.
           03  WS-TIME-HHMMSS              PIC 9(6).
           03  FILLER                      PIC 99.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

       000-MAIN-LOGIC.

           PERFORM 100-INITIALIZE
           PERFORM 200-SCAN-DOCUMENTS THRU 200-EXIT
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - WORK OUT THE RUN DATE'S DAY NUMBER AND OPEN
      *    THE LISTING.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE          TO  WS-RC-RUN-DATE.

           MOVE WS-RUN-DATE          TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYDDD   TO  WS-CONV-YYDDD.
           PERFORM 350-CONVERT-YYDDD-TO-JULIAN THRU 350-EXIT.
           MOVE WS-CONV-JULIAN       TO  WS-RUN-DATE-JULIAN.

           OPEN OUTPUT EXPIRY-REPORT-FILE.

      *-----------------------------------------------------------------
      * 200-SCAN-DOCUMENTS - WALK EVERY IDENTITY DOCUMENT ROW.
      *-----------------------------------------------------------------
       200-SCAN-DOCUMENTS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE 5      TO  CMD-CODE.
           MOVE SPACES TO  IDENTITY-DOCUMENT-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE IDENTITY-DOCUMENT-RECORD TO DATA-IN
               CALL "APITPIDD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO IDENTITY-DOCUMENT-RECORD
                   ADD 1 TO WS-DOC-COUNT
                   PERFORM 300-CHECK-ONE-DOCUMENT THRU 300-EXIT
      *            ** restore the cursor command after the master,
      *            ** reporting-line and change calls reused it
                   MOVE 5 TO CMD-CODE
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-CHECK-ONE-DOCUMENT - DAYS LEFT TO EXPIRY AND THE WARNING
      *    THEY CALL FOR. A WARNING GOES OUT WHEN NONE HAS YET, OR WHEN
      *    THE DOCUMENT HAS MOVED INTO A CLOSER STAGE THAN THE LAST ONE
      *    SENT.
      *-----------------------------------------------------------------
       300-CHECK-ONE-DOCUMENT.

           IF  WS-IDD-EXPIRY-DATE IS NOT NUMERIC
           OR  WS-IDD-EXPIRY-DATE = ZERO
               GO TO 300-EXIT
           END-IF.

           MOVE WS-IDD-EXPIRY-DATE   TO  COBDATE-DATE.
           MOVE "YYMMDD"             TO  COBDATE-INPUT-FORMAT.
           MOVE "YYDDD"              TO  COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.
           MOVE COBDATE-DATE-YYDDD   TO  WS-CONV-YYDDD.
           PERFORM 350-CONVERT-YYDDD-TO-JULIAN THRU 350-EXIT.
           MOVE WS-CONV-JULIAN       TO  WS-EXPIRY-JULIAN.
           COMPUTE WS-DAYS-LEFT =
                   WS-EXPIRY-JULIAN - WS-RUN-DATE-JULIAN.

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE 1  TO WS-DUE-STAGE
               WHEN WS-DAYS-LEFT NOT > 30
                   MOVE 30 TO WS-DUE-STAGE
               WHEN WS-DAYS-LEFT NOT > 60
                   MOVE 60 TO WS-DUE-STAGE
               WHEN WS-DAYS-LEFT NOT > 90
                   MOVE 90 TO WS-DUE-STAGE
               WHEN OTHER
                   MOVE 0  TO WS-DUE-STAGE
           END-EVALUATE.

           IF  WS-DUE-NONE THEN
               GO TO 300-EXIT
           END-IF.

      *    ** a pre-hire permit has no master row yet - HR only
           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-IDD-EMP-NO TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "N"           TO  WS-EMP-FOUND-SWITCH
               MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD
           ELSE
               SET WS-EMP-FOUND   TO  TRUE
               MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD
               IF  WS-EMP-DATE-TERMINATED NOT = ZERO
                   GO TO 300-EXIT
               END-IF
           END-IF.

           MOVE SPACES              TO EXPIRY-REPORT-RECORD.
           MOVE WS-EMP-DEPT-CODE    TO IE-DEPT-CODE.
           MOVE WS-IDD-EMP-NO       TO IE-EMP-ID.
           MOVE WS-EMP-NAME         TO IE-EMP-NAME.
           MOVE WS-IDD-DOC-TYPE     TO IE-DOC-TYPE.
           MOVE WS-IDD-DOC-NUMBER   TO IE-DOC-NUMBER.
           MOVE WS-IDD-EXPIRY-DATE  TO IE-EXPIRY-DATE.
           MOVE WS-DAYS-LEFT        TO IE-DAYS-LEFT.
           IF  WS-DUE-EXPIRED THEN
               MOVE "EXPIRED"       TO IE-STAGE
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE WS-DUE-STAGE    TO IE-STAGE(1:3)
               MOVE "DAYS"          TO IE-STAGE(4:4)
           END-IF.

           IF  WS-IDD-ALERT-STAGE = ZERO
           OR  WS-DUE-STAGE < WS-IDD-ALERT-STAGE
               PERFORM 400-SEND-ALERTS THRU 400-EXIT
           END-IF.

           WRITE EXPIRY-REPORT-RECORD.
           ADD 1 TO WS-LISTED-COUNT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-CONVERT-YYDDD-TO-JULIAN - TURN A COBDTE3 "YYDDD" VALUE
      *    (WS-CONV-YYDDD) INTO A CONTINUOUS DAY NUMBER
      *    (WS-CONV-JULIAN), SAME FORMULA AS COBBAT15.
      *-----------------------------------------------------------------
       350-CONVERT-YYDDD-TO-JULIAN.

           MOVE WS-CONV-YYDDD(1:2)   TO  WS-CONV-YY.
           MOVE WS-CONV-YYDDD(3:3)   TO  WS-CONV-DDD.
           IF  WS-CONV-YY < 50 THEN
               COMPUTE WS-CONV-YYYY = 2000 + WS-CONV-YY
           ELSE
               COMPUTE WS-CONV-YYYY = 1900 + WS-CONV-YY
           END-IF.
           COMPUTE WS-CONV-JULIAN =
                   (WS-CONV-YYYY * 365)
                   + ((WS-CONV-YYYY - 1) / 4)
                   - ((WS-CONV-YYYY - 1) / 100)
                   + ((WS-CONV-YYYY - 1) / 400)
                   + WS-CONV-DDD.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-SEND-ALERTS - WARN HR AND, WHERE THE EMPLOYEE HAS ONE ON
      *    THE REPORTING LINE, THE MANAGER, THEN RECORD THE STAGE SENT
      *    ON THE DOCUMENT ROW.
      *-----------------------------------------------------------------
       400-SEND-ALERTS.

           EVALUATE TRUE
               WHEN WS-DUE-EXPIRED
                   MOVE "H" TO WS-ALT-SEVERITY
                   MOVE 2   TO WS-ALT-MSG-CODE
               WHEN WS-DUE-STAGE = 30
                   MOVE "M" TO WS-ALT-SEVERITY
                   MOVE 1   TO WS-ALT-MSG-CODE
               WHEN OTHER
                   MOVE "L" TO WS-ALT-SEVERITY
                   MOVE 1   TO WS-ALT-MSG-CODE
           END-EVALUATE.
           MOVE WS-IDD-EMP-NO   TO WS-ALT-KEY-EMP-NO.
           MOVE WS-IDD-DOC-TYPE TO WS-ALT-KEY-DOC-TYPE.
           MOVE WS-DUE-STAGE    TO WS-ALT-KEY-STAGE.

           MOVE "H"             TO WS-ALT-KEY-RECIPIENT.
           MOVE "HR"            TO WS-ALT-RECIPIENT-ROLE.
           CALL "COBALERT" USING ALERT-RECORD.

           IF  WS-EMP-FOUND THEN
               MOVE SPACES        TO REPORTING-LINE-RECORD
               MOVE WS-IDD-EMP-NO TO WS-RPT-EMP-NO
               MOVE 1 TO CMD-CODE
               MOVE REPORTING-LINE-RECORD TO DATA-IN
               CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE <> 0
                   MOVE DATA-OUT TO REPORTING-LINE-RECORD
                   IF  WS-RPT-MGR-OPID > SPACES
                       MOVE "M"    TO WS-ALT-KEY-RECIPIENT
                       MOVE SPACES TO WS-ALT-RECIPIENT-ROLE
                       MOVE WS-RPT-MGR-OPID
                                   TO WS-ALT-RECIPIENT-ROLE(1:3)
                       CALL "COBALERT" USING ALERT-RECORD
                   END-IF
               END-IF
           END-IF.

           MOVE WS-DUE-STAGE    TO WS-IDD-ALERT-STAGE.
           MOVE 3 TO CMD-CODE.
           MOVE IDENTITY-DOCUMENT-RECORD TO DATA-IN.
           CALL "APITPIDD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "COBBATA5 - ALERT STAGE NOT RECORDED FOR "
                       WS-IDD-EMP-NO " " WS-IDD-DOC-TYPE
           END-IF.

           MOVE "ALERTED"       TO IE-ACTION.
           ADD 1 TO WS-ALERTED-COUNT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE LISTING, LOG THE RUN AND DISPLAY THE
      *    RUN TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           CLOSE EXPIRY-REPORT-FILE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS      TO WS-RC-END-TIME.
           MOVE WS-DOC-COUNT        TO WS-RC-READ-COUNT.
           MOVE WS-ALERTED-COUNT    TO WS-RC-SELECT-COUNT.
           MOVE WS-LISTED-COUNT     TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT      TO WS-RC-ERROR-COUNT.
           MOVE "COMPLETE"          TO WS-RC-STATUS.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-DOC-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA5 - " WS-COUNT-DISPLAY " DOCUMENTS READ".
           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA5 - " WS-COUNT-DISPLAY
                   " DOCUMENTS WITHIN 90 DAYS OR EXPIRED".
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA5 - " WS-COUNT-DISPLAY " DOCUMENTS EXPIRED".
           MOVE WS-ALERTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATA5 - " WS-COUNT-DISPLAY
                   " DOCUMENTS ALERTED TONIGHT".

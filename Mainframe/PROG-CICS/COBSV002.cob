      *               ELECTION (APITPENC, SAME RECORD COBCIO14's PF11
      *               WRITES) SO OVER-CAP DAYS GET PAID BY COBBAT02
      *               INSTEAD OF FORFEITED. SAME CODED RESP-CODE
      *               CONVENTION AS COBSV001. A SUBMIT (AND AN AMEND
      *               THAT ADDS DAYS) CARRIES THE FIRST DAY OFF AND IS
      *               HELD TO THE DEPARTMENT'S MINIMUM COVER THROUGH
      *               COBCOVCK, SAME AS THE COBCIO14 SCREEN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------

       WORKING-STORAGE SECTION.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBSV002".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

       01 DFHCOMMAREA.
           03 LSV-RETURN-FLAG               PIC X(1).
      *    ** same coded response values as COBSV001/COBCIO23
      *        ** appended past the original shape so existing portal
      *        ** callers are undisturbed
           03 LSV-LEAVE-TYPE                PIC X(1).
      *        ** first day off (yymmdd) on a submit - must fall in
      *        ** LSV-YEARMONTH, same edit as the COBCIO14 screen
           03 LSV-START-DATE                PIC 9(6).

      *    ** same LEAVE-MASTER-RECORD shape as COBCIO14/COBBAT02/03
       01  LEAVE-MASTER-RECORD.
               88  WS-LEAVE-CANCELLED           VALUE "C".
      *        ** leave type, appended past the original shape -
      *        ** A (or the spaces older rows carry) = ANNUAL,
      *        ** S = SICK, X = SPECIAL, C = COMP-OFF
           10 WS-LTYPE                      PIC X(1).
      *        ** the responsible approver's operator id, stamped off
      *        ** the COBCIO45 reporting-line master at submit time so
      *        ** the date the request was submitted (yymmdd) - the
      *        ** COBBAT61 stale-request watchdog ages on it
           10 WS-LREQ-DATE                  PIC 9(6).
      *        ** the first day off (yymmdd) - the request runs over
      *        ** the employee's next LDAYSREQ working days from it,
      *        ** which is how COBCOVCK places it on the team calendar
           10 WS-LSTART-DATE                PIC 9(6).

      *    ** the year-end encashment election COBBAT02 honours -
      *    ** same APITPENC record COBCIO14's PF11 path writes
               88  WS-RQ-PENDING          VALUE "P".
               88  WS-RQ-APPROVED         VALUE "A".
           10 WS-RQ-LTYPE             PIC X(1).
      *        ** carried so the CMD-CODE 5 rewrite keeps them
           10 WS-RQ-LAPPROVER         PIC X(3).
           10 WS-RQ-LREQ-DATE         PIC 9(6).
           10 WS-RQ-LSTART-DATE       PIC 9(6).
       01  WS-RQ-FOUND-SWITCH               PIC X.
           88  WS-RQ-FOUND                      VALUE "Y".
      *    ** the matched month's row, held aside while the cursor
      *    ** FROM DATE idiom COBSECCK uses under CICS
       01  WS-SUBMIT-DATE                   PIC 9(6).

      *    ** the employee's department, read off the full master row
      *    ** for the coverage check
       01  FULL-EMPLOYEE-RECORD.
           03  WS-FE-EMP-ID                PIC X(6).
           03  WS-FE-DEPT-CODE             PIC X(4).
           03  FILLER                      PIC X(167).
           03  WS-FE-LOCATION              PIC X(2).
           03  FILLER                      PIC X(21).

      *    ** the first day off, broken out for the edit against the
      *    ** requested year/month
       01  WS-START-DATE-KEYED             PIC 9(6).
       01  WS-START-DATE-R REDEFINES WS-START-DATE-KEYED.
           03  WS-START-YYMM               PIC 9(4).
           03  WS-START-DD                 PIC 99.

      *    ** the COBCOVCK department minimum-coverage call - same
      *    ** parameter block COBCIO14 passes
       01  COVERAGE-CHECK-PARAMETERS.
           03  CVK-FUNCTION                PIC X(1).
               88  CVK-FUNC-CHECK              VALUE "C".
               88  CVK-FUNC-MONTH              VALUE "M".
           03  CVK-DEPT-CODE               PIC X(4).
           03  CVK-EMP-NO                  PIC X(6).
           03  CVK-START-DATE              PIC 9(6).
           03  CVK-DAYS                    PIC S9(4) COMP.
           03  CVK-RESULT                  PIC X(1).
               88  CVK-COVER-HOLDS             VALUE " ".
               88  CVK-WARN                    VALUE "W".
               88  CVK-REFUSE                  VALUE "R".
           03  CVK-SHORT-DATE              PIC 9(6).
           03  CVK-SHORT-ON-DUTY           PIC S9(4) COMP.
           03  CVK-SHORT-MINIMUM           PIC S9(4) COMP.
           03  CVK-DAY-COUNT               PIC S9(4) COMP.
           03  CVK-DAY OCCURS 31 TIMES.
               05  CVK-DAY-DATE            PIC 9(6).
               05  CVK-DAY-ON-DUTY         PIC S9(4) COMP.
               05  CVK-DAY-MINIMUM         PIC S9(4) COMP.
               05  CVK-DAY-RESULT          PIC X(1).
           03  CVK-EMP-COUNT               PIC S9(4) COMP.
           03  CVK-EMP OCCURS 200 TIMES.
               05  CVK-EMP-ID              PIC X(6).
               05  CVK-EMP-PATTERN         PIC X(7).
               05  CVK-EMP-LOCATION        PIC X(2).
               05  CVK-EMP-DAYS.
                   07  CVK-EMP-DAY         PIC X(1) OCCURS 31 TIMES.

      *    ** who/when/before/after capture for the reversal of an
      *    ** approved request - same COBAUDIT facility the screens
      *    ** write through; the portal has no EIBOPID so the service
       01  WS-RESP-MSG-PROCESSED.
           03  FILLER  PIC X(70) VALUE
               "I-ELECTION ALREADY PROCESSED BY THE YEAR-END RUN".
       01  WS-RESP-MSG-STARTDATE.
           03  FILLER  PIC X(70) VALUE
               "I-START DATE MISSING OR NOT IN THE REQUESTED MONTH".
       01  WS-RESP-MSG-NOCOVER.
           03  FILLER  PIC X(70) VALUE
               "I-REFUSED - DEPARTMENT WOULD FALL BELOW MINIMUM COVER".
       01  WS-RESP-MSG-SHORTCOVER.
           03  FILLER  PIC X(70) VALUE
               "W-REQUEST FILED - DEPARTMENT COVER WILL BE SHORT".
       01  WS-RESP-MSG-SYSERR.
           03  FILLER  PIC X(70) VALUE
               "S-TRANSACTION ABNORMALLY TERMINATED".
           EXEC CICS IGNORE CONDITION LENGERR END-EXEC.
           EXEC CICS HANDLE CONDITION ERROR(900-ERRORS) END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           PERFORM 100-VALIDATE-REQUEST
              THRU 100-EXIT.

               GO TO 400-EXIT
           END-IF.

      *    ** the first day off must fall in the requested month
           IF  LSV-START-DATE IS NOT NUMERIC THEN
               MOVE ZERO           TO WS-START-DATE-KEYED
           ELSE
               MOVE LSV-START-DATE TO WS-START-DATE-KEYED
           END-IF.
           IF  WS-START-YYMM NOT = LSV-YEARMONTH (3:4)
           OR  WS-START-DD < 1 OR WS-START-DD > 31 THEN
               MOVE "N"                   TO LSV-RETURN-FLAG
               MOVE 08                    TO LSV-RESP-CODE
               MOVE WS-RESP-MSG-STARTDATE TO LSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 400-EXIT
           END-IF.

           MOVE LSV-DAYS-REQUESTED  TO  CVK-DAYS.
           PERFORM 450-CHECK-DEPT-COVERAGE
              THRU 450-EXIT.
           IF  CVK-REFUSE THEN
               MOVE "N"                 TO LSV-RETURN-FLAG
               MOVE 08                  TO LSV-RESP-CODE
               MOVE WS-RESP-MSG-NOCOVER TO LSV-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 400-EXIT
           END-IF.

           MOVE LSV-DAYS-REQUESTED  TO  WS-LDAYSREQ.
           SET WS-LEAVE-PENDING     TO  TRUE.
           ACCEPT WS-SUBMIT-DATE FROM DATE.
           MOVE WS-SUBMIT-DATE      TO  WS-LREQ-DATE.
           MOVE WS-START-DATE-KEYED TO  WS-LSTART-DATE.
           IF  LSV-LEAVE-TYPE > SPACES THEN
               MOVE LSV-LEAVE-TYPE TO WS-LTYPE
           ELSE
           MOVE "Y"            TO  LSV-RETURN-FLAG.
           MOVE 00             TO  LSV-RESP-CODE.
           MOVE SPACES         TO  LSV-RETURN-MSG.
           IF  CVK-WARN THEN
               MOVE WS-RESP-MSG-SHORTCOVER TO LSV-RETURN-MSG
           END-IF.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-CHECK-DEPT-COVERAGE - THE SAME COBCOVCK MINIMUM-COVER CHECK
      *    COBCIO14's 550-CHECK-DEPT-COVERAGE MAKES, FOR THE START DATE
      *    IN WS-START-DATE-KEYED AND THE DAYS IN CVK-DAYS. NO MASTER
      *    ROW MEANS NO DEPARTMENT TO HOLD THE REQUEST TO.
      *-----------------------------------------------------------------
       450-CHECK-DEPT-COVERAGE.

           MOVE SPACES     TO FULL-EMPLOYEE-RECORD.
           MOVE LSV-EMP-NO TO WS-FE-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE FULL-EMPLOYEE-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE SPACE TO CVK-RESULT
               GO TO 450-EXIT
           END-IF.
           MOVE DATA-OUT TO FULL-EMPLOYEE-RECORD.

           MOVE "C"                 TO CVK-FUNCTION.
           MOVE WS-FE-DEPT-CODE     TO CVK-DEPT-CODE.
           MOVE LSV-EMP-NO          TO CVK-EMP-NO.
           MOVE WS-START-DATE-KEYED TO CVK-START-DATE.
           CALL "COBCOVCK" USING COVERAGE-CHECK-PARAMETERS.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-ELECT-ENCASHMENT - FILE (OR REVISE) THE EMPLOYEE'S
      *    ENCASHMENT ELECTION FOR THE KEYED YEAR, SAME APITPENC ROW
               GO TO 560-EXIT
           END-IF.

      *    ** extra days are held to the department's minimum cover,
      *    ** same as a fresh submit - older rows carry no start date
      *    ** and are not checked
           MOVE SPACE TO CVK-RESULT.
           IF  WS-AMEND-DELTA > ZERO
           AND WS-RQ-LSTART-DATE IS NUMERIC
           AND WS-RQ-LSTART-DATE > ZERO THEN
               MOVE WS-RQ-LSTART-DATE  TO WS-START-DATE-KEYED
               MOVE LSV-DAYS-REQUESTED TO CVK-DAYS
               PERFORM 450-CHECK-DEPT-COVERAGE
                  THRU 450-EXIT
               IF  CVK-REFUSE THEN
                   MOVE "N"                 TO LSV-RETURN-FLAG
                   MOVE 08                  TO LSV-RESP-CODE
                   MOVE WS-RESP-MSG-NOCOVER TO LSV-RETURN-MSG
                   PERFORM 700-RETURN-RESULT
                      THRU 700-EXIT
                   GO TO 560-EXIT
               END-IF
           END-IF.

           MOVE REQUEST-ROW-RECORD TO WS-AUD-BEFORE-IMAGE.

           IF  WS-RQ-APPROVED THEN
           MOVE "Y"            TO  LSV-RETURN-FLAG.
           MOVE 00             TO  LSV-RESP-CODE.
           MOVE SPACES         TO  LSV-RETURN-MSG.
           IF  CVK-WARN THEN
               MOVE WS-RESP-MSG-SHORTCOVER TO LSV-RETURN-MSG
           END-IF.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

                     RESP(RESP)
                     END-EXEC.

      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS RETURN
                     END-EXEC.

      * 900-ERRORS - UNEXPECTED CICS CONDITION.
      *-----------------------------------------------------------------
       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "N"                 TO LSV-RETURN-FLAG.
           MOVE 12                  TO LSV-RESP-CODE.

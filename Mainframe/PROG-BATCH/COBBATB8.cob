      *-----------------------------------------------------------------
      *    COBBATB8 - AS-OF-DATE RECONSTRUCTION PRINT. THE BATCH SIDE
      *               OF THE COBCIOA1 INQUIRY, FOR A DISPUTE FILE OR A
      *               DATE OLDER THAN THE LIVE AUDIT TRAIL. THE RUN
      *               CARD NAMES AN EMP-NO AND A YYMMDD AS-OF DATE.
      *               COBASOFR REBUILDS THE EMPLOYEE MASTER, THE
      *               MONTH'S ANNUAL-LEAVE LEDGER ROW, THE BANK DETAIL
      *               AND THE REPORTING LINE FROM TODAY AND THE LIVE
      *               HR AUDIT ROWS; EVERY ARCHIVED AUDIT ROW ON THE
      *               ARCHAUD FILE - THE COBBAT52 RETRIEVAL OF AN
      *               HRAUDIT CARD FOR THE SAME EMP-NO, RUN IN THE
      *               STEP BEFORE - IS PUT BACK TOGETHER FROM ITS SIX
      *               COBBAT51 PIECES AND OFFERED TO THE SAME ROLLBACK;
      *               THEN THE JOB AND TRANSFER HISTORIES FINISH THE
      *               MASTER. ONE PAGE OF PRINT SHOWS THE RESULT AND
      *               WHERE THE DEPARTMENT AND JOB CAME FROM. A DATE
      *               OLDER THAN THE LIVE TRAIL WITH NO ARCHIVED ROWS
      *               SUPPLIED IS PRINTED WITH A WARNING AND ENDS
      *               RETURN CODE 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATB8.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** the COBBAT52 retrieval file - DD DUMMY when the date is
      *    ** inside the live trail
           SELECT ARCHIVED-AUDIT-FILE ASSIGN TO ARCHAUD
               ORGANIZATION IS SEQUENTIAL.
           SELECT AS-OF-PRINT-FILE ASSIGN TO ASOFRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  ARCHIVED-AUDIT-FILE
           RECORDING MODE IS F.
      *    ** one COBBAT51 piece of an HR audit row
       01  HR-AUDIT-SEGMENT.
           03  HS-KEY                      PIC X(10).
           03  HS-AUD-DATE                 PIC 9(6).
           03  HS-AUD-TIME                 PIC 9(6).
           03  HS-PIECE-NO                 PIC 9(1).
           03  HS-PIECE                    PIC X(75).
           03  FILLER                      PIC X(2).

       FD  AS-OF-PRINT-FILE
           RECORDING MODE IS F.
       01  AS-OF-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

      *    ** run card - the employee and the day wanted
       01  WS-REQUEST-CARD.
           03  WS-REQ-EMP-NO               PIC X(6).
           03  FILLER                      PIC X(1).
           03  WS-REQ-ASOF-DATE            PIC X(6).
           03  WS-REQ-ASOF-R REDEFINES WS-REQ-ASOF-DATE.
               05  FILLER                  PIC X(2).
               05  WS-REQ-ASOF-MM          PIC X(2).
               05  WS-REQ-ASOF-DD          PIC X(2).

      *    ** an archived row put back together - the six pieces land
      *    ** in order; the row is complete when piece 6 arrives with
      *    ** the same stamp as piece 1
       01  WS-AUD-ROW-IMAGE                PIC X(450).
       01  WS-AUD-ROW-R REDEFINES WS-AUD-ROW-IMAGE.
           03  WS-AUD-ROW-PIECE            PIC X(75) OCCURS 6 TIMES.
       01  WS-ROW-STAMP.
           03  WS-ROW-DATE                 PIC 9(6).
           03  WS-ROW-TIME                 PIC 9(6).
       01  WS-PIECE-STAMP.
           03  WS-PIECE-DATE               PIC 9(6).
           03  WS-PIECE-TIME               PIC 9(6).
       01  WS-PIECES-HELD                  PIC S9(4) COMP.

      *    ** the request and answer handed to COBASOFR
       01  AS-OF-RECORD.
           03  WS-ASF-EMP-NO               PIC X(6).
           03  WS-ASF-DATE                 PIC 9(6).
           03  WS-ASF-FUNCTION             PIC X(1).
               88  WS-ASF-BUILD                VALUE "B".
               88  WS-ASF-APPLY                VALUE "A".
               88  WS-ASF-FINISH               VALUE "F".
           03  WS-ASF-ARCHIVE-ROW          PIC X(448).
           03  WS-ASF-RESULT               PIC X(1).
               88  WS-ASF-FOUND                VALUE "Y".
               88  WS-ASF-NOT-FOUND            VALUE "N".
           03  WS-ASF-ARCHIVE-SWITCH       PIC X(1).
               88  WS-ASF-ARCHIVE-NEEDED       VALUE "Y".
           03  WS-ASF-LIVE-FROM            PIC 9(6).
           03  WS-ASF-ROLLBACK-COUNT       PIC S9(4) COMP.
           03  WS-ASF-DEPT-SOURCE          PIC X(1).
           03  WS-ASF-JOB-SOURCE           PIC X(1).
           03  WS-ASF-PART                 OCCURS 4 TIMES.
               05  WS-ASF-PART-FILE        PIC X(8).
               05  WS-ASF-PART-KEY         PIC X(12).
               05  WS-ASF-PART-STAMP       PIC 9(12).
               05  WS-ASF-PART-IMAGE       PIC X(200).

      *    ** the four records as rebuilt - same shapes COBSV005,
      *    ** COBCIO14, COBCIO43 AND COBCIO45 own
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
           03  FILLER                      PIC X(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

       01  LEAVE-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-LYEARMONTH           PIC X(6).
           10 WS-LAVAILABLE           PIC S9(4) USAGE COMP.
           10 WS-LTAKEN               PIC S9(4) USAGE COMP.
           10 WS-LBALANCE             PIC S9(4) USAGE COMP.
           10 WS-WORKINGDAYS          PIC S9(4) USAGE COMP.
           10 WS-LDAYSREQ             PIC S9(4) USAGE COMP.
           10 WS-LSTATUS              PIC X.
           10 FILLER                  PIC X(177).

       01  BANK-DETAIL-RECORD.
           10 WS-BNK-EMP-NO           PIC X(6).
           10 WS-BNK-ACCOUNT-NO       PIC X(10).
           10 WS-BNK-BANK-CODE        PIC X(4).
           10 WS-BNK-BRANCH-CODE      PIC X(4).
           10 WS-BNK-EFFECTIVE-DATE   PIC 9(6).
           10 WS-BNK-STATUS           PIC X(1).
           10 FILLER                  PIC X(169).

       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).
           10 FILLER                  PIC X(185).

      *    ** the print lines
       01  PL-HEADING.
           03  FILLER                      PIC X(40) VALUE
               "COBBATB8  AS-OF RECONSTRUCTION  EMP-NO ".
           03  PL-H-EMP-NO                 PIC X(6).
           03  FILLER                      PIC X(20) VALUE
               "  AT END OF (YYMMDD)".
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-H-ASOF-DATE              PIC 9(6).
           03  FILLER                      PIC X(11) VALUE
               "   RUN DATE".
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-H-RUN-DATE               PIC 9(6).
           03  FILLER                      PIC X(41) VALUE SPACES.
       01  PL-TRAIL.
           03  FILLER                      PIC X(16) VALUE
               "LIVE AUDIT FROM ".
           03  PL-T-LIVE-FROM              PIC 9(6).
           03  FILLER                      PIC X(23) VALUE
               "   ARCHIVED ROWS READ  ".
           03  PL-T-ARCHIVED               PIC ZZZZZZ9.
           03  FILLER                      PIC X(23) VALUE
               "   CHANGES ROLLED BACK ".
           03  PL-T-ROLLBACKS              PIC ZZZZZZ9.
           03  FILLER                      PIC X(50) VALUE SPACES.
       01  PL-EMPLOYEE.
           03  FILLER                      PIC X(12) VALUE
               "EMPLOYEE    ".
           03  PL-E-NAME                   PIC X(30).
           03  FILLER                      PIC X(7)  VALUE "  DEPT ".
           03  PL-E-DEPT                   PIC X(4).
           03  FILLER                      PIC X(1)  VALUE "/".
           03  PL-E-DEPT-SOURCE            PIC X(1).
           03  FILLER                      PIC X(6)  VALUE "  JOB ".
           03  PL-E-JOB                    PIC X(8).
           03  FILLER                      PIC X(1)  VALUE "/".
           03  PL-E-JOB-SOURCE             PIC X(1).
           03  FILLER                      PIC X(9)  VALUE
               "  SALARY ".
           03  PL-E-SALARY                 PIC Z(6)9.99.
           03  FILLER                      PIC X(9)  VALUE
               "  JOINED ".
           03  PL-E-JOINED                 PIC 9(5).
           03  FILLER                      PIC X(7)  VALUE "  TERM ".
           03  PL-E-TERMINATED             PIC 9(6).
           03  FILLER                      PIC X(15) VALUE SPACES.
       01  PL-ADDRESS.
           03  FILLER                      PIC X(12) VALUE
               "ADDRESS     ".
           03  PL-A-ADDR-1                 PIC X(30).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-A-ADDR-2                 PIC X(30).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-A-ADDR-3                 PIC X(30).
           03  FILLER                      PIC X(1)  VALUE SPACES.
           03  PL-A-ZIP                    PIC X(5).
           03  FILLER                      PIC X(22) VALUE SPACES.
       01  PL-LEAVE.
           03  FILLER                      PIC X(12) VALUE
               "LEAVE       ".
           03  PL-L-YEARMONTH              PIC X(6).
           03  FILLER                      PIC X(12) VALUE
               "  AVAILABLE ".
           03  PL-L-AVAILABLE              PIC -ZZZ9.
           03  FILLER                      PIC X(8)  VALUE
               "  TAKEN ".
           03  PL-L-TAKEN                  PIC -ZZZ9.
           03  FILLER                      PIC X(10) VALUE
               "  BALANCE ".
           03  PL-L-BALANCE                PIC -ZZZ9.
           03  FILLER                      PIC X(9)  VALUE
               "  STATUS ".
           03  PL-L-STATUS                 PIC X(1).
           03  FILLER                      PIC X(59) VALUE SPACES.
       01  PL-BANK.
           03  FILLER                      PIC X(12) VALUE
               "BANK        ".
           03  PL-B-ACCOUNT                PIC X(10).
           03  FILLER                      PIC X(7)  VALUE "  BANK ".
           03  PL-B-BANK                   PIC X(4).
           03  FILLER                      PIC X(9)  VALUE
               "  BRANCH ".
           03  PL-B-BRANCH                 PIC X(4).
           03  FILLER                      PIC X(12) VALUE
               "  EFFECTIVE ".
           03  PL-B-EFFECTIVE              PIC 9(6).
           03  FILLER                      PIC X(9)  VALUE
               "  STATUS ".
           03  PL-B-STATUS                 PIC X(1).
           03  FILLER                      PIC X(58) VALUE SPACES.
       01  PL-REPORTS-TO.
           03  FILLER                      PIC X(12) VALUE
               "REPORTS TO  ".
           03  PL-R-MGR-OPID               PIC X(3).
           03  FILLER                      PIC X(9)  VALUE
               "  EMP-NO ".
           03  PL-R-MGR-EMP-NO             PIC X(6).
           03  FILLER                      PIC X(102) VALUE SPACES.
       01  PL-NOTE.
           03  FILLER                      PIC X(12) VALUE SPACES.
           03  PL-N-TEXT                   PIC X(120).

       01  WS-SUPPLIED-SWITCH              PIC X VALUE "N".
           88  WS-ARCHIVE-SUPPLIED             VALUE "Y".
       01  WS-ARCHIVE-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ARCHIVE-EOF                  VALUE "Y".
       01  WS-SEGMENT-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-ARCHIVED-ROW-COUNT           PIC S9(7) COMP VALUE +0.
       01  WS-BROKEN-ROW-COUNT             PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATB8".
           03  WS-RC-RUN-DATE              PIC 9(6).
           03  WS-RC-START-TIME            PIC 9(6).
           03  WS-RC-END-TIME              PIC 9(6).
           03  WS-RC-READ-COUNT            PIC S9(7) COMP.
           03  WS-RC-SELECT-COUNT          PIC S9(7) COMP.
           03  WS-RC-WRITE-COUNT           PIC S9(7) COMP.
           03  WS-RC-ERROR-COUNT           PIC S9(7) COMP.
           03  WS-RC-STATUS                PIC X(8).
      *    ** the CALL to COBRNLOG resets RETURN-CODE when the logger
      *    ** returns, so the outcome is latched here and re-asserted
      *    ** after the log call
       01  WS-FAILED-SWITCH                PIC X VALUE "N".
           88  WS-RUN-FAILED                   VALUE "Y".
       01  WS-INCOMPLETE-SWITCH            PIC X VALUE "N".
           88  WS-RUN-INCOMPLETE               VALUE "Y".
       01  WS-RUN-DATE                     PIC 9(6).
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

           PERFORM 100-INITIALIZE THRU 100-EXIT
           IF  NOT WS-RUN-FAILED THEN
               PERFORM 200-REBUILD THRU 200-EXIT
               PERFORM 500-PRINT THRU 500-EXIT
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE BUSINESS DATE, THE REQUEST, AND OPEN THE
      *    PRINT. A CARD WITHOUT A NUMERIC EMP-NO OR A REAL YYMMDD
      *    REFUSES THE RUN.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.

           ACCEPT WS-REQUEST-CARD.

           IF  WS-REQ-EMP-NO IS NOT NUMERIC
           OR  WS-REQ-ASOF-DATE IS NOT NUMERIC
           OR  WS-REQ-ASOF-MM < "01" OR WS-REQ-ASOF-MM > "12"
           OR  WS-REQ-ASOF-DD < "01" OR WS-REQ-ASOF-DD > "31"
               DISPLAY "COBBATB8 - INVALID RUN CARD " WS-REQUEST-CARD
               SET WS-RUN-FAILED TO TRUE
               GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT AS-OF-PRINT-FILE.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-REBUILD - TODAY AND THE LIVE TRAIL, THEN EVERY ARCHIVED
      *    ROW SUPPLIED, THEN THE JOB AND TRANSFER HISTORIES.
      *-----------------------------------------------------------------
       200-REBUILD.

           MOVE SPACES           TO AS-OF-RECORD.
           MOVE WS-REQ-EMP-NO    TO WS-ASF-EMP-NO.
           MOVE WS-REQ-ASOF-DATE TO WS-ASF-DATE.
           SET WS-ASF-BUILD      TO TRUE.
           CALL "COBASOFR" USING AS-OF-RECORD.

           PERFORM 300-APPLY-ARCHIVE THRU 300-EXIT.

           SET WS-ASF-FINISH     TO TRUE.
           CALL "COBASOFR" USING AS-OF-RECORD.

           IF  WS-ASF-ARCHIVE-NEEDED
           AND NOT WS-ARCHIVE-SUPPLIED
               SET WS-RUN-INCOMPLETE TO TRUE
           END-IF.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-APPLY-ARCHIVE - PUT EACH ARCHIVED ROW BACK TOGETHER AND
      *    HAND IT TO COBASOFR. A ROW WHOSE PIECES DO NOT RUN 1 TO 6
      *    UNDER ONE STAMP IS COUNTED AND SKIPPED, NOT GUESSED AT.
      *-----------------------------------------------------------------
       300-APPLY-ARCHIVE.

           OPEN INPUT ARCHIVED-AUDIT-FILE.
           MOVE ZERO TO WS-PIECES-HELD.

           PERFORM UNTIL WS-ARCHIVE-EOF
               READ ARCHIVED-AUDIT-FILE
                   AT END
                       SET WS-ARCHIVE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SEGMENT-COUNT
                       IF  HS-KEY (1:6) = WS-REQ-EMP-NO
                           PERFORM 350-TAKE-PIECE THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF  WS-PIECES-HELD > ZERO THEN
               ADD 1 TO WS-BROKEN-ROW-COUNT
           END-IF.

           CLOSE ARCHIVED-AUDIT-FILE.

       300-EXIT.
           EXIT.

       350-TAKE-PIECE.

           SET WS-ARCHIVE-SUPPLIED TO TRUE.
           MOVE HS-AUD-DATE TO WS-PIECE-DATE.
           MOVE HS-AUD-TIME TO WS-PIECE-TIME.

           IF  HS-PIECE-NO = 1 THEN
               IF  WS-PIECES-HELD > ZERO THEN
                   ADD 1 TO WS-BROKEN-ROW-COUNT
               END-IF
               MOVE SPACES         TO WS-AUD-ROW-IMAGE
               MOVE WS-PIECE-STAMP TO WS-ROW-STAMP
               MOVE ZERO           TO WS-PIECES-HELD
           END-IF.

           IF  HS-PIECE-NO NOT = WS-PIECES-HELD + 1
           OR  WS-PIECE-STAMP NOT = WS-ROW-STAMP THEN
               IF  WS-PIECES-HELD > ZERO THEN
                   ADD 1 TO WS-BROKEN-ROW-COUNT
               END-IF
               MOVE ZERO TO WS-PIECES-HELD
               GO TO 350-EXIT
           END-IF.

           ADD 1 TO WS-PIECES-HELD.
           MOVE HS-PIECE TO WS-AUD-ROW-PIECE (WS-PIECES-HELD).

           IF  WS-PIECES-HELD = 6 THEN
               ADD 1 TO WS-ARCHIVED-ROW-COUNT
               MOVE WS-AUD-ROW-IMAGE TO WS-ASF-ARCHIVE-ROW
               SET WS-ASF-APPLY      TO TRUE
               CALL "COBASOFR" USING AS-OF-RECORD
               MOVE ZERO TO WS-PIECES-HELD
           END-IF.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-PRINT - ONE PAGE: THE HEADING, THE TRAIL USED, THEN THE
      *    FOUR RECORDS. A RECORD THAT DID NOT EXIST ON THE DAY IS
      *    SAID SO.
      *-----------------------------------------------------------------
       500-PRINT.

           MOVE WS-REQ-EMP-NO         TO PL-H-EMP-NO.
           MOVE WS-ASF-DATE           TO PL-H-ASOF-DATE.
           MOVE WS-RUN-DATE           TO PL-H-RUN-DATE.
           WRITE AS-OF-PRINT-LINE FROM PL-HEADING.

           MOVE WS-ASF-LIVE-FROM      TO PL-T-LIVE-FROM.
           MOVE WS-ARCHIVED-ROW-COUNT TO PL-T-ARCHIVED.
           MOVE WS-ASF-ROLLBACK-COUNT TO PL-T-ROLLBACKS.
           WRITE AS-OF-PRINT-LINE FROM PL-TRAIL.
           ADD 2 TO WS-WRITE-COUNT.

           IF  WS-RUN-INCOMPLETE THEN
               MOVE "*** DATE IS OLDER THAN THE LIVE AUDIT TRAIL AND NO 
      -            "ARCHIVED ROWS WERE SUPPLIED - RUN COBBAT52 HRAUDIT F
      -            "OR IT FIRST ***" TO PL-N-TEXT
               PERFORM 590-WRITE-NOTE
           END-IF.
           IF  WS-BROKEN-ROW-COUNT > ZERO THEN
               MOVE "*** SOME ARCHIVED ROWS WERE INCOMPLETE AND HAVE BEE
      -             "N SKIPPED ***" TO PL-N-TEXT
               PERFORM 590-WRITE-NOTE
           END-IF.

           IF  WS-ASF-NOT-FOUND THEN
               MOVE "EMPLOYEE NOT ON FILE AT THE AS-OF DATE"
                                      TO PL-N-TEXT
               PERFORM 590-WRITE-NOTE
               GO TO 500-EXIT
           END-IF.

           MOVE WS-ASF-PART-IMAGE (1) TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ASF-PART-IMAGE (2) TO LEAVE-MASTER-RECORD.
           MOVE WS-ASF-PART-IMAGE (3) TO BANK-DETAIL-RECORD.
           MOVE WS-ASF-PART-IMAGE (4) TO REPORTING-LINE-RECORD.

           MOVE WS-EMP-NAME            TO PL-E-NAME.
           MOVE WS-EMP-DEPT-CODE       TO PL-E-DEPT.
           MOVE WS-ASF-DEPT-SOURCE     TO PL-E-DEPT-SOURCE.
           MOVE WS-EMP-JOB             TO PL-E-JOB.
           MOVE WS-ASF-JOB-SOURCE      TO PL-E-JOB-SOURCE.
           MOVE WS-EMP-SALARY          TO PL-E-SALARY.
           MOVE WS-EMP-DATE-JOINED     TO PL-E-JOINED.
           MOVE WS-EMP-DATE-TERMINATED TO PL-E-TERMINATED.
           WRITE AS-OF-PRINT-LINE FROM PL-EMPLOYEE.

           MOVE WS-EMP-ADDR-1          TO PL-A-ADDR-1.
           MOVE WS-EMP-ADDR-2          TO PL-A-ADDR-2.
           MOVE WS-EMP-ADDR-3          TO PL-A-ADDR-3.
           MOVE WS-EMP-ZIP-CODE        TO PL-A-ZIP.
           WRITE AS-OF-PRINT-LINE FROM PL-ADDRESS.
           ADD 2 TO WS-WRITE-COUNT.

           IF  LEAVE-MASTER-RECORD > SPACES THEN
               MOVE WS-LYEARMONTH      TO PL-L-YEARMONTH
               MOVE WS-LAVAILABLE      TO PL-L-AVAILABLE
               MOVE WS-LTAKEN          TO PL-L-TAKEN
               MOVE WS-LBALANCE        TO PL-L-BALANCE
               MOVE WS-LSTATUS         TO PL-L-STATUS
               WRITE AS-OF-PRINT-LINE FROM PL-LEAVE
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               MOVE "NO ANNUAL-LEAVE LEDGER ROW FOR THE MONTH"
                                       TO PL-N-TEXT
               PERFORM 590-WRITE-NOTE
           END-IF.

           IF  BANK-DETAIL-RECORD > SPACES THEN
               MOVE WS-BNK-ACCOUNT-NO  TO PL-B-ACCOUNT
               MOVE WS-BNK-BANK-CODE   TO PL-B-BANK
               MOVE WS-BNK-BRANCH-CODE TO PL-B-BRANCH
               MOVE WS-BNK-EFFECTIVE-DATE TO PL-B-EFFECTIVE
               MOVE WS-BNK-STATUS      TO PL-B-STATUS
               WRITE AS-OF-PRINT-LINE FROM PL-BANK
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               MOVE "NO BANK DETAIL ON FILE" TO PL-N-TEXT
               PERFORM 590-WRITE-NOTE
           END-IF.

           IF  REPORTING-LINE-RECORD > SPACES THEN
               MOVE WS-RPT-MGR-OPID    TO PL-R-MGR-OPID
               MOVE WS-RPT-MGR-EMP-NO  TO PL-R-MGR-EMP-NO
               WRITE AS-OF-PRINT-LINE FROM PL-REPORTS-TO
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               MOVE "NO REPORTING LINE ON FILE" TO PL-N-TEXT
               PERFORM 590-WRITE-NOTE
           END-IF.

           MOVE "SOURCE A = AUDIT TRAIL OR TODAY, J = JOB HISTORY, T = T
      -         "RANSFER HISTORY" TO PL-N-TEXT.
           PERFORM 590-WRITE-NOTE.

       500-EXIT.
           EXIT.

       590-WRITE-NOTE.

           WRITE AS-OF-PRINT-LINE FROM PL-NOTE.
           ADD 1 TO WS-WRITE-COUNT.
           MOVE SPACES TO PL-N-TEXT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - LOG THE RUN AND DISPLAY THE CONTROL TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           IF  NOT WS-RUN-FAILED THEN
               CLOSE AS-OF-PRINT-FILE
           END-IF.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS        TO WS-RC-END-TIME.
           MOVE WS-SEGMENT-COUNT      TO WS-RC-READ-COUNT.
           MOVE WS-ARCHIVED-ROW-COUNT TO WS-RC-SELECT-COUNT.
           MOVE WS-WRITE-COUNT        TO WS-RC-WRITE-COUNT.
           MOVE WS-BROKEN-ROW-COUNT   TO WS-RC-ERROR-COUNT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE "REFUSED "    TO WS-RC-STATUS
               WHEN WS-RUN-INCOMPLETE
                   MOVE "PARTIAL "    TO WS-RC-STATUS
               WHEN OTHER
                   MOVE "COMPLETE"    TO WS-RC-STATUS
           END-EVALUATE.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-SEGMENT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB8 - " WS-COUNT-DISPLAY
                   " ARCHIVED PIECES READ".
           MOVE WS-ARCHIVED-ROW-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB8 - " WS-COUNT-DISPLAY
                   " ARCHIVED AUDIT ROWS APPLIED".
           MOVE WS-BROKEN-ROW-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB8 - " WS-COUNT-DISPLAY
                   " ARCHIVED ROWS INCOMPLETE".
           MOVE WS-ASF-ROLLBACK-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATB8 - " WS-COUNT-DISPLAY
                   " CHANGES ROLLED BACK".

           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

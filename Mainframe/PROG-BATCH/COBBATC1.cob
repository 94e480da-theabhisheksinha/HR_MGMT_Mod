      *-----------------------------------------------------------------
      *    COBBATC1 - DEPARTMENT REORGANIZATION PREVIEW AND APPLY.
      *               WORKS THE MERGE/SPLIT REQUESTS FILED ON THE
      *               COBCIOA2 SCREEN (APITPROR, WITH THEIR APITPROM
      *               MAPPING LINES). FOR EACH REQUEST EVERY ITEM STILL
      *               HELD BY A SOURCE DEPARTMENT IS RESOLVED TO ITS
      *               TARGET - THE MAPPED ONE, ELSE THE FIRST TARGET
      *               KEYED FOR ITS SOURCE, ELSE (A SPLIT THAT KEEPS
      *               THE SOURCE) IT STAYS: LIVE EMPLOYEES, THE
      *               COBCIO37 HEADCOUNT BUDGETS (FOLDED INTO THE
      *               TARGET'S ROW FOR THE SAME YEAR), REQUISITIONS NOT
      *               CLOSED, PROJECTS (WS-PRJ-DEPT-CODE), PENDING
      *               COBCIO26 TRANSFERS TO OR FROM A SOURCE, THE NEW
      *               LINE MANAGER ON A MAPPED EMPLOYEE'S COBCIO45
      *               REPORTING LINE, AND CHILD DEPARTMENTS WHOSE
      *               PARENT IS RETIRED. RUN CARD PREVIEW (THE DEFAULT)
      *               PRINTS ALL OF IT FOR EVERY PENDING OR APPROVED
      *               REQUEST AND CHANGES NOTHING. RUN CARD APPLY DOES
      *               IT FOR EVERY APPROVED REQUEST WHOSE EFFECTIVE
      *               DATE HAS ARRIVED - EACH EMPLOYEE MOVED GETS AN
      *               APPLIED APITPXFR TRANSFER ROW AS HISTORY, EVERY
      *               CHANGE IS AUDITED THROUGH COBAUDIT UNDER THE
      *               APPROVING OPERATOR, THE RETIRED DEPARTMENT ROWS
      *               COME OFF THE MASTER (APITPP6 CMD-CODE 5) ONCE ALL
      *               ELSE HAS MOVED CLEANLY, AND A CONTROL PASS READS
      *               EVERY GATEWAY AGAIN AND PRINTS WHAT, IF ANYTHING,
      *               IS STILL ON EACH RETIRED CODE. ONLY A REQUEST
      *               WITH NO FAILURES AND NOTHING LEFT IS MARKED DONE;
      *               ANY OTHER STAYS APPROVED AND THE NEXT APPLY RUN
      *               PICKS UP WHAT IS LEFT. CLOSED REQUISITIONS AND
      *               LEAVERS KEEP THEIR OLD CODE AS HISTORY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBATC1.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REORG-PRINT-FILE ASSIGN TO ROGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  REORG-PRINT-FILE
           RECORDING MODE IS F.
       01  REORG-PRINT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

      *    ** run card - APPLY carries out the due approved requests,
      *    ** PREVIEW or blank only prints what would move
       01  WS-RUN-MODE                     PIC X(7).
           88  WS-APPLY-RUN                    VALUE "APPLY".
           88  WS-PREVIEW-RUN                  VALUES "PREVIEW" SPACES.

      *    ** the reorganization request COBCIOA2 files - APITPROR
      *    ** CMD-CODE 1 READ BY REORG ID, 2 ADD, 3 CHANGE, 4
      *    ** UNFILTERED CURSOR
       01  REORG-REQUEST-RECORD.
           10 WS-ROR-REORG-ID         PIC X(6).
      *        ** M MERGE, S SPLIT
           10 WS-ROR-TYPE             PIC X(1).
               88  WS-ROR-MERGE           VALUE "M".
           10 WS-ROR-PAIR OCCURS 5 TIMES.
               15 WS-ROR-SOURCE-DEPT  PIC X(4).
               15 WS-ROR-TARGET-DEPT  PIC X(4).
           10 WS-ROR-EFF-DATE         PIC 9(6).
           10 WS-ROR-REASON           PIC X(30).
      *        ** P PENDING, A APPROVED, D DONE (APPLIED), C CANCELLED
           10 WS-ROR-STATUS           PIC X(1).
               88  WS-ROR-PENDING         VALUE "P".
               88  WS-ROR-APPROVED        VALUE "A".
           10 WS-ROR-MAKER-OPID       PIC X(3).
           10 WS-ROR-MAKER-DATE       PIC 9(6).
           10 WS-ROR-CHECKER-OPID     PIC X(3).
           10 WS-ROR-CHECKER-DATE     PIC 9(6).
           10 WS-ROR-APPLIED-DATE     PIC 9(6).

      *    ** one mapping line - APITPROM CMD-CODE 4 PER-REORG CURSOR
       01  REORG-MAPPING-RECORD.
           10 WS-ROM-REORG-ID         PIC X(6).
           10 WS-ROM-ITEM-TYPE        PIC X(1).
           10 WS-ROM-ITEM-KEY         PIC X(6).
           10 WS-ROM-TARGET-DEPT      PIC X(4).
           10 WS-ROM-MGR-OPID         PIC X(3).
           10 WS-ROM-MGR-EMP-NO       PIC X(6).
           10 WS-ROM-KEYED-OPID       PIC X(3).
           10 WS-ROM-KEYED-DATE       PIC 9(6).

      *    ** APITP010 CMD-CODE 1 READ BY EMP-ID, 4 UNFILTERED CURSOR,
      *    ** 5 CHANGE - same shape COBBAT30 moves
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  FILLER                      PIC X(130).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** the COBCIO37 budget row - APITPBUD CMD-CODE 1 READ BY
      *    ** DEPT+YEAR, 2 ADD, 3 CHANGE, 4 PER-DEPT CURSOR, AND THE
      *    ** NEW 5 DELETE FOR A RETIRED DEPARTMENT'S ROWS
       01  HEADCOUNT-BUDGET-RECORD.
           10 WS-BUD-DEPT-CODE        PIC X(4).
           10 WS-BUD-YEAR             PIC 9(4).
           10 WS-BUD-HEADCOUNT        PIC 9(5).
           10 WS-BUD-FREEZE-FLAG      PIC X(1).
       01  TARGET-BUDGET-RECORD.
           10 WS-TBU-DEPT-CODE        PIC X(4).
           10 WS-TBU-YEAR             PIC 9(4).
           10 WS-TBU-HEADCOUNT        PIC 9(5).
           10 WS-TBU-FREEZE-FLAG      PIC X(1).

      *    ** the COBCIO58 requisition - APITPRQN CMD-CODE 1 READ, 3
      *    ** CHANGE, 4 UNFILTERED CURSOR
       01  REQUISITION-RECORD.
           10 WS-RQN-REQ-NO           PIC X(6).
           10 WS-RQN-DEPT-CODE        PIC X(4).
           10 WS-RQN-JOB-CODE         PIC X(8).
           10 WS-RQN-COUNT            PIC 9(3).
           10 WS-RQN-FILLED           PIC 9(3).
           10 WS-RQN-STATUS           PIC X(1).
               88  WS-RQN-CLOSED          VALUE "C".
           10 FILLER                  PIC X(175).

      *    ** the COBCIO32 project master - APITPPRJ CMD-CODE 1 READ,
      *    ** 3 CHANGE, 4 UNFILTERED CURSOR
       01  PROJ-MASTER-RECORD.
           10 WS-PRJ-PROJ-NO          PIC X(6).
           10 WS-PRJ-NAME             PIC X(30).
           10 WS-PRJ-DEPT-CODE        PIC X(4).
           10 FILLER                  PIC X(160).

      *    ** the COBCIO45 reporting line - APITPRLN CMD-CODE 1 READ BY
      *    ** EMP-NO, 2 ADD, 3 CHANGE
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** same transfer row COBCIO26 files and COBBAT30 applies -
      *    ** APITPXFR CMD-CODE 2 ADD, 3 PENDING CURSOR, 4 CHANGE
       01  TRANSFER-RECORD.
           10 WS-XFR-EMP-NO           PIC X(6).
           10 WS-XFR-FROM-DEPT        PIC X(4).
           10 WS-XFR-TO-DEPT          PIC X(4).
           10 WS-XFR-EFF-DATE         PIC 9(6).
           10 WS-XFR-REASON           PIC X(4).
           10 WS-XFR-STATUS           PIC X(1).
           10 WS-XFR-OPID             PIC X(3).
           10 WS-XFR-KEYED-DATE       PIC 9(6).
           10 WS-XFR-TO-LOCATION      PIC X(2).
           10 WS-XFR-APPR-OPID        PIC X(3).
           10 WS-XFR-APPR-DATE        PIC 9(6).

      *    ** same DEPT-MASTER-RECORD shape COBCIO60 maintains -
      *    ** APITPP6 CMD-CODE 1 READ, 2 CURSOR, 4 CHANGE, 5 DELETE
       01  DEPT-MASTER-RECORD.
           03  WS-DEPT-CODE                PIC X(4).
           03  WS-DEPT-DESCRIPTION         PIC X(30).
           03  WS-DEPT-DATE-MAINTAINED     PIC 9(5) COMP-3.
           03  WS-DEPT-PARENT-CODE         PIC X(4).
           03  FILLER                      PIC X(39).

      *    ** who/when/before/after capture for every row this run
      *    ** changes - COBAUDIT stamps date/time and files through
      *    ** APITPAUD. The operator is the one who approved the
      *    ** request.
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBBATC1".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** every request this run works, taken off the cursor
      *    ** before any of them is changed
       01  WS-MAX-REQUESTS                 PIC S9(4) COMP VALUE +50.
       01  REQUEST-TABLE.
           03  RT-REQUEST PIC X(108) OCCURS 50 TIMES INDEXED BY RT-IX.
       01  WS-HELD-COUNT                   PIC S9(4) COMP VALUE +0.

      *    ** the current request's source departments - the first
      *    ** target keyed for each, and whether it is retired (not
      *    ** kept as a target of its own split)
       01  SOURCE-DEPT-TABLE.
           03  SOURCE-DEPT-ENTRY OCCURS 5 TIMES INDEXED BY SD-IX.
               05  SD-CODE                 PIC X(4).
               05  SD-PRIMARY              PIC X(4).
               05  SD-RETIRED-SWITCH       PIC X(1).
                   88  SD-RETIRED              VALUE "Y".
               05  SD-LEFT-COUNT           PIC S9(7) COMP.
       01  WS-SOURCE-COUNT                 PIC S9(4) COMP.
       01  WS-PAIR-SUB                     PIC S9(4) COMP.

      *    ** the current request's mapping lines
       01  WS-MAX-MAPPINGS                 PIC S9(4) COMP VALUE +1000.
       01  MAPPING-TABLE.
           03  MAPPING-ENTRY OCCURS 1000 TIMES INDEXED BY MP-IX.
               05  MP-TYPE                 PIC X(1).
               05  MP-KEY                  PIC X(6).
               05  MP-TARGET               PIC X(4).
               05  MP-MGR-OPID             PIC X(3).
               05  MP-MGR-EMP-NO           PIC X(6).
      *            ** U USED, I TARGET NOT IN THE REQUEST, SPACE NOT
      *            ** MET - THE ITEM IS NO LONGER IN A SOURCE
               05  MP-STATE                PIC X(1).
                   88  MP-USED                 VALUE "U".
                   88  MP-INVALID              VALUE "I".
       01  WS-MAPPING-COUNT                PIC S9(4) COMP.

      *    ** every employee, requisition and project that moves
       01  WS-MAX-ITEMS                    PIC S9(4) COMP VALUE +5000.
       01  ITEM-MOVE-TABLE.
           03  ITEM-MOVE-ENTRY OCCURS 5000 TIMES INDEXED BY IM-IX.
      *            ** E EMPLOYEE, Q REQUISITION, P PROJECT
               05  IM-TYPE                 PIC X(1).
               05  IM-KEY                  PIC X(6).
               05  IM-FROM                 PIC X(4).
               05  IM-TO                   PIC X(4).
      *            ** M MAPPED, D DEFAULT TARGET FOR THE SOURCE
               05  IM-BASIS                PIC X(1).
               05  IM-MAP-IX               PIC S9(4) COMP.
       01  WS-ITEM-COUNT                   PIC S9(4) COMP.

      *    ** the retired departments' budget rows
       01  BUDGET-MOVE-TABLE.
           03  BUDGET-MOVE-ENTRY OCCURS 200 TIMES INDEXED BY BM-IX.
               05  BM-ROW                  PIC X(14).
               05  BM-TO                   PIC X(4).
       01  WS-BUDGET-COUNT                 PIC S9(4) COMP.

      *    ** pending transfers that have to follow the move
       01  TRANSFER-MOVE-TABLE.
           03  TRANSFER-MOVE-ENTRY OCCURS 200 TIMES INDEXED BY TM-IX.
               05  TM-ROW                  PIC X(45).
               05  TM-NEW-FROM             PIC X(4).
               05  TM-NEW-TO               PIC X(4).
       01  WS-TRANSFER-COUNT               PIC S9(4) COMP.

      *    ** departments whose parent is retired
       01  CHILD-DEPT-TABLE.
           03  CHILD-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY CD-IX.
               05  CD-CODE                 PIC X(4).
               05  CD-OLD-PARENT           PIC X(4).
               05  CD-NEW-PARENT           PIC X(4).
       01  WS-CHILD-COUNT                  PIC S9(4) COMP.

      *    ** the item being resolved to its target
       01  WS-ITEM-TYPE                    PIC X(1).
       01  WS-ITEM-KEY                     PIC X(6).
       01  WS-ITEM-DEPT                    PIC X(4).
       01  WS-ITEM-TARGET                  PIC X(4).
       01  WS-ITEM-BASIS                   PIC X(1).
       01  WS-ITEM-MAP-IX                  PIC S9(4) COMP.
       01  WS-LOOKUP-DEPT                  PIC X(4).
       01  WS-LOOKUP-TARGET                PIC X(4).

      *    ** the current request's own tallies
       01  WS-REQ-ERROR-COUNT              PIC S9(7) COMP.
       01  WS-REQ-LEFT-COUNT               PIC S9(7) COMP.
       01  WS-AUD-HOLD-KEY                 PIC X(12).

       01  WS-RUN-DATE                     PIC 9(6).

       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".
       01  WS-FOUND-SWITCH                 PIC X VALUE "N".
           88  WS-ROW-FOUND                    VALUE "Y".

       01  WS-REQUEST-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-SELECTED-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-WAITING-COUNT                PIC S9(7) COMP VALUE +0.
       01  WS-DONE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-MOVE-COUNT                   PIC S9(7) COMP VALUE +0.
       01  WS-LEFTOVER-COUNT               PIC S9(7) COMP VALUE +0.
       01  WS-WRITE-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-ERROR-COUNT                  PIC S9(7) COMP VALUE +0.
       01  WS-COUNT-DISPLAY                PIC ZZZZZZ9.

      *    ** print lines
       01  PL-HEADING.
           03  FILLER                      PIC X(37) VALUE
               "COBBATC1  DEPARTMENT REORGANIZATION ".
           03  PL-H-MODE                   PIC X(7).
           03  FILLER                      PIC X(10) VALUE
               " RUN DATE ".
           03  PL-H-RUN-DATE               PIC 9(6).
           03  FILLER                      PIC X(72) VALUE SPACES.
       01  PL-REQUEST.
           03  FILLER                      PIC X(8)  VALUE "REQUEST ".
           03  PL-Q-REORG-ID               PIC X(6).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-Q-TYPE                   PIC X(5).
           03  FILLER                      PIC X(8)  VALUE
               " STATUS ".
           03  PL-Q-STATUS                 PIC X(1).
           03  FILLER                      PIC X(11) VALUE
               " EFFECTIVE ".
           03  PL-Q-EFF-DATE               PIC 9(6).
           03  FILLER                      PIC X(7)  VALUE " MAKER ".
           03  PL-Q-MAKER                  PIC X(3).
           03  FILLER                      PIC X(9)  VALUE
               " CHECKER ".
           03  PL-Q-CHECKER                PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-Q-REASON                 PIC X(30).
           03  FILLER                      PIC X(31) VALUE SPACES.
       01  PL-PAIR.
           03  FILLER                      PIC X(9)  VALUE
               "  SOURCE ".
           03  PL-P-SOURCE                 PIC X(4).
           03  FILLER                      PIC X(11) VALUE
               " TO TARGET ".
           03  PL-P-TARGET                 PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-P-NOTE                   PIC X(40).
           03  FILLER                      PIC X(62) VALUE SPACES.
       01  PL-DETAIL-HEADING.
           03  FILLER                      PIC X(14) VALUE "ITEM".
           03  FILLER                      PIC X(10) VALUE "KEY".
           03  FILLER                      PIC X(6)  VALUE "FROM".
           03  FILLER                      PIC X(6)  VALUE "TO".
           03  FILLER                      PIC X(9)  VALUE "BASIS".
           03  FILLER                      PIC X(6)  VALUE "RESULT".
           03  FILLER                      PIC X(81) VALUE SPACES.
       01  PL-DETAIL.
           03  PL-D-ITEM                   PIC X(12).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-KEY                    PIC X(8).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-FROM                   PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-TO                     PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-BASIS                  PIC X(7).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-D-NOTE                   PIC X(50).
           03  FILLER                      PIC X(37) VALUE SPACES.
       01  PL-CONTROL.
           03  FILLER                      PIC X(18) VALUE
               "CONTROL  RETIRED ".
           03  PL-C-CODE                   PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-C-LEFT                   PIC ZZZZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  PL-C-NOTE                   PIC X(50).
           03  FILLER                      PIC X(49) VALUE SPACES.
       01  PL-NOTE.
           03  FILLER                      PIC X(12) VALUE SPACES.
           03  PL-N-TEXT                   PIC X(120).

      *    ** the new line manager, for the detail note
       01  WS-MANAGER-NOTE.
           03  FILLER                      PIC X(12) VALUE
               "NEW MANAGER ".
           03  WS-MN-EMP-NO                PIC X(6).
           03  FILLER                      PIC X(6)  VALUE " OPID ".
           03  WS-MN-OPID                  PIC X(3).
           03  FILLER                      PIC X(23) VALUE SPACES.
      *    ** the budget year, for the key column
       01  WS-BUDGET-KEY.
           03  WS-BK-YEAR                  PIC 9(4).
           03  FILLER                      PIC X(4)  VALUE SPACES.

      *    ** standard run-control totals handed to COBRNLOG at end of
      *    ** job so the morning summary (COBBAT18) can prove the run
      *    ** was complete
       01  RUN-CONTROL-RECORD.
           03  WS-RC-JOB-NAME              PIC X(8) VALUE "COBBATC1".
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
               PERFORM 200-LOAD-REQUESTS THRU 200-EXIT
               PERFORM 300-PROCESS-REQUEST THRU 300-EXIT
                   VARYING RT-IX FROM 1 BY 1
                   UNTIL RT-IX > WS-HELD-COUNT
               IF  WS-HELD-COUNT = ZERO THEN
                   MOVE "NO REORGANIZATION REQUESTS TO WORK"
                     TO PL-N-TEXT
                   PERFORM 850-WRITE-NOTE
               END-IF
           END-IF
           PERFORM 900-TERMINATE

      *    ** GOBACK rather than STOP RUN so the job can run as a
      *    ** called step under the COBBAT17 scheduler as well as a
      *    ** standalone job step - STOP RUN here would take the
      *    ** whole scheduler down with it
           GOBACK.

      *-----------------------------------------------------------------
      * 100-INITIALIZE - THE RUN CARD AND THE REPORT. A RUN CARD THAT
      *    IS NEITHER PREVIEW NOR APPLY REFUSES THE RUN.
      *-----------------------------------------------------------------
       100-INITIALIZE.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RC-RUN-DATE.

           MOVE SPACES TO WS-RUN-MODE.
           ACCEPT WS-RUN-MODE.
           IF  NOT WS-PREVIEW-RUN
           AND NOT WS-APPLY-RUN
               DISPLAY "COBBATC1 - INVALID RUN CARD " WS-RUN-MODE
               SET WS-RUN-FAILED TO TRUE
               GO TO 100-EXIT
           END-IF.

           OPEN OUTPUT REORG-PRINT-FILE.
           IF  WS-APPLY-RUN THEN
               MOVE "APPLY  "  TO PL-H-MODE
           ELSE
               MOVE "PREVIEW"  TO PL-H-MODE
           END-IF.
           MOVE WS-RUN-DATE    TO PL-H-RUN-DATE.
           WRITE REORG-PRINT-LINE FROM PL-HEADING.
           ADD 1 TO WS-WRITE-COUNT.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-LOAD-REQUESTS - THE REQUESTS TO WORK OFF THE APITPROR
      *    CMD-CODE 4 CURSOR. A PREVIEW TAKES EVERY PENDING OR APPROVED
      *    ONE; AN APPLY ONLY THE APPROVED ONES WHOSE EFFECTIVE DATE HAS
      *    ARRIVED.
      *-----------------------------------------------------------------
       200-LOAD-REQUESTS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  REORG-REQUEST-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE REORG-REQUEST-RECORD TO DATA-IN
               CALL "APITPROR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REORG-REQUEST-RECORD
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 210-SELECT-REQUEST THRU 210-EXIT
               END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 210-SELECT-REQUEST - ONE REQUEST INTO THE TABLE IF THIS RUN
      *    WORKS IT.
      *-----------------------------------------------------------------
       210-SELECT-REQUEST.

           IF  WS-APPLY-RUN THEN
               IF  NOT WS-ROR-APPROVED THEN
                   GO TO 210-EXIT
               END-IF
               IF  WS-ROR-EFF-DATE > WS-RUN-DATE THEN
                   ADD 1 TO WS-WAITING-COUNT
                   GO TO 210-EXIT
               END-IF
           ELSE
               IF  NOT WS-ROR-PENDING AND NOT WS-ROR-APPROVED THEN
                   GO TO 210-EXIT
               END-IF
           END-IF.

           IF  WS-HELD-COUNT NOT < WS-MAX-REQUESTS THEN
               ADD 1 TO WS-ERROR-COUNT
               SET WS-RUN-INCOMPLETE TO TRUE
               DISPLAY "COBBATC1 - REQUEST TABLE FULL - "
                       WS-ROR-REORG-ID " LEFT FOR NEXT RUN"
               GO TO 210-EXIT
           END-IF.

           ADD 1 TO WS-HELD-COUNT.
           ADD 1 TO WS-SELECTED-COUNT.
           SET RT-IX TO WS-HELD-COUNT.
           MOVE REORG-REQUEST-RECORD TO RT-REQUEST (RT-IX).

       210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-PROCESS-REQUEST - ONE REQUEST: WORK OUT ITS SOURCES AND
      *    MAPPING, COLLECT EVERYTHING THAT MOVES, THEN PRINT IT - AND
      *    ON AN APPLY RUN MOVE IT, RETIRE THE SOURCES, PROVE NOTHING
      *    IS LEFT AND CLOSE THE REQUEST.
      *-----------------------------------------------------------------
       300-PROCESS-REQUEST.

           MOVE RT-REQUEST (RT-IX) TO REORG-REQUEST-RECORD.
           MOVE ZERO               TO WS-REQ-ERROR-COUNT.
           MOVE ZERO               TO WS-REQ-LEFT-COUNT.
           MOVE WS-ROR-CHECKER-OPID TO WS-AUD-OPERATOR.

           MOVE SPACES             TO REORG-PRINT-LINE.
           WRITE REORG-PRINT-LINE.
           MOVE WS-ROR-REORG-ID    TO PL-Q-REORG-ID.
           IF  WS-ROR-MERGE THEN
               MOVE "MERGE"        TO PL-Q-TYPE
           ELSE
               MOVE "SPLIT"        TO PL-Q-TYPE
           END-IF.
           MOVE WS-ROR-STATUS      TO PL-Q-STATUS.
           MOVE WS-ROR-EFF-DATE    TO PL-Q-EFF-DATE.
           MOVE WS-ROR-MAKER-OPID  TO PL-Q-MAKER.
           MOVE WS-ROR-CHECKER-OPID TO PL-Q-CHECKER.
           MOVE WS-ROR-REASON      TO PL-Q-REASON.
           WRITE REORG-PRINT-LINE FROM PL-REQUEST.
           ADD 2 TO WS-WRITE-COUNT.

           PERFORM 310-BUILD-SOURCES THRU 310-EXIT.
           PERFORM 320-LOAD-MAPPING THRU 320-EXIT.

           MOVE ZERO TO WS-ITEM-COUNT
                        WS-BUDGET-COUNT
                        WS-TRANSFER-COUNT
                        WS-CHILD-COUNT.
           PERFORM 330-COLLECT-EMPLOYEES THRU 330-EXIT.
           PERFORM 340-COLLECT-BUDGETS THRU 340-EXIT.
           PERFORM 350-COLLECT-REQUISITIONS THRU 350-EXIT.
           PERFORM 360-COLLECT-PROJECTS THRU 360-EXIT.
           PERFORM 370-COLLECT-TRANSFERS THRU 370-EXIT.
           PERFORM 380-COLLECT-CHILD-DEPTS THRU 380-EXIT.

           WRITE REORG-PRINT-LINE FROM PL-DETAIL-HEADING.
           ADD 1 TO WS-WRITE-COUNT.
           PERFORM 390-REPORT-MAPPING THRU 390-EXIT.

           PERFORM 500-MOVE-ITEM THRU 500-EXIT
               VARYING IM-IX FROM 1 BY 1
               UNTIL IM-IX > WS-ITEM-COUNT.
           PERFORM 550-MOVE-BUDGET THRU 550-EXIT
               VARYING BM-IX FROM 1 BY 1
               UNTIL BM-IX > WS-BUDGET-COUNT.
           PERFORM 600-MOVE-TRANSFER THRU 600-EXIT
               VARYING TM-IX FROM 1 BY 1
               UNTIL TM-IX > WS-TRANSFER-COUNT.
           PERFORM 620-MOVE-CHILD-DEPT THRU 620-EXIT
               VARYING CD-IX FROM 1 BY 1
               UNTIL CD-IX > WS-CHILD-COUNT.

           IF  WS-APPLY-RUN THEN
               PERFORM 650-RETIRE-SOURCES THRU 650-EXIT
               PERFORM 700-CONTROL-REPORT THRU 700-EXIT
               PERFORM 800-CLOSE-REQUEST THRU 800-EXIT
           ELSE
               ADD WS-REQ-ERROR-COUNT TO WS-ERROR-COUNT
           END-IF.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 310-BUILD-SOURCES - ONE ENTRY PER SOURCE DEPARTMENT, ITS
      *    DEFAULT TARGET THE FIRST ONE KEYED FOR IT. A SOURCE THAT IS
      *    ALSO A TARGET (A SPLIT KEEPING ITS SOURCE) IS NOT RETIRED.
      *-----------------------------------------------------------------
       310-BUILD-SOURCES.

           MOVE ZERO TO WS-SOURCE-COUNT.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF  WS-ROR-SOURCE-DEPT (WS-PAIR-SUB) > SPACES
                   MOVE WS-ROR-SOURCE-DEPT (WS-PAIR-SUB)
                     TO WS-LOOKUP-DEPT
                   PERFORM 410-FIND-SOURCE THRU 410-EXIT
                   IF  SD-IX > WS-SOURCE-COUNT
                       ADD 1 TO WS-SOURCE-COUNT
                       SET SD-IX TO WS-SOURCE-COUNT
                       MOVE WS-LOOKUP-DEPT TO SD-CODE (SD-IX)
                       MOVE WS-ROR-TARGET-DEPT (WS-PAIR-SUB)
                         TO SD-PRIMARY (SD-IX)
                       MOVE "Y"  TO SD-RETIRED-SWITCH (SD-IX)
                       MOVE ZERO TO SD-LEFT-COUNT (SD-IX)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF  WS-ROR-TARGET-DEPT (WS-PAIR-SUB) > SPACES
                   MOVE WS-ROR-TARGET-DEPT (WS-PAIR-SUB)
                     TO WS-LOOKUP-DEPT
                   PERFORM 410-FIND-SOURCE THRU 410-EXIT
                   IF  SD-IX NOT > WS-SOURCE-COUNT
                       MOVE "N" TO SD-RETIRED-SWITCH (SD-IX)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF  WS-ROR-SOURCE-DEPT (WS-PAIR-SUB) > SPACES
                   MOVE WS-ROR-SOURCE-DEPT (WS-PAIR-SUB)
                     TO WS-LOOKUP-DEPT PL-P-SOURCE
                   MOVE WS-ROR-TARGET-DEPT (WS-PAIR-SUB)
                     TO PL-P-TARGET
                   PERFORM 410-FIND-SOURCE THRU 410-EXIT
                   IF  NOT SD-RETIRED (SD-IX)
                       MOVE "SOURCE KEPT - ONLY WHAT IS MAPPED MOVES"
                         TO PL-P-NOTE
                   ELSE
                   IF  SD-PRIMARY (SD-IX) =
                       WS-ROR-TARGET-DEPT (WS-PAIR-SUB)
                       MOVE "SOURCE RETIRED - DEFAULT TARGET"
                         TO PL-P-NOTE
                   ELSE
                       MOVE "SOURCE RETIRED"
                         TO PL-P-NOTE
                   END-IF
                   END-IF
                   WRITE REORG-PRINT-LINE FROM PL-PAIR
                   ADD 1 TO WS-WRITE-COUNT
               END-IF
           END-PERFORM.

       310-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 320-LOAD-MAPPING - THE REQUEST'S MAPPING LINES OFF THE APITPROM
      *    CMD-CODE 4 PER-REORG CURSOR.
      *-----------------------------------------------------------------
       320-LOAD-MAPPING.

           MOVE ZERO   TO  WS-MAPPING-COUNT.
           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  REORG-MAPPING-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE WS-ROR-REORG-ID TO WS-ROM-REORG-ID
               MOVE 4 TO CMD-CODE
               MOVE REORG-MAPPING-RECORD TO DATA-IN
               CALL "APITPROM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REORG-MAPPING-RECORD
                   IF  WS-MAPPING-COUNT < WS-MAX-MAPPINGS
                       ADD 1 TO WS-MAPPING-COUNT
                       SET MP-IX TO WS-MAPPING-COUNT
                       MOVE WS-ROM-ITEM-TYPE   TO MP-TYPE (MP-IX)
                       MOVE WS-ROM-ITEM-KEY    TO MP-KEY (MP-IX)
                       MOVE WS-ROM-TARGET-DEPT TO MP-TARGET (MP-IX)
                       MOVE WS-ROM-MGR-OPID    TO MP-MGR-OPID (MP-IX)
                       MOVE WS-ROM-MGR-EMP-NO  TO MP-MGR-EMP-NO (MP-IX)
                       MOVE SPACE              TO MP-STATE (MP-IX)
                   ELSE
                       ADD 1 TO WS-REQ-ERROR-COUNT
                       MOVE "MAPPING"          TO PL-D-ITEM
                       MOVE WS-ROM-ITEM-KEY    TO PL-D-KEY
                       MOVE SPACES             TO PL-D-FROM
                       MOVE WS-ROM-TARGET-DEPT TO PL-D-TO
                       MOVE SPACES             TO PL-D-BASIS
                       MOVE "MAPPING TABLE FULL - LINE NOT USED"
                         TO PL-D-NOTE
                       PERFORM 860-WRITE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

       320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 330-COLLECT-EMPLOYEES - EVERY LIVE EMPLOYEE IN A SOURCE
      *    DEPARTMENT THAT HAS SOMEWHERE TO GO (APITP010 CMD-CODE 4).
      *-----------------------------------------------------------------
       330-COLLECT-EMPLOYEES.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  EMPLOYEE-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
                   IF  WS-EMP-DATE-TERMINATED = ZERO
                       MOVE "E"              TO WS-ITEM-TYPE
                       MOVE WS-EMP-ID        TO WS-ITEM-KEY
                       MOVE WS-EMP-DEPT-CODE TO WS-ITEM-DEPT
                       PERFORM 400-RESOLVE-TARGET THRU 400-EXIT
                       IF  WS-ITEM-TARGET > SPACES
                           PERFORM 420-HOLD-ITEM THRU 420-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       330-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 340-COLLECT-BUDGETS - EVERY BUDGET ROW OF A RETIRED SOURCE
      *    (APITPBUD CMD-CODE 4 PER-DEPT CURSOR), BOUND FOR THE SOURCE'S
      *    DEFAULT TARGET. A KEPT SOURCE KEEPS ITS BUDGET.
      *-----------------------------------------------------------------
       340-COLLECT-BUDGETS.

           PERFORM VARYING SD-IX FROM 1 BY 1
                   UNTIL SD-IX > WS-SOURCE-COUNT
               IF  SD-RETIRED (SD-IX)
                   MOVE "N"    TO  WS-SCAN-SWITCH
                   MOVE SPACES TO  HEADCOUNT-BUDGET-RECORD
                   PERFORM UNTIL WS-SCAN-DONE
                       MOVE SD-CODE (SD-IX) TO WS-BUD-DEPT-CODE
                       MOVE 4 TO CMD-CODE
                       MOVE HEADCOUNT-BUDGET-RECORD TO DATA-IN
                       CALL "APITPBUD" USING CMD-CODE RESP-CODE
                                             DATA-IN DATA-OUT
                       IF RESP-CODE = 0
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           MOVE DATA-OUT TO HEADCOUNT-BUDGET-RECORD
                           PERFORM 345-HOLD-BUDGET THRU 345-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       340-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 345-HOLD-BUDGET - ONE BUDGET ROW INTO THE TABLE.
      *-----------------------------------------------------------------
       345-HOLD-BUDGET.

           IF  WS-BUDGET-COUNT NOT < 200 THEN
               ADD 1 TO WS-REQ-ERROR-COUNT
               MOVE "BUDGET"          TO PL-D-ITEM
               MOVE WS-BUD-YEAR       TO WS-BK-YEAR
               MOVE WS-BUDGET-KEY     TO PL-D-KEY
               MOVE WS-BUD-DEPT-CODE  TO PL-D-FROM
               MOVE SD-PRIMARY (SD-IX) TO PL-D-TO
               MOVE "DEFAULT"         TO PL-D-BASIS
               MOVE "BUDGET TABLE FULL - NOT MOVED" TO PL-D-NOTE
               PERFORM 860-WRITE-DETAIL
               GO TO 345-EXIT
           END-IF.

           ADD 1 TO WS-BUDGET-COUNT.
           SET BM-IX TO WS-BUDGET-COUNT.
           MOVE HEADCOUNT-BUDGET-RECORD TO BM-ROW (BM-IX).
           MOVE SD-PRIMARY (SD-IX)      TO BM-TO (BM-IX).

       345-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 350-COLLECT-REQUISITIONS - EVERY REQUISITION NOT CLOSED IN A
      *    SOURCE DEPARTMENT (APITPRQN CMD-CODE 4). CLOSED ONES STAY AS
      *    HISTORY.
      *-----------------------------------------------------------------
       350-COLLECT-REQUISITIONS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  REQUISITION-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE REQUISITION-RECORD TO DATA-IN
               CALL "APITPRQN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REQUISITION-RECORD
                   IF  NOT WS-RQN-CLOSED
                       MOVE "Q"              TO WS-ITEM-TYPE
                       MOVE WS-RQN-REQ-NO    TO WS-ITEM-KEY
                       MOVE WS-RQN-DEPT-CODE TO WS-ITEM-DEPT
                       PERFORM 400-RESOLVE-TARGET THRU 400-EXIT
                       IF  WS-ITEM-TARGET > SPACES
                           PERFORM 420-HOLD-ITEM THRU 420-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 360-COLLECT-PROJECTS - EVERY PROJECT OWNED BY A SOURCE
      *    DEPARTMENT (APITPPRJ CMD-CODE 4), OPEN OR CLOSED - COBCIO60
      *    WILL NOT LET A CODE GO WHILE ANY PROJECT STILL NAMES IT.
      *-----------------------------------------------------------------
       360-COLLECT-PROJECTS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  PROJ-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE PROJ-MASTER-RECORD TO DATA-IN
               CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PROJ-MASTER-RECORD
                   MOVE "P"              TO WS-ITEM-TYPE
                   MOVE WS-PRJ-PROJ-NO   TO WS-ITEM-KEY
                   MOVE WS-PRJ-DEPT-CODE TO WS-ITEM-DEPT
                   PERFORM 400-RESOLVE-TARGET THRU 400-EXIT
                   IF  WS-ITEM-TARGET > SPACES
                       PERFORM 420-HOLD-ITEM THRU 420-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 370-COLLECT-TRANSFERS - EVERY PENDING COBCIO26 TRANSFER
      *    (APITPXFR CMD-CODE 3 CURSOR) THAT COBBAT30 WOULD OTHERWISE
      *    APPLY AGAINST A STALE CODE - FROM AN EMPLOYEE THIS REQUEST
      *    MOVES, OR INTO A RETIRED DEPARTMENT.
      *-----------------------------------------------------------------
       370-COLLECT-TRANSFERS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  TRANSFER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 3 TO CMD-CODE
               MOVE TRANSFER-RECORD TO DATA-IN
               CALL "APITPXFR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TRANSFER-RECORD
                   PERFORM 375-HOLD-TRANSFER THRU 375-EXIT
               END-IF
           END-PERFORM.

       370-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 375-HOLD-TRANSFER - WORK OUT THE PENDING TRANSFER'S NEW FROM
      *    AND TO, AND KEEP IT IF EITHER CHANGES.
      *-----------------------------------------------------------------
       375-HOLD-TRANSFER.

           MOVE WS-XFR-FROM-DEPT TO WS-LOOKUP-DEPT.
           PERFORM 410-FIND-SOURCE THRU 410-EXIT.
           IF  SD-IX > WS-SOURCE-COUNT THEN
               MOVE WS-XFR-FROM-DEPT TO WS-LOOKUP-TARGET
           ELSE
               MOVE WS-XFR-FROM-DEPT TO WS-LOOKUP-TARGET
               SET IM-IX TO 1
               SEARCH ITEM-MOVE-ENTRY
                   AT END
                       CONTINUE
                   WHEN IM-IX > WS-ITEM-COUNT
                       CONTINUE
                   WHEN IM-TYPE (IM-IX) = "E"
                   AND  IM-KEY (IM-IX) = WS-XFR-EMP-NO
                       MOVE IM-TO (IM-IX) TO WS-LOOKUP-TARGET
               END-SEARCH
           END-IF.

           MOVE WS-XFR-TO-DEPT TO WS-LOOKUP-DEPT.
           PERFORM 410-FIND-SOURCE THRU 410-EXIT.
           IF  SD-IX NOT > WS-SOURCE-COUNT
           AND SD-RETIRED (SD-IX)
               MOVE SD-PRIMARY (SD-IX) TO WS-LOOKUP-DEPT
           END-IF.

           IF  WS-LOOKUP-TARGET = WS-XFR-FROM-DEPT
           AND WS-LOOKUP-DEPT = WS-XFR-TO-DEPT
               GO TO 375-EXIT
           END-IF.

           IF  WS-TRANSFER-COUNT NOT < 200 THEN
               ADD 1 TO WS-REQ-ERROR-COUNT
               MOVE "TRANSFER"        TO PL-D-ITEM
               MOVE WS-XFR-EMP-NO     TO PL-D-KEY
               MOVE WS-XFR-FROM-DEPT  TO PL-D-FROM
               MOVE WS-XFR-TO-DEPT    TO PL-D-TO
               MOVE SPACES            TO PL-D-BASIS
               MOVE "TRANSFER TABLE FULL - NOT RE-POINTED" TO PL-D-NOTE
               PERFORM 860-WRITE-DETAIL
               GO TO 375-EXIT
           END-IF.

           ADD 1 TO WS-TRANSFER-COUNT.
           SET TM-IX TO WS-TRANSFER-COUNT.
           MOVE TRANSFER-RECORD  TO TM-ROW (TM-IX).
           MOVE WS-LOOKUP-TARGET TO TM-NEW-FROM (TM-IX).
           MOVE WS-LOOKUP-DEPT   TO TM-NEW-TO (TM-IX).

       375-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 380-COLLECT-CHILD-DEPTS - EVERY DEPARTMENT (APITPP6 CMD-CODE 2
      *    CURSOR) REPORTING INTO A RETIRED ONE IS RE-PARENTED TO THAT
      *    ONE'S DEFAULT TARGET. A CHILD THAT IS ITSELF RETIRED GOES
      *    WITH ITS OWN ROW.
      *-----------------------------------------------------------------
       380-COLLECT-CHILD-DEPTS.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  DEPT-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 2 TO CMD-CODE
               MOVE DEPT-MASTER-RECORD TO DATA-IN
               CALL "APITPP6" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DEPT-MASTER-RECORD
                   PERFORM 385-HOLD-CHILD-DEPT THRU 385-EXIT
               END-IF
           END-PERFORM.

       380-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 385-HOLD-CHILD-DEPT - ONE CHILD OF A RETIRED DEPARTMENT INTO
      *    THE TABLE.
      *-----------------------------------------------------------------
       385-HOLD-CHILD-DEPT.

           MOVE WS-DEPT-CODE TO WS-LOOKUP-DEPT.
           PERFORM 410-FIND-SOURCE THRU 410-EXIT.
           IF  SD-IX NOT > WS-SOURCE-COUNT AND SD-RETIRED (SD-IX) THEN
               GO TO 385-EXIT
           END-IF.

           MOVE WS-DEPT-PARENT-CODE TO WS-LOOKUP-DEPT.
           PERFORM 410-FIND-SOURCE THRU 410-EXIT.
           IF  SD-IX > WS-SOURCE-COUNT OR NOT SD-RETIRED (SD-IX) THEN
               GO TO 385-EXIT
           END-IF.

           IF  WS-CHILD-COUNT NOT < 100 THEN
               ADD 1 TO WS-REQ-ERROR-COUNT
               MOVE "DEPARTMENT"          TO PL-D-ITEM
               MOVE WS-DEPT-CODE          TO PL-D-KEY
               MOVE WS-DEPT-PARENT-CODE   TO PL-D-FROM
               MOVE SD-PRIMARY (SD-IX)    TO PL-D-TO
               MOVE SPACES                TO PL-D-BASIS
               MOVE "CHILD TABLE FULL - NOT RE-PARENTED" TO PL-D-NOTE
               PERFORM 860-WRITE-DETAIL
               GO TO 385-EXIT
           END-IF.

           ADD 1 TO WS-CHILD-COUNT.
           SET CD-IX TO WS-CHILD-COUNT.
           MOVE WS-DEPT-CODE        TO CD-CODE (CD-IX).
           MOVE WS-DEPT-PARENT-CODE TO CD-OLD-PARENT (CD-IX).
           MOVE SD-PRIMARY (SD-IX)  TO CD-NEW-PARENT (CD-IX).

       385-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 390-REPORT-MAPPING - MAPPING LINES THIS REQUEST DID NOT USE -
      *    THE ITEM HAS LEFT THE SOURCE DEPARTMENTS, OR THE LINE NAMES
      *    A TARGET THE REQUEST NO LONGER HAS FOR THAT SOURCE.
      *-----------------------------------------------------------------
       390-REPORT-MAPPING.

           PERFORM VARYING MP-IX FROM 1 BY 1
                   UNTIL MP-IX > WS-MAPPING-COUNT
               IF  NOT MP-USED (MP-IX)
                   MOVE "MAPPING"            TO PL-D-ITEM
                   MOVE MP-KEY (MP-IX)       TO PL-D-KEY
                   MOVE SPACES               TO PL-D-FROM
                   MOVE MP-TARGET (MP-IX)    TO PL-D-TO
                   MOVE MP-TYPE (MP-IX)      TO PL-D-BASIS
                   IF  MP-INVALID (MP-IX)
                       MOVE "TARGET NOT IN REQUEST - DEFAULT USED"
                         TO PL-D-NOTE
                   ELSE
                       MOVE "ITEM NOT IN A SOURCE DEPARTMENT - UNUSED"
                         TO PL-D-NOTE
                   END-IF
                   PERFORM 860-WRITE-DETAIL
               END-IF
           END-PERFORM.

       390-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-RESOLVE-TARGET - WHERE THE ITEM IN WS-ITEM-TYPE/KEY/DEPT
      *    GOES: ITS MAPPING LINE IF THAT NAMES A TARGET KEYED FOR ITS
      *    SOURCE, ELSE THE SOURCE'S DEFAULT TARGET IF THE SOURCE IS
      *    RETIRED. SPACES - NOT IN A SOURCE, OR STAYING PUT.
      *-----------------------------------------------------------------
       400-RESOLVE-TARGET.

           MOVE SPACES TO WS-ITEM-TARGET.
           MOVE "D"    TO WS-ITEM-BASIS.
           MOVE ZERO   TO WS-ITEM-MAP-IX.

           MOVE WS-ITEM-DEPT TO WS-LOOKUP-DEPT.
           PERFORM 410-FIND-SOURCE THRU 410-EXIT.
           IF  SD-IX > WS-SOURCE-COUNT THEN
               GO TO 400-EXIT
           END-IF.
           IF  SD-RETIRED (SD-IX) THEN
               MOVE SD-PRIMARY (SD-IX) TO WS-ITEM-TARGET
           END-IF.

           SET MP-IX TO 1.
           SEARCH MAPPING-ENTRY
               AT END
                   GO TO 400-CHECK
               WHEN MP-IX > WS-MAPPING-COUNT
                   GO TO 400-CHECK
               WHEN MP-TYPE (MP-IX) = WS-ITEM-TYPE
               AND  MP-KEY (MP-IX) = WS-ITEM-KEY
                   CONTINUE
           END-SEARCH.

           MOVE "I" TO MP-STATE (MP-IX).
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF  WS-ROR-SOURCE-DEPT (WS-PAIR-SUB) = WS-ITEM-DEPT
               AND WS-ROR-TARGET-DEPT (WS-PAIR-SUB) = MP-TARGET (MP-IX)
                   MOVE "U"               TO MP-STATE (MP-IX)
               END-IF
           END-PERFORM.
           IF  MP-USED (MP-IX) THEN
               MOVE MP-TARGET (MP-IX) TO WS-ITEM-TARGET
               MOVE "M"               TO WS-ITEM-BASIS
               SET WS-ITEM-MAP-IX     TO MP-IX
           END-IF.

       400-CHECK.
      *    ** a split mapping an item onto its own kept source leaves
      *    ** it where it is
           IF  WS-ITEM-TARGET = WS-ITEM-DEPT THEN
               MOVE SPACES TO WS-ITEM-TARGET
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 410-FIND-SOURCE - SD-IX AT THE SOURCE ENTRY FOR WS-LOOKUP-DEPT,
      *    OR PAST THE LAST ONE WHEN IT IS NOT A SOURCE.
      *-----------------------------------------------------------------
       410-FIND-SOURCE.

           SET SD-IX TO 1.
           IF  WS-SOURCE-COUNT = ZERO OR WS-LOOKUP-DEPT NOT > SPACES
               SET SD-IX TO WS-SOURCE-COUNT
               SET SD-IX UP BY 1
               GO TO 410-EXIT
           END-IF.
           SEARCH SOURCE-DEPT-ENTRY
               AT END
                   SET SD-IX TO WS-SOURCE-COUNT
                   SET SD-IX UP BY 1
               WHEN SD-IX > WS-SOURCE-COUNT
                   CONTINUE
               WHEN SD-CODE (SD-IX) = WS-LOOKUP-DEPT
                   CONTINUE
           END-SEARCH.

       410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 420-HOLD-ITEM - ONE RESOLVED EMPLOYEE, REQUISITION OR PROJECT
      *    INTO THE MOVE TABLE.
      *-----------------------------------------------------------------
       420-HOLD-ITEM.

           IF  WS-ITEM-COUNT NOT < WS-MAX-ITEMS THEN
               ADD 1 TO WS-REQ-ERROR-COUNT
               PERFORM 430-ITEM-LABEL
               MOVE WS-ITEM-KEY     TO PL-D-KEY
               MOVE WS-ITEM-DEPT    TO PL-D-FROM
               MOVE WS-ITEM-TARGET  TO PL-D-TO
               MOVE SPACES          TO PL-D-BASIS
               MOVE "MOVE TABLE FULL - NOT MOVED" TO PL-D-NOTE
               PERFORM 860-WRITE-DETAIL
               GO TO 420-EXIT
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.
           SET IM-IX TO WS-ITEM-COUNT.
           MOVE WS-ITEM-TYPE    TO IM-TYPE (IM-IX).
           MOVE WS-ITEM-KEY     TO IM-KEY (IM-IX).
           MOVE WS-ITEM-DEPT    TO IM-FROM (IM-IX).
           MOVE WS-ITEM-TARGET  TO IM-TO (IM-IX).
           MOVE WS-ITEM-BASIS   TO IM-BASIS (IM-IX).
           MOVE WS-ITEM-MAP-IX  TO IM-MAP-IX (IM-IX).

       420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 430-ITEM-LABEL - THE ITEM COLUMN FOR WS-ITEM-TYPE.
      *-----------------------------------------------------------------
       430-ITEM-LABEL.

           EVALUATE WS-ITEM-TYPE
               WHEN "E"
                   MOVE "EMPLOYEE"    TO PL-D-ITEM
               WHEN "Q"
                   MOVE "REQUISITION" TO PL-D-ITEM
               WHEN OTHER
                   MOVE "PROJECT"     TO PL-D-ITEM
           END-EVALUATE.

      *-----------------------------------------------------------------
      * 500-MOVE-ITEM - PRINT ONE EMPLOYEE, REQUISITION OR PROJECT AND,
      *    ON AN APPLY RUN, RE-READ IT AND RE-POINT IT. A ROW WHOSE
      *    DEPARTMENT HAS CHANGED SINCE IT WAS COLLECTED IS LEFT ALONE.
      *-----------------------------------------------------------------
       500-MOVE-ITEM.

           MOVE IM-TYPE (IM-IX)  TO WS-ITEM-TYPE.
           PERFORM 430-ITEM-LABEL.
           MOVE IM-KEY (IM-IX)   TO PL-D-KEY.
           MOVE IM-FROM (IM-IX)  TO PL-D-FROM.
           MOVE IM-TO (IM-IX)    TO PL-D-TO.
           IF  IM-BASIS (IM-IX) = "M" THEN
               MOVE "MAPPED"     TO PL-D-BASIS
           ELSE
               MOVE "DEFAULT"    TO PL-D-BASIS
           END-IF.
           ADD 1 TO WS-MOVE-COUNT.

           IF  WS-PREVIEW-RUN THEN
               MOVE "WOULD MOVE" TO PL-D-NOTE
               PERFORM 860-WRITE-DETAIL
               PERFORM 540-MOVE-REPORTING-LINE THRU 540-EXIT
               GO TO 500-EXIT
           END-IF.

           EVALUATE IM-TYPE (IM-IX)
               WHEN "E"
                   PERFORM 510-MOVE-EMPLOYEE THRU 510-EXIT
               WHEN "Q"
                   PERFORM 520-MOVE-REQUISITION THRU 520-EXIT
               WHEN OTHER
                   PERFORM 530-MOVE-PROJECT THRU 530-EXIT
           END-EVALUATE.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 510-MOVE-EMPLOYEE - RE-POINT THE EMPLOYEE (APITP010 CMD-CODE 5,
      *    SAME CHANGE COBBAT30 MAKES), AUDIT IT, WRITE THE APPLIED
      *    TRANSFER ROW AS HISTORY, AND CHANGE THE REPORTING LINE IF THE
      *    MAPPING NAMES A NEW MANAGER.
      *-----------------------------------------------------------------
       510-MOVE-EMPLOYEE.

           MOVE SPACES          TO EMPLOYEE-MASTER-RECORD.
           MOVE IM-KEY (IM-IX)  TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "FAILED - EMPLOYEE NOT ON FILE" TO PL-D-NOTE
               GO TO 510-FAILED
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.
           IF  WS-EMP-DEPT-CODE NOT = IM-FROM (IM-IX) THEN
               MOVE "FAILED - DEPARTMENT CHANGED SINCE COLLECTED"
                 TO PL-D-NOTE
               GO TO 510-FAILED
           END-IF.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE IM-TO (IM-IX)          TO WS-EMP-DEPT-CODE.
           MOVE 5 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "FAILED - EMPLOYEE UPDATE" TO PL-D-NOTE
               GO TO 510-FAILED
           END-IF.
           MOVE "EMPMASTR"             TO WS-AUD-FILE.
           MOVE IM-KEY (IM-IX)         TO WS-AUD-KEY.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *    ** the move as transfer history - already applied, so
      *    ** COBBAT30 never picks it up
           MOVE SPACES              TO TRANSFER-RECORD.
           MOVE IM-KEY (IM-IX)      TO WS-XFR-EMP-NO.
           MOVE IM-FROM (IM-IX)     TO WS-XFR-FROM-DEPT.
           MOVE IM-TO (IM-IX)       TO WS-XFR-TO-DEPT.
           MOVE WS-ROR-EFF-DATE     TO WS-XFR-EFF-DATE.
           MOVE "REOR"              TO WS-XFR-REASON.
           MOVE "A"                 TO WS-XFR-STATUS.
           MOVE WS-ROR-MAKER-OPID   TO WS-XFR-OPID.
           MOVE WS-ROR-MAKER-DATE   TO WS-XFR-KEYED-DATE.
           MOVE WS-ROR-CHECKER-OPID TO WS-XFR-APPR-OPID.
           MOVE WS-ROR-CHECKER-DATE TO WS-XFR-APPR-DATE.
           MOVE 2 TO CMD-CODE.
           MOVE TRANSFER-RECORD TO DATA-IN.
           CALL "APITPXFR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "MOVED - TRANSFER HISTORY NOT WRITTEN" TO PL-D-NOTE
               GO TO 510-FAILED
           END-IF.

           MOVE "MOVED"                TO PL-D-NOTE.
           PERFORM 860-WRITE-DETAIL.
           PERFORM 540-MOVE-REPORTING-LINE THRU 540-EXIT.
           GO TO 510-EXIT.

       510-FAILED.
           ADD 1 TO WS-REQ-ERROR-COUNT.
           PERFORM 860-WRITE-DETAIL.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 520-MOVE-REQUISITION - RE-POINT AND AUDIT ONE REQUISITION.
      *-----------------------------------------------------------------
       520-MOVE-REQUISITION.

           MOVE SPACES          TO REQUISITION-RECORD.
           MOVE IM-KEY (IM-IX)  TO WS-RQN-REQ-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REQUISITION-RECORD TO DATA-IN.
           CALL "APITPRQN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "FAILED - REQUISITION NOT ON FILE" TO PL-D-NOTE
               GO TO 520-FAILED
           END-IF.
           MOVE DATA-OUT TO REQUISITION-RECORD.
           IF  WS-RQN-DEPT-CODE NOT = IM-FROM (IM-IX) THEN
               MOVE "FAILED - DEPARTMENT CHANGED SINCE COLLECTED"
                 TO PL-D-NOTE
               GO TO 520-FAILED
           END-IF.

           MOVE REQUISITION-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE IM-TO (IM-IX)      TO WS-RQN-DEPT-CODE.
           MOVE 3 TO CMD-CODE.
           MOVE REQUISITION-RECORD TO DATA-IN.
           CALL "APITPRQN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "FAILED - REQUISITION UPDATE" TO PL-D-NOTE
               GO TO 520-FAILED
           END-IF.
           MOVE "REQUISTN"         TO WS-AUD-FILE.
           MOVE IM-KEY (IM-IX)     TO WS-AUD-KEY.
           MOVE REQUISITION-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE "MOVED"            TO PL-D-NOTE.
           PERFORM 860-WRITE-DETAIL.
           GO TO 520-EXIT.

       520-FAILED.
           ADD 1 TO WS-REQ-ERROR-COUNT.
           PERFORM 860-WRITE-DETAIL.

       520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 530-MOVE-PROJECT - RE-POINT AND AUDIT ONE PROJECT.
      *-----------------------------------------------------------------
       530-MOVE-PROJECT.

           MOVE SPACES          TO PROJ-MASTER-RECORD.
           MOVE IM-KEY (IM-IX)  TO WS-PRJ-PROJ-NO.
           MOVE 1 TO CMD-CODE.
           MOVE PROJ-MASTER-RECORD TO DATA-IN.
           CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "FAILED - PROJECT NOT ON FILE" TO PL-D-NOTE
               GO TO 530-FAILED
           END-IF.
           MOVE DATA-OUT TO PROJ-MASTER-RECORD.
           IF  WS-PRJ-DEPT-CODE NOT = IM-FROM (IM-IX) THEN
               MOVE "FAILED - DEPARTMENT CHANGED SINCE COLLECTED"
                 TO PL-D-NOTE
               GO TO 530-FAILED
           END-IF.

           MOVE PROJ-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE IM-TO (IM-IX)      TO WS-PRJ-DEPT-CODE.
           MOVE 3 TO CMD-CODE.
           MOVE PROJ-MASTER-RECORD TO DATA-IN.
           CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "FAILED - PROJECT UPDATE" TO PL-D-NOTE
               GO TO 530-FAILED
           END-IF.
           MOVE "PROJMSTR"         TO WS-AUD-FILE.
           MOVE IM-KEY (IM-IX)     TO WS-AUD-KEY.
           MOVE PROJ-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE "MOVED"            TO PL-D-NOTE.
           PERFORM 860-WRITE-DETAIL.
           GO TO 530-EXIT.

       530-FAILED.
           ADD 1 TO WS-REQ-ERROR-COUNT.
           PERFORM 860-WRITE-DETAIL.

       530-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 540-MOVE-REPORTING-LINE - WHEN THE EMPLOYEE'S MAPPING LINE
      *    NAMES A NEW MANAGER, PRINT IT AND, ON AN APPLY RUN, CHANGE
      *    (OR ADD) THE COBCIO45 REPORTING LINE AND AUDIT IT.
      *-----------------------------------------------------------------
       540-MOVE-REPORTING-LINE.

           IF  IM-MAP-IX (IM-IX) = ZERO THEN
               GO TO 540-EXIT
           END-IF.
           SET MP-IX TO IM-MAP-IX (IM-IX).
           IF  MP-MGR-EMP-NO (MP-IX) NOT > SPACES THEN
               GO TO 540-EXIT
           END-IF.

           MOVE "REPORT LINE"         TO PL-D-ITEM.
           MOVE MP-MGR-EMP-NO (MP-IX) TO WS-MN-EMP-NO.
           MOVE MP-MGR-OPID (MP-IX)   TO WS-MN-OPID.
           MOVE SPACES                TO PL-D-FROM
                                         PL-D-TO.
           MOVE "MAPPED"              TO PL-D-BASIS.
           MOVE WS-MANAGER-NOTE       TO PL-D-NOTE.
           IF  WS-PREVIEW-RUN THEN
               PERFORM 860-WRITE-DETAIL
               GO TO 540-EXIT
           END-IF.

           MOVE SPACES          TO REPORTING-LINE-RECORD.
           MOVE IM-KEY (IM-IX)  TO WS-RPT-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT              TO REPORTING-LINE-RECORD
               MOVE REPORTING-LINE-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE SPACES                TO WS-AUD-BEFORE-IMAGE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE IM-KEY (IM-IX)        TO WS-RPT-EMP-NO.
           MOVE MP-MGR-OPID (MP-IX)   TO WS-RPT-MGR-OPID.
           MOVE MP-MGR-EMP-NO (MP-IX) TO WS-RPT-MGR-EMP-NO.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-REQ-ERROR-COUNT
               MOVE "FAILED - REPORTING LINE NOT CHANGED" TO PL-D-NOTE
           ELSE
               MOVE "RPTLINE "            TO WS-AUD-FILE
               MOVE IM-KEY (IM-IX)        TO WS-AUD-KEY
               MOVE REPORTING-LINE-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
           END-IF.
           PERFORM 860-WRITE-DETAIL.

       540-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-MOVE-BUDGET - ONE RETIRED DEPARTMENT'S BUDGET ROW. THE
      *    HEADS ARE ADDED TO THE TARGET'S ROW FOR THE SAME YEAR (THE
      *    TARGET'S FREEZE FLAG STANDS), OR BECOME THAT ROW WHEN THE
      *    TARGET HAS NONE; THE SOURCE ROW IS THEN DELETED (APITPBUD
      *    CMD-CODE 5). BOTH CHANGES ARE AUDITED.
      *-----------------------------------------------------------------
       550-MOVE-BUDGET.

           MOVE BM-ROW (BM-IX)      TO HEADCOUNT-BUDGET-RECORD.
           MOVE "BUDGET"            TO PL-D-ITEM.
           MOVE WS-BUD-YEAR         TO WS-BK-YEAR.
           MOVE WS-BUDGET-KEY       TO PL-D-KEY.
           MOVE WS-BUD-DEPT-CODE    TO PL-D-FROM.
           MOVE BM-TO (BM-IX)       TO PL-D-TO.
           MOVE "DEFAULT"           TO PL-D-BASIS.
           ADD 1 TO WS-MOVE-COUNT.

           MOVE SPACES              TO TARGET-BUDGET-RECORD.
           MOVE BM-TO (BM-IX)       TO WS-TBU-DEPT-CODE.
           MOVE WS-BUD-YEAR         TO WS-TBU-YEAR.
           MOVE 1 TO CMD-CODE.
           MOVE TARGET-BUDGET-RECORD TO DATA-IN.
           CALL "APITPBUD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO TARGET-BUDGET-RECORD
               MOVE TARGET-BUDGET-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE "HEADS ADDED TO TARGET'S ROW" TO PL-D-NOTE
               ADD WS-BUD-HEADCOUNT TO WS-TBU-HEADCOUNT
                   ON SIZE ERROR
                       MOVE "FAILED - TARGET HEADCOUNT TOO LARGE"
                         TO PL-D-NOTE
                       GO TO 550-FAILED
               END-ADD
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE HEADCOUNT-BUDGET-RECORD TO TARGET-BUDGET-RECORD
               MOVE BM-TO (BM-IX)        TO WS-TBU-DEPT-CODE
               MOVE SPACES               TO WS-AUD-BEFORE-IMAGE
               MOVE "BECOMES TARGET'S ROW" TO PL-D-NOTE
               MOVE 2 TO CMD-CODE
           END-IF.

           IF  WS-PREVIEW-RUN THEN
               PERFORM 860-WRITE-DETAIL
               GO TO 550-EXIT
           END-IF.

           MOVE TARGET-BUDGET-RECORD TO DATA-IN.
           CALL "APITPBUD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "FAILED - TARGET BUDGET NOT UPDATED" TO PL-D-NOTE
               GO TO 550-FAILED
           END-IF.
           MOVE "HCBUDGET"           TO WS-AUD-FILE.
           MOVE SPACES               TO WS-AUD-KEY.
           MOVE WS-TBU-DEPT-CODE     TO WS-AUD-KEY (1:4).
           MOVE WS-TBU-YEAR          TO WS-AUD-KEY (5:4).
           MOVE TARGET-BUDGET-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 5 TO CMD-CODE.
           MOVE HEADCOUNT-BUDGET-RECORD TO DATA-IN.
           CALL "APITPBUD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "FAILED - SOURCE BUDGET NOT DELETED" TO PL-D-NOTE
               GO TO 550-FAILED
           END-IF.
           MOVE SPACES                  TO WS-AUD-KEY.
           MOVE WS-BUD-DEPT-CODE        TO WS-AUD-KEY (1:4).
           MOVE WS-BUD-YEAR             TO WS-AUD-KEY (5:4).
           MOVE HEADCOUNT-BUDGET-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE SPACES                  TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           PERFORM 860-WRITE-DETAIL.
           GO TO 550-EXIT.

       550-FAILED.
           ADD 1 TO WS-REQ-ERROR-COUNT.
           PERFORM 860-WRITE-DETAIL.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-MOVE-TRANSFER - RE-POINT ONE PENDING TRANSFER (APITPXFR
      *    CMD-CODE 4 WHOLE-ROW CHANGE, STILL PENDING) AND AUDIT IT.
      *-----------------------------------------------------------------
       600-MOVE-TRANSFER.

           MOVE TM-ROW (TM-IX)      TO TRANSFER-RECORD.
           MOVE "TRANSFER"          TO PL-D-ITEM.
           MOVE WS-XFR-EMP-NO       TO PL-D-KEY.
           MOVE TM-NEW-FROM (TM-IX) TO PL-D-FROM.
           MOVE TM-NEW-TO (TM-IX)   TO PL-D-TO.
           MOVE "DEFAULT"           TO PL-D-BASIS.
           ADD 1 TO WS-MOVE-COUNT.
           IF  TM-NEW-FROM (TM-IX) = TM-NEW-TO (TM-IX) THEN
               MOVE "RE-POINTED - NOW INTO ITS OWN DEPARTMENT, REVIEW"
                 TO PL-D-NOTE
           ELSE
               MOVE "PENDING TRANSFER RE-POINTED" TO PL-D-NOTE
           END-IF.

           IF  WS-PREVIEW-RUN THEN
               PERFORM 860-WRITE-DETAIL
               GO TO 600-EXIT
           END-IF.

           MOVE TRANSFER-RECORD     TO WS-AUD-BEFORE-IMAGE.
           MOVE TM-NEW-FROM (TM-IX) TO WS-XFR-FROM-DEPT.
           MOVE TM-NEW-TO (TM-IX)   TO WS-XFR-TO-DEPT.
           MOVE 4 TO CMD-CODE.
           MOVE TRANSFER-RECORD TO DATA-IN.
           CALL "APITPXFR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-REQ-ERROR-COUNT
               MOVE "FAILED - PENDING TRANSFER NOT CHANGED" TO PL-D-NOTE
           ELSE
               MOVE "TRANSFER"      TO WS-AUD-FILE
               MOVE WS-XFR-EMP-NO   TO WS-AUD-KEY
               MOVE TRANSFER-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
           END-IF.
           PERFORM 860-WRITE-DETAIL.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 620-MOVE-CHILD-DEPT - RE-PARENT ONE DEPARTMENT (APITPP6
      *    CMD-CODE 4) AND AUDIT IT.
      *-----------------------------------------------------------------
       620-MOVE-CHILD-DEPT.

           MOVE "DEPARTMENT"          TO PL-D-ITEM.
           MOVE CD-CODE (CD-IX)       TO PL-D-KEY.
           MOVE CD-OLD-PARENT (CD-IX) TO PL-D-FROM.
           MOVE CD-NEW-PARENT (CD-IX) TO PL-D-TO.
           MOVE "DEFAULT"             TO PL-D-BASIS.
           MOVE "PARENT RE-POINTED"   TO PL-D-NOTE.
           ADD 1 TO WS-MOVE-COUNT.

           IF  WS-PREVIEW-RUN THEN
               PERFORM 860-WRITE-DETAIL
               GO TO 620-EXIT
           END-IF.

           MOVE SPACES          TO DEPT-MASTER-RECORD.
           MOVE CD-CODE (CD-IX) TO WS-DEPT-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE DEPT-MASTER-RECORD TO DATA-IN.
           CALL "APITPP6" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT              TO DEPT-MASTER-RECORD
               MOVE DEPT-MASTER-RECORD    TO WS-AUD-BEFORE-IMAGE
               MOVE CD-NEW-PARENT (CD-IX) TO WS-DEPT-PARENT-CODE
               MOVE 4 TO CMD-CODE
               MOVE DEPT-MASTER-RECORD TO DATA-IN
               CALL "APITPP6" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
           END-IF.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-REQ-ERROR-COUNT
               MOVE "FAILED - DEPARTMENT NOT RE-PARENTED" TO PL-D-NOTE
           ELSE
               MOVE "DEPTMSTR"         TO WS-AUD-FILE
               MOVE CD-CODE (CD-IX)    TO WS-AUD-KEY
               MOVE DEPT-MASTER-RECORD TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
           END-IF.
           PERFORM 860-WRITE-DETAIL.

       620-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 650-RETIRE-SOURCES - ONCE EVERYTHING ELSE HAS MOVED WITHOUT A
      *    FAILURE, EACH RETIRED SOURCE COMES OFF THE DEPARTMENT MASTER
      *    (APITPP6 CMD-CODE 5) WITH ITS LAST IMAGE AUDITED. AFTER ANY
      *    FAILURE THE CODES STAY FOR THE NEXT RUN TO FINISH.
      *-----------------------------------------------------------------
       650-RETIRE-SOURCES.

           PERFORM VARYING SD-IX FROM 1 BY 1
                   UNTIL SD-IX > WS-SOURCE-COUNT
               IF  SD-RETIRED (SD-IX)
                   PERFORM 660-RETIRE-ONE-SOURCE THRU 660-EXIT
               END-IF
           END-PERFORM.

       650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 660-RETIRE-ONE-SOURCE - DELETE AND AUDIT ONE RETIRED ROW.
      *-----------------------------------------------------------------
       660-RETIRE-ONE-SOURCE.

           MOVE "DEPARTMENT"         TO PL-D-ITEM.
           MOVE SD-CODE (SD-IX)      TO PL-D-KEY
                                        PL-D-FROM.
           MOVE SD-PRIMARY (SD-IX)   TO PL-D-TO.
           MOVE SPACES               TO PL-D-BASIS.

           IF  WS-REQ-ERROR-COUNT > ZERO THEN
               MOVE "NOT RETIRED - FAILURES ABOVE" TO PL-D-NOTE
               PERFORM 860-WRITE-DETAIL
               GO TO 660-EXIT
           END-IF.

           MOVE SPACES          TO DEPT-MASTER-RECORD.
           MOVE SD-CODE (SD-IX) TO WS-DEPT-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE DEPT-MASTER-RECORD TO DATA-IN.
           CALL "APITPP6" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "ALREADY OFF THE DEPARTMENT MASTER" TO PL-D-NOTE
               PERFORM 860-WRITE-DETAIL
               GO TO 660-EXIT
           END-IF.
           MOVE DATA-OUT TO DEPT-MASTER-RECORD.

           MOVE 5 TO CMD-CODE.
           MOVE DEPT-MASTER-RECORD TO DATA-IN.
           CALL "APITPP6" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-REQ-ERROR-COUNT
               MOVE "FAILED - DEPARTMENT NOT RETIRED" TO PL-D-NOTE
           ELSE
               MOVE "RETIRED FROM THE DEPARTMENT MASTER" TO PL-D-NOTE
               MOVE "DEPTMSTR"         TO WS-AUD-FILE
               MOVE SD-CODE (SD-IX)    TO WS-AUD-KEY
               MOVE DEPT-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES             TO WS-AUD-AFTER-IMAGE
               CALL "COBAUDIT" USING HR-AUDIT-RECORD
           END-IF.
           PERFORM 860-WRITE-DETAIL.

       660-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-CONTROL-REPORT - READ EVERY GATEWAY AGAIN AND COUNT WHAT IS
      *    STILL ON EACH RETIRED CODE - LIVE EMPLOYEES, BUDGET ROWS,
      *    REQUISITIONS NOT CLOSED, PROJECTS, PENDING TRANSFERS, CHILD
      *    DEPARTMENTS AND THE DEPARTMENT ROW ITSELF. EACH LEFTOVER IS
      *    LISTED, THEN ONE CONTROL LINE PER RETIRED CODE.
      *-----------------------------------------------------------------
       700-CONTROL-REPORT.

           MOVE "LEFTOVR"    TO PL-D-BASIS.
           MOVE SPACES       TO PL-D-TO.
           MOVE "STILL ON RETIRED CODE" TO PL-D-NOTE.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  EMPLOYEE-MASTER-RECORD.
           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
                   IF  WS-EMP-DATE-TERMINATED = ZERO
                       MOVE WS-EMP-DEPT-CODE TO WS-LOOKUP-DEPT
                       MOVE "EMPLOYEE"       TO PL-D-ITEM
                       MOVE WS-EMP-ID        TO PL-D-KEY
                       PERFORM 710-COUNT-LEFTOVER THRU 710-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING SD-IX FROM 1 BY 1
                   UNTIL SD-IX > WS-SOURCE-COUNT
               IF  SD-RETIRED (SD-IX)
                   MOVE "N"    TO  WS-SCAN-SWITCH
                   MOVE SPACES TO  HEADCOUNT-BUDGET-RECORD
                   PERFORM UNTIL WS-SCAN-DONE
                       MOVE SD-CODE (SD-IX) TO WS-BUD-DEPT-CODE
                       MOVE 4 TO CMD-CODE
                       MOVE HEADCOUNT-BUDGET-RECORD TO DATA-IN
                       CALL "APITPBUD" USING CMD-CODE RESP-CODE
                                             DATA-IN DATA-OUT
                       IF RESP-CODE = 0
                           SET WS-SCAN-DONE TO TRUE
                       ELSE
                           MOVE DATA-OUT TO HEADCOUNT-BUDGET-RECORD
                           ADD 1 TO SD-LEFT-COUNT (SD-IX)
                           MOVE "BUDGET"         TO PL-D-ITEM
                           MOVE WS-BUD-YEAR      TO WS-BK-YEAR
                           MOVE WS-BUDGET-KEY    TO PL-D-KEY
                           MOVE SD-CODE (SD-IX)  TO PL-D-FROM
                           PERFORM 860-WRITE-DETAIL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  REQUISITION-RECORD.
           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE REQUISITION-RECORD TO DATA-IN
               CALL "APITPRQN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REQUISITION-RECORD
                   IF  NOT WS-RQN-CLOSED
                       MOVE WS-RQN-DEPT-CODE TO WS-LOOKUP-DEPT
                       MOVE "REQUISITION"    TO PL-D-ITEM
                       MOVE WS-RQN-REQ-NO    TO PL-D-KEY
                       PERFORM 710-COUNT-LEFTOVER THRU 710-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  PROJ-MASTER-RECORD.
           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE PROJ-MASTER-RECORD TO DATA-IN
               CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PROJ-MASTER-RECORD
                   MOVE WS-PRJ-DEPT-CODE TO WS-LOOKUP-DEPT
                   MOVE "PROJECT"        TO PL-D-ITEM
                   MOVE WS-PRJ-PROJ-NO   TO PL-D-KEY
                   PERFORM 710-COUNT-LEFTOVER THRU 710-EXIT
               END-IF
           END-PERFORM.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  TRANSFER-RECORD.
           PERFORM UNTIL WS-SCAN-DONE
               MOVE 3 TO CMD-CODE
               MOVE TRANSFER-RECORD TO DATA-IN
               CALL "APITPXFR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TRANSFER-RECORD
                   MOVE "TRANSFER"       TO PL-D-ITEM
                   MOVE WS-XFR-EMP-NO    TO PL-D-KEY
                   MOVE WS-XFR-FROM-DEPT TO WS-LOOKUP-DEPT
                   PERFORM 710-COUNT-LEFTOVER THRU 710-EXIT
                   MOVE WS-XFR-TO-DEPT   TO WS-LOOKUP-DEPT
                   PERFORM 710-COUNT-LEFTOVER THRU 710-EXIT
               END-IF
           END-PERFORM.

           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  DEPT-MASTER-RECORD.
           PERFORM UNTIL WS-SCAN-DONE
               MOVE 2 TO CMD-CODE
               MOVE DEPT-MASTER-RECORD TO DATA-IN
               CALL "APITPP6" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DEPT-MASTER-RECORD
                   MOVE "DEPARTMENT"        TO PL-D-ITEM
                   MOVE WS-DEPT-CODE        TO PL-D-KEY
                   MOVE WS-DEPT-CODE        TO WS-LOOKUP-DEPT
                   PERFORM 710-COUNT-LEFTOVER THRU 710-EXIT
                   MOVE WS-DEPT-PARENT-CODE TO WS-LOOKUP-DEPT
                   PERFORM 710-COUNT-LEFTOVER THRU 710-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING SD-IX FROM 1 BY 1
                   UNTIL SD-IX > WS-SOURCE-COUNT
               MOVE SD-CODE (SD-IX)       TO PL-C-CODE
               MOVE SD-LEFT-COUNT (SD-IX) TO PL-C-LEFT
               IF  NOT SD-RETIRED (SD-IX)
                   MOVE "KEPT BY ITS SPLIT - NOT RETIRED" TO PL-C-NOTE
               ELSE
               IF  SD-LEFT-COUNT (SD-IX) = ZERO
                   MOVE "NOTHING LEFT ON RETIRED CODE" TO PL-C-NOTE
               ELSE
                   MOVE "*** ROWS STILL ON RETIRED CODE ***"
                     TO PL-C-NOTE
                   ADD SD-LEFT-COUNT (SD-IX) TO WS-REQ-LEFT-COUNT
               END-IF
               END-IF
               WRITE REORG-PRINT-LINE FROM PL-CONTROL
               ADD 1 TO WS-WRITE-COUNT
           END-PERFORM.
           ADD WS-REQ-LEFT-COUNT TO WS-LEFTOVER-COUNT.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 710-COUNT-LEFTOVER - COUNT AND LIST THE ROW IF WS-LOOKUP-DEPT
      *    IS A RETIRED CODE.
      *-----------------------------------------------------------------
       710-COUNT-LEFTOVER.

           PERFORM 410-FIND-SOURCE THRU 410-EXIT.
           IF  SD-IX > WS-SOURCE-COUNT OR NOT SD-RETIRED (SD-IX) THEN
               GO TO 710-EXIT
           END-IF.
           ADD 1 TO SD-LEFT-COUNT (SD-IX).
           MOVE WS-LOOKUP-DEPT TO PL-D-FROM.
           PERFORM 860-WRITE-DETAIL.

       710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 800-CLOSE-REQUEST - A REQUEST WITH NO FAILURES AND NOTHING
      *    LEFT ON ITS RETIRED CODES IS MARKED DONE AND AUDITED; ANY
      *    OTHER STAYS APPROVED FOR THE NEXT APPLY RUN.
      *-----------------------------------------------------------------
       800-CLOSE-REQUEST.

           IF  WS-REQ-ERROR-COUNT > ZERO
           OR  WS-REQ-LEFT-COUNT > ZERO
               ADD WS-REQ-ERROR-COUNT TO WS-ERROR-COUNT
               SET WS-RUN-INCOMPLETE TO TRUE
               MOVE "REQUEST LEFT APPROVED - NEXT APPLY RUN FINISHES IT"
                 TO PL-N-TEXT
               PERFORM 850-WRITE-NOTE
               GO TO 800-EXIT
           END-IF.

           MOVE REORG-REQUEST-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "D"                  TO WS-ROR-STATUS.
           MOVE WS-RUN-DATE          TO WS-ROR-APPLIED-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE REORG-REQUEST-RECORD TO DATA-IN.
           CALL "APITPROR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               ADD 1 TO WS-ERROR-COUNT
               SET WS-RUN-INCOMPLETE TO TRUE
               MOVE "APPLIED BUT REQUEST NOT MARKED DONE" TO PL-N-TEXT
               PERFORM 850-WRITE-NOTE
               GO TO 800-EXIT
           END-IF.

           ADD 1 TO WS-DONE-COUNT.
           MOVE "REORGREQ"           TO WS-AUD-FILE.
           MOVE WS-ROR-REORG-ID      TO WS-AUD-KEY.
           MOVE REORG-REQUEST-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.
           MOVE "REQUEST APPLIED AND MARKED DONE" TO PL-N-TEXT.
           PERFORM 850-WRITE-NOTE.

       800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 850-WRITE-NOTE - ONE NOTE LINE.
      *-----------------------------------------------------------------
       850-WRITE-NOTE.

           WRITE REORG-PRINT-LINE FROM PL-NOTE.
           ADD 1 TO WS-WRITE-COUNT.

      *-----------------------------------------------------------------
      * 860-WRITE-DETAIL - ONE DETAIL LINE.
      *-----------------------------------------------------------------
       860-WRITE-DETAIL.

           WRITE REORG-PRINT-LINE FROM PL-DETAIL.
           ADD 1 TO WS-WRITE-COUNT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - CLOSE THE REPORT, LOG THE RUN, AND DISPLAY THE
      *    TOTALS.
      *-----------------------------------------------------------------
       900-TERMINATE.

           IF  NOT WS-RUN-FAILED THEN
               CLOSE REORG-PRINT-FILE
           END-IF.

           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS     TO WS-RC-END-TIME.
           MOVE WS-REQUEST-COUNT   TO WS-RC-READ-COUNT.
           MOVE WS-SELECTED-COUNT  TO WS-RC-SELECT-COUNT.
           MOVE WS-WRITE-COUNT     TO WS-RC-WRITE-COUNT.
           MOVE WS-ERROR-COUNT     TO WS-RC-ERROR-COUNT.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE "REFUSED "    TO WS-RC-STATUS
               WHEN WS-RUN-INCOMPLETE
                   MOVE "PARTIAL "    TO WS-RC-STATUS
               WHEN OTHER
                   MOVE "COMPLETE"    TO WS-RC-STATUS
           END-EVALUATE.
           CALL "COBRNLOG" USING RUN-CONTROL-RECORD.

           MOVE WS-REQUEST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC1 - " WS-COUNT-DISPLAY
                   " REORGANIZATION REQUESTS READ".
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC1 - " WS-COUNT-DISPLAY
                   " REQUESTS WORKED".
           MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC1 - " WS-COUNT-DISPLAY
                   " APPROVED REQUESTS NOT YET EFFECTIVE".
           MOVE WS-MOVE-COUNT TO WS-COUNT-DISPLAY.
           IF  WS-APPLY-RUN THEN
               DISPLAY "COBBATC1 - " WS-COUNT-DISPLAY
                       " ROWS RE-POINTED OR ATTEMPTED"
           ELSE
               DISPLAY "COBBATC1 - " WS-COUNT-DISPLAY
                       " ROWS THAT WOULD MOVE"
           END-IF.
           MOVE WS-DONE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC1 - " WS-COUNT-DISPLAY
                   " REQUESTS APPLIED AND DONE".
           MOVE WS-LEFTOVER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC1 - " WS-COUNT-DISPLAY
                   " ROWS LEFT ON RETIRED CODES".
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "COBBATC1 - " WS-COUNT-DISPLAY
                   " ROWS IN ERROR".

           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

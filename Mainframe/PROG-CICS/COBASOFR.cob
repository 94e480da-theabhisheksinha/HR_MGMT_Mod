      *-----------------------------------------------------------------
      *    COBASOFR - AS-OF-DATE RECONSTRUCTION OF ONE EMPLOYEE. A
      *               DISPUTE OR A TRIBUNAL ASKS WHAT THE EMPLOYEE'S
      *               RECORD SAID ON A GIVEN DAY, AND THE ANSWER WAS
      *               PIECED TOGETHER BY HAND FROM COBCIO25 SCREENS.
      *               THE CALLER PASSES AN EMP-NO AND A YYMMDD AS-OF
      *               DATE. FUNCTION B READS TODAY'S EMPLOYEE MASTER,
      *               THE AS-OF MONTH'S ANNUAL-LEAVE LEDGER ROW, THE
      *               BANK DETAIL AND THE REPORTING LINE, THEN WALKS
      *               THE EMPLOYEE'S HR AUDIT ROWS (APITPAUD CMD-CODE
      *               1): FOR EACH OF THE FOUR RECORDS THE STATE AT
      *               THE END OF THE AS-OF DAY IS THE BEFORE-IMAGE OF
      *               THE EARLIEST CHANGE STAMPED AFTER IT - SPACES IF
      *               THE RECORD DID NOT EXIST YET. FUNCTION A OFFERS
      *               ONE ARCHIVED AUDIT ROW (COBBATB8 FEEDS IT THE
      *               COBBAT52 RETRIEVAL) TO THE SAME TEST, SO ROWS
      *               CAN ARRIVE IN ANY ORDER. FUNCTION F FINISHES THE
      *               EMPLOYEE MASTER FROM THE JOB HISTORY (APITPJHS -
      *               JOB, DEPARTMENT AND SALARY OF THE SPELL COVERING
      *               THE DATE) AND THE TRANSFER HISTORY (APITPXFR -
      *               THE FROM-DEPARTMENT OF THE FIRST TRANSFER
      *               APPLIED AFTER THE DATE), WHICH ALSO COVER THE
      *               CHANGES MADE BEFORE THE AUDIT TRAIL EXISTED.
      *               WHEN THE AS-OF DATE IS OLDER THAN THE LIVE AUDIT
      *               TRAIL (THE CUTOFF COBBAT51 FILES AS
      *               COBBAT51/HRAUDCUTOFF) THE CALLER IS TOLD THE
      *               ARCHIVE IS NEEDED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBASOFR.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the standard HR audit row COBAUDIT files - APITPAUD
      *    ** CMD-CODE 1 PER-EMPLOYEE BROWSE CURSOR
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8).
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-KEY-R REDEFINES WS-AUD-KEY.
               05  WS-AUD-KEY-EMP-NO       PIC X(6).
               05  FILLER                  PIC X(6).
           03  WS-AUD-STAMP.
               05  WS-AUD-DATE             PIC 9(6).
               05  WS-AUD-TIME             PIC 9(6).
           03  WS-AUD-STAMP-R REDEFINES WS-AUD-STAMP
                                           PIC 9(12).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

      *    ** only the fields the job-history and transfer passes set
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  FILLER                      PIC X(149).
           03  WS-EMP-SALARY               PIC S9(7)V9(2) COMP-3.
           03  FILLER                      PIC X(5).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

      *    ** same LEAVE-MASTER-RECORD shape COBCIO14 owns - APITP014
      *    ** CMD-CODE 6 PER-EMPLOYEE CURSOR
       01  LEAVE-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-LYEARMONTH           PIC X(6).
           10 WS-LAVAILABLE           PIC S9(4) USAGE COMP.
           10 WS-LTAKEN               PIC S9(4) USAGE COMP.
           10 WS-LBALANCE             PIC S9(4) USAGE COMP.
           10 WS-WORKINGDAYS          PIC S9(4) USAGE COMP.
           10 WS-LDAYSREQ             PIC S9(4) USAGE COMP.
           10 WS-LSTATUS              PIC X.
           10 WS-LTYPE                PIC X(1).
      *    ** the as-of month as the ledger keys it
       01  WS-ASOF-YEARMONTH               PIC X(6).
       01  WS-ASOF-YM-R REDEFINES WS-ASOF-YEARMONTH.
           03  WS-ASOF-YM-YYYY             PIC 9(4).
           03  WS-ASOF-YM-MM               PIC 9(2).

      *    ** only the key matters for the bank and reporting-line
      *    ** reads - APITPBNK AND APITPRLN CMD-CODE 1 READ BY EMP-NO
       01  BANK-DETAIL-RECORD.
           10 WS-BNK-EMP-NO           PIC X(6).
           10 FILLER                  PIC X(194).
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 FILLER                  PIC X(194).

      *    ** one spell in a job - APITPJHS CMD-CODE 4 PER-EMPLOYEE
      *    ** CURSOR, OLDEST FIRST
       01  JOB-HISTORY-RECORD.
           10 WS-JHS-EMP-NO           PIC X(6).
           10 WS-JHS-FROM-DATE        PIC 9(6).
           10 WS-JHS-TO-DATE          PIC 9(6).
           10 WS-JHS-JOB-CODE         PIC X(8).
           10 WS-JHS-DEPT-CODE        PIC X(4).
           10 WS-JHS-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JHS-CHANGE-TYPE      PIC X(1).
           10 WS-JHS-OPID             PIC X(3).

      *    ** one transfer - APITPXFR CMD-CODE 6 PER-EMPLOYEE CURSOR
       01  TRANSFER-RECORD.
           10 WS-XFR-EMP-NO           PIC X(6).
           10 WS-XFR-FROM-DEPT        PIC X(4).
           10 WS-XFR-TO-DEPT          PIC X(4).
           10 WS-XFR-EFF-DATE         PIC 9(6).
           10 WS-XFR-REASON           PIC X(4).
           10 WS-XFR-STATUS           PIC X(1).
               88  WS-XFR-APPLIED         VALUE "A".
       01  WS-XFR-FIRST-DATE               PIC 9(6).
       01  WS-XFR-FIRST-DEPT               PIC X(4).

      *    ** the COBBAT51 cutoff - APITPPRM CMD-CODE 1 READ BY
      *    ** PROGRAM+NAME
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(500).
       01  DATA-OUT                        PIC X(500).

       01  WS-CURSOR-SWITCH                PIC X.
           88  WS-CURSOR-DONE                  VALUE "Y".
       01  WS-LEAVE-FOUND-SWITCH           PIC X.
           88  WS-LEAVE-FOUND                  VALUE "Y".

           EJECT

       LINKAGE SECTION.
       01  AS-OF-RECORD.
           03  WS-ASF-EMP-NO               PIC X(6).
      *        ** yymmdd - the state at the end of this day
           03  WS-ASF-DATE                 PIC 9(6).
           03  WS-ASF-DATE-R REDEFINES WS-ASF-DATE.
               05  WS-ASF-YY               PIC 9(2).
               05  WS-ASF-MM               PIC 9(2).
               05  WS-ASF-DD               PIC 9(2).
      *        ** B = BUILD FROM TODAY AND THE LIVE TRAIL, A = APPLY
      *        ** ONE ARCHIVED AUDIT ROW, F = FINISH FROM THE JOB AND
      *        ** TRANSFER HISTORIES
           03  WS-ASF-FUNCTION             PIC X(1).
               88  WS-ASF-BUILD                VALUE "B".
               88  WS-ASF-APPLY                VALUE "A".
               88  WS-ASF-FINISH               VALUE "F".
      *        ** the HR-AUDIT-RECORD offered by an A call
           03  WS-ASF-ARCHIVE-ROW          PIC X(448).
      *        ** Y = THE EMPLOYEE EXISTED ON THE AS-OF DATE
           03  WS-ASF-RESULT               PIC X(1).
               88  WS-ASF-FOUND                VALUE "Y".
               88  WS-ASF-NOT-FOUND            VALUE "N".
      *        ** Y = THE DATE IS OLDER THAN THE LIVE AUDIT TRAIL,
      *        ** WHICH BEGINS ON WS-ASF-LIVE-FROM
           03  WS-ASF-ARCHIVE-SWITCH       PIC X(1).
               88  WS-ASF-ARCHIVE-NEEDED       VALUE "Y".
           03  WS-ASF-LIVE-FROM            PIC 9(6).
      *        ** audit rows whose before-image was taken
           03  WS-ASF-ROLLBACK-COUNT       PIC S9(4) COMP.
      *        ** where the department and job came from - A AUDIT
      *        ** TRAIL (OR TODAY), J JOB HISTORY, T TRANSFER HISTORY
           03  WS-ASF-DEPT-SOURCE          PIC X(1).
           03  WS-ASF-JOB-SOURCE           PIC X(1).
      *        ** the four records rebuilt - 1 EMPLOYEE MASTER,
      *        ** 2 LEAVE LEDGER, 3 BANK DETAIL, 4 REPORTING LINE -
      *        ** each with the audit file and key it is rolled back
      *        ** under and the stamp of the change last taken
           03  WS-ASF-PART                 OCCURS 4 TIMES
                                           INDEXED BY ASF-IX.
               05  WS-ASF-PART-FILE        PIC X(8).
               05  WS-ASF-PART-KEY         PIC X(12).
               05  WS-ASF-PART-STAMP       PIC 9(12).
               05  WS-ASF-PART-IMAGE       PIC X(200).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AS-OF-RECORD.

       000-MAIN-LOGIC.

           EVALUATE TRUE
               WHEN WS-ASF-BUILD
                   PERFORM 100-READ-TODAY THRU 100-EXIT
                   PERFORM 200-WALK-LIVE-AUDIT
               WHEN WS-ASF-APPLY
                   MOVE WS-ASF-ARCHIVE-ROW TO HR-AUDIT-RECORD
                   PERFORM 300-APPLY-AUDIT-ROW THRU 300-EXIT
               WHEN WS-ASF-FINISH
                   PERFORM 400-APPLY-JOB-HISTORY THRU 400-EXIT
                   PERFORM 500-APPLY-TRANSFERS THRU 500-EXIT
           END-EVALUATE.

           IF  WS-ASF-PART-IMAGE (1) > SPACES THEN
               SET WS-ASF-FOUND     TO TRUE
           ELSE
               SET WS-ASF-NOT-FOUND TO TRUE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      * 100-READ-TODAY - THE FOUR RECORDS AS THEY STAND NOW, AND THE
      *    DATE THE LIVE AUDIT TRAIL BEGINS. A RECORD NOT ON FILE
      *    TODAY STARTS AS SPACES - AN AUDITED DELETE CAN STILL BRING
      *    IT BACK.
      *-----------------------------------------------------------------
       100-READ-TODAY.

           MOVE ZERO   TO WS-ASF-ROLLBACK-COUNT.
           MOVE "A"    TO WS-ASF-DEPT-SOURCE
                          WS-ASF-JOB-SOURCE.
           MOVE "N"    TO WS-ASF-ARCHIVE-SWITCH.
           MOVE ZERO   TO WS-ASF-LIVE-FROM.

           IF  WS-ASF-YY < 50 THEN
               COMPUTE WS-ASOF-YM-YYYY = 2000 + WS-ASF-YY
           ELSE
               COMPUTE WS-ASOF-YM-YYYY = 1900 + WS-ASF-YY
           END-IF.
           MOVE WS-ASF-MM TO WS-ASOF-YM-MM.

           PERFORM VARYING ASF-IX FROM 1 BY 1 UNTIL ASF-IX > 4
               MOVE SPACES        TO WS-ASF-PART-KEY (ASF-IX)
                                     WS-ASF-PART-IMAGE (ASF-IX)
               MOVE WS-ASF-EMP-NO TO WS-ASF-PART-KEY (ASF-IX)
               MOVE 999999999999  TO WS-ASF-PART-STAMP (ASF-IX)
           END-PERFORM.
           MOVE "EMPMASTR" TO WS-ASF-PART-FILE (1).
           MOVE "LEAVMSTR" TO WS-ASF-PART-FILE (2).
           MOVE WS-ASOF-YEARMONTH TO WS-ASF-PART-KEY (2) (7:6).
           MOVE "BNKDETL " TO WS-ASF-PART-FILE (3).
           MOVE "RPTLINE " TO WS-ASF-PART-FILE (4).

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ASF-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT (1:200) TO WS-ASF-PART-IMAGE (1)
           END-IF.

      *    ** the annual-leave row for the month - the cursor is run
      *    ** to exhaustion even once it is found
           MOVE "N"           TO WS-CURSOR-SWITCH
                                 WS-LEAVE-FOUND-SWITCH.
           MOVE SPACES        TO LEAVE-MASTER-RECORD.
           MOVE WS-ASF-EMP-NO TO WS-EMP-NO.
           MOVE 6 TO CMD-CODE.
           PERFORM UNTIL WS-CURSOR-DONE
               MOVE LEAVE-MASTER-RECORD TO DATA-IN
               CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO LEAVE-MASTER-RECORD
                   IF  WS-LYEARMONTH = WS-ASOF-YEARMONTH
                   AND (WS-LTYPE = "A" OR WS-LTYPE = SPACE)
                   AND NOT WS-LEAVE-FOUND
                       SET WS-LEAVE-FOUND TO TRUE
                       MOVE DATA-OUT (1:200)
                               TO WS-ASF-PART-IMAGE (2)
                   END-IF
                   MOVE WS-ASF-EMP-NO TO WS-EMP-NO
               END-IF
           END-PERFORM.

           MOVE SPACES        TO BANK-DETAIL-RECORD.
           MOVE WS-ASF-EMP-NO TO WS-BNK-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE BANK-DETAIL-RECORD TO DATA-IN.
           CALL "APITPBNK" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT (1:200) TO WS-ASF-PART-IMAGE (3)
           END-IF.

           MOVE SPACES        TO REPORTING-LINE-RECORD.
           MOVE WS-ASF-EMP-NO TO WS-RPT-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT (1:200) TO WS-ASF-PART-IMAGE (4)
           END-IF.

      *    ** no cutoff filed means nothing has been archived yet
           MOVE SPACES        TO PARAMETER-RECORD.
           MOVE "COBBAT51"    TO WS-PRM-PROGRAM.
           MOVE "HRAUDCUTOFF" TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT     TO PARAMETER-RECORD
               MOVE WS-PRM-VALUE TO WS-ASF-LIVE-FROM
               IF  WS-ASF-DATE < WS-ASF-LIVE-FROM
                   SET WS-ASF-ARCHIVE-NEEDED TO TRUE
               END-IF
           END-IF.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-WALK-LIVE-AUDIT - EVERY LIVE AUDIT ROW FOR THE EMPLOYEE,
      *    NEWEST FIRST, THROUGH 300. THE CURSOR'S KEY IS PUT BACK
      *    AFTER EVERY ROW, SAME AS COBCIO25.
      *-----------------------------------------------------------------
       200-WALK-LIVE-AUDIT.

           MOVE "N"    TO WS-CURSOR-SWITCH.
           MOVE SPACES TO HR-AUDIT-RECORD.
           MOVE WS-ASF-EMP-NO TO WS-AUD-KEY-EMP-NO.
           PERFORM UNTIL WS-CURSOR-DONE
               MOVE 1 TO CMD-CODE
               MOVE HR-AUDIT-RECORD TO DATA-IN
               CALL "APITPAUD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO HR-AUDIT-RECORD
                   PERFORM 300-APPLY-AUDIT-ROW THRU 300-EXIT
                   MOVE WS-ASF-EMP-NO TO WS-AUD-KEY-EMP-NO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * 300-APPLY-AUDIT-ROW - A CHANGE STAMPED AFTER THE AS-OF DAY TO
      *    ONE OF THE FOUR RECORDS. IF IT IS EARLIER THAN ANY CHANGE
      *    TAKEN SO FAR FOR THAT RECORD, ITS BEFORE-IMAGE IS THE
      *    RECORD AS IT STOOD ON THE DAY.
      *-----------------------------------------------------------------
       300-APPLY-AUDIT-ROW.

           IF  WS-AUD-DATE NOT > WS-ASF-DATE THEN
               GO TO 300-EXIT
           END-IF.

           SET ASF-IX TO 1.
           SEARCH WS-ASF-PART
               AT END
                   GO TO 300-EXIT
               WHEN WS-ASF-PART-FILE (ASF-IX) = WS-AUD-FILE
                AND WS-ASF-PART-KEY (ASF-IX)  = WS-AUD-KEY
                   IF  WS-AUD-STAMP-R < WS-ASF-PART-STAMP (ASF-IX)
                       MOVE WS-AUD-STAMP-R
                               TO WS-ASF-PART-STAMP (ASF-IX)
                       MOVE WS-AUD-BEFORE-IMAGE
                               TO WS-ASF-PART-IMAGE (ASF-IX)
                       ADD 1 TO WS-ASF-ROLLBACK-COUNT
                   END-IF
           END-SEARCH.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-APPLY-JOB-HISTORY - THE SPELL COVERING THE AS-OF DATE
      *    SETS THE JOB, DEPARTMENT AND SALARY. THE CURSOR RUNS
      *    OLDEST FIRST, SO ON A CHANGE-OVER DAY THE NEW SPELL WINS.
      *-----------------------------------------------------------------
       400-APPLY-JOB-HISTORY.

           IF  WS-ASF-PART-IMAGE (1) NOT > SPACES THEN
               GO TO 400-EXIT
           END-IF.
           MOVE WS-ASF-PART-IMAGE (1) TO EMPLOYEE-MASTER-RECORD.

           MOVE "N"           TO WS-CURSOR-SWITCH.
           MOVE SPACES        TO JOB-HISTORY-RECORD.
           MOVE WS-ASF-EMP-NO TO WS-JHS-EMP-NO.
           MOVE 4 TO CMD-CODE.
           PERFORM UNTIL WS-CURSOR-DONE
               MOVE JOB-HISTORY-RECORD TO DATA-IN
               CALL "APITPJHS" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO JOB-HISTORY-RECORD
                   IF  WS-JHS-FROM-DATE NOT > WS-ASF-DATE
                   AND (WS-JHS-TO-DATE = ZERO
                        OR WS-JHS-TO-DATE NOT < WS-ASF-DATE)
                       MOVE WS-JHS-JOB-CODE  TO WS-EMP-JOB
                       MOVE WS-JHS-DEPT-CODE TO WS-EMP-DEPT-CODE
                       MOVE WS-JHS-SALARY    TO WS-EMP-SALARY
                       MOVE "J"              TO WS-ASF-DEPT-SOURCE
                                                WS-ASF-JOB-SOURCE
                   END-IF
                   MOVE WS-ASF-EMP-NO TO WS-JHS-EMP-NO
               END-IF
           END-PERFORM.

           MOVE EMPLOYEE-MASTER-RECORD TO WS-ASF-PART-IMAGE (1).

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-APPLY-TRANSFERS - THE FIRST TRANSFER APPLIED AFTER THE
      *    AS-OF DATE MOVED THE EMPLOYEE OUT OF THE DEPARTMENT THEY
      *    WERE IN ON THE DAY. TRANSFERS ARE THE DEPARTMENT'S OWN
      *    HISTORY, SO THEY HAVE THE LAST WORD OVER THE JOB SPELL.
      *-----------------------------------------------------------------
       500-APPLY-TRANSFERS.

           IF  WS-ASF-PART-IMAGE (1) NOT > SPACES THEN
               GO TO 500-EXIT
           END-IF.
           MOVE WS-ASF-PART-IMAGE (1) TO EMPLOYEE-MASTER-RECORD.

           MOVE 999999        TO WS-XFR-FIRST-DATE.
           MOVE SPACES        TO WS-XFR-FIRST-DEPT.
           MOVE "N"           TO WS-CURSOR-SWITCH.
           MOVE SPACES        TO TRANSFER-RECORD.
           MOVE WS-ASF-EMP-NO TO WS-XFR-EMP-NO.
           MOVE 6 TO CMD-CODE.
           PERFORM UNTIL WS-CURSOR-DONE
               MOVE TRANSFER-RECORD TO DATA-IN
               CALL "APITPXFR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TRANSFER-RECORD
                   IF  WS-XFR-APPLIED
                   AND WS-XFR-EFF-DATE > WS-ASF-DATE
                   AND WS-XFR-EFF-DATE < WS-XFR-FIRST-DATE
                       MOVE WS-XFR-EFF-DATE  TO WS-XFR-FIRST-DATE
                       MOVE WS-XFR-FROM-DEPT TO WS-XFR-FIRST-DEPT
                   END-IF
                   MOVE WS-ASF-EMP-NO TO WS-XFR-EMP-NO
               END-IF
           END-PERFORM.

           IF  WS-XFR-FIRST-DEPT > SPACES THEN
               MOVE WS-XFR-FIRST-DEPT      TO WS-EMP-DEPT-CODE
               MOVE "T"                    TO WS-ASF-DEPT-SOURCE
               MOVE EMPLOYEE-MASTER-RECORD TO WS-ASF-PART-IMAGE (1)
           END-IF.

       500-EXIT.
           EXIT.

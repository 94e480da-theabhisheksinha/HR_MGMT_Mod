      *-----------------------------------------------------------------
      *    COBSV010 - MANAGER APPROVAL INBOX FOR THE EMPLOYEE PORTAL.
      *               LEAVE (COBCIO14), PAY ADJUSTMENTS (COBCIO24),
      *               DEPARTMENT TRANSFERS (COBCIO26), BANK-DETAIL
      *               CHANGES (COBCIO43) AND ADDRESS CHANGES (COBSV005)
      *               ALL WAITED ON A CICS TERMINAL MOST LINE MANAGERS
      *               DO NOT HAVE - THE AGING COBBAT76 KEEPS
      *               REPORTING. THIS SIBLING SERVICE (SAME COMMAREA
      *               AND CODED RESP-CODE CONVENTIONS) TAKES FUNCTION
      *               L - LIST EVERY ITEM PENDING ON THOSE QUEUES FOR
      *               WHICH THE CALLER IS THE APPROVER: THE APPROVER
      *               STAMPED ON A LEAVE REQUEST, OTHERWISE THE
      *               EMPLOYEE'S MANAGER OFF THE COBCIO45 REPORTING
      *               LINE (APITPRLN), IN EITHER CASE ALSO WHOEVER THAT
      *               APPROVER HAS DELEGATED TO FOR TODAY ON APITPDLG -
      *               AND FUNCTIONS A AND R, APPROVE OR REJECT ONE ITEM
      *               WITH A COMMENT. THE CALLER'S CREDENTIAL IS
      *               CHECKED THROUGH COBSECCK UNDER THE OWNING
      *               SCREEN'S FUNCTION, THE MAKER MAY NEVER DECIDE
      *               THEIR OWN ITEM, AND AN APPROVAL DOES EXACTLY WHAT
      *               THE SCREEN'S APPROVAL DOES, AUDIT ROWS INCLUDED.
      *               EVERY DECISION ALSO FILES THE DECIDED QUEUE ROW
      *               ON COBAUDIT WITH THE APPROVER'S COMMENT BEHIND IT.
      *               A REJECTED ITEM IS LEFT ON ITS QUEUE AT STATUS R.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBSV010.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBSV010".
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
           03 INB-RETURN-FLAG               PIC X(1).
      *    ** same coded response values as COBSV001/COBSV002
           03 INB-RESP-CODE                 PIC 9(2).
               88 INB-RESP-SUCCESS              VALUE 00.
               88 INB-RESP-NOT-FOUND            VALUE 04.
               88 INB-RESP-INVALID-INPUT         VALUE 08.
               88 INB-RESP-SYSTEM-ERROR          VALUE 12.
           03 INB-RETURN-MSG                PIC X(70).
      *        ** L = LIST MY INBOX, A = APPROVE ONE ITEM,
      *        ** R = REJECT ONE ITEM
           03 INB-FUNCTION                  PIC X(1).
               88 INB-FUNC-LIST                 VALUE "L".
               88 INB-FUNC-APPROVE              VALUE "A".
               88 INB-FUNC-REJECT               VALUE "R".
      *        ** the approving credential - the same operator id the
      *        ** screens hand COBSECCK
           03 INB-OPERATOR                  PIC X(3).
      *        ** on A/R, the item as the list returned it -
      *        ** LV LEAVE, AJ PAY ADJUSTMENT, XF TRANSFER,
      *        ** BK BANK DETAIL, AD ADDRESS CHANGE
           03 INB-QUEUE                     PIC X(2).
               88 INB-QUEUE-VALID               VALUE "LV" "AJ" "XF"
                                                      "BK" "AD".
      *        ** LV EMP-NO+YEARMONTH+TYPE, AJ EMP-NO+YEARMONTH,
      *        ** XF/BK/AD EMP-NO
           03 INB-ITEM-KEY                  PIC X(13).
           03 INB-COMMENT                   PIC X(40).
      *        ** outputs of a list - Y in the more flag means the
      *        ** inbox holds more than the table carries
           03 INB-ITEM-COUNT                PIC 9(2).
           03 INB-MORE-FLAG                 PIC X(1).
           03 INB-ITEM OCCURS 20 TIMES.
               05 INB-IT-QUEUE              PIC X(2).
               05 INB-IT-KEY                PIC X(13).
               05 INB-IT-EMP-NO             PIC X(6).
      *            ** date the item was keyed, yymmdd
               05 INB-IT-DATE               PIC 9(6).
               05 INB-IT-MAKER              PIC X(3).
               05 INB-IT-DETAIL             PIC X(30).

      *    ** same LEAVE-MASTER-RECORD shape COBCIO14 files - APITP014
      *    ** CMD-CODE 5 CHANGE, 6 PER-EMPLOYEE CURSOR, 7 ALL-PENDING
      *    ** CURSOR
       01  LEAVE-MASTER-RECORD.
           10 WS-EMP-NO               PIC X(6).
           10 WS-LYEARMONTH           PIC X(6).
           10 WS-LAVAILABLE           PIC S9(4) USAGE COMP.
           10 WS-LTAKEN               PIC S9(4) USAGE COMP.
           10 WS-LBALANCE             PIC S9(4) USAGE COMP.
           10 WS-WORKINGDAYS          PIC S9(4) USAGE COMP.
           10 WS-LDAYSREQ             PIC S9(4) USAGE COMP.
           10 WS-LSTATUS              PIC X.
               88  WS-LEAVE-PENDING          VALUE "P".
               88  WS-LEAVE-APPROVED         VALUE "A".
               88  WS-LEAVE-REJECTED         VALUE "R".
           10 WS-LTYPE                PIC X(1).
           10 WS-LAPPROVER            PIC X(3).
           10 WS-LREQ-DATE            PIC 9(6).
           10 WS-LSTART-DATE          PIC 9(6).

      *    ** same PAY-ADJUST-RECORD shape COBCIO24 files - APITP024
      *    ** CMD-CODE 1 READ, 3 CHANGE, 6 ALL-PENDING CURSOR
       01  PAY-ADJUST-RECORD.
           10 WS-ADJ-EMP-NO           PIC X(6).
           10 WS-ADJ-PYEARMONTH       PIC X(6).
           10 WS-ADJ-FIELD            PIC X(1).
           10 WS-ADJ-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-ADJ-DAYS             PIC S9(4) USAGE COMP.
           10 WS-ADJ-REASON           PIC X(4).
           10 WS-ADJ-STATUS           PIC X(1).
               88  WS-ADJ-PENDING         VALUE "P".
               88  WS-ADJ-APPROVED        VALUE "A".
               88  WS-ADJ-REJECTED        VALUE "R".
           10 WS-ADJ-MAKER-OPID       PIC X(3).
           10 WS-ADJ-MAKER-DATE       PIC S9(07) USAGE COMP-3.
           10 WS-ADJ-MAKER-TIME       PIC S9(07) USAGE COMP-3.
           10 WS-ADJ-CHECKER-OPID     PIC X(3).
           10 WS-ADJ-CHECKER-DATE     PIC S9(07) USAGE COMP-3.
           10 WS-ADJ-CHECKER-TIME     PIC S9(07) USAGE COMP-3.
           10 WS-ADJ-PAID-FLAG        PIC X(1).

      *    ** same full PAYROLL-MASTER-RECORD COBCIO24 replaces
       01  PAYROLL-MASTER-RECORD.
           10 WS-PAY-EMP-NO           PIC X(6).
           10 WS-PYEARMONTH           PIC X(6).
           10 WS-SALARYPAID           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BONUSPAID            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-COMMPAID             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOP                  PIC S9(4) USAGE COMP.
           10 WS-TAXWITHHELD          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the COBCIO24 period lock
       01  PAY-PERIOD-RECORD.
           10 WS-PPD-PYEARMONTH       PIC X(6).
           10 WS-PPD-STATUS           PIC X(1).
               88  WS-PPD-PAID            VALUE "P".
               88  WS-PPD-CLOSED          VALUE "X".
           10 WS-PPD-STATUS-DATE      PIC 9(6).
           10 WS-PPD-REOPEN-OPID      PIC X(3).
           10 WS-PPD-REOPEN-REASON    PIC X(20).

      *    ** same transfer row COBCIO26 files - APITPXFR CMD-CODE 1
      *    ** READ LATEST PENDING BY EMP-NO, 3 PENDING CURSOR,
      *    ** 4 CHANGE. A REJECTED TRANSFER GOES TO R AND DROPS OFF
      *    ** THE PENDING CURSOR COBBAT30 APPLIES FROM
       01  TRANSFER-RECORD.
           10 WS-XFR-EMP-NO           PIC X(6).
           10 WS-XFR-FROM-DEPT        PIC X(4).
           10 WS-XFR-TO-DEPT          PIC X(4).
           10 WS-XFR-EFF-DATE         PIC 9(6).
           10 WS-XFR-REASON           PIC X(4).
           10 WS-XFR-STATUS           PIC X(1).
               88  WS-XFR-PENDING         VALUE "P".
               88  WS-XFR-REJECTED        VALUE "R".
           10 WS-XFR-OPID             PIC X(3).
           10 WS-XFR-KEYED-DATE       PIC 9(6).
           10 WS-XFR-TO-LOCATION      PIC X(2).
      *        ** the approving manager's stamp, appended past the
      *        ** original shape - spaces until the line approves
           10 WS-XFR-APPR-OPID        PIC X(3).
           10 WS-XFR-APPR-DATE        PIC 9(6).

      *    ** same BANK-DETAIL-RECORD shape COBCIO43 files - APITPBNK
      *    ** CMD-CODE 1 READ BY EMP-NO, 3 CHANGE, 4 PENDING CURSOR
       01  BANK-DETAIL-RECORD.
           10 WS-BNK-EMP-NO           PIC X(6).
           10 WS-BNK-ACCOUNT-NO       PIC X(10).
           10 WS-BNK-BANK-CODE        PIC X(4).
           10 WS-BNK-BRANCH-CODE      PIC X(4).
           10 WS-BNK-EFFECTIVE-DATE   PIC 9(6).
           10 WS-BNK-STATUS           PIC X(1).
               88  WS-BNK-PENDING         VALUE "P".
               88  WS-BNK-VERIFIED        VALUE "V".
               88  WS-BNK-REJECTED        VALUE "R".
           10 WS-BNK-MAKER-OPID       PIC X(3).
           10 WS-BNK-MAKER-DATE       PIC S9(07) USAGE COMP-3.
           10 WS-BNK-MAKER-TIME       PIC S9(07) USAGE COMP-3.
           10 WS-BNK-CHECKER-OPID     PIC X(3).
           10 WS-BNK-CHECKER-DATE     PIC S9(07) USAGE COMP-3.
           10 WS-BNK-CHECKER-TIME     PIC S9(07) USAGE COMP-3.

      *    ** same ADDRESS-CHANGE-RECORD shape COBSV005 files -
      *    ** APITPADR CMD-CODE 1 READ BY EMP-NO, 3 CHANGE, 4 PENDING
      *    ** CURSOR
       01  ADDRESS-CHANGE-RECORD.
           10 WS-ADC-EMP-NO           PIC X(6).
           10 WS-ADC-ADDR-1           PIC X(30).
           10 WS-ADC-ADDR-2           PIC X(30).
           10 WS-ADC-ADDR-3           PIC X(30).
           10 WS-ADC-ZIP-CODE         PIC X(5).
           10 WS-ADC-STATUS           PIC X(1).
               88  WS-ADC-PENDING         VALUE "P".
               88  WS-ADC-APPLIED         VALUE "A".
               88  WS-ADC-REJECTED        VALUE "R".
           10 WS-ADC-MAKER-ID         PIC X(3).
           10 WS-ADC-CHECKER-OPID     PIC X(3).

      *    ** the full 200-byte employee row COBSV005 replaces
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  WS-EMP-ADDR-1               PIC X(30).
           03  WS-EMP-ADDR-2               PIC X(30).
           03  WS-EMP-ADDR-3               PIC X(30).
           03  WS-EMP-ZIP-CODE             PIC X(5).
           03  FILLER                      PIC X(65).

       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** the COBCIO46 delegation row - CMD-CODE 1 READ BY
      *    ** MANAGER OPERATOR ID
       01  DELEGATION-RECORD.
           10 WS-DLG-MGR-OPID         PIC X(3).
           10 WS-DLG-DELEGATE-OPID    PIC X(3).
           10 WS-DLG-FROM-DATE        PIC 9(6).
           10 WS-DLG-TO-DATE          PIC 9(6).

      *    ** the approver an item resolves to, and whether the
      *    ** caller may act for them today
       01  WS-RES-EMP-NO                    PIC X(6).
       01  WS-RES-APPROVER-OPID             PIC X(3).
       01  WS-RES-SWITCH                    PIC X.
           88  WS-RES-CALLER-MAY-ACT            VALUE "Y".

       01  WS-SCAN-SWITCH                   PIC X.
           88  WS-SCAN-DONE                     VALUE "Y".
       01  WS-LV-FOUND-SWITCH               PIC X.
           88  WS-LV-FOUND                      VALUE "Y".
       01  LEAVE-ROW-HOLD                   PIC X(200).
      *    ** the pending adjustment as read - the pay-row audit row
      *    ** borrows the before image while the delta is applied
       01  ADJUST-ROW-HOLD                  PIC X(200).
       01  WS-APPLY-SWITCH                  PIC X.
           88  WS-APPLY-TO-ROW                  VALUE "Y".

      *    ** one listed item, built here then added to the table
       01  WS-NEW-ITEM.
           05 WS-NI-QUEUE                   PIC X(2).
           05 WS-NI-KEY                     PIC X(13).
           05 WS-NI-EMP-NO                  PIC X(6).
           05 WS-NI-DATE                    PIC 9(6).
           05 WS-NI-MAKER                   PIC X(3).
           05 WS-NI-DETAIL                  PIC X(30).
       01  WS-ITEM-SUB                      PIC S9(4) COMP.

      *    ** the COBCOVCK department minimum-coverage call made
      *    ** before a leave request is approved
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
       01  WS-DAYS-EDIT                     PIC ZZ9.

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

       01  WS-STAMP-ABSTIME                 PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                  PIC 9(6).
       01  WS-STAMP-YYDDD                   PIC 9(5).
       01  WS-STAMP-HHMMSS                  PIC 9(6).

       01  CMD-CODE                         PIC 99.
       01  RESP-CODE                        PIC 99.
       01  DATA-IN                          PIC X(200).
       01  DATA-OUT                         PIC X(200).

      *    ** RESP code for the WRITEQ TD calls below, same convention
      *    ** as COBSV001/COBSV002
       01  RESP                             PIC S9(4) COMP.

      *    ** the caller's credential checked through COBSECCK - the
      *    ** inbox under this program's own function, a decision
      *    ** under the function of the screen that owns the queue
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8).
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".

      *    ** who/when/before/after capture - COBAUDIT stamps
      *    ** date/time and files through APITPAUD. File name and key
      *    ** follow the screen whose approval is being made
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBSV010".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).
      *    ** the decided queue row leaves room behind it for the
      *    ** approver's comment
           03  WS-AUD-AFTER-R REDEFINES WS-AUD-AFTER-IMAGE.
               05  WS-AUD-DECIDED-ROW      PIC X(160).
               05  WS-AUD-COMMENT          PIC X(40).

      *    ** message text behind each coded RESP-CODE, same idea as
      *    ** COBSV002's WS-RESP-MSG-xxxx group
       01  WS-RESP-MSG-NOTFOUND.
           03  FILLER  PIC X(70) VALUE
               "N-NO SUCH ITEM PENDING ON THAT QUEUE".
       01  WS-RESP-MSG-EMPTY.
           03  FILLER  PIC X(70) VALUE
               "N-NOTHING IS PENDING YOUR APPROVAL".
       01  WS-RESP-MSG-INVALID.
           03  FILLER  PIC X(70) VALUE
               "I-OPERATOR, FUNCTION CODE, QUEUE OR ITEM KEY INVALID".
       01  WS-RESP-MSG-DENIED.
           03  FILLER  PIC X(70) VALUE
               "I-CREDENTIAL NOT AUTHORIZED TO APPROVE".
       01  WS-RESP-MSG-NOT-YOURS.
           03  FILLER  PIC X(70) VALUE
               "I-YOU ARE NOT THE APPROVER OR DELEGATE FOR THIS ITEM".
       01  WS-RESP-MSG-MAKER.
           03  FILLER  PIC X(70) VALUE
               "I-THE MAKER CANNOT DECIDE THEIR OWN ITEM".
       01  WS-RESP-MSG-CLOSED.
           03  FILLER  PIC X(70) VALUE
               "I-PAY MONTH IS CLOSED - NO ADJUSTMENT MAY BE APPLIED".
      *    ** approving would take the department below its minimum
      *    ** on-duty headcount - past the warning margin the approval
      *    ** is refused, within it the approval goes through warned
       01  WS-RESP-MSG-SHORT.
           03  FILLER  PIC X(43) VALUE
               "I-DEPARTMENT COVER WOULD FALL BELOW MINIMUM".
           03  FILLER  PIC X(4)  VALUE " ON ".
           03  WS-RMS-SHORT-DATE   PIC 9(6).
           03  FILLER  PIC X(17) VALUE SPACES.
       01  WS-RESP-MSG-SHORT-WARN.
           03  FILLER  PIC X(43) VALUE
               "W-APPROVED - DEPARTMENT COVER BELOW MINIMUM".
           03  FILLER  PIC X(4)  VALUE " ON ".
           03  WS-RMW-SHORT-DATE   PIC 9(6).
           03  FILLER  PIC X(17) VALUE SPACES.
       01  WS-RESP-MSG-SYSERR.
           03  FILLER  PIC X(70) VALUE
               "S-TRANSACTION ABNORMALLY TERMINATED".

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

           EXEC CICS IGNORE CONDITION LENGERR END-EXEC.
           EXEC CICS HANDLE CONDITION ERROR(900-ERRORS) END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           PERFORM 100-VALIDATE-REQUEST
              THRU 100-EXIT.

       000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 100-VALIDATE-REQUEST - AN OPERATOR ID AND FUNCTION CODE
      *    ALWAYS, AND ON A DECISION A KNOWN QUEUE AND AN ITEM KEY.
      *-----------------------------------------------------------------
       100-VALIDATE-REQUEST.

           IF  INB-OPERATOR = SPACES
           OR  (NOT INB-FUNC-LIST AND NOT INB-FUNC-APPROVE
                                  AND NOT INB-FUNC-REJECT)
           OR  (NOT INB-FUNC-LIST
                AND (NOT INB-QUEUE-VALID
                     OR INB-ITEM-KEY (1:6) IS NOT NUMERIC))
               MOVE "N"                  TO INB-RETURN-FLAG
               MOVE 08                   TO INB-RESP-CODE
               MOVE WS-RESP-MSG-INVALID  TO INB-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 100-EXIT
           END-IF.

           PERFORM 850-GET-STAMP
              THRU 850-EXIT.

           IF  INB-FUNC-LIST THEN
               PERFORM 200-LIST-INBOX
                  THRU 200-EXIT
           ELSE
               PERFORM 300-DECIDE-ITEM
                  THRU 300-EXIT
           END-IF.

       100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 200-LIST-INBOX - WALK EACH QUEUE'S PENDING CURSOR AND KEEP THE
      *    ITEMS THE CALLER MAY ACT ON. EVERY CURSOR IS WALKED TO
      *    EXHAUSTION EVEN ONCE THE TABLE IS FULL - ABANDONING ONE
      *    MID-WALK WOULD LEAVE ITS STATE BEHIND FOR THE NEXT CALLER.
      *-----------------------------------------------------------------
       200-LIST-INBOX.

           MOVE INB-OPERATOR TO WS-SEC-OPERATOR.
           MOVE "COBSV010"   TO WS-SEC-FUNCTION.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "N"                TO INB-RETURN-FLAG
               MOVE 08                 TO INB-RESP-CODE
               MOVE WS-RESP-MSG-DENIED TO INB-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 200-EXIT
           END-IF.

           MOVE ZERO   TO INB-ITEM-COUNT.
           MOVE "N"    TO INB-MORE-FLAG.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > 20
               MOVE SPACES TO INB-ITEM (WS-ITEM-SUB)
               MOVE ZERO   TO INB-IT-DATE (WS-ITEM-SUB)
           END-PERFORM.

           PERFORM 210-LIST-LEAVE       THRU 210-EXIT.
           PERFORM 220-LIST-ADJUSTMENTS THRU 220-EXIT.
           PERFORM 230-LIST-TRANSFERS   THRU 230-EXIT.
           PERFORM 240-LIST-BANK        THRU 240-EXIT.
           PERFORM 250-LIST-ADDRESS     THRU 250-EXIT.

           IF  INB-ITEM-COUNT = ZERO THEN
               MOVE "N"                TO INB-RETURN-FLAG
               MOVE 04                 TO INB-RESP-CODE
               MOVE WS-RESP-MSG-EMPTY  TO INB-RETURN-MSG
           ELSE
               MOVE "Y"                TO INB-RETURN-FLAG
               MOVE 00                 TO INB-RESP-CODE
               MOVE SPACES             TO INB-RETURN-MSG
           END-IF.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 210-LIST-LEAVE - THE APITP014 CMD-CODE 7 ALL-PENDING CURSOR
      *    COBBAT61 AND COBBAT76 WALK. THE STAMPED APPROVER DECIDES;
      *    AN UNSTAMPED (PRE-ROUTING) REQUEST FALLS TO THE EMPLOYEE'S
      *    REPORTING-LINE MANAGER.
      *-----------------------------------------------------------------
       210-LIST-LEAVE.

           MOVE "N"    TO WS-SCAN-SWITCH.
           MOVE SPACES TO LEAVE-MASTER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 7 TO CMD-CODE
               MOVE LEAVE-MASTER-RECORD TO DATA-IN
               CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO LEAVE-MASTER-RECORD
                   IF  WS-LEAVE-PENDING THEN
                       PERFORM 410-LEAVE-APPROVER THRU 410-EXIT
                       IF  WS-RES-CALLER-MAY-ACT THEN
                           MOVE SPACES        TO WS-NEW-ITEM
                           MOVE "LV"          TO WS-NI-QUEUE
                           STRING WS-EMP-NO WS-LYEARMONTH WS-LTYPE
                               DELIMITED BY SIZE INTO WS-NI-KEY
                           MOVE WS-EMP-NO     TO WS-NI-EMP-NO
                           MOVE WS-LREQ-DATE  TO WS-NI-DATE
                           MOVE WS-LDAYSREQ   TO WS-DAYS-EDIT
                           STRING "LEAVE " WS-LTYPE " " WS-DAYS-EDIT
                                  " DAYS " WS-LYEARMONTH
                               DELIMITED BY SIZE INTO WS-NI-DETAIL
                           PERFORM 260-ADD-ITEM THRU 260-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 220-LIST-ADJUSTMENTS - THE APITP024 CMD-CODE 6 ALL-PENDING
      *    CURSOR. THE MAKER DATE IS YYDDD.
      *-----------------------------------------------------------------
       220-LIST-ADJUSTMENTS.

           MOVE "N"    TO WS-SCAN-SWITCH.
           MOVE SPACES TO PAY-ADJUST-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 6 TO CMD-CODE
               MOVE PAY-ADJUST-RECORD TO DATA-IN
               CALL "APITP024" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO PAY-ADJUST-RECORD
                   IF  WS-ADJ-PENDING THEN
                       MOVE WS-ADJ-EMP-NO TO WS-RES-EMP-NO
                       PERFORM 800-LINE-MANAGER THRU 800-EXIT
                       PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT
                       IF  WS-RES-CALLER-MAY-ACT THEN
                           MOVE SPACES            TO WS-NEW-ITEM
                           MOVE "AJ"              TO WS-NI-QUEUE
                           STRING WS-ADJ-EMP-NO WS-ADJ-PYEARMONTH
                               DELIMITED BY SIZE INTO WS-NI-KEY
                           MOVE WS-ADJ-EMP-NO     TO WS-NI-EMP-NO
                           MOVE WS-ADJ-MAKER-DATE TO COBDATE-DATE-YYDDD
                           PERFORM 860-YYDDD-TO-YYMMDD THRU 860-EXIT
                           MOVE COBDATE-DATE-YYMMDD TO WS-NI-DATE
                           MOVE WS-ADJ-MAKER-OPID TO WS-NI-MAKER
                           STRING "PAY ADJUSTMENT " WS-ADJ-FIELD " "
                                  WS-ADJ-REASON " " WS-ADJ-PYEARMONTH
                               DELIMITED BY SIZE INTO WS-NI-DETAIL
                           PERFORM 260-ADD-ITEM THRU 260-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       220-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 230-LIST-TRANSFERS - THE APITPXFR CMD-CODE 3 PENDING CURSOR
      *    COBBAT30 WALKS. A TRANSFER THE LINE HAS ALREADY APPROVED
      *    STAYS PENDING FOR COBBAT30 BUT LEAVES THE INBOX.
      *-----------------------------------------------------------------
       230-LIST-TRANSFERS.

           MOVE "N"    TO WS-SCAN-SWITCH.
           MOVE SPACES TO TRANSFER-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 3 TO CMD-CODE
               MOVE TRANSFER-RECORD TO DATA-IN
               CALL "APITPXFR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO TRANSFER-RECORD
                   IF  WS-XFR-PENDING
                   AND WS-XFR-APPR-OPID NOT > SPACES THEN
                       MOVE WS-XFR-EMP-NO TO WS-RES-EMP-NO
                       PERFORM 800-LINE-MANAGER THRU 800-EXIT
                       PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT
                       IF  WS-RES-CALLER-MAY-ACT THEN
                           MOVE SPACES            TO WS-NEW-ITEM
                           MOVE "XF"              TO WS-NI-QUEUE
                           MOVE WS-XFR-EMP-NO     TO WS-NI-KEY
                           MOVE WS-XFR-EMP-NO     TO WS-NI-EMP-NO
                           MOVE WS-XFR-KEYED-DATE TO WS-NI-DATE
                           MOVE WS-XFR-OPID       TO WS-NI-MAKER
                           STRING "TRANSFER " WS-XFR-FROM-DEPT " TO "
                                  WS-XFR-TO-DEPT " EFF "
                                  WS-XFR-EFF-DATE
                               DELIMITED BY SIZE INTO WS-NI-DETAIL
                           PERFORM 260-ADD-ITEM THRU 260-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       230-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 240-LIST-BANK - THE APITPBNK CMD-CODE 4 PENDING CURSOR. THE
      *    MAKER DATE IS YYDDD.
      *-----------------------------------------------------------------
       240-LIST-BANK.

           MOVE "N"    TO WS-SCAN-SWITCH.
           MOVE SPACES TO BANK-DETAIL-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE BANK-DETAIL-RECORD TO DATA-IN
               CALL "APITPBNK" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO BANK-DETAIL-RECORD
                   IF  WS-BNK-PENDING THEN
                       MOVE WS-BNK-EMP-NO TO WS-RES-EMP-NO
                       PERFORM 800-LINE-MANAGER THRU 800-EXIT
                       PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT
                       IF  WS-RES-CALLER-MAY-ACT THEN
                           MOVE SPACES            TO WS-NEW-ITEM
                           MOVE "BK"              TO WS-NI-QUEUE
                           MOVE WS-BNK-EMP-NO     TO WS-NI-KEY
                           MOVE WS-BNK-EMP-NO     TO WS-NI-EMP-NO
                           MOVE WS-BNK-MAKER-DATE TO COBDATE-DATE-YYDDD
                           PERFORM 860-YYDDD-TO-YYMMDD THRU 860-EXIT
                           MOVE COBDATE-DATE-YYMMDD TO WS-NI-DATE
                           MOVE WS-BNK-MAKER-OPID TO WS-NI-MAKER
                           STRING "BANK DETAIL " WS-BNK-BANK-CODE "/"
                                  WS-BNK-BRANCH-CODE
                               DELIMITED BY SIZE INTO WS-NI-DETAIL
                           PERFORM 260-ADD-ITEM THRU 260-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       240-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 250-LIST-ADDRESS - THE APITPADR CMD-CODE 4 PENDING CURSOR. AN
      *    ADDRESS CHANGE CARRIES NO KEYED DATE.
      *-----------------------------------------------------------------
       250-LIST-ADDRESS.

           MOVE "N"    TO WS-SCAN-SWITCH.
           MOVE SPACES TO ADDRESS-CHANGE-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE ADDRESS-CHANGE-RECORD TO DATA-IN
               CALL "APITPADR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ADDRESS-CHANGE-RECORD
                   IF  WS-ADC-PENDING THEN
                       MOVE WS-ADC-EMP-NO TO WS-RES-EMP-NO
                       PERFORM 800-LINE-MANAGER THRU 800-EXIT
                       PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT
                       IF  WS-RES-CALLER-MAY-ACT THEN
                           MOVE SPACES          TO WS-NEW-ITEM
                           MOVE "AD"            TO WS-NI-QUEUE
                           MOVE WS-ADC-EMP-NO   TO WS-NI-KEY
                           MOVE WS-ADC-EMP-NO   TO WS-NI-EMP-NO
                           MOVE ZERO            TO WS-NI-DATE
                           MOVE WS-ADC-MAKER-ID TO WS-NI-MAKER
                           STRING "ADDRESS CHANGE " WS-ADC-ZIP-CODE
                               DELIMITED BY SIZE INTO WS-NI-DETAIL
                           PERFORM 260-ADD-ITEM THRU 260-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 260-ADD-ITEM - ONE ROW INTO THE RETURNED TABLE, OR THE MORE
      *    FLAG ONCE IT IS FULL.
      *-----------------------------------------------------------------
       260-ADD-ITEM.

           IF  INB-ITEM-COUNT NOT < 20 THEN
               MOVE "Y" TO INB-MORE-FLAG
               GO TO 260-EXIT
           END-IF.

           ADD 1 TO INB-ITEM-COUNT.
           MOVE INB-ITEM-COUNT TO WS-ITEM-SUB.
           MOVE WS-NI-QUEUE  TO INB-IT-QUEUE (WS-ITEM-SUB).
           MOVE WS-NI-KEY    TO INB-IT-KEY (WS-ITEM-SUB).
           MOVE WS-NI-EMP-NO TO INB-IT-EMP-NO (WS-ITEM-SUB).
           MOVE WS-NI-DATE   TO INB-IT-DATE (WS-ITEM-SUB).
           MOVE WS-NI-MAKER  TO INB-IT-MAKER (WS-ITEM-SUB).
           MOVE WS-NI-DETAIL TO INB-IT-DETAIL (WS-ITEM-SUB).

       260-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 300-DECIDE-ITEM - THE CREDENTIAL UNDER THE OWNING SCREEN'S
      *    COBSECCK FUNCTION, THEN THE QUEUE'S OWN DECISION. EACH
      *    DECISION PARAGRAPH LEAVES ITS RESULT IN THE COMMAREA.
      *-----------------------------------------------------------------
       300-DECIDE-ITEM.

           MOVE INB-OPERATOR TO WS-SEC-OPERATOR.
           EVALUATE INB-QUEUE
               WHEN "LV"
                   MOVE "COBCIO14" TO WS-SEC-FUNCTION
               WHEN "AJ"
                   MOVE "COBCIO24" TO WS-SEC-FUNCTION
               WHEN "XF"
                   MOVE "COBCIO26" TO WS-SEC-FUNCTION
               WHEN "BK"
                   MOVE "COBCIO43" TO WS-SEC-FUNCTION
               WHEN "AD"
                   MOVE "COBSV005" TO WS-SEC-FUNCTION
           END-EVALUATE.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "N"                TO INB-RETURN-FLAG
               MOVE 08                 TO INB-RESP-CODE
               MOVE WS-RESP-MSG-DENIED TO INB-RETURN-MSG
               PERFORM 700-RETURN-RESULT
                  THRU 700-EXIT
               GO TO 300-EXIT
           END-IF.

           MOVE "Y"          TO INB-RETURN-FLAG.
           MOVE 00           TO INB-RESP-CODE.
           MOVE SPACES       TO INB-RETURN-MSG.
           MOVE INB-OPERATOR TO WS-AUD-OPERATOR.

           EVALUATE INB-QUEUE
               WHEN "LV"
                   PERFORM 400-DECIDE-LEAVE      THRU 400-EXIT
               WHEN "AJ"
                   PERFORM 450-DECIDE-ADJUSTMENT THRU 450-EXIT
               WHEN "XF"
                   PERFORM 500-DECIDE-TRANSFER   THRU 500-EXIT
               WHEN "BK"
                   PERFORM 550-DECIDE-BANK       THRU 550-EXIT
               WHEN "AD"
                   PERFORM 600-DECIDE-ADDRESS    THRU 600-EXIT
           END-EVALUATE.

           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 400-DECIDE-LEAVE - FIND THE PENDING REQUEST ROW FOR THE KEYED
      *    MONTH AND TYPE, CHECK THE CALLER MAY ACT FOR ITS APPROVER,
      *    AND SET IT APPROVED (THE DAYS MOVE TO TAKEN, THE REVERSE
      *    OF COBCIO14's CANCEL) OR REJECTED. THE ROW GOES ON THE
      *    AUDIT TRAIL UNDER THE SAME FILE AND KEY COBCIO14 USES.
      *-----------------------------------------------------------------
       400-DECIDE-LEAVE.

           PERFORM 420-FIND-LEAVE-ROW THRU 420-EXIT.
           IF  NOT WS-LV-FOUND THEN
               MOVE "N"                  TO INB-RETURN-FLAG
               MOVE 04                   TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO INB-RETURN-MSG
               GO TO 400-EXIT
           END-IF.

           PERFORM 410-LEAVE-APPROVER THRU 410-EXIT.
           IF  NOT WS-RES-CALLER-MAY-ACT THEN
               MOVE "N"                   TO INB-RETURN-FLAG
               MOVE 08                    TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOT-YOURS TO INB-RETURN-MSG
               GO TO 400-EXIT
           END-IF.

      *    ** an approval must not take the department below its
      *    ** minimum cover on any of the requested days
           MOVE SPACE TO CVK-RESULT.
           IF  INB-FUNC-APPROVE THEN
               PERFORM 430-CHECK-DEPT-COVERAGE THRU 430-EXIT
               IF  CVK-REFUSE THEN
                   MOVE "N"               TO INB-RETURN-FLAG
                   MOVE 08                TO INB-RESP-CODE
                   MOVE CVK-SHORT-DATE    TO WS-RMS-SHORT-DATE
                   MOVE WS-RESP-MSG-SHORT TO INB-RETURN-MSG
                   GO TO 400-EXIT
               END-IF
           END-IF.

           MOVE LEAVE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.

           IF  INB-FUNC-APPROVE THEN
               ADD      WS-LDAYSREQ TO   WS-LTAKEN
               SUBTRACT WS-LDAYSREQ FROM WS-LBALANCE
               SET WS-LEAVE-APPROVED TO TRUE
           ELSE
               SET WS-LEAVE-REJECTED TO TRUE
           END-IF.

           MOVE 5 TO CMD-CODE.
           MOVE LEAVE-MASTER-RECORD TO DATA-IN.
           CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO INB-RETURN-FLAG
               MOVE 12                  TO INB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG
               GO TO 400-EXIT
           END-IF.

           MOVE "LEAVMSTR"          TO WS-AUD-FILE.
           MOVE SPACES              TO WS-AUD-KEY.
           STRING WS-EMP-NO WS-LYEARMONTH
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE LEAVE-MASTER-RECORD TO WS-AUD-DECIDED-ROW.
           MOVE INB-COMMENT         TO WS-AUD-COMMENT.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           IF  CVK-WARN THEN
               MOVE CVK-SHORT-DATE         TO WS-RMW-SHORT-DATE
               MOVE WS-RESP-MSG-SHORT-WARN TO INB-RETURN-MSG
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 410-LEAVE-APPROVER - THE STAMPED APPROVER, OR THE REPORTING-
      *    LINE MANAGER FOR AN UNSTAMPED REQUEST, THEN WHETHER THE
      *    CALLER MAY ACT FOR THEM.
      *-----------------------------------------------------------------
       410-LEAVE-APPROVER.

           IF  WS-LAPPROVER > SPACES THEN
               MOVE WS-LAPPROVER TO WS-RES-APPROVER-OPID
           ELSE
               MOVE WS-EMP-NO    TO WS-RES-EMP-NO
               PERFORM 800-LINE-MANAGER THRU 800-EXIT
           END-IF.
           PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT.

       410-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 420-FIND-LEAVE-ROW - THE KEYED MONTH'S PENDING ROW OF THE KEYED
      *    TYPE OFF THE APITP014 CMD-CODE 6 PER-EMPLOYEE CURSOR, THE
      *    SAME WALK COBCIO14's 830-FIND-REQUEST-ROW MAKES, WALKED TO
      *    EXHAUSTION WITH THE MATCH HELD ASIDE.
      *-----------------------------------------------------------------
       420-FIND-LEAVE-ROW.

           MOVE "N"    TO WS-LV-FOUND-SWITCH.
           MOVE "N"    TO WS-SCAN-SWITCH.
           IF  INB-ITEM-KEY (13:1) = SPACE THEN
               MOVE "A" TO INB-ITEM-KEY (13:1)
           END-IF.
           MOVE SPACES             TO LEAVE-MASTER-RECORD.
           MOVE INB-ITEM-KEY (1:6) TO WS-EMP-NO.
           MOVE 6                  TO CMD-CODE.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE LEAVE-MASTER-RECORD TO DATA-IN
               CALL "APITP014" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO LEAVE-MASTER-RECORD
                   IF  WS-LYEARMONTH = INB-ITEM-KEY (7:6)
                   AND WS-LDAYSREQ > ZERO
                   AND WS-LEAVE-PENDING
                   AND (WS-LTYPE = INB-ITEM-KEY (13:1)
                        OR (WS-LTYPE = SPACE
                            AND INB-ITEM-KEY (13:1) = "A"))
                   AND NOT WS-LV-FOUND
                       SET WS-LV-FOUND TO TRUE
                       MOVE DATA-OUT TO LEAVE-ROW-HOLD
                   END-IF
                   MOVE INB-ITEM-KEY (1:6) TO WS-EMP-NO
               END-IF
           END-PERFORM.

           IF  WS-LV-FOUND THEN
               MOVE LEAVE-ROW-HOLD TO LEAVE-MASTER-RECORD
           END-IF.

       420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 430-CHECK-DEPT-COVERAGE - THE REQUEST AGAINST THE EMPLOYEE'S
      *    DEPARTMENT MINIMUM THROUGH COBCOVCK, THE SAME CHECK
      *    COBCIO14 MAKES AT SUBMIT - COVER MAY HAVE THINNED SINCE.
      *    A REQUEST FILED BEFORE START DATES WERE KEPT CANNOT BE
      *    PLACED ON THE CALENDAR AND GOES THROUGH UNCHECKED.
      *-----------------------------------------------------------------
       430-CHECK-DEPT-COVERAGE.

           IF  WS-LSTART-DATE IS NOT NUMERIC
           OR  WS-LSTART-DATE = ZERO THEN
               GO TO 430-EXIT
           END-IF.

           MOVE SPACES    TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 430-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.

           MOVE "C"              TO CVK-FUNCTION.
           MOVE WS-EMP-DEPT-CODE TO CVK-DEPT-CODE.
           MOVE WS-EMP-NO        TO CVK-EMP-NO.
           MOVE WS-LSTART-DATE   TO CVK-START-DATE.
           MOVE WS-LDAYSREQ      TO CVK-DAYS.
           CALL "COBCOVCK" USING COVERAGE-CHECK-PARAMETERS.

       430-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 450-DECIDE-ADJUSTMENT - COBCIO24's 700-APPROVE-ADJUSTMENT FOR
      *    AN APPROVAL: NOT THE MAKER, THE PERIOD LOCK, THE DELTA INTO
      *    THE PAY ROW (AUDITED AS PAYMSTR) UNLESS THE MONTH IS PAID,
      *    THE CHECKER STAMP. A REJECTION STAMPS THE CHECKER AND SETS
      *    R - NOTHING REACHES THE PAY ROW.
      *-----------------------------------------------------------------
       450-DECIDE-ADJUSTMENT.

           MOVE SPACES               TO PAY-ADJUST-RECORD.
           MOVE INB-ITEM-KEY (1:12)  TO PAY-ADJUST-RECORD (1:12).
           MOVE 1 TO CMD-CODE.
           MOVE PAY-ADJUST-RECORD TO DATA-IN.
           CALL "APITP024" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PAY-ADJUST-RECORD
           END-IF.
           IF  RESP-CODE = 0 OR NOT WS-ADJ-PENDING THEN
               MOVE "N"                  TO INB-RETURN-FLAG
               MOVE 04                   TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO INB-RETURN-MSG
               GO TO 450-EXIT
           END-IF.

           MOVE WS-ADJ-EMP-NO TO WS-RES-EMP-NO.
           PERFORM 800-LINE-MANAGER THRU 800-EXIT.
           PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT.
           IF  NOT WS-RES-CALLER-MAY-ACT THEN
               MOVE "N"                   TO INB-RETURN-FLAG
               MOVE 08                    TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOT-YOURS TO INB-RETURN-MSG
               GO TO 450-EXIT
           END-IF.

           IF  INB-OPERATOR = WS-ADJ-MAKER-OPID THEN
               MOVE "N"               TO INB-RETURN-FLAG
               MOVE 08                TO INB-RESP-CODE
               MOVE WS-RESP-MSG-MAKER TO INB-RETURN-MSG
               GO TO 450-EXIT
           END-IF.

           MOVE PAY-ADJUST-RECORD TO ADJUST-ROW-HOLD.

           IF  INB-FUNC-APPROVE THEN
               PERFORM 460-APPROVE-ADJUSTMENT THRU 460-EXIT
               IF  NOT INB-RESP-SUCCESS THEN
                   GO TO 450-EXIT
               END-IF
               MOVE "A" TO WS-ADJ-STATUS
           ELSE
               MOVE "R" TO WS-ADJ-STATUS
           END-IF.
           MOVE INB-OPERATOR    TO WS-ADJ-CHECKER-OPID.
           MOVE WS-STAMP-YYDDD  TO WS-ADJ-CHECKER-DATE.
           MOVE WS-STAMP-HHMMSS TO WS-ADJ-CHECKER-TIME.

           MOVE 3 TO CMD-CODE.
           MOVE PAY-ADJUST-RECORD TO DATA-IN.
           CALL "APITP024" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO INB-RETURN-FLAG
               MOVE 12                  TO INB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG
               GO TO 450-EXIT
           END-IF.

           MOVE "PAYADJST"          TO WS-AUD-FILE.
           MOVE INB-ITEM-KEY (1:12) TO WS-AUD-KEY.
           MOVE ADJUST-ROW-HOLD     TO WS-AUD-BEFORE-IMAGE.
           MOVE SPACES              TO WS-AUD-AFTER-IMAGE.
           MOVE PAY-ADJUST-RECORD   TO WS-AUD-DECIDED-ROW.
           MOVE INB-COMMENT         TO WS-AUD-COMMENT.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 460-APPROVE-ADJUSTMENT - THE PERIOD LOCK AND THE PAY-ROW APPLY,
      *    AS COBCIO24 MAKES THEM. A CLOSED MONTH REFUSES; A PAID
      *    MONTH LEAVES THE DELTA UNBANKED FOR THE COBBAT58
      *    SUPPLEMENTAL.
      *-----------------------------------------------------------------
       460-APPROVE-ADJUSTMENT.

           MOVE "Y" TO WS-APPLY-SWITCH.
           MOVE SPACES             TO PAY-PERIOD-RECORD.
           MOVE WS-ADJ-PYEARMONTH  TO WS-PPD-PYEARMONTH.
           MOVE 1 TO CMD-CODE.
           MOVE PAY-PERIOD-RECORD TO DATA-IN.
           CALL "APITPPPD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PAY-PERIOD-RECORD
               IF  WS-PPD-CLOSED
                   MOVE "N"                TO INB-RETURN-FLAG
                   MOVE 08                 TO INB-RESP-CODE
                   MOVE WS-RESP-MSG-CLOSED TO INB-RETURN-MSG
                   GO TO 460-EXIT
               END-IF
               IF  WS-PPD-PAID
                   MOVE "N" TO WS-APPLY-SWITCH
               END-IF
           END-IF.

           IF  NOT WS-APPLY-TO-ROW THEN
               MOVE SPACE TO WS-ADJ-PAID-FLAG
               GO TO 460-EXIT
           END-IF.

           MOVE SPACES             TO PAYROLL-MASTER-RECORD.
           MOVE WS-ADJ-EMP-NO      TO WS-PAY-EMP-NO.
           MOVE WS-ADJ-PYEARMONTH  TO WS-PYEARMONTH.
           MOVE 1 TO CMD-CODE.
           MOVE PAYROLL-MASTER-RECORD TO DATA-IN.
           CALL "APITP015" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO INB-RETURN-FLAG
               MOVE 12                  TO INB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG
               GO TO 460-EXIT
           END-IF.
           MOVE DATA-OUT TO PAYROLL-MASTER-RECORD.
           MOVE PAYROLL-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.

           EVALUATE WS-ADJ-FIELD
               WHEN "S"
                   ADD WS-ADJ-AMOUNT TO WS-SALARYPAID
               WHEN "B"
                   ADD WS-ADJ-AMOUNT TO WS-BONUSPAID
               WHEN "C"
                   ADD WS-ADJ-AMOUNT TO WS-COMMPAID
               WHEN "L"
                   ADD WS-ADJ-DAYS   TO WS-LOP
           END-EVALUATE.

           MOVE 6 TO CMD-CODE.
           MOVE PAYROLL-MASTER-RECORD TO DATA-IN.
           CALL "APITP015" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO INB-RETURN-FLAG
               MOVE 12                  TO INB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG
               GO TO 460-EXIT
           END-IF.

      *    ** the pay-row audit row COBCIO24 writes
           MOVE "PAYMSTR "            TO WS-AUD-FILE.
           MOVE SPACES                TO WS-AUD-KEY.
           STRING WS-PAY-EMP-NO WS-PYEARMONTH
               DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE PAYROLL-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE "Y" TO WS-ADJ-PAID-FLAG.

       460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 500-DECIDE-TRANSFER - THE LATEST PENDING TRANSFER FOR THE
      *    EMPLOYEE. NOT THE OPERATOR WHO KEYED IT. AN APPROVAL STAMPS
      *    THE LINE'S APPROVAL AND LEAVES THE TRANSFER PENDING FOR
      *    COBBAT30 TO APPLY ON ITS EFFECTIVE DATE; A REJECTION SETS R.
      *-----------------------------------------------------------------
       500-DECIDE-TRANSFER.

           MOVE SPACES             TO TRANSFER-RECORD.
           MOVE INB-ITEM-KEY (1:6) TO WS-XFR-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE TRANSFER-RECORD TO DATA-IN.
           CALL "APITPXFR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO TRANSFER-RECORD
           END-IF.
           IF  RESP-CODE = 0 OR NOT WS-XFR-PENDING
           OR  WS-XFR-APPR-OPID > SPACES THEN
               MOVE "N"                  TO INB-RETURN-FLAG
               MOVE 04                   TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO INB-RETURN-MSG
               GO TO 500-EXIT
           END-IF.

           MOVE WS-XFR-EMP-NO TO WS-RES-EMP-NO.
           PERFORM 800-LINE-MANAGER THRU 800-EXIT.
           PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT.
           IF  NOT WS-RES-CALLER-MAY-ACT THEN
               MOVE "N"                   TO INB-RETURN-FLAG
               MOVE 08                    TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOT-YOURS TO INB-RETURN-MSG
               GO TO 500-EXIT
           END-IF.

           IF  INB-OPERATOR = WS-XFR-OPID THEN
               MOVE "N"               TO INB-RETURN-FLAG
               MOVE 08                TO INB-RESP-CODE
               MOVE WS-RESP-MSG-MAKER TO INB-RETURN-MSG
               GO TO 500-EXIT
           END-IF.

           MOVE TRANSFER-RECORD TO WS-AUD-BEFORE-IMAGE.

           IF  INB-FUNC-REJECT THEN
               MOVE "R" TO WS-XFR-STATUS
           END-IF.
           MOVE INB-OPERATOR    TO WS-XFR-APPR-OPID.
           MOVE WS-STAMP-YYMMDD TO WS-XFR-APPR-DATE.

           MOVE 4 TO CMD-CODE.
           MOVE TRANSFER-RECORD TO DATA-IN.
           CALL "APITPXFR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO INB-RETURN-FLAG
               MOVE 12                  TO INB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG
               GO TO 500-EXIT
           END-IF.

           MOVE "TRANSFER"          TO WS-AUD-FILE.
           MOVE WS-XFR-EMP-NO       TO WS-AUD-KEY.
           MOVE SPACES              TO WS-AUD-AFTER-IMAGE.
           MOVE TRANSFER-RECORD     TO WS-AUD-DECIDED-ROW.
           MOVE INB-COMMENT         TO WS-AUD-COMMENT.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 550-DECIDE-BANK - COBCIO43's 700-VERIFY-BANK-DETAIL: NOT THE
      *    MAKER, THE CHECKER STAMP, V (OR R ON A REJECTION), AND THE
      *    ROW ON THE AUDIT TRAIL AS BNKDETL.
      *-----------------------------------------------------------------
       550-DECIDE-BANK.

           MOVE SPACES             TO BANK-DETAIL-RECORD.
           MOVE INB-ITEM-KEY (1:6) TO WS-BNK-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE BANK-DETAIL-RECORD TO DATA-IN.
           CALL "APITPBNK" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO BANK-DETAIL-RECORD
           END-IF.
           IF  RESP-CODE = 0 OR NOT WS-BNK-PENDING THEN
               MOVE "N"                  TO INB-RETURN-FLAG
               MOVE 04                   TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO INB-RETURN-MSG
               GO TO 550-EXIT
           END-IF.

           MOVE WS-BNK-EMP-NO TO WS-RES-EMP-NO.
           PERFORM 800-LINE-MANAGER THRU 800-EXIT.
           PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT.
           IF  NOT WS-RES-CALLER-MAY-ACT THEN
               MOVE "N"                   TO INB-RETURN-FLAG
               MOVE 08                    TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOT-YOURS TO INB-RETURN-MSG
               GO TO 550-EXIT
           END-IF.

           IF  INB-OPERATOR = WS-BNK-MAKER-OPID THEN
               MOVE "N"               TO INB-RETURN-FLAG
               MOVE 08                TO INB-RESP-CODE
               MOVE WS-RESP-MSG-MAKER TO INB-RETURN-MSG
               GO TO 550-EXIT
           END-IF.

           MOVE BANK-DETAIL-RECORD TO WS-AUD-BEFORE-IMAGE.

           IF  INB-FUNC-APPROVE THEN
               MOVE "V" TO WS-BNK-STATUS
           ELSE
               MOVE "R" TO WS-BNK-STATUS
           END-IF.
           MOVE INB-OPERATOR    TO WS-BNK-CHECKER-OPID.
           MOVE WS-STAMP-YYDDD  TO WS-BNK-CHECKER-DATE.
           MOVE WS-STAMP-HHMMSS TO WS-BNK-CHECKER-TIME.

           MOVE 3 TO CMD-CODE.
           MOVE BANK-DETAIL-RECORD TO DATA-IN.
           CALL "APITPBNK" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO INB-RETURN-FLAG
               MOVE 12                  TO INB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG
               GO TO 550-EXIT
           END-IF.

           MOVE "BNKDETL "          TO WS-AUD-FILE.
           MOVE WS-BNK-EMP-NO       TO WS-AUD-KEY.
           MOVE SPACES              TO WS-AUD-AFTER-IMAGE.
           MOVE BANK-DETAIL-RECORD  TO WS-AUD-DECIDED-ROW.
           MOVE INB-COMMENT         TO WS-AUD-COMMENT.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-DECIDE-ADDRESS - COBSV005's 400-APPROVE-CHANGE: NOT THE
      *    SUBMITTER, THE WHOLE-ROW REPLACE OF THE EMPLOYEE MASTER
      *    AUDITED AS EMPMASTR, THE APPLIED STAMP. A REJECTION ONLY
      *    SETS R ON THE PENDING ROW.
      *-----------------------------------------------------------------
       600-DECIDE-ADDRESS.

           MOVE SPACES             TO ADDRESS-CHANGE-RECORD.
           MOVE INB-ITEM-KEY (1:6) TO WS-ADC-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE ADDRESS-CHANGE-RECORD TO DATA-IN.
           CALL "APITPADR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO ADDRESS-CHANGE-RECORD
           END-IF.
           IF  RESP-CODE = 0 OR NOT WS-ADC-PENDING THEN
               MOVE "N"                  TO INB-RETURN-FLAG
               MOVE 04                   TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO INB-RETURN-MSG
               GO TO 600-EXIT
           END-IF.

           MOVE WS-ADC-EMP-NO TO WS-RES-EMP-NO.
           PERFORM 800-LINE-MANAGER THRU 800-EXIT.
           PERFORM 810-CALLER-MAY-ACT THRU 810-EXIT.
           IF  NOT WS-RES-CALLER-MAY-ACT THEN
               MOVE "N"                   TO INB-RETURN-FLAG
               MOVE 08                    TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOT-YOURS TO INB-RETURN-MSG
               GO TO 600-EXIT
           END-IF.

           IF  INB-OPERATOR = WS-ADC-MAKER-ID THEN
               MOVE "N"               TO INB-RETURN-FLAG
               MOVE 08                TO INB-RESP-CODE
               MOVE WS-RESP-MSG-MAKER TO INB-RETURN-MSG
               GO TO 600-EXIT
           END-IF.

           IF  INB-FUNC-APPROVE THEN
               PERFORM 610-APPLY-ADDRESS THRU 610-EXIT
               IF  NOT INB-RESP-SUCCESS THEN
                   GO TO 600-EXIT
               END-IF
           END-IF.

           MOVE ADDRESS-CHANGE-RECORD TO WS-AUD-BEFORE-IMAGE.
           IF  INB-FUNC-APPROVE THEN
               MOVE "A" TO WS-ADC-STATUS
           ELSE
               MOVE "R" TO WS-ADC-STATUS
           END-IF.
           MOVE INB-OPERATOR TO WS-ADC-CHECKER-OPID.

           MOVE 3 TO CMD-CODE.
           MOVE ADDRESS-CHANGE-RECORD TO DATA-IN.
           CALL "APITPADR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO INB-RETURN-FLAG
               MOVE 12                  TO INB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG
               GO TO 600-EXIT
           END-IF.

           MOVE "ADRCHNGE"            TO WS-AUD-FILE.
           MOVE WS-ADC-EMP-NO         TO WS-AUD-KEY.
           MOVE SPACES                TO WS-AUD-AFTER-IMAGE.
           MOVE ADDRESS-CHANGE-RECORD TO WS-AUD-DECIDED-ROW.
           MOVE INB-COMMENT           TO WS-AUD-COMMENT.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 610-APPLY-ADDRESS - THE NEW LINES INTO THE EMPLOYEE MASTER
      *    WITH THE BEFORE/AFTER ROW COBSV005 FILES.
      *-----------------------------------------------------------------
       610-APPLY-ADDRESS.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-ADC-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                  TO INB-RETURN-FLAG
               MOVE 04                   TO INB-RESP-CODE
               MOVE WS-RESP-MSG-NOTFOUND TO INB-RETURN-MSG
               GO TO 610-EXIT
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-BEFORE-IMAGE.

           MOVE WS-ADC-ADDR-1   TO WS-EMP-ADDR-1.
           MOVE WS-ADC-ADDR-2   TO WS-EMP-ADDR-2.
           MOVE WS-ADC-ADDR-3   TO WS-EMP-ADDR-3.
           MOVE WS-ADC-ZIP-CODE TO WS-EMP-ZIP-CODE.

           MOVE 5 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "N"                 TO INB-RETURN-FLAG
               MOVE 12                  TO INB-RESP-CODE
               MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG
               GO TO 610-EXIT
           END-IF.

           MOVE "EMPMASTR"             TO WS-AUD-FILE.
           MOVE WS-EMP-ID              TO WS-AUD-KEY.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 700-RETURN-RESULT - SAME CSMT AUDIT WRITEQ AND RETURN IDIOM AS
      * COBSV001/COBSV002.
      *-----------------------------------------------------------------
       700-RETURN-RESULT.

           EXEC CICS WRITEQ TD
                     QUEUE("CSMT")
                     FROM(DFHCOMMAREA)
                     LENGTH(LENGTH OF DFHCOMMAREA)
                     RESP(RESP)
                     END-EXEC.

      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           EXEC CICS RETURN
                     END-EXEC.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 800-LINE-MANAGER - THE EMPLOYEE'S MANAGER OPERATOR ID OFF THE
      *    COBCIO45 REPORTING-LINE MASTER; SPACES WHEN THERE IS NONE.
      *-----------------------------------------------------------------
       800-LINE-MANAGER.

           MOVE SPACES        TO WS-RES-APPROVER-OPID.
           MOVE SPACES        TO REPORTING-LINE-RECORD.
           MOVE WS-RES-EMP-NO TO WS-RPT-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT        TO REPORTING-LINE-RECORD
               MOVE WS-RPT-MGR-OPID TO WS-RES-APPROVER-OPID
           END-IF.

       800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 810-CALLER-MAY-ACT - THE CALLER IS THE RESOLVED APPROVER, OR
      *    THE DELEGATE ON AN APITPDLG ROW OF THAT APPROVER'S WHOSE
      *    WINDOW COVERS TODAY - THE SAME RULE COBBAT61 ROUTES ITS
      *    ALERTS BY. AN ITEM WITH NO APPROVER BELONGS TO NOBODY'S
      *    INBOX.
      *-----------------------------------------------------------------
       810-CALLER-MAY-ACT.

           MOVE "N" TO WS-RES-SWITCH.
           IF  WS-RES-APPROVER-OPID NOT > SPACES THEN
               GO TO 810-EXIT
           END-IF.
           IF  WS-RES-APPROVER-OPID = INB-OPERATOR THEN
               SET WS-RES-CALLER-MAY-ACT TO TRUE
               GO TO 810-EXIT
           END-IF.

           MOVE SPACES               TO DELEGATION-RECORD.
           MOVE WS-RES-APPROVER-OPID TO WS-DLG-MGR-OPID.
           MOVE 1 TO CMD-CODE.
           MOVE DELEGATION-RECORD TO DATA-IN.
           CALL "APITPDLG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO DELEGATION-RECORD
               IF  WS-DLG-DELEGATE-OPID = INB-OPERATOR
               AND WS-STAMP-YYMMDD NOT < WS-DLG-FROM-DATE
               AND WS-STAMP-YYMMDD NOT > WS-DLG-TO-DATE
                   SET WS-RES-CALLER-MAY-ACT TO TRUE
               END-IF
           END-IF.

       810-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 850-GET-STAMP - TODAY AND NOW FOR THE DELEGATION WINDOW AND
      *    THE CHECKER STAMPS - SAME ASKTIME/FORMATTIME IDIOM AS
      *    COBCIO24.
      *-----------------------------------------------------------------
       850-GET-STAMP.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
               YYDDD(WS-STAMP-YYDDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 860-YYDDD-TO-YYMMDD - A YYDDD MAKER DATE TO THE YYMMDD THE
      *    LIST RETURNS, THROUGH COBDTE3.
      *-----------------------------------------------------------------
       860-YYDDD-TO-YYMMDD.

           MOVE "YYDDD"  TO COBDATE-INPUT-FORMAT.
           MOVE "YYMMDD" TO COBDATE-OUTPUT-FORMAT.
           CALL "COBDTE3" USING COBDATE-DATE
                                COBDATE-INPUT-FORMAT
                                COBDATE-OUTPUT-FORMAT
                                COBDATE-MESSAGE.

       860-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-ERRORS - UNEXPECTED CICS CONDITION.
      *-----------------------------------------------------------------
       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "N"                 TO INB-RETURN-FLAG.
           MOVE 12                  TO INB-RESP-CODE.
           MOVE WS-RESP-MSG-SYSERR  TO INB-RETURN-MSG.
           PERFORM 700-RETURN-RESULT
              THRU 700-EXIT.

       900-EXIT.
           EXIT.

      *END PROGRAM CAST.

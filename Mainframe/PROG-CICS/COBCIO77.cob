      *-----------------------------------------------------------------
      *    COBCIO77 - EXPENSE CLAIM ENTRY AND APPROVAL. TRAVEL AND
      *               OUT-OF-POCKET EXPENSES WERE CLAIMED ON PAPER AND
      *               PAID BY A HAND-KEYED SUPPLEMENTAL ENTRY, WITH NO
      *               POLICY LIMIT APPLIED AND NO LINK TO THE PROJECT
      *               THAT CAUSED THEM. KEYING AN EMP-ID STARTS A NEW
      *               CLAIM; KEYING A CLAIM NUMBER SHOWS ONE ON FILE
      *               (THE NEW APITPEXC CLAIM HEADER) WITH ITS LINES
      *               (THE NEW APITPEXL LINE FILE) PAGED PF7/PF8. PF10
      *               ADDS A LINE - CATEGORY, AMOUNT, EXPENSE DATE,
      *               RECEIPT REFERENCE AND AN OPTIONAL WS-PROJ-NO -
      *               CHECKED BY COBEXPCK AGAINST THE CLAIMANT'S
      *               GRADE LIMITS (COBCIO27) AND THE PROJECT MASTER
      *               (COBCIO32); THE FIRST LINE ALLOCATES THE CLAIM
      *               NUMBER THROUGH COBEMPNO. PF11 SUBMITS THE CLAIM
      *               TO THE APPROVING MANAGER ON THE CLAIMANT'S
      *               COBCIO45 REPORTING LINE (APITPRLN). ONLY THAT
      *               MANAGER - AND NEVER THE OPERATOR WHO KEYED THE
      *               CLAIM - APPROVES IT WITH PF5 OR REJECTS IT WITH
      *               PF9. COBBAT23 PAYS AN APPROVED CLAIM AS A
      *               SEPARATE UNTAXED REIMBURSEMENT CREDIT AND COBBAT80
      *               JOURNALS IT BY DEPARTMENT AND PROJECT. EVERY
      *               FILING AND DECISION IS AUDITED THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO77.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one expense claim header on the new APITPEXC gateway -
      *    ** CMD-CODE 1 READ BY CLAIM NUMBER, 2 ADD, 3 CHANGE,
      *    ** 4 UNFILTERED CURSOR (COBBAT23 AND COBBAT80 WALK IT)
       01  EXPENSE-CLAIM-RECORD.
           10 WS-EXC-CLAIM-NO         PIC X(6).
           10 WS-EXC-EMP-NO           PIC X(6).
      *        ** the claimant's department when the claim was opened -
      *        ** the department COBBAT80 charges it to
           10 WS-EXC-DEPT-CODE        PIC X(4).
           10 WS-EXC-CLAIM-DATE       PIC 9(6).
           10 WS-EXC-LINE-COUNT       PIC 9(2).
           10 WS-EXC-TOTAL            PIC S9(7)V9(2) USAGE COMP-3.
      *        ** O OPEN FOR LINES, S SUBMITTED TO THE MANAGER,
      *        ** A APPROVED, R REJECTED, P PAID BY COBBAT23
           10 WS-EXC-STATUS           PIC X(1).
               88  WS-EXC-OPEN            VALUE "O".
               88  WS-EXC-SUBMITTED       VALUE "S".
           10 WS-EXC-MAKER-OPID       PIC X(3).
      *        ** the approving manager off APITPRLN, stamped at submit
           10 WS-EXC-APPR-OPID        PIC X(3).
           10 WS-EXC-DECISION-DATE    PIC 9(6).
      *        ** the bank-file month COBBAT23 paid it in
           10 WS-EXC-PAID-YEARMONTH   PIC X(6).

      *    ** one expense line on the new APITPEXL gateway - CMD-CODE
      *    ** 1 READ BY CLAIM + LINE, 2 ADD, 4 CURSOR OVER ONE CLAIM'S
      *    ** LINES IN LINE ORDER
       01  EXPENSE-LINE-RECORD.
           10 WS-EXN-CLAIM-NO         PIC X(6).
           10 WS-EXN-LINE-NO          PIC 9(2).
      *        ** TR TRAVEL, LD LODGING, ML MEALS, OT OTHER
           10 WS-EXN-CATEGORY         PIC X(2).
           10 WS-EXN-EXP-DATE         PIC 9(6).
           10 WS-EXN-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXN-RECEIPT-REF      PIC X(12).
      *        ** optional - the project the expense was incurred for
           10 WS-EXN-PROJ-NO          PIC X(6).

      *    ** the claim's lines in storage for paging and for the
      *    ** per-category running totals the limit check needs
       01  WS-LINE-TABLE.
           03  WS-LINE-ENTRY OCCURS 20 TIMES INDEXED BY LN-IX.
               05  LN-CATEGORY             PIC X(2).
               05  LN-EXP-DATE             PIC 9(6).
               05  LN-AMOUNT               PIC S9(7)V9(2) COMP-3.
               05  LN-RECEIPT-REF          PIC X(12).
               05  LN-PROJ-NO              PIC X(6).
       01  WS-LINE-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-LINE-PTR                     PIC S9(4) COMP VALUE +0.
       01  WS-LINE-SCAN-SWITCH             PIC X VALUE "N".
           88  WS-LINE-SCAN-DONE               VALUE "Y".
       01  WS-LAST-CLAIM-NO                PIC X(6) VALUE SPACES.

      *    ** same layout COBCIO76 reads - name, department and
      *    ** termination date of the claimant
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** the reporting-line row COBCIO45 maintains - names the
      *    ** approving manager the submitted claim is stamped with
       01  REPORTING-LINE-RECORD.
           10 WS-RPT-EMP-NO           PIC X(6).
           10 WS-RPT-MGR-OPID         PIC X(3).
           10 WS-RPT-MGR-EMP-NO       PIC X(6).

      *    ** the shared line policy check - same call COBSV007 makes
       01  EXP-CHECK-RECORD.
           03  WS-EXK-EMP-NO               PIC X(6).
           03  WS-EXK-CATEGORY             PIC X(2).
           03  WS-EXK-AMOUNT               PIC S9(7)V9(2) COMP-3.
           03  WS-EXK-PROJ-NO              PIC X(6).
           03  WS-EXK-RESULT               PIC X(1).
               88  WS-EXK-BAD-CATEGORY         VALUE "C".
               88  WS-EXK-BAD-EMPLOYEE         VALUE "E".
               88  WS-EXK-OVER-LIMIT           VALUE "L".
               88  WS-EXK-BAD-PROJECT          VALUE "P".
           03  WS-EXK-LIMIT                PIC S9(7)V9(2) COMP-3.

      *    ** claim numbers come off the number-control gateway like
      *    ** employee numbers, from their own named range
       01  EMPNO-ALLOC-RECORD.
           03  WS-EN-RANGE-NAME            PIC X(8) VALUE "EXPCLAIM".
           03  WS-EN-ALLOCATED-ID          PIC X(6).
           03  WS-EN-STATUS                PIC X(1).

      *    ** who/when/before/after capture for claims - COBAUDIT
      *    ** stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO77".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "EXPCLAIM".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-EXC-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-EXC-FOUND                    VALUE "Y".

      *    ** the keyed expense date, edited field by field
       01  WS-KEY-EXP-DATE                 PIC 9(6).
       01  WS-KEY-EXP-DATE-R REDEFINES WS-KEY-EXP-DATE.
           03  WS-KEY-EXP-YY               PIC 99.
           03  WS-KEY-EXP-MM               PIC 99.
           03  WS-KEY-EXP-DD               PIC 99.
       01  WS-KEY-AMOUNT                   PIC S9(7)V9(2) COMP-3.
       01  WS-CATEGORY-TOTAL               PIC S9(7)V9(2) COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO77".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maker and approver stamps, same
      *    ** manually-declared EIB field convention COBCIO24 uses -
      *    ** populated from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO77".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

           COPY DFHBMSCA.

           COPY DFHAID.

           COPY EXPM.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *    handle conditions

           EXEC CICS
               IGNORE CONDITION
               LENGERR
           END-EXEC.

           EXEC CICS
               IGNORE CONDITION
               MAPFAIL
           END-EXEC.

           EXEC CICS
               HANDLE AID
               PF3(910-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

           MOVE SPACES         TO  EXPMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  EXPMCLML.

           GO TO 300-SEND-EXPMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. A KEYED CLAIM NUMBER SHOWS
      * THAT CLAIM; AN EMP-ID ALONE STARTS A NEW ONE. PF10 ADDS A LINE,
      * PF11 SUBMITS, PF5 APPROVES, PF9 REJECTS, PF7/PF8 PAGE LINES.
      *-----------------------------------------------------------------
       200-RECEIVE-EXPMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("EXPM")
               INTO(EXPMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.
           MOVE "N"        TO WS-EXC-FOUND-SWITCH.
           MOVE ZERO       TO WS-LINE-COUNT.
           MOVE SPACES     TO EXPENSE-CLAIM-RECORD.

           IF  EXPMCLMI > SPACES THEN
               PERFORM 400-LOAD-CLAIM THRU 400-EXIT
               IF  ERRORS THEN
                   GO TO 300-SEND-EXPMAP
               END-IF
           ELSE
               IF  EXPMEMPI NOT > SPACES THEN
                   MOVE SPACES    TO  EXPMO
                   MOVE -1        TO  EXPMCLML
                   MOVE 6         TO  WORK-MSG-CODE
                   GO TO 300-SEND-EXPMAP
               END-IF
               MOVE EXPMEMPI      TO  WS-EXC-EMP-NO
               MOVE SPACES        TO  WS-LAST-CLAIM-NO
               MOVE ZERO          TO  WS-LINE-PTR
           END-IF.

           PERFORM 440-READ-EMPLOYEE.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  EXPMO
               MOVE -1        TO  EXPMEMPL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 300-SEND-EXPMAP
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-LINE THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-ADD-LINE THRU 600-EXIT
               END-IF
           END-IF.

           IF  EIBAID = DFHPF11 THEN
               PERFORM 650-SUBMIT-CLAIM THRU 650-EXIT
           END-IF.

           IF  EIBAID = DFHPF5 THEN
               PERFORM 700-APPROVE-CLAIM THRU 700-EXIT
           END-IF.

           IF  EIBAID = DFHPF9 THEN
               PERFORM 750-REJECT-CLAIM THRU 750-EXIT
           END-IF.

           IF  EIBAID = DFHPF7 OR EIBAID = DFHPF8 THEN
               PERFORM 550-SCROLL-LINES THRU 550-EXIT
           END-IF.

           PERFORM 460-SHOW-CLAIM.
           IF  NOT ERRORS THEN
               PERFORM 470-SHOW-LINE
           END-IF.

           MOVE DFHBMFSE        TO  EXPMCATA
                                    EXPMAMTA
                                    EXPMDTEA
                                    EXPMRCPA
                                    EXPMPRJA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-EXPMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO EXPMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("EXPM")
               FROM(EXPMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-EXPMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED CLAIM AND LOADS ITS LINES. A CLAIM
      * NOT SEEN ON THE LAST PASS STARTS PAGING AFRESH.
      *-----------------------------------------------------------------
       400-LOAD-CLAIM.

           MOVE EXPMCLMI        TO WS-EXC-CLAIM-NO.
           MOVE 1 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               SET ERRORS     TO  TRUE
               MOVE SPACES    TO  EXPMO
               MOVE -1        TO  EXPMCLML
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 400-EXIT
           END-IF.
           MOVE DATA-OUT        TO EXPENSE-CLAIM-RECORD.
           SET WS-EXC-FOUND     TO TRUE.

           IF  WS-EXC-CLAIM-NO NOT = WS-LAST-CLAIM-NO THEN
               MOVE WS-EXC-CLAIM-NO TO WS-LAST-CLAIM-NO
               MOVE ZERO            TO WS-LINE-PTR
           END-IF.

           PERFORM 420-LOAD-LINES.

           IF  WS-LINE-PTR = ZERO
           AND NOT WS-EXC-OPEN
           AND WS-LINE-COUNT > ZERO THEN
               MOVE 1 TO WS-LINE-PTR
           END-IF.

       400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WALKS THE CLAIM'S LINES (APITPEXL CMD-CODE 4) INTO
      * THE LINE TABLE.
      *-----------------------------------------------------------------
       420-LOAD-LINES.

           MOVE ZERO            TO WS-LINE-COUNT.
           MOVE "N"             TO WS-LINE-SCAN-SWITCH.
           MOVE SPACES          TO EXPENSE-LINE-RECORD.
           MOVE WS-EXC-CLAIM-NO TO WS-EXN-CLAIM-NO.
           MOVE ZERO            TO WS-EXN-LINE-NO.

           PERFORM UNTIL WS-LINE-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE EXPENSE-LINE-RECORD TO DATA-IN
               CALL "APITPEXL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   SET WS-LINE-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO EXPENSE-LINE-RECORD
                   IF  WS-EXN-CLAIM-NO NOT = WS-EXC-CLAIM-NO
                   OR  WS-LINE-COUNT NOT < 20
                       SET WS-LINE-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LINE-COUNT
                       SET LN-IX TO WS-LINE-COUNT
                       MOVE WS-EXN-CATEGORY    TO LN-CATEGORY (LN-IX)
                       MOVE WS-EXN-EXP-DATE    TO LN-EXP-DATE (LN-IX)
                       MOVE WS-EXN-AMOUNT      TO LN-AMOUNT (LN-IX)
                       MOVE WS-EXN-RECEIPT-REF
                                           TO LN-RECEIPT-REF (LN-IX)
                       MOVE WS-EXN-PROJ-NO     TO LN-PROJ-NO (LN-IX)
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-LINE-PTR > WS-LINE-COUNT THEN
               MOVE WS-LINE-COUNT TO WS-LINE-PTR
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS THE CLAIMANT OFF THE EMPLOYEE MASTER - NAME
      * AND DEPARTMENT FOR THE SCREEN. RESP-CODE = 0 IS NOT FOUND.
      *-----------------------------------------------------------------
       440-READ-EMPLOYEE.

           MOVE SPACES          TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-EXC-EMP-NO   TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT    TO EMPLOYEE-MASTER-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE CLAIM HEADER - OR, BEFORE THE FIRST LINE,
      * JUST THE CLAIMANT.
      *-----------------------------------------------------------------
       460-SHOW-CLAIM.

           MOVE WS-EMP-ID               TO EXPMEMPO.
           MOVE WS-EMP-NAME             TO EXPMENMO.
           IF  WS-EXC-FOUND THEN
               MOVE WS-EXC-CLAIM-NO     TO EXPMCLMO
               MOVE WS-EXC-DEPT-CODE    TO EXPMDPTO
               MOVE WS-EXC-STATUS       TO EXPMSTAO
               MOVE WS-EXC-TOTAL        TO EXPMTOTO
               MOVE WS-EXC-APPR-OPID    TO EXPMMGRO
               MOVE WS-LINE-COUNT       TO EXPMLCTO
               IF  EIBAID NOT = DFHPF10
               AND EIBAID NOT = DFHPF11
               AND EIBAID NOT = DFHPF5
               AND EIBAID NOT = DFHPF9
               AND EIBAID NOT = DFHPF7
               AND EIBAID NOT = DFHPF8
                   MOVE 8               TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES              TO EXPMCLMO
                                           EXPMSTAO
                                           EXPMTOTO
                                           EXPMMGRO
               MOVE WS-EMP-DEPT-CODE    TO EXPMDPTO
               MOVE ZERO                TO EXPMLCTO
               IF  NOT ERRORS THEN
                   MOVE 9               TO WORK-MSG-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA PUTS THE CURRENT LINE IN THE LINE FIELDS - OR CLEARS
      * THEM FOR THE NEXT ENTRY WHEN NO LINE IS BEING SHOWN.
      *-----------------------------------------------------------------
       470-SHOW-LINE.

           IF  WS-LINE-PTR > ZERO THEN
               SET LN-IX TO WS-LINE-PTR
               MOVE WS-LINE-PTR             TO EXPMLNOO
               MOVE LN-CATEGORY (LN-IX)     TO EXPMCATO
               MOVE LN-AMOUNT (LN-IX)       TO EXPMAMTO
               MOVE LN-EXP-DATE (LN-IX)     TO EXPMDTEO
               MOVE LN-RECEIPT-REF (LN-IX)  TO EXPMRCPO
               MOVE LN-PROJ-NO (LN-IX)      TO EXPMPRJO
           ELSE
               MOVE SPACES                  TO EXPMLNOO
                                               EXPMCATO
                                               EXPMAMTO
                                               EXPMDTEO
                                               EXPMRCPO
                                               EXPMPRJO
                                               EXPMLIMO
           END-IF.
           MOVE -1                          TO EXPMCATL.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A NEW LINE - THE CLAIM STILL OPEN, ROOM
      * FOR THE LINE, A REAL AMOUNT AND DATE NOT IN THE FUTURE, A
      * RECEIPT REFERENCE, AND COBEXPCK'S VERDICT ON THE CATEGORY,
      * THE CLAIMANT, ANY PROJECT AND THE GRADE LIMIT FOR THE
      * CATEGORY'S TOTAL ON THE CLAIM WITH THIS LINE ADDED.
      *-----------------------------------------------------------------
       500-VALIDATE-LINE.

           IF  WS-EXC-FOUND AND NOT WS-EXC-OPEN THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  EXPMCLML
               MOVE 10        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-LINE-COUNT NOT < 20 THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  EXPMCLML
               MOVE 27        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  EXPMAMTI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  EXPMAMTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  EXPMAMTL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE EXPMAMTI        TO  WS-KEY-AMOUNT.
           IF  WS-KEY-AMOUNT NOT > ZERO THEN
               MOVE DFHBMASB  TO  EXPMAMTA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  EXPMAMTL
               MOVE 12        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  EXPMDTEI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  EXPMDTEA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  EXPMDTEL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE EXPMDTEI        TO  WS-KEY-EXP-DATE.
           IF  WS-KEY-EXP-MM < 1 OR WS-KEY-EXP-MM > 12
           OR  WS-KEY-EXP-DD < 1 OR WS-KEY-EXP-DD > 31 THEN
               MOVE DFHBMASB  TO  EXPMDTEA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  EXPMDTEL
               MOVE 13        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  WS-KEY-EXP-DATE > WS-STAMP-YYMMDD THEN
               MOVE DFHBMASB  TO  EXPMDTEA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  EXPMDTEL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  EXPMRCPI NOT > SPACES THEN
               MOVE DFHBMASB  TO  EXPMRCPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  EXPMRCPL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE WS-KEY-AMOUNT   TO  WS-CATEGORY-TOTAL.
           PERFORM VARYING LN-IX FROM 1 BY 1
                   UNTIL LN-IX > WS-LINE-COUNT
               IF  LN-CATEGORY (LN-IX) = EXPMCATI THEN
                   ADD LN-AMOUNT (LN-IX) TO WS-CATEGORY-TOTAL
               END-IF
           END-PERFORM.

           MOVE WS-EXC-EMP-NO     TO  WS-EXK-EMP-NO.
           MOVE EXPMCATI          TO  WS-EXK-CATEGORY.
           MOVE WS-CATEGORY-TOTAL TO  WS-EXK-AMOUNT.
           MOVE EXPMPRJI          TO  WS-EXK-PROJ-NO.
           CALL "COBEXPCK" USING EXP-CHECK-RECORD.

           EVALUATE TRUE
               WHEN WS-EXK-BAD-CATEGORY
                   MOVE DFHBMASB  TO  EXPMCATA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  EXPMCATL
                   MOVE 11        TO  WORK-MSG-CODE
               WHEN WS-EXK-BAD-EMPLOYEE
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  EXPMEMPL
                   MOVE 7         TO  WORK-MSG-CODE
               WHEN WS-EXK-BAD-PROJECT
                   MOVE DFHBMASB  TO  EXPMPRJA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  EXPMPRJL
                   MOVE 16        TO  WORK-MSG-CODE
               WHEN WS-EXK-OVER-LIMIT
                   MOVE DFHBMASB  TO  EXPMAMTA
                   MOVE WS-EXK-LIMIT TO EXPMLIMO
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  EXPMAMTL
                   MOVE 17        TO  WORK-MSG-CODE
           END-EVALUATE.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PAGES THROUGH THE CLAIM'S LINES - PF7 BACK, PF8
      * FORWARD, SAME FEEL AS COBCIO62.
      *-----------------------------------------------------------------
       550-SCROLL-LINES.

           IF  WS-LINE-COUNT = ZERO THEN
               MOVE 26 TO WORK-MSG-CODE
               GO TO 550-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF8
                   IF  WS-LINE-PTR < WS-LINE-COUNT THEN
                       ADD 1 TO WS-LINE-PTR
                       MOVE 8 TO WORK-MSG-CODE
                   ELSE
                       MOVE 26 TO WORK-MSG-CODE
                   END-IF
               WHEN EIBAID = DFHPF7
                   IF  WS-LINE-PTR > 1 THEN
                       SUBTRACT 1 FROM WS-LINE-PTR
                       MOVE 8 TO WORK-MSG-CODE
                   ELSE
                       MOVE 26 TO WORK-MSG-CODE
                   END-IF
           END-EVALUATE.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE LINE - OPENING THE CLAIM FIRST IF THIS IS
      * ITS FIRST LINE - AND STEPS THE HEADER'S COUNT AND TOTAL. THE
      * LINE FIELDS ARE LEFT CLEAR FOR THE NEXT ONE.
      *-----------------------------------------------------------------
       600-ADD-LINE.

           IF  NOT WS-EXC-FOUND THEN
               PERFORM 620-OPEN-CLAIM THRU 620-EXIT
               IF  ERRORS THEN
                   GO TO 600-EXIT
               END-IF
           END-IF.

           MOVE SPACES            TO EXPENSE-LINE-RECORD.
           MOVE WS-EXC-CLAIM-NO   TO WS-EXN-CLAIM-NO.
           COMPUTE WS-EXN-LINE-NO = WS-LINE-COUNT + 1.
           MOVE EXPMCATI          TO WS-EXN-CATEGORY.
           MOVE WS-KEY-EXP-DATE   TO WS-EXN-EXP-DATE.
           MOVE WS-KEY-AMOUNT     TO WS-EXN-AMOUNT.
           MOVE EXPMRCPI          TO WS-EXN-RECEIPT-REF.
           MOVE EXPMPRJI          TO WS-EXN-PROJ-NO.

           MOVE 2 TO CMD-CODE.
           MOVE EXPENSE-LINE-RECORD TO DATA-IN.
           CALL "APITPEXL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           SET LN-IX TO WS-LINE-COUNT.
           MOVE WS-EXN-CATEGORY    TO LN-CATEGORY (LN-IX).
           MOVE WS-EXN-EXP-DATE    TO LN-EXP-DATE (LN-IX).
           MOVE WS-EXN-AMOUNT      TO LN-AMOUNT (LN-IX).
           MOVE WS-EXN-RECEIPT-REF TO LN-RECEIPT-REF (LN-IX).
           MOVE WS-EXN-PROJ-NO     TO LN-PROJ-NO (LN-IX).

           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE WS-LINE-COUNT      TO WS-EXC-LINE-COUNT.
           ADD WS-KEY-AMOUNT       TO WS-EXC-TOTAL.
           MOVE 3 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID              TO WS-AUD-OPERATOR.
           MOVE WS-EXC-CLAIM-NO      TO WS-AUD-KEY.
           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE ZERO TO WS-LINE-PTR.
           MOVE 18   TO WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA OPENS A NEW CLAIM ON ITS FIRST LINE - THE NUMBER
      * COMES OFF THE EXPCLAIM RANGE, THE DEPARTMENT IS THE
      * CLAIMANT'S AS IT STANDS TODAY.
      *-----------------------------------------------------------------
       620-OPEN-CLAIM.

           CALL "COBEMPNO" USING EMPNO-ALLOC-RECORD.
           IF  WS-EN-STATUS NOT = "Y" THEN
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE SPACES              TO EXPENSE-CLAIM-RECORD.
           MOVE WS-EN-ALLOCATED-ID  TO WS-EXC-CLAIM-NO.
           MOVE WS-EMP-ID           TO WS-EXC-EMP-NO.
           MOVE WS-EMP-DEPT-CODE    TO WS-EXC-DEPT-CODE.
           MOVE WS-STAMP-YYMMDD     TO WS-EXC-CLAIM-DATE.
           MOVE ZERO                TO WS-EXC-LINE-COUNT.
           MOVE ZERO                TO WS-EXC-TOTAL.
           MOVE "O"                 TO WS-EXC-STATUS.
           MOVE EIBOPID             TO WS-EXC-MAKER-OPID.
           MOVE SPACES              TO WS-EXC-APPR-OPID.
           MOVE ZERO                TO WS-EXC-DECISION-DATE.
           MOVE SPACES              TO WS-EXC-PAID-YEARMONTH.

           MOVE 2 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-EXC-FOUND         TO TRUE.
           MOVE WS-EXC-CLAIM-NO     TO WS-LAST-CLAIM-NO.

       620-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SUBMITS AN OPEN CLAIM TO THE CLAIMANT'S APPROVING
      * MANAGER - NO LINES, OR NO MANAGER ON THE REPORTING LINE, AND
      * IT STAYS OPEN.
      *-----------------------------------------------------------------
       650-SUBMIT-CLAIM.

           IF  NOT WS-EXC-FOUND OR NOT WS-EXC-OPEN THEN
               MOVE 10 TO WORK-MSG-CODE
               GO TO 650-EXIT
           END-IF.

           IF  WS-LINE-COUNT = ZERO THEN
               MOVE 19 TO WORK-MSG-CODE
               GO TO 650-EXIT
           END-IF.

           MOVE SPACES          TO REPORTING-LINE-RECORD.
           MOVE WS-EXC-EMP-NO   TO WS-RPT-EMP-NO.
           MOVE 1 TO CMD-CODE.
           MOVE REPORTING-LINE-RECORD TO DATA-IN.
           CALL "APITPRLN" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT    TO REPORTING-LINE-RECORD
           ELSE
               MOVE SPACES      TO WS-RPT-MGR-OPID
           END-IF.
           IF  WS-RPT-MGR-OPID NOT > SPACES THEN
               MOVE 20 TO WORK-MSG-CODE
               GO TO 650-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "S"             TO WS-EXC-STATUS.
           MOVE WS-RPT-MGR-OPID TO WS-EXC-APPR-OPID.
           MOVE 3 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID              TO WS-AUD-OPERATOR.
           MOVE WS-EXC-CLAIM-NO      TO WS-AUD-KEY.
           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 21 TO WORK-MSG-CODE.

       650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES A SUBMITTED CLAIM - THE MANAGER IT WAS
      * ROUTED TO ONLY, AND NEVER THE OPERATOR WHO KEYED IT. COBBAT23
      * PAYS IT IN THE NEXT BANK FILE.
      *-----------------------------------------------------------------
       700-APPROVE-CLAIM.

           IF  NOT WS-EXC-FOUND OR NOT WS-EXC-SUBMITTED THEN
               MOVE 22 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  EIBOPID NOT = WS-EXC-APPR-OPID THEN
               MOVE 23 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.
           IF  EIBOPID = WS-EXC-MAKER-OPID THEN
               MOVE 28 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "A"             TO WS-EXC-STATUS.
           MOVE WS-STAMP-YYMMDD TO WS-EXC-DECISION-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID              TO WS-AUD-OPERATOR.
           MOVE WS-EXC-CLAIM-NO      TO WS-AUD-KEY.
           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 24 TO WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA REJECTS A SUBMITTED CLAIM - SAME RULE ON WHO MAY
      * DECIDE. A REJECTED CLAIM IS CLOSED; A FRESH ONE CAN BE KEYED.
      *-----------------------------------------------------------------
       750-REJECT-CLAIM.

           IF  NOT WS-EXC-FOUND OR NOT WS-EXC-SUBMITTED THEN
               MOVE 22 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  EIBOPID NOT = WS-EXC-APPR-OPID THEN
               MOVE 23 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.
           IF  EIBOPID = WS-EXC-MAKER-OPID THEN
               MOVE 28 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "R"             TO WS-EXC-STATUS.
           MOVE WS-STAMP-YYMMDD TO WS-EXC-DECISION-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE EXPENSE-CLAIM-RECORD TO DATA-IN.
           CALL "APITPEXC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE EIBOPID              TO WS-AUD-OPERATOR.
           MOVE WS-EXC-CLAIM-NO      TO WS-AUD-KEY.
           MOVE EXPENSE-CLAIM-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

           MOVE 25 TO WORK-MSG-CODE.

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAKER AND APPROVER STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME
      * IDIOM AS COBCIO24.
      *-----------------------------------------------------------------
       800-GET-OPID-AND-TIME.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO EXPMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO EXPMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO EXPMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO EXPMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(EXPMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

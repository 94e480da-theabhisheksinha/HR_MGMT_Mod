      *-----------------------------------------------------------------
      *    COBCIO83 - EMPLOYEE IDENTITY DOCUMENT MAINTENANCE. THE WORK
      *               PERMITS, VISAS AND PASSPORTS HR HOLDS FOR AN
      *               EMPLOYEE ARE KEPT ON THE NEW APITPIDD GATEWAY,
      *               ONE ROW PER EMPLOYEE AND DOCUMENT TYPE (WP WORK
      *               PERMIT, VI VISA, PP PASSPORT). KEYING EMP-ID AND
      *               TYPE SHOWS THE ROW; PF10 ADDS IT OR CHANGES THE
      *               NUMBER, ISSUING COUNTRY, ISSUE AND EXPIRY DATES
      *               AND SPONSORSHIP FLAG. A FOREIGN HIRE'S PERMIT IS
      *               KEYED HERE BEFORE THE ONBOARDING (COBCIO23) UNDER
      *               THE EMP-ID THE HIRE WILL TAKE, SO AN EMP-ID NOT
      *               YET ON THE MASTER IS ACCEPTED WITH A WARNING. A
      *               RENEWED EXPIRY DATE CLEARS THE ALERT STAGE SO THE
      *               NIGHTLY EXPIRY RUN (COBBATA5) STARTS ITS 90/60/30
      *               DAY WARNINGS AFRESH. EVERY FILING IS AUDITED
      *               THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO83.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one row per employee and document type on the APITPIDD
      *    ** gateway - CMD-CODE 1 READ BY EMP-NO + DOC-TYPE, 2 ADD,
      *    ** 3 CHANGE, 4 PER-EMPLOYEE CURSOR (COBCIO23/COBBAT21),
      *    ** 5 ALL-ROWS CURSOR (COBBATA5)
       01  IDENTITY-DOCUMENT-RECORD.
           10 WS-IDD-EMP-NO           PIC X(6).
           10 WS-IDD-DOC-TYPE         PIC X(2).
               88  WS-IDD-VALID-TYPE      VALUES "WP" "VI" "PP".
           10 WS-IDD-DOC-NUMBER       PIC X(20).
           10 WS-IDD-ISSUE-COUNTRY    PIC X(3).
           10 WS-IDD-ISSUE-DATE       PIC 9(6).
           10 WS-IDD-EXPIRY-DATE      PIC 9(6).
           10 WS-IDD-SPONSOR-FLAG     PIC X(1).
      *        ** last expiry warning sent - 90, 60, 30, 1 = expired,
      *        ** zero = none yet (COBBATA5)
           10 WS-IDD-ALERT-STAGE      PIC 9(3).
           10 WS-IDD-MAINT-DATE       PIC 9(6).
           10 WS-IDD-OPID             PIC X(3).

      *    ** only the key, name and termination date matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** who/when/before/after capture for documents -
      *    ** COBAUDIT stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO83".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-IDD-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-IDD-FOUND                    VALUE "Y".
       01  WS-EMP-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-EMP-FOUND                    VALUE "Y".

      *    ** the keyed issue and expiry dates, edited field by field
       01  WS-KEY-ISSUE-DATE               PIC 9(6).
       01  WS-KEY-ISSUE-DATE-R REDEFINES WS-KEY-ISSUE-DATE.
           03  WS-KEY-ISSUE-YY             PIC 99.
           03  WS-KEY-ISSUE-MM             PIC 99.
           03  WS-KEY-ISSUE-DD             PIC 99.
       01  WS-KEY-EXPIRY-DATE              PIC 9(6).
       01  WS-KEY-EXPIRY-DATE-R REDEFINES WS-KEY-EXPIRY-DATE.
           03  WS-KEY-EXPIRY-YY            PIC 99.
           03  WS-KEY-EXPIRY-MM            PIC 99.
           03  WS-KEY-EXPIRY-DD            PIC 99.
      *    ** century-windowed for the issue/expiry comparison
       01  WS-KEY-ISSUE-YYYYMMDD           PIC 9(8).
       01  WS-KEY-EXPIRY-YYYYMMDD          PIC 9(8).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - a passport or permit number is
      *    ** personal identity data, so a masked credential is
      *    ** refused along with a denied one
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO83".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO83".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maintenance stamps, same manually-
      *    ** declared EIB field convention COBCIO24 uses - populated
      *    ** from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO83".
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

           COPY IDDM.

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

      *    **  identity documents are personal data - check this
      *    **  operator before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR IDENTITY DOCUMENTS" TO IDDMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  IDDMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  IDDMEMPL.

           GO TO 300-SEND-IDDMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE EMPLOYEE AND DOCUMENT
      * TYPE KEYED ARE SHOWN; PF10 FILES THE DOCUMENT.
      *-----------------------------------------------------------------
       200-RECEIVE-IDDMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("IDDM")
               INTO(IDDMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  IDDMEMPI NOT > SPACES
           OR  IDDMTYPI NOT > SPACES THEN
               MOVE -1        TO  IDDMEMPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-IDDMAP
           END-IF.

           MOVE IDDMTYPI      TO  WS-IDD-DOC-TYPE.
           IF  NOT WS-IDD-VALID-TYPE THEN
               MOVE DFHBMASB  TO  IDDMTYPA
               MOVE -1        TO  IDDMTYPL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 300-SEND-IDDMAP
           END-IF.

      *    ** a pre-hire permit is keyed before the master row exists
           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE IDDMEMPI      TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE "N"       TO  WS-EMP-FOUND-SWITCH
               MOVE SPACES    TO  IDDMENMO
           ELSE
               SET WS-EMP-FOUND TO TRUE
               MOVE DATA-OUT    TO  EMPLOYEE-MASTER-RECORD
               MOVE WS-EMP-NAME TO  IDDMENMO
           END-IF.

           PERFORM 450-READ-DOCUMENT.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-DOCUMENT THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-DOCUMENT THRU 600-EXIT
               END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-DOCUMENT
           END-IF.

           MOVE DFHBMFSE        TO  IDDMNUMA
                                    IDDMCTYA
                                    IDDMISSA
                                    IDDMEXPA
                                    IDDMSPNA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-IDDMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO IDDMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("IDDM")
               FROM(IDDMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-IDDMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED DOCUMENT - RESP-CODE = 0 MEANS NO ROW
      * OF THAT TYPE IS HELD FOR THE EMPLOYEE.
      *-----------------------------------------------------------------
       450-READ-DOCUMENT.

           MOVE SPACES          TO IDENTITY-DOCUMENT-RECORD.
           MOVE IDDMEMPI        TO WS-IDD-EMP-NO.
           MOVE IDDMTYPI        TO WS-IDD-DOC-TYPE.

           MOVE 1 TO CMD-CODE.
           MOVE IDENTITY-DOCUMENT-RECORD TO DATA-IN.
           CALL "APITPIDD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO IDENTITY-DOCUMENT-RECORD
               SET WS-IDD-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-IDD-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE DOCUMENT ON FILE, IF ANY, WITH WHO LAST
      * MAINTAINED IT. AN EMP-ID NOT YET ON THE MASTER IS FLAGGED SO
      * THE OPERATOR KNOWS THE ROW IS BEING HELD FOR A PENDING HIRE.
      *-----------------------------------------------------------------
       460-SHOW-DOCUMENT.

           IF  WS-IDD-FOUND THEN
               MOVE WS-IDD-DOC-NUMBER       TO IDDMNUMO
               MOVE WS-IDD-ISSUE-COUNTRY    TO IDDMCTYO
               MOVE WS-IDD-ISSUE-DATE       TO IDDMISSO
               MOVE WS-IDD-EXPIRY-DATE      TO IDDMEXPO
               MOVE WS-IDD-SPONSOR-FLAG     TO IDDMSPNO
               MOVE WS-IDD-MAINT-DATE       TO IDDMMDTO
               MOVE WS-IDD-OPID             TO IDDMMOPO
               IF  EIBAID NOT = DFHPF10
                   MOVE 8                   TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                  TO IDDMNUMO
                                               IDDMCTYO
                                               IDDMISSO
                                               IDDMEXPO
                                               IDDMSPNO
                                               IDDMMDTO
                                               IDDMMOPO
               MOVE 7                       TO WORK-MSG-CODE
           END-IF.

           IF  NOT WS-EMP-FOUND
           AND EIBAID NOT = DFHPF10 THEN
               MOVE 21                      TO WORK-MSG-CODE
           END-IF.
           MOVE -1                          TO IDDMNUML.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A FILING - AN EMPLOYEE NOT ALREADY LEFT, A
      * DOCUMENT NUMBER AND ISSUING COUNTRY, REAL ISSUE AND EXPIRY
      * DATES WITH THE EXPIRY AFTER THE ISSUE, AND A Y/N SPONSORSHIP
      * FLAG.
      *-----------------------------------------------------------------
       500-VALIDATE-DOCUMENT.

           IF  WS-EMP-FOUND
           AND WS-EMP-DATE-TERMINATED NOT = ZERO THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  IDDMEMPL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  IDDMNUMI NOT > SPACES THEN
               MOVE DFHBMASB  TO  IDDMNUMA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  IDDMNUML
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  IDDMCTYI NOT > SPACES THEN
               MOVE DFHBMASB  TO  IDDMCTYA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  IDDMCTYL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  IDDMISSI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  IDDMISSA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  IDDMISSL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE IDDMISSI        TO  WS-KEY-ISSUE-DATE.
           IF  WS-KEY-ISSUE-MM < 1 OR WS-KEY-ISSUE-MM > 12
           OR  WS-KEY-ISSUE-DD < 1 OR WS-KEY-ISSUE-DD > 31 THEN
               MOVE DFHBMASB  TO  IDDMISSA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  IDDMISSL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  IDDMEXPI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  IDDMEXPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  IDDMEXPL
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.
           MOVE IDDMEXPI        TO  WS-KEY-EXPIRY-DATE.

           IF  WS-KEY-ISSUE-YY < 50 THEN
               COMPUTE WS-KEY-ISSUE-YYYYMMDD =
                       20000000 + WS-KEY-ISSUE-DATE
           ELSE
               COMPUTE WS-KEY-ISSUE-YYYYMMDD =
                       19000000 + WS-KEY-ISSUE-DATE
           END-IF.
           IF  WS-KEY-EXPIRY-YY < 50 THEN
               COMPUTE WS-KEY-EXPIRY-YYYYMMDD =
                       20000000 + WS-KEY-EXPIRY-DATE
           ELSE
               COMPUTE WS-KEY-EXPIRY-YYYYMMDD =
                       19000000 + WS-KEY-EXPIRY-DATE
           END-IF.

           IF  WS-KEY-EXPIRY-MM < 1 OR WS-KEY-EXPIRY-MM > 12
           OR  WS-KEY-EXPIRY-DD < 1 OR WS-KEY-EXPIRY-DD > 31
           OR  WS-KEY-EXPIRY-YYYYMMDD NOT > WS-KEY-ISSUE-YYYYMMDD THEN
               MOVE DFHBMASB  TO  IDDMEXPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  IDDMEXPL
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  IDDMSPNI NOT = "Y" AND IDDMSPNI NOT = "N" THEN
               MOVE DFHBMASB  TO  IDDMSPNA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  IDDMSPNL
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA ADDS THE DOCUMENT OR CHANGES THE ROW KEYED. A NEW
      * EXPIRY DATE - A RENEWAL - CLEARS THE ALERT STAGE SO THE NIGHTLY
      * RUN WARNS AGAIN AHEAD OF THE NEW DATE.
      *-----------------------------------------------------------------
       600-FILE-DOCUMENT.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  WS-IDD-FOUND THEN
               MOVE IDENTITY-DOCUMENT-RECORD TO WS-AUD-BEFORE-IMAGE
               IF  WS-IDD-EXPIRY-DATE NOT = WS-KEY-EXPIRY-DATE THEN
                   MOVE ZERO             TO WS-IDD-ALERT-STAGE
               END-IF
               MOVE 3                    TO CMD-CODE
               MOVE 2                    TO WORK-MSG-CODE
           ELSE
               MOVE SPACES               TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES               TO IDENTITY-DOCUMENT-RECORD
               MOVE IDDMEMPI             TO WS-IDD-EMP-NO
               MOVE IDDMTYPI             TO WS-IDD-DOC-TYPE
               MOVE ZERO                 TO WS-IDD-ALERT-STAGE
               MOVE 2                    TO CMD-CODE
               MOVE 1                    TO WORK-MSG-CODE
           END-IF.

           MOVE IDDMNUMI           TO WS-IDD-DOC-NUMBER.
           MOVE IDDMCTYI           TO WS-IDD-ISSUE-COUNTRY.
           MOVE WS-KEY-ISSUE-DATE  TO WS-IDD-ISSUE-DATE.
           MOVE WS-KEY-EXPIRY-DATE TO WS-IDD-EXPIRY-DATE.
           MOVE IDDMSPNI           TO WS-IDD-SPONSOR-FLAG.
           MOVE WS-STAMP-YYMMDD    TO WS-IDD-MAINT-DATE.
           MOVE EIBOPID            TO WS-IDD-OPID.

           MOVE IDENTITY-DOCUMENT-RECORD TO DATA-IN.
           CALL "APITPIDD" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-IDD-FOUND TO TRUE.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE "IDDOC   "               TO WS-AUD-FILE.
           MOVE SPACES                   TO WS-AUD-KEY.
           STRING WS-IDD-EMP-NO WS-IDD-DOC-TYPE
                  DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE IDENTITY-DOCUMENT-RECORD TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAINTENANCE STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
      * COBCIO24.
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO IDDMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO IDDMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO IDDMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO IDDMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(IDDMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

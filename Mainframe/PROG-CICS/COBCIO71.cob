      *-----------------------------------------------------------------
      *    COBCIO71 - CUSTOMER KYC MAINTENANCE. ONE KYC ROW PER
      *               CUSTOMER ON THE NEW APITPKYC GATEWAY - THE
      *               IDENTITY DOCUMENT SEEN (TYPE, NUMBER, EXPIRY),
      *               THE CUSTOMER'S RISK RATING AND THE LAST AND NEXT
      *               PERIODIC REVIEW DATES. KEYING A CUSTOMER NUMBER
      *               SHOWS THE ROW. PF10 SAVES THE KEYED DOCUMENT AND
      *               RISK RATING - A NEW ROW IS DUE FOR REVIEW AT
      *               ONCE. PF11 RECORDS A COMPLETED REVIEW: LAST
      *               REVIEW BECOMES TODAY AND THE NEXT ONE IS SET BY
      *               RISK (THE COBCIO71/REVIEW-MTH-H, -M AND -L
      *               PARAMETERS, THIS SHOP'S 12, 24 AND 36 MONTHS
      *               WHEN NONE IS SET); A REVIEW CANNOT BE COMPLETED
      *               ON AN EXPIRED DOCUMENT. EVERY CHANGE IS LOGGED TO
      *               THE CUSTAUD CHANGE LOG THE SAME WAY COBCIO51 LOGS
      *               CUSTOMER MASTER CHANGES. THE NIGHTLY COBBAT91 RUN
      *               ALERTS COMPLIANCE AS REVIEWS COME DUE AND FREEZES
      *               THE ACCOUNTS OF A CUSTOMER LEFT UNREVIEWED PAST
      *               THE GRACE PERIOD UNTIL THE REVIEW IS RECORDED
      *               HERE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO71.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ** who/when/before/after log for customer changes, same
      *    ** audit file COBCIO50 and COBCIO51 write to
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO CUSTAUD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CUSTOMER-AUDIT-FILE
           RECORDING MODE IS F.
       01  CUSTOMER-AUDIT-RECORD.
           03  CA-CUST-NO                  PIC X(10).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-USER                     PIC X(3).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-DATE                     PIC S9(07) COMP-3.
           03  CA-TIME                     PIC S9(07) COMP-3.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-OLD-CUST-NAME            PIC X(30).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  CA-NEW-CUST-NAME            PIC X(30).

       WORKING-STORAGE SECTION.

      *    ** the customer's KYC row - APITPKYC CMD-CODE 1 READ BY
      *    ** CUST-NO, 2 ADD, 3 CHANGE, 4 UNFILTERED CURSOR (COBBAT91)
       01  KYC-RECORD.
           10 WS-KYC-CUST-NO          PIC X(10).
      *        ** PP PASSPORT, NI NATIONAL IDENTITY CARD, DL DRIVING
      *        ** LICENCE, CR COMPANY REGISTRATION
           10 WS-KYC-DOC-TYPE         PIC X(2).
               88  WS-KYC-DOC-TYPE-VALID  VALUE "PP" "NI" "DL" "CR".
           10 WS-KYC-DOC-NO           PIC X(20).
      *        ** yymmdd, zero where the document does not expire
           10 WS-KYC-DOC-EXPIRY       PIC 9(6).
      *        ** L LOW, M MEDIUM, H HIGH
           10 WS-KYC-RISK-RATING      PIC X(1).
               88  WS-KYC-RISK-VALID      VALUE "L" "M" "H".
           10 WS-KYC-LAST-REVIEW      PIC 9(6).
           10 WS-KYC-NEXT-REVIEW      PIC 9(6).
           10 WS-KYC-REVIEW-OPID      PIC X(3).
           10 WS-KYC-CHANGE-DATE      PIC 9(6).

      *    ** the row as it stood before this change, for the log
       01  WS-KYC-BEFORE                   PIC X(60).
       01  WS-KYC-BEFORE-R REDEFINES WS-KYC-BEFORE.
           10 WS-OLD-CUST-NO          PIC X(10).
           10 WS-OLD-DOC-TYPE         PIC X(2).
           10 WS-OLD-DOC-NO           PIC X(20).
           10 WS-OLD-DOC-EXPIRY       PIC 9(6).
           10 WS-OLD-RISK-RATING      PIC X(1).
           10 WS-OLD-LAST-REVIEW      PIC 9(6).
           10 WS-OLD-NEXT-REVIEW      PIC 9(6).
           10 WS-OLD-REVIEW-OPID      PIC X(3).
           10 WS-OLD-CHANGE-DATE      PIC 9(6).

      *    ** the customer shape the APITP050 gateway serves
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CM-CUST-NO                PIC X(10).
           10 WS-CM-CUST-NAME              PIC X(30).
           10 FILLER                       PIC X(141).

      *    ** the central runtime parameter row on the APITPPRM
      *    ** gateway (CMD-CODE 1 READ BY PROGRAM+NAME, LATEST
      *    ** EFFECTIVE) - maintained on the COBCIO63 screen
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).
       01  WS-PRM-REVIEW-NAME.
           03  FILLER                      PIC X(11)
                                           VALUE "REVIEW-MTH-".
           03  WS-PRM-REVIEW-RISK          PIC X(1).

      *    ** the review cycle arithmetic - the next review is today
      *    ** moved on by the months for the risk rating, the day held
      *    ** back to the month end where the month is shorter, same
      *    ** as the COBCIO69 maturity date
       01  WS-REVIEW-MONTHS                PIC 9(3).
       01  WS-TERM-DATE                    PIC 9(6).
       01  WS-TERM-DATE-R REDEFINES WS-TERM-DATE.
           03  WS-TERM-YY                  PIC 99.
           03  WS-TERM-MM                  PIC 99.
           03  WS-TERM-DD                  PIC 99.
       01  WS-TERM-MONTHS                  PIC S9(7) COMP-3.
       01  WS-TERM-YYYY                    PIC 9(4).
       01  WS-MONTH-DAYS-LIST              PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TAB REDEFINES WS-MONTH-DAYS-LIST.
           03  WS-MONTH-DAYS               PIC 99 OCCURS 12 TIMES.
       01  WS-LAST-DAY                     PIC 99.
       01  WS-LEAP-REMAINDER               PIC 9.
       01  WS-LEAP-QUOTIENT                PIC 9(4).

      *    ** yymmdd dates windowed to a full ccyymmdd so an expiry
      *    ** can be compared with today across the century
       01  WS-EXPIRY-CCYYMMDD              PIC 9(8).
       01  WS-TODAY-CCYYMMDD               PIC 9(8).

      *    ** the two 30-character columns of the change log
       01  WS-AUD-OLD-TEXT                 PIC X(30).
       01  WS-AUD-NEW-TEXT                 PIC X(30).
       01  WS-DOC-IMAGE.
           03  WS-DOC-IMAGE-TYPE           PIC X(2).
           03  FILLER                      PIC X(1)  VALUE SPACE.
           03  WS-DOC-IMAGE-NO             PIC X(20).
           03  FILLER                      PIC X(1)  VALUE SPACE.
           03  WS-DOC-IMAGE-EXPIRY         PIC 9(6).
       01  WS-RISK-IMAGE.
           03  FILLER                      PIC X(12)
                                           VALUE "RISK RATING ".
           03  WS-RISK-IMAGE-RATING        PIC X(1).
           03  FILLER                      PIC X(17) VALUE SPACES.
       01  WS-REVIEW-IMAGE.
           03  WS-REVIEW-IMAGE-LABEL       PIC X(15).
           03  WS-REVIEW-IMAGE-DATE        PIC 9(6).
           03  FILLER                      PIC X(9)  VALUE SPACES.

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-CUS-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-CUS-FOUND                    VALUE "Y".
       01  WS-KYC-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-KYC-FOUND                    VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization, checked through COBSECCK like
      *    ** the salary-bearing screens
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO71".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO71".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the review stamp and the change log, same
      *    ** manually-declared EIB field convention COBCIO51 uses -
      *    ** populated from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBDATE                         PIC S9(07) COMP-3.
       01  EIBTIME                         PIC S9(07) COMP-3.
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-YYDDD                  PIC 9(5).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO71".
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

           COPY KYCRM.

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

      *    **  only cleared operators may see or change identity
      *    **  documents - refused before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR KYC MAINTENANCE" TO KYCRMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  KYCRO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  KYCRCUSL.

           GO TO 300-SEND-KYCRMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. A KEYED CUSTOMER NUMBER
      * SHOWS THAT CUSTOMER'S KYC ROW; PF10 SAVES THE KEYED DOCUMENT
      * AND RISK RATING, PF11 RECORDS A COMPLETED REVIEW.
      *-----------------------------------------------------------------
       200-RECEIVE-KYCRMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("KYCRM")
               INTO(KYCRI)
           END-EXEC.

           IF  KYCRCUSI NOT > SPACES THEN
               MOVE -1 TO KYCRCUSL
               MOVE 6  TO WORK-MSG-CODE
               GO TO 300-SEND-KYCRMAP
           END-IF.

           PERFORM 450-READ-KYC.
           IF  NOT WS-CUS-FOUND THEN
               GO TO 300-SEND-KYCRMAP
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-KYC THRU 500-EXIT-POINT
               IF  NOT ERRORS THEN
                   PERFORM 600-SAVE-KYC THRU 600-EXIT
               END-IF
           ELSE
           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-COMPLETE-REVIEW THRU 700-EXIT
           END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-KYC
           END-IF.

           MOVE DFHBMFSE        TO  KYCRDTYA
                                    KYCRDNOA
                                    KYCRDEXA
                                    KYCRRSKA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-KYCRMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO KYCRMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("KYCRM")
               FROM(KYCRO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-KYCRMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED CUSTOMER AND THEIR KYC ROW, IF THEY
      * HAVE ONE YET.
      *-----------------------------------------------------------------
       450-READ-KYC.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           MOVE SPACES        TO  CUSTOMER-MASTER-RECORD.
           MOVE KYCRCUSI      TO  WS-CM-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE SPACES    TO  KYCRNAMO
               MOVE -1        TO  KYCRCUSL
               MOVE 17        TO  WORK-MSG-CODE
               MOVE "N"       TO  WS-CUS-FOUND-SWITCH
           ELSE
               MOVE DATA-OUT  TO  CUSTOMER-MASTER-RECORD
               MOVE WS-CM-CUST-NAME TO KYCRNAMO
               SET WS-CUS-FOUND     TO TRUE
           END-IF.

           MOVE SPACES        TO  KYC-RECORD.
           MOVE KYCRCUSI      TO  WS-KYC-CUST-NO.
           MOVE 1 TO CMD-CODE.
           MOVE KYC-RECORD TO DATA-IN.
           CALL "APITPKYC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT  TO  KYC-RECORD
               SET WS-KYC-FOUND TO TRUE
           ELSE
               MOVE "N"       TO  WS-KYC-FOUND-SWITCH
           END-IF.
           MOVE KYC-RECORD    TO  WS-KYC-BEFORE.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE KYC ROW, OR ASKS FOR ONE TO BE KEYED.
      *-----------------------------------------------------------------
       460-SHOW-KYC.

           IF  WS-KYC-FOUND THEN
               MOVE WS-KYC-DOC-TYPE       TO KYCRDTYO
               MOVE WS-KYC-DOC-NO         TO KYCRDNOO
               MOVE WS-KYC-DOC-EXPIRY     TO KYCRDEXO
               MOVE WS-KYC-RISK-RATING    TO KYCRRSKO
               MOVE WS-KYC-LAST-REVIEW    TO KYCRLRVO
               MOVE WS-KYC-NEXT-REVIEW    TO KYCRNRVO
               IF  EIBAID NOT = DFHPF10 AND EIBAID NOT = DFHPF11
                   MOVE 8                 TO WORK-MSG-CODE
               END-IF
           ELSE
               MOVE SPACES                TO KYCRLRVO
               MOVE SPACES                TO KYCRNRVO
               MOVE -1                    TO KYCRDTYL
               IF  EIBAID NOT = DFHPF11
                   MOVE 7                 TO WORK-MSG-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE KEYED DOCUMENT AND RISK RATING.
      *-----------------------------------------------------------------
       500-VALIDATE-KYC.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           MOVE KYCRDTYI      TO  WS-KYC-DOC-TYPE.
           IF  NOT WS-KYC-DOC-TYPE-VALID THEN
               MOVE DFHBMASB  TO  KYCRDTYA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  KYCRDTYL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           IF  KYCRDNOI NOT > SPACES THEN
               MOVE DFHBMASB  TO  KYCRDNOA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  KYCRDNOL
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

      *    ** a blank expiry is a document that does not expire
           IF  KYCRDEXI NOT > SPACES THEN
               MOVE ZERO      TO  WS-TERM-DATE
           ELSE
           IF  KYCRDEXI IS NOT NUMERIC THEN
               MOVE DFHBMASB  TO  KYCRDEXA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  KYCRDEXL
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           ELSE
               MOVE KYCRDEXI  TO  WS-TERM-DATE
               IF  WS-TERM-MM < 1 OR WS-TERM-MM > 12
               OR  WS-TERM-DD < 1 OR WS-TERM-DD > 31 THEN
                   MOVE DFHBMASB  TO  KYCRDEXA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  KYCRDEXL
                   MOVE 20        TO  WORK-MSG-CODE
                   GO TO 500-EXIT-POINT
               END-IF
           END-IF
           END-IF.
           MOVE WS-TERM-DATE  TO  WS-KYC-DOC-EXPIRY.

      *    ** an expired document cannot be the one on record
           PERFORM 800-GET-OPID-AND-TIME.
           PERFORM 560-CHECK-EXPIRY.
           IF  ERRORS THEN
               MOVE DFHBMASB  TO  KYCRDEXA
               MOVE -1        TO  KYCRDEXL
               MOVE 21        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           MOVE KYCRRSKI      TO  WS-KYC-RISK-RATING.
           IF  NOT WS-KYC-RISK-VALID THEN
               MOVE DFHBMASB  TO  KYCRRSKA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  KYCRRSKL
               MOVE 22        TO  WORK-MSG-CODE
           END-IF.

       500-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SETS THE ERROR SWITCH WHEN WS-KYC-DOC-EXPIRY IS
      * ALREADY BEHIND TODAY. A ZERO EXPIRY NEVER EXPIRES.
      *-----------------------------------------------------------------
       560-CHECK-EXPIRY.

           IF  WS-KYC-DOC-EXPIRY = ZERO THEN
               MOVE SWITCH-OFF TO ERROR-SWITCH
           ELSE
               MOVE WS-KYC-DOC-EXPIRY TO WS-EXPIRY-CCYYMMDD
               IF  WS-KYC-DOC-EXPIRY < 500000 THEN
                   ADD 20000000 TO WS-EXPIRY-CCYYMMDD
               ELSE
                   ADD 19000000 TO WS-EXPIRY-CCYYMMDD
               END-IF
               MOVE WS-STAMP-YYMMDD TO WS-TODAY-CCYYMMDD
               IF  WS-STAMP-YYMMDD < 500000 THEN
                   ADD 20000000 TO WS-TODAY-CCYYMMDD
               ELSE
                   ADD 19000000 TO WS-TODAY-CCYYMMDD
               END-IF
               IF  WS-EXPIRY-CCYYMMDD < WS-TODAY-CCYYMMDD THEN
                   SET ERRORS TO TRUE
               ELSE
                   MOVE SWITCH-OFF TO ERROR-SWITCH
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SAVES THE KEYED DOCUMENT AND RISK RATING - ADDING THE
      * ROW, DUE FOR REVIEW TODAY, WHEN THE CUSTOMER HAS NONE YET - AND
      * LOGS WHAT CHANGED.
      *-----------------------------------------------------------------
       600-SAVE-KYC.

           MOVE KYCRCUSI            TO  WS-KYC-CUST-NO.
           MOVE KYCRDNOI            TO  WS-KYC-DOC-NO.
           MOVE WS-STAMP-YYMMDD     TO  WS-KYC-CHANGE-DATE.

           IF  WS-KYC-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE ZERO            TO  WS-KYC-LAST-REVIEW
               MOVE WS-STAMP-YYMMDD TO  WS-KYC-NEXT-REVIEW
               MOVE SPACES          TO  WS-KYC-REVIEW-OPID
               MOVE ZERO            TO  WS-OLD-DOC-EXPIRY
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE KYC-RECORD TO DATA-IN.
           CALL "APITPKYC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           IF  WS-KYC-DOC-TYPE   NOT = WS-OLD-DOC-TYPE
           OR  WS-KYC-DOC-NO     NOT = WS-OLD-DOC-NO
           OR  WS-KYC-DOC-EXPIRY NOT = WS-OLD-DOC-EXPIRY THEN
               MOVE WS-OLD-DOC-TYPE    TO WS-DOC-IMAGE-TYPE
               MOVE WS-OLD-DOC-NO      TO WS-DOC-IMAGE-NO
               MOVE WS-OLD-DOC-EXPIRY  TO WS-DOC-IMAGE-EXPIRY
               MOVE WS-DOC-IMAGE       TO WS-AUD-OLD-TEXT
               IF  NOT WS-KYC-FOUND THEN
                   MOVE SPACES         TO WS-AUD-OLD-TEXT
               END-IF
               MOVE WS-KYC-DOC-TYPE    TO WS-DOC-IMAGE-TYPE
               MOVE WS-KYC-DOC-NO      TO WS-DOC-IMAGE-NO
               MOVE WS-KYC-DOC-EXPIRY  TO WS-DOC-IMAGE-EXPIRY
               MOVE WS-DOC-IMAGE       TO WS-AUD-NEW-TEXT
               PERFORM 850-WRITE-AUDIT-RECORD
           END-IF.

           IF  WS-KYC-RISK-RATING NOT = WS-OLD-RISK-RATING THEN
               MOVE WS-OLD-RISK-RATING TO WS-RISK-IMAGE-RATING
               MOVE WS-RISK-IMAGE      TO WS-AUD-OLD-TEXT
               IF  NOT WS-KYC-FOUND THEN
                   MOVE SPACES         TO WS-AUD-OLD-TEXT
               END-IF
               MOVE WS-KYC-RISK-RATING TO WS-RISK-IMAGE-RATING
               MOVE WS-RISK-IMAGE      TO WS-AUD-NEW-TEXT
               PERFORM 850-WRITE-AUDIT-RECORD
           END-IF.

           SET WS-KYC-FOUND         TO  TRUE.
           MOVE KYC-RECORD          TO  WS-KYC-BEFORE.
           MOVE -1                  TO  KYCRCUSL.
           MOVE 9                   TO  WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SETS THE NEXT REVIEW DATE - TODAY MOVED ON BY
      * WS-REVIEW-MONTHS, SAME ARITHMETIC AS THE COBCIO69 MATURITY
      * DATE.
      *-----------------------------------------------------------------
       650-SET-NEXT-REVIEW.

           MOVE WS-STAMP-YYMMDD      TO WS-TERM-DATE.

           IF  WS-TERM-YY < 50 THEN
               COMPUTE WS-TERM-YYYY = 2000 + WS-TERM-YY
           ELSE
               COMPUTE WS-TERM-YYYY = 1900 + WS-TERM-YY
           END-IF.
           COMPUTE WS-TERM-MONTHS = (WS-TERM-YYYY * 12)
                                  + (WS-TERM-MM - 1)
                                  + WS-REVIEW-MONTHS.
           DIVIDE WS-TERM-MONTHS BY 12 GIVING WS-TERM-YYYY
                                       REMAINDER WS-TERM-MM.
           ADD 1 TO WS-TERM-MM.
           DIVIDE WS-TERM-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                                      REMAINDER WS-TERM-YY.

           MOVE WS-MONTH-DAYS (WS-TERM-MM) TO WS-LAST-DAY.
           IF  WS-TERM-MM = 2 THEN
               DIVIDE WS-TERM-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                                        REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO THEN
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF.
           IF  WS-TERM-DD > WS-LAST-DAY THEN
               MOVE WS-LAST-DAY TO WS-TERM-DD
           END-IF.

           MOVE WS-TERM-DATE TO WS-KYC-NEXT-REVIEW.

      *-----------------------------------------------------------------
      * THIS PARA RECORDS A COMPLETED REVIEW - LAST REVIEW TODAY, NEXT
      * REVIEW BY RISK RATING. THE DOCUMENT ON RECORD MUST STILL BE IN
      * DATE; COBBAT91 LIFTS ANY KYC FREEZE ON ITS NEXT RUN.
      *-----------------------------------------------------------------
       700-COMPLETE-REVIEW.

           IF  NOT WS-KYC-FOUND THEN
               MOVE -1 TO KYCRDTYL
               MOVE 12 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           PERFORM 560-CHECK-EXPIRY.
           IF  ERRORS THEN
               PERFORM 460-SHOW-KYC
               MOVE DFHBMASB  TO  KYCRDEXA
               MOVE -1        TO  KYCRDEXL
               MOVE 11        TO  WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           EVALUATE WS-KYC-RISK-RATING
               WHEN "H"
                   MOVE 12 TO WS-REVIEW-MONTHS
               WHEN "M"
                   MOVE 24 TO WS-REVIEW-MONTHS
               WHEN OTHER
                   MOVE 36 TO WS-REVIEW-MONTHS
           END-EVALUATE.

           MOVE SPACES              TO PARAMETER-RECORD.
           MOVE "COBCIO71"          TO WS-PRM-PROGRAM.
           MOVE WS-KYC-RISK-RATING  TO WS-PRM-REVIEW-RISK.
           MOVE WS-PRM-REVIEW-NAME  TO WS-PRM-NAME.
           MOVE 1 TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO PARAMETER-RECORD
               IF  WS-PRM-VALUE > ZERO THEN
                   MOVE WS-PRM-VALUE TO WS-REVIEW-MONTHS
               END-IF
           END-IF.

           MOVE WS-STAMP-YYMMDD     TO  WS-KYC-LAST-REVIEW.
           PERFORM 650-SET-NEXT-REVIEW.
           MOVE EIBOPID             TO  WS-KYC-REVIEW-OPID.
           MOVE WS-STAMP-YYMMDD     TO  WS-KYC-CHANGE-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE KYC-RECORD TO DATA-IN.
           CALL "APITPKYC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE "REVIEW DUE     "   TO  WS-REVIEW-IMAGE-LABEL.
           MOVE WS-OLD-NEXT-REVIEW  TO  WS-REVIEW-IMAGE-DATE.
           MOVE WS-REVIEW-IMAGE     TO  WS-AUD-OLD-TEXT.
           MOVE "REVIEWED, NEXT "   TO  WS-REVIEW-IMAGE-LABEL.
           MOVE WS-KYC-NEXT-REVIEW  TO  WS-REVIEW-IMAGE-DATE.
           MOVE WS-REVIEW-IMAGE     TO  WS-AUD-NEW-TEXT.
           PERFORM 850-WRITE-AUDIT-RECORD.

           MOVE KYC-RECORD          TO  WS-KYC-BEFORE.
           MOVE -1                  TO  KYCRCUSL.
           MOVE 10                  TO  WORK-MSG-CODE.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * REVIEW STAMP AND THE CHANGE LOG - SAME ASSIGN/ASKTIME/
      * FORMATTIME IDIOM AS COBCIO51.
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
               YYDDD(WS-STAMP-YYDDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

           MOVE WS-STAMP-YYDDD      TO  EIBDATE.
           MOVE WS-STAMP-HHMMSS     TO  EIBTIME.

      *-----------------------------------------------------------------
      * THIS PARA LOGS WHO CHANGED A CUSTOMER'S KYC ROW, WHEN, AND THE
      * BEFORE/AFTER OF THE CHANGED PART, SAME AUDIT FILE COBCIO51
      * WRITES CUSTOMER MASTER CHANGES TO.
      *-----------------------------------------------------------------
       850-WRITE-AUDIT-RECORD.

           OPEN EXTEND CUSTOMER-AUDIT-FILE.

           MOVE WS-KYC-CUST-NO      TO  CA-CUST-NO.
           MOVE EIBOPID             TO  CA-USER.
           MOVE EIBDATE             TO  CA-DATE.
           MOVE EIBTIME             TO  CA-TIME.
           MOVE WS-AUD-OLD-TEXT     TO  CA-OLD-CUST-NAME.
           MOVE WS-AUD-NEW-TEXT     TO  CA-NEW-CUST-NAME.
           WRITE CUSTOMER-AUDIT-RECORD.

           CLOSE CUSTOMER-AUDIT-FILE.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO KYCRMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO KYCRMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO KYCRMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO KYCRMSGA.

           EXEC CICS
               SEND TEXT
               FROM(KYCRMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

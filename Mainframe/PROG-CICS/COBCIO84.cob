      *-----------------------------------------------------------------
      *    COBCIO84 - DISCIPLINARY AND GRIEVANCE CASE MAINTENANCE.
      *               WARNINGS AND GRIEVANCES WERE KEPT IN LOCKED
      *               CABINETS WHERE NOTHING ELSE IN THE SYSTEM COULD
      *               SEE THEM. EACH CASE IS NOW A CONFIDENTIAL ROW ON
      *               THE NEW APITPDSC GATEWAY, KEYED BY EMP-ID AND A
      *               CASE NUMBER - D DISCIPLINARY OR G GRIEVANCE, THE
      *               ALLEGATION OR COMPLAINT, THE STAGE IT HAS
      *               REACHED, THE HEARING AND APPEAL DATES, THE
      *               OUTCOME, THE DATE A WARNING EXPIRES AND WHETHER
      *               THE EMPLOYEE MAY BE REHIRED. KEYING EMP-ID AND
      *               CASE NUMBER SHOWS THE CASE; CASE 00 WITH PF10
      *               OPENS THE NEXT ONE, PF10 ON A CASE SHOWN FILES
      *               THE CHANGES. ACCESS IS ITS OWN COBSECCK FUNCTION
      *               (DISCCASE), NOT THIS PROGRAM'S NAME, SO IT IS
      *               GRANTED SEPARATELY FROM ANY OTHER HR RIGHT, AND
      *               EVERY CASE SHOWN IS WRITTEN TO THE CASE VIEW LOG
      *               (APITPDSC CMD-CODE 6) WITH WHO AND WHEN. FILINGS
      *               GO ON THE HR AUDIT TRAIL THROUGH COBAUDIT WITH
      *               THE ALLEGATION TEXT LEFT OFF THE IMAGES. A
      *               WARNING STILL IN DATE KEEPS THE EMPLOYEE OUT OF
      *               THE SALARY REVIEW (COBBAT31), A NOT-ELIGIBLE
      *               REHIRE FLAG STOPS A REHIRE IN COBCIO23, AND THE
      *               HR DIRECTOR GETS THE QUARTERLY CASE REPORT
      *               (COBBATA6).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO84.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one row per employee and case number on the APITPDSC
      *    ** gateway - CMD-CODE 1 READ BY EMP-NO + CASE-NO, 2 ADD,
      *    ** 3 CHANGE, 4 PER-EMPLOYEE CURSOR (COBCIO23/COBBAT31),
      *    ** 5 ALL-CASES CURSOR (COBBATA6), 6 VIEW-LOG ADD
       01  DISCIPLINARY-CASE-RECORD.
           10 WS-DSC-EMP-NO           PIC X(6).
           10 WS-DSC-CASE-NO          PIC 9(2).
      *        ** D = DISCIPLINARY, G = GRIEVANCE
           10 WS-DSC-CASE-TYPE        PIC X(1).
               88  WS-DSC-DISCIPLINARY    VALUE "D".
               88  WS-DSC-GRIEVANCE       VALUE "G".
      *        ** the allegation (D) or the complaint (G)
           10 WS-DSC-DETAIL           PIC X(60).
      *        ** O OPENED, I INVESTIGATION, H HEARING, A APPEAL,
      *        ** C CLOSED
           10 WS-DSC-STAGE            PIC X(1).
               88  WS-DSC-VALID-STAGE     VALUES "O" "I" "H" "A" "C".
               88  WS-DSC-CLOSED          VALUE "C".
           10 WS-DSC-OPENED-DATE      PIC 9(6).
           10 WS-DSC-HEARING-DATE     PIC 9(6).
           10 WS-DSC-APPEAL-DATE      PIC 9(6).
      *        ** NA NO ACTION, VW VERBAL / WW WRITTEN / FW FINAL
      *        ** WARNING, DS DISMISSED, UP GRIEVANCE UPHELD, RJ
      *        ** GRIEVANCE REJECTED, WD WITHDRAWN - SPACES WHILE OPEN
           10 WS-DSC-OUTCOME          PIC X(2).
           10 WS-DSC-WARNING-EXPIRY   PIC 9(6).
      *        ** N = NOT ELIGIBLE FOR REHIRE
           10 WS-DSC-REHIRE-FLAG      PIC X(1).
           10 WS-DSC-CLOSED-DATE      PIC 9(6).
           10 WS-DSC-MAINT-DATE       PIC 9(6).
           10 WS-DSC-OPID             PIC X(3).

      *    ** one row on the case view log - who looked at which case
       01  CASE-VIEW-RECORD.
           03  WS-DSV-EMP-NO               PIC X(6).
           03  WS-DSV-CASE-NO              PIC 9(2).
           03  WS-DSV-OPID                 PIC X(3).
           03  WS-DSV-DATE                 PIC 9(6).
           03  WS-DSV-TIME                 PIC 9(6).
           03  WS-DSV-PROGRAM              PIC X(8) VALUE "COBCIO84".

      *    ** only the key, name and termination date matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  WS-EMP-NAME                 PIC X(30).
           03  FILLER                      PIC X(100).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).

      *    ** who/when/before/after capture for cases - COBAUDIT
      *    ** stamps date/time and files through APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIO84".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).
      *    ** the case image with the allegation text blanked - the
      *    ** audit trail is browsed far more widely than this screen
       01  WS-AUDIT-IMAGE                  PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-DSC-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-DSC-FOUND                    VALUE "Y".
       01  WS-DSC-CURSOR-SWITCH            PIC X.
           88  WS-DSC-CURSOR-DONE              VALUE "Y".
       01  WS-KEY-CASE-NO                  PIC 9(2).
       01  WS-NEXT-CASE-NO                 PIC 9(2).

      *    ** the keyed dates, edited field by field - zero is
      *    ** allowed for a date not reached yet
       01  WS-KEY-DATE                     PIC 9(6).
       01  WS-KEY-DATE-R REDEFINES WS-KEY-DATE.
           03  WS-KEY-YY                   PIC 99.
           03  WS-KEY-MM                   PIC 99.
           03  WS-KEY-DD                   PIC 99.
       01  WS-KEY-DATE-SWITCH              PIC X.
           88  WS-KEY-DATE-BAD                 VALUE "Y".
       01  WS-KEY-HEARING-DATE             PIC 9(6).
       01  WS-KEY-APPEAL-DATE              PIC 9(6).
       01  WS-KEY-EXPIRY-DATE              PIC 9(6).
       01  WS-KEY-OUTCOME                  PIC X(2).
           88  WS-KEY-VALID-OUTCOME            VALUES "NA" "VW" "WW"
                                               "FW" "DS" "UP" "RJ" "WD".
           88  WS-KEY-WARNING                  VALUES "VW" "WW" "FW".
           88  WS-KEY-DISCIPLINE-ONLY          VALUES "VW" "WW" "FW"
                                                      "DS".
           88  WS-KEY-GRIEVANCE-ONLY           VALUES "UP" "RJ".
      *    ** warning expiry and today, century-windowed to compare
       01  WS-KEY-EXPIRY-CCYYMMDD          PIC 9(8).
       01  WS-TODAY-CCYYMMDD               PIC 9(8).
       01  WS-KEY-REHIRE-FLAG              PIC X(1).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization - the dedicated DISCCASE function,
      *    ** and a masked credential is refused along with a denied
      *    ** one since nothing on a case can be shown half-hidden
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "DISCCASE".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-MASKED               VALUE "M".
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO84".
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
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO84".
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

           COPY DSCM.

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

      *    **  case records are confidential - check this operator
      *    **  before the first screen ever shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED OR WS-SEC-MASKED THEN
               MOVE "NOT AUTHORIZED FOR CASE RECORDS" TO DSCMMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  DSCMO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  DSCMEMPL.

           GO TO 300-SEND-DSCMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. THE CASE KEYED IS SHOWN AND
      * LOGGED; PF10 OPENS A NEW CASE (CASE 00) OR FILES THE CHANGES.
      *-----------------------------------------------------------------
       200-RECEIVE-DSCMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("DSCM")
               INTO(DSCMI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  DSCMEMPI NOT > SPACES
           OR  DSCMCASI IS NOT NUMERIC THEN
               MOVE -1        TO  DSCMEMPL
               MOVE 6         TO  WORK-MSG-CODE
               GO TO 300-SEND-DSCMAP
           END-IF.
           MOVE DSCMCASI      TO  WS-KEY-CASE-NO.

           MOVE SPACES        TO  EMPLOYEE-MASTER-RECORD.
           MOVE DSCMEMPI      TO  WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0 THEN
               MOVE SPACES    TO  DSCMENMO
               MOVE -1        TO  DSCMEMPL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 300-SEND-DSCMAP
           END-IF.
           MOVE DATA-OUT      TO  EMPLOYEE-MASTER-RECORD.
           MOVE WS-EMP-NAME   TO  DSCMENMO.

           PERFORM 450-READ-CASE THRU 450-EXIT.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-CASE THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-CASE THRU 600-EXIT
               END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-CASE
           END-IF.

           MOVE DFHBMFSE        TO  DSCMTYPA
                                    DSCMDTLA
                                    DSCMSTGA
                                    DSCMHRGA
                                    DSCMAPLA
                                    DSCMOUTA
                                    DSCMWEXA
                                    DSCMRHRA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-DSCMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO DSCMMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("DSCM")
               FROM(DSCMO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-DSCMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED CASE - RESP-CODE = 0 MEANS NO CASE OF
      * THAT NUMBER FOR THE EMPLOYEE. CASE 00 IS NEVER ON FILE.
      *-----------------------------------------------------------------
       450-READ-CASE.

           MOVE "N"             TO WS-DSC-FOUND-SWITCH.
           IF  WS-KEY-CASE-NO = ZERO
               GO TO 450-EXIT
           END-IF.

           MOVE SPACES          TO DISCIPLINARY-CASE-RECORD.
           MOVE DSCMEMPI        TO WS-DSC-EMP-NO.
           MOVE WS-KEY-CASE-NO  TO WS-DSC-CASE-NO.

           MOVE 1 TO CMD-CODE.
           MOVE DISCIPLINARY-CASE-RECORD TO DATA-IN.
           CALL "APITPDSC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO DISCIPLINARY-CASE-RECORD
               SET WS-DSC-FOUND          TO TRUE
           END-IF.

       450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE CASE ON FILE, IF ANY, AND PUTS THE VIEW ON
      * THE CASE VIEW LOG.
      *-----------------------------------------------------------------
       460-SHOW-CASE.

           IF  WS-DSC-FOUND THEN
               MOVE WS-DSC-CASE-NO          TO DSCMCASO
               MOVE WS-DSC-CASE-TYPE        TO DSCMTYPO
               MOVE WS-DSC-DETAIL           TO DSCMDTLO
               MOVE WS-DSC-STAGE            TO DSCMSTGO
               MOVE WS-DSC-OPENED-DATE      TO DSCMOPNO
               MOVE WS-DSC-HEARING-DATE     TO DSCMHRGO
               MOVE WS-DSC-APPEAL-DATE      TO DSCMAPLO
               MOVE WS-DSC-OUTCOME          TO DSCMOUTO
               MOVE WS-DSC-WARNING-EXPIRY   TO DSCMWEXO
               MOVE WS-DSC-REHIRE-FLAG      TO DSCMRHRO
               MOVE WS-DSC-CLOSED-DATE      TO DSCMCLSO
               MOVE WS-DSC-MAINT-DATE       TO DSCMMDTO
               MOVE WS-DSC-OPID             TO DSCMMOPO
               IF  EIBAID NOT = DFHPF10
                   MOVE 8                   TO WORK-MSG-CODE
               END-IF
               PERFORM 470-LOG-VIEW
           ELSE
               MOVE SPACES                  TO DSCMTYPO
                                               DSCMDTLO
                                               DSCMSTGO
                                               DSCMOPNO
                                               DSCMHRGO
                                               DSCMAPLO
                                               DSCMOUTO
                                               DSCMWEXO
                                               DSCMRHRO
                                               DSCMCLSO
                                               DSCMMDTO
                                               DSCMMOPO
               MOVE 7                       TO WORK-MSG-CODE
           END-IF.
           MOVE -1                          TO DSCMTYPL.

      *-----------------------------------------------------------------
      * THIS PARA LOGS ONE VIEW OF A CASE - OPERATOR, DATE AND TIME.
      *-----------------------------------------------------------------
       470-LOG-VIEW.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE WS-DSC-EMP-NO   TO WS-DSV-EMP-NO.
           MOVE WS-DSC-CASE-NO  TO WS-DSV-CASE-NO.
           MOVE EIBOPID         TO WS-DSV-OPID.
           MOVE WS-STAMP-YYMMDD TO WS-DSV-DATE.
           MOVE WS-STAMP-HHMMSS TO WS-DSV-TIME.

           MOVE 6 TO CMD-CODE.
           MOVE CASE-VIEW-RECORD TO DATA-IN.
           CALL "APITPDSC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A FILING - A CASE TYPE (FIXED ONCE OPENED),
      * THE ALLEGATION OR COMPLAINT, A STAGE, REAL HEARING AND APPEAL
      * DATES WHERE KEYED, AN OUTCOME THAT FITS THE CASE TYPE AND IS
      * THERE BEFORE THE CASE CLOSES, A FUTURE EXPIRY DATE FOR A
      * WARNING AND NONE FOR ANYTHING ELSE, AND A Y/N REHIRE FLAG.
      *-----------------------------------------------------------------
       500-VALIDATE-CASE.

           IF  WS-KEY-CASE-NO NOT = ZERO AND NOT WS-DSC-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  DSCMCASL
               MOVE 7         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  WS-DSC-FOUND THEN
               MOVE WS-DSC-CASE-TYPE TO DSCMTYPI
           END-IF.
           IF  DSCMTYPI NOT = "D" AND DSCMTYPI NOT = "G" THEN
               MOVE DFHBMASB  TO  DSCMTYPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  DSCMTYPL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  DSCMDTLI NOT > SPACES THEN
               MOVE DFHBMASB  TO  DSCMDTLA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  DSCMDTLL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  DSCMSTGI NOT = "O" AND DSCMSTGI NOT = "I"
           AND DSCMSTGI NOT = "H" AND DSCMSTGI NOT = "A"
           AND DSCMSTGI NOT = "C" THEN
               MOVE DFHBMASB  TO  DSCMSTGA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  DSCMSTGL
               MOVE 16        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE ZERO          TO  WS-KEY-HEARING-DATE.
           IF  DSCMHRGI > SPACES THEN
               MOVE "N"       TO  WS-KEY-DATE-SWITCH
               IF  DSCMHRGI IS NOT NUMERIC
                   SET WS-KEY-DATE-BAD TO TRUE
               ELSE
                   MOVE DSCMHRGI TO WS-KEY-DATE
                   PERFORM 550-EDIT-DATE
               END-IF
               IF  WS-KEY-DATE-BAD THEN
                   MOVE DFHBMASB  TO  DSCMHRGA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  DSCMHRGL
                   MOVE 17        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE WS-KEY-DATE TO WS-KEY-HEARING-DATE
           END-IF.

           MOVE ZERO          TO  WS-KEY-APPEAL-DATE.
           IF  DSCMAPLI > SPACES THEN
               MOVE "N"       TO  WS-KEY-DATE-SWITCH
               IF  DSCMAPLI IS NOT NUMERIC
                   SET WS-KEY-DATE-BAD TO TRUE
               ELSE
                   MOVE DSCMAPLI TO WS-KEY-DATE
                   PERFORM 550-EDIT-DATE
               END-IF
               IF  WS-KEY-DATE-BAD THEN
                   MOVE DFHBMASB  TO  DSCMAPLA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  DSCMAPLL
                   MOVE 18        TO  WORK-MSG-CODE
                   GO TO 500-EXIT
               END-IF
               MOVE WS-KEY-DATE TO WS-KEY-APPEAL-DATE
           END-IF.

           MOVE DSCMOUTI      TO  WS-KEY-OUTCOME.
           IF  WS-KEY-OUTCOME = SPACES THEN
               IF  DSCMSTGI = "C"
                   SET ERRORS     TO  TRUE
               END-IF
           ELSE
               IF  NOT WS-KEY-VALID-OUTCOME
               OR  (DSCMTYPI = "G" AND WS-KEY-DISCIPLINE-ONLY)
               OR  (DSCMTYPI = "D" AND WS-KEY-GRIEVANCE-ONLY)
                   SET ERRORS     TO  TRUE
               END-IF
           END-IF.
           IF  ERRORS THEN
               MOVE DFHBMASB  TO  DSCMOUTA
               MOVE -1        TO  DSCMOUTL
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

      *    ** a warning needs an expiry date after today; nothing else
      *    ** carries one
           MOVE ZERO          TO  WS-KEY-EXPIRY-DATE.
           MOVE "N"           TO  WS-KEY-DATE-SWITCH.
           IF  WS-KEY-WARNING THEN
               IF  DSCMWEXI IS NOT NUMERIC
                   SET WS-KEY-DATE-BAD TO TRUE
               ELSE
                   MOVE DSCMWEXI TO WS-KEY-DATE
                   PERFORM 550-EDIT-DATE
                   PERFORM 560-CHECK-FUTURE-DATE
                   MOVE WS-KEY-DATE TO WS-KEY-EXPIRY-DATE
               END-IF
           ELSE
               IF  DSCMWEXI > SPACES AND DSCMWEXI NOT = ZERO
                   SET WS-KEY-DATE-BAD TO TRUE
               END-IF
           END-IF.
           IF  WS-KEY-DATE-BAD THEN
               MOVE DFHBMASB  TO  DSCMWEXA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  DSCMWEXL
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  DSCMRHRI = SPACES
               MOVE "Y"       TO  WS-KEY-REHIRE-FLAG
           ELSE
               MOVE DSCMRHRI  TO  WS-KEY-REHIRE-FLAG
           END-IF.
           IF  WS-KEY-REHIRE-FLAG NOT = "Y"
           AND WS-KEY-REHIRE-FLAG NOT = "N" THEN
               MOVE DFHBMASB  TO  DSCMRHRA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  DSCMRHRL
               MOVE 21        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA EDITS WS-KEY-DATE AS A YYMMDD - ZERO PASSES, FOR A
      * DATE NOT SET.
      *-----------------------------------------------------------------
       550-EDIT-DATE.

           IF  WS-KEY-DATE NOT = ZERO
               IF  WS-KEY-MM < 1 OR WS-KEY-MM > 12
               OR  WS-KEY-DD < 1 OR WS-KEY-DD > 31
                   SET WS-KEY-DATE-BAD TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA FAILS WS-KEY-DATE UNLESS IT FALLS AFTER TODAY.
      *-----------------------------------------------------------------
       560-CHECK-FUTURE-DATE.

           PERFORM 800-GET-OPID-AND-TIME.
           IF  WS-KEY-YY < 50 THEN
               COMPUTE WS-KEY-EXPIRY-CCYYMMDD = 20000000 + WS-KEY-DATE
           ELSE
               COMPUTE WS-KEY-EXPIRY-CCYYMMDD = 19000000 + WS-KEY-DATE
           END-IF.
           IF  WS-STAMP-YYMMDD < 500000 THEN
               COMPUTE WS-TODAY-CCYYMMDD = 20000000 + WS-STAMP-YYMMDD
           ELSE
               COMPUTE WS-TODAY-CCYYMMDD = 19000000 + WS-STAMP-YYMMDD
           END-IF.
           IF  WS-KEY-EXPIRY-CCYYMMDD NOT > WS-TODAY-CCYYMMDD
               SET WS-KEY-DATE-BAD TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA OPENS THE NEXT CASE FOR THE EMPLOYEE OR FILES THE
      * CHANGES TO THE CASE SHOWN. THE CLOSED DATE IS STAMPED THE
      * FIRST TIME THE STAGE GOES TO C.
      *-----------------------------------------------------------------
       600-FILE-CASE.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  WS-DSC-FOUND THEN
               MOVE DISCIPLINARY-CASE-RECORD TO WS-AUDIT-IMAGE
               MOVE SPACES            TO WS-AUDIT-IMAGE(10:60)
               MOVE WS-AUDIT-IMAGE    TO WS-AUD-BEFORE-IMAGE
               MOVE 3                 TO CMD-CODE
               MOVE 2                 TO WORK-MSG-CODE
           ELSE
               PERFORM 650-NEXT-CASE-NO
               MOVE SPACES            TO WS-AUD-BEFORE-IMAGE
               MOVE SPACES            TO DISCIPLINARY-CASE-RECORD
               MOVE DSCMEMPI          TO WS-DSC-EMP-NO
               MOVE WS-NEXT-CASE-NO   TO WS-DSC-CASE-NO
               MOVE DSCMTYPI          TO WS-DSC-CASE-TYPE
               MOVE WS-STAMP-YYMMDD   TO WS-DSC-OPENED-DATE
               MOVE ZERO              TO WS-DSC-CLOSED-DATE
               MOVE 2                 TO CMD-CODE
               MOVE 1                 TO WORK-MSG-CODE
           END-IF.

           MOVE DSCMDTLI            TO WS-DSC-DETAIL.
           MOVE DSCMSTGI            TO WS-DSC-STAGE.
           MOVE WS-KEY-HEARING-DATE TO WS-DSC-HEARING-DATE.
           MOVE WS-KEY-APPEAL-DATE  TO WS-DSC-APPEAL-DATE.
           MOVE WS-KEY-OUTCOME      TO WS-DSC-OUTCOME.
           MOVE WS-KEY-EXPIRY-DATE  TO WS-DSC-WARNING-EXPIRY.
           MOVE WS-KEY-REHIRE-FLAG  TO WS-DSC-REHIRE-FLAG.
           IF  WS-DSC-CLOSED AND WS-DSC-CLOSED-DATE = ZERO
               MOVE WS-STAMP-YYMMDD TO WS-DSC-CLOSED-DATE
           END-IF.
           IF  NOT WS-DSC-CLOSED
               MOVE ZERO            TO WS-DSC-CLOSED-DATE
           END-IF.
           MOVE WS-STAMP-YYMMDD     TO WS-DSC-MAINT-DATE.
           MOVE EIBOPID             TO WS-DSC-OPID.

           MOVE DISCIPLINARY-CASE-RECORD TO DATA-IN.
           CALL "APITPDSC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.
           SET WS-DSC-FOUND TO TRUE.

           MOVE EIBOPID                  TO WS-AUD-OPERATOR.
           MOVE "DISCCASE"               TO WS-AUD-FILE.
           MOVE SPACES                   TO WS-AUD-KEY.
           STRING WS-DSC-EMP-NO WS-DSC-CASE-NO
                  DELIMITED BY SIZE INTO WS-AUD-KEY.
           MOVE DISCIPLINARY-CASE-RECORD TO WS-AUDIT-IMAGE.
           MOVE SPACES                   TO WS-AUDIT-IMAGE(10:60).
           MOVE WS-AUDIT-IMAGE           TO WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FINDS THE NEXT FREE CASE NUMBER - ONE PAST THE
      * HIGHEST ON THE EMPLOYEE'S CASES (APITPDSC CMD-CODE 4 CURSOR,
      * ZERO RESP-CODE MEANS EXHAUSTED).
      *-----------------------------------------------------------------
       650-NEXT-CASE-NO.

           MOVE ZERO     TO WS-NEXT-CASE-NO.
           MOVE "N"      TO WS-DSC-CURSOR-SWITCH.
           MOVE SPACES   TO DISCIPLINARY-CASE-RECORD.
           MOVE DSCMEMPI TO WS-DSC-EMP-NO.
           MOVE 4 TO CMD-CODE.

           PERFORM UNTIL WS-DSC-CURSOR-DONE
               MOVE DISCIPLINARY-CASE-RECORD TO DATA-IN
               CALL "APITPDSC" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-DSC-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO DISCIPLINARY-CASE-RECORD
                   IF  WS-DSC-CASE-NO > WS-NEXT-CASE-NO
                       MOVE WS-DSC-CASE-NO TO WS-NEXT-CASE-NO
                   END-IF
               END-IF
           END-PERFORM.

           ADD 1 TO WS-NEXT-CASE-NO.

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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO DSCMMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO DSCMMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO DSCMMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO DSCMMSGA.

           EXEC CICS
               SEND TEXT
               FROM(DSCMMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

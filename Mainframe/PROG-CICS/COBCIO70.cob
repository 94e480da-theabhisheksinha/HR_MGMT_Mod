      *-----------------------------------------------------------------
      *    COBCIO70 - ACCOUNT PARTY MAINTENANCE. ACCOUNT-MASTER-RECORD
      *               CARRIES ONE WS-CUST-NO, SO A JOINT ACCOUNT COULD
      *               ONLY BE FOUND UNDER ONE OF ITS OWNERS AND THE
      *               SECOND HOLDER GOT NO STATEMENT AND NO INTEREST
      *               CERTIFICATE. THE NEW APITPAPY ACCOUNT-PARTY FILE
      *               HOLDS ONE ROW PER ACCOUNT AND CUSTOMER - THE
      *               ROLE (P PRIMARY, J JOINT HOLDER, S AUTHORISED
      *               SIGNATORY), THE HOLDER'S AGREED SHARE OF THE
      *               ACCOUNT, AND THE DATES THE RELATIONSHIP IS IN
      *               EFFECT. THE ACCOUNT'S OWN CUSTOMER IS ALWAYS ITS
      *               PRIMARY; THE OTHERS ARE JOINT OR SIGNATORIES.
      *               KEYING AN ACCOUNT AND CUSTOMER SHOWS THE ROW;
      *               PF10 ADDS OR CHANGES IT AND PF11 ENDS IT TODAY.
      *               HOLDERS' SHARES ON ONE ACCOUNT MAY NOT PASS 100
      *               PERCENT; WHAT THE OTHER HOLDERS DO NOT TAKE
      *               STAYS WITH THE OWNER. COBCIO52/53 LIST THE
      *               ACCOUNT UNDER EVERY PARTY, COBBAT27 SENDS EACH
      *               HOLDER A STATEMENT AND COBBAT28 SPLITS INTEREST
      *               AND TAX BY SHARE FOR THE COBBAT69 CERTIFICATES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIO70.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** one account/customer relationship - APITPAPY CMD-CODE 1
      *    ** READ BY ACC+CUST, 2 ADD, 3 CHANGE, 4 PER-ACCOUNT CURSOR
      *    ** (COBBAT28), 5 PER-PARTY CURSOR (COBCIO52/53, COBBAT27)
       01  ACCOUNT-PARTY-RECORD.
           10 WS-APY-ACC-NO           PIC X(10).
           10 WS-APY-CUST-NO          PIC X(10).
           10 WS-APY-ROLE             PIC X(1).
               88  WS-APY-PRIMARY         VALUE "P".
               88  WS-APY-JOINT           VALUE "J".
               88  WS-APY-SIGNATORY       VALUE "S".
               88  WS-APY-HOLDER          VALUE "P" "J".
               88  WS-APY-ROLE-VALID      VALUE "P" "J" "S".
      *        ** percent of the account the holder owns - zero for
      *        ** a signatory
           10 WS-APY-SHARE-PCT        PIC S9(3)V9(2) USAGE COMP-3.
      *        ** yymmdd - the relationship is in effect from, and
      *        ** up to and including, these dates
           10 WS-APY-EFFECTIVE-FROM   PIC 9(6).
      *        ** zero while the relationship is open-ended
           10 WS-APY-EFFECTIVE-TO     PIC 9(6).
           10 WS-APY-MAKER-OPID       PIC X(3).
           10 WS-APY-CHANGE-DATE      PIC 9(6).

       01  WS-APY-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-APY-FOUND                    VALUE "Y".
       01  WS-APY-SWITCH                   PIC X.
           88  WS-APY-DONE                     VALUE "Y".
       01  WS-SHARE-TOTAL                  PIC S9(5)V9(2) COMP-3.
      *    ** the keyed terms, held while the account's other parties
      *    ** are walked for the share total
       01  WS-KEY-SHARE                    PIC S9(3)V9(2) COMP-3.
       01  WS-KEY-FROM                     PIC 9(6).
       01  WS-KEY-TO                       PIC 9(6).

      *    ** same ACCOUNT-MASTER-RECORD shape COBBAT26 carries, with
      *    ** the COBCIO42 lifecycle tail
       01  ACCOUNT-MASTER-RECORD.
           10 WS-CUST-NO                   PIC X(10).
           10 WS-ACC-NO                    PIC X(10).
           10 WS-ACC-TOTAL                 PIC S9(9)V99 COMP-3.
           10 WS-ACC-STATUS                PIC X(1).
           10 WS-ACC-REASON                PIC X(2).
           10 WS-ACC-CURRENCY              PIC X(3).

      *    ** the customer shape the APITP050 gateway serves
       01  CUSTOMER-MASTER-RECORD.
           10 WS-CM-CUST-NO                PIC X(10).
           10 FILLER                       PIC X(171).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization, checked through COBSECCK like
      *    ** the salary-bearing screens
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIO70".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIO70".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the change stamp, same manually-declared
      *    ** EIB field convention COBCIO24 uses - populated from
      *    ** ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIO70".
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

           COPY APTYM.

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

      *    **  only cleared operators may change who owns or signs
      *    **  on an account - refused before the first screen shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR ACCOUNT PARTIES" TO APTYMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  APTYO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  APTYACCL.

           GO TO 300-SEND-APTYMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. ENTER SHOWS THE KEYED
      * RELATIONSHIP, PF10 ADDS OR CHANGES IT, PF11 ENDS IT TODAY.
      *-----------------------------------------------------------------
       200-RECEIVE-APTYMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("APTYM")
               INTO(APTYI)
           END-EXEC.

           IF  APTYACCI = SPACES OR APTYCUSI = SPACES THEN
               MOVE -1 TO APTYACCL
               MOVE 6  TO WORK-MSG-CODE
               GO TO 300-SEND-APTYMAP
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           EVALUATE EIBAID
               WHEN DFHPF10
                   PERFORM 500-VALIDATE-PARTY THRU 500-EXIT-POINT
                   IF  NOT ERRORS THEN
                       PERFORM 600-SAVE-PARTY THRU 600-EXIT
                   END-IF
               WHEN DFHPF11
                   PERFORM 450-READ-PARTY
                   IF  WS-APY-FOUND THEN
                       PERFORM 700-END-PARTY THRU 700-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 450-READ-PARTY
           END-EVALUATE.

           MOVE DFHBMFSE        TO  APTYROLA
                                    APTYSHRA
                                    APTYEFFA
                                    APTYEXPA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-APTYMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO APTYMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("APTYM")
               FROM(APTYO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-APTYMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE KEYED RELATIONSHIP AND SHOWS IT, WITH THE
      * ACCOUNT'S OWN CUSTOMER.
      *-----------------------------------------------------------------
       450-READ-PARTY.

           MOVE SPACES          TO ACCOUNT-MASTER-RECORD.
           MOVE APTYACCI        TO WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT    TO ACCOUNT-MASTER-RECORD
               MOVE WS-CUST-NO  TO APTYOWNO
           ELSE
               MOVE SPACES      TO APTYOWNO
           END-IF.

           MOVE SPACES          TO ACCOUNT-PARTY-RECORD.
           MOVE APTYACCI        TO WS-APY-ACC-NO.
           MOVE APTYCUSI        TO WS-APY-CUST-NO.

           MOVE 1 TO CMD-CODE.
           MOVE ACCOUNT-PARTY-RECORD TO DATA-IN.
           CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT              TO ACCOUNT-PARTY-RECORD
               MOVE WS-APY-ROLE           TO APTYROLO
               MOVE WS-APY-SHARE-PCT      TO APTYSHRO
               MOVE WS-APY-EFFECTIVE-FROM TO APTYEFFO
               MOVE WS-APY-EFFECTIVE-TO   TO APTYEXPO
               MOVE -1                    TO APTYROLL
               MOVE 8                     TO WORK-MSG-CODE
               SET WS-APY-FOUND           TO TRUE
           ELSE
               MOVE -1                    TO APTYROLL
               MOVE 7                     TO WORK-MSG-CODE
               MOVE "N"                   TO WS-APY-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES A RELATIONSHIP - AN OPEN ACCOUNT, A
      * CUSTOMER ON FILE, A ROLE THAT FITS (THE OWNER IS PRIMARY,
      * EVERYONE ELSE JOINT OR SIGNATORY), SENSIBLE DATES, AND HOLDER
      * SHARES THAT DO NOT PASS 100 PERCENT.
      *-----------------------------------------------------------------
       500-VALIDATE-PARTY.

           MOVE SWITCH-OFF    TO  ERROR-SWITCH.

           MOVE SPACES        TO  ACCOUNT-MASTER-RECORD.
           MOVE APTYACCI      TO  WS-ACC-NO.
           MOVE 2 TO CMD-CODE.
           MOVE ACCOUNT-MASTER-RECORD TO DATA-IN.
           CALL "APITP052" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  APTYACCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APTYACCL
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.
           MOVE DATA-OUT      TO  ACCOUNT-MASTER-RECORD.
           MOVE WS-CUST-NO    TO  APTYOWNO.
           IF  WS-ACC-STATUS = "C" THEN
               MOVE DFHBMASB  TO  APTYACCA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APTYACCL
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           MOVE SPACES        TO  CUSTOMER-MASTER-RECORD.
           MOVE APTYCUSI      TO  WS-CM-CUST-NO.
           MOVE 2 TO CMD-CODE.
           MOVE CUSTOMER-MASTER-RECORD TO DATA-IN.
           CALL "APITP050" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE DFHBMASB  TO  APTYCUSA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APTYCUSL
               MOVE 17        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           MOVE APTYROLI      TO  WS-APY-ROLE.
           IF  NOT WS-APY-ROLE-VALID THEN
               MOVE DFHBMASB  TO  APTYROLA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APTYROLL
               MOVE 21        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

      *    ** the account's own customer is its primary, and only
      *    ** they are
           IF  (APTYCUSI = WS-CUST-NO AND NOT WS-APY-PRIMARY)
           OR  (APTYCUSI NOT = WS-CUST-NO AND WS-APY-PRIMARY) THEN
               MOVE DFHBMASB  TO  APTYROLA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APTYROLL
               MOVE 19        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

           IF  APTYSHRI = SPACES THEN
               MOVE ZERO      TO  WS-KEY-SHARE
           ELSE
               IF  APTYSHRI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  APTYSHRA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  APTYSHRL
                   MOVE 22        TO  WORK-MSG-CODE
                   GO TO 500-EXIT-POINT
               END-IF
               MOVE APTYSHRI  TO  WS-KEY-SHARE
           END-IF.

      *    ** a signatory owns nothing; a joint holder owns some
           IF  (WS-APY-SIGNATORY AND WS-KEY-SHARE NOT = ZERO)
           OR  (WS-APY-JOINT AND WS-KEY-SHARE = ZERO)
           OR  WS-KEY-SHARE > 100 THEN
               MOVE DFHBMASB  TO  APTYSHRA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APTYSHRL
               MOVE 23        TO  WORK-MSG-CODE
               GO TO 500-EXIT-POINT
           END-IF.

      *    ** no from date means in effect from today; no to date
      *    ** means open-ended
           IF  APTYEFFI = SPACES OR APTYEFFI = ZEROS THEN
               MOVE WS-STAMP-YYMMDD TO WS-KEY-FROM
           ELSE
               IF  APTYEFFI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  APTYEFFA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  APTYEFFL
                   MOVE 24        TO  WORK-MSG-CODE
                   GO TO 500-EXIT-POINT
               END-IF
               MOVE APTYEFFI  TO  WS-KEY-FROM
           END-IF.

           IF  APTYEXPI = SPACES OR APTYEXPI = ZEROS THEN
               MOVE ZERO      TO  WS-KEY-TO
           ELSE
               IF  APTYEXPI IS NOT NUMERIC THEN
                   MOVE DFHBMASB  TO  APTYEXPA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  APTYEXPL
                   MOVE 25        TO  WORK-MSG-CODE
                   GO TO 500-EXIT-POINT
               END-IF
               MOVE APTYEXPI  TO  WS-KEY-TO
               IF  WS-KEY-TO < WS-KEY-FROM THEN
                   MOVE DFHBMASB  TO  APTYEXPA
                   SET ERRORS     TO  TRUE
                   MOVE -1        TO  APTYEXPL
                   MOVE 25        TO  WORK-MSG-CODE
                   GO TO 500-EXIT-POINT
               END-IF
           END-IF.

           IF  WS-APY-HOLDER THEN
               PERFORM 550-CHECK-SHARE-TOTAL THRU 550-EXIT
           END-IF.

       500-EXIT-POINT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA ADDS UP THE SHARES OF THE ACCOUNT'S OTHER HOLDERS
      * STILL IN EFFECT - WITH THE KEYED SHARE THEY MAY NOT PASS 100.
      *-----------------------------------------------------------------
       550-CHECK-SHARE-TOTAL.

           MOVE WS-KEY-SHARE  TO WS-SHARE-TOTAL.
           MOVE "N"           TO WS-APY-SWITCH.
           MOVE SPACES        TO ACCOUNT-PARTY-RECORD.
           MOVE APTYACCI      TO WS-APY-ACC-NO.
           MOVE 4             TO CMD-CODE.

           PERFORM UNTIL WS-APY-DONE
               MOVE ACCOUNT-PARTY-RECORD TO DATA-IN
               CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-APY-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO ACCOUNT-PARTY-RECORD
                   IF  WS-APY-HOLDER
                   AND WS-APY-CUST-NO NOT = APTYCUSI
                   AND (WS-APY-EFFECTIVE-TO = ZERO
                     OR WS-APY-EFFECTIVE-TO NOT < WS-STAMP-YYMMDD)
                       ADD WS-APY-SHARE-PCT TO WS-SHARE-TOTAL
                   END-IF
                   MOVE APTYACCI TO WS-APY-ACC-NO
               END-IF
           END-PERFORM.

           IF  WS-SHARE-TOTAL > 100 THEN
               MOVE DFHBMASB  TO  APTYSHRA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  APTYSHRL
               MOVE 26        TO  WORK-MSG-CODE
           END-IF.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA STORES THE RELATIONSHIP - A CHANGE WHERE THE ROW IS
      * ALREADY ON FILE, AN ADD OTHERWISE.
      *-----------------------------------------------------------------
       600-SAVE-PARTY.

           MOVE SPACES              TO  ACCOUNT-PARTY-RECORD.
           MOVE APTYACCI            TO  WS-APY-ACC-NO.
           MOVE APTYCUSI            TO  WS-APY-CUST-NO.
           MOVE 1 TO CMD-CODE.
           MOVE ACCOUNT-PARTY-RECORD TO DATA-IN.
           CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT        TO  ACCOUNT-PARTY-RECORD
               SET WS-APY-FOUND     TO  TRUE
           ELSE
               MOVE "N"             TO  WS-APY-FOUND-SWITCH
           END-IF.

           MOVE APTYACCI            TO  WS-APY-ACC-NO.
           MOVE APTYCUSI            TO  WS-APY-CUST-NO.
           MOVE APTYROLI            TO  WS-APY-ROLE.
           MOVE WS-KEY-SHARE        TO  WS-APY-SHARE-PCT.
           MOVE WS-KEY-FROM         TO  WS-APY-EFFECTIVE-FROM.
           MOVE WS-KEY-TO           TO  WS-APY-EFFECTIVE-TO.
           MOVE EIBOPID             TO  WS-APY-MAKER-OPID.
           MOVE WS-STAMP-YYMMDD     TO  WS-APY-CHANGE-DATE.

           IF  WS-APY-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE ACCOUNT-PARTY-RECORD TO DATA-IN.
           CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

           MOVE WS-APY-EFFECTIVE-FROM TO APTYEFFO.
           MOVE WS-APY-EFFECTIVE-TO   TO APTYEXPO.
           MOVE -1                    TO APTYACCL.
           MOVE 10                    TO WORK-MSG-CODE.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA ENDS A RELATIONSHIP TODAY. THE OWNER STAYS PRIMARY
      * UNTIL COBCIO42 CLOSES THE ACCOUNT, AND A RELATIONSHIP ALREADY
      * ENDED CANNOT END AGAIN.
      *-----------------------------------------------------------------
       700-END-PARTY.

           IF  WS-APY-PRIMARY THEN
               MOVE -1 TO APTYROLL
               MOVE 27 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           IF  WS-APY-EFFECTIVE-TO NOT = ZERO
           AND WS-APY-EFFECTIVE-TO NOT > WS-STAMP-YYMMDD THEN
               MOVE -1 TO APTYEXPL
               MOVE 11 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE WS-STAMP-YYMMDD TO WS-APY-EFFECTIVE-TO.
           MOVE EIBOPID         TO WS-APY-MAKER-OPID.
           MOVE WS-STAMP-YYMMDD TO WS-APY-CHANGE-DATE.
           MOVE 3 TO CMD-CODE.
           MOVE ACCOUNT-PARTY-RECORD TO DATA-IN.
           CALL "APITPAPY" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE WS-APY-EFFECTIVE-TO TO APTYEXPO
               MOVE 12                  TO WORK-MSG-CODE
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * CHANGE STAMP - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
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

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO APTYMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO APTYMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO APTYMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO APTYMSGA.

           EXEC CICS
               SEND TEXT
               FROM(APTYMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

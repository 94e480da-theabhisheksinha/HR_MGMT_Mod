      *-----------------------------------------------------------------
      *    COBBUSDT - COMMON BUSINESS-DATE LOOKUP FOR THE COBBAT SUITE.
      *               EVERY BATCH JOB USED TO ACCEPT ITS RUN DATE FROM
      *               THE SYSTEM CLOCK, SO A RUN THAT FAILED OVERNIGHT
      *               AND WAS RERUN AFTER MIDNIGHT, OR A MISSED DAY
      *               CAUGHT UP LATER, POSTED AND STAMPED EVERYTHING
      *               WITH THE WRONG DATE. EVERY JOB NOW CALLS HERE
      *               INSTEAD AND GETS BACK THE CURRENT BUSINESS DATE
      *               OFF THE SINGLE CONTROL RECORD ON THE APITPBDT
      *               GATEWAY - THE DATE THE COBBAT17 SCHEDULER IS
      *               PROCESSING, WHICH IT ADVANCES ONLY ONCE THAT
      *               DAY'S SCHEDULE HAS COMPLETED CLEAN. UNTIL THE
      *               CONTROL RECORD IS ON FILE (COBBAT17 SEEDS IT ON
      *               ITS FIRST RUN) THE SYSTEM DATE STANDS IN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBBUSDT.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the one business-date control row on the new APITPBDT
      *    ** gateway - CMD-CODE 1 READ, 2 ADD, 3 CHANGE. COBBAT17
      *    ** OWNS IT; THE COBCIO97 SCREEN SETS THE CATCH-UP TARGET.
       01  BUSINESS-DATE-RECORD.
           10 WS-BDT-CONTROL-KEY      PIC X(8) VALUE "BUSDATE ".
           10 WS-BDT-CURRENT-DATE     PIC 9(6).
           10 WS-BDT-PRIOR-DATE       PIC 9(6).
           10 WS-BDT-NEXT-DATE        PIC 9(6).
           10 WS-BDT-CATCHUP-THRU     PIC 9(6).
           10 WS-BDT-LAST-OF-WEEK     PIC X(1).
           10 WS-BDT-FIRST-OF-MONTH   PIC X(1).
           10 WS-BDT-LAST-OF-MONTH    PIC X(1).
           10 WS-BDT-LAST-OF-YEAR     PIC X(1).
           10 WS-BDT-ADVANCED-DATE    PIC 9(6).
           10 WS-BDT-ADVANCED-TIME    PIC 9(6).
           10 WS-BDT-OPID             PIC X(3).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

           EJECT

       LINKAGE SECTION.
      *    ** the caller's YYMMDD run-date field, filled in here
       01  WS-CALLER-RUN-DATE                PIC 9(6).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WS-CALLER-RUN-DATE.

           MOVE "BUSDATE " TO WS-BDT-CONTROL-KEY.
           MOVE 1 TO CMD-CODE.
           MOVE BUSINESS-DATE-RECORD TO DATA-IN.
           CALL "APITPBDT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO BUSINESS-DATE-RECORD
               IF  WS-BDT-CURRENT-DATE IS NUMERIC
               AND WS-BDT-CURRENT-DATE > ZERO
                   MOVE WS-BDT-CURRENT-DATE TO WS-CALLER-RUN-DATE
                   GOBACK
               END-IF
           END-IF.

           ACCEPT WS-CALLER-RUN-DATE FROM DATE.

           GOBACK.

      *-----------------------------------------------------------------
      *    COBTXLOG - ONLINE TRANSACTION USAGE LOGGER. NOTHING SAID
      *               WHICH OF THE COBCIO SCREENS AND COBSV SERVICES
      *               ARE BUSY, WHEN, FOR WHOM, OR HOW LONG THEY TAKE,
      *               SO THE REGION COULD NOT BE SIZED AND NO OLD
      *               SCREEN COULD BE RETIRED WITH CONFIDENCE. EVERY
      *               ONLINE PROGRAM CALLS HERE TWICE PER TASK - ONCE
      *               AT THE TOP (FUNCTION S) TO STAMP THE START DATE
      *               AND TIME INTO ITS USAGE RECORD, AND ONCE ON THE
      *               WAY OUT (FUNCTION E) WITH THE OUTCOME SET, WHEN
      *               THE END TIME AND THE ELAPSED HUNDREDTHS ARE
      *               STAMPED AND THE ROW IS ADDED TO THE USAGE LOG ON
      *               THE NEW APITPTXL GATEWAY (CMD-CODE 2 ADD).
      *               COBBATC0 REPORTS ON THE LOG DAILY AND MONTHLY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBTXLOG.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

       01  WS-RUN-DATE                     PIC 9(6).
      *    ** hhmmsscc - both ends in hundredths since midnight
       01  WS-TIME-OF-DAY                  PIC 9(8).
       01  WS-TIME-OF-DAY-R REDEFINES WS-TIME-OF-DAY.
           03  WS-TIME-HH                  PIC 99.
           03  WS-TIME-MM                  PIC 99.
           03  WS-TIME-SS                  PIC 99.
           03  WS-TIME-CC                  PIC 99.
       01  WS-START-HUNDREDTHS             PIC S9(9) COMP.
       01  WS-END-HUNDREDTHS               PIC S9(9) COMP.

           EJECT

       LINKAGE SECTION.
      *    ** one task - the caller fills program, transaction,
      *    ** operator and outcome; this routine stamps the times
       01  TRANSACTION-USAGE-RECORD.
      *        ** S = TASK START, E = TASK END, X = ROW WRITTEN
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8).
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TRANSACTION-USAGE-RECORD.

       000-MAIN-LOGIC.

           ACCEPT WS-TIME-OF-DAY FROM TIME.

           IF  WS-TXU-FUNCTION = "S" THEN
               ACCEPT WS-RUN-DATE FROM DATE
               MOVE WS-RUN-DATE      TO  WS-TXU-START-DATE
               MOVE WS-TIME-OF-DAY   TO  WS-TXU-START-TIME
               MOVE ZERO             TO  WS-TXU-END-TIME
               MOVE ZERO             TO  WS-TXU-ELAPSED
               GOBACK
           END-IF.
      *    ** already closed - an error raised on the way out of the
      *    ** task brings it back through its exit a second time
           IF  WS-TXU-FUNCTION NOT = "E" THEN
               GOBACK
           END-IF.

           MOVE WS-TIME-OF-DAY TO WS-TXU-END-TIME.
           COMPUTE WS-END-HUNDREDTHS =
                   ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS)
                   * 100 + WS-TIME-CC.
           MOVE WS-TXU-START-TIME TO WS-TIME-OF-DAY.
           COMPUTE WS-START-HUNDREDTHS =
                   ((WS-TIME-HH * 60 + WS-TIME-MM) * 60 + WS-TIME-SS)
                   * 100 + WS-TIME-CC.
      *    ** a task that ran over midnight
           IF  WS-END-HUNDREDTHS < WS-START-HUNDREDTHS THEN
               ADD 8640000 TO WS-END-HUNDREDTHS
           END-IF.
           COMPUTE WS-TXU-ELAPSED =
                   WS-END-HUNDREDTHS - WS-START-HUNDREDTHS.

           MOVE 2 TO CMD-CODE.
           MOVE TRANSACTION-USAGE-RECORD TO DATA-IN.
           CALL "APITPTXL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           MOVE "X" TO WS-TXU-FUNCTION.

           GOBACK.

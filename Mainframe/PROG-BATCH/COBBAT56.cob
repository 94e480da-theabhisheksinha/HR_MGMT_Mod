      *               EACH WITH A CHANGE-TYPE FLAG - C CHANGED, X
      *               DELETED - SO BI GETS THE CHANGE FEED THEY WERE
      *               DIFFING FOR THEMSELVES AND THE WINDOW'S LONGEST
      *               JOB SHRINKS. THE LAST BUSINESS DAY OF THE WEEK
      *               (THE FLAG ON THE APITPBDT BUSINESS-DATE RECORD)
      *               FORCES FULL, SAME WEEKLY CONVENTION AS THE
      *               COBBAT17 W FREQUENCY, AND A MASTER WITH NO
      *               JOURNALED FILE NAME FALLS BACK TO FULL WITH A
      *               CONSOLE NOTE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           88  WS-DELTA-MODE                   VALUE "Y".
      *    ** the journal file name this master's changes carry
       01  WS-JOURNAL-FILE-NAME            PIC X(8).

      *    ** the business-date control row - APITPBDT CMD-CODE 1 READ
       01  BUSINESS-DATE-RECORD.
           10 WS-BDT-CONTROL-KEY      PIC X(8).
           10 WS-BDT-CURRENT-DATE     PIC 9(6).
           10 WS-BDT-PRIOR-DATE       PIC 9(6).
           10 WS-BDT-NEXT-DATE        PIC 9(6).
           10 WS-BDT-CATCHUP-THRU     PIC 9(6).
           10 WS-BDT-LAST-OF-WEEK     PIC X(1).
               88  WS-BDT-WEEK-END        VALUE "Y".
           10 WS-BDT-FIRST-OF-MONTH   PIC X(1).
           10 WS-BDT-LAST-OF-MONTH    PIC X(1).
           10 WS-BDT-LAST-OF-YEAR     PIC X(1).
           10 WS-BDT-ADVANCED-DATE    PIC 9(6).
           10 WS-BDT-ADVANCED-TIME    PIC 9(6).
           10 WS-BDT-OPID             PIC X(3).

      *    ** last extract date per master, checkpointed on APITPCKP
      *    ** under a DW-prefixed job key - COUNT-1 CARRIES THE DATE

           ACCEPT WS-MASTER-NAME.
           ACCEPT WS-MODE-CARD.
           CALL "COBBUSDT" USING WS-RUN-DATE.
           MOVE SPACES     TO BUSINESS-DATE-RECORD.
           MOVE "BUSDATE " TO WS-BDT-CONTROL-KEY.
           MOVE 1 TO CMD-CODE.
           MOVE BUSINESS-DATE-RECORD TO DATA-IN.
           CALL "APITPBDT" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE DATA-OUT TO BUSINESS-DATE-RECORD
           END-IF.

           EVALUATE TRUE
               WHEN WS-MASTER-EMPLOYEE
                   MOVE SPACES     TO WS-JOURNAL-FILE-NAME
           END-EVALUATE.

      *    ** the week's last business day forces the weekly full,
      *    ** same convention as the COBBAT17 W frequency
           IF  WS-DELTA-REQUESTED
           AND NOT WS-BDT-WEEK-END
           AND WS-JOURNAL-FILE-NAME > SPACES
               SET WS-DELTA-MODE TO TRUE
           ELSE

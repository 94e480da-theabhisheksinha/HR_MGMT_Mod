      *               THE ARCHIVE CAN BE PROVED. COBBAT52 PULLS A
      *               NAMED CUSTOMER'S OR ACCOUNT'S ARCHIVED RECORDS
      *               BACK FOR A DISPUTE WITHOUT RESTORING WHOLE
      *               FILES. THE HR AUDIT TRAIL (APITPAUD) SPLITS THE
      *               SAME WAY - EACH 448-BYTE ROW GOES TO THE ARCHIVE
      *               AS SIX NUMBERED SEGMENTS KEYED ON THE EMP-NO SO
      *               COBBAT52 PULLS AN EMPLOYEE'S HISTORY BACK ON THE
      *               ORDINARY RUN CARD, AND THE CUTOFF IS FILED ON
      *               THE RUNTIME PARAMETER FILE SO THE AS-OF
      *               RECONSTRUCTION (COBASOFR) KNOWS WHERE THE LIVE
      *               TRAIL NOW BEGINS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
       FD  ARCHIVE-PARM-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-PARM-RECORD.
      *        ** CUSTAUD, TRANHIST, PAYMSTR, PROJACT OR HRAUDIT - ONE
      *        ** SPLIT
      *        ** PER CARD, ONE CARD
      *        ** PER JOB STEP (THE JCL POINTS ARCHOUT/RETAINED AT
      *        ** THE MATCHING YEARLY DATASETS)
                                                          SEPARATE.
           03  TH-BALANCE-AFTER            PIC S9(9)V9(2) SIGN LEADING
                                                          SEPARATE.
           03  TH-TRAN-CODE                PIC X(3).

       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F.
           88  WS-FILE-TRANHIST                VALUE "TRANHIST".
           88  WS-FILE-PAYMSTR                 VALUE "PAYMSTR ".
           88  WS-FILE-PROJACT                 VALUE "PROJACT ".
           88  WS-FILE-HRAUDIT                 VALUE "HRAUDIT ".
       01  WS-CUTOFF-YEARMONTH             PIC X(6).
       01  WS-CUTOFF-YM-R REDEFINES WS-CUTOFF-YEARMONTH.
           03  WS-CUTOFF-YM-YYYY           PIC 9(4).
           10 WS-STATDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BENDED               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LOANDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-OTPAID               PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GARNDED              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXEXEMPT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TAXTRUEUP            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-GRATPAID             PIC S9(7)V9(2) USAGE COMP-3.

      *    ** same activity-row shape COBCIOP4 owns, walked on the
      *    ** APITPP4 CMD-CODE 6 EXPORT CURSOR - ENDED ROWS OLDER
           03  PJ-ACT-DATE-STARTED         PIC 9(6).
           03  PJ-ACT-DATE-ENDED           PIC 9(6).

      *    ** same HR-AUDIT-RECORD shape COBAUDIT files, walked on
      *    ** the APITPAUD CMD-CODE 3 UNFILTERED CURSOR COBBAT77 USES -
      *    ** ARCHIVED ROWS COME OFF THROUGH THE NEW CMD-CODE 4 DELETE
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8).
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8).
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).
      *    ** the row cut into 75-byte pieces for the 100-byte archive
       01  WS-AUD-ROW-IMAGE                PIC X(450).
       01  WS-AUD-ROW-R REDEFINES WS-AUD-ROW-IMAGE.
           03  WS-AUD-ROW-PIECE            PIC X(75) OCCURS 6 TIMES.
       01  WS-AUD-PIECE-NO                 PIC 9(1).
      *    ** one archived piece - the EMP-NO (the leading six bytes of
      *    ** every employee file's audit key) in COBBAT52's ten-byte
      *    ** match key, the row's stamp repeated so the six pieces of
      *    ** one row can be put back together, then the piece itself
       01  HR-AUDIT-SEGMENT.
           03  HS-KEY                      PIC X(10).
           03  HS-AUD-DATE                 PIC 9(6).
           03  HS-AUD-TIME                 PIC 9(6).
           03  HS-PIECE-NO                 PIC 9(1).
           03  HS-PIECE                    PIC X(75).
           03  FILLER                      PIC X(2).

      *    ** the HR audit cutoff, filed for COBASOFR - APITPPRM
      *    ** CMD-CODE 1 READ BY PROGRAM+NAME, 2 ADD, 3 CHANGE
       01  PARAMETER-RECORD.
           10 WS-PRM-PROGRAM          PIC X(8).
           10 WS-PRM-NAME             PIC X(12).
           10 WS-PRM-VALUE            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-PRM-EFF-DATE         PIC 9(6).
           10 WS-PRM-DESC             PIC X(30).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
      *    ** widened to the 500 bytes the HR audit row needs, same as
      *    ** COBAUDIT - the 200-byte gateways are unaffected
       01  DATA-IN                         PIC X(500).
       01  DATA-OUT                        PIC X(500).
       01  WS-CURSOR-SWITCH                PIC X.
           88  WS-CURSOR-DONE                  VALUE "Y".

                   PERFORM 400-SPLIT-PAYMSTR THRU 400-EXIT
               WHEN WS-FILE-PROJACT
                   PERFORM 500-SPLIT-PROJACT THRU 500-EXIT
               WHEN WS-FILE-HRAUDIT
                   PERFORM 600-SPLIT-HRAUDIT THRU 600-EXIT
               WHEN OTHER
                   DISPLAY "COBBAT51 - UNKNOWN FILE ID " WS-FILE-ID
           END-EVALUATE
       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 600-SPLIT-HRAUDIT - HR AUDIT ROWS STAMPED BEFORE THE CUTOFF TO
      *    THE ARCHIVE, SIX PIECES A ROW, AND OFF THE GATEWAY (NEW
      *    APITPAUD CMD-CODE 4 DELETE). THE UNFILTERED CURSOR IS RUN
      *    TO EXHAUSTION AS ALWAYS. ONCE THE SPLIT IS DONE THE CUTOFF
      *    IS FILED AS COBBAT51/HRAUDCUTOFF ON THE PARAMETER FILE -
      *    ANY AS-OF DATE BEFORE IT NEEDS THE ARCHIVE.
      *-----------------------------------------------------------------
       600-SPLIT-HRAUDIT.

           MOVE "N"    TO WS-CURSOR-SWITCH.
           MOVE 3      TO CMD-CODE.
           MOVE SPACES TO HR-AUDIT-RECORD.

           PERFORM UNTIL WS-CURSOR-DONE
               MOVE HR-AUDIT-RECORD TO DATA-IN
               CALL "APITPAUD" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-CURSOR-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO HR-AUDIT-RECORD
                   IF  WS-AUD-DATE < WS-CUTOFF-DATE THEN
                       ADD 1 TO WS-ARCHIVED-COUNT
                       PERFORM 610-WRITE-AUDIT-PIECES THRU 610-EXIT
                       MOVE 4 TO CMD-CODE
                       MOVE HR-AUDIT-RECORD TO DATA-IN
                       CALL "APITPAUD" USING CMD-CODE RESP-CODE
                                             DATA-IN DATA-OUT
                       IF  RESP-CODE = 0
                           DISPLAY "COBBAT51 - AUDIT DELETE FAILED "
                                   WS-AUD-FILE " " WS-AUD-KEY
                       END-IF
                       MOVE 3 TO CMD-CODE
                   ELSE
                       ADD 1 TO WS-RETAINED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES         TO PARAMETER-RECORD.
           MOVE "COBBAT51"     TO WS-PRM-PROGRAM.
           MOVE "HRAUDCUTOFF"  TO WS-PRM-NAME.
           MOVE 1              TO CMD-CODE.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT TO PARAMETER-RECORD
               MOVE 3        TO CMD-CODE
           ELSE
               MOVE 2        TO CMD-CODE
           END-IF.
           MOVE WS-CUTOFF-DATE TO WS-PRM-VALUE.
           MOVE WS-CUTOFF-DATE TO WS-PRM-EFF-DATE.
           MOVE "HR AUDIT LIVE FROM (YYMMDD)" TO WS-PRM-DESC.
           MOVE PARAMETER-RECORD TO DATA-IN.
           CALL "APITPPRM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               DISPLAY "COBBAT51 - HR AUDIT CUTOFF NOT FILED "
                       WS-CUTOFF-DATE
           END-IF.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 610-WRITE-AUDIT-PIECES - ONE AUDIT ROW AS SIX ARCHIVE RECORDS.
      *-----------------------------------------------------------------
       610-WRITE-AUDIT-PIECES.

           MOVE HR-AUDIT-RECORD TO WS-AUD-ROW-IMAGE.
           MOVE SPACES          TO HR-AUDIT-SEGMENT.
           MOVE WS-AUD-KEY (1:6) TO HS-KEY.
           MOVE WS-AUD-DATE     TO HS-AUD-DATE.
           MOVE WS-AUD-TIME     TO HS-AUD-TIME.

           PERFORM VARYING WS-AUD-PIECE-NO FROM 1 BY 1
                   UNTIL WS-AUD-PIECE-NO > 6
               MOVE WS-AUD-PIECE-NO TO HS-PIECE-NO
               MOVE WS-AUD-ROW-PIECE (WS-AUD-PIECE-NO) TO HS-PIECE
               MOVE HR-AUDIT-SEGMENT TO ARCHIVE-OUT-RECORD
               WRITE ARCHIVE-OUT-RECORD
           END-PERFORM.

       610-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * 900-TERMINATE - MANIFEST, RUN LOG, TOTALS. THE JCL SWAPS THE
      *    RETAINED FILE BACK OVER THE ONLINE ONE ONCE THE MANIFEST

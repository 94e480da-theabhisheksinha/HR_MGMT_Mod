      *    COBBAT44 - MASTER-FILE UNLOAD WITH CONTROL TOTALS. THE
      *               RECOVERY STORY FOR THE HR MASTERS WAS "RESTORE
      *               THE PACK AND HOPE". THIS UTILITY UNLOADS THE
      *               MASTER NAMED ON THE RUN CARD - EMPLOYEE, LEAVE,
      *               PAYROLL OR BANK - AS RAW GATEWAY RECORD IMAGES
      *               BRACKETED BY A HEADER (UNLOAD DATE, MASTER NAME)
      *               AND A TRAILER (RECORD COUNT AND A HASH TOTAL OF
      *               THE MASTER'S KEY NUMERIC FIELD - EMP-SALARY,
      *               WS-LBALANCE, WS-SALARYPAID OR THE BANK DETAIL'S
      *               EFFECTIVE DATE). THE RESUME AND
      *               PHOTO CONTENT IS VARIABLE-LENGTH LOB DATA THE
      *               DATABASE IMAGE COPIES ALREADY COVER, SO THOSE
      *               NAMES ARE REFUSED HERE RATHER THAN UNLOADED AS
      *               TRUNCATED FIXED IMAGES. COBBAT45 RELOADS AND
      *               REFUSES ANY FILE THAT DOESN'T PROVE AGAINST ITS
      *               OWN TRAILER, SO A TRUNCATED RESTORE IS CAUGHT
      *               THE DAY IT HAPPENS, NOT WEEKS LATER. THE BANK
      *               MASTER (THE COBCIO43 BANK DETAILS ON APITPBNK) IS
      *               UNLOADED THROUGH A NEW UNFILTERED CURSOR,
      *               CMD-CODE 5 - CMD-CODE 4 ONLY SERVES THE ROWS
      *               AWAITING VERIFICATION. COBBATB7 MASKS ANY OF
      *               THESE UNLOADS INTO A COPY FIT FOR THE TEST REGION.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           03  FILLER                      PIC X(12).
           03  WS-IMG-SALARYPAID           PIC S9(7)V9(2) COMP-3.
           03  FILLER                      PIC X(183).
       01  WS-IMAGE-BNK REDEFINES WS-IMAGE.
           03  FILLER                      PIC X(24).
           03  WS-IMG-BNK-EFF-DATE         PIC 9(6).
           03  FILLER                      PIC X(170).

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
           88  WS-MASTER-EMPLOYEE              VALUE "EMPLOYEE".
           88  WS-MASTER-LEAVE                 VALUE "LEAVE   ".
           88  WS-MASTER-PAYROLL               VALUE "PAYROLL ".
           88  WS-MASTER-BANK                  VALUE "BANK    ".
           88  WS-MASTER-RESUME                VALUE "RESUME  ".
           88  WS-MASTER-PHOTO                 VALUE "PHOTO   ".
       01  WS-GATEWAY-NAME                 PIC X(8).
           MOVE WS-TIME-HHMMSS TO WS-RC-START-TIME.

           ACCEPT WS-MASTER-NAME.
           CALL "COBBUSDT" USING WS-RUN-DATE.

           EVALUATE TRUE
               WHEN WS-MASTER-EMPLOYEE
               WHEN WS-MASTER-PAYROLL
                   MOVE "APITP015" TO WS-GATEWAY-NAME
                   MOVE 2          TO WS-CURSOR-CMD
               WHEN WS-MASTER-BANK
                   MOVE "APITPBNK" TO WS-GATEWAY-NAME
                   MOVE 5          TO WS-CURSOR-CMD
      *        ** the resume and photo content is LOB data already
      *        ** covered by the database image copies - an unload
      *        ** here would truncate it to the fixed image width
                   ADD WS-IMG-LBALANCE       TO WS-HASH-TOTAL
               WHEN WS-MASTER-PAYROLL
                   ADD WS-IMG-SALARYPAID     TO WS-HASH-TOTAL
               WHEN WS-MASTER-BANK
                   ADD WS-IMG-BNK-EFF-DATE   TO WS-HASH-TOTAL
           END-EVALUATE.

      *-----------------------------------------------------------------

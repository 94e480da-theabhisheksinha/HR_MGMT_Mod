      *               IMAGE THROUGH THE MASTER'S OWN ADD COMMAND. WE
      *               CAN FINALLY PROVE A RESTORED FILE IS COMPLETE
      *               INSTEAD OF DISCOVERING TRUNCATION WEEKS LATER.
      *               A COBBATB7 MASKED COPY CARRIES ITS OWN TRAILER
      *               AND PROVES AND LOADS THE SAME WAY, WHICH IS HOW
      *               THE TEST REGION IS LOADED; THE BANK MASTER
      *               RELOADS THROUGH APITPBNK'S ADD (CMD-CODE 2).
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
               WHEN WS-MASTER-PAYROLL
                   MOVE "APITP015" TO WS-GATEWAY-NAME
                   MOVE 5          TO WS-ADD-CMD
               WHEN WS-MASTER-BANK
                   MOVE "APITPBNK" TO WS-GATEWAY-NAME
                   MOVE 2          TO WS-ADD-CMD
      *        ** the resume and photo content is LOB data already
      *        ** covered by the database image copies - COBBAT44
      *        ** refuses to unload it, and a reload is refused the
                   ADD WS-IMG-LBALANCE       TO WS-HASH-TOTAL
               WHEN WS-MASTER-PAYROLL
                   ADD WS-IMG-SALARYPAID     TO WS-HASH-TOTAL
               WHEN WS-MASTER-BANK
                   ADD WS-IMG-BNK-EFF-DATE   TO WS-HASH-TOTAL
           END-EVALUATE.

      *-----------------------------------------------------------------

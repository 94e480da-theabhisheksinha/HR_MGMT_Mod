      *               THE FILE ID AND THE KEY, THE JCL POINTS ARCHIN
      *               AT THE YEARLY ARCHIVE (OR A CONCATENATION OF
      *               YEARS), AND EVERY MATCHING RECORD LANDS ON THE
      *               RETRIEVAL FILE. AN HRAUDIT CARD KEYED ON AN
      *               EMP-NO BRINGS BACK THAT EMPLOYEE'S ARCHIVED HR
      *               AUDIT ROWS AS THEIR SIX-PIECE SEGMENTS, READY
      *               FOR THE COBBATB8 AS-OF PRINT TO REASSEMBLE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           RECORDING MODE IS F.
      *    ** raw archived images, keyed in the leading bytes - both
      *    ** CUSTAUD (CUST-NO) AND TRANHIST (ACC-NO) KEY ON THE
      *    ** FIRST TEN, HRAUDIT PIECES ON THE EMP-NO PADDED TO TEN
       01  ARCHIVE-IN-RECORD.
           03  AR-KEY                      PIC X(10).
           03  FILLER                      PIC X(90).

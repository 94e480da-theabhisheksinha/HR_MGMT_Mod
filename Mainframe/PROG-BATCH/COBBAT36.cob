
      *    ** one stored actual per employee/activity/month on the new
      *    ** APITPTSA gateway - CMD-CODE 2 ADD/REPLACE, 3 PER-PROJECT
      *    ** MONTH CURSOR (THE COBBAT37 BILLING RUN READS IT). THE
      *    ** COBCIO88 ONLINE TIMESHEET ADDS ITS APPROVED HOURS TO THE
      *    ** SAME ROWS (CMD-CODE 1 READ, THEN 2) FOR THE PEOPLE AND
      *    ** PROJECTS THE RETURN FILE DOES NOT CARRY
       01  TIME-ACTUAL-RECORD.
           10 WS-TSA-EMP-NO           PIC X(6).
           10 WS-TSA-PROJ-NO          PIC X(6).

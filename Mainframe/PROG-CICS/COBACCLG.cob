      *-----------------------------------------------------------------
      *    COBACCLG - READ-ACCESS LOGGER FOR THE SENSITIVE INQUIRIES.
      *               COBAUDIT RECORDS WHAT WAS CHANGED AND COBSECCK
      *               WHO WAS REFUSED, BUT NOTHING RECORDED WHO LOOKED
      *               AT A SALARY, A BANK DETAIL OR A DEPENDENT - AND
      *               LOOKING IS HOW THE LAST SALARY LEAK HAPPENED.
      *               EVERY SUCCESSFUL VIEW ON THE SALARY, BANK-DETAIL
      *               AND DEPENDENT INQUIRIES (COBCIO15, COBCIOP7,
      *               COBCIO43, COBCIO56, COBCIO59 AND THE COBSV003
      *               PORTAL SERVICE) CALLS HERE WITH THE OPERATOR,
      *               THE FUNCTION AND THE EMPLOYEE VIEWED; THIS
      *               ROUTINE STAMPS THE DATE AND TIME AND ADDS THE
      *               ROW TO THE ACCESS LOG ON THE NEW APITPACL
      *               GATEWAY (CMD-CODE 2 ADD). COBBATB5 REVIEWS THE
      *               LOG WEEKLY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBACCLG.
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
       01  WS-TIME-OF-DAY                  PIC 9(8).
       01  WS-TIME-OF-DAY-R REDEFINES WS-TIME-OF-DAY.
           03  WS-TIME-HHMMSS              PIC 9(6).
           03  FILLER                      PIC 99.

           EJECT

       LINKAGE SECTION.
      *    ** one view - the caller fills operator, function, the
      *    ** employee viewed and whether the amounts were masked;
      *    ** this routine stamps the date and time
       01  ACCESS-LOG-RECORD.
           03  WS-ACL-OPERATOR             PIC X(3).
           03  WS-ACL-FUNCTION             PIC X(8).
           03  WS-ACL-EMP-NO               PIC X(6).
      *        ** Y = THE OPERATOR SAW THE SCREEN WITH AMOUNTS MASKED
           03  WS-ACL-MASKED               PIC X(1).
           03  WS-ACL-DATE                 PIC 9(6).
           03  WS-ACL-TIME                 PIC 9(6).

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ACCESS-LOG-RECORD.

       000-MAIN-LOGIC.

           ACCEPT WS-RUN-DATE FROM DATE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.

           MOVE WS-RUN-DATE      TO  WS-ACL-DATE.
           MOVE WS-TIME-HHMMSS   TO  WS-ACL-TIME.

           MOVE 2 TO CMD-CODE.
           MOVE ACCESS-LOG-RECORD TO DATA-IN.
           CALL "APITPACL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.

           GOBACK.

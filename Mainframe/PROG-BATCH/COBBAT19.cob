      *               MONTH'S APPROVED WS-LDAYSREQ REQUESTS, BALANCE AS
      *               AVAILABLE MINUS TAKEN - PER LEAVE TYPE, SINCE
      *               THE LEDGER NOW CARRIES SEPARATE ANNUAL/SICK/
      *               SPECIAL/COMP-OFF CHAINS - AND PRINTS AN EXCEPTION
      *               LINE FOR EVERY EMPLOYEE/MONTH WHERE THE STORED
      *               FIGURES DISAGREE, SO A PAYROLL LEAVE DISPUTE IS A
      *               REPORT LOOKUP INSTEAD OF HALF A DAY OF HAND
               88  WS-LEAVE-PENDING            VALUE "P".
               88  WS-LEAVE-APPROVED           VALUE "A".
               88  WS-LEAVE-REJECTED           VALUE "R".
      *            ** comp-off days COBBATA8 forfeited at expiry -
      *            ** they come off the balance like taken days
               88  WS-LEAVE-FORFEITED          VALUE "F".
      *        ** leave type, appended past the original shape -
      *        ** A (or the spaces older rows carry) = ANNUAL,
      *        ** S = SICK, X = SPECIAL, C = COMP-OFF
           10 WS-LTYPE                     PIC X(1).

       01  CMD-CODE                        PIC 99.
       01  WS-EXP-BALANCE                  PIC S9(4) COMP.
      *    ** each leave type rolls its own chain forward - slot 1
      *    ** annual (type A or the spaces older rows carry), slot 2
      *    ** sick, slot 3 special/other, slot 4 comp-off
       01  WS-TYPE-IX                      PIC S9(4) COMP.
       01  WS-PRIOR-BALANCE-TABLE.
           03  WS-PRIOR-BALANCE-T          PIC S9(4) COMP
                                           OCCURS 4 TIMES.
       01  WS-FIRST-MONTH-TABLE.
           03  WS-FIRST-MONTH-T            PIC X OCCURS 4 TIMES.
       01  WS-MONTH-OPEN-SWITCH            PIC X.
           88  WS-MONTH-OPEN                   VALUE "Y".

           MOVE SPACES TO  WS-CURR-YEARMONTH.
           MOVE SPACES TO  WS-CURR-LTYPE.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 4
               MOVE "Y"  TO WS-FIRST-MONTH-T (WS-TYPE-IX)
               MOVE ZERO TO WS-PRIOR-BALANCE-T (WS-TYPE-IX)
           END-PERFORM.
                       PERFORM 400-OPEN-NEW-MONTH
                   ELSE
      *                ** a further row for the same month is a
      *                ** COBCIO14 leave request - only approved (or
      *                ** forfeited) days count against the balance
                       IF  WS-LEAVE-APPROVED OR WS-LEAVE-FORFEITED
                           ADD WS-LDAYSREQ TO WS-SUM-APPROVED-DAYS
                       END-IF
                   END-IF
           EVALUATE WS-LTYPE
               WHEN "S"
                   MOVE 2 TO WS-TYPE-IX
               WHEN "C"
                   MOVE 4 TO WS-TYPE-IX
               WHEN "A"
               WHEN SPACE
                   MOVE 1 TO WS-TYPE-IX
           MOVE WS-LBALANCE    TO  WS-CURR-BALANCE.
           MOVE WS-WORKINGDAYS TO  WS-CURR-WORKINGDAYS.
           MOVE ZERO           TO  WS-SUM-APPROVED-DAYS.
           IF  WS-LEAVE-APPROVED OR WS-LEAVE-FORFEITED
               ADD WS-LDAYSREQ TO WS-SUM-APPROVED-DAYS
           END-IF.
           SET WS-MONTH-OPEN   TO  TRUE.

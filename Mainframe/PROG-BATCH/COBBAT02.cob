               88  WS-LEAVE-REJECTED          VALUE "R".
      *        ** leave type, appended past the original shape -
      *        ** A (or the spaces older rows carry) = ANNUAL,
      *        ** S = SICK, X = SPECIAL, C = COMP-OFF. SICK NEITHER
      *        ** CARRIES OVER NOR ENCASHES - IT LAPSES WITH THE YEAR
      *        ** AND OPENS FRESH AT THE ANNUAL ENTITLEMENT.
           10 WS-LTYPE                     PIC X(1).

      *    ** the central runtime parameter row on the new APITPPRM
               END-IF
           END-IF.

           CALL "COBBUSDT" USING WS-RUN-DATE.
           IF  WS-RUN-YY < 50 THEN
               COMPUTE WS-RUN-YYYY = 2000 + WS-RUN-YY
           ELSE
      *                ** sick leave lapses with the year - no
      *                ** forfeiture line, no encashment - but the
      *                ** chain resets: the january row opens fresh
      *                ** at the annual sick entitlement. comp-off
      *                ** (type C) is not a year-end matter at all -
      *                ** COBBAT62 opens each month's row itself and
      *                ** COBBATA8 expires the days on their own use-by
      *                ** dates, so december's row is left alone
                       EVALUATE WS-LTYPE
                           WHEN "C"
                               CONTINUE
                           WHEN "S"
                               PERFORM 340-RESET-SICK-ROW
                           WHEN OTHER
                               PERFORM 300-ROLL-ONE-EMPLOYEE
                               ADD 1 TO WS-EMP-COUNT
                       END-EVALUATE
                       PERFORM 350-TAKE-CHECKPOINT
                   END-IF
      *            ** restore the cursor command and key after the

      *-----------------------------------------------------------------
      *    COBEXPCK - EXPENSE CLAIM LINE POLICY CHECK. ONE ROUTINE SO
      *               THE COBCIO77 CLAIM SCREEN AND THE COBSV007 PORTAL
      *               SERVICE APPLY EXACTLY THE SAME RULES. THE CALLER
      *               PASSES THE CLAIMANT'S EMP-ID, THE EXPENSE
      *               CATEGORY (TR TRAVEL, LD LODGING, ML MEALS, OT
      *               OTHER), THE CLAIM'S RUNNING TOTAL FOR THAT
      *               CATEGORY INCLUDING THE LINE BEING ADDED, AND ANY
      *               PROJECT NUMBER THE LINE IS CHARGED TO. THE LIMIT
      *               COMES FROM THE CLAIMANT'S EMP-JOB, THAT JOB'S
      *               GRADE ON THE COBCIO27 JOB MASTER (APITPJOB), AND
      *               THE GRADE'S ROW ON THE NEW APITPEXP EXPENSE-LIMIT
      *               GATEWAY. A GRADE WITH NO ROW, OR A ZERO LIMIT,
      *               PUTS NO CAP ON THE CATEGORY. A PROJECT, WHEN
      *               KEYED, MUST BE ON THE COBCIO32 PROJECT MASTER AND
      *               STILL OPEN. RETURNS BLANK = LINE IS ACCEPTABLE,
      *               C = UNKNOWN CATEGORY, E = NO SUCH EMPLOYEE OR
      *               TERMINATED, L = OVER THE GRADE LIMIT (THE LIMIT
      *               IS HANDED BACK), P = PROJECT UNKNOWN OR CLOSED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBEXPCK.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** only the key, termination date and job code matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  FILLER                      PIC X(134).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(23).
           03  WS-EMP-JOB                  PIC X(8).
           03  FILLER                      PIC X(23).

      *    ** the job/position master COBCIO27 maintains - only the
      *    ** grade is wanted
       01  JOB-MASTER-RECORD.
           10 WS-JOB-CODE             PIC X(8).
           10 WS-JOB-TITLE            PIC X(20).
           10 WS-JOB-GRADE            PIC X(2).
           10 WS-JOB-SAL-FLOOR        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-SAL-CEILING      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-JOB-PROBATION-MONTHS PIC 9(2).

      *    ** one row per job grade on the new APITPEXP gateway -
      *    ** CMD-CODE 1 READ BY GRADE, 2 ADD, 3 CHANGE (COBCIO27
      *    ** MAINTAINS IT ALONGSIDE THE JOB). ZERO = NO CAP.
       01  EXPENSE-LIMIT-RECORD.
           10 WS-EXL-GRADE            PIC X(2).
           10 WS-EXL-LIM-TRAVEL       PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXL-LIM-LODGING      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXL-LIM-MEALS        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-EXL-LIM-OTHER        PIC S9(7)V9(2) USAGE COMP-3.

      *    ** the project master COBCIO32 maintains - the key and the
      *    ** open/closed status are all that matter here
       01  PROJ-MASTER-RECORD.
           10 WS-PRJ-PROJ-NO          PIC X(6).
           10 WS-PRJ-NAME             PIC X(30).
           10 WS-PRJ-DEPT-CODE        PIC X(4).
           10 WS-PRJ-CUST-NO          PIC X(10).
           10 WS-PRJ-STATUS           PIC X(1).

       01  WS-CATEGORY-LIMIT               PIC S9(7)V9(2) COMP-3.

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

           EJECT

       LINKAGE SECTION.
       01  EXP-CHECK-RECORD.
           03  WS-EXK-EMP-NO               PIC X(6).
      *        ** TR TRAVEL, LD LODGING, ML MEALS, OT OTHER
           03  WS-EXK-CATEGORY             PIC X(2).
      *        ** the claim's total for the category with this line
           03  WS-EXK-AMOUNT               PIC S9(7)V9(2) COMP-3.
           03  WS-EXK-PROJ-NO              PIC X(6).
      *        ** BLANK = ACCEPTABLE, C = BAD CATEGORY, E = EMPLOYEE,
      *        ** L = OVER LIMIT, P = PROJECT
           03  WS-EXK-RESULT               PIC X(1).
      *        ** the grade's limit for the category, zero if none
           03  WS-EXK-LIMIT                PIC S9(7)V9(2) COMP-3.

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING EXP-CHECK-RECORD.

       000-MAIN-LOGIC.

           MOVE SPACE TO WS-EXK-RESULT.
           MOVE ZERO  TO WS-EXK-LIMIT.

           IF  WS-EXK-CATEGORY NOT = "TR"
           AND WS-EXK-CATEGORY NOT = "LD"
           AND WS-EXK-CATEGORY NOT = "ML"
           AND WS-EXK-CATEGORY NOT = "OT"
               MOVE "C" TO WS-EXK-RESULT
               GOBACK
           END-IF.

           MOVE SPACES        TO EMPLOYEE-MASTER-RECORD.
           MOVE WS-EXK-EMP-NO TO WS-EMP-ID.
           MOVE 1 TO CMD-CODE.
           MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN.
           CALL "APITP010" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               MOVE "E" TO WS-EXK-RESULT
               GOBACK
           END-IF.
           MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD.
           IF  WS-EMP-DATE-TERMINATED IS NUMERIC
           AND WS-EMP-DATE-TERMINATED NOT = ZERO
               MOVE "E" TO WS-EXK-RESULT
               GOBACK
           END-IF.

           PERFORM 100-CHECK-PROJECT.
           IF  WS-EXK-RESULT NOT = SPACE
               GOBACK
           END-IF.

           PERFORM 200-CHECK-LIMIT THRU 200-EXIT.

           GOBACK.

      *-----------------------------------------------------------------
      * 100-CHECK-PROJECT - A KEYED PROJECT MUST BE ON THE MASTER AND
      *    OPEN; NO PROJECT AT ALL IS FINE.
      *-----------------------------------------------------------------
       100-CHECK-PROJECT.

           IF  WS-EXK-PROJ-NO > SPACES
               MOVE SPACES         TO PROJ-MASTER-RECORD
               MOVE WS-EXK-PROJ-NO TO WS-PRJ-PROJ-NO
               MOVE 1 TO CMD-CODE
               MOVE PROJ-MASTER-RECORD TO DATA-IN
               CALL "APITPPRJ" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   MOVE "P" TO WS-EXK-RESULT
               ELSE
                   MOVE DATA-OUT TO PROJ-MASTER-RECORD
                   IF  WS-PRJ-STATUS = "C"
                       MOVE "P" TO WS-EXK-RESULT
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * 200-CHECK-LIMIT - EMP-JOB TO GRADE TO THE GRADE'S LIMIT ROW. A
      *    JOB OFF THE MASTER, A GRADE WITH NO ROW OR A ZERO LIMIT
      *    LEAVES THE CATEGORY UNCAPPED.
      *-----------------------------------------------------------------
       200-CHECK-LIMIT.

           MOVE SPACES     TO JOB-MASTER-RECORD.
           MOVE WS-EMP-JOB TO WS-JOB-CODE.
           MOVE 1 TO CMD-CODE.
           MOVE JOB-MASTER-RECORD TO DATA-IN.
           CALL "APITPJOB" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 200-EXIT
           END-IF.
           MOVE DATA-OUT TO JOB-MASTER-RECORD.

           MOVE SPACES       TO EXPENSE-LIMIT-RECORD.
           MOVE WS-JOB-GRADE TO WS-EXL-GRADE.
           MOVE 1 TO CMD-CODE.
           MOVE EXPENSE-LIMIT-RECORD TO DATA-IN.
           CALL "APITPEXP" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE = 0
               GO TO 200-EXIT
           END-IF.
           MOVE DATA-OUT TO EXPENSE-LIMIT-RECORD.

           EVALUATE WS-EXK-CATEGORY
               WHEN "TR"
                   MOVE WS-EXL-LIM-TRAVEL  TO WS-CATEGORY-LIMIT
               WHEN "LD"
                   MOVE WS-EXL-LIM-LODGING TO WS-CATEGORY-LIMIT
               WHEN "ML"
                   MOVE WS-EXL-LIM-MEALS   TO WS-CATEGORY-LIMIT
               WHEN OTHER
                   MOVE WS-EXL-LIM-OTHER   TO WS-CATEGORY-LIMIT
           END-EVALUATE.

           MOVE WS-CATEGORY-LIMIT TO WS-EXK-LIMIT.
           IF  WS-CATEGORY-LIMIT > ZERO
           AND WS-EXK-AMOUNT > WS-CATEGORY-LIMIT
               MOVE "L" TO WS-EXK-RESULT
           END-IF.

       200-EXIT.
           EXIT.

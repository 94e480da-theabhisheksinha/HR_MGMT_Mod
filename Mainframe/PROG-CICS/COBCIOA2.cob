      *-----------------------------------------------------------------
      *    COBCIOA2 - DEPARTMENT MERGE/SPLIT REORGANIZATION REQUEST.
      *               A MERGE OR A SPLIT USED TO MEAN EVERY EMPLOYEE
      *               THROUGH COBCIO26 ONE AT A TIME, THEN BUDGETS,
      *               REQUISITIONS, PROJECTS, REPORTING LINES AND THE
      *               DEPARTMENT MASTER PUT RIGHT BY HAND OVER WEEKS.
      *               THIS SCREEN FILES ONE REORGANIZATION REQUEST ON
      *               THE NEW APITPROR GATEWAY - TYPE M MERGE (UP TO
      *               FIVE SOURCE DEPARTMENTS INTO ONE TARGET) OR S
      *               SPLIT (ONE SOURCE INTO UP TO FIVE TARGETS, THE
      *               SOURCE ITSELF MAY STAY AS ONE OF THEM), AN
      *               EFFECTIVE DATE AND A REASON, NUMBERED OFF THE
      *               APITPCTL "REORGREQ" RANGE. EVERY CODE MUST BE ON
      *               THE DEPARTMENT MASTER AND NONE MAY BE CAUGHT UP
      *               IN ANOTHER LIVE REORGANIZATION. WHILE THE
      *               REQUEST IS PENDING, PF5 FILES THE MAPPING LINES
      *               KEYED BELOW IT ON THE NEW APITPROM GATEWAY - AN
      *               EMPLOYEE (E), PROJECT (P) OR OPEN REQUISITION (Q)
      *               IN A SOURCE DEPARTMENT AND THE TARGET IT GOES TO,
      *               AN EMPLOYEE OPTIONALLY WITH A NEW LINE MANAGER;
      *               A LINE WITH NO TARGET TAKES THE MAPPING OFF.
      *               ANYTHING NOT MAPPED GOES TO THE FIRST TARGET
      *               KEYED FOR ITS SOURCE, OR STAYS PUT WHERE A SPLIT
      *               KEEPS THE SOURCE. PF7/PF8 PAGE THE MAPPING. PF11
      *               APPROVES - A SECOND OPERATOR HOLDING ROGAPPRV
      *               (COBSECCK) WHO NEITHER FILED THE REQUEST NOR
      *               KEYED ANY OF ITS MAPPING, SAME MAKER/CHECKER RULE
      *               AS COBCIO73. PF9 CANCELS A REQUEST NOT YET
      *               APPLIED. THE COBBATC1 PREVIEW RUN PRINTS
      *               EVERYTHING A REQUEST WOULD MOVE; ITS APPLY RUN
      *               CARRIES OUT APPROVED REQUESTS ON THEIR EFFECTIVE
      *               DATE. EVERY CHANGE IS AUDITED THROUGH COBAUDIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBCIOA2.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    ** the reorganization request - APITPROR CMD-CODE 1 READ BY
      *    ** REORG ID, 2 ADD, 3 CHANGE, 4 UNFILTERED CURSOR (THE
      *    ** COBBATC1 RUN AND THE CLASH CHECK BELOW)
       01  REORG-REQUEST-RECORD.
           10 WS-ROR-REORG-ID         PIC X(6).
      *        ** M MERGE, S SPLIT
           10 WS-ROR-TYPE             PIC X(1).
               88  WS-ROR-MERGE           VALUE "M".
               88  WS-ROR-SPLIT           VALUE "S".
           10 WS-ROR-PAIR OCCURS 5 TIMES.
               15 WS-ROR-SOURCE-DEPT  PIC X(4).
               15 WS-ROR-TARGET-DEPT  PIC X(4).
           10 WS-ROR-EFF-DATE         PIC 9(6).
           10 WS-ROR-REASON           PIC X(30).
      *        ** P PENDING, A APPROVED, D DONE (APPLIED), C CANCELLED
           10 WS-ROR-STATUS           PIC X(1).
               88  WS-ROR-PENDING         VALUE "P".
               88  WS-ROR-APPROVED        VALUE "A".
               88  WS-ROR-DONE            VALUE "D".
               88  WS-ROR-CANCELLED       VALUE "C".
           10 WS-ROR-MAKER-OPID       PIC X(3).
           10 WS-ROR-MAKER-DATE       PIC 9(6).
           10 WS-ROR-CHECKER-OPID     PIC X(3).
           10 WS-ROR-CHECKER-DATE     PIC 9(6).
           10 WS-ROR-APPLIED-DATE     PIC 9(6).

      *    ** another request off the cursor, held apart from the one
      *    ** on the screen
       01  OTHER-REQUEST-RECORD.
           10 WS-OTH-REORG-ID         PIC X(6).
           10 FILLER                  PIC X(1).
           10 WS-OTH-PAIR OCCURS 5 TIMES.
               15 WS-OTH-SOURCE-DEPT  PIC X(4).
               15 WS-OTH-TARGET-DEPT  PIC X(4).
           10 FILLER                  PIC X(36).
           10 WS-OTH-STATUS           PIC X(1).
               88  WS-OTH-LIVE            VALUES "P" "A".
           10 FILLER                  PIC X(30).

      *    ** one mapping line - APITPROM CMD-CODE 1 READ BY REORG ID +
      *    ** ITEM TYPE + ITEM KEY, 2 ADD, 3 CHANGE, 4 PER-REORG CURSOR,
      *    ** 5 DELETE
       01  REORG-MAPPING-RECORD.
           10 WS-ROM-REORG-ID         PIC X(6).
      *        ** E EMPLOYEE, P PROJECT, Q REQUISITION
           10 WS-ROM-ITEM-TYPE        PIC X(1).
               88  WS-ROM-EMPLOYEE        VALUE "E".
               88  WS-ROM-PROJECT         VALUE "P".
               88  WS-ROM-REQUISITION     VALUE "Q".
           10 WS-ROM-ITEM-KEY         PIC X(6).
           10 WS-ROM-TARGET-DEPT      PIC X(4).
      *        ** the employee's new line manager - spaces leaves the
      *        ** COBCIO45 reporting line as it stands
           10 WS-ROM-MGR-OPID         PIC X(3).
           10 WS-ROM-MGR-EMP-NO       PIC X(6).
           10 WS-ROM-KEYED-OPID       PIC X(3).
           10 WS-ROM-KEYED-DATE       PIC 9(6).

      *    ** same DEPT-MASTER-RECORD shape COBCIO60 maintains
       01  DEPT-MASTER-RECORD.
           03  WS-DEPT-CODE                PIC X(4).
           03  WS-DEPT-DESCRIPTION         PIC X(30).
           03  WS-DEPT-DATE-MAINTAINED     PIC 9(5) COMP-3.
           03  WS-DEPT-PARENT-CODE         PIC X(4).
           03  FILLER                      PIC X(39).

      *    ** the mapped items - only the key, the department and
      *    ** whether the row is still live matter here
       01  EMPLOYEE-MASTER-RECORD.
           03  WS-EMP-ID                   PIC X(6).
           03  WS-EMP-DEPT-CODE            PIC X(4).
           03  FILLER                      PIC X(130).
           03  WS-EMP-DATE-TERMINATED      PIC 9(6).
           03  FILLER                      PIC X(54).
       01  PROJ-MASTER-RECORD.
           10 WS-PRJ-PROJ-NO          PIC X(6).
           10 WS-PRJ-NAME             PIC X(30).
           10 WS-PRJ-DEPT-CODE        PIC X(4).
           10 FILLER                  PIC X(160).
       01  REQUISITION-RECORD.
           10 WS-RQN-REQ-NO           PIC X(6).
           10 WS-RQN-DEPT-CODE        PIC X(4).
           10 WS-RQN-JOB-CODE         PIC X(8).
           10 WS-RQN-COUNT            PIC 9(3).
           10 WS-RQN-FILLED           PIC 9(3).
           10 WS-RQN-STATUS           PIC X(1).
               88  WS-RQN-CLOSED          VALUE "C".
           10 FILLER                  PIC X(175).

      *    ** request numbers come off the APITPCTL range, same as the
      *    ** COBCIO58 requisitions
       01  NUMBER-CONTROL-RECORD.
           10 WS-CTL-RANGE-NAME       PIC X(8) VALUE "REORGREQ".
           10 WS-CTL-ALLOCATED-NO     PIC X(6).

      *    ** who/when/before/after capture for request and mapping
      *    ** changes - COBAUDIT stamps date/time and files through
      *    ** APITPAUD
       01  HR-AUDIT-RECORD.
           03  WS-AUD-PROGRAM              PIC X(8) VALUE "COBCIOA2".
           03  WS-AUD-OPERATOR             PIC X(8).
           03  WS-AUD-FILE                 PIC X(8) VALUE "REORGREQ".
           03  WS-AUD-KEY                  PIC X(12).
           03  WS-AUD-DATE                 PIC 9(6).
           03  WS-AUD-TIME                 PIC 9(6).
           03  WS-AUD-BEFORE-IMAGE         PIC X(200).
           03  WS-AUD-AFTER-IMAGE          PIC X(200).

       01  SWITCHES.
           03  ERROR-SWITCH                PIC X VALUE SPACE.
               88  ERRORS                        VALUE "Y".

       01  SWITCH-OFF                      PIC X VALUE "N".

       01  WS-ROR-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-ROR-FOUND                    VALUE "Y".
       01  WS-ROM-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-ROM-FOUND                    VALUE "Y".
       01  WS-ITEM-FOUND-SWITCH            PIC X VALUE "N".
           88  WS-ITEM-FOUND                   VALUE "Y".
       01  WS-MATCH-SWITCH                 PIC X VALUE "N".
           88  WS-MATCH-FOUND                  VALUE "Y".
       01  WS-SCAN-SWITCH                  PIC X VALUE "N".
           88  WS-SCAN-DONE                    VALUE "Y".

      *    ** the source/target pairs keyed on the screen, blank lines
      *    ** closed up
       01  WS-KEYED-PAIR-TABLE.
           03  WS-KEYED-PAIR OCCURS 5 TIMES.
               05  WS-KP-SOURCE            PIC X(4).
               05  WS-KP-TARGET            PIC X(4).
       01  WS-PAIR-COUNT                   PIC S9(4) COMP VALUE +0.
       01  WS-PAIR-SUB                     PIC S9(4) COMP.
       01  WS-CHECK-SUB                    PIC S9(4) COMP.
       01  WS-LINE-SUB                     PIC S9(4) COMP.

      *    ** the mapping page - rows skipped before the first line
      *    ** shown, and how many rows the request has in all
       01  WS-MAP-SKIP                     PIC S9(4) COMP VALUE +0.
       01  WS-MAP-TOTAL                    PIC S9(4) COMP VALUE +0.
       01  WS-MAP-SEEN                     PIC S9(4) COMP.
       01  WS-SHOWN-REORG-ID               PIC X(6) VALUE SPACES.

      *    ** the mapped item's own department, and a code to look up
       01  WS-ITEM-DEPT                    PIC X(4).
       01  WS-READ-DEPT-CODE               PIC X(4).
       01  WS-DEPT-FOUND-SWITCH            PIC X VALUE "N".
           88  WS-DEPT-FOUND                   VALUE "Y".

       01  CMD-CODE                        PIC 99.
       01  RESP-CODE                       PIC 99.
       01  DATA-IN                         PIC X(200).
       01  DATA-OUT                        PIC X(200).

      *    ** operator authorization, checked through COBSECCK like
      *    ** the salary-bearing screens - COBCIOA2 to use the screen,
      *    ** ROGAPPRV to approve a reorganization
       01  SEC-CHECK-RECORD.
           03  WS-SEC-OPERATOR             PIC X(3).
           03  WS-SEC-FUNCTION             PIC X(8) VALUE "COBCIOA2".
           03  WS-SEC-RESULT               PIC X(1).
               88  WS-SEC-DENIED               VALUE "D".
       01  WS-SEC-OPID                     PIC X(3).

      *    ** message text is looked up from the shared message
      *    ** file via APITPMSG keyed on PROGRAM-ID + WORK-MSG-CODE,
      *    ** same as every other screen in this system
       01  MSG-LOOKUP-RECORD.
           03  MSGL-PROGRAM-ID             PIC X(8)  VALUE "COBCIOA2".
           03  MSGL-CODE                   PIC 99.
       01  WS-MSG-TEXT                     PIC X(30).

       01  WORK-MSG-CODE          PIC 99.

      *    ** who/when for the maker/checker stamps, same manually-
      *    ** declared EIB field convention COBCIO24 uses - populated
      *    ** from ASSIGN/ASKTIME/FORMATTIME below
       01  EIBOPID                         PIC X(3).
       01  WS-STAMP-ABSTIME                PIC S9(15) COMP-3.
       01  WS-STAMP-YYMMDD                 PIC 9(6).
       01  WS-STAMP-HHMMSS                 PIC 9(6).

       01  RESPONSE                        PIC S9(8) COMP VALUE +0.

      *    ** this task's row on the transaction usage log -
      *    ** COBTXLOG stamps the start, the end and the elapsed time
       01  TRANSACTION-USAGE-RECORD.
           03  WS-TXU-FUNCTION             PIC X(1).
           03  WS-TXU-PROGRAM              PIC X(8) VALUE "COBCIOA2".
           03  WS-TXU-TRANSID              PIC X(4).
           03  WS-TXU-OPERATOR             PIC X(3).
           03  WS-TXU-START-DATE           PIC 9(6).
           03  WS-TXU-START-TIME           PIC 9(8).
           03  WS-TXU-END-TIME             PIC 9(8).
           03  WS-TXU-ELAPSED              PIC S9(7) COMP.
      *        ** C = COMPLETED, E = ENDED IN ERROR, D = DATABASE
      *        ** ERROR, R = REFUSED
           03  WS-TXU-OUTCOME              PIC X(1) VALUE "C".

           COPY DFHBMSCA.

           COPY DFHAID.

           COPY ROGRM.

           EJECT
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      *    handle conditions

           EXEC CICS
               IGNORE CONDITION
               LENGERR
           END-EXEC.

           EXEC CICS
               IGNORE CONDITION
               MAPFAIL
           END-EXEC.

           EXEC CICS
               HANDLE AID
               PF3(910-EXIT)
           END-EXEC.

           EXEC CICS
               HANDLE CONDITION
               ERROR(900-ERRORS)
           END-EXEC.

      *    ** open this task's usage row
           EXEC CICS ASSIGN OPID(WS-TXU-OPERATOR) END-EXEC.
           MOVE EIBTRNID       TO  WS-TXU-TRANSID.
           MOVE "S"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.

      *    **  only department-master operators may request a
      *    **  reorganization - refused before the first screen shows
           EXEC CICS ASSIGN OPID(WS-SEC-OPID) END-EXEC.
           MOVE WS-SEC-OPID    TO  WS-SEC-OPERATOR.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE "NOT AUTHORIZED FOR REORGANIZATIONS" TO ROGRMSGO
               MOVE "R"            TO  WS-TXU-OUTCOME
               GO TO 999-EXIT
           END-IF.

           MOVE SPACES         TO  ROGRO.
           MOVE 6              TO  WORK-MSG-CODE.
           MOVE -1             TO  ROGRIDL.

           GO TO 300-SEND-ROGRMAP.

      *-----------------------------------------------------------------
      * RECEIVE MAP RECEIVES THE CICS MAP. A KEYED REQUEST NUMBER SHOWS
      * THE REQUEST AND A PAGE OF ITS MAPPING; A BLANK ONE WITH PF10
      * FILES A NEW REQUEST. PF5 FILES THE MAPPING LINES, PF11
      * APPROVES, PF9 CANCELS, PF7/PF8 PAGE THE MAPPING.
      *-----------------------------------------------------------------
       200-RECEIVE-ROGRMAP.

           EXEC CICS
               RECEIVE MAP("MAP") MAPSET("ROGRM")
               INTO(ROGRI)
           END-EXEC.

           MOVE SWITCH-OFF TO ERROR-SWITCH.

           IF  ROGRIDI > SPACES THEN
               PERFORM 450-READ-REQUEST
               IF  NOT WS-ROR-FOUND THEN
                   MOVE -1        TO  ROGRIDL
                   MOVE 7         TO  WORK-MSG-CODE
                   GO TO 300-SEND-ROGRMAP
               END-IF
           ELSE
               MOVE "N"           TO  WS-ROR-FOUND-SWITCH
               MOVE SPACES        TO  REORG-REQUEST-RECORD
           END-IF.

      *    ** a different request starts its mapping on the first page
           IF  ROGRIDI NOT = WS-SHOWN-REORG-ID THEN
               MOVE ZERO          TO  WS-MAP-SKIP
               MOVE ROGRIDI       TO  WS-SHOWN-REORG-ID
           END-IF.

           IF  EIBAID = DFHPF10 THEN
               PERFORM 500-VALIDATE-REQUEST THRU 500-EXIT
               IF  NOT ERRORS THEN
                   PERFORM 600-FILE-REQUEST THRU 600-EXIT
               END-IF
           ELSE
           IF  EIBAID = DFHPF5 THEN
               PERFORM 550-FILE-MAPPING THRU 550-EXIT
           ELSE
           IF  EIBAID = DFHPF11 THEN
               PERFORM 700-APPROVE-REQUEST THRU 700-EXIT
           ELSE
           IF  EIBAID = DFHPF9 THEN
               PERFORM 750-CANCEL-REQUEST THRU 750-EXIT
           ELSE
           IF  EIBAID = DFHPF8 THEN
               IF  WS-MAP-TOTAL > WS-MAP-SKIP + 8 THEN
                   ADD 8 TO WS-MAP-SKIP
               END-IF
           ELSE
           IF  EIBAID = DFHPF7 THEN
               IF  WS-MAP-SKIP NOT < 8 THEN
                   SUBTRACT 8 FROM WS-MAP-SKIP
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF  NOT ERRORS THEN
               PERFORM 460-SHOW-REQUEST
           END-IF.

           MOVE DFHBMFSE        TO  ROGRTYPA
                                    ROGREFFA
                                    ROGRRSNA.

      *-----------------------------------------------------------------
      * THIS PARA SEND THE MAP TO CICS SCREEN USING THE OUTPUT COMM AREA
      *-----------------------------------------------------------------
       300-SEND-ROGRMAP.
           MOVE WORK-MSG-CODE      TO MSGL-CODE.
           MOVE 1                  TO CMD-CODE.
           MOVE MSG-LOOKUP-RECORD  TO DATA-IN.
           CALL "APITPMSG" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE NOT = 0
               MOVE DATA-OUT(1:30)     TO WS-MSG-TEXT
           ELSE
               MOVE SPACES             TO WS-MSG-TEXT
           END-IF.
           MOVE WS-MSG-TEXT        TO ROGRMSGO.

           EXEC CICS
               SEND MAP("MAP") MAPSET("ROGRM")
               FROM(ROGRO)
               CURSOR FREEKB
           END-EXEC.

           GO TO 200-RECEIVE-ROGRMAP.

      *-----------------------------------------------------------------
      * THIS PARA READS THE DEPARTMENT IN WS-READ-DEPT-CODE OFF APITPP6.
      *-----------------------------------------------------------------
       400-READ-DEPARTMENT.

           MOVE SPACES            TO DEPT-MASTER-RECORD.
           MOVE WS-READ-DEPT-CODE TO WS-DEPT-CODE.

           MOVE 1 TO CMD-CODE.
           MOVE DEPT-MASTER-RECORD TO DATA-IN.
           CALL "APITPP6" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 AND WS-READ-DEPT-CODE > SPACES THEN
               MOVE DATA-OUT             TO DEPT-MASTER-RECORD
               SET WS-DEPT-FOUND         TO TRUE
           ELSE
               MOVE "N"                  TO WS-DEPT-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA READS THE REQUEST KEYED ON THE SCREEN.
      *-----------------------------------------------------------------
       450-READ-REQUEST.

           MOVE SPACES          TO REORG-REQUEST-RECORD.
           MOVE ROGRIDI         TO WS-ROR-REORG-ID.

           MOVE 1 TO CMD-CODE.
           MOVE REORG-REQUEST-RECORD TO DATA-IN.
           CALL "APITPROR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT             TO REORG-REQUEST-RECORD
               SET WS-ROR-FOUND          TO TRUE
           ELSE
               MOVE "N"                  TO WS-ROR-FOUND-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THIS PARA SHOWS THE REQUEST ON FILE, IF ANY, WITH A PAGE OF ITS
      * MAPPING.
      *-----------------------------------------------------------------
       460-SHOW-REQUEST.

           IF  WS-ROR-FOUND THEN
               MOVE WS-ROR-REORG-ID       TO ROGRIDO
               MOVE WS-ROR-TYPE           TO ROGRTYPO
               MOVE WS-ROR-EFF-DATE       TO ROGREFFO
               MOVE WS-ROR-REASON         TO ROGRRSNO
               MOVE WS-ROR-STATUS         TO ROGRSTAO
               MOVE WS-ROR-MAKER-OPID     TO ROGRMKRO
               MOVE WS-ROR-CHECKER-OPID   TO ROGRCKRO
               IF  WS-ROR-DONE THEN
                   MOVE WS-ROR-APPLIED-DATE TO ROGRADTO
               ELSE
                   MOVE SPACES            TO ROGRADTO
               END-IF
               PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                       UNTIL WS-PAIR-SUB > 5
                   MOVE WS-ROR-SOURCE-DEPT (WS-PAIR-SUB)
                     TO ROGRSRCO (WS-PAIR-SUB)
                   MOVE WS-ROR-TARGET-DEPT (WS-PAIR-SUB)
                     TO ROGRTGTO (WS-PAIR-SUB)
               END-PERFORM
               PERFORM 470-SHOW-MAPPING
           ELSE
               MOVE SPACES                TO ROGRIDO
                                             ROGRTYPO
                                             ROGREFFO
                                             ROGRRSNO
                                             ROGRSTAO
                                             ROGRMKRO
                                             ROGRCKRO
                                             ROGRADTO
               PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                       UNTIL WS-PAIR-SUB > 5
                   MOVE SPACES TO ROGRSRCO (WS-PAIR-SUB)
                                  ROGRTGTO (WS-PAIR-SUB)
               END-PERFORM
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > 8
                   MOVE SPACES TO ROGRITYO (WS-LINE-SUB)
                                  ROGRIKYO (WS-LINE-SUB)
                                  ROGRITGO (WS-LINE-SUB)
                                  ROGRIMOO (WS-LINE-SUB)
                                  ROGRIMEO (WS-LINE-SUB)
               END-PERFORM
               MOVE ZERO                  TO WS-MAP-TOTAL
           END-IF.
           IF  EIBAID NOT = DFHPF10 AND EIBAID NOT = DFHPF11
           AND EIBAID NOT = DFHPF9  AND EIBAID NOT = DFHPF5
               IF  WS-ROR-FOUND THEN
                   MOVE 8                 TO WORK-MSG-CODE
               ELSE
                   MOVE 6                 TO WORK-MSG-CODE
               END-IF
           END-IF.
           MOVE -1                        TO ROGRTYPL.

      *-----------------------------------------------------------------
      * THIS PARA FILLS THE EIGHT MAPPING LINES FROM THE PER-REORG
      * CURSOR, PAST THE ROWS ALREADY PAGED OVER. THE CURSOR IS WALKED
      * TO EXHAUSTION SO THE TOTAL IS KNOWN FOR PF8.
      *-----------------------------------------------------------------
       470-SHOW-MAPPING.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8
               MOVE SPACES TO ROGRITYO (WS-LINE-SUB)
                              ROGRIKYO (WS-LINE-SUB)
                              ROGRITGO (WS-LINE-SUB)
                              ROGRIMOO (WS-LINE-SUB)
                              ROGRIMEO (WS-LINE-SUB)
           END-PERFORM.

           MOVE ZERO   TO  WS-MAP-TOTAL.
           MOVE ZERO   TO  WS-LINE-SUB.
           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  REORG-MAPPING-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE WS-ROR-REORG-ID TO WS-ROM-REORG-ID
               MOVE 4 TO CMD-CODE
               MOVE REORG-MAPPING-RECORD TO DATA-IN
               CALL "APITPROM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REORG-MAPPING-RECORD
                   ADD 1 TO WS-MAP-TOTAL
                   IF  WS-MAP-TOTAL > WS-MAP-SKIP AND WS-LINE-SUB < 8
                       ADD 1 TO WS-LINE-SUB
                       MOVE WS-ROM-ITEM-TYPE
                         TO ROGRITYO (WS-LINE-SUB)
                       MOVE WS-ROM-ITEM-KEY
                         TO ROGRIKYO (WS-LINE-SUB)
                       MOVE WS-ROM-TARGET-DEPT
                         TO ROGRITGO (WS-LINE-SUB)
                       MOVE WS-ROM-MGR-OPID
                         TO ROGRIMOO (WS-LINE-SUB)
                       MOVE WS-ROM-MGR-EMP-NO
                         TO ROGRIMEO (WS-LINE-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THIS PARA VALIDATES THE REQUEST BEFORE IT IS FILED - ONLY A
      * NEW, PENDING OR CANCELLED REQUEST MAY BE (RE)FILED; THE TYPE
      * M OR S; THE PAIRS SHAPED FOR THE TYPE AND ON THE DEPARTMENT
      * MASTER; A PLAUSIBLE EFFECTIVE DATE; A REASON; AND NO CODE CAUGHT
      * UP IN ANOTHER LIVE REORGANIZATION.
      *-----------------------------------------------------------------
       500-VALIDATE-REQUEST.

           IF  WS-ROR-FOUND
           AND (WS-ROR-APPROVED OR WS-ROR-DONE)
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ROGRIDL
               MOVE 14        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  ROGRTYPI NOT = "M" AND ROGRTYPI NOT = "S" THEN
               MOVE DFHBMASB  TO  ROGRTYPA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ROGRTYPL
               MOVE 15        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           PERFORM 510-VALIDATE-PAIRS THRU 510-EXIT.
           IF  ERRORS THEN
               GO TO 500-EXIT
           END-IF.

           IF  ROGREFFI IS NOT NUMERIC OR ROGREFFI = ZERO THEN
               MOVE DFHBMASB  TO  ROGREFFA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ROGREFFL
               MOVE 20        TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           IF  ROGRRSNI IS NOT > SPACES THEN
               MOVE DFHBMASB  TO  ROGRRSNA
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ROGRRSNL
               MOVE 9         TO  WORK-MSG-CODE
               GO TO 500-EXIT
           END-IF.

           PERFORM 520-CHECK-OTHER-REQUESTS THRU 520-EXIT.

       500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CLOSES UP THE KEYED PAIRS AND CHECKS THEIR SHAPE. A
      * MERGE HAS ONE TARGET, DIFFERENT SOURCES, AND NO SOURCE THAT IS
      * THE TARGET. A SPLIT HAS ONE SOURCE AND AT LEAST TWO DIFFERENT
      * TARGETS, ONE OF WHICH MAY BE THE SOURCE ITSELF. EVERY CODE MUST
      * BE ON THE DEPARTMENT MASTER - A NEW TARGET IS SET UP ON COBCIO60
      * FIRST.
      *-----------------------------------------------------------------
       510-VALIDATE-PAIRS.

           MOVE ZERO TO WS-PAIR-COUNT.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF  ROGRSRCI (WS-PAIR-SUB) > SPACES
               OR  ROGRTGTI (WS-PAIR-SUB) > SPACES
                   IF  ROGRSRCI (WS-PAIR-SUB) NOT > SPACES
                   OR  ROGRTGTI (WS-PAIR-SUB) NOT > SPACES
                       SET ERRORS TO TRUE
                       MOVE -1    TO ROGRSRCL (WS-PAIR-SUB)
                   ELSE
                       ADD 1 TO WS-PAIR-COUNT
                       MOVE ROGRSRCI (WS-PAIR-SUB)
                         TO WS-KP-SOURCE (WS-PAIR-COUNT)
                       MOVE ROGRTGTI (WS-PAIR-SUB)
                         TO WS-KP-TARGET (WS-PAIR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-PAIR-COUNT = ZERO THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ROGRSRCL (1)
           END-IF.
           IF  ROGRTYPI = "S" AND WS-PAIR-COUNT < 2 THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ROGRSRCL (1)
           END-IF.
           IF  ERRORS THEN
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
               IF  ROGRTYPI = "M"
                   IF  WS-KP-TARGET (WS-PAIR-SUB) NOT = WS-KP-TARGET (1)
                   OR  WS-KP-SOURCE (WS-PAIR-SUB) = WS-KP-TARGET (1)
                       SET ERRORS TO TRUE
                   END-IF
               ELSE
                   IF  WS-KP-SOURCE (WS-PAIR-SUB) NOT = WS-KP-SOURCE (1)
                       SET ERRORS TO TRUE
                   END-IF
               END-IF
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB NOT < WS-PAIR-SUB
                   IF  ROGRTYPI = "M"
                   AND WS-KP-SOURCE (WS-CHECK-SUB) =
                       WS-KP-SOURCE (WS-PAIR-SUB)
                       SET ERRORS TO TRUE
                   END-IF
                   IF  ROGRTYPI = "S"
                   AND WS-KP-TARGET (WS-CHECK-SUB) =
                       WS-KP-TARGET (WS-PAIR-SUB)
                       SET ERRORS TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF  ERRORS THEN
               MOVE -1        TO  ROGRSRCL (1)
               MOVE 18        TO  WORK-MSG-CODE
               GO TO 510-EXIT
           END-IF.

           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT OR ERRORS
               MOVE WS-KP-SOURCE (WS-PAIR-SUB) TO WS-READ-DEPT-CODE
               PERFORM 400-READ-DEPARTMENT
               IF  WS-DEPT-FOUND
                   MOVE WS-KP-TARGET (WS-PAIR-SUB) TO WS-READ-DEPT-CODE
                   PERFORM 400-READ-DEPARTMENT
               END-IF
               IF  NOT WS-DEPT-FOUND
                   SET ERRORS TO TRUE
                   MOVE -1    TO ROGRSRCL (1)
                   MOVE 17    TO WORK-MSG-CODE
               END-IF
           END-PERFORM.

       510-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA WALKS EVERY REQUEST ON FILE. A CODE THIS REQUEST
      * RETIRES OR FILLS MAY NOT BE A SOURCE OF ANOTHER LIVE (PENDING
      * OR APPROVED) REQUEST, AND NO SOURCE HERE MAY BE ANOTHER'S
      * TARGET - SO ONE RUN NEVER MOVES THINGS ONTO A CODE IT RETIRES.
      *-----------------------------------------------------------------
       520-CHECK-OTHER-REQUESTS.

           MOVE "N"    TO  WS-MATCH-SWITCH.
           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  OTHER-REQUEST-RECORD.

           PERFORM UNTIL WS-SCAN-DONE
               MOVE 4 TO CMD-CODE
               MOVE OTHER-REQUEST-RECORD TO DATA-IN
               CALL "APITPROR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO OTHER-REQUEST-RECORD
                   IF  WS-OTH-LIVE
                   AND WS-OTH-REORG-ID NOT = ROGRIDI
                       PERFORM 525-COMPARE-REQUEST
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-MATCH-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ROGRSRCL (1)
               MOVE 21        TO  WORK-MSG-CODE
           END-IF.

       520-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA COMPARES ONE OTHER LIVE REQUEST'S PAIRS WITH THE
      * KEYED ONES.
      *-----------------------------------------------------------------
       525-COMPARE-REQUEST.

           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > 5
               IF  WS-OTH-SOURCE-DEPT (WS-CHECK-SUB) > SPACES
                   PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                           UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
                       IF  WS-OTH-SOURCE-DEPT (WS-CHECK-SUB) =
                           WS-KP-SOURCE (WS-PAIR-SUB)
                       OR  WS-OTH-SOURCE-DEPT (WS-CHECK-SUB) =
                           WS-KP-TARGET (WS-PAIR-SUB)
                       OR  WS-OTH-TARGET-DEPT (WS-CHECK-SUB) =
                           WS-KP-SOURCE (WS-PAIR-SUB)
                           SET WS-MATCH-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE MAPPING LINES KEYED ON THE SCREEN - ONLY
      * WHILE THE REQUEST IS PENDING, SO WHAT IS APPROVED IS WHAT
      * MOVES. EACH LINE STANDS ON ITS OWN; THE FIRST BAD ONE STOPS
      * THE PASS WITH THE LINES BEFORE IT FILED.
      *-----------------------------------------------------------------
       550-FILE-MAPPING.

           IF  NOT WS-ROR-FOUND OR NOT WS-ROR-PENDING THEN
               SET ERRORS     TO  TRUE
               MOVE -1        TO  ROGRIDL
               MOVE 25        TO  WORK-MSG-CODE
               GO TO 550-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.
           MOVE "REORGMAP"      TO  WS-AUD-FILE.

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8 OR ERRORS
               IF  ROGRIKYI (WS-LINE-SUB) > SPACES
                   PERFORM 560-FILE-ONE-LINE THRU 560-EXIT
               END-IF
           END-PERFORM.

           MOVE "REORGREQ"      TO  WS-AUD-FILE.
           IF  NOT ERRORS THEN
               MOVE 22        TO  WORK-MSG-CODE
           END-IF.

       550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CHECKS AND FILES ONE MAPPING LINE. THE ITEM MUST BE
      * ON FILE AND IN ONE OF THE REQUEST'S SOURCE DEPARTMENTS (A LIVE
      * EMPLOYEE, ANY PROJECT, A REQUISITION NOT CLOSED), AND ITS
      * TARGET ONE KEYED FOR THAT SOURCE. A NEW MANAGER NEEDS BOTH THE
      * OPERATOR ID AND A REAL EMP-NO, AND ONLY FITS AN EMPLOYEE.
      *-----------------------------------------------------------------
       560-FILE-ONE-LINE.

           IF  ROGRITYI (WS-LINE-SUB) NOT = "E"
           AND ROGRITYI (WS-LINE-SUB) NOT = "P"
           AND ROGRITYI (WS-LINE-SUB) NOT = "Q"
               SET ERRORS     TO  TRUE
               MOVE DFHBMASB  TO  ROGRITYA (WS-LINE-SUB)
               MOVE -1        TO  ROGRITYL (WS-LINE-SUB)
               MOVE 23        TO  WORK-MSG-CODE
               GO TO 560-EXIT
           END-IF.

           MOVE SPACES                  TO REORG-MAPPING-RECORD.
           MOVE WS-ROR-REORG-ID         TO WS-ROM-REORG-ID.
           MOVE ROGRITYI (WS-LINE-SUB)  TO WS-ROM-ITEM-TYPE.
           MOVE ROGRIKYI (WS-LINE-SUB)  TO WS-ROM-ITEM-KEY.
           MOVE 1 TO CMD-CODE.
           MOVE REORG-MAPPING-RECORD TO DATA-IN.
           CALL "APITPROM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0 THEN
               MOVE DATA-OUT              TO REORG-MAPPING-RECORD
               SET WS-ROM-FOUND           TO TRUE
               MOVE REORG-MAPPING-RECORD  TO WS-AUD-BEFORE-IMAGE
           ELSE
               MOVE "N"                   TO WS-ROM-FOUND-SWITCH
               MOVE SPACES                TO WS-AUD-BEFORE-IMAGE
           END-IF.

      *    ** no target - the mapping comes off and the item falls back
      *    ** to the default for its source
           IF  ROGRITGI (WS-LINE-SUB) NOT > SPACES THEN
               IF  WS-ROM-FOUND THEN
                   MOVE 5 TO CMD-CODE
                   MOVE REORG-MAPPING-RECORD TO DATA-IN
                   CALL "APITPROM" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE = 0
                       PERFORM 950-DBERROR THRU 950-EXIT
                   END-IF
                   MOVE SPACES              TO REORG-MAPPING-RECORD
                   PERFORM 660-AUDIT-MAPPING
               END-IF
               GO TO 560-EXIT
           END-IF.

           PERFORM 570-READ-ITEM THRU 570-EXIT.
           IF  NOT WS-ITEM-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE DFHBMASB  TO  ROGRIKYA (WS-LINE-SUB)
               MOVE -1        TO  ROGRIKYL (WS-LINE-SUB)
               MOVE 23        TO  WORK-MSG-CODE
               GO TO 560-EXIT
           END-IF.

           MOVE "N" TO WS-MATCH-SWITCH.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF  WS-ROR-SOURCE-DEPT (WS-PAIR-SUB) = WS-ITEM-DEPT
               AND WS-ROR-TARGET-DEPT (WS-PAIR-SUB) =
                   ROGRITGI (WS-LINE-SUB)
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF  NOT WS-MATCH-FOUND THEN
               SET ERRORS     TO  TRUE
               MOVE DFHBMASB  TO  ROGRITGA (WS-LINE-SUB)
               MOVE -1        TO  ROGRITGL (WS-LINE-SUB)
               MOVE 24        TO  WORK-MSG-CODE
               GO TO 560-EXIT
           END-IF.

           IF  ROGRIMOI (WS-LINE-SUB) > SPACES
           OR  ROGRIMEI (WS-LINE-SUB) > SPACES
               IF  ROGRITYI (WS-LINE-SUB) NOT = "E"
               OR  ROGRIMOI (WS-LINE-SUB) NOT > SPACES
               OR  ROGRIMEI (WS-LINE-SUB) NOT > SPACES
               OR  ROGRIMEI (WS-LINE-SUB) = ROGRIKYI (WS-LINE-SUB)
                   SET ERRORS TO TRUE
               ELSE
                   MOVE SPACES                 TO EMPLOYEE-MASTER-RECORD
                   MOVE ROGRIMEI (WS-LINE-SUB) TO WS-EMP-ID
                   MOVE 1 TO CMD-CODE
                   MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
                   CALL "APITP010" USING CMD-CODE RESP-CODE
                                         DATA-IN DATA-OUT
                   IF  RESP-CODE = 0
                       SET ERRORS TO TRUE
                   END-IF
               END-IF
               IF  ERRORS
                   MOVE DFHBMASB  TO  ROGRIMEA (WS-LINE-SUB)
                   MOVE -1        TO  ROGRIMEL (WS-LINE-SUB)
                   MOVE 26        TO  WORK-MSG-CODE
                   GO TO 560-EXIT
               END-IF
           END-IF.

           IF  WS-ROM-FOUND THEN
               MOVE 3 TO CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
           END-IF.
           MOVE WS-ROR-REORG-ID         TO WS-ROM-REORG-ID.
           MOVE ROGRITYI (WS-LINE-SUB)  TO WS-ROM-ITEM-TYPE.
           MOVE ROGRIKYI (WS-LINE-SUB)  TO WS-ROM-ITEM-KEY.
           MOVE ROGRITGI (WS-LINE-SUB)  TO WS-ROM-TARGET-DEPT.
           MOVE ROGRIMOI (WS-LINE-SUB)  TO WS-ROM-MGR-OPID.
           MOVE ROGRIMEI (WS-LINE-SUB)  TO WS-ROM-MGR-EMP-NO.
           MOVE EIBOPID                 TO WS-ROM-KEYED-OPID.
           MOVE WS-STAMP-YYMMDD         TO WS-ROM-KEYED-DATE.
           MOVE REORG-MAPPING-RECORD TO DATA-IN.
           CALL "APITPROM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               PERFORM 660-AUDIT-MAPPING
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       560-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA READS THE ITEM ON THE MAPPING LINE AND PICKS UP ITS
      * DEPARTMENT. AN ITEM OUTSIDE EVERY SOURCE DEPARTMENT, A LEAVER
      * OR A CLOSED REQUISITION IS TREATED AS NOT FOUND.
      *-----------------------------------------------------------------
       570-READ-ITEM.

           MOVE "N"    TO  WS-ITEM-FOUND-SWITCH.
           MOVE SPACES TO  WS-ITEM-DEPT.

           IF  ROGRITYI (WS-LINE-SUB) = "E" THEN
               MOVE SPACES                 TO EMPLOYEE-MASTER-RECORD
               MOVE ROGRIKYI (WS-LINE-SUB) TO WS-EMP-ID
               MOVE 1 TO CMD-CODE
               MOVE EMPLOYEE-MASTER-RECORD TO DATA-IN
               CALL "APITP010" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   GO TO 570-EXIT
               END-IF
               MOVE DATA-OUT TO EMPLOYEE-MASTER-RECORD
               IF  WS-EMP-DATE-TERMINATED NOT = ZERO
                   GO TO 570-EXIT
               END-IF
               MOVE WS-EMP-DEPT-CODE TO WS-ITEM-DEPT
           END-IF.

           IF  ROGRITYI (WS-LINE-SUB) = "P" THEN
               MOVE SPACES                 TO PROJ-MASTER-RECORD
               MOVE ROGRIKYI (WS-LINE-SUB) TO WS-PRJ-PROJ-NO
               MOVE 1 TO CMD-CODE
               MOVE PROJ-MASTER-RECORD TO DATA-IN
               CALL "APITPPRJ" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   GO TO 570-EXIT
               END-IF
               MOVE DATA-OUT TO PROJ-MASTER-RECORD
               MOVE WS-PRJ-DEPT-CODE TO WS-ITEM-DEPT
           END-IF.

           IF  ROGRITYI (WS-LINE-SUB) = "Q" THEN
               MOVE SPACES                 TO REQUISITION-RECORD
               MOVE ROGRIKYI (WS-LINE-SUB) TO WS-RQN-REQ-NO
               MOVE 1 TO CMD-CODE
               MOVE REQUISITION-RECORD TO DATA-IN
               CALL "APITPRQN" USING CMD-CODE RESP-CODE
                                     DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   GO TO 570-EXIT
               END-IF
               MOVE DATA-OUT TO REQUISITION-RECORD
               IF  WS-RQN-CLOSED
                   GO TO 570-EXIT
               END-IF
               MOVE WS-RQN-DEPT-CODE TO WS-ITEM-DEPT
           END-IF.

           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF  WS-ROR-SOURCE-DEPT (WS-PAIR-SUB) = WS-ITEM-DEPT
               AND WS-ITEM-DEPT > SPACES
                   SET WS-ITEM-FOUND TO TRUE
               END-IF
           END-PERFORM.

       570-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA FILES THE PENDING REQUEST WITH THE MAKER'S OPERATOR
      * ID AND DATE - A NEW ONE NUMBERED OFF THE APITPCTL RANGE, A
      * PENDING OR CANCELLED ONE FILED OVER. NOTHING MOVES UNTIL A
      * DIFFERENT OPERATOR APPROVES IT.
      *-----------------------------------------------------------------
       600-FILE-REQUEST.

           PERFORM 800-GET-OPID-AND-TIME.

           IF  WS-ROR-FOUND THEN
               MOVE REORG-REQUEST-RECORD TO  WS-AUD-BEFORE-IMAGE
               MOVE 3                    TO  CMD-CODE
           ELSE
               MOVE 2 TO CMD-CODE
               MOVE NUMBER-CONTROL-RECORD TO DATA-IN
               CALL "APITPCTL" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF  RESP-CODE = 0
                   PERFORM 950-DBERROR THRU 950-EXIT
               END-IF
               MOVE DATA-OUT             TO  NUMBER-CONTROL-RECORD
               MOVE SPACES               TO  REORG-REQUEST-RECORD
               MOVE WS-CTL-ALLOCATED-NO  TO  WS-ROR-REORG-ID
               MOVE SPACES               TO  WS-AUD-BEFORE-IMAGE
               MOVE 2                    TO  CMD-CODE
           END-IF.

           MOVE ROGRTYPI         TO  WS-ROR-TYPE.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF  WS-PAIR-SUB > WS-PAIR-COUNT
                   MOVE SPACES TO WS-ROR-SOURCE-DEPT (WS-PAIR-SUB)
                                  WS-ROR-TARGET-DEPT (WS-PAIR-SUB)
               ELSE
                   MOVE WS-KP-SOURCE (WS-PAIR-SUB)
                     TO WS-ROR-SOURCE-DEPT (WS-PAIR-SUB)
                   MOVE WS-KP-TARGET (WS-PAIR-SUB)
                     TO WS-ROR-TARGET-DEPT (WS-PAIR-SUB)
               END-IF
           END-PERFORM.
           MOVE ROGREFFI         TO  WS-ROR-EFF-DATE.
           MOVE ROGRRSNI         TO  WS-ROR-REASON.
           MOVE "P"              TO  WS-ROR-STATUS.
           MOVE EIBOPID          TO  WS-ROR-MAKER-OPID.
           MOVE WS-STAMP-YYMMDD  TO  WS-ROR-MAKER-DATE.
           MOVE SPACES           TO  WS-ROR-CHECKER-OPID.
           MOVE ZERO             TO  WS-ROR-CHECKER-DATE.
           MOVE ZERO             TO  WS-ROR-APPLIED-DATE.

           MOVE REORG-REQUEST-RECORD TO DATA-IN.
           CALL "APITPROR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               SET WS-ROR-FOUND       TO TRUE
               MOVE WS-ROR-REORG-ID   TO WS-SHOWN-REORG-ID
               MOVE 10                TO WORK-MSG-CODE
               PERFORM 650-AUDIT-REQUEST
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA AUDITS A CHANGE TO THE REQUEST.
      *-----------------------------------------------------------------
       650-AUDIT-REQUEST.

           MOVE EIBOPID              TO  WS-AUD-OPERATOR.
           MOVE WS-ROR-REORG-ID      TO  WS-AUD-KEY.
           MOVE REORG-REQUEST-RECORD TO  WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA AUDITS A CHANGE TO ONE MAPPING LINE - KEYED BY THE
      * REQUEST AND THE ITEM, THE ITEM TYPE IS IN THE IMAGES.
      *-----------------------------------------------------------------
       660-AUDIT-MAPPING.

           MOVE EIBOPID                 TO  WS-AUD-OPERATOR.
           MOVE SPACES                  TO  WS-AUD-KEY.
           MOVE WS-ROR-REORG-ID         TO  WS-AUD-KEY (1:6).
           MOVE ROGRIKYI (WS-LINE-SUB)  TO  WS-AUD-KEY (7:6).
           MOVE REORG-MAPPING-RECORD    TO  WS-AUD-AFTER-IMAGE.
           CALL "COBAUDIT" USING HR-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * THIS PARA APPROVES THE PENDING REQUEST - A SECOND, DIFFERENT
      * OPERATOR HOLDING THE ROGAPPRV PERMISSION ONLY, WHO KEYED NONE
      * OF ITS MAPPING EITHER. THE MOVES THEMSELVES ARE CARRIED OUT BY
      * THE COBBATC1 APPLY RUN ON THE EFFECTIVE DATE.
      *-----------------------------------------------------------------
       700-APPROVE-REQUEST.

           IF  NOT WS-ROR-FOUND OR NOT WS-ROR-PENDING THEN
               MOVE 11 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

      *    ** the maker cannot approve their own reorganization -
      *    ** that is the entire point of the second pair of eyes
           IF  EIBOPID = WS-ROR-MAKER-OPID THEN
               MOVE 12 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE "N"    TO  WS-MATCH-SWITCH.
           MOVE "N"    TO  WS-SCAN-SWITCH.
           MOVE SPACES TO  REORG-MAPPING-RECORD.
           PERFORM UNTIL WS-SCAN-DONE
               MOVE WS-ROR-REORG-ID TO WS-ROM-REORG-ID
               MOVE 4 TO CMD-CODE
               MOVE REORG-MAPPING-RECORD TO DATA-IN
               CALL "APITPROM" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT
               IF RESP-CODE = 0
                   SET WS-SCAN-DONE TO TRUE
               ELSE
                   MOVE DATA-OUT TO REORG-MAPPING-RECORD
                   IF  WS-ROM-KEYED-OPID = EIBOPID
                       SET WS-MATCH-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF  WS-MATCH-FOUND THEN
               MOVE 12 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE EIBOPID     TO  WS-SEC-OPERATOR.
           MOVE "ROGAPPRV"  TO  WS-SEC-FUNCTION.
           CALL "COBSECCK" USING SEC-CHECK-RECORD.
           IF  WS-SEC-DENIED THEN
               MOVE 16 TO WORK-MSG-CODE
               GO TO 700-EXIT
           END-IF.

           MOVE REORG-REQUEST-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "A"             TO  WS-ROR-STATUS.
           MOVE EIBOPID         TO  WS-ROR-CHECKER-OPID.
           MOVE WS-STAMP-YYMMDD TO  WS-ROR-CHECKER-DATE.

           MOVE 3 TO CMD-CODE.
           MOVE REORG-REQUEST-RECORD TO DATA-IN.
           CALL "APITPROR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE 13 TO WORK-MSG-CODE
               PERFORM 650-AUDIT-REQUEST
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA CANCELS A REQUEST NOT YET APPLIED.
      *-----------------------------------------------------------------
       750-CANCEL-REQUEST.

           IF  NOT WS-ROR-FOUND
           OR  NOT (WS-ROR-PENDING OR WS-ROR-APPROVED) THEN
               MOVE 11 TO WORK-MSG-CODE
               GO TO 750-EXIT
           END-IF.

           PERFORM 800-GET-OPID-AND-TIME.

           MOVE REORG-REQUEST-RECORD TO WS-AUD-BEFORE-IMAGE.
           MOVE "C"             TO  WS-ROR-STATUS.

           MOVE 3 TO CMD-CODE.
           MOVE REORG-REQUEST-RECORD TO DATA-IN.
           CALL "APITPROR" USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
           IF  RESP-CODE <> 0
               MOVE 19 TO WORK-MSG-CODE
               PERFORM 650-AUDIT-REQUEST
           ELSE
               PERFORM 950-DBERROR THRU 950-EXIT
           END-IF.

       750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      * THIS PARA PICKS UP THE REAL OPERATOR ID AND DATE/TIME FOR THE
      * MAKER/CHECKER STAMPS - SAME ASSIGN/ASKTIME/FORMATTIME IDIOM AS
      * COBCIO24.
      *-----------------------------------------------------------------
       800-GET-OPID-AND-TIME.

           EXEC CICS
               ASSIGN OPID(EIBOPID)
           END-EXEC.

           EXEC CICS
               ASKTIME ABSTIME(WS-STAMP-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME(WS-STAMP-ABSTIME)
               YYMMDD(WS-STAMP-YYMMDD)
               TIME(WS-STAMP-HHMMSS)
           END-EXEC.

       900-ERRORS.
           MOVE "E"            TO  WS-TXU-OUTCOME.

           MOVE "TRANSACTION ABNORMALLY TERMINATED" TO ROGRMSGO.
           GO TO 999-EXIT.

       910-EXIT.

           MOVE "PROCESSING COMPLETED"              TO ROGRMSGO.
           GO TO 999-EXIT.


      *-----------------------------------------------------------------
      * 950-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       950-DBERROR.
                MOVE "D"            TO  WS-TXU-OUTCOME.
                MOVE "PROCESSING COMPLETED WITH ERRORS"  TO ROGRMSGO.
                GO TO 999-EXIT.

       950-EXIT.
                EXIT.


       999-EXIT.
      *    ** close this task's usage row
           MOVE "E"            TO  WS-TXU-FUNCTION.
           CALL "COBTXLOG" USING TRANSACTION-USAGE-RECORD.
           MOVE DFHBMASB                 TO ROGRMSGA.

           EXEC CICS
               SEND TEXT
               FROM(ROGRMSGO)
               LENGTH(57)
               ERASE
           END-EXEC.

           EXEC CICS
               RETURN
           END-EXEC.

      *END PROGRAM CAST.

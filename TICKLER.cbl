 IDENTIFICATION DIVISION.
 PROGRAM-ID. TICKLER.
*> Daily HR action (tickler) report - lists, location by location, what
*> needs doing in the days ahead: leaves of absence whose return date
*> has passed without the employee being brought back, leave returns
*> due in the next 14 days, held transactions on EMPPEND.DAT that
*> TRANREL will release in the next 7 days, and probation periods
*> ending in the next 30 days (probation runs from EMP-JOIN-DATE for a
*> number of months taken from TICKLER.PRM, six when the parameter file
*> is absent). Each line shows the employee, the event, the date it is
*> due and the days overdue or remaining. Run as a NIGHTRUN step, so it
*> never prompts; a pending file that does not exist yet simply means
*> nothing is held (TICKLER.REP).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS EMP-CODE
     ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
     ALTERNATE RECORD KEY IS EMP-LOC WITH DUPLICATES
     FILE STATUS  IS WS-EMP-STAT.
     SELECT PENDING-FILE ASSIGN TO 'EMPPEND.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS PND-KEY
     FILE STATUS  IS WS-PND-STAT.
     SELECT TKL-EXT-FILE ASSIGN TO 'TKLEXT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-EXT-STAT.
     SELECT TKL-WORK-FILE ASSIGN TO 'TKLWRK.DAT'.
     SELECT TKL-SORT-FILE ASSIGN TO 'TKLSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SRT-STAT.
     SELECT REPORT-FILE ASSIGN TO 'TICKLER.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT PARM-FILE ASSIGN TO 'TICKLER.PRM'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-PARM-STAT.
     SELECT RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-RUNLOG-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY PND01.
*> one extract record per action found; the print pass reads them back
*> in location / event class / due date order. The class puts overdue
*> returns first, then returns due, held transactions and probation.
 FD TKL-EXT-FILE.
 01 TKL-EXT-RECORD.
    03 TX-EMP-LOC     PIC X(03).
    03 TX-CLASS       PIC 9(01).
    03 TX-DUE-DATE    PIC 9(08).
    03 TX-EMP-CODE    PIC X(06).
    03 TX-EMP-NAME    PIC X(15).
    03 TX-EVENT       PIC X(24).
    03 TX-DAYS        PIC 9(05).
    03 TX-DAYS-FLAG   PIC X(01).
    03 FILLER         PIC X(17).
 SD  TKL-WORK-FILE.
 01  TKL-WORK-RECORD.
     03  WS-TW-LOC       PIC X(03).
     03  WS-TW-CLASS     PIC 9(01).
     03  WS-TW-DUE       PIC 9(08).
     03  WS-TW-CODE      PIC X(06).
     03  FILLER          PIC X(62).
 FD TKL-SORT-FILE.
 01 TKL-SORT-RECORD.
    03 TS-EMP-LOC     PIC X(03).
    03 TS-CLASS       PIC 9(01).
    03 TS-DUE-DATE    PIC 9(08).
    03 TS-EMP-CODE    PIC X(06).
    03 TS-EMP-NAME    PIC X(15).
    03 TS-EVENT       PIC X(24).
    03 TS-DAYS        PIC 9(05).
    03 TS-DAYS-FLAG   PIC X(01).
       88 TS-OVERDUE                  VALUE 'O'.
       88 TS-REMAINING                VALUE 'R'.
       88 TS-NO-DATE                  VALUE 'N'.
    03 FILLER         PIC X(17).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(90).
 FD  PARM-FILE.
 01  PARM-RECORD.
     03  PRM-PROBATION   PIC X(02).
     03  FILLER          PIC X(78).
     COPY RUNLOG01.
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(22) VALUE SPACES.
     03  FILLER      PIC X(26) VALUE 'DAILY HR ACTION LIST FOR  '.
     03  P-RUN-DATE  PIC 9(08).
     03  FILLER      PIC X(24) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(04) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(22) VALUE SPACES.
     03  FILLER      PIC X(18) VALUE 'PROBATION PERIOD: '.
     03  OL-PROBATION PIC Z9.
     03  FILLER      PIC X(07) VALUE ' MONTHS'.
     03  FILLER      PIC X(41) VALUE SPACES.
 01  HEADING-LINE3.
     03  FILLER      PIC X(10) VALUE 'EMP CODE'.
     03  FILLER      PIC X(17) VALUE 'NAME'.
     03  FILLER      PIC X(26) VALUE 'EVENT'.
     03  FILLER      PIC X(10) VALUE 'DUE DATE'.
     03  FILLER      PIC X(17) VALUE '     DAYS'.
     03  FILLER      PIC X(10) VALUE SPACES.
 01  DETAIL-LINE.
     03  D-EMP-CODE     PIC X(06).
     03  FILLER         PIC X(04) VALUE SPACES.
     03  D-EMP-NAME     PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-EVENT        PIC X(24).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-DUE-DATE     PIC X(08).
     03  FILLER         PIC X(04) VALUE SPACES.
     03  D-DAYS         PIC ZZZZ9.
     03  FILLER         PIC X(01) VALUE SPACES.
     03  D-DAYS-WORD    PIC X(09).
     03  FILLER         PIC X(10) VALUE SPACES.
 01  LOC-BANNER-LINE.
     03  FILLER      PIC X(10) VALUE 'LOCATION: '.
     03  LB-LOC-CODE PIC X(04).
     03  FILLER      PIC X(76) VALUE SPACES.
 01  LOC-TOTAL-LINE.
     03  FILLER      PIC X(10) VALUE SPACES.
     03  FILLER      PIC X(24) VALUE 'ACTIONS FOR LOCATION'.
     03  LT-COUNT    PIC ZZZZ9.
     03  FILLER      PIC X(51) VALUE SPACES.
 01  SUMMARY-TITLE-LINE.
     03  FILLER      PIC X(10) VALUE SPACES.
     03  FILLER      PIC X(30) VALUE 'ACTION SUMMARY'.
     03  FILLER      PIC X(50) VALUE SPACES.
 01  CLASS-LINE.
     03  FILLER         PIC X(10) VALUE SPACES.
     03  C-CLASS-DESC   PIC X(24).
     03  C-CLASS-COUNT  PIC ZZZZ9.
     03  FILLER         PIC X(51) VALUE SPACES.
 01  TOTAL-LINE.
     03  FILLER         PIC X(10) VALUE SPACES.
     03  FILLER         PIC X(24) VALUE 'TOTAL ACTIONS'.
     03  T-ACTIONS      PIC ZZZZ9.
     03  FILLER         PIC X(51) VALUE SPACES.
 01  NONE-LINE.
     03  FILLER         PIC X(10) VALUE SPACES.
     03  FILLER         PIC X(40)
            VALUE 'NO HR ACTIONS ARE DUE'.
     03  FILLER         PIC X(40) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(40) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 53.
     03  TEMP-LOC-CODE    PIC X(03)   VALUE SPACES.
     03  WS-READ-COUNT    PIC 9(05)   VALUE ZERO.
     03  WS-ACTION-COUNT  PIC 9(05)   VALUE ZERO.
     03  WS-LOC-COUNT     PIC 9(05)   VALUE ZERO.
*> the four event classes, in the order they print under a location.
 01  WS-CLASS-TABLE.
     03  WS-CLASS-ENTRY OCCURS 4 TIMES INDEXED BY CLASS-IDX.
         05  WS-CLASS-DESC    PIC X(24).
         05  WS-CLASS-COUNT   PIC 9(05).
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-PND-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-EXT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SRT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-PARM-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-DATE-OK-FLAG      PIC X(01)   VALUE 'N'.
     88  DATE-IS-VALID                VALUE 'Y'.
 01  WS-EMP-FOUND-FLAG    PIC X(01)   VALUE 'N'.
     88  EMP-ON-FILE                  VALUE 'Y'.
 01  WS-PROBATION-X       PIC X(02)   VALUE SPACES.
 01  WS-PROBATION         PIC 9(02)   VALUE 6.
 01  WS-LOA-WINDOW        PIC 9(03)   VALUE 14.
 01  WS-PEND-WINDOW       PIC 9(03)   VALUE 7.
 01  WS-PROB-WINDOW       PIC 9(03)   VALUE 30.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-RUN-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-TODAY-INT         PIC 9(07)   VALUE ZERO.
 01  WS-PEND-LIMIT        PIC 9(08)   VALUE ZERO.
 01  WS-CHK-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
     03  WS-CHK-YYYY      PIC 9(04).
     03  WS-CHK-MM        PIC 9(02).
     03  WS-CHK-DD        PIC 9(02).
 01  WS-CHK-INT           PIC 9(07)   VALUE ZERO.
 01  WS-MONTH-NO          PIC 9(06)   VALUE ZERO.
 01  WS-RUNLOG-STAT       PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-RUNLOG-OPEN-FLAG  PIC X(01)   VALUE 'N'.
     88  RUNLOG-IS-OPEN                VALUE 'Y'.
 01  WS-RUNLOG-EVENT      PIC X(05)   VALUE SPACES.
 01  WS-RUNLOG-RC         PIC 9(02)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM EMPLOYEE-PASS-PARA
     PERFORM PENDING-PASS-PARA
     CLOSE EMPLOYEE-FILE
     CLOSE TKL-EXT-FILE
     PERFORM SORT-EXTRACT-PARA
     PERFORM PRINT-PASS-PARA
     PERFORM TERM-PARA
     GOBACK.
*>
 INIT-PARA.
     PERFORM OPEN-RUNLOG-PARA
     PERFORM WRITE-RUNLOG-START-PARA
     MOVE 'LOA RETURN OVERDUE'      TO WS-CLASS-DESC(1)
     MOVE 'LOA RETURN DUE'          TO WS-CLASS-DESC(2)
     MOVE 'PENDING TRANSACTION'     TO WS-CLASS-DESC(3)
     MOVE 'PROBATION ENDING'        TO WS-CLASS-DESC(4)
     PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 4
        MOVE ZERO TO WS-CLASS-COUNT(CLASS-IDX)
     END-PERFORM
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
     MOVE WS-RUN-DATE TO P-RUN-DATE
     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
     COMPUTE WS-PEND-LIMIT =
        FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-PEND-WINDOW)
     PERFORM GET-OPTIONS-PARA
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'TICKLER ABEND: UNABLE TO OPEN TICKLER.REP, STATUS='
           WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN INPUT EMPLOYEE-FILE
     IF NOT OPEN-SUCCESS IN WS-EMP-STAT
        DISPLAY 'TICKLER ABEND: UNABLE TO OPEN EMPFILE.DAT, STATUS='
           WS-EMP-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT TKL-EXT-FILE
     IF NOT OPEN-SUCCESS IN WS-EXT-STAT
        DISPLAY 'TICKLER ABEND: UNABLE TO OPEN TKLEXT.DAT, STATUS='
           WS-EXT-STAT
        PERFORM ABEND-PARA
     END-IF.
*>
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     MOVE 16 TO WS-RUNLOG-RC
     PERFORM WRITE-RUNLOG-END-PARA
     GOBACK.
*> GET-OPTIONS-PARA takes the probation period in months from
*> TICKLER.PRM. There is no console prompt - the report runs unattended
*> in the night - so a missing file, or a period that is not 1 to 24
*> months, leaves the six-month default in force.
 GET-OPTIONS-PARA.
     OPEN INPUT PARM-FILE
     IF OPEN-SUCCESS IN WS-PARM-STAT
        READ PARM-FILE
           AT END
              CONTINUE
           NOT AT END
              MOVE PRM-PROBATION TO WS-PROBATION-X
              DISPLAY 'TICKLER: OPTIONS TAKEN FROM TICKLER.PRM'
        END-READ
        CLOSE PARM-FILE
     END-IF
     IF WS-PROBATION-X(2:1) = SPACE AND WS-PROBATION-X(1:1) NUMERIC
        MOVE WS-PROBATION-X(1:1) TO WS-PROBATION-X(2:1)
        MOVE '0' TO WS-PROBATION-X(1:1)
     END-IF
     IF WS-PROBATION-X NUMERIC
        IF WS-PROBATION-X > '00' AND WS-PROBATION-X NOT > '24'
           MOVE WS-PROBATION-X TO WS-PROBATION
        ELSE
           DISPLAY 'TICKLER: PROBATION PERIOD ' WS-PROBATION-X
              ' IGNORED, ' WS-PROBATION ' MONTHS USED'
        END-IF
     END-IF
     MOVE WS-PROBATION TO OL-PROBATION.
*> OPEN-RUNLOG-PARA / WRITE-RUNLOG-*-PARA keep the shared run log
*> (RUNLOG.DAT, one START and one END record per run, with counts and
*> final return code) that the OPSUM operations report reads each
*> morning. A run log that cannot be opened is reported but does not
*> stop the business run.
 OPEN-RUNLOG-PARA.
     OPEN EXTEND RUN-LOG-FILE
     IF NEW-FILE-NOT-FOUND IN WS-RUNLOG-STAT
        OPEN OUTPUT RUN-LOG-FILE
     END-IF
     IF OPEN-SUCCESS IN WS-RUNLOG-STAT
        MOVE 'Y' TO WS-RUNLOG-OPEN-FLAG
     ELSE
        DISPLAY 'TICKLER: UNABLE TO OPEN RUNLOG.DAT, STATUS='
           WS-RUNLOG-STAT
     END-IF.
 WRITE-RUNLOG-START-PARA.
     MOVE 'START' TO WS-RUNLOG-EVENT
     PERFORM WRITE-RUNLOG-PARA.
 WRITE-RUNLOG-END-PARA.
     MOVE 'END'   TO WS-RUNLOG-EVENT
     PERFORM WRITE-RUNLOG-PARA
     IF RUNLOG-IS-OPEN
        CLOSE RUN-LOG-FILE
        MOVE 'N' TO WS-RUNLOG-OPEN-FLAG
     END-IF.
 WRITE-RUNLOG-PARA.
     IF RUNLOG-IS-OPEN
        MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
        MOVE 'TICKLER'          TO RL-PROGRAM
        MOVE WS-RUNLOG-EVENT    TO RL-EVENT
        MOVE WS-TIMESTAMP(1:8)  TO RL-DATE
        MOVE WS-TIMESTAMP(9:6)  TO RL-TIME
        MOVE WS-READ-COUNT      TO RL-READ-COUNT
        MOVE WS-ACTION-COUNT    TO RL-WRITE-COUNT
        MOVE ZERO               TO RL-REJECT-COUNT
        MOVE WS-RUNLOG-RC       TO RL-RETURN-CODE
        WRITE RUN-LOG-REC
     END-IF.
*>
*> EMPLOYEE-PASS-PARA reads the whole master once for the leave and
*> probation events; leavers have neither and are passed over.
 EMPLOYEE-PASS-PARA.
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM UNTIL END-OF-SCAN
        READ EMPLOYEE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-SCAN-FLAG
           NOT AT END
              ADD 1 TO WS-READ-COUNT
              IF EMP-ON-LEAVE
                 PERFORM LOA-CHECK-PARA
              END-IF
              IF EMP-ACTIVE OR EMP-ON-LEAVE
                 PERFORM PROBATION-CHECK-PARA
              END-IF
        END-READ
     END-PERFORM.
*> LOA-CHECK-PARA lists an employee on leave whose return date has
*> passed (still shown as on leave, so nobody has brought them back),
*> or falls within the next 14 days. A leave with no usable return
*> date is listed as overdue too - somebody has to set one.
 LOA-CHECK-PARA.
     MOVE EMP-LOA-RETURN TO WS-CHK-DATE
     PERFORM CHECK-DATE-PARA
     PERFORM SET-EMP-EXTRACT-PARA
     EVALUATE TRUE
        WHEN NOT DATE-IS-VALID
           MOVE 1 TO TX-CLASS
           MOVE ZERO TO TX-DUE-DATE
           MOVE 'LOA - NO RETURN DATE' TO TX-EVENT
           MOVE ZERO TO TX-DAYS
           MOVE 'N' TO TX-DAYS-FLAG
           PERFORM WRITE-EXTRACT-PARA
        WHEN WS-CHK-INT < WS-TODAY-INT
           MOVE 1 TO TX-CLASS
           MOVE 'LOA RETURN OVERDUE' TO TX-EVENT
           COMPUTE TX-DAYS = WS-TODAY-INT - WS-CHK-INT
           MOVE 'O' TO TX-DAYS-FLAG
           PERFORM WRITE-EXTRACT-PARA
        WHEN WS-CHK-INT NOT > WS-TODAY-INT + WS-LOA-WINDOW
           MOVE 2 TO TX-CLASS
           MOVE 'LOA RETURN DUE' TO TX-EVENT
           COMPUTE TX-DAYS = WS-CHK-INT - WS-TODAY-INT
           MOVE 'R' TO TX-DAYS-FLAG
           PERFORM WRITE-EXTRACT-PARA
     END-EVALUATE.
*> PROBATION-CHECK-PARA works out the probation end - the join date
*> moved on by the probation months, pulled back to the last day of
*> the month where that month is shorter (a 31 August join with six
*> months' probation ends on 28 or 29 February) - and lists it when it
*> falls within the next 30 days. A join date that cannot be used gives
*> no probation line; the master edits report those.
 PROBATION-CHECK-PARA.
     MOVE EMP-JOIN-DATE TO WS-CHK-DATE
     PERFORM CHECK-DATE-PARA
     IF DATE-IS-VALID
        COMPUTE WS-MONTH-NO = WS-CHK-YYYY * 12 + WS-CHK-MM - 1
                            + WS-PROBATION
        DIVIDE WS-MONTH-NO BY 12 GIVING WS-CHK-YYYY
           REMAINDER WS-CHK-MM
        ADD 1 TO WS-CHK-MM
        PERFORM CHECK-DATE-PARA
        PERFORM UNTIL DATE-IS-VALID OR WS-CHK-DD < 29
           SUBTRACT 1 FROM WS-CHK-DD
           PERFORM CHECK-DATE-PARA
        END-PERFORM
        IF DATE-IS-VALID AND WS-CHK-INT NOT < WS-TODAY-INT
           AND WS-CHK-INT NOT > WS-TODAY-INT + WS-PROB-WINDOW
           PERFORM SET-EMP-EXTRACT-PARA
           MOVE 4 TO TX-CLASS
           MOVE 'PROBATION ENDS' TO TX-EVENT
           COMPUTE TX-DAYS = WS-CHK-INT - WS-TODAY-INT
           MOVE 'R' TO TX-DAYS-FLAG
           PERFORM WRITE-EXTRACT-PARA
        END-IF
     END-IF.
 SET-EMP-EXTRACT-PARA.
     MOVE SPACES TO TKL-EXT-RECORD
     MOVE EMP-LOC     TO TX-EMP-LOC
     MOVE EMP-CODE    TO TX-EMP-CODE
     MOVE EMP-NAME    TO TX-EMP-NAME
     MOVE WS-CHK-DATE TO TX-DUE-DATE.
 WRITE-EXTRACT-PARA.
     WRITE TKL-EXT-RECORD
     ADD 1 TO WS-ACTION-COUNT
     ADD 1 TO WS-CLASS-COUNT(TX-CLASS).
*> CHECK-DATE-PARA proves a YYYYMMDD date is a real calendar date and
*> leaves its day number in WS-CHK-INT (zero when it is not).
 CHECK-DATE-PARA.
     MOVE 'N' TO WS-DATE-OK-FLAG
     MOVE ZERO TO WS-CHK-INT
     IF WS-CHK-DATE NUMERIC
        IF WS-CHK-YYYY > 1900 AND WS-CHK-MM > 0 AND WS-CHK-MM < 13
                              AND WS-CHK-DD > 0 AND WS-CHK-DD < 32
           COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
           IF WS-CHK-INT > ZERO
              MOVE 'Y' TO WS-DATE-OK-FLAG
           END-IF
        END-IF
     END-IF.
*>
*> PENDING-PASS-PARA positions EMPPEND.DAT at today's date - the file
*> is keyed effective date first - and reads forward until the items
*> fall beyond the 7-day window. TRANREL has already released anything
*> due today by the time this step runs, so what remains dated today
*> was held back by it and is worth a look as well.
 PENDING-PASS-PARA.
     OPEN INPUT PENDING-FILE
     IF NEW-FILE-NOT-FOUND IN WS-PND-STAT
        DISPLAY 'TICKLER: NO PENDING TRANSACTIONS ON FILE'
     ELSE
        IF NOT OPEN-SUCCESS IN WS-PND-STAT
           DISPLAY 'TICKLER ABEND: UNABLE TO OPEN EMPPEND.DAT, STATUS='
              WS-PND-STAT
           PERFORM ABEND-PARA
        END-IF
        MOVE 'N' TO WS-SCAN-FLAG
        MOVE LOW-VALUES TO PND-KEY
        MOVE WS-RUN-DATE TO PND-EFF-DATE
        START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
           INVALID KEY
              MOVE 'Y' TO WS-SCAN-FLAG
        END-START
        PERFORM UNTIL END-OF-SCAN
           READ PENDING-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-FLAG
              NOT AT END
                 IF PND-EFF-DATE > WS-PEND-LIMIT
                    MOVE 'Y' TO WS-SCAN-FLAG
                 ELSE
                    ADD 1 TO WS-READ-COUNT
                    PERFORM PENDING-ITEM-PARA
                 END-IF
           END-READ
        END-PERFORM
        CLOSE PENDING-FILE
     END-IF.
*> PENDING-ITEM-PARA lists a held item under the employee's current
*> location - the one that has to act on it - and by the name on the
*> master. A hire, or an employee no longer on the master, is listed
*> under the location and name the item itself carries.
 PENDING-ITEM-PARA.
     MOVE SPACES TO TKL-EXT-RECORD
     MOVE 'N' TO WS-EMP-FOUND-FLAG
     IF PND-EMP-CODE NUMERIC
        MOVE PND-EMP-CODE TO EMP-CODE
        READ EMPLOYEE-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'Y' TO WS-EMP-FOUND-FLAG
        END-READ
     END-IF
     IF EMP-ON-FILE
        MOVE EMP-LOC      TO TX-EMP-LOC
        MOVE EMP-NAME     TO TX-EMP-NAME
     ELSE
        MOVE PND-EMP-LOC  TO TX-EMP-LOC
        MOVE PND-EMP-NAME TO TX-EMP-NAME
     END-IF
     MOVE PND-EMP-CODE TO TX-EMP-CODE
     MOVE PND-EFF-DATE TO TX-DUE-DATE
     MOVE 3 TO TX-CLASS
     EVALUATE PND-FUNCTION
        WHEN 'A'
           MOVE 'PENDING HIRE'           TO TX-EVENT
        WHEN 'C'
           MOVE 'PENDING CHANGE'         TO TX-EVENT
        WHEN 'D'
           MOVE 'PENDING TERMINATION'    TO TX-EVENT
        WHEN 'R'
           MOVE 'PENDING REHIRE'         TO TX-EVENT
        WHEN 'S'
           MOVE 'PENDING LOA START'      TO TX-EVENT
        WHEN 'E'
           MOVE 'PENDING LOA RETURN'     TO TX-EVENT
        WHEN 'M'
           MOVE 'PENDING MANAGER CHANGE' TO TX-EVENT
        WHEN OTHER
           MOVE 'PENDING - UNKNOWN CODE' TO TX-EVENT
     END-EVALUATE
     MOVE PND-EFF-DATE TO WS-CHK-DATE
     PERFORM CHECK-DATE-PARA
     IF DATE-IS-VALID
        COMPUTE TX-DAYS = WS-CHK-INT - WS-TODAY-INT
        MOVE 'R' TO TX-DAYS-FLAG
     ELSE
        MOVE ZERO TO TX-DUE-DATE TX-DAYS
        MOVE 'N' TO TX-DAYS-FLAG
     END-IF
     PERFORM WRITE-EXTRACT-PARA.
*>
*> SORT-EXTRACT-PARA puts the actions into location / class / due date
*> / employee order for the print pass.
 SORT-EXTRACT-PARA.
     SORT TKL-WORK-FILE
        ON ASCENDING KEY WS-TW-LOC
        ON ASCENDING KEY WS-TW-CLASS
        ON ASCENDING KEY WS-TW-DUE
        ON ASCENDING KEY WS-TW-CODE
        USING TKL-EXT-FILE
        GIVING TKL-SORT-FILE.
*> PRINT-PASS-PARA prints each location's actions under its own banner
*> with a count at the foot.
 PRINT-PASS-PARA.
     PERFORM HEADING-PARA
     OPEN INPUT TKL-SORT-FILE
     IF NOT OPEN-SUCCESS IN WS-SRT-STAT
        DISPLAY 'TICKLER ABEND: UNABLE TO OPEN TKLSRT.DAT, STATUS='
           WS-SRT-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM READ-SORTED-PARA
     IF NOT END-OF-SCAN
        MOVE TS-EMP-LOC TO TEMP-LOC-CODE
        PERFORM BANNER-PARA
     END-IF
     PERFORM PRINT-LINE-PARA UNTIL END-OF-SCAN
     CLOSE TKL-SORT-FILE.
 READ-SORTED-PARA.
     READ TKL-SORT-FILE
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
     END-READ.
 PRINT-LINE-PARA.
     IF TS-EMP-LOC NOT = TEMP-LOC-CODE
        PERFORM LOC-TOTAL-PARA
        MOVE TS-EMP-LOC TO TEMP-LOC-CODE
        PERFORM BANNER-PARA
     END-IF
     PERFORM PAGE-CHECK-PARA
     MOVE TS-EMP-CODE TO D-EMP-CODE
     MOVE TS-EMP-NAME TO D-EMP-NAME
     MOVE TS-EVENT    TO D-EVENT
     EVALUATE TRUE
        WHEN TS-NO-DATE
           MOVE 'NONE'    TO D-DUE-DATE
           MOVE ZERO      TO D-DAYS
           MOVE SPACES    TO D-DAYS-WORD
        WHEN TS-OVERDUE
           MOVE TS-DUE-DATE TO D-DUE-DATE
           MOVE TS-DAYS     TO D-DAYS
           MOVE 'OVERDUE'   TO D-DAYS-WORD
        WHEN OTHER
           MOVE TS-DUE-DATE TO D-DUE-DATE
           MOVE TS-DAYS     TO D-DAYS
           MOVE 'REMAINING' TO D-DAYS-WORD
     END-EVALUATE
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT
     ADD 1 TO WS-LOC-COUNT
     PERFORM READ-SORTED-PARA
     IF END-OF-SCAN
        PERFORM LOC-TOTAL-PARA
     END-IF.
 BANNER-PARA.
     IF TEMP-LOC-CODE = SPACES
        MOVE 'NONE' TO LB-LOC-CODE
     ELSE
        MOVE TEMP-LOC-CODE TO LB-LOC-CODE
     END-IF
     MOVE ZERO TO WS-LOC-COUNT
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM LOC-BANNER-LINE
     ADD 2 TO LINE-COUNT.
 LOC-TOTAL-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE WS-LOC-COUNT TO LT-COUNT
     WRITE REPORT-RECORD FROM LOC-TOTAL-LINE
     ADD 1 TO LINE-COUNT.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     WRITE REPORT-RECORD FROM HEADING-LINE2
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM HEADING-LINE3
     MOVE ZERO TO LINE-COUNT.
*>
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
*>
*> TERM-PARA prints the count of each kind of action under the list.
 TERM-PARA.
     IF WS-ACTION-COUNT = ZERO
        WRITE REPORT-RECORD FROM NONE-LINE AFTER 2
     ELSE
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD AFTER 1
        WRITE REPORT-RECORD FROM SUMMARY-TITLE-LINE
        PERFORM VARYING CLASS-IDX FROM 1 BY 1 UNTIL CLASS-IDX > 4
           MOVE WS-CLASS-DESC(CLASS-IDX)  TO C-CLASS-DESC
           MOVE WS-CLASS-COUNT(CLASS-IDX) TO C-CLASS-COUNT
           WRITE REPORT-RECORD FROM CLASS-LINE
        END-PERFORM
     END-IF
     MOVE WS-ACTION-COUNT TO T-ACTIONS
     WRITE REPORT-RECORD FROM TOTAL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'TICKLER: HR ACTIONS LISTED: ' WS-ACTION-COUNT
     CLOSE REPORT-FILE
     MOVE ZERO TO WS-RUNLOG-RC
     PERFORM WRITE-RUNLOG-END-PARA.

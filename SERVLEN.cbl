 IDENTIFICATION DIVISION.
 PROGRAM-ID. SERVLEN.
*> Length-of-service report - works out, for every active employee and
*> every employee on leave of absence on EMPFILE.DAT, the continuous
*> service of the current spell (from EMP-JOIN-DATE) and the total
*> service across every spell, the earlier ones taken from the rehire
*> history on EMPHIST.DAT. Whether breaks between spells count is a
*> run option: when they do, total service runs unbroken from the
*> first join date; when they do not, it is the spells themselves
*> added together, and the date the employee would have joined had
*> that service been unbroken (the service date) moves forward to
*> match. Total service drives the rest of the report: a list of
*> everyone reaching a 5, 10, 15, 20 or 25-year milestone in the
*> chosen month (also written to SERVLEN.CSV for the awards
*> committee), and a tenure-band distribution by location and group.
*> Service is measured to the run date. The month and the breaks
*> option are taken from SERVLEN.PRM when that parameter file exists
*> and prompted for otherwise (SERVLEN.REP).
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
     SELECT EMP-HIST-FILE ASSIGN TO 'EMPHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-HIST-STAT.
     SELECT HIST-WORK-FILE ASSIGN TO 'SVHWRK.DAT'.
     SELECT HIST-SORT-FILE ASSIGN TO 'SVHSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-HSRT-STAT.
     SELECT SVC-EXT-FILE ASSIGN TO 'SVCEXT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-EXT-STAT.
     SELECT SVC-WORK-FILE ASSIGN TO 'SVCWRK.DAT'.
     SELECT SVC-SORT-FILE ASSIGN TO 'SVCSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SRT-STAT.
     SELECT REPORT-FILE ASSIGN TO 'SERVLEN.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT CSV-FILE ASSIGN TO 'SERVLEN.CSV'
     FILE STATUS  IS WS-CSV-STAT.
     SELECT PARM-FILE ASSIGN TO 'SERVLEN.PRM'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-PARM-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY EMPH01.
 SD  HIST-WORK-FILE.
 01  HIST-WORK-RECORD.
     03  WS-HW-CODE      PIC 9(06).
     03  FILLER          PIC X(43).
     03  WS-HW-JOIN      PIC 9(08).
     03  FILLER          PIC X(23).
 FD HIST-SORT-FILE.
 01 HIST-SORT-RECORD.
    03 SH-EMP-CODE    PIC 9(06).
    03 FILLER         PIC X(43).
    03 SH-JOIN-DATE   PIC 9(08).
    03 SH-LEAVE-DATE  PIC 9(08).
    03 FILLER         PIC X(15).
*> one extract record per employee reported, with the service worked
*> out once in the match pass; the three report passes read it back in
*> location / group / employee order.
 FD SVC-EXT-FILE.
 01 SVC-EXT-RECORD.
    03 SX-EMP-LOC     PIC X(03).
    03 SX-EMP-GROUP   PIC X(10).
    03 SX-EMP-CODE    PIC 9(06).
    03 SX-EMP-NAME    PIC X(15).
    03 SX-EMP-DESG    PIC X(15).
    03 SX-EMP-STATUS  PIC X(01).
    03 SX-JOIN-DATE   PIC 9(08).
    03 SX-SVC-DATE    PIC 9(08).
    03 SX-SPELLS      PIC 9(02).
    03 SX-CONT-MONTHS PIC 9(04).
    03 SX-TOT-MONTHS  PIC 9(04).
    03 SX-DATE-FLAG   PIC X(01).
    03 FILLER         PIC X(23).
 SD  SVC-WORK-FILE.
 01  SVC-WORK-RECORD.
     03  WS-SW-LOC       PIC X(03).
     03  WS-SW-GROUP     PIC X(10).
     03  WS-SW-CODE      PIC 9(06).
     03  FILLER          PIC X(81).
 FD SVC-SORT-FILE.
 01 SVC-SORT-RECORD.
    03 SS-EMP-LOC     PIC X(03).
    03 SS-EMP-GROUP   PIC X(10).
    03 SS-EMP-CODE    PIC 9(06).
    03 SS-EMP-NAME    PIC X(15).
    03 SS-EMP-DESG    PIC X(15).
    03 SS-EMP-STATUS  PIC X(01).
    03 SS-JOIN-DATE   PIC 9(08).
    03 SS-SVC-DATE    PIC 9(08).
    03 SS-SPELLS      PIC 9(02).
    03 SS-CONT-MONTHS PIC 9(04).
    03 SS-TOT-MONTHS  PIC 9(04).
    03 SS-DATE-FLAG   PIC X(01).
       88 SS-DATE-KNOWN               VALUE 'Y'.
    03 FILLER         PIC X(23).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(100).
 FD CSV-FILE.
 01 CSV-RECORD PIC X(120).
 FD  PARM-FILE.
 01  PARM-RECORD.
     03  PRM-MONTH       PIC X(06).
     03  PRM-BREAKS      PIC X(01).
     03  FILLER          PIC X(73).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(28) VALUE SPACES.
     03  FILLER      PIC X(26) VALUE 'LENGTH OF SERVICE AS AT  '.
     03  P-RUN-DATE  PIC 9(08).
     03  FILLER      PIC X(28) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(04) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(28) VALUE SPACES.
     03  H-SECTION   PIC X(44) VALUE SPACES.
     03  FILLER      PIC X(28) VALUE SPACES.
 01  OPTION-LINE.
     03  FILLER      PIC X(28) VALUE SPACES.
     03  FILLER      PIC X(25) VALUE 'BREAKS IN SERVICE COUNT: '.
     03  OL-BREAKS   PIC X(03).
     03  FILLER      PIC X(44) VALUE SPACES.
 01  SERVICE-HEADING-LINE.
     03  FILLER      PIC X(10) VALUE 'EMP CODE'.
     03  FILLER      PIC X(17) VALUE 'NAME'.
     03  FILLER      PIC X(17) VALUE 'DESIGNATION'.
     03  FILLER      PIC X(03) VALUE 'ST'.
     03  FILLER      PIC X(10) VALUE 'JOINED'.
     03  FILLER      PIC X(12) VALUE 'CONTINUOUS'.
     03  FILLER      PIC X(11) VALUE 'TOTAL'.
     03  FILLER      PIC X(07) VALUE 'SPELLS'.
     03  FILLER      PIC X(13) VALUE SPACES.
 01  SERVICE-DETAIL-LINE.
     03  D-EMP-CODE     PIC 9(06).
     03  FILLER         PIC X(04) VALUE SPACES.
     03  D-EMP-NAME     PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-EMP-DESG     PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-STATUS       PIC X(01).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-JOIN-DATE    PIC 9(08).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-CONT-YRS     PIC ZZ9.
     03  FILLER         PIC X(02) VALUE 'Y '.
     03  D-CONT-MOS     PIC Z9.
     03  FILLER         PIC X(04) VALUE 'M   '.
     03  D-TOT-YRS      PIC ZZ9.
     03  FILLER         PIC X(02) VALUE 'Y '.
     03  D-TOT-MOS      PIC Z9.
     03  FILLER         PIC X(04) VALUE 'M   '.
     03  D-SPELLS       PIC Z9.
     03  FILLER         PIC X(02) VALUE SPACES.
     03  D-NOTE         PIC X(12).
     03  FILLER         PIC X(05) VALUE SPACES.
 01  LOC-BANNER-LINE.
     03  FILLER      PIC X(10) VALUE 'LOCATION: '.
     03  LB-LOC-CODE PIC X(03).
     03  FILLER      PIC X(09) VALUE '  GROUP: '.
     03  LB-GROUP    PIC X(10).
     03  FILLER      PIC X(68) VALUE SPACES.
 01  MILESTONE-HEADING-LINE.
     03  FILLER      PIC X(07) VALUE 'YEARS'.
     03  FILLER      PIC X(10) VALUE 'EMP CODE'.
     03  FILLER      PIC X(17) VALUE 'NAME'.
     03  FILLER      PIC X(17) VALUE 'DESIGNATION'.
     03  FILLER      PIC X(05) VALUE 'LOC'.
     03  FILLER      PIC X(12) VALUE 'GROUP'.
     03  FILLER      PIC X(12) VALUE 'SERVICE DT'.
     03  FILLER      PIC X(10) VALUE 'ANNIV DT'.
     03  FILLER      PIC X(10) VALUE SPACES.
 01  MILESTONE-DETAIL-LINE.
     03  FILLER         PIC X(01) VALUE SPACES.
     03  MD-YEARS       PIC Z9.
     03  FILLER         PIC X(04) VALUE SPACES.
     03  MD-EMP-CODE    PIC 9(06).
     03  FILLER         PIC X(04) VALUE SPACES.
     03  MD-EMP-NAME    PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  MD-EMP-DESG    PIC X(15).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  MD-EMP-LOC     PIC X(03).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  MD-EMP-GROUP   PIC X(10).
     03  FILLER         PIC X(02) VALUE SPACES.
     03  MD-SVC-DATE    PIC 9(08).
     03  FILLER         PIC X(04) VALUE SPACES.
     03  MD-ANNIV-DATE  PIC 9(08).
     03  FILLER         PIC X(12) VALUE SPACES.
 01  MILESTONE-TOTAL-LINE.
     03  FILLER         PIC X(30) VALUE 'MILESTONES IN THE MONTH:'.
     03  MT-COUNT       PIC ZZZZ9.
     03  FILLER         PIC X(65) VALUE SPACES.
*> the band distribution has one cell per tenure band, then the
*> employees whose join date could not be used, then the row total.
 01  BAND-HEADING-LINE.
     03  FILLER      PIC X(20) VALUE 'LOCATION / GROUP'.
     03  FILLER      PIC X(09) VALUE '  UNDER 1'.
     03  FILLER      PIC X(09) VALUE '  1-3 YRS'.
     03  FILLER      PIC X(09) VALUE '  3-5 YRS'.
     03  FILLER      PIC X(09) VALUE ' 5-10 YRS'.
     03  FILLER      PIC X(09) VALUE '  10+ YRS'.
     03  FILLER      PIC X(09) VALUE '  NO DATE'.
     03  FILLER      PIC X(09) VALUE '    TOTAL'.
     03  FILLER      PIC X(17) VALUE SPACES.
 01  BAND-DETAIL-LINE.
     03  BD-CAPTION     PIC X(20).
     03  BD-CELL        OCCURS 7 TIMES PIC ZZZZZZZZ9.
     03  FILLER         PIC X(17) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(50) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 53.
     03  TEMP-LOC-CODE    PIC X(03)   VALUE SPACES.
     03  TEMP-GROUP       PIC X(10)   VALUE SPACES.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-HIST-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-HSRT-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-EXT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SRT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-CSV-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-PARM-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-HIST-SCAN-FLAG    PIC X(01)   VALUE 'N'.
     88  END-OF-HIST-SCAN             VALUE 'Y'.
 01  WS-HIST-FLAG         PIC X(01)   VALUE 'N'.
     88  HISTORY-ON-FILE              VALUE 'Y'.
 01  WS-BREAKS-OPTION     PIC X(01)   VALUE 'N'.
     88  BREAKS-COUNT                 VALUE 'Y'.
 01  WS-SECTION-FLAG      PIC X(01)   VALUE 'S'.
     88  SERVICE-SECTION              VALUE 'S'.
     88  MILESTONE-SECTION            VALUE 'M'.
     88  BAND-SECTION                 VALUE 'B'.
 01  WS-DATE-OK-FLAG      PIC X(01)   VALUE 'N'.
     88  DATE-IS-VALID                VALUE 'Y'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-RUN-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
     03  WS-RUN-YYYY      PIC 9(04).
     03  WS-RUN-MM        PIC 9(02).
     03  WS-RUN-DD        PIC 9(02).
 01  WS-SEL-MONTH         PIC 9(06)   VALUE ZERO.
 01  WS-SEL-MONTH-R REDEFINES WS-SEL-MONTH.
     03  WS-SEL-YYYY      PIC 9(04).
     03  WS-SEL-MM        PIC 9(02).
 01  WS-SEL-MONTH-X       PIC X(06)   VALUE SPACES.
 01  WS-CHK-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
     03  WS-CHK-YYYY      PIC 9(04).
     03  WS-CHK-MM        PIC 9(02).
     03  WS-CHK-DD        PIC 9(02).
 01  WS-CHK-INT           PIC 9(07)   VALUE ZERO.
 01  WS-FROM-DATE         PIC 9(08)   VALUE ZERO.
 01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
     03  WS-FROM-YYYY     PIC 9(04).
     03  WS-FROM-MM       PIC 9(02).
     03  WS-FROM-DD       PIC 9(02).
 01  WS-MONTHS            PIC S9(05)  VALUE ZERO.
 01  WS-JOIN-INT          PIC 9(07)   VALUE ZERO.
 01  WS-PRIOR-DAYS        PIC 9(07)   VALUE ZERO.
 01  WS-SPELL-START-INT   PIC 9(07)   VALUE ZERO.
 01  WS-FIRST-JOIN        PIC 9(08)   VALUE ZERO.
 01  WS-SPELL-COUNT       PIC 9(02)   VALUE ZERO.
 01  WS-MILESTONE         PIC 9(04)   VALUE ZERO.
     88  MILESTONE-YEAR               VALUES 5 10 15 20 25.
 01  WS-BAND-IDX          PIC 9(01)   VALUE ZERO.
 01  WS-CELL-IDX          PIC 9(01)   VALUE ZERO.
 01  WS-GRP-BANDS.
     03  WS-GRP-BAND      PIC 9(05)   VALUE ZERO OCCURS 7 TIMES.
 01  WS-LOC-BANDS.
     03  WS-LOC-BAND      PIC 9(05)   VALUE ZERO OCCURS 7 TIMES.
 01  WS-TOT-BANDS.
     03  WS-TOT-BAND      PIC 9(05)   VALUE ZERO OCCURS 7 TIMES.
 01  WS-EMP-REPORTED      PIC 9(05)   VALUE ZERO.
 01  WS-NO-DATE-COUNT     PIC 9(05)   VALUE ZERO.
 01  WS-BAD-SPELL-COUNT   PIC 9(05)   VALUE ZERO.
 01  WS-MILESTONE-COUNT   PIC 9(05)   VALUE ZERO.
 01  WS-CSV-YEARS         PIC Z9.
 01  WS-CSV-CONT-YRS      PIC ZZ9.
 01  WS-CSV-TOT-YRS       PIC ZZ9.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM SORT-HIST-PARA
     PERFORM MATCH-PASS-PARA
     PERFORM SORT-EXTRACT-PARA
     PERFORM SERVICE-PASS-PARA
     PERFORM MILESTONE-PASS-PARA
     PERFORM BAND-PASS-PARA
     PERFORM TERM-PARA
     STOP RUN.
*>
 INIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
     MOVE WS-RUN-DATE TO P-RUN-DATE
     PERFORM GET-OPTIONS-PARA
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'SERVLEN ABEND: UNABLE TO OPEN SERVLEN.REP, STATUS='
           WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT CSV-FILE
     IF NOT OPEN-SUCCESS IN WS-CSV-STAT
        DISPLAY 'SERVLEN ABEND: UNABLE TO OPEN SERVLEN.CSV, STATUS='
           WS-CSV-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE 'EMP CODE,NAME,LOCATION,GROUP,DESIGNATION,MILESTONE YEARS,ANNIVERSARY DATE,CONTINUOUS YEARS,TOTAL YEARS'
        TO CSV-RECORD
     WRITE CSV-RECORD.
*>
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     STOP RUN.
*> GET-OPTIONS-PARA takes the anniversary month and the breaks option
*> from SERVLEN.PRM when that parameter file exists, prompting
*> otherwise - the parameter-file-or-prompt convention of BUDVAR and
*> STAFFCST. Anything but Y leaves breaks out of total service. A month
*> that is not a real YYYYMM refuses the run (RC 8) before any file is
*> read, rather than printing an empty milestone list.
 GET-OPTIONS-PARA.
     OPEN INPUT PARM-FILE
     IF OPEN-SUCCESS IN WS-PARM-STAT
        READ PARM-FILE
           AT END
              CONTINUE
           NOT AT END
              MOVE PRM-MONTH  TO WS-SEL-MONTH-X
              MOVE PRM-BREAKS TO WS-BREAKS-OPTION
              DISPLAY 'SERVLEN: OPTIONS TAKEN FROM SERVLEN.PRM'
        END-READ
        CLOSE PARM-FILE
     END-IF
     IF WS-SEL-MONTH-X = SPACES
        DISPLAY 'ANNIVERSARY MONTH (YYYYMM): ' WITH NO ADVANCING
        ACCEPT WS-SEL-MONTH-X
        DISPLAY 'BREAKS IN SERVICE COUNT AS SERVICE (Y/N): '
           WITH NO ADVANCING
        ACCEPT WS-BREAKS-OPTION
     END-IF
     IF WS-SEL-MONTH-X NUMERIC
        MOVE WS-SEL-MONTH-X TO WS-SEL-MONTH
     END-IF
     IF WS-SEL-MONTH = ZERO OR WS-SEL-MM < 1 OR WS-SEL-MM > 12
        DISPLAY 'SERVLEN: ANNIVERSARY MONTH ' WS-SEL-MONTH-X
           ' IS NOT A VALID YYYYMM, RUN REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     IF BREAKS-COUNT
        MOVE 'YES' TO OL-BREAKS
     ELSE
        MOVE 'N' TO WS-BREAKS-OPTION
        MOVE 'NO'  TO OL-BREAKS
     END-IF.
*> SORT-HIST-PARA puts the earlier spells into employee order so the
*> match pass can walk them beside the master. No EMPHIST.DAT yet just
*> means nobody has been rehired - every service is then one spell.
 SORT-HIST-PARA.
     OPEN INPUT EMP-HIST-FILE
     IF OPEN-SUCCESS IN WS-HIST-STAT
        CLOSE EMP-HIST-FILE
        MOVE 'Y' TO WS-HIST-FLAG
        SORT HIST-WORK-FILE
           ON ASCENDING KEY WS-HW-CODE
           ON ASCENDING KEY WS-HW-JOIN
           USING EMP-HIST-FILE
           GIVING HIST-SORT-FILE
     ELSE
        IF NOT NEW-FILE-NOT-FOUND IN WS-HIST-STAT
           DISPLAY 'SERVLEN ABEND: UNABLE TO OPEN EMPHIST.DAT, STATUS='
              WS-HIST-STAT
           PERFORM ABEND-PARA
        END-IF
     END-IF.
*>
*> MATCH-PASS-PARA reads the master in employee-code order beside the
*> sorted spells and writes one extract record, with both service
*> figures worked out, for each active employee and each employee on
*> leave; leavers are left out.
 MATCH-PASS-PARA.
     OPEN INPUT EMPLOYEE-FILE
     IF NOT OPEN-SUCCESS IN WS-EMP-STAT
        DISPLAY 'SERVLEN ABEND: UNABLE TO OPEN EMPFILE.DAT, STATUS='
           WS-EMP-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT SVC-EXT-FILE
     IF NOT OPEN-SUCCESS IN WS-EXT-STAT
        DISPLAY 'SERVLEN ABEND: UNABLE TO OPEN SVCEXT.DAT, STATUS='
           WS-EXT-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE 'Y' TO WS-HIST-SCAN-FLAG
     IF HISTORY-ON-FILE
        OPEN INPUT HIST-SORT-FILE
        IF NOT OPEN-SUCCESS IN WS-HSRT-STAT
           DISPLAY 'SERVLEN ABEND: UNABLE TO OPEN SVHSRT.DAT, STATUS='
              WS-HSRT-STAT
           PERFORM ABEND-PARA
        END-IF
        MOVE 'N' TO WS-HIST-SCAN-FLAG
        PERFORM READ-HIST-PARA
     END-IF
     MOVE 'N' TO WS-SCAN-FLAG
     PERFORM UNTIL END-OF-SCAN
        READ EMPLOYEE-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-SCAN-FLAG
           NOT AT END
              PERFORM SERVICE-ONE-PARA
        END-READ
     END-PERFORM
     IF HISTORY-ON-FILE
        CLOSE HIST-SORT-FILE
     END-IF
     CLOSE EMPLOYEE-FILE
     CLOSE SVC-EXT-FILE.
 READ-HIST-PARA.
     READ HIST-SORT-FILE
        AT END
           MOVE 'Y' TO WS-HIST-SCAN-FLAG
     END-READ.
*> SERVICE-ONE-PARA first skips any spells for codes below this one
*> (spells of employees since archived off the master), then gathers
*> this employee's own spells, and only then decides whether the
*> employee is reported - so a leaver's spells are consumed too.
 SERVICE-ONE-PARA.
     PERFORM UNTIL END-OF-HIST-SCAN OR SH-EMP-CODE NOT < EMP-CODE
        PERFORM READ-HIST-PARA
     END-PERFORM
     MOVE ZERO TO WS-SPELL-COUNT
     MOVE ZERO TO WS-PRIOR-DAYS
     MOVE EMP-JOIN-DATE TO WS-FIRST-JOIN
     MOVE EMP-JOIN-DATE TO WS-CHK-DATE
     PERFORM CHECK-DATE-PARA
     MOVE WS-CHK-INT TO WS-JOIN-INT
     PERFORM UNTIL END-OF-HIST-SCAN OR SH-EMP-CODE NOT = EMP-CODE
        IF WS-JOIN-INT > ZERO
           PERFORM ADD-SPELL-PARA
        END-IF
        PERFORM READ-HIST-PARA
     END-PERFORM
     IF EMP-ACTIVE OR EMP-ON-LEAVE
        PERFORM BUILD-EXTRACT-PARA
     END-IF.
*> ADD-SPELL-PARA banks one earlier spell. A spell with an unusable
*> join or leave date, or one that does not end before the current
*> spell began, is counted as unusable and left out rather than
*> allowed to inflate the service.
 ADD-SPELL-PARA.
     MOVE SH-JOIN-DATE TO WS-CHK-DATE
     PERFORM CHECK-DATE-PARA
     MOVE WS-CHK-INT TO WS-SPELL-START-INT
     IF DATE-IS-VALID
        MOVE SH-LEAVE-DATE TO WS-CHK-DATE
        PERFORM CHECK-DATE-PARA
     END-IF
     IF DATE-IS-VALID AND WS-CHK-INT NOT < WS-SPELL-START-INT
                      AND WS-CHK-INT < WS-JOIN-INT
        ADD 1 TO WS-SPELL-COUNT
        COMPUTE WS-PRIOR-DAYS = WS-PRIOR-DAYS
                              + WS-CHK-INT - WS-SPELL-START-INT + 1
        IF SH-JOIN-DATE < WS-FIRST-JOIN
           MOVE SH-JOIN-DATE TO WS-FIRST-JOIN
        END-IF
     ELSE
        ADD 1 TO WS-BAD-SPELL-COUNT
     END-IF.
*> BUILD-EXTRACT-PARA settles the service date - the first join date
*> when breaks count, otherwise the current join date brought forward
*> by the days of the earlier spells - and measures both services in
*> whole months to the run date. An employee without a usable join
*> date is still reported, flagged, but takes no part in milestones or
*> the tenure bands.
 BUILD-EXTRACT-PARA.
     MOVE SPACES TO SVC-EXT-RECORD
     MOVE EMP-LOC       TO SX-EMP-LOC
     MOVE EMP-GROUP     TO SX-EMP-GROUP
     MOVE EMP-CODE      TO SX-EMP-CODE
     MOVE EMP-NAME      TO SX-EMP-NAME
     MOVE EMP-DESG      TO SX-EMP-DESG
     MOVE EMP-STATUS    TO SX-EMP-STATUS
     MOVE WS-SPELL-COUNT TO SX-SPELLS
     MOVE ZERO TO SX-JOIN-DATE SX-SVC-DATE SX-CONT-MONTHS SX-TOT-MONTHS
     MOVE EMP-JOIN-DATE TO WS-CHK-DATE
     PERFORM CHECK-DATE-PARA
     IF DATE-IS-VALID AND EMP-JOIN-DATE NOT > WS-RUN-DATE
        MOVE 'Y' TO SX-DATE-FLAG
        MOVE EMP-JOIN-DATE TO SX-JOIN-DATE
        IF BREAKS-COUNT
           MOVE WS-FIRST-JOIN TO SX-SVC-DATE
        ELSE
           COMPUTE SX-SVC-DATE = FUNCTION DATE-OF-INTEGER
                                 (WS-JOIN-INT - WS-PRIOR-DAYS)
        END-IF
        MOVE EMP-JOIN-DATE TO WS-FROM-DATE
        PERFORM MONTHS-TO-RUN-PARA
        MOVE WS-MONTHS TO SX-CONT-MONTHS
        MOVE SX-SVC-DATE TO WS-FROM-DATE
        PERFORM MONTHS-TO-RUN-PARA
        MOVE WS-MONTHS TO SX-TOT-MONTHS
     ELSE
        MOVE 'N' TO SX-DATE-FLAG
        ADD 1 TO WS-NO-DATE-COUNT
     END-IF
     WRITE SVC-EXT-RECORD
     ADD 1 TO WS-EMP-REPORTED.
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
*> MONTHS-TO-RUN-PARA counts the whole months from WS-FROM-DATE to the
*> run date - a month is only complete once its day of the month has
*> come round again.
 MONTHS-TO-RUN-PARA.
     COMPUTE WS-MONTHS = (WS-RUN-YYYY - WS-FROM-YYYY) * 12
                       + WS-RUN-MM - WS-FROM-MM
     IF WS-RUN-DD < WS-FROM-DD
        SUBTRACT 1 FROM WS-MONTHS
     END-IF
     IF WS-MONTHS < ZERO
        MOVE ZERO TO WS-MONTHS
     END-IF.
*> SORT-EXTRACT-PARA puts the extract into location / group / employee
*> order for the three report passes.
 SORT-EXTRACT-PARA.
     SORT SVC-WORK-FILE
        ON ASCENDING KEY WS-SW-LOC
        ON ASCENDING KEY WS-SW-GROUP
        ON ASCENDING KEY WS-SW-CODE
        USING SVC-EXT-FILE
        GIVING SVC-SORT-FILE.
 OPEN-SORTED-PARA.
     OPEN INPUT SVC-SORT-FILE
     IF NOT OPEN-SUCCESS IN WS-SRT-STAT
        DISPLAY 'SERVLEN ABEND: UNABLE TO OPEN SVCSRT.DAT, STATUS='
           WS-SRT-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE 'N' TO WS-SCAN-FLAG
     MOVE SPACES TO TEMP-LOC-CODE
     MOVE SPACES TO TEMP-GROUP
     PERFORM READ-SORTED-PARA.
 READ-SORTED-PARA.
     READ SVC-SORT-FILE
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
     END-READ.
*>
*> SERVICE-PASS-PARA lists every reported employee under a location and
*> group banner with the join date, continuous and total service in
*> years and months, and the number of earlier spells counted.
 SERVICE-PASS-PARA.
     MOVE 'CONTINUOUS AND TOTAL SERVICE' TO H-SECTION
     MOVE 'S' TO WS-SECTION-FLAG
     PERFORM HEADING-PARA
     PERFORM OPEN-SORTED-PARA
     PERFORM SERVICE-LINE-PARA UNTIL END-OF-SCAN
     CLOSE SVC-SORT-FILE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE.
 SERVICE-LINE-PARA.
     IF SS-EMP-LOC NOT = TEMP-LOC-CODE OR SS-EMP-GROUP NOT = TEMP-GROUP
        PERFORM BANNER-PARA
     END-IF
     PERFORM PAGE-CHECK-PARA
     MOVE SS-EMP-CODE    TO D-EMP-CODE
     MOVE SS-EMP-NAME    TO D-EMP-NAME
     MOVE SS-EMP-DESG    TO D-EMP-DESG
     MOVE SS-EMP-STATUS  TO D-STATUS
     MOVE SS-JOIN-DATE   TO D-JOIN-DATE
     MOVE SS-SPELLS      TO D-SPELLS
     IF SS-DATE-KNOWN
        DIVIDE SS-CONT-MONTHS BY 12 GIVING D-CONT-YRS
           REMAINDER D-CONT-MOS
        DIVIDE SS-TOT-MONTHS BY 12 GIVING D-TOT-YRS
           REMAINDER D-TOT-MOS
        MOVE SPACES TO D-NOTE
     ELSE
        MOVE ZERO TO D-CONT-YRS D-CONT-MOS D-TOT-YRS D-TOT-MOS
        MOVE 'NO JOIN DATE' TO D-NOTE
     END-IF
     WRITE REPORT-RECORD FROM SERVICE-DETAIL-LINE
     ADD 1 TO LINE-COUNT
     PERFORM READ-SORTED-PARA.
 BANNER-PARA.
     MOVE SS-EMP-LOC   TO TEMP-LOC-CODE, LB-LOC-CODE
     MOVE SS-EMP-GROUP TO TEMP-GROUP, LB-GROUP
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM LOC-BANNER-LINE
     ADD 2 TO LINE-COUNT.
*>
*> MILESTONE-PASS-PARA lists everyone whose total service reaches 5,
*> 10, 15, 20 or 25 years in the chosen month - the month of the
*> service date falls in it and the years since are a milestone - and
*> writes the same lines to SERVLEN.CSV.
 MILESTONE-PASS-PARA.
     MOVE SPACES TO H-SECTION
     STRING 'SERVICE MILESTONES IN ' WS-SEL-MONTH DELIMITED BY SIZE
        INTO H-SECTION
     MOVE 'M' TO WS-SECTION-FLAG
     PERFORM HEADING-PARA
     PERFORM OPEN-SORTED-PARA
     PERFORM MILESTONE-ONE-PARA UNTIL END-OF-SCAN
     CLOSE SVC-SORT-FILE
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE WS-MILESTONE-COUNT TO MT-COUNT
     WRITE REPORT-RECORD FROM MILESTONE-TOTAL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE.
 MILESTONE-ONE-PARA.
     IF SS-DATE-KNOWN
        MOVE SS-SVC-DATE TO WS-FROM-DATE
        MOVE ZERO TO WS-MILESTONE
        IF WS-FROM-MM = WS-SEL-MM AND WS-SEL-YYYY > WS-FROM-YYYY
           COMPUTE WS-MILESTONE = WS-SEL-YYYY - WS-FROM-YYYY
        END-IF
        IF MILESTONE-YEAR
           PERFORM PRINT-MILESTONE-PARA
        END-IF
     END-IF
     PERFORM READ-SORTED-PARA.
 PRINT-MILESTONE-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE WS-MILESTONE  TO MD-YEARS
     MOVE SS-EMP-CODE   TO MD-EMP-CODE
     MOVE SS-EMP-NAME   TO MD-EMP-NAME
     MOVE SS-EMP-DESG   TO MD-EMP-DESG
     MOVE SS-EMP-LOC    TO MD-EMP-LOC
     MOVE SS-EMP-GROUP  TO MD-EMP-GROUP
     MOVE SS-SVC-DATE   TO MD-SVC-DATE
     MOVE SS-SVC-DATE   TO MD-ANNIV-DATE
     MOVE WS-SEL-YYYY   TO MD-ANNIV-DATE(1:4)
     WRITE REPORT-RECORD FROM MILESTONE-DETAIL-LINE
     ADD 1 TO LINE-COUNT
     ADD 1 TO WS-MILESTONE-COUNT
     PERFORM WRITE-CSV-PARA.
*> WRITE-CSV-PARA mirrors the milestone line as a comma-delimited
*> record, service in whole years, for the awards committee's own
*> spreadsheet - the same STRING build MODEMP uses for REPFILE.CSV.
 WRITE-CSV-PARA.
     MOVE WS-MILESTONE TO WS-CSV-YEARS
     DIVIDE SS-CONT-MONTHS BY 12 GIVING WS-CSV-CONT-YRS
     DIVIDE SS-TOT-MONTHS BY 12 GIVING WS-CSV-TOT-YRS
     MOVE SPACES TO CSV-RECORD
     STRING SS-EMP-CODE                   DELIMITED BY SIZE
            ','                           DELIMITED BY SIZE
            FUNCTION TRIM(SS-EMP-NAME)    DELIMITED BY SIZE
            ','                           DELIMITED BY SIZE
            FUNCTION TRIM(SS-EMP-LOC)     DELIMITED BY SIZE
            ','                           DELIMITED BY SIZE
            FUNCTION TRIM(SS-EMP-GROUP)   DELIMITED BY SIZE
            ','                           DELIMITED BY SIZE
            FUNCTION TRIM(SS-EMP-DESG)    DELIMITED BY SIZE
            ','                           DELIMITED BY SIZE
            FUNCTION TRIM(WS-CSV-YEARS)   DELIMITED BY SIZE
            ','                           DELIMITED BY SIZE
            MD-ANNIV-DATE                 DELIMITED BY SIZE
            ','                           DELIMITED BY SIZE
            FUNCTION TRIM(WS-CSV-CONT-YRS) DELIMITED BY SIZE
            ','                           DELIMITED BY SIZE
            FUNCTION TRIM(WS-CSV-TOT-YRS) DELIMITED BY SIZE
       INTO CSV-RECORD
     END-STRING
     WRITE CSV-RECORD.
*>
*> BAND-PASS-PARA counts the reported employees into tenure bands on
*> total service - under 1 year, 1-3, 3-5, 5-10 and 10 years and over -
*> one row per group within each location, a location subtotal row and
*> a grand total. Lower bounds are inclusive: exactly 3 years is 3-5.
 BAND-PASS-PARA.
     MOVE 'TENURE BANDS ON TOTAL SERVICE' TO H-SECTION
     MOVE 'B' TO WS-SECTION-FLAG
     PERFORM HEADING-PARA
     PERFORM OPEN-SORTED-PARA
     PERFORM BAND-ONE-PARA UNTIL END-OF-SCAN
     CLOSE SVC-SORT-FILE
     PERFORM BAND-GROUP-BREAK-PARA
     PERFORM BAND-LOC-BREAK-PARA
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'GRAND TOTAL' TO BD-CAPTION
     PERFORM VARYING WS-CELL-IDX FROM 1 BY 1 UNTIL WS-CELL-IDX > 7
        MOVE WS-TOT-BAND(WS-CELL-IDX) TO BD-CELL(WS-CELL-IDX)
     END-PERFORM
     WRITE REPORT-RECORD FROM BAND-DETAIL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE.
 BAND-ONE-PARA.
     IF SS-EMP-LOC NOT = TEMP-LOC-CODE
        PERFORM BAND-GROUP-BREAK-PARA
        PERFORM BAND-LOC-BREAK-PARA
        MOVE SS-EMP-LOC   TO TEMP-LOC-CODE
        MOVE SS-EMP-GROUP TO TEMP-GROUP
     ELSE
        IF SS-EMP-GROUP NOT = TEMP-GROUP
           PERFORM BAND-GROUP-BREAK-PARA
           MOVE SS-EMP-GROUP TO TEMP-GROUP
        END-IF
     END-IF
     IF NOT SS-DATE-KNOWN
        MOVE 6 TO WS-BAND-IDX
     ELSE
        IF SS-TOT-MONTHS < 12
           MOVE 1 TO WS-BAND-IDX
        ELSE
           IF SS-TOT-MONTHS < 36
              MOVE 2 TO WS-BAND-IDX
           ELSE
              IF SS-TOT-MONTHS < 60
                 MOVE 3 TO WS-BAND-IDX
              ELSE
                 IF SS-TOT-MONTHS < 120
                    MOVE 4 TO WS-BAND-IDX
                 ELSE
                    MOVE 5 TO WS-BAND-IDX
                 END-IF
              END-IF
           END-IF
        END-IF
     END-IF
     ADD 1 TO WS-GRP-BAND(WS-BAND-IDX)
     ADD 1 TO WS-GRP-BAND(7)
     PERFORM READ-SORTED-PARA.
 BAND-GROUP-BREAK-PARA.
     IF WS-GRP-BAND(7) > 0
        PERFORM PAGE-CHECK-PARA
        MOVE SPACES TO BD-CAPTION
        STRING TEMP-LOC-CODE '  ' TEMP-GROUP DELIMITED BY SIZE
           INTO BD-CAPTION
        PERFORM VARYING WS-CELL-IDX FROM 1 BY 1 UNTIL WS-CELL-IDX > 7
           MOVE WS-GRP-BAND(WS-CELL-IDX) TO BD-CELL(WS-CELL-IDX)
           ADD WS-GRP-BAND(WS-CELL-IDX) TO WS-LOC-BAND(WS-CELL-IDX)
        END-PERFORM
        WRITE REPORT-RECORD FROM BAND-DETAIL-LINE
        ADD 1 TO LINE-COUNT
        INITIALIZE WS-GRP-BANDS
     END-IF.
 BAND-LOC-BREAK-PARA.
     IF WS-LOC-BAND(7) > 0
        PERFORM PAGE-CHECK-PARA
        MOVE SPACES TO BD-CAPTION
        STRING TEMP-LOC-CODE '  LOCATION TOTAL' DELIMITED BY SIZE
           INTO BD-CAPTION
        PERFORM VARYING WS-CELL-IDX FROM 1 BY 1 UNTIL WS-CELL-IDX > 7
           MOVE WS-LOC-BAND(WS-CELL-IDX) TO BD-CELL(WS-CELL-IDX)
           ADD WS-LOC-BAND(WS-CELL-IDX) TO WS-TOT-BAND(WS-CELL-IDX)
        END-PERFORM
        WRITE REPORT-RECORD FROM BAND-DETAIL-LINE
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        ADD 2 TO LINE-COUNT
        INITIALIZE WS-LOC-BANDS
     END-IF.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     WRITE REPORT-RECORD FROM HEADING-LINE2
     WRITE REPORT-RECORD FROM OPTION-LINE
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     EVALUATE TRUE
        WHEN MILESTONE-SECTION
           WRITE REPORT-RECORD FROM MILESTONE-HEADING-LINE
        WHEN BAND-SECTION
           WRITE REPORT-RECORD FROM BAND-HEADING-LINE
        WHEN OTHER
           WRITE REPORT-RECORD FROM SERVICE-HEADING-LINE
     END-EVALUATE
     MOVE 5 TO LINE-COUNT.
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
*>
 TERM-PARA.
     DISPLAY 'SERVLEN: EMPLOYEES REPORTED      : ' WS-EMP-REPORTED
     DISPLAY 'SERVLEN: WITH NO USABLE JOIN DATE: ' WS-NO-DATE-COUNT
     DISPLAY 'SERVLEN: EARLIER SPELLS UNUSABLE : ' WS-BAD-SPELL-COUNT
     DISPLAY 'SERVLEN: MILESTONES IN ' WS-SEL-MONTH '   : '
        WS-MILESTONE-COUNT
     CLOSE REPORT-FILE
     CLOSE CSV-FILE.

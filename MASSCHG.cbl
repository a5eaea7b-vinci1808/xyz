 IDENTIFICATION DIVISION.
 PROGRAM-ID. MASSCHG.
*> Mass-change generator - builds EMPTRAN.DAT for EMPBATCH from a
*> selection instead of a reorganisation being keyed in by hand one
*> line at a time. The operator keys the selection (location, group,
*> designation, status and type - blank meaning "any", except status,
*> where blank means the working staff, active or on leave) and the
*> change to make: C to move the selected staff to a new group,
*> location and/or designation, or D to terminate them, either one
*> effective on a keyed date (blank = today). New values are checked
*> against GRP.DAT, LOC.DAT and DSG.DAT up front, so the file does not
*> go to EMPBATCH only to be rejected line by line.
*> EMPFILE.DAT is read in employee-code order and every employee the
*> change would touch is listed on a preview (MASSCHG.REP) with the
*> before and after values; an employee already at the target values is
*> listed as unchanged and gets no transaction. Nothing is written
*> until the operator confirms - then EMPTRAN.DAT is replaced with one
*> transaction per employee, in the same code order, for EMPBATCH to
*> apply through its normal validation, checkpoint and audit (a date
*> after the EMPBATCH run date is held on EMPPEND.DAT as usual).
*> The run is refused while an EMPBATCH run is waiting to be restarted
*> (a live EMPBATCH.CKP), since a new file under an old checkpoint would
*> have its front silently skipped.
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
     SELECT LOCATION-FILE ASSIGN TO 'LOC.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS LOC-CODE
     ALTERNATE RECORD KEY IS LOC-CITY WITH DUPLICATES
     FILE STATUS  IS WS-LOC-STAT.
     SELECT GROUP-FILE ASSIGN TO 'GRP.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS GRP-CODE
     FILE STATUS  IS WS-GRP-STAT.
     SELECT DESG-FILE ASSIGN TO 'DSG.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS DSG-CODE
     FILE STATUS  IS WS-DSG-STAT.
     SELECT TRAN-FILE ASSIGN TO 'EMPTRAN.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-TRAN-STAT.
     SELECT CHECKPOINT-FILE ASSIGN TO 'EMPBATCH.CKP'
     FILE STATUS  IS WS-CKPT-STAT.
     SELECT REPORT-FILE ASSIGN TO 'MASSCHG.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT LOCK-FILE ASSIGN TO 'BATCHLCK.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-LCK-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY LOC02.
     COPY GRP01.
     COPY DSG01.
     COPY LCK01.
*> the transaction layout is EMPBATCH's TRAN-RECORD, field for field.
 FD  TRAN-FILE.
 01  TRAN-RECORD.
     03  TR-FUNCTION     PIC X(01).
     03  TR-EMP-CODE     PIC X(06).
     03  TR-EMP-NAME     PIC X(15).
     03  TR-EMP-GROUP    PIC X(10).
     03  TR-EMP-DESG     PIC X(15).
     03  TR-EMP-LOC      PIC X(03).
     03  TR-EFF-DATE     PIC X(08).
     03  TR-RET-DATE     PIC X(08).
     03  TR-EMP-TYPE     PIC X(01).
     03  TR-FTE          PIC X(03).
     03  TR-MGR-CODE     PIC X(06).
     03  FILLER          PIC X(05).
 FD CHECKPOINT-FILE.
 01 CKPT-RECORD.
    03 CKPT-TRAN-SEQ PIC 9(06).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(100).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(30) VALUE SPACES.
     03  FILLER      PIC X(30) VALUE 'MASS CHANGE PREVIEW - EMPTRAN '.
     03  FILLER      PIC X(10) VALUE 'EFFECTIVE '.
     03  H-EFF-DATE  PIC 9(08).
     03  FILLER      PIC X(14) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(02) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(06) VALUE 'CODE'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(15) VALUE 'NAME'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(03) VALUE 'S T'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(31) VALUE 'BEFORE GROUP/DESIGNATION/LOC'.
     03  FILLER      PIC X(04) VALUE SPACES.
     03  FILLER      PIC X(31) VALUE 'AFTER GROUP/DESIGNATION/LOC'.
     03  FILLER      PIC X(04) VALUE SPACES.
 01  SELECT-LINE.
     03  FILLER       PIC X(11) VALUE 'SELECTION: '.
     03  FILLER       PIC X(04) VALUE 'LOC '.
     03  SL-LOC       PIC X(03).
     03  FILLER       PIC X(08) VALUE '  GROUP '.
     03  SL-GROUP     PIC X(10).
     03  FILLER       PIC X(06) VALUE '  DSG '.
     03  SL-DESG      PIC X(15).
     03  FILLER       PIC X(09) VALUE '  STATUS '.
     03  SL-STATUS    PIC X(03).
     03  FILLER       PIC X(07) VALUE '  TYPE '.
     03  SL-TYPE      PIC X(03).
     03  FILLER       PIC X(21) VALUE SPACES.
 01  CHANGE-LINE.
     03  FILLER       PIC X(11) VALUE 'CHANGE   : '.
     03  CL-TEXT      PIC X(89).
 01  DETAIL-LINE.
     03  D-EMP-CODE   PIC 9(06).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-EMP-NAME   PIC X(15).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-STATUS     PIC X(01).
     03  FILLER       PIC X(01) VALUE SPACES.
     03  D-TYPE       PIC X(01).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-OLD-GROUP  PIC X(10).
     03  FILLER       PIC X(01) VALUE SPACES.
     03  D-OLD-DESG   PIC X(15).
     03  FILLER       PIC X(01) VALUE SPACES.
     03  D-OLD-LOC    PIC X(03).
     03  FILLER       PIC X(04) VALUE ' -> '.
     03  D-NEW-GROUP  PIC X(10).
     03  FILLER       PIC X(01) VALUE SPACES.
     03  D-NEW-DESG   PIC X(15).
     03  FILLER       PIC X(01) VALUE SPACES.
     03  D-NEW-LOC    PIC X(03).
     03  FILLER       PIC X(01) VALUE SPACES.
     03  D-NOTE       PIC X(05).
 01  TOTAL-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  T-LABEL      PIC X(35).
     03  T-COUNT      PIC ZZZZ9.
     03  FILLER       PIC X(55) VALUE SPACES.
 01  STATUS-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  ST-MESSAGE   PIC X(70).
     03  FILLER       PIC X(25) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(40) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(40) VALUE SPACES.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-LOC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-GRP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-DSG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-TRAN-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-CKPT-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-LCK-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-BATCH-LOCK-FLAG   PIC X(01)   VALUE 'N'.
     88  BATCH-WINDOW-OPEN             VALUE 'Y'.
     COPY SGN01.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 53.
*> selection keyed by the operator - blank is "any".
 01  WS-SEL-LOC           PIC X(03)   VALUE SPACES.
 01  WS-SEL-GROUP         PIC X(10)   VALUE SPACES.
 01  WS-SEL-DESG          PIC X(15)   VALUE SPACES.
 01  WS-SEL-STATUS        PIC X(01)   VALUE SPACES.
     88  SEL-STATUS-VALID              VALUE 'A' 'L' 'I' ' '.
 01  WS-SEL-TYPE          PIC X(01)   VALUE SPACES.
     88  SEL-TYPE-VALID                VALUE 'F' 'P' ' '.
*> the change keyed by the operator - blank new values stay as they are.
 01  WS-ACTION            PIC X(01)   VALUE SPACES.
     88  CHANGE-ACTION                 VALUE 'C'.
     88  TERMINATE-ACTION              VALUE 'D'.
 01  WS-NEW-LOC           PIC X(03)   VALUE SPACES.
 01  WS-NEW-GROUP         PIC X(10)   VALUE SPACES.
 01  WS-NEW-DESG          PIC X(15)   VALUE SPACES.
 01  WS-EFF-DATE-X        PIC X(08)   VALUE SPACES.
 01  WS-EFF-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-CONFIRM           PIC X(01)   VALUE SPACES.
     88  CHANGE-CONFIRMED              VALUE 'Y'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-RUN-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-DATE-OK-FLAG      PIC X(01)   VALUE 'N'.
     88  DATE-IS-VALID                VALUE 'Y'.
 01  WS-CHK-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
     03  WS-CHK-YYYY      PIC 9(04).
     03  WS-CHK-MM        PIC 9(02).
     03  WS-CHK-DD        PIC 9(02).
 01  WS-CHK-INT           PIC 9(07)   VALUE ZERO.
 01  WS-EMP-FLAG          PIC X(01)   VALUE 'N'.
     88  END-OF-EMP-FILE              VALUE 'Y'.
 01  WS-OLD-TRAN-FLAG     PIC X(01)   VALUE 'N'.
     88  END-OF-OLD-TRAN              VALUE 'Y'.
 01  WS-SELECTED-FLAG     PIC X(01)   VALUE 'N'.
     88  EMPLOYEE-SELECTED            VALUE 'Y'.
 01  WS-AFTER-GROUP       PIC X(10)   VALUE SPACES.
 01  WS-AFTER-DESG        PIC X(15)   VALUE SPACES.
 01  WS-AFTER-LOC         PIC X(03)   VALUE SPACES.
*> the transactions are built during the preview pass and held here
*> until the operator confirms - the same 9999 ceiling as LOCCLOSE's
*> code table. A selection that would overflow it writes nothing.
 01  WS-TRAN-TABLE.
     03  WS-TRAN-ENTRY    PIC X(80)   OCCURS 9999 TIMES
                                      INDEXED BY TRAN-IDX.
 01  WS-TRAN-COUNT        PIC 9(04)   VALUE ZERO.
 01  WS-SELECT-COUNT      PIC 9(05)   VALUE ZERO.
 01  WS-NOCHANGE-COUNT    PIC 9(05)   VALUE ZERO.
 01  WS-OVERFLOW-COUNT    PIC 9(05)   VALUE ZERO.
 01  WS-OLD-TRAN-COUNT    PIC 9(05)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM CHECK-BATCH-LOCK-PARA
     PERFORM CHECK-CHECKPOINT-PARA
     PERFORM SIGN-ON-PARA
     PERFORM INIT-PARA
     PERFORM SCAN-EMPLOYEES-PARA UNTIL END-OF-EMP-FILE
     PERFORM PREVIEW-TOTALS-PARA
     PERFORM CONFIRM-PARA
     PERFORM END-PARA
     STOP RUN.
*>
 CHECK-BATCH-LOCK-PARA.
     OPEN INPUT LOCK-FILE
     IF NEW-FILE-NOT-FOUND IN WS-LCK-STAT
        CONTINUE
     ELSE IF NOT OPEN-SUCCESS IN WS-LCK-STAT
        DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN BATCHLCK.DAT, STATUS='
           WS-LCK-STAT
        PERFORM ABEND-PARA
     ELSE
        READ LOCK-FILE
           AT END
              CONTINUE
           NOT AT END
              IF LK-STATUS = 'L'
                 MOVE 'Y' TO WS-BATCH-LOCK-FLAG
                 DISPLAY 'MASSCHG: BATCH WINDOW IN PROGRESS - '
                    'LOCKED BY ' LK-PROGRAM ' SINCE ' LK-DATE ' '
                    LK-TIME
              END-IF
        END-READ
        CLOSE LOCK-FILE
     END-IF
     IF BATCH-WINDOW-OPEN
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
*> CHECK-CHECKPOINT-PARA refuses the run while EMPBATCH.CKP still holds
*> a sequence number - EMPBATCH clears it on a normal finish, so one
*> left behind is a run that died partway and is waiting to restart
*> against the EMPTRAN.DAT it was given.
 CHECK-CHECKPOINT-PARA.
     OPEN INPUT CHECKPOINT-FILE
     IF NEW-FILE-NOT-FOUND IN WS-CKPT-STAT
        CONTINUE
     ELSE IF NOT OPEN-SUCCESS IN WS-CKPT-STAT
        DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN EMPBATCH.CKP, STATUS='
           WS-CKPT-STAT
        PERFORM ABEND-PARA
     ELSE
        READ CHECKPOINT-FILE
           AT END
              CLOSE CHECKPOINT-FILE
           NOT AT END
              DISPLAY 'MASSCHG: EMPBATCH RUN AWAITING RESTART AFTER '
                 'TRANSACTION ' CKPT-TRAN-SEQ ', NOTHING DONE'
              CLOSE CHECKPOINT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
        END-READ
     END-IF.
*>
*> SIGN-ON-PARA - a mass change can move or terminate hundreds of
*> staff, so it is refused outright without a signed-on operator
*> holding a MASSCHG grant.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'MASSCHG' TO SG-PROGRAM
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
*>
 INIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
     DISPLAY 'SELECT LOCATION    (BLANK=ANY) : ' WITH NO ADVANCING
     ACCEPT WS-SEL-LOC
     DISPLAY 'SELECT GROUP       (BLANK=ANY) : ' WITH NO ADVANCING
     ACCEPT WS-SEL-GROUP
     DISPLAY 'SELECT DESIGNATION (BLANK=ANY) : ' WITH NO ADVANCING
     ACCEPT WS-SEL-DESG
     DISPLAY 'SELECT STATUS (A/L/I, BLANK=WORKING): '
        WITH NO ADVANCING
     ACCEPT WS-SEL-STATUS
     DISPLAY 'SELECT TYPE   (F/P,   BLANK=ANY)    : '
        WITH NO ADVANCING
     ACCEPT WS-SEL-TYPE
*> a selection naming no location, group or designation would sweep
*> the whole master - refused rather than trusted to the preview.
     IF WS-SEL-LOC = SPACES AND WS-SEL-GROUP = SPACES
                            AND WS-SEL-DESG = SPACES
        DISPLAY 'MASSCHG: SELECT BY LOCATION, GROUP OR DESIGNATION,'
           ' NOTHING DONE'
        PERFORM ABEND-PARA
     END-IF
     IF NOT SEL-STATUS-VALID
        DISPLAY 'MASSCHG: STATUS MUST BE A, L, I OR BLANK, NOTHING DONE'
        PERFORM ABEND-PARA
     END-IF
     IF NOT SEL-TYPE-VALID
        DISPLAY 'MASSCHG: TYPE MUST BE F, P OR BLANK, NOTHING DONE'
        PERFORM ABEND-PARA
     END-IF
     DISPLAY 'CHANGE (C=CHANGE, D=TERMINATE)  : ' WITH NO ADVANCING
     ACCEPT WS-ACTION
     IF NOT CHANGE-ACTION AND NOT TERMINATE-ACTION
        DISPLAY 'MASSCHG: CHANGE MUST BE C OR D, NOTHING DONE'
        PERFORM ABEND-PARA
     END-IF
*> the change keyed is the function checked against the operator's
*> MASSCHG grant - C for a reorganisation, D for a mass termination.
     MOVE 'F' TO SG-REQUEST
     MOVE WS-ACTION TO SG-FUNCTION
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        DISPLAY 'MASSCHG: NOTHING DONE'
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF
     IF TERMINATE-ACTION AND WS-SEL-STATUS = 'I'
        DISPLAY 'MASSCHG: INACTIVE STAFF CANNOT BE TERMINATED,'
           ' NOTHING DONE'
        PERFORM ABEND-PARA
     END-IF
     IF CHANGE-ACTION
        DISPLAY 'NEW GROUP          (BLANK=KEEP): ' WITH NO ADVANCING
        ACCEPT WS-NEW-GROUP
        DISPLAY 'NEW DESIGNATION    (BLANK=KEEP): ' WITH NO ADVANCING
        ACCEPT WS-NEW-DESG
        DISPLAY 'NEW LOCATION       (BLANK=KEEP): ' WITH NO ADVANCING
        ACCEPT WS-NEW-LOC
        IF WS-NEW-GROUP = SPACES AND WS-NEW-DESG = SPACES
                                 AND WS-NEW-LOC = SPACES
           DISPLAY 'MASSCHG: NO NEW VALUE GIVEN, NOTHING DONE'
           PERFORM ABEND-PARA
        END-IF
     END-IF
     DISPLAY 'EFFECTIVE DATE (YYYYMMDD, BLANK=TODAY): '
        WITH NO ADVANCING
     ACCEPT WS-EFF-DATE-X
     IF WS-EFF-DATE-X = SPACES
        MOVE WS-RUN-DATE TO WS-EFF-DATE
     ELSE
        MOVE 'N' TO WS-DATE-OK-FLAG
        IF WS-EFF-DATE-X NUMERIC
           MOVE WS-EFF-DATE-X TO WS-CHK-DATE
           PERFORM CHECK-DATE-PARA
        END-IF
        IF NOT DATE-IS-VALID
           DISPLAY 'MASSCHG: EFFECTIVE DATE ' WS-EFF-DATE-X
              ' NOT A VALID DATE, NOTHING DONE'
           PERFORM ABEND-PARA
        END-IF
        MOVE WS-CHK-DATE TO WS-EFF-DATE
     END-IF
     IF CHANGE-ACTION
        PERFORM CHECK-NEW-VALUES-PARA
     END-IF
     OPEN INPUT EMPLOYEE-FILE
     IF NOT OPEN-SUCCESS IN WS-EMP-STAT
        DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN EMPFILE.DAT, STATUS='
           WS-EMP-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN MASSCHG.REP, STATUS='
           WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE WS-EFF-DATE TO H-EFF-DATE
     PERFORM HEADING-PARA.
*> CHECK-NEW-VALUES-PARA proves each new value against its master the
*> way EMPBATCH's CHECK-GROUP/LOCATION/DESG-PARA will on the day, so a
*> mistyped code stops the run here instead of rejecting every line.
 CHECK-NEW-VALUES-PARA.
     IF WS-NEW-GROUP NOT = SPACES
        OPEN INPUT GROUP-FILE
        IF NOT OPEN-SUCCESS IN WS-GRP-STAT
           DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN GRP.DAT, STATUS='
              WS-GRP-STAT
           PERFORM ABEND-PARA
        END-IF
        MOVE WS-NEW-GROUP TO GRP-CODE
        READ GROUP-FILE
           INVALID KEY
              DISPLAY 'MASSCHG: ' WS-NEW-GROUP
                 ' NOT ON GRP.DAT, NOTHING DONE'
              PERFORM ABEND-PARA
        END-READ
        CLOSE GROUP-FILE
     END-IF
     IF WS-NEW-DESG NOT = SPACES
        OPEN INPUT DESG-FILE
        IF NOT OPEN-SUCCESS IN WS-DSG-STAT
           DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN DSG.DAT, STATUS='
              WS-DSG-STAT
           PERFORM ABEND-PARA
        END-IF
        MOVE WS-NEW-DESG TO DSG-CODE
        READ DESG-FILE
           INVALID KEY
              DISPLAY 'MASSCHG: ' WS-NEW-DESG
                 ' NOT ON DSG.DAT, NOTHING DONE'
              PERFORM ABEND-PARA
        END-READ
        CLOSE DESG-FILE
     END-IF
     IF WS-NEW-LOC NOT = SPACES
        OPEN INPUT LOCATION-FILE
        IF NOT OPEN-SUCCESS IN WS-LOC-STAT
           DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN LOC.DAT, STATUS='
              WS-LOC-STAT
           PERFORM ABEND-PARA
        END-IF
        MOVE WS-NEW-LOC TO LOC-CODE
        READ LOCATION-FILE
           INVALID KEY
              DISPLAY 'MASSCHG: ' WS-NEW-LOC
                 ' NOT ON LOC.DAT, NOTHING DONE'
              PERFORM ABEND-PARA
        END-READ
        CLOSE LOCATION-FILE
     END-IF.
*>
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
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     STOP RUN.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     IF PAGE-COUNT = 1
        PERFORM SELECTION-LINES-PARA
     END-IF
     WRITE REPORT-RECORD FROM HEADING-LINE2
     MOVE ZERO TO LINE-COUNT.
*>
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
*> SELECTION-LINES-PARA heads the first page with what was asked for,
*> so the preview can be checked against the selection that was keyed.
 SELECTION-LINES-PARA.
     MOVE WS-SEL-LOC   TO SL-LOC
     MOVE WS-SEL-GROUP TO SL-GROUP
     MOVE WS-SEL-DESG  TO SL-DESG
     IF WS-SEL-LOC = SPACES
        MOVE 'ANY' TO SL-LOC
     END-IF
     IF WS-SEL-GROUP = SPACES
        MOVE 'ANY' TO SL-GROUP
     END-IF
     IF WS-SEL-DESG = SPACES
        MOVE 'ANY' TO SL-DESG
     END-IF
     IF WS-SEL-STATUS = SPACES
        MOVE 'A+L' TO SL-STATUS
     ELSE
        MOVE WS-SEL-STATUS TO SL-STATUS
     END-IF
     IF WS-SEL-TYPE = SPACES
        MOVE 'ANY' TO SL-TYPE
     ELSE
        MOVE WS-SEL-TYPE TO SL-TYPE
     END-IF
     WRITE REPORT-RECORD FROM SELECT-LINE
     MOVE SPACES TO CL-TEXT
     IF TERMINATE-ACTION
        STRING 'TERMINATE (D) EFFECTIVE ' DELIMITED BY SIZE
               WS-EFF-DATE                DELIMITED BY SIZE
          INTO CL-TEXT
        END-STRING
     ELSE
        STRING 'CHANGE (C) TO GROUP ' DELIMITED BY SIZE
               WS-NEW-GROUP            DELIMITED BY SIZE
               ' DSG '                 DELIMITED BY SIZE
               WS-NEW-DESG             DELIMITED BY SIZE
               ' LOC '                 DELIMITED BY SIZE
               WS-NEW-LOC              DELIMITED BY SIZE
               '  EFFECTIVE '          DELIMITED BY SIZE
               WS-EFF-DATE             DELIMITED BY SIZE
          INTO CL-TEXT
        END-STRING
     END-IF
     WRITE REPORT-RECORD FROM CHANGE-LINE
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD.
*>
*> SCAN-EMPLOYEES-PARA reads the master in employee-code order, so the
*> transactions come out in the same order EMPBATCH will apply them.
 SCAN-EMPLOYEES-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-EMP-FLAG
        NOT AT END
           PERFORM SELECT-EMPLOYEE-PARA
           IF EMPLOYEE-SELECTED
              PERFORM PREVIEW-EMPLOYEE-PARA
           END-IF
     END-READ.
*> SELECT-EMPLOYEE-PARA applies the keyed selection. A blank status
*> takes the working staff only; a termination never takes a record
*> that is already inactive.
 SELECT-EMPLOYEE-PARA.
     MOVE 'Y' TO WS-SELECTED-FLAG
     IF WS-SEL-LOC NOT = SPACES AND EMP-LOC NOT = WS-SEL-LOC
        MOVE 'N' TO WS-SELECTED-FLAG
     END-IF
     IF WS-SEL-GROUP NOT = SPACES AND EMP-GROUP NOT = WS-SEL-GROUP
        MOVE 'N' TO WS-SELECTED-FLAG
     END-IF
     IF WS-SEL-DESG NOT = SPACES AND EMP-DESG NOT = WS-SEL-DESG
        MOVE 'N' TO WS-SELECTED-FLAG
     END-IF
     IF WS-SEL-STATUS = SPACES
        IF NOT EMP-ACTIVE AND NOT EMP-ON-LEAVE
           MOVE 'N' TO WS-SELECTED-FLAG
        END-IF
     ELSE
        IF EMP-STATUS NOT = WS-SEL-STATUS
           MOVE 'N' TO WS-SELECTED-FLAG
        END-IF
     END-IF
     IF WS-SEL-TYPE NOT = SPACES AND EMP-TYPE NOT = WS-SEL-TYPE
        MOVE 'N' TO WS-SELECTED-FLAG
     END-IF
     IF TERMINATE-ACTION AND EMP-INACTIVE
        MOVE 'N' TO WS-SELECTED-FLAG
     END-IF.
*> PREVIEW-EMPLOYEE-PARA lists one selected employee with the before
*> and after values and builds the transaction for it. An employee the
*> change would leave exactly as they are is listed as unchanged and
*> given no transaction.
 PREVIEW-EMPLOYEE-PARA.
     ADD 1 TO WS-SELECT-COUNT
     MOVE EMP-GROUP TO WS-AFTER-GROUP
     MOVE EMP-DESG  TO WS-AFTER-DESG
     MOVE EMP-LOC   TO WS-AFTER-LOC
     IF WS-NEW-GROUP NOT = SPACES
        MOVE WS-NEW-GROUP TO WS-AFTER-GROUP
     END-IF
     IF WS-NEW-DESG NOT = SPACES
        MOVE WS-NEW-DESG TO WS-AFTER-DESG
     END-IF
     IF WS-NEW-LOC NOT = SPACES
        MOVE WS-NEW-LOC TO WS-AFTER-LOC
     END-IF
     MOVE EMP-CODE   TO D-EMP-CODE
     MOVE EMP-NAME   TO D-EMP-NAME
     MOVE EMP-STATUS TO D-STATUS
     MOVE EMP-TYPE   TO D-TYPE
     MOVE EMP-GROUP  TO D-OLD-GROUP
     MOVE EMP-DESG   TO D-OLD-DESG
     MOVE EMP-LOC    TO D-OLD-LOC
     MOVE SPACES     TO D-NOTE
     IF TERMINATE-ACTION
        MOVE 'TERMINATED' TO D-NEW-GROUP
        MOVE SPACES       TO D-NEW-DESG
        MOVE SPACES       TO D-NEW-LOC
        PERFORM BUILD-TRAN-PARA
     ELSE IF WS-AFTER-GROUP = EMP-GROUP AND WS-AFTER-DESG = EMP-DESG
                                        AND WS-AFTER-LOC = EMP-LOC
        MOVE 'NO CHANGE' TO D-NEW-GROUP
        MOVE SPACES      TO D-NEW-DESG
        MOVE SPACES      TO D-NEW-LOC
        ADD 1 TO WS-NOCHANGE-COUNT
     ELSE
        MOVE WS-AFTER-GROUP TO D-NEW-GROUP
        MOVE WS-AFTER-DESG  TO D-NEW-DESG
        MOVE WS-AFTER-LOC   TO D-NEW-LOC
        PERFORM BUILD-TRAN-PARA
     END-IF
     END-IF
     PERFORM PAGE-CHECK-PARA
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT.
*> BUILD-TRAN-PARA lays out the transaction as EMPBATCH reads it. A C
*> carries the full name, group, designation and location, since
*> EMPBATCH moves all four from the record; type, FTE and manager are
*> left blank so EMPBATCH keeps the employee's current values. A D
*> needs only the code and the date.
 BUILD-TRAN-PARA.
     IF WS-TRAN-COUNT >= 9999
        ADD 1 TO WS-OVERFLOW-COUNT
        MOVE 'FULL' TO D-NOTE
     ELSE
        MOVE SPACES TO TRAN-RECORD
        MOVE WS-ACTION   TO TR-FUNCTION
        MOVE EMP-CODE    TO TR-EMP-CODE
        MOVE WS-EFF-DATE TO TR-EFF-DATE
        IF CHANGE-ACTION
           MOVE EMP-NAME       TO TR-EMP-NAME
           MOVE WS-AFTER-GROUP TO TR-EMP-GROUP
           MOVE WS-AFTER-DESG  TO TR-EMP-DESG
           MOVE WS-AFTER-LOC   TO TR-EMP-LOC
        END-IF
        ADD 1 TO WS-TRAN-COUNT
        MOVE TRAN-RECORD TO WS-TRAN-ENTRY(WS-TRAN-COUNT)
        IF WS-EFF-DATE > WS-RUN-DATE
           MOVE 'HELD' TO D-NOTE
        END-IF
     END-IF.
*>
 PREVIEW-TOTALS-PARA.
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'EMPLOYEES SELECTED' TO T-LABEL
     MOVE WS-SELECT-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'ALREADY AT NEW VALUES, NO CHANGE' TO T-LABEL
     MOVE WS-NOCHANGE-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'TRANSACTIONS TO WRITE' TO T-LABEL
     MOVE WS-TRAN-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     IF WS-OVERFLOW-COUNT > ZERO
        MOVE 'OVER THE 9999 LIMIT (FULL)' TO T-LABEL
        MOVE WS-OVERFLOW-COUNT TO T-COUNT
        WRITE REPORT-RECORD FROM TOTAL-LINE
     END-IF
     IF WS-EFF-DATE > WS-RUN-DATE
        MOVE 'EFFECTIVE DATE IS AHEAD - EMPBATCH WILL HOLD EACH ITEM ON'
           TO ST-MESSAGE
        WRITE REPORT-RECORD FROM STATUS-LINE
        MOVE 'EMPPEND.DAT FOR TRANREL TO RELEASE ON THE DAY (HELD)'
           TO ST-MESSAGE
        WRITE REPORT-RECORD FROM STATUS-LINE
     END-IF
*> the preview is closed before the question is asked, so it can be
*> read in full while the run waits for the answer.
     CLOSE REPORT-FILE
     CLOSE EMPLOYEE-FILE
     DISPLAY 'MASSCHG: ' WS-SELECT-COUNT ' SELECTED, ' WS-TRAN-COUNT
        ' TRANSACTIONS - PREVIEW ON MASSCHG.REP'.
*> CONFIRM-PARA writes EMPTRAN.DAT only on a Y. An EMPTRAN.DAT that
*> already holds transactions is named in the question, since it is
*> replaced, not added to. An overflowed selection or an empty one
*> writes nothing at all.
 CONFIRM-PARA.
     IF WS-OVERFLOW-COUNT > ZERO
        MOVE 'SELECTION OVER 9999 TRANSACTIONS - NOTHING WRITTEN'
           TO ST-MESSAGE
        DISPLAY 'MASSCHG: ' ST-MESSAGE
        MOVE 8 TO RETURN-CODE
     ELSE IF WS-TRAN-COUNT = ZERO
        MOVE 'NO TRANSACTIONS TO WRITE - NOTHING WRITTEN' TO ST-MESSAGE
        DISPLAY 'MASSCHG: ' ST-MESSAGE
     ELSE
        PERFORM COUNT-OLD-TRAN-PARA
        IF WS-OLD-TRAN-COUNT > ZERO
           DISPLAY 'MASSCHG: EMPTRAN.DAT ALREADY HOLDS '
              WS-OLD-TRAN-COUNT ' TRANSACTIONS AND WILL BE REPLACED'
        END-IF
        DISPLAY 'WRITE ' WS-TRAN-COUNT
           ' TRANSACTIONS TO EMPTRAN.DAT (Y/N): ' WITH NO ADVANCING
        ACCEPT WS-CONFIRM
        IF NOT CHANGE-CONFIRMED
           MOVE 'NOT CONFIRMED - NOTHING WRITTEN' TO ST-MESSAGE
           DISPLAY 'MASSCHG: NOT CONFIRMED, NOTHING DONE'
        ELSE
           PERFORM WRITE-TRAN-FILE-PARA
           MOVE SPACES TO ST-MESSAGE
           STRING 'CONFIRMED - EMPTRAN.DAT WRITTEN, ' DELIMITED BY SIZE
                  WS-TRAN-COUNT                       DELIMITED BY SIZE
                  ' TRANSACTIONS FOR EMPBATCH'        DELIMITED BY SIZE
             INTO ST-MESSAGE
           END-STRING
           DISPLAY 'MASSCHG: ' ST-MESSAGE
        END-IF
     END-IF
     END-IF
     OPEN EXTEND REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN MASSCHG.REP, STATUS='
           WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF
     WRITE REPORT-RECORD FROM STATUS-LINE.
*>
 COUNT-OLD-TRAN-PARA.
     MOVE ZERO TO WS-OLD-TRAN-COUNT
     OPEN INPUT TRAN-FILE
     IF OPEN-SUCCESS IN WS-TRAN-STAT
        PERFORM COUNT-ONE-OLD-TRAN-PARA UNTIL END-OF-OLD-TRAN
        CLOSE TRAN-FILE
     END-IF.
 COUNT-ONE-OLD-TRAN-PARA.
     READ TRAN-FILE
        AT END
           MOVE 'Y' TO WS-OLD-TRAN-FLAG
        NOT AT END
           ADD 1 TO WS-OLD-TRAN-COUNT
     END-READ.
*>
 WRITE-TRAN-FILE-PARA.
     OPEN OUTPUT TRAN-FILE
     IF NOT OPEN-SUCCESS IN WS-TRAN-STAT
        DISPLAY 'MASSCHG ABEND: UNABLE TO OPEN EMPTRAN.DAT, STATUS='
           WS-TRAN-STAT
        PERFORM ABEND-PARA
     END-IF
     PERFORM VARYING TRAN-IDX FROM 1 BY 1
               UNTIL TRAN-IDX > WS-TRAN-COUNT
        WRITE TRAN-RECORD FROM WS-TRAN-ENTRY(TRAN-IDX)
     END-PERFORM
     CLOSE TRAN-FILE.
*>
 END-PARA.
     CLOSE REPORT-FILE.

*> and alternate indexes. Recovery after a crash mid-load used to mean
*> deleting the file and replaying feeds, losing every EMPMAINT change
*> since.
*> The backup is framed by a header carrying the date and time the
*> unload started and a trailer carrying its record count (the same
*> HDR/TRL pair as the EMP.DAT feed; a backup record always starts with
*> a numeric code, so the ids cannot collide). R checks the count.
*> F rolls the master forward: it reloads from the backup as R does,
*> then replays the AUDIT.DAT after-images stamped from the backup's
*> date and time up to an operator-chosen cut-off, in date/time order,
*> and stops at the first record whose before-image does not match the
*> master at that point. A HOUSEKP cutover generation
*> (AUDIT_yyyymmddhhmmss.DAT) can be named to be read as well, when
*> the trail was cut over after the backup was taken. Each replayed,
*> skipped and conflicting record is listed on EMPVER.REP, followed by
*> a full verify of the result and a list of any record that is still
*> on the master although ARCHEMP archived it after the backup.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     FILE STATUS  IS WS-BKP-STAT.
     SELECT REPORT-FILE ASSIGN TO 'EMPVER.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-AUD-STAT.
     SELECT AUD-GEN-FILE ASSIGN TO WS-AUD-GEN-NAME
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-GEN-STAT.
     SELECT ARCHIVE-FILE ASSIGN TO 'EMPARCH.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS ARC-EMP-CODE
     ALTERNATE RECORD KEY IS ARC-EMP-NAME WITH DUPLICATES
     ALTERNATE RECORD KEY IS ARC-EMP-LOC WITH DUPLICATES
     FILE STATUS  IS WS-ARC-STAT.
     SELECT RF-EXT-FILE ASSIGN TO 'RFEXT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-EXT-STAT.
     SELECT RF-WORK-FILE ASSIGN TO 'RFWRK.DAT'.
     SELECT RF-SORT-FILE ASSIGN TO 'RFSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SRT-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
 FD  BACKUP-FILE.
 01  BACKUP-RECORD       PIC X(100).
 01  BACKUP-HEADER.
     03  BKH-RECORD-ID   PIC X(03).
         88  BACKUP-HEADER-REC         VALUE 'HDR'.
     03  BKH-DATE        PIC 9(08).
     03  BKH-TIME        PIC 9(06).
     03  FILLER          PIC X(83).
 01  BACKUP-TRAILER.
     03  BKT-RECORD-ID   PIC X(03).
         88  BACKUP-TRAILER-REC        VALUE 'TRL'.
     03  BKT-REC-COUNT   PIC 9(06).
     03  FILLER          PIC X(91).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(80).
     COPY AUD01.
     COPY ARC01.
 FD  AUD-GEN-FILE.
 01  AUD-GEN-RECORD      PIC X(249).
*> the extract is the audit record with its position on the trail
*> behind it, so records stamped in the same second keep their order.
 FD  RF-EXT-FILE.
 01  RF-EXT-RECORD.
     03  RF-EXT-AUDIT    PIC X(249).
     03  RF-EXT-SEQ      PIC 9(07).
 SD  RF-WORK-FILE.
 01  RF-WORK-RECORD.
     03  RW-DATE         PIC 9(08).
     03  RW-TIME         PIC 9(06).
     03  FILLER          PIC X(235).
     03  RW-SEQ          PIC 9(07).
 FD  RF-SORT-FILE.
 01  RF-SORT-RECORD.
     03  RS-DATE         PIC 9(08).
     03  RS-TIME         PIC 9(06).
     03  RS-PROGRAM      PIC X(08).
     03  RS-FUNCTION     PIC X(01).
     03  RS-KEY          PIC X(10).
     03  RS-BEFORE-IMAGE PIC X(100).
     03  RS-AFTER-IMAGE  PIC X(100).
     03  RS-OPERATOR     PIC X(08).
     03  RS-APPROVER     PIC X(08).
     03  RS-SEQ          PIC 9(07).
*>
 WORKING-STORAGE SECTION.
 01  DAMAGE-LINE.
     03  SM-LABEL     PIC X(30).
     03  SM-COUNT     PIC ZZZZ9.
     03  FILLER       PIC X(40) VALUE SPACES.
 01  ROLLFWD-TITLE-LINE.
     03  FILLER       PIC X(26) VALUE 'ROLL FORWARD FROM BACKUP '.
     03  RT-BKP-DATE  PIC 9(08).
     03  FILLER       PIC X(01) VALUE SPACE.
     03  RT-BKP-TIME  PIC 9(06).
     03  FILLER       PIC X(04) VALUE ' TO '.
     03  RT-CUT-DATE  PIC 9(08).
     03  FILLER       PIC X(01) VALUE SPACE.
     03  RT-CUT-TIME  PIC 9(06).
     03  FILLER       PIC X(20) VALUE SPACES.
 01  REPLAY-LINE.
     03  RL-DATE      PIC 9(08).
     03  FILLER       PIC X(01) VALUE SPACE.
     03  RL-TIME      PIC 9(06).
     03  FILLER       PIC X(01) VALUE SPACE.
     03  RL-PROGRAM   PIC X(08).
     03  FILLER       PIC X(01) VALUE SPACE.
     03  RL-FUNCTION  PIC X(01).
     03  FILLER       PIC X(01) VALUE SPACE.
     03  RL-KEY       PIC X(10).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  RL-RESULT    PIC X(34).
     03  FILLER       PIC X(07) VALUE SPACES.
 01  IMAGE-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  IL-LABEL     PIC X(14).
     03  IL-TEXT      PIC X(50).
     03  FILLER       PIC X(11) VALUE SPACES.
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-GEN-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-ARC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-EXT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SRT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
     88  VERIFY-FUNCTION               VALUE 'V'.
     88  UNLOAD-FUNCTION               VALUE 'U'.
     88  RELOAD-FUNCTION               VALUE 'R'.
     88  ROLLFWD-FUNCTION              VALUE 'F'.
     88  QUIT-FUNCTION                 VALUE 'Q'.
 01  WS-MORE-FLAG         PIC X(01)   VALUE 'Y'.
     88  NO-MORE-WORK                  VALUE 'N'.
 01  WS-INACT-COUNT       PIC 9(05)   VALUE ZERO.
 01  WS-WRITE-COUNT       PIC 9(05)   VALUE ZERO.
 01  WS-REJECT-COUNT      PIC 9(05)   VALUE ZERO.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-TRAILER-FLAG      PIC X(01)   VALUE 'N'.
     88  BACKUP-TRAILER-SEEN           VALUE 'Y'.
 01  WS-TRL-COUNT         PIC 9(06)   VALUE ZERO.
 01  WS-RELOAD-FLAG       PIC X(01)   VALUE 'N'.
     88  RELOAD-COMPLETED              VALUE 'Y'.
*> roll-forward window - from the backup's own stamp to the cut-off,
*> each held as date then time so the pair compares as one value.
 01  WS-BKP-STAMP.
     03  WS-BKP-DATE      PIC 9(08)   VALUE ZERO.
     03  WS-BKP-TIME      PIC 9(06)   VALUE ZERO.
 01  WS-CUT-STAMP.
     03  WS-CUT-DATE      PIC 9(08)   VALUE ZERO.
     03  WS-CUT-TIME      PIC 9(06)   VALUE ZERO.
 01  WS-AUD-STAMP.
     03  WS-AUD-STAMP-DATE PIC 9(08)  VALUE ZERO.
     03  WS-AUD-STAMP-TIME PIC 9(06)  VALUE ZERO.
 01  WS-FIRST-STAMP       PIC X(14)   VALUE SPACES.
 01  WS-BKP-STAMP-FLAG    PIC X(01)   VALUE 'N'.
     88  BACKUP-STAMPED                VALUE 'Y'.
 01  WS-CUT-DATE-X        PIC X(08)   VALUE SPACES.
 01  WS-CUT-TIME-X        PIC X(06)   VALUE SPACES.
 01  WS-CUT-TIME-R REDEFINES WS-CUT-TIME-X.
     03  WS-CUT-HH        PIC 9(02).
     03  WS-CUT-MM        PIC 9(02).
     03  WS-CUT-SS        PIC 9(02).
 01  WS-CUTOFF-OK-FLAG    PIC X(01)   VALUE 'N'.
     88  CUTOFF-IS-VALID               VALUE 'Y'.
 01  WS-DATE-OK-FLAG      PIC X(01)   VALUE 'N'.
     88  DATE-IS-VALID                VALUE 'Y'.
 01  WS-CHK-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
     03  WS-CHK-YYYY      PIC 9(04).
     03  WS-CHK-MM        PIC 9(02).
     03  WS-CHK-DD        PIC 9(02).
 01  WS-CHK-INT           PIC 9(07)   VALUE ZERO.
 01  WS-AUD-GEN-NAME      PIC X(30)   VALUE SPACES.
 01  WS-EXTRACT-FLAG      PIC X(01)   VALUE 'N'.
     88  EXTRACT-COMPLETED             VALUE 'Y'.
 01  WS-AUDIT-FLAG        PIC X(01)   VALUE 'N'.
     88  END-OF-AUDIT                 VALUE 'Y'.
 01  WS-FOUND-FLAG        PIC X(01)   VALUE 'N'.
     88  RECORD-ON-MASTER              VALUE 'Y'.
 01  WS-STOP-FLAG         PIC X(01)   VALUE 'N'.
     88  REPLAY-STOPPED                VALUE 'Y'.
 01  WS-ARC-AVAIL-FLAG    PIC X(01)   VALUE 'N'.
     88  ARCHIVE-AVAILABLE             VALUE 'Y'.
 01  WS-AUD-SEQ           PIC 9(07)   VALUE ZERO.
 01  WS-AUD-READ-COUNT    PIC 9(07)   VALUE ZERO.
 01  WS-NOT-EMP-COUNT     PIC 9(07)   VALUE ZERO.
 01  WS-PRE-BKP-COUNT     PIC 9(07)   VALUE ZERO.
 01  WS-POST-CUT-COUNT    PIC 9(07)   VALUE ZERO.
 01  WS-REPLAY-COUNT      PIC 9(07)   VALUE ZERO.
 01  WS-ALREADY-COUNT     PIC 9(07)   VALUE ZERO.
 01  WS-CONFLICT-COUNT    PIC 9(07)   VALUE ZERO.
 01  WS-UNPLAYED-COUNT    PIC 9(07)   VALUE ZERO.
 01  WS-ARCHIVED-COUNT    PIC 9(07)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
 MENU-PARA.
     DISPLAY ' '
     DISPLAY 'EMPLOYEE MASTER VERIFY/REORGANIZE UTILITY'
     DISPLAY 'V-VERIFY  U-UNLOAD TO BACKUP  R-RELOAD FROM BACKUP'
     DISPLAY 'F-ROLL FORWARD FROM BACKUP AND AUDIT TRAIL  Q-QUIT'
     DISPLAY 'ENTER FUNCTION: ' WITH NO ADVANCING
     ACCEPT WS-FUNCTION
     EVALUATE TRUE
            PERFORM UNLOAD-PARA
        WHEN RELOAD-FUNCTION
            PERFORM RELOAD-PARA
        WHEN ROLLFWD-FUNCTION
            PERFORM ROLLFWD-PARA
        WHEN QUIT-FUNCTION
            MOVE 'N' TO WS-MORE-FLAG
        WHEN OTHER
     END-IF.
*> UNLOAD-PARA copies the master to a flat backup in key order - the
*> same image SNAPSHOT-PARA in MODEMP writes, but on demand and to a
*> separate file kept for reorganization. The header is stamped before
*> the first record is read, so a roll-forward replays from a point no
*> later than anything the backup holds.
 UNLOAD-PARA.
     MOVE ZERO TO WS-WRITE-COUNT
     OPEN INPUT EMPLOYEE-FILE
           DISPLAY 'EMPVER: UNABLE TO OPEN EMPBKP.DAT, STATUS=' WS-BKP-STAT
           CLOSE EMPLOYEE-FILE
        ELSE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO BACKUP-HEADER
           MOVE 'HDR' TO BKH-RECORD-ID
           MOVE WS-TIMESTAMP(1:8) TO BKH-DATE
           MOVE WS-TIMESTAMP(9:6) TO BKH-TIME
           WRITE BACKUP-HEADER
           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM UNLOAD-RECORD-PARA UNTIL END-OF-SCAN
           MOVE SPACES TO BACKUP-TRAILER
           MOVE 'TRL' TO BKT-RECORD-ID
           MOVE WS-WRITE-COUNT TO BKT-REC-COUNT
           WRITE BACKUP-TRAILER
           CLOSE EMPLOYEE-FILE
           CLOSE BACKUP-FILE
           DISPLAY 'EMPVER: BACKUP STAMPED ' WS-TIMESTAMP(1:8) ' '
              WS-TIMESTAMP(9:6)
           DISPLAY 'EMPVER: RECORDS UNLOADED TO EMPBKP.DAT: '
              WS-WRITE-COUNT
        END-IF
*> flat backup. OPEN OUTPUT replaces the existing EMPFILE.DAT, so the
*> operator must confirm; a record the fresh WRITE rejects (duplicate
*> or out-of-sequence key in a damaged backup) is reported and counted
*> rather than stopping the rebuild. The header and trailer are not
*> loaded; a backup whose trailer is missing or whose count disagrees
*> with the records read is reported as truncated. A backup written
*> before the header existed still reloads - it just has no trailer.
 RELOAD-PARA.
     DISPLAY 'RELOAD REPLACES EMPFILE.DAT FROM EMPBKP.DAT'
     DISPLAY 'CONTINUE (Y/N)          : ' WITH NO ADVANCING
        PERFORM RELOAD-IO-PARA
     END-IF.
 RELOAD-IO-PARA.
     MOVE ZERO TO WS-WRITE-COUNT, WS-REJECT-COUNT, WS-TRL-COUNT
     MOVE 'N' TO WS-TRAILER-FLAG
     MOVE 'N' TO WS-RELOAD-FLAG
     MOVE 'N' TO WS-BKP-STAMP-FLAG
     OPEN INPUT BACKUP-FILE
     IF NOT OPEN-SUCCESS IN WS-BKP-STAT
        DISPLAY 'EMPVER: UNABLE TO OPEN EMPBKP.DAT, STATUS=' WS-BKP-STAT
           PERFORM RELOAD-RECORD-PARA UNTIL END-OF-SCAN
           CLOSE BACKUP-FILE
           CLOSE EMPLOYEE-FILE
           MOVE 'Y' TO WS-RELOAD-FLAG
           DISPLAY 'EMPVER: RECORDS RELOADED: ' WS-WRITE-COUNT
           DISPLAY 'EMPVER: RECORDS REJECTED: ' WS-REJECT-COUNT
           IF WS-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           IF BACKUP-TRAILER-SEEN
              IF WS-TRL-COUNT NOT = WS-WRITE-COUNT + WS-REJECT-COUNT
                 DISPLAY 'EMPVER: BACKUP TRAILER COUNT ' WS-TRL-COUNT
                    ' DOES NOT MATCH RECORDS READ - BACKUP TRUNCATED'
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE IF BACKUP-STAMPED
              DISPLAY 'EMPVER: BACKUP HAS NO TRAILER - BACKUP TRUNCATED'
              MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
        END-IF
     END-IF.
 RELOAD-RECORD-PARA.
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           IF BACKUP-HEADER-REC
              MOVE 'Y' TO WS-BKP-STAMP-FLAG
           ELSE IF BACKUP-TRAILER-REC
              MOVE 'Y' TO WS-TRAILER-FLAG
              MOVE BKT-REC-COUNT TO WS-TRL-COUNT
           ELSE
              PERFORM RELOAD-WRITE-PARA
           END-IF
           END-IF
     END-READ.
 RELOAD-WRITE-PARA.
     MOVE BACKUP-RECORD TO EMPLOYEE-RECORD
     WRITE EMPLOYEE-RECORD
        INVALID KEY
           DISPLAY 'EMPVER: WRITE REJECTED FOR KEY '
              BACKUP-RECORD(1:6) ', STATUS=' WS-EMP-STAT
           ADD 1 TO WS-REJECT-COUNT
        NOT INVALID KEY
           ADD 1 TO WS-WRITE-COUNT
     END-WRITE.
*> ROLLFWD-PARA takes the backup's own stamp as the start of the
*> replay window and the operator's cut-off as its end; a backup with
*> no header cannot be placed in time and is refused, as is a cut-off
*> earlier than the backup. Nothing is touched until the operator
*> confirms.
 ROLLFWD-PARA.
     PERFORM READ-BACKUP-STAMP-PARA
     IF NOT BACKUP-STAMPED
        DISPLAY 'EMPVER: EMPBKP.DAT CARRIES NO DATE/TIME STAMP -'
           ' TAKE A NEW BACKUP WITH U, ROLL FORWARD NOT DONE'
        MOVE 8 TO RETURN-CODE
     ELSE
        DISPLAY 'BACKUP TAKEN ' WS-BKP-DATE ' ' WS-BKP-TIME
        PERFORM GET-CUTOFF-PARA
        IF NOT CUTOFF-IS-VALID
           DISPLAY 'EMPVER: ROLL FORWARD NOT DONE'
           MOVE 8 TO RETURN-CODE
        ELSE
           DISPLAY 'EARLIER AUDIT GENERATION (BLANK=NONE): '
              WITH NO ADVANCING
           ACCEPT WS-AUD-GEN-NAME
           DISPLAY 'ROLL FORWARD REPLACES EMPFILE.DAT FROM EMPBKP.DAT'
              ' AND REPLAYS AUDIT.DAT'
           DISPLAY 'CONTINUE (Y/N)          : ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT RELOAD-CONFIRMED
              DISPLAY 'EMPVER: ROLL FORWARD NOT DONE'
           ELSE
              PERFORM ROLLFWD-IO-PARA
           END-IF
        END-IF
     END-IF.
 READ-BACKUP-STAMP-PARA.
     MOVE 'N' TO WS-BKP-STAMP-FLAG
     OPEN INPUT BACKUP-FILE
     IF NOT OPEN-SUCCESS IN WS-BKP-STAT
        DISPLAY 'EMPVER: UNABLE TO OPEN EMPBKP.DAT, STATUS=' WS-BKP-STAT
     ELSE
        READ BACKUP-FILE
           AT END
              CONTINUE
           NOT AT END
              IF BACKUP-HEADER-REC AND BKH-DATE NUMERIC
                                   AND BKH-TIME NUMERIC
                 MOVE 'Y' TO WS-BKP-STAMP-FLAG
                 MOVE BKH-DATE TO WS-BKP-DATE
                 MOVE BKH-TIME TO WS-BKP-TIME
              END-IF
        END-READ
        CLOSE BACKUP-FILE
     END-IF.
*> GET-CUTOFF-PARA - a blank date replays the whole trail, a blank time
*> runs to the end of the day given.
 GET-CUTOFF-PARA.
     MOVE 'N' TO WS-CUTOFF-OK-FLAG
     DISPLAY 'REPLAY UP TO DATE (YYYYMMDD, BLANK=ALL)  : '
        WITH NO ADVANCING
     ACCEPT WS-CUT-DATE-X
     IF WS-CUT-DATE-X = SPACES
        MOVE 99999999 TO WS-CUT-DATE
        MOVE 235959 TO WS-CUT-TIME
        MOVE 'Y' TO WS-CUTOFF-OK-FLAG
     ELSE
        MOVE 'N' TO WS-DATE-OK-FLAG
        IF WS-CUT-DATE-X NUMERIC
           MOVE WS-CUT-DATE-X TO WS-CHK-DATE
           PERFORM CHECK-DATE-PARA
        END-IF
        IF NOT DATE-IS-VALID
           DISPLAY 'EMPVER: ' WS-CUT-DATE-X ' IS NOT A VALID DATE'
        ELSE
           MOVE WS-CHK-DATE TO WS-CUT-DATE
           DISPLAY 'REPLAY UP TO TIME (HHMMSS, BLANK=END OF DAY): '
              WITH NO ADVANCING
           ACCEPT WS-CUT-TIME-X
           IF WS-CUT-TIME-X = SPACES
              MOVE 235959 TO WS-CUT-TIME
              MOVE 'Y' TO WS-CUTOFF-OK-FLAG
           ELSE IF WS-CUT-TIME-X NUMERIC AND WS-CUT-HH < 24
                   AND WS-CUT-MM < 60 AND WS-CUT-SS < 60
              MOVE WS-CUT-TIME-X TO WS-CUT-TIME
              MOVE 'Y' TO WS-CUTOFF-OK-FLAG
           ELSE
              DISPLAY 'EMPVER: ' WS-CUT-TIME-X ' IS NOT A VALID TIME'
           END-IF
           END-IF
        END-IF
     END-IF
     IF CUTOFF-IS-VALID AND WS-CUT-STAMP < WS-BKP-STAMP
        DISPLAY 'EMPVER: CUT-OFF IS EARLIER THAN THE BACKUP'
        MOVE 'N' TO WS-CUTOFF-OK-FLAG
     END-IF.
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
*> ROLLFWD-IO-PARA extracts and sorts the trail BEFORE the master is
*> replaced, so an unreadable trail leaves the damaged master where it
*> is rather than swapping it for a stale backup with nothing to
*> replay.
 ROLLFWD-IO-PARA.
     MOVE ZERO TO WS-AUD-READ-COUNT, WS-NOT-EMP-COUNT, WS-AUD-SEQ
     MOVE ZERO TO WS-PRE-BKP-COUNT, WS-POST-CUT-COUNT
     MOVE ZERO TO WS-REPLAY-COUNT, WS-ALREADY-COUNT
     MOVE ZERO TO WS-CONFLICT-COUNT, WS-UNPLAYED-COUNT
     MOVE ZERO TO WS-ARCHIVED-COUNT
     MOVE 'N' TO WS-STOP-FLAG
     MOVE SPACES TO WS-FIRST-STAMP
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'EMPVER: UNABLE TO OPEN EMPVER.REP, STATUS=' WS-REP-STAT
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE WS-BKP-DATE TO RT-BKP-DATE
        MOVE WS-BKP-TIME TO RT-BKP-TIME
        MOVE WS-CUT-DATE TO RT-CUT-DATE
        MOVE WS-CUT-TIME TO RT-CUT-TIME
        WRITE REPORT-RECORD FROM ROLLFWD-TITLE-LINE
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        PERFORM EXTRACT-AUDIT-PARA
        IF EXTRACT-COMPLETED
           PERFORM RELOAD-IO-PARA
           IF NOT RELOAD-COMPLETED
              MOVE 'RELOAD FAILED - NOTHING REPLAYED' TO DL-MESSAGE
              MOVE SPACES TO DL-EMP-CODE
              WRITE REPORT-RECORD FROM DAMAGE-LINE
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM REPLAY-PASS-PARA
              PERFORM ROLLFWD-SUMMARY-PARA
              PERFORM ROLLFWD-VERIFY-PARA
           END-IF
        END-IF
        CLOSE REPORT-FILE
     END-IF.
*> EXTRACT-AUDIT-PARA reads the named cutover generation (if any) and
*> then AUDIT.DAT, keeping the employee-master records stamped inside
*> the window - the same test PAYMOVE uses to pick employee records out
*> of the shared trail. A trail whose first record is later than the
*> backup has probably been cut over since, and says so.
 EXTRACT-AUDIT-PARA.
     MOVE 'N' TO WS-EXTRACT-FLAG
     OPEN OUTPUT RF-EXT-FILE
     IF NOT OPEN-SUCCESS IN WS-EXT-STAT
        DISPLAY 'EMPVER: UNABLE TO OPEN RFEXT.DAT, STATUS=' WS-EXT-STAT
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE 'Y' TO WS-EXTRACT-FLAG
        IF WS-AUD-GEN-NAME NOT = SPACES
           OPEN INPUT AUD-GEN-FILE
           IF NOT OPEN-SUCCESS IN WS-GEN-STAT
              DISPLAY 'EMPVER: UNABLE TO OPEN ' WS-AUD-GEN-NAME
                 ', STATUS=' WS-GEN-STAT ', ROLL FORWARD NOT DONE'
              MOVE 'N' TO WS-EXTRACT-FLAG
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-AUDIT-FLAG
              PERFORM EXTRACT-GEN-RECORD-PARA UNTIL END-OF-AUDIT
              CLOSE AUD-GEN-FILE
           END-IF
        END-IF
        IF EXTRACT-COMPLETED
           OPEN INPUT AUDIT-FILE
           IF NEW-FILE-NOT-FOUND IN WS-AUD-STAT
              CONTINUE
           ELSE IF NOT OPEN-SUCCESS IN WS-AUD-STAT
              DISPLAY 'EMPVER: UNABLE TO OPEN AUDIT.DAT, STATUS='
                 WS-AUD-STAT ', ROLL FORWARD NOT DONE'
              MOVE 'N' TO WS-EXTRACT-FLAG
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'N' TO WS-AUDIT-FLAG
              PERFORM EXTRACT-AUDIT-RECORD-PARA UNTIL END-OF-AUDIT
              CLOSE AUDIT-FILE
           END-IF
           END-IF
        END-IF
        CLOSE RF-EXT-FILE
     END-IF
     IF EXTRACT-COMPLETED
        IF WS-FIRST-STAMP NOT = SPACES AND WS-FIRST-STAMP > WS-BKP-STAMP
           MOVE SPACES TO DL-EMP-CODE
           MOVE 'TRAIL STARTS AFTER THE BACKUP - GENERATION MISSING?'
              TO DL-MESSAGE
           WRITE REPORT-RECORD FROM DAMAGE-LINE
           DISPLAY 'EMPVER: AUDIT TRAIL STARTS AT ' WS-FIRST-STAMP
              ', AFTER THE BACKUP - A CUTOVER GENERATION MAY BE MISSING'
        END-IF
        SORT RF-WORK-FILE
           ON ASCENDING KEY RW-DATE
           ON ASCENDING KEY RW-TIME
           ON ASCENDING KEY RW-SEQ
           USING RF-EXT-FILE
           GIVING RF-SORT-FILE
     END-IF.
 EXTRACT-GEN-RECORD-PARA.
     READ AUD-GEN-FILE
        AT END
           MOVE 'Y' TO WS-AUDIT-FLAG
        NOT AT END
           MOVE AUD-GEN-RECORD TO AUDIT-REC
           PERFORM EXTRACT-ONE-PARA
     END-READ.
 EXTRACT-AUDIT-RECORD-PARA.
     READ AUDIT-FILE
        AT END
           MOVE 'Y' TO WS-AUDIT-FLAG
        NOT AT END
           PERFORM EXTRACT-ONE-PARA
     END-READ.
 EXTRACT-ONE-PARA.
     ADD 1 TO WS-AUD-READ-COUNT
     ADD 1 TO WS-AUD-SEQ
     MOVE AUD-DATE TO WS-AUD-STAMP-DATE
     MOVE AUD-TIME TO WS-AUD-STAMP-TIME
     IF WS-FIRST-STAMP = SPACES
        MOVE WS-AUD-STAMP TO WS-FIRST-STAMP
     END-IF
     IF AUD-KEY(1:6) IS NUMERIC
        AND AUD-KEY(7:4) = SPACES
        AND AUD-PROGRAM NOT = 'LOCMAINT'
        AND AUD-PROGRAM NOT = 'GRPMAINT'
        AND AUD-PROGRAM NOT = 'DSGMAINT'
        AND AUD-PROGRAM NOT = 'OPRMAINT'
        AND AUD-PROGRAM NOT = 'SCLMAINT'
        AND AUD-PROGRAM NOT = 'REGMAINT'
        IF WS-AUD-STAMP < WS-BKP-STAMP
           ADD 1 TO WS-PRE-BKP-COUNT
        ELSE IF WS-AUD-STAMP > WS-CUT-STAMP
           ADD 1 TO WS-POST-CUT-COUNT
        ELSE
           MOVE AUDIT-REC TO RF-EXT-AUDIT
           MOVE WS-AUD-SEQ TO RF-EXT-SEQ
           WRITE RF-EXT-RECORD
        END-IF
        END-IF
     ELSE
        ADD 1 TO WS-NOT-EMP-COUNT
     END-IF.
*> REPLAY-PASS-PARA applies the window's records to the freshly
*> reloaded master in date/time order.
 REPLAY-PASS-PARA.
     OPEN I-O EMPLOYEE-FILE
     IF NOT OPEN-SUCCESS IN WS-EMP-STAT
        DISPLAY 'EMPVER: UNABLE TO OPEN EMPFILE.DAT, STATUS=' WS-EMP-STAT
        MOVE 16 TO RETURN-CODE
     ELSE
        OPEN INPUT RF-SORT-FILE
        IF NOT OPEN-SUCCESS IN WS-SRT-STAT
           DISPLAY 'EMPVER: UNABLE TO OPEN RFSRT.DAT, STATUS='
              WS-SRT-STAT
           MOVE 16 TO RETURN-CODE
        ELSE
           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM REPLAY-RECORD-PARA UNTIL END-OF-SCAN
           CLOSE RF-SORT-FILE
        END-IF
        CLOSE EMPLOYEE-FILE
     END-IF.
*> REPLAY-RECORD-PARA - once a conflict has stopped the replay, the
*> rest of the window is only counted: applying later changes on top of
*> a record known to be wrong would bury the problem.
 REPLAY-RECORD-PARA.
     READ RF-SORT-FILE
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           IF REPLAY-STOPPED
              ADD 1 TO WS-UNPLAYED-COUNT
           ELSE
              PERFORM REPLAY-ONE-PARA
           END-IF
     END-READ.
*> REPLAY-ONE-PARA - an add (blank before-image) is written if the code
*> is not yet on the master; anything else is applied only when the
*> master still holds exactly the before-image. A master that already
*> holds the after-image (an action stamped in the second the backup
*> was taken) is skipped as already applied; any other difference is a
*> conflict and stops the replay.
 REPLAY-ONE-PARA.
     MOVE RS-DATE     TO RL-DATE
     MOVE RS-TIME     TO RL-TIME
     MOVE RS-PROGRAM  TO RL-PROGRAM
     MOVE RS-FUNCTION TO RL-FUNCTION
     MOVE RS-KEY      TO RL-KEY
     MOVE RS-KEY(1:6) TO EMP-CODE
     READ EMPLOYEE-FILE
        INVALID KEY
           MOVE 'N' TO WS-FOUND-FLAG
        NOT INVALID KEY
           MOVE 'Y' TO WS-FOUND-FLAG
     END-READ
     IF NOT RECORD-ON-MASTER
        IF RS-BEFORE-IMAGE = SPACES
           MOVE RS-AFTER-IMAGE TO EMPLOYEE-RECORD
           WRITE EMPLOYEE-RECORD
              INVALID KEY
                 MOVE 'CONFLICT - ADD REJECTED BY MASTER' TO RL-RESULT
                 PERFORM REPLAY-CONFLICT-PARA
              NOT INVALID KEY
                 MOVE 'REPLAYED' TO RL-RESULT
                 ADD 1 TO WS-REPLAY-COUNT
                 WRITE REPORT-RECORD FROM REPLAY-LINE
           END-WRITE
        ELSE
           MOVE SPACES TO WS-SAVED-RECORD
           MOVE 'CONFLICT - NOT ON MASTER' TO RL-RESULT
           PERFORM REPLAY-CONFLICT-PARA
        END-IF
     ELSE IF RS-BEFORE-IMAGE NOT = SPACES
             AND EMPLOYEE-RECORD = RS-BEFORE-IMAGE
        MOVE RS-AFTER-IMAGE TO EMPLOYEE-RECORD
        REWRITE EMPLOYEE-RECORD
           INVALID KEY
              MOVE 'CONFLICT - REWRITE REJECTED' TO RL-RESULT
              PERFORM REPLAY-CONFLICT-PARA
           NOT INVALID KEY
              MOVE 'REPLAYED' TO RL-RESULT
              ADD 1 TO WS-REPLAY-COUNT
              WRITE REPORT-RECORD FROM REPLAY-LINE
        END-REWRITE
     ELSE IF EMPLOYEE-RECORD = RS-AFTER-IMAGE
        MOVE 'SKIPPED - ALREADY ON MASTER' TO RL-RESULT
        ADD 1 TO WS-ALREADY-COUNT
        WRITE REPORT-RECORD FROM REPLAY-LINE
     ELSE
        MOVE EMPLOYEE-RECORD TO WS-SAVED-RECORD
        IF RS-BEFORE-IMAGE = SPACES
           MOVE 'CONFLICT - ADD BUT ALREADY ON FILE' TO RL-RESULT
        ELSE
           MOVE 'CONFLICT - BEFORE-IMAGE MISMATCH' TO RL-RESULT
        END-IF
        PERFORM REPLAY-CONFLICT-PARA
     END-IF
     END-IF
     END-IF.
*> REPLAY-CONFLICT-PARA lists the conflicting record with the image the
*> trail expected and the image the master actually holds, half a
*> record to a line, and stops the replay there.
 REPLAY-CONFLICT-PARA.
     ADD 1 TO WS-CONFLICT-COUNT
     MOVE 'Y' TO WS-STOP-FLAG
     WRITE REPORT-RECORD FROM REPLAY-LINE
     MOVE 'TRAIL BEFORE :' TO IL-LABEL
     MOVE RS-BEFORE-IMAGE(1:50) TO IL-TEXT
     WRITE REPORT-RECORD FROM IMAGE-LINE
     MOVE SPACES TO IL-LABEL
     MOVE RS-BEFORE-IMAGE(51:50) TO IL-TEXT
     WRITE REPORT-RECORD FROM IMAGE-LINE
     MOVE 'ON MASTER    :' TO IL-LABEL
     MOVE WS-SAVED-RECORD(1:50) TO IL-TEXT
     WRITE REPORT-RECORD FROM IMAGE-LINE
     MOVE SPACES TO IL-LABEL
     MOVE WS-SAVED-RECORD(51:50) TO IL-TEXT
     WRITE REPORT-RECORD FROM IMAGE-LINE
     DISPLAY 'EMPVER: REPLAY STOPPED AT ' RS-DATE ' ' RS-TIME ' '
        RS-PROGRAM ' KEY ' RS-KEY ' - ' RL-RESULT.
*>
 ROLLFWD-SUMMARY-PARA.
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'AUDIT RECORDS READ           :' TO SM-LABEL
     MOVE WS-AUD-READ-COUNT TO SM-COUNT
     WRITE REPORT-RECORD FROM SUMMARY-LINE
     MOVE 'NOT EMPLOYEE RECORDS         :' TO SM-LABEL
     MOVE WS-NOT-EMP-COUNT TO SM-COUNT
     WRITE REPORT-RECORD FROM SUMMARY-LINE
     MOVE 'SKIPPED - BEFORE THE BACKUP  :' TO SM-LABEL
     MOVE WS-PRE-BKP-COUNT TO SM-COUNT
     WRITE REPORT-RECORD FROM SUMMARY-LINE
     MOVE 'SKIPPED - AFTER THE CUT-OFF  :' TO SM-LABEL
     MOVE WS-POST-CUT-COUNT TO SM-COUNT
     WRITE REPORT-RECORD FROM SUMMARY-LINE
     MOVE 'SKIPPED - ALREADY ON MASTER  :' TO SM-LABEL
     MOVE WS-ALREADY-COUNT TO SM-COUNT
     WRITE REPORT-RECORD FROM SUMMARY-LINE
     MOVE 'RECORDS REPLAYED             :' TO SM-LABEL
     MOVE WS-REPLAY-COUNT TO SM-COUNT
     WRITE REPORT-RECORD FROM SUMMARY-LINE
     MOVE 'CONFLICTING RECORDS          :' TO SM-LABEL
     MOVE WS-CONFLICT-COUNT TO SM-COUNT
     WRITE REPORT-RECORD FROM SUMMARY-LINE
     MOVE 'NOT REPLAYED AFTER CONFLICT  :' TO SM-LABEL
     MOVE WS-UNPLAYED-COUNT TO SM-COUNT
     WRITE REPORT-RECORD FROM SUMMARY-LINE
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     DISPLAY 'EMPVER: RECORDS REPLAYED   : ' WS-REPLAY-COUNT
     DISPLAY 'EMPVER: ALREADY ON MASTER  : ' WS-ALREADY-COUNT
     DISPLAY 'EMPVER: CONFLICTS          : ' WS-CONFLICT-COUNT
     IF REPLAY-STOPPED
        DISPLAY 'EMPVER: MASTER ROLLED FORWARD ONLY TO THE CONFLICT'
           ' - SEE EMPVER.REP'
        MOVE 8 TO RETURN-CODE
     END-IF.
*> ROLLFWD-VERIFY-PARA runs the V checks over the recovered master into
*> the same report, then lists any record still on the master that is
*> identical to its EMPARCH.DAT copy - ARCHEMP's deletes are not on the
*> trail, so a leaver archived after the backup comes back with it and
*> needs ARCHEMP re-running.
 ROLLFWD-VERIFY-PARA.
     MOVE ZERO TO WS-READ-COUNT, WS-DAMAGE-COUNT
     MOVE ZERO TO WS-ACTIVE-COUNT, WS-INACT-COUNT
     OPEN INPUT EMPLOYEE-FILE
     IF NOT OPEN-SUCCESS IN WS-EMP-STAT
        DISPLAY 'EMPVER: UNABLE TO OPEN EMPFILE.DAT, STATUS=' WS-EMP-STAT
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE 'N' TO WS-SCAN-FLAG
        PERFORM VERIFY-RECORD-PARA UNTIL END-OF-SCAN
        PERFORM VERIFY-SUMMARY-PARA
        MOVE 'N' TO WS-ARC-AVAIL-FLAG
        OPEN INPUT ARCHIVE-FILE
        IF NEW-FILE-NOT-FOUND IN WS-ARC-STAT
           CONTINUE
        ELSE IF NOT OPEN-SUCCESS IN WS-ARC-STAT
           DISPLAY 'EMPVER: UNABLE TO OPEN EMPARCH.DAT, STATUS='
              WS-ARC-STAT
           MOVE 16 TO RETURN-CODE
        ELSE
           MOVE 'Y' TO WS-ARC-AVAIL-FLAG
        END-IF
        END-IF
        IF ARCHIVE-AVAILABLE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ZERO TO EMP-CODE
           MOVE 'N' TO WS-SCAN-FLAG
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-FLAG
           END-START
           PERFORM CHECK-ARCHIVED-PARA UNTIL END-OF-SCAN
           CLOSE ARCHIVE-FILE
           MOVE 'STILL ON MASTER BUT ARCHIVED :' TO SM-LABEL
           MOVE WS-ARCHIVED-COUNT TO SM-COUNT
           WRITE REPORT-RECORD FROM SUMMARY-LINE
           IF WS-ARCHIVED-COUNT > 0
              DISPLAY 'EMPVER: ' WS-ARCHIVED-COUNT ' ARCHIVED LEAVERS'
                 ' BACK ON THE MASTER - RE-RUN ARCHEMP'
              MOVE 8 TO RETURN-CODE
           END-IF
        END-IF
        CLOSE EMPLOYEE-FILE
     END-IF.
 CHECK-ARCHIVED-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           MOVE EMP-CODE TO ARC-EMP-CODE
           READ ARCHIVE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ARCHIVE-REC = EMPLOYEE-RECORD
                    MOVE EMP-CODE TO DL-EMP-CODE
                    MOVE 'ARCHIVED BY ARCHEMP BUT BACK ON THE MASTER'
                       TO DL-MESSAGE
                    WRITE REPORT-RECORD FROM DAMAGE-LINE
                    ADD 1 TO WS-ARCHIVED-COUNT
                 END-IF
           END-READ
     END-READ.

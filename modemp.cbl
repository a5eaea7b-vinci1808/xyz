     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-HIST-STAT.
     SELECT ASSIGN-HIST-FILE ASSIGN TO 'ASGHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-ASG-STAT.
     SELECT DESG-FILE ASSIGN TO 'DSG.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-REPCAT-STAT.
     SELECT FEED-CTL-FILE ASSIGN TO 'FEEDCTL.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-FCT-STAT.
     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-AUD-STAT.
     SELECT PENDING-FILE ASSIGN TO 'EMPPEND.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS PND-KEY
     FILE STATUS  IS WS-PND-STAT.
     SELECT REGION-FILE ASSIGN TO 'REGION.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS REG-CODE
     FILE STATUS  IS WS-REG-STAT.
*>
 DATA DIVISION.                                   
 FILE SECTION.                                        
     03  EMP-IN-GROUP    PIC X(10).
     03  EMP-IN-DESG     PIC X(15).
     03  EMP-IN-LOC      PIC X(03).
*> a lifecycle event (hire, transfer, leaver, leave start/return,
*> type/FTE change) carries its effective date and, where it applies,
*> the leave return date and new type/FTE in the same columns EMPTRAN
*> uses; a blank event is the original descriptive upsert.
     03  EMP-IN-EVENT    PIC X(01).
         88  EVENT-HIRE                VALUE 'H'.
         88  EVENT-TRANSFER            VALUE 'T'.
         88  EVENT-TERMINATE           VALUE 'L'.
         88  EVENT-LOA-START           VALUE 'S'.
         88  EVENT-LOA-RETURN          VALUE 'E'.
         88  EVENT-TYPE-FTE            VALUE 'F'.
         88  EVENT-NONE                VALUE SPACE.
     03  EMP-IN-EFF-DATE PIC X(08).
     03  EMP-IN-RET-DATE PIC X(08).
     03  EMP-IN-TYPE     PIC X(01).
     03  EMP-IN-FTE      PIC X(03).
     03  FILLER          PIC X(10).
*> the feed is framed by a header (sending system, feed date, feed
*> sequence) and a trailer (detail count, hash total of EMP-IN-CODE),
*> the same control pair PAYEXT writes outbound; a detail record always
*> starts with a numeric code, so the alphabetic ids cannot collide.
 01  EMP-IN-HEADER REDEFINES EMP-FILE-RECORD.
     03  EIH-RECORD-ID   PIC X(03).
         88  EMP-IN-HEADER-REC         VALUE 'HDR'.
     03  EIH-SOURCE      PIC X(08).
     03  EIH-FEED-DATE   PIC 9(08).
     03  EIH-FEED-SEQ    PIC 9(06).
     03  FILLER          PIC X(55).
 01  EMP-IN-TRAILER REDEFINES EMP-FILE-RECORD.
     03  EIT-RECORD-ID   PIC X(03).
         88  EMP-IN-TRAILER-REC        VALUE 'TRL'.
     03  EIT-REC-COUNT   PIC 9(06).
     03  EIT-HASH-TOTAL  PIC 9(12).
     03  FILLER          PIC X(59).
 SD  WORK-FILE.
 01  WORK-RECORD.
     03  FILLER          PIC X(21).
     03  PRM-CITY        PIC A(15).
     03  PRM-INCL-INACT  PIC X(01).
     03  PRM-RESTART     PIC X(01).
     03  PRM-REGION      PIC X(02).
     03  FILLER          PIC X(61).
 FD  STAGE-FILE.
 01  STAGE-RECORD        PIC X(10).
     COPY EMPH01.
     COPY ASG01.
     COPY DSG01.
     COPY PCT01.
     COPY REPC01.
     COPY FCT01.
     COPY AUD01.
     COPY PND01.
     COPY REG01.
*>
 WORKING-STORAGE SECTION.                          
 01  HEADING-LINE1.
     03  FILLER       PIC X(07) VALUE '  FTE: '.
     03  GD-FTE        PIC ZZZZ9.99.
     03  FILLER       PIC X(33) VALUE SPACES.
 01  REGION-HEAD-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  FILLER       PIC X(16) VALUE 'REGION SUBTOTALS'.
     03  FILLER       PIC X(59) VALUE SPACES.
 01  REGION-TOTAL-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  FILLER       PIC X(07) VALUE 'REGION '.
     03  RT-REGION    PIC X(05).
     03  RT-REGION-DESC PIC X(30).
     03  FILLER       PIC X(11) VALUE 'EMPLOYEES: '.
     03  RT-COUNT     PIC ZZZ9.
     03  FILLER       PIC X(07) VALUE '  FTE: '.
     03  RT-FTE       PIC ZZZZ9.99.
     03  FILLER       PIC X(03) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  CT-STATUS    PIC X(40).
     03  FILLER       PIC X(35) VALUE SPACES.
 01  CONTROL-FEED-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  CF-LABEL     PIC X(35).
     03  CF-VALUE     PIC X(40).
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE 5.
 01  WS-TOT-FTE           PIC 9(05)V99 VALUE ZERO.
 01  WS-FTE-FACTOR        PIC 9V99    VALUE ZERO.
 01  CITY-NAME            PIC A(15)   VALUE SPACES.
 01  WS-REGION-OPTION     PIC X(02)   VALUE SPACES.
     88  ALL-REGIONS                  VALUE SPACES.
 01  WS-REG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-REG-SCAN-FLAG     PIC X(01)   VALUE 'N'.
     88  END-OF-REG-SCAN               VALUE 'Y'.
*> regions as loaded from REGION.DAT in code order (up to 20), plus a
*> last NO REGION bucket for locations with a blank or unknown region.
 01  WS-REG-TABLE.
     03  WS-REG-ENTRY     OCCURS 21 TIMES INDEXED BY REG-IDX.
         05  WS-REG-CODE-T    PIC X(02).
         05  WS-REG-DESC-T    PIC X(30).
         05  WS-REG-EMP-T     PIC 9(04)   VALUE ZERO.
         05  WS-REG-FTE-T     PIC 9(05)V99 VALUE ZERO.
 01  WS-REG-COUNT         PIC 9(03)   VALUE ZERO.
 01  WS-CUR-REG-IDX       PIC 9(03)   VALUE ZERO.
 01  WS-SKIP-LOC-FLAG     PIC X(01)   VALUE 'N'.
     88  SKIP-THIS-LOCATION            VALUE 'Y'.
 01  WS-REPORT-FILENAME   PIC X(30)   VALUE SPACES.
 01  WS-EMPEXCP-STAT      PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-EMPEXCP-COUNT     PIC 9(04)   VALUE ZERO.
*> managers the feed's events terminated or put on leave this load, so
*> the teams they leave without an active manager can be listed on the
*> exception report once the load is through.
 01  WS-DEPART-TABLE.
     03  WS-DEPART-ENTRY  OCCURS 9999 TIMES INDEXED BY DEP-IDX.
         05  WS-DEP-CODE      PIC 9(06).
         05  WS-DEP-EVENT     PIC X(10).
         05  WS-DEP-ACTIVE    PIC X(01).
 01  WS-DEPART-COUNT      PIC 9(04)   VALUE ZERO.
 01  WS-DEPART-EVENT      PIC X(10)   VALUE SPACES.
 01  WS-FIND-CODE         PIC 9(06)   VALUE ZERO.
 01  WS-FOUND-IDX         PIC 9(04)   VALUE ZERO.
 01  WS-ORPHAN-COUNT      PIC 9(04)   VALUE ZERO.
 01  WS-ORPHAN-SCAN-FLAG  PIC X(01)   VALUE 'N'.
     88  END-OF-ORPHAN-SCAN            VALUE 'Y'.
 01  WS-GRPF-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-GRP-VALID-FLAG    PIC X(01)   VALUE 'N'.
 01  WS-HIST-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-ASG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-REHIRE-COUNT      PIC 9(04)   VALUE ZERO.
 01  WS-DSGF-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  PERIOD-ON-FILE                VALUE 'Y'.
 01  WS-PERIOD-RERUN-FLAG PIC X(01)   VALUE 'N'.
     88  PERIOD-RERUN                  VALUE 'Y'.
 01  WS-FCT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-FEED-STATE        PIC X(01)   VALUE 'A'.
     88  FEED-ACCEPTED                 VALUE 'A'.
     88  FEED-REJECTED                 VALUE 'R'.
     88  FEED-ALREADY-APPLIED          VALUE 'S'.
 01  WS-FEED-RESULT       PIC X(30)   VALUE SPACES.
 01  WS-FEED-SCAN-FLAG    PIC X(01)   VALUE 'N'.
     88  END-OF-FEED-SCAN              VALUE 'Y'.
 01  WS-FEED-HDR-FLAG     PIC X(01)   VALUE 'N'.
     88  FEED-HEADER-SEEN              VALUE 'Y'.
 01  WS-FEED-TRL-FLAG     PIC X(01)   VALUE 'N'.
     88  FEED-TRAILER-SEEN             VALUE 'Y'.
 01  WS-FEED-REC-NO       PIC 9(06)   VALUE ZERO.
 01  WS-FEED-MISPLACED    PIC 9(06)   VALUE ZERO.
 01  WS-FEED-SOURCE       PIC X(08)   VALUE SPACES.
 01  WS-FEED-DATE         PIC 9(08)   VALUE ZERO.
 01  WS-FEED-SEQ          PIC 9(06)   VALUE ZERO.
 01  WS-FEED-HASH         PIC 9(12)   VALUE ZERO.
 01  WS-TRL-COUNT         PIC 9(06)   VALUE ZERO.
 01  WS-TRL-HASH          PIC 9(12)   VALUE ZERO.
 01  WS-FC-FOUND-FLAG     PIC X(01)   VALUE 'N'.
     88  FEED-CTL-ON-FILE              VALUE 'Y'.
 01  WS-LAST-SOURCE       PIC X(08)   VALUE SPACES.
 01  WS-LAST-FEED-DATE    PIC 9(08)   VALUE ZERO.
 01  WS-LAST-FEED-SEQ     PIC 9(06)   VALUE ZERO.
 01  WS-NEXT-FEED-SEQ     PIC 9(06)   VALUE ZERO.
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-PND-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-LOC-VALID-FLAG    PIC X(01)   VALUE 'N'.
     88  LOCATION-ON-FILE              VALUE 'Y'.
 01  WS-EFF-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-RET-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-NEW-TYPE          PIC X(01)   VALUE 'F'.
 01  WS-NEW-FTE           PIC 9V99    VALUE 1.00.
 01  WS-TYPE-GIVEN-FLAG   PIC X(01)   VALUE 'N'.
     88  TYPE-GIVEN                    VALUE 'Y'.
 01  WS-FTE-GIVEN-FLAG    PIC X(01)   VALUE 'N'.
     88  FTE-GIVEN                     VALUE 'Y'.
 01  WS-FTE-X             PIC X(03)   VALUE SPACES.
 01  WS-FTE-X-N REDEFINES WS-FTE-X    PIC 9V99.
 01  WS-BEFORE-IMAGE      PIC X(100)  VALUE SPACES.
 01  WS-BEFORE-EMP REDEFINES WS-BEFORE-IMAGE.
     05  FILLER           PIC X(21).
     05  WS-BEFORE-GROUP  PIC X(10).
     05  WS-BEFORE-DESG   PIC X(15).
     05  WS-BEFORE-LOC    PIC X(03).
     05  FILLER           PIC X(51).
 01  WS-AFTER-IMAGE       PIC X(100)  VALUE SPACES.
 01  WS-AFTER-EMP REDEFINES WS-AFTER-IMAGE.
     05  FILLER           PIC X(21).
     05  WS-AFTER-GROUP   PIC X(10).
     05  WS-AFTER-DESG    PIC X(15).
     05  WS-AFTER-LOC     PIC X(03).
     05  FILLER           PIC X(51).
 01  WS-AUDIT-FUNCTION    PIC X(01)   VALUE SPACES.
 01  WS-EVENT-FUNCTION    PIC X(01)   VALUE SPACES.
 01  WS-EVENT-APPLIED     PIC 9(04)   VALUE ZERO.
 01  WS-EVENT-HELD        PIC 9(04)   VALUE ZERO.
 01  WS-EVENT-REJECTED    PIC 9(04)   VALUE ZERO.
*>
 PROCEDURE DIVISION.                                      
 MAIN-PARA.                                          
*> same goes for a rerun inside a period CHECK-PERIOD-PARA found
*> already open - the first run of the period took the snapshot, and
*> retaking it would wipe the baseline EMPDELTA compares against.
*> CHECK-FEED-PARA proves EMP.DAT against its own header and trailer
*> and against FEEDCTL.DAT before a single record can reach the master;
*> a rejected feed is not loaded at all (the report still runs off the
*> master as it stands, with the reason on the control page and RC 8),
*> and a restart whose feed the interrupted run already loaded skips
*> the load instead of tripping the already-loaded check.
      PERFORM CHECK-FEED-PARA
      MOVE 'LOAD' TO WS-STAGE-NAME
      PERFORM WRITE-STAGE-PARA
      IF NOT RESTART-ACTIVE AND NOT PERIOD-RERUN
         PERFORM SNAPSHOT-PARA
      END-IF
      IF FEED-ACCEPTED
         PERFORM LOAD-PARA
         PERFORM UPDATE-FEED-CTL-PARA
      END-IF
      MOVE 'VALIDATE' TO WS-STAGE-NAME
      PERFORM WRITE-STAGE-PARA
      PERFORM VALIDATE-LOC-PARA
         DISPLAY 'MODEMP ABEND: UNABLE TO OPEN RPTEMP.DAT, STATUS=' WS-RPT-STAT
         PERFORM ABEND-PARA
      END-IF
      PERFORM LOAD-REG-TABLE-PARA
      OPEN INPUT LOCATION-FILE
      IF NOT OPEN-SUCCESS IN WS-LOC-STAT
         DISPLAY 'MODEMP ABEND: UNABLE TO OPEN LOC.DAT, STATUS=' WS-LOC-STAT
     WRITE PERIOD-CTL-REC
     CLOSE PERIOD-CTL-FILE
     DISPLAY 'MODEMP: PERIOD ' WS-RUN-PERIOD ' OPENED'.
*> CHECK-FEED-PARA is the feed control gate in front of LOAD-PARA. The
*> whole of EMP.DAT is read once up front - header first, trailer last,
*> detail count and EMP-IN-CODE hash agreeing with the trailer - and the
*> header is then held against FEEDCTL.DAT, the record of the last feed
*> loaded: same sending system, sequence exactly one past the last one
*> loaded, feed date later than the last one. A feed failing any check
*> is refused whole, so a truncated transmission, a replay of last
*> month's feed or a feed for the wrong period never reaches the master.
*> The first feed ever (no FEEDCTL.DAT yet) is proved against its own
*> trailer only and sets the starting sequence.
 CHECK-FEED-PARA.
     MOVE 'A' TO WS-FEED-STATE
     MOVE SPACES TO WS-FEED-RESULT
     PERFORM READ-FEED-CTL-PARA
     PERFORM SCAN-FEED-PARA
     COMPUTE WS-NEXT-FEED-SEQ = WS-LAST-FEED-SEQ + 1
     PERFORM EDIT-FEED-PARA
     IF WS-FEED-RESULT = SPACES
        MOVE 'FEED ACCEPTED' TO WS-FEED-RESULT
        DISPLAY 'MODEMP: EMP.DAT FEED ' WS-FEED-SEQ ' ACCEPTED, RECORDS='
           WS-FEED-READ-COUNT
     ELSE IF FEED-ALREADY-APPLIED
        DISPLAY 'MODEMP: EMP.DAT FEED ' WS-FEED-SEQ
           ' ALREADY LOADED BY THE INTERRUPTED RUN, LOAD SKIPPED'
     ELSE
        MOVE 'R' TO WS-FEED-STATE
        MOVE 8 TO WS-RUNLOG-RC
        DISPLAY 'MODEMP: EMP.DAT FEED REJECTED - ' WS-FEED-RESULT
        IF FEED-CTL-ON-FILE
           DISPLAY 'MODEMP: LAST FEED LOADED ' WS-LAST-FEED-SEQ
              ' DATED ' WS-LAST-FEED-DATE ', EXPECTING ' WS-NEXT-FEED-SEQ
        END-IF
     END-IF
     END-IF
     MOVE 'FEED' TO WS-RUNLOG-EVENT
     PERFORM WRITE-RUNLOG-PARA.
*> EDIT-FEED-PARA leaves the reason for refusing the feed in
*> WS-FEED-RESULT, or spaces when every check passes.
 EDIT-FEED-PARA.
     IF NOT FEED-HEADER-SEEN
        MOVE 'HEADER RECORD MISSING' TO WS-FEED-RESULT
     ELSE IF NOT FEED-TRAILER-SEEN
        MOVE 'NO TRAILER - FEED TRUNCATED' TO WS-FEED-RESULT
     ELSE IF WS-FEED-MISPLACED > ZERO
        MOVE 'CONTROL RECORD OUT OF PLACE' TO WS-FEED-RESULT
     ELSE IF WS-FEED-READ-COUNT NOT = WS-TRL-COUNT
        MOVE 'RECORD COUNT DISAGREES' TO WS-FEED-RESULT
     ELSE IF WS-FEED-HASH NOT = WS-TRL-HASH
        MOVE 'HASH TOTAL DISAGREES' TO WS-FEED-RESULT
     ELSE IF FEED-CTL-ON-FILE AND WS-FEED-SOURCE NOT = WS-LAST-SOURCE
        MOVE 'WRONG SENDING SYSTEM' TO WS-FEED-RESULT
     ELSE IF FEED-CTL-ON-FILE AND RESTART-ACTIVE
             AND WS-FEED-SEQ = WS-LAST-FEED-SEQ
             AND WS-FEED-DATE = WS-LAST-FEED-DATE
        MOVE 'S' TO WS-FEED-STATE
        MOVE 'LOADED BY INTERRUPTED RUN' TO WS-FEED-RESULT
     ELSE IF FEED-CTL-ON-FILE AND WS-FEED-SEQ NOT > WS-LAST-FEED-SEQ
        MOVE 'FEED ALREADY LOADED' TO WS-FEED-RESULT
     ELSE IF FEED-CTL-ON-FILE AND WS-FEED-SEQ NOT = WS-NEXT-FEED-SEQ
        MOVE 'FEED SEQUENCE OUT OF ORDER' TO WS-FEED-RESULT
     ELSE IF FEED-CTL-ON-FILE AND WS-FEED-DATE NOT > WS-LAST-FEED-DATE
        MOVE 'FEED DATE NOT AFTER LAST FEED' TO WS-FEED-RESULT
     END-IF.
*> READ-FEED-CTL-PARA picks up the last feed loaded. A missing
*> FEEDCTL.DAT is the normal state before the first controlled feed.
 READ-FEED-CTL-PARA.
     MOVE 'N' TO WS-FC-FOUND-FLAG
     OPEN INPUT FEED-CTL-FILE
     IF NEW-FILE-NOT-FOUND IN WS-FCT-STAT
        CONTINUE
     ELSE IF NOT OPEN-SUCCESS IN WS-FCT-STAT
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN FEEDCTL.DAT, STATUS='
           WS-FCT-STAT
        PERFORM ABEND-PARA
     ELSE
        READ FEED-CTL-FILE
           AT END
              CONTINUE
           NOT AT END
              MOVE FC-SOURCE    TO WS-LAST-SOURCE
              MOVE FC-FEED-DATE TO WS-LAST-FEED-DATE
              MOVE FC-FEED-SEQ  TO WS-LAST-FEED-SEQ
              MOVE 'Y' TO WS-FC-FOUND-FLAG
        END-READ
        CLOSE FEED-CTL-FILE
     END-IF.
*> SCAN-FEED-PARA reads EMP.DAT end to end without touching any master,
*> counting and hashing the detail records exactly as PAYEXT builds its
*> trailer. A non-numeric code is left out of the hash so it shows up as
*> a hash disagreement rather than stopping the run.
 SCAN-FEED-PARA.
     MOVE ZERO TO WS-FEED-REC-NO
     MOVE ZERO TO WS-FEED-READ-COUNT
     MOVE ZERO TO WS-FEED-HASH
     MOVE ZERO TO WS-FEED-MISPLACED
     MOVE 'N' TO WS-FEED-HDR-FLAG
     MOVE 'N' TO WS-FEED-TRL-FLAG
     MOVE 'N' TO WS-FEED-SCAN-FLAG
     OPEN INPUT EMP-FILE-IN
     IF NOT OPEN-SUCCESS IN WS-EMPIN-STAT
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN EMP.DAT, STATUS=' WS-EMPIN-STAT
        PERFORM ABEND-PARA
     END-IF
     PERFORM UNTIL END-OF-FEED-SCAN
        READ EMP-FILE-IN
           AT END
              MOVE 'Y' TO WS-FEED-SCAN-FLAG
           NOT AT END
              ADD 1 TO WS-FEED-REC-NO
              IF EMP-IN-HEADER-REC
                 IF WS-FEED-REC-NO = 1
                    MOVE 'Y' TO WS-FEED-HDR-FLAG
                    MOVE EIH-SOURCE    TO WS-FEED-SOURCE
                    MOVE EIH-FEED-DATE TO WS-FEED-DATE
                    MOVE EIH-FEED-SEQ  TO WS-FEED-SEQ
                 ELSE
                    ADD 1 TO WS-FEED-MISPLACED
                 END-IF
              ELSE IF FEED-TRAILER-SEEN
                 ADD 1 TO WS-FEED-MISPLACED
              ELSE IF EMP-IN-TRAILER-REC
                 MOVE 'Y' TO WS-FEED-TRL-FLAG
                 MOVE EIT-REC-COUNT  TO WS-TRL-COUNT
                 MOVE EIT-HASH-TOTAL TO WS-TRL-HASH
              ELSE
                 ADD 1 TO WS-FEED-READ-COUNT
                 IF EMP-IN-CODE NUMERIC
                    ADD EMP-IN-CODE TO WS-FEED-HASH
                 END-IF
              END-IF
        END-READ
     END-PERFORM
     CLOSE EMP-FILE-IN.
*> UPDATE-FEED-CTL-PARA records the feed just loaded as the last one,
*> only once LOAD-PARA has finished with it. Failing to record it would
*> leave the same feed loadable a second time, so that is an abend.
 UPDATE-FEED-CTL-PARA.
     OPEN OUTPUT FEED-CTL-FILE
     IF NOT OPEN-SUCCESS IN WS-FCT-STAT
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN FEEDCTL.DAT, STATUS='
           WS-FCT-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE SPACES TO FEED-CTL-REC
     MOVE WS-FEED-SOURCE     TO FC-SOURCE
     MOVE WS-FEED-DATE       TO FC-FEED-DATE
     MOVE WS-FEED-SEQ        TO FC-FEED-SEQ
     MOVE WS-RUN-DATE        TO FC-LOAD-DATE
     MOVE WS-FEED-READ-COUNT TO FC-REC-COUNT
     MOVE WS-FEED-HASH       TO FC-HASH-TOTAL
     WRITE FEED-CTL-REC
     CLOSE FEED-CTL-FILE.
*> GET-OPTIONS-PARA takes the run options from MODEMP.PRM when that
*> parameter file exists (one record: city filter, include-inactive
*> flag, restart flag, region filter), so the NIGHTRUN driver can run
*> this program with no typing; without the file the console prompts
*> behave exactly as they always have. The region filter works like
*> the city filter - blank runs every region, so an existing
*> MODEMP.PRM behaves as before.
 GET-OPTIONS-PARA.
     OPEN INPUT PARM-FILE
     IF OPEN-SUCCESS IN WS-PARM-STAT
              MOVE SPACES TO CITY-NAME
              MOVE 'N' TO WS-INCL-INACT-OPTION
              MOVE 'N' TO WS-RESTART-OPTION
              MOVE SPACES TO WS-REGION-OPTION
           NOT AT END
              MOVE PRM-CITY       TO CITY-NAME
              MOVE PRM-INCL-INACT TO WS-INCL-INACT-OPTION
              MOVE PRM-RESTART    TO WS-RESTART-OPTION
              MOVE PRM-REGION     TO WS-REGION-OPTION
              DISPLAY 'MODEMP: OPTIONS TAKEN FROM MODEMP.PRM'
        END-READ
        CLOSE PARM-FILE
        DISPLAY 'RUN FOR SINGLE CITY (BLANK = ALL CITIES): '
           WITH NO ADVANCING
        ACCEPT CITY-NAME
        DISPLAY 'RUN FOR SINGLE REGION (BLANK = ALL REGIONS): '
           WITH NO ADVANCING
        ACCEPT WS-REGION-OPTION
        DISPLAY 'INCLUDE INACTIVE EMPLOYEES (Y/N): ' WITH NO ADVANCING
        ACCEPT WS-INCL-INACT-OPTION
        DISPLAY 'RESTART FROM LAST CHECKPOINT (Y/N): ' WITH NO ADVANCING
        MOVE WS-TOT-EMP         TO RL-WRITE-COUNT
        COMPUTE RL-REJECT-COUNT = WS-EMPEXCP-COUNT + WS-LOCEXCP-COUNT
        MOVE WS-RUNLOG-RC       TO RL-RETURN-CODE
        IF WS-RUNLOG-EVENT = 'FEED'
           MOVE WS-FEED-RESULT  TO RL-MESSAGE
        ELSE
           MOVE SPACES          TO RL-MESSAGE
        END-IF
        WRITE RUN-LOG-REC
     END-IF.
*> BUILD-REPORT-FILENAME-PARA stamps each run's REPFILE.REP with its own
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN EMPHIST.DAT, STATUS=' WS-HIST-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN EXTEND ASSIGN-HIST-FILE
     IF NEW-FILE-NOT-FOUND IN WS-ASG-STAT
        OPEN OUTPUT ASSIGN-HIST-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-ASG-STAT
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN ASGHIST.DAT, STATUS=' WS-ASG-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN INPUT DESG-FILE
     IF NOT OPEN-SUCCESS IN WS-DSGF-STAT
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN DSG.DAT, STATUS=' WS-DSGF-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN INPUT LOCATION-FILE
     IF NOT OPEN-SUCCESS IN WS-LOC-STAT
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN LOC.DAT, STATUS=' WS-LOC-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN EXTEND AUDIT-FILE
     IF NEW-FILE-NOT-FOUND IN WS-AUD-STAT
        OPEN OUTPUT AUDIT-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN AUDIT.DAT, STATUS=' WS-AUD-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN I-O PENDING-FILE
     IF NEW-FILE-NOT-FOUND IN WS-PND-STAT
        OPEN OUTPUT PENDING-FILE
        CLOSE PENDING-FILE
        OPEN I-O PENDING-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-PND-STAT
        DISPLAY 'MODEMP ABEND: UNABLE TO OPEN EMPPEND.DAT, STATUS=' WS-PND-STAT
        PERFORM ABEND-PARA
     END-IF
     PERFORM UNTIL END-OF-LOAD-INPUT
        READ EMP-FILE-IN
           AT END
              MOVE 'Y' TO WS-LOAD-FLAG
           NOT AT END
              IF EMP-IN-HEADER-REC OR EMP-IN-TRAILER-REC
                 CONTINUE
              ELSE IF EMP-IN-CODE NOT NUMERIC
                 MOVE EMP-IN-CODE TO EE-EMP-CODE
                 MOVE 'NON-NUMERIC EMPLOYEE CODE - RECORD REJECTED'
                   TO EE-MESSAGE
                 WRITE EMP-EXCP-LINE
                 ADD 1 TO WS-EMPEXCP-COUNT
              ELSE IF NOT EVENT-NONE
                 PERFORM SET-EFF-DATE-PARA
                 PERFORM APPLY-EVENT-PARA
              ELSE
                 PERFORM SET-EFF-DATE-PARA
                 PERFORM CHECK-DUP-CODE-PARA
                 PERFORM CHECK-FEED-GROUP-PARA
                 PERFORM CHECK-FEED-DESG-PARA
*> them. An existing INACTIVE record arriving on the feed is a leaver
*> come back: the closed stint goes to the employment history file and
*> the record is reactivated with today as the new joining date.
*> Every change the feed makes is audited; an unchanged record coming
*> round again on the monthly feed writes nothing to the trail.
                    READ EMPLOYEE-FILE
                       INVALID KEY
                          MOVE 'A' TO EMP-STATUS
                          MOVE ZERO TO EMP-LOA-RETURN
                          MOVE 'F' TO EMP-TYPE
                          MOVE 1.00 TO EMP-FTE
                          MOVE ZERO TO EMP-MGR-CODE
                          WRITE EMPLOYEE-RECORD
                          IF OPEN-SUCCESS IN WS-EMP-STAT
                             MOVE SPACES TO WS-BEFORE-IMAGE
                             MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                             MOVE 'A' TO WS-AUDIT-FUNCTION
                             PERFORM WRITE-AUDIT-PARA
                          END-IF
                       NOT INVALID KEY
                          IF EMP-INACTIVE
                             PERFORM REHIRE-FEED-PARA
                          ELSE
                             MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
                             MOVE EMP-IN-NAME  TO EMP-NAME
                             MOVE EMP-IN-GROUP TO EMP-GROUP
                             MOVE EMP-IN-DESG  TO EMP-DESG
                             MOVE EMP-IN-LOC   TO EMP-LOC
                             REWRITE EMPLOYEE-RECORD
                             IF OPEN-SUCCESS IN WS-EMP-STAT
                                AND EMPLOYEE-RECORD NOT = WS-BEFORE-IMAGE
                                MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                                MOVE 'C' TO WS-AUDIT-FUNCTION
                                PERFORM WRITE-AUDIT-PARA
                             END-IF
                          END-IF
                    END-READ
                 END-IF
              END-IF
        END-READ
     END-PERFORM
     IF WS-DEPART-COUNT > ZERO
        PERFORM ORPHAN-EXCP-PARA
     END-IF
     CLOSE EMP-FILE-IN
     CLOSE EMPLOYEE-FILE
     CLOSE EMP-EXCP-FILE
     CLOSE GROUP-FILE
     CLOSE EMP-HIST-FILE
     CLOSE ASSIGN-HIST-FILE
     CLOSE DESG-FILE
     CLOSE LOCATION-FILE
     CLOSE AUDIT-FILE
     CLOSE PENDING-FILE
     DISPLAY 'EMP-FILE-IN LOAD EXCEPTIONS: ' WS-EMPEXCP-COUNT
     DISPLAY 'EMP-FILE-IN LOAD REHIRES   : ' WS-REHIRE-COUNT
     DISPLAY 'EMP-FILE-IN EVENTS APPLIED : ' WS-EVENT-APPLIED
     DISPLAY 'EMP-FILE-IN EVENTS HELD    : ' WS-EVENT-HELD
     DISPLAY 'EMP-FILE-IN EVENTS REJECTED: ' WS-EVENT-REJECTED
     IF WS-ORPHAN-COUNT > ZERO
        DISPLAY 'EMP-FILE-IN REPORTS LEFT WITHOUT MANAGER: '
           WS-ORPHAN-COUNT
     END-IF.
*> REHIRE-FEED-PARA reactivates a leaver whose code has come back on the
*> feed - the one case LOAD-PARA's REWRITE is allowed to touch status
*> and dates. The closed stint (old joining and leaving dates) is
*> written to EMPHIST.DAT only after the REWRITE has succeeded, the same
*> rehire EMPMAINT's and EMPBATCH's R functions apply. A hire event
*> for a leaver comes through here too, with its own effective date as
*> the new joining date and its type/FTE where the feed gave them.
*> The feed carries no reporting line, and the old one ended with the
*> last spell, so a returner comes back with no manager until HR sets
*> one through EMPMAINT or EMPBATCH.
 REHIRE-FEED-PARA.
     MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
     PERFORM RESOLVE-TYPE-FTE-PARA
     MOVE EMP-CODE       TO EH-EMP-CODE
     MOVE EMP-NAME       TO EH-EMP-NAME
     MOVE EMP-GROUP      TO EH-EMP-GROUP
     MOVE EMP-IN-GROUP TO EMP-GROUP
     MOVE EMP-IN-DESG  TO EMP-DESG
     MOVE EMP-IN-LOC   TO EMP-LOC
     MOVE WS-NEW-TYPE  TO EMP-TYPE
     MOVE WS-NEW-FTE   TO EMP-FTE
     MOVE ZERO TO EMP-MGR-CODE
     MOVE 'A' TO EMP-STATUS
     MOVE WS-EFF-DATE TO EMP-JOIN-DATE
     MOVE ZERO TO EMP-LEAVE-DATE
     MOVE ZERO TO EMP-LOA-START
     MOVE ZERO TO EMP-LOA-RETURN
           DISPLAY 'MODEMP: HISTORY WRITE FAILED, STATUS=' WS-HIST-STAT
        END-IF
        ADD 1 TO WS-REHIRE-COUNT
        MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
        MOVE 'R' TO WS-AUDIT-FUNCTION
        PERFORM WRITE-AUDIT-PARA
        IF NOT EVENT-NONE
           ADD 1 TO WS-EVENT-APPLIED
        END-IF
     ELSE
        MOVE EMP-IN-CODE TO EE-EMP-CODE
        MOVE 'REHIRE REWRITE FAILED - RECORD UNCHANGED'
          TO EE-MESSAGE
        WRITE EMP-EXCP-LINE
        ADD 1 TO WS-EMPEXCP-COUNT
        IF NOT EVENT-NONE
           ADD 1 TO WS-EVENT-REJECTED
        END-IF
     END-IF.
*> CHECK-DUP-CODE-PARA and ADD-SEEN-CODE-PARA track employee codes
*> already loaded during this run so a second occurrence of the same
        DISPLAY 'MODEMP: DUPLICATE-CHECK TABLE FULL, SKIPPING CHECK FOR '
           EMP-IN-CODE
     END-IF.
*> SET-EFF-DATE-PARA resolves a feed record's effective date, return
*> date and type/FTE the way EMPBATCH resolves a transaction's: a blank
*> or zero effective date means "effective today", three FTE digits
*> carry an implied decimal (050 = 0.50), and a blank type or FTE is
*> "not given" - RESOLVE-TYPE-FTE-PARA then keeps the master's value.
 SET-EFF-DATE-PARA.
     IF EMP-IN-EFF-DATE NUMERIC AND EMP-IN-EFF-DATE NOT = '00000000'
        MOVE EMP-IN-EFF-DATE TO WS-EFF-DATE
     ELSE
        MOVE WS-RUN-DATE TO WS-EFF-DATE
     END-IF
     IF EMP-IN-RET-DATE NUMERIC
        MOVE EMP-IN-RET-DATE TO WS-RET-DATE
     ELSE
        MOVE ZERO TO WS-RET-DATE
     END-IF
     IF EMP-IN-TYPE = 'P' OR EMP-IN-TYPE = 'F'
        MOVE EMP-IN-TYPE TO WS-NEW-TYPE
        MOVE 'Y' TO WS-TYPE-GIVEN-FLAG
     ELSE
        MOVE 'F' TO WS-NEW-TYPE
        MOVE 'N' TO WS-TYPE-GIVEN-FLAG
     END-IF
     MOVE EMP-IN-FTE TO WS-FTE-X
     IF WS-FTE-X NUMERIC AND WS-FTE-X-N > ZERO
        MOVE WS-FTE-X-N TO WS-NEW-FTE
        MOVE 'Y' TO WS-FTE-GIVEN-FLAG
     ELSE
        MOVE 1.00 TO WS-NEW-FTE
        MOVE 'N' TO WS-FTE-GIVEN-FLAG
     END-IF.
*> RESOLVE-TYPE-FTE-PARA is performed once the master record has been
*> read, BEFORE the feed fields overwrite it: a column the feed left
*> blank keeps the record's current value (a record with no usable
*> value yet falls back to F/1.00).
 RESOLVE-TYPE-FTE-PARA.
     IF NOT TYPE-GIVEN
        IF EMP-TYPE = 'P' OR EMP-TYPE = 'F'
           MOVE EMP-TYPE TO WS-NEW-TYPE
        ELSE
           MOVE 'F' TO WS-NEW-TYPE
        END-IF
     END-IF
     IF NOT FTE-GIVEN
        IF EMP-FTE NUMERIC AND EMP-FTE > ZERO
           MOVE EMP-FTE TO WS-NEW-FTE
        ELSE
           MOVE 1.00 TO WS-NEW-FTE
        END-IF
     END-IF.
*> APPLY-EVENT-PARA takes one lifecycle event off the feed. The event
*> maps onto the EMPBATCH function that does the same job (hire A, or R
*> for a leaver coming back; transfer and type/FTE change C; leaver D;
*> leave start S; leave return E). An event dated after the run date is
*> not applied - it is parked on EMPPEND.DAT under that function for
*> TRANREL to release on the day, exactly like a future-dated EMPTRAN
*> transaction. Everything else is applied now under EMPBATCH's rules,
*> audited, and any refusal goes to EMPEXCP.REP with its reason.
 APPLY-EVENT-PARA.
     MOVE SPACES TO WS-EVENT-FUNCTION
     EVALUATE TRUE
        WHEN EVENT-HIRE
           MOVE 'A' TO WS-EVENT-FUNCTION
        WHEN EVENT-TRANSFER
           MOVE 'C' TO WS-EVENT-FUNCTION
        WHEN EVENT-TYPE-FTE
           MOVE 'C' TO WS-EVENT-FUNCTION
        WHEN EVENT-TERMINATE
           MOVE 'D' TO WS-EVENT-FUNCTION
        WHEN EVENT-LOA-START
           MOVE 'S' TO WS-EVENT-FUNCTION
        WHEN EVENT-LOA-RETURN
           MOVE 'E' TO WS-EVENT-FUNCTION
     END-EVALUATE
     IF WS-EVENT-FUNCTION = SPACES
        MOVE 'INVALID EVENT TYPE ON FEED RECORD' TO EE-MESSAGE
        PERFORM EVENT-REJECT-PARA
     ELSE IF EVENT-TYPE-FTE AND NOT TYPE-GIVEN AND NOT FTE-GIVEN
        MOVE 'TYPE/FTE CHANGE CARRIES NO TYPE OR FTE' TO EE-MESSAGE
        PERFORM EVENT-REJECT-PARA
     ELSE IF WS-EFF-DATE > WS-RUN-DATE
        PERFORM HOLD-EVENT-PARA
     ELSE
        EVALUATE TRUE
           WHEN EVENT-HIRE
              PERFORM EVENT-HIRE-PARA
           WHEN EVENT-TRANSFER
              PERFORM EVENT-CHANGE-PARA
           WHEN EVENT-TYPE-FTE
              PERFORM EVENT-CHANGE-PARA
           WHEN EVENT-TERMINATE
              PERFORM EVENT-TERMINATE-PARA
           WHEN EVENT-LOA-START
              PERFORM EVENT-LOA-START-PARA
           WHEN EVENT-LOA-RETURN
              PERFORM EVENT-LOA-RETURN-PARA
        END-EVALUATE
     END-IF.
*> HOLD-EVENT-PARA parks a future-dated event on the pending file keyed
*> by effective date, code and function, with the raw type/FTE columns
*> so TRANREL applies the keep-current rule on release day. A hire for
*> a code already on the master as a leaver is held as a rehire.
 HOLD-EVENT-PARA.
     IF EVENT-HIRE
        MOVE EMP-IN-CODE TO EMP-CODE
        READ EMPLOYEE-FILE
           NOT INVALID KEY
              IF EMP-INACTIVE
                 MOVE 'R' TO WS-EVENT-FUNCTION
              END-IF
        END-READ
     END-IF
     MOVE WS-EFF-DATE       TO PND-EFF-DATE
     MOVE EMP-IN-CODE       TO PND-EMP-CODE
     MOVE WS-EVENT-FUNCTION TO PND-FUNCTION
     MOVE EMP-IN-NAME       TO PND-EMP-NAME
     MOVE EMP-IN-GROUP      TO PND-EMP-GROUP
     MOVE EMP-IN-DESG       TO PND-EMP-DESG
     MOVE EMP-IN-LOC        TO PND-EMP-LOC
     MOVE WS-RET-DATE       TO PND-RET-DATE
     MOVE EMP-IN-TYPE       TO PND-EMP-TYPE
     MOVE EMP-IN-FTE        TO PND-FTE
     MOVE SPACES            TO PND-MGR-CODE
     WRITE PENDING-REC
        INVALID KEY
           MOVE 'DUPLICATE PENDING ITEM, EVENT NOT HELD' TO EE-MESSAGE
           PERFORM EVENT-REJECT-PARA
        NOT INVALID KEY
           ADD 1 TO WS-EVENT-HELD
     END-WRITE.
*> EVENT-HIRE-PARA adds a new starter, or takes a leaver on again
*> through REHIRE-FEED-PARA; a hire for someone still active or on
*> leave is refused rather than overwriting their current spell.
 EVENT-HIRE-PARA.
     PERFORM CHECK-FEED-GROUP-PARA
     PERFORM CHECK-FEED-LOC-PARA
     PERFORM CHECK-FEED-DESG-PARA
     IF NOT GROUP-ON-FILE
        MOVE 'GROUP NOT ON GROUP MASTER - EVENT REJECTED' TO EE-MESSAGE
        PERFORM EVENT-REJECT-PARA
     ELSE IF NOT LOCATION-ON-FILE
        MOVE 'LOCATION NOT ON LOC.DAT - EVENT REJECTED' TO EE-MESSAGE
        PERFORM EVENT-REJECT-PARA
     ELSE IF NOT DESG-ON-FILE
        MOVE 'DESG NOT ON DESG MASTER - EVENT REJECTED' TO EE-MESSAGE
        PERFORM EVENT-REJECT-PARA
     ELSE
        MOVE EMP-IN-CODE TO EMP-CODE
        READ EMPLOYEE-FILE
           INVALID KEY
              PERFORM EVENT-NEW-HIRE-PARA
           NOT INVALID KEY
              IF EMP-INACTIVE
                 PERFORM REHIRE-FEED-PARA
              ELSE
                 MOVE 'HIRE FOR AN EMPLOYEE NOT A LEAVER' TO EE-MESSAGE
                 PERFORM EVENT-REJECT-PARA
              END-IF
        END-READ
     END-IF.
 EVENT-NEW-HIRE-PARA.
     MOVE EMP-IN-CODE  TO EMP-CODE
     MOVE EMP-IN-NAME  TO EMP-NAME
     MOVE EMP-IN-GROUP TO EMP-GROUP
     MOVE EMP-IN-DESG  TO EMP-DESG
     MOVE EMP-IN-LOC   TO EMP-LOC
     MOVE 'A' TO EMP-STATUS
     MOVE WS-EFF-DATE TO EMP-JOIN-DATE
     MOVE ZERO TO EMP-LEAVE-DATE
     MOVE ZERO TO EMP-LOA-START
     MOVE ZERO TO EMP-LOA-RETURN
     MOVE WS-NEW-TYPE TO EMP-TYPE
     MOVE WS-NEW-FTE  TO EMP-FTE
     MOVE ZERO TO EMP-MGR-CODE
     WRITE EMPLOYEE-RECORD
        INVALID KEY
           MOVE 'HIRE FAILED - RECORD NOT ADDED' TO EE-MESSAGE
           PERFORM EVENT-REJECT-PARA
        NOT INVALID KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE 'A' TO WS-AUDIT-FUNCTION
           PERFORM EVENT-APPLIED-PARA
     END-WRITE.
*> EVENT-CHANGE-PARA is EMPBATCH's C: the feed's name, group,
*> designation and location replace the master's, with type and FTE
*> taken from the feed where given - a transfer normally leaves them
*> blank, a type/FTE change always carries at least one of them.
 EVENT-CHANGE-PARA.
     PERFORM CHECK-FEED-GROUP-PARA
     PERFORM CHECK-FEED-LOC-PARA
     PERFORM CHECK-FEED-DESG-PARA
     IF NOT GROUP-ON-FILE
        MOVE 'GROUP NOT ON GROUP MASTER - EVENT REJECTED' TO EE-MESSAGE
        PERFORM EVENT-REJECT-PARA
     ELSE IF NOT LOCATION-ON-FILE
        MOVE 'LOCATION NOT ON LOC.DAT - EVENT REJECTED' TO EE-MESSAGE
        PERFORM EVENT-REJECT-PARA
     ELSE IF NOT DESG-ON-FILE
        MOVE 'DESG NOT ON DESG MASTER - EVENT REJECTED' TO EE-MESSAGE
        PERFORM EVENT-REJECT-PARA
     ELSE
        MOVE EMP-IN-CODE TO EMP-CODE
        READ EMPLOYEE-FILE
           INVALID KEY
              MOVE 'EMPLOYEE CODE NOT FOUND - EVENT REJECTED' TO EE-MESSAGE
              PERFORM EVENT-REJECT-PARA
           NOT INVALID KEY
              MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
              PERFORM RESOLVE-TYPE-FTE-PARA
              MOVE EMP-IN-NAME  TO EMP-NAME
              MOVE EMP-IN-GROUP TO EMP-GROUP
              MOVE EMP-IN-DESG  TO EMP-DESG
              MOVE EMP-IN-LOC   TO EMP-LOC
              MOVE WS-NEW-TYPE  TO EMP-TYPE
              MOVE WS-NEW-FTE   TO EMP-FTE
              REWRITE EMPLOYEE-RECORD
                 INVALID KEY
                    MOVE 'UPDATE FAILED - EVENT REJECTED' TO EE-MESSAGE
                    PERFORM EVENT-REJECT-PARA
                 NOT INVALID KEY
                    MOVE 'C' TO WS-AUDIT-FUNCTION
                    PERFORM EVENT-APPLIED-PARA
              END-REWRITE
        END-READ
     END-IF.
*> EVENT-TERMINATE-PARA marks the leaver inactive with the event's
*> effective date as leaving date, EMPBATCH's D.
 EVENT-TERMINATE-PARA.
     MOVE EMP-IN-CODE TO EMP-CODE
     READ EMPLOYEE-FILE
        INVALID KEY
           MOVE 'EMPLOYEE CODE NOT FOUND - EVENT REJECTED' TO EE-MESSAGE
           PERFORM EVENT-REJECT-PARA
        NOT INVALID KEY
           IF EMP-INACTIVE
              MOVE 'EMPLOYEE ALREADY INACTIVE - EVENT REJECTED'
                TO EE-MESSAGE
              PERFORM EVENT-REJECT-PARA
           ELSE
              MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
              MOVE 'I' TO EMP-STATUS
              MOVE WS-EFF-DATE TO EMP-LEAVE-DATE
              REWRITE EMPLOYEE-RECORD
                 INVALID KEY
                    MOVE 'TERMINATE FAILED - EVENT REJECTED' TO EE-MESSAGE
                    PERFORM EVENT-REJECT-PARA
                 NOT INVALID KEY
                    MOVE 'D' TO WS-AUDIT-FUNCTION
                    PERFORM EVENT-APPLIED-PARA
                    MOVE 'TERMINATED' TO WS-DEPART-EVENT
                    PERFORM NOTE-DEPARTURE-PARA
              END-REWRITE
           END-IF
     END-READ.
*> EVENT-LOA-START-PARA / EVENT-LOA-RETURN-PARA are EMPBATCH's S and E:
*> leave starts on the effective date with the expected return from
*> EMP-IN-RET-DATE, and the return flips the record back to active.
 EVENT-LOA-START-PARA.
     MOVE EMP-IN-CODE TO EMP-CODE
     READ EMPLOYEE-FILE
        INVALID KEY
           MOVE 'EMPLOYEE CODE NOT FOUND - EVENT REJECTED' TO EE-MESSAGE
           PERFORM EVENT-REJECT-PARA
        NOT INVALID KEY
           IF NOT EMP-ACTIVE
              MOVE 'EMPLOYEE NOT ACTIVE, NO LEAVE' TO EE-MESSAGE
              PERFORM EVENT-REJECT-PARA
           ELSE
              MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
              MOVE 'L' TO EMP-STATUS
              MOVE WS-EFF-DATE TO EMP-LOA-START
              MOVE WS-RET-DATE TO EMP-LOA-RETURN
              REWRITE EMPLOYEE-RECORD
                 INVALID KEY
                    MOVE 'LEAVE START FAILED - EVENT REJECTED'
                      TO EE-MESSAGE
                    PERFORM EVENT-REJECT-PARA
                 NOT INVALID KEY
                    MOVE 'S' TO WS-AUDIT-FUNCTION
                    PERFORM EVENT-APPLIED-PARA
                    MOVE 'ON LEAVE' TO WS-DEPART-EVENT
                    PERFORM NOTE-DEPARTURE-PARA
              END-REWRITE
           END-IF
     END-READ.
 EVENT-LOA-RETURN-PARA.
     MOVE EMP-IN-CODE TO EMP-CODE
     READ EMPLOYEE-FILE
        INVALID KEY
           MOVE 'EMPLOYEE CODE NOT FOUND - EVENT REJECTED' TO EE-MESSAGE
           PERFORM EVENT-REJECT-PARA
        NOT INVALID KEY
           IF NOT EMP-ON-LEAVE
              MOVE 'EMPLOYEE NOT ON LEAVE' TO EE-MESSAGE
              PERFORM EVENT-REJECT-PARA
           ELSE
              MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
              MOVE 'A' TO EMP-STATUS
              MOVE ZERO TO EMP-LOA-START
              MOVE ZERO TO EMP-LOA-RETURN
              REWRITE EMPLOYEE-RECORD
                 INVALID KEY
                    MOVE 'LEAVE RETURN FAILED - EVENT REJECTED'
                      TO EE-MESSAGE
                    PERFORM EVENT-REJECT-PARA
                 NOT INVALID KEY
                    MOVE 'E' TO WS-AUDIT-FUNCTION
                    PERFORM EVENT-APPLIED-PARA
              END-REWRITE
           END-IF
     END-READ.
*> EVENT-APPLIED-PARA audits an applied event - the caller has set the
*> before image and audit function, the after image is the record as
*> just written.
 EVENT-APPLIED-PARA.
     MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
     PERFORM WRITE-AUDIT-PARA
     ADD 1 TO WS-EVENT-APPLIED.
*> NOTE-DEPARTURE-PARA remembers a manager a feed event has just
*> terminated or put on leave (the caller sets WS-DEPART-EVENT); a code
*> noted twice in one load keeps its latest event.
 NOTE-DEPARTURE-PARA.
     MOVE EMP-CODE TO WS-FIND-CODE
     PERFORM FIND-DEPART-IDX-PARA
     IF WS-FOUND-IDX > 0
        MOVE WS-DEPART-EVENT TO WS-DEP-EVENT(WS-FOUND-IDX)
     ELSE IF WS-DEPART-COUNT < 9999
        ADD 1 TO WS-DEPART-COUNT
        MOVE EMP-CODE        TO WS-DEP-CODE(WS-DEPART-COUNT)
        MOVE WS-DEPART-EVENT TO WS-DEP-EVENT(WS-DEPART-COUNT)
        MOVE 'N'             TO WS-DEP-ACTIVE(WS-DEPART-COUNT)
     END-IF
     END-IF.
 FIND-DEPART-IDX-PARA.
     MOVE ZERO TO WS-FOUND-IDX
     PERFORM VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > WS-DEPART-COUNT
        IF WS-DEP-CODE(DEP-IDX) = WS-FIND-CODE
           SET WS-FOUND-IDX TO DEP-IDX
           SET DEP-IDX TO WS-DEPART-COUNT
        END-IF
     END-PERFORM.
*> ORPHAN-EXCP-PARA puts one exception line on EMPEXCP.REP for everyone
*> still working (active or on leave) whose manager the feed took out
*> of the line this load - unless a later event on the same feed has
*> the manager back at work. These are warnings for HR to re-point the
*> team, not load rejections, so they are counted apart.
 ORPHAN-EXCP-PARA.
     PERFORM CHECK-DEPARTED-PARA
        VARYING DEP-IDX FROM 1 BY 1 UNTIL DEP-IDX > WS-DEPART-COUNT
     MOVE 'N' TO WS-ORPHAN-SCAN-FLAG
     MOVE ZEROES TO EMP-CODE
     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-CODE
        INVALID KEY
           MOVE 'Y' TO WS-ORPHAN-SCAN-FLAG
     END-START
     PERFORM SCAN-ORPHANS-PARA UNTIL END-OF-ORPHAN-SCAN.
 CHECK-DEPARTED-PARA.
     MOVE WS-DEP-CODE(DEP-IDX) TO EMP-CODE
     READ EMPLOYEE-FILE
        NOT INVALID KEY
           IF EMP-ACTIVE
              MOVE 'Y' TO WS-DEP-ACTIVE(DEP-IDX)
           END-IF
     END-READ.
 SCAN-ORPHANS-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-ORPHAN-SCAN-FLAG
        NOT AT END
           IF (EMP-ACTIVE OR EMP-ON-LEAVE)
              AND EMP-MGR-CODE NUMERIC AND EMP-MGR-CODE > ZERO
              MOVE EMP-MGR-CODE TO WS-FIND-CODE
              PERFORM FIND-DEPART-IDX-PARA
              IF WS-FOUND-IDX > 0
                 IF WS-DEP-ACTIVE(WS-FOUND-IDX) = 'N'
                    PERFORM WRITE-ORPHAN-EXCP-PARA
                 END-IF
              END-IF
           END-IF
     END-READ.
 WRITE-ORPHAN-EXCP-PARA.
     MOVE EMP-CODE TO EE-EMP-CODE
     MOVE SPACES TO EE-MESSAGE
     STRING 'NO ACTIVE MANAGER - ' DELIMITED BY SIZE
            EMP-MGR-CODE           DELIMITED BY SIZE
            ' '                    DELIMITED BY SIZE
            WS-DEP-EVENT(WS-FOUND-IDX) DELIMITED BY SIZE
       INTO EE-MESSAGE
     END-STRING
     WRITE EMP-EXCP-LINE
     ADD 1 TO WS-ORPHAN-COUNT.
*> EVENT-REJECT-PARA assumes the caller has already moved the reason to
*> EE-MESSAGE before performing it.
 EVENT-REJECT-PARA.
     MOVE EMP-IN-CODE TO EE-EMP-CODE
     WRITE EMP-EXCP-LINE
     ADD 1 TO WS-EMPEXCP-COUNT
     ADD 1 TO WS-EVENT-REJECTED.
*> CHECK-FEED-LOC-PARA gives events the location check EMPBATCH makes
*> before an add or change, so no event can put an orphan location on
*> the master.
 CHECK-FEED-LOC-PARA.
     MOVE EMP-IN-LOC TO LOC-CODE
     READ LOCATION-FILE
        INVALID KEY
           MOVE 'N' TO WS-LOC-VALID-FLAG
        NOT INVALID KEY
           MOVE 'Y' TO WS-LOC-VALID-FLAG
     END-READ.
*> WRITE-AUDIT-PARA stamps one trail record per master change the feed
*> makes, in the same AUDIT.DAT layout EMPMAINT and EMPBATCH write.
 WRITE-AUDIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8)  TO AUD-DATE
     MOVE WS-TIMESTAMP(9:6)  TO AUD-TIME
     MOVE 'MODEMP'           TO AUD-PROGRAM
     MOVE WS-AUDIT-FUNCTION  TO AUD-FUNCTION
     MOVE EMP-CODE           TO AUD-KEY
     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE 'BATCH'            TO AUD-OPERATOR
     MOVE SPACES             TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'MODEMP: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
     END-IF
     PERFORM WRITE-ASSIGN-HIST-PARA.
*> WRITE-ASSIGN-HIST-PARA adds every feed change that moves an employee
*> to another group, designation or location to the permanent
*> assignment history (ASGHIST.DAT), dated with the record's effective
*> date - the run date when the record carries none.
 WRITE-ASSIGN-HIST-PARA.
     IF WS-BEFORE-IMAGE NOT = SPACES AND WS-AFTER-IMAGE NOT = SPACES
        AND (WS-BEFORE-GROUP NOT = WS-AFTER-GROUP
          OR WS-BEFORE-DESG NOT = WS-AFTER-DESG
          OR WS-BEFORE-LOC NOT = WS-AFTER-LOC)
        MOVE EMP-CODE           TO AH-EMP-CODE
        MOVE WS-EFF-DATE        TO AH-EFF-DATE
        MOVE WS-BEFORE-GROUP    TO AH-FROM-GROUP
        MOVE WS-BEFORE-DESG     TO AH-FROM-DESG
        MOVE WS-BEFORE-LOC      TO AH-FROM-LOC
        MOVE WS-AFTER-GROUP     TO AH-TO-GROUP
        MOVE WS-AFTER-DESG      TO AH-TO-DESG
        MOVE WS-AFTER-LOC       TO AH-TO-LOC
        MOVE AUD-PROGRAM        TO AH-PROGRAM
        MOVE AUD-FUNCTION       TO AH-FUNCTION
        MOVE AUD-OPERATOR       TO AH-OPERATOR
        MOVE AUD-DATE           TO AH-REC-DATE
        MOVE AUD-TIME           TO AH-REC-TIME
        WRITE ASSIGN-HIST-REC
        IF NOT OPEN-SUCCESS IN WS-ASG-STAT
           DISPLAY 'MODEMP: ASSIGNMENT HISTORY WRITE FAILED, STATUS='
              WS-ASG-STAT
        END-IF
     END-IF.
*> VALIDATE-LOC-PARA cross-checks every EMP-LOC on the EMPLOYEE-FILE
*> master against LOCATION-FILE and lists orphan employee records (a
*> mistyped or retired location code) on a separate exception report
     CLOSE LOCATION-FILE
     CLOSE LOC-EXCP-FILE
     DISPLAY 'ORPHAN LOCATION EXCEPTIONS: ' WS-LOCEXCP-COUNT.
*> LOAD-REG-TABLE-PARA loads the region master in code order and adds
*> the NO REGION bucket last. A missing REGION.DAT just means regions
*> have not been set up yet - every location then lands in the bucket.
 LOAD-REG-TABLE-PARA.
     OPEN INPUT REGION-FILE
     IF OPEN-SUCCESS IN WS-REG-STAT
        MOVE 'N' TO WS-REG-SCAN-FLAG
        PERFORM UNTIL END-OF-REG-SCAN
           READ REGION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REG-SCAN-FLAG
              NOT AT END
                 IF WS-REG-COUNT < 20
                    ADD 1 TO WS-REG-COUNT
                    MOVE REG-CODE TO WS-REG-CODE-T(WS-REG-COUNT)
                    MOVE REG-DESC TO WS-REG-DESC-T(WS-REG-COUNT)
                 ELSE
                    DISPLAY 'MODEMP: MORE THAN 20 REGIONS, DROPPING '
                       REG-CODE
                 END-IF
           END-READ
        END-PERFORM
        CLOSE REGION-FILE
     ELSE
        IF NOT NEW-FILE-NOT-FOUND IN WS-REG-STAT
           DISPLAY 'MODEMP ABEND: UNABLE TO OPEN REGION.DAT, STATUS='
              WS-REG-STAT
           PERFORM ABEND-PARA
        END-IF
     END-IF
     ADD 1 TO WS-REG-COUNT
     MOVE SPACES TO WS-REG-CODE-T(WS-REG-COUNT)
     MOVE 'NO REGION' TO WS-REG-DESC-T(WS-REG-COUNT).
*> FIND-REG-IDX-PARA resolves LOC-REGION against the region table; a
*> blank region, or one no longer on REGION.DAT, falls into the NO
*> REGION bucket (always the last entry).
 FIND-REG-IDX-PARA.
     MOVE WS-REG-COUNT TO WS-CUR-REG-IDX
     PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
        IF WS-REG-CODE-T(REG-IDX) = LOC-REGION
           SET WS-CUR-REG-IDX TO REG-IDX
           SET REG-IDX TO WS-REG-COUNT
        END-IF
     END-PERFORM.
 SORT-PARA.
       SORT WORK-FILE
         ON ASCENDING KEY WS-EMP-LOC
*> LOC-CHANGE-PARA - regardless of LOCATION-FILE's physical key order
*> and even for locations with no employees at all. It also decides
*> whether this run is limited to a single city (CITY-NAME accepted
*> once in INIT-PARA) or a single region (WS-REGION-OPTION, likewise)
*> or resuming past a checkpoint (WS-CKPT-LOC-CODE, loaded once in
*> INIT-PARA); any of these sets WS-SKIP-LOC-FLAG to suppress
*> MOVE-PARA's printing/counting for the affected location. The
*> location's region is kept in WS-CUR-REG-IDX for LOC-CHANGE-PARA's
*> regional subtotal.
 READ-LOCATION-PARA.
     MOVE RE-EMP-LOC TO LOC-CODE
     READ LOCATION-FILE
        INVALID KEY
           MOVE SPACES TO LOC-CITY
           MOVE SPACES TO LOC-REGION
           MOVE 'Y' TO WS-ORPHAN-LOC-FLAG
        NOT INVALID KEY
           MOVE 'N' TO WS-ORPHAN-LOC-FLAG
     END-READ
     MOVE RE-EMP-LOC TO TEMP-LOC-CODE, P-LOC-CODE
     PERFORM FIND-REG-IDX-PARA
     IF (CITY-NAME NOT = SPACES AND LOC-CITY NOT = CITY-NAME)
        OR (NOT ALL-REGIONS AND LOC-REGION NOT = WS-REGION-OPTION)
        OR (RESTART-ACTIVE AND RE-EMP-LOC NOT > WS-CKPT-LOC-CODE)
        MOVE 'Y' TO WS-SKIP-LOC-FLAG
     ELSE
*> it (but only if it was actually printed - a city-filtered-out or
*> already-completed location must not advance the checkpoint), then
*> calls READ-LOCATION-PARA exactly once to look up the incoming
*> location and recompute WS-SKIP-LOC-FLAG for it. The subtotal is
*> also added into the outgoing location's region for END-PARA's
*> REGION SUBTOTALS block.
 LOC-CHANGE-PARA.
     IF EMP-COUNT2 > 0
        PERFORM PAGE-CHECK-PARA
        MOVE FTE-COUNT2 TO LT-FTE
        WRITE REPORT-RECORD FROM LOC-TOTAL-LINE
        ADD 1 TO LINE-COUNT
        ADD EMP-COUNT2 TO WS-REG-EMP-T(WS-CUR-REG-IDX)
        ADD FTE-COUNT2 TO WS-REG-FTE-T(WS-CUR-REG-IDX)
        MOVE ZERO TO EMP-COUNT2
        MOVE ZERO TO FTE-COUNT2
        IF NOT SKIP-THIS-LOCATION
 END-PARA.
     PERFORM GROUP-CHANGE-PARA
     PERFORM LOC-CHANGE-PARA
     PERFORM PRINT-REGION-PARA
     PERFORM PAGE-CHECK-PARA
     MOVE WS-TOT-EMP TO GD-COUNT
     MOVE WS-TOT-FTE TO GD-FTE
     MOVE RETURN-CODE TO WS-RUNLOG-RC
     PERFORM WRITE-RUNLOG-END-PARA
     DISPLAY 'REP WRITE FS=> ', WS-REP-STAT.
*> PRINT-REGION-PARA prints one subtotal line per region that had
*> employees on this report, ahead of the grand total, so each regional
*> head reads their own figure instead of adding up location totals.
*> Like the grand total, a restarted run's subtotals cover only the
*> locations printed since the restart.
 PRINT-REGION-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM REGION-HEAD-LINE
     ADD 2 TO LINE-COUNT
     PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > WS-REG-COUNT
        IF WS-REG-EMP-T(REG-IDX) > 0
           PERFORM PAGE-CHECK-PARA
           IF WS-REG-CODE-T(REG-IDX) = SPACES
              MOVE 'NONE' TO RT-REGION
           ELSE
              MOVE WS-REG-CODE-T(REG-IDX) TO RT-REGION
           END-IF
           MOVE WS-REG-DESC-T(REG-IDX) TO RT-REGION-DESC
           MOVE WS-REG-EMP-T(REG-IDX)  TO RT-COUNT
           MOVE WS-REG-FTE-T(REG-IDX)  TO RT-FTE
           WRITE REPORT-RECORD FROM REGION-TOTAL-LINE
           ADD 1 TO LINE-COUNT
        END-IF
     END-PERFORM
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     ADD 1 TO LINE-COUNT.
*> CONTROL-PAGE-PARA proves the run in balance on a control page at the
*> back of the report: every record VALIDATE-LOC-PARA counted on the
*> master must land in exactly one of MOVE-PARA's buckets - printed,
     WRITE REPORT-RECORD FROM CONTROL-HEAD-LINE AFTER PAGE
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     PERFORM CONTROL-FEED-PARA
     MOVE 'RECORDS ON EMPLOYEE MASTER        :' TO CT-LABEL
     MOVE WS-MASTER-COUNT TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
           ' BUCKETS=' WS-BALANCE-COUNT
        MOVE 8 TO RETURN-CODE
     END-IF
     IF FEED-REJECTED
        MOVE '*** FEED REJECTED - NOT LOADED ***' TO CT-STATUS
        WRITE REPORT-RECORD FROM CONTROL-STATUS-LINE
        MOVE 8 TO RETURN-CODE
     END-IF
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE.
*> CONTROL-FEED-PARA heads the control page with the EMP.DAT feed
*> control result, so a refused feed is the first thing the morning
*> checkout reads - the master totals below it are then the master as
*> it stood before the refused feed.
 CONTROL-FEED-PARA.
     MOVE 'EMP.DAT SENDING SYSTEM            :' TO CF-LABEL
     MOVE WS-FEED-SOURCE TO CF-VALUE
     WRITE REPORT-RECORD FROM CONTROL-FEED-LINE
     MOVE 'EMP.DAT FEED DATE                 :' TO CF-LABEL
     MOVE WS-FEED-DATE TO CF-VALUE
     WRITE REPORT-RECORD FROM CONTROL-FEED-LINE
     MOVE 'EMP.DAT FEED SEQUENCE             :' TO CF-LABEL
     MOVE WS-FEED-SEQ TO CF-VALUE
     WRITE REPORT-RECORD FROM CONTROL-FEED-LINE
     MOVE 'EMP.DAT DETAIL RECORDS            :' TO CT-LABEL
     MOVE WS-FEED-READ-COUNT TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'EMP.DAT TRAILER RECORD COUNT      :' TO CT-LABEL
     MOVE WS-TRL-COUNT TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'LIFECYCLE EVENTS APPLIED          :' TO CT-LABEL
     MOVE WS-EVENT-APPLIED TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'LIFECYCLE EVENTS HELD ON EMPPEND  :' TO CT-LABEL
     MOVE WS-EVENT-HELD TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'LIFECYCLE EVENTS REJECTED         :' TO CT-LABEL
     MOVE WS-EVENT-REJECTED TO CT-COUNT
     WRITE REPORT-RECORD FROM CONTROL-LINE
     MOVE 'EMP.DAT FEED CONTROL RESULT       :' TO CF-LABEL
     MOVE WS-FEED-RESULT TO CF-VALUE
     WRITE REPORT-RECORD FROM CONTROL-FEED-LINE
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD.
    
    

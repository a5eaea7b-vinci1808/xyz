 IDENTIFICATION DIVISION.
 PROGRAM-ID. DUPCHK.
*> Possible duplicate person check - nothing stops the same person
*> being put on EMPFILE.DAT under a second employee code, or hired
*> again under a new code while the old record sits on EMPARCH.DAT, and
*> either way PAYEXT pays twice and the service history splits.
*>   M - matching run. Every working employee (active or on leave) is
*>       compared with the rest of the master and with the archive.
*>       Names are normalised first - case, spacing and punctuation
*>       dropped, initials ignored, the words taken in any order - and
*>       a pair scores on the name (50 for the same name, 30 for the
*>       same surname and first initial, 20 for the surname alone),
*>       plus 15 for the same location, 15 for the same designation and
*>       20 where the two periods of employment overlap. Pairs at or
*>       above the minimum score (default 50) are listed on DUPCHK.REP,
*>       highest score first.
*>   N - marks a pair a reviewer has cleared as "not a duplicate" on
*>       DUPSUPP.DAT, with the operator and a note; a marked pair is
*>       counted but not listed again by later runs.
*>   R - removes a mark, so the pair is listed again.
*> An employee's own archived copy (the same code, the normal rehire
*> path) is never a pair.
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
     SELECT ARCHIVE-FILE ASSIGN TO 'EMPARCH.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS ARC-EMP-CODE
     ALTERNATE RECORD KEY IS ARC-EMP-NAME WITH DUPLICATES
     ALTERNATE RECORD KEY IS ARC-EMP-LOC WITH DUPLICATES
     FILE STATUS  IS WS-ARC-STAT.
     SELECT SUPPRESS-FILE ASSIGN TO 'DUPSUPP.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS DUP-PAIR-KEY
     FILE STATUS  IS WS-DUP-STAT.
     SELECT DP-EXT-FILE ASSIGN TO 'DPEXT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-EXT-STAT.
     SELECT DP-WORK-FILE ASSIGN TO 'DPWRK.DAT'.
     SELECT DP-SORT-FILE ASSIGN TO 'DPSRT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-SRT-STAT.
     SELECT REPORT-FILE ASSIGN TO 'DUPCHK.REP'
     FILE STATUS  IS WS-REP-STAT.
     SELECT LOCK-FILE ASSIGN TO 'BATCHLCK.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-LCK-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY "emp02.cpy" REPLACING EMPLOYEE-REC BY EMPLOYEE-RECORD.
     COPY ARC01.
     COPY DUP01.
     COPY LCK01.
*> one suspected pair - the working employee (A) and the record it
*> matched (B), with the score and what it was scored on.
 FD  DP-EXT-FILE.
 01  DP-EXT-RECORD       PIC X(140).
 SD  DP-WORK-FILE.
 01  DP-WORK-RECORD.
     03  DW-SCORE        PIC 9(03).
     03  DW-CODE-A       PIC 9(06).
     03  DW-CODE-B       PIC 9(06).
     03  FILLER          PIC X(125).
 FD  DP-SORT-FILE.
 01  DP-SORT-RECORD.
     03  DS-SCORE        PIC 9(03).
     03  DS-CODE-A       PIC 9(06).
     03  DS-CODE-B       PIC 9(06).
     03  DS-BASIS.
         05  DS-BASIS-NAME   PIC X(08).
         05  DS-BASIS-LOC    PIC X(04).
         05  DS-BASIS-DSG    PIC X(04).
         05  DS-BASIS-DATES  PIC X(06).
     03  DS-PERSON-A.
         05  DS-SOURCE-A     PIC X(01).
         05  DS-STATUS-A     PIC X(01).
         05  DS-NAME-A       PIC X(15).
         05  DS-LOC-A        PIC X(03).
         05  DS-DESG-A       PIC X(15).
         05  DS-JOIN-A       PIC 9(08).
         05  DS-LEAVE-A      PIC 9(08).
     03  DS-PERSON-B.
         05  DS-SOURCE-B     PIC X(01).
         05  DS-STATUS-B     PIC X(01).
         05  DS-NAME-B       PIC X(15).
         05  DS-LOC-B        PIC X(03).
         05  DS-DESG-B       PIC X(15).
         05  DS-JOIN-B       PIC 9(08).
         05  DS-LEAVE-B      PIC 9(08).
     03  FILLER          PIC X(01).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(110).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(30) VALUE SPACES.
     03  FILLER      PIC X(36)
         VALUE 'POSSIBLE DUPLICATE PERSONS - SCORE  '.
     03  FILLER      PIC X(08) VALUE 'AT LEAST'.
     03  FILLER      PIC X(01) VALUE SPACE.
     03  H-MIN-SCORE PIC ZZ9.
     03  FILLER      PIC X(04) VALUE SPACES.
     03  H-RUN-DATE  PIC 9(08).
     03  FILLER      PIC X(12) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(02) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(04) VALUE 'RANK'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(05) VALUE 'SCORE'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(22) VALUE 'MATCHED ON'.
     03  FILLER      PIC X(02) VALUE SPACES.
     03  FILLER      PIC X(07) VALUE 'CODE'.
     03  FILLER      PIC X(08) VALUE 'FILE'.
     03  FILLER      PIC X(02) VALUE 'S'.
     03  FILLER      PIC X(16) VALUE 'NAME'.
     03  FILLER      PIC X(04) VALUE 'LOC'.
     03  FILLER      PIC X(16) VALUE 'DESIGNATION'.
     03  FILLER      PIC X(09) VALUE 'JOINED'.
     03  FILLER      PIC X(08) VALUE 'LEFT'.
     03  FILLER      PIC X(03) VALUE SPACES.
 01  PAIR-LINE.
     03  PL-RANK      PIC ZZZ9.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  PL-SCORE     PIC ZZZZ9.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  PL-BASIS     PIC X(22).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  PL-PERSON.
         05  PL-CODE      PIC 9(06).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PL-SOURCE    PIC X(07).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PL-STATUS    PIC X(01).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PL-NAME      PIC X(15).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PL-LOC       PIC X(03).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PL-DESG      PIC X(15).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PL-JOIN      PIC 9(08).
         05  FILLER       PIC X(01) VALUE SPACE.
         05  PL-LEAVE     PIC X(08).
     03  FILLER       PIC X(03) VALUE SPACES.
 01  TOTAL-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  T-LABEL      PIC X(40).
     03  T-COUNT      PIC ZZZZ9.
     03  FILLER       PIC X(60) VALUE SPACES.
 01  NONE-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  FILLER       PIC X(40)
         VALUE 'NONE - NO SUSPECTED DUPLICATES FOUND'.
     03  FILLER       PIC X(65) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(45) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(45) VALUE SPACES.
 01  WS-EMP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-ARC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-DUP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-EXT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-SRT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
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
 01  WS-FUNCTION          PIC X(01)   VALUE SPACES.
     88  MATCH-FUNCTION                VALUE 'M'.
     88  MARK-FUNCTION                 VALUE 'N'.
     88  UNMARK-FUNCTION               VALUE 'R'.
     88  QUIT-FUNCTION                 VALUE 'Q'.
 01  WS-MORE-FLAG         PIC X(01)   VALUE 'Y'.
     88  NO-MORE-WORK                  VALUE 'N'.
 01  WS-SCAN-FLAG         PIC X(01)   VALUE 'N'.
     88  END-OF-SCAN                  VALUE 'Y'.
 01  WS-ARC-AVAIL-FLAG    PIC X(01)   VALUE 'N'.
     88  ARCHIVE-AVAILABLE             VALUE 'Y'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-RUN-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-MIN-SCORE-X       PIC X(03)   VALUE SPACES.
 01  WS-MIN-SCORE         PIC 9(03)   VALUE 50.
*> every master and archive record, normalised once for the matching
*> pass - the suite's 9999 code ceiling for each of the two files.
 01  WS-CAND-TABLE.
     03  WS-CAND-ENTRY    OCCURS 19998 TIMES
                          INDEXED BY CAND-IDX OTHER-IDX.
         05  CT-CODE          PIC 9(06).
         05  CT-SOURCE        PIC X(01).
             88  CT-ON-MASTER             VALUE 'M'.
         05  CT-STATUS        PIC X(01).
             88  CT-WORKING               VALUE 'A' 'L'.
         05  CT-NAME          PIC X(15).
         05  CT-NAME-KEY      PIC X(15).
         05  CT-SURNAME       PIC X(15).
         05  CT-INITIAL       PIC X(01).
         05  CT-LOC           PIC X(03).
         05  CT-DESG          PIC X(15).
         05  CT-JOIN          PIC 9(08).
         05  CT-LEAVE         PIC 9(08).
         05  CT-END           PIC 9(08).
 01  WS-CAND-COUNT        PIC 9(05)   VALUE ZERO.
 01  WS-MASTER-COUNT      PIC 9(05)   VALUE ZERO.
 01  WS-ARCHIVE-COUNT     PIC 9(05)   VALUE ZERO.
 01  WS-OVERFLOW-COUNT    PIC 9(05)   VALUE ZERO.
 01  WS-COMPARED-COUNT    PIC 9(05)   VALUE ZERO.
 01  WS-PAIR-COUNT        PIC 9(05)   VALUE ZERO.
 01  WS-SUPPRESSED-COUNT  PIC 9(05)   VALUE ZERO.
 01  WS-RANK              PIC 9(05)   VALUE ZERO.
*> the record being loaded into the table, from either file.
 01  WS-LOAD-RECORD.
     03  WS-LD-CODE       PIC 9(06).
     03  WS-LD-NAME       PIC X(15).
     03  WS-LD-GROUP      PIC X(10).
     03  WS-LD-DESG       PIC X(15).
     03  WS-LD-LOC        PIC X(03).
     03  WS-LD-STATUS     PIC X(01).
     03  WS-LD-JOIN       PIC 9(08).
     03  WS-LD-LEAVE      PIC 9(08).
     03  FILLER           PIC X(34).
 01  WS-LD-SOURCE         PIC X(01)   VALUE SPACES.
*> name normalisation work areas.
 01  WS-NM-IN             PIC X(15)   VALUE SPACES.
 01  WS-NM-WORK           PIC X(15)   VALUE SPACES.
 01  WS-NM-CHAR           PIC X(01)   VALUE SPACES.
 01  WS-NM-POS            PIC 9(02)   VALUE ZERO.
 01  WS-NM-KEY            PIC X(15)   VALUE SPACES.
 01  WS-NM-KEY-PTR        PIC 9(02)   VALUE ZERO.
 01  WS-NM-SURNAME        PIC X(15)   VALUE SPACES.
 01  WS-NM-INITIAL        PIC X(01)   VALUE SPACES.
 01  WS-TOK-CURRENT       PIC X(15)   VALUE SPACES.
 01  WS-TOK-LEN           PIC 9(02)   VALUE ZERO.
 01  WS-TOK-TABLE.
     03  WS-TOK           PIC X(15)   OCCURS 8 TIMES
                                      INDEXED BY TOK-IDX TOK-IDX2.
 01  WS-TOK-COUNT         PIC 9(02)   VALUE ZERO.
 01  WS-TOK-HOLD          PIC X(15)   VALUE SPACES.
*> scoring work areas.
 01  WS-PAIR-FLAG         PIC X(01)   VALUE 'N'.
     88  PAIR-ELIGIBLE                 VALUE 'Y'.
 01  WS-SCORE             PIC 9(03)   VALUE ZERO.
 01  WS-BASIS.
     03  WS-BASIS-NAME    PIC X(08)   VALUE SPACES.
     03  WS-BASIS-LOC     PIC X(04)   VALUE SPACES.
     03  WS-BASIS-DSG     PIC X(04)   VALUE SPACES.
     03  WS-BASIS-DATES   PIC X(06)   VALUE SPACES.
*> scores for each part of a match.
 01  WS-SCORE-NAME        PIC 9(03)   VALUE 50.
 01  WS-SCORE-SURN-INIT   PIC 9(03)   VALUE 30.
 01  WS-SCORE-SURNAME     PIC 9(03)   VALUE 20.
 01  WS-SCORE-LOC         PIC 9(03)   VALUE 15.
 01  WS-SCORE-DSG         PIC 9(03)   VALUE 15.
 01  WS-SCORE-DATES       PIC 9(03)   VALUE 20.
*> pair marking.
 01  WS-CODE-1-X          PIC X(06)   VALUE SPACES.
 01  WS-CODE-2-X          PIC X(06)   VALUE SPACES.
 01  WS-CODE-1            PIC 9(06)   VALUE ZERO.
 01  WS-CODE-2            PIC 9(06)   VALUE ZERO.
 01  WS-CHECK-CODE        PIC 9(06)   VALUE ZERO.
 01  WS-CODE-FOUND-FLAG   PIC X(01)   VALUE 'N'.
     88  CODE-ON-FILE                  VALUE 'Y'.
 01  WS-PAIR-OK-FLAG      PIC X(01)   VALUE 'N'.
     88  PAIR-CODES-VALID              VALUE 'Y'.
 01  WS-MARK-NOTE         PIC X(30)   VALUE SPACES.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM CHECK-BATCH-LOCK-PARA
     IF NOT BATCH-WINDOW-OPEN
        PERFORM SIGN-ON-PARA
     END-IF
     IF NOT BATCH-WINDOW-OPEN AND SG-GRANTED
        PERFORM INIT-PARA
        PERFORM MENU-PARA UNTIL NO-MORE-WORK
        PERFORM TERM-PARA
     END-IF
     STOP RUN.
*>
 CHECK-BATCH-LOCK-PARA.
     OPEN INPUT LOCK-FILE
     IF NEW-FILE-NOT-FOUND IN WS-LCK-STAT
        CONTINUE
     ELSE IF NOT OPEN-SUCCESS IN WS-LCK-STAT
        DISPLAY 'DUPCHK: UNABLE TO OPEN BATCHLCK.DAT, STATUS='
           WS-LCK-STAT
        MOVE 'Y' TO WS-BATCH-LOCK-FLAG
     ELSE
        READ LOCK-FILE
           AT END
              CONTINUE
           NOT AT END
              IF LK-STATUS = 'L'
                 MOVE 'Y' TO WS-BATCH-LOCK-FLAG
                 DISPLAY 'DUPCHK: BATCH WINDOW IN PROGRESS - '
                    'LOCKED BY ' LK-PROGRAM ' SINCE ' LK-DATE ' '
                    LK-TIME
              END-IF
        END-READ
        CLOSE LOCK-FILE
     END-IF
     IF BATCH-WINDOW-OPEN
        MOVE 8 TO RETURN-CODE
     END-IF.
*>
*> SIGN-ON-PARA - the not-a-duplicate marks decide what later runs show,
*> so they are made by a signed-on operator holding a DUPCHK grant,
*> and each mark carries the operator's ID.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'DUPCHK' TO SG-PROGRAM
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        MOVE 8 TO RETURN-CODE
     END-IF.
*>
 INIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
     OPEN INPUT EMPLOYEE-FILE
     IF NOT OPEN-SUCCESS IN WS-EMP-STAT
        DISPLAY 'DUPCHK: UNABLE TO OPEN EMPFILE.DAT, STATUS=' WS-EMP-STAT
        MOVE 16 TO RETURN-CODE
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
*> no archive yet just means there is nothing archived to match.
     OPEN INPUT ARCHIVE-FILE
     IF NEW-FILE-NOT-FOUND IN WS-ARC-STAT
        DISPLAY 'DUPCHK: NO EMPARCH.DAT, MATCHING THE MASTER ONLY'
     ELSE IF NOT OPEN-SUCCESS IN WS-ARC-STAT
        DISPLAY 'DUPCHK: UNABLE TO OPEN EMPARCH.DAT, STATUS=' WS-ARC-STAT
        MOVE 16 TO RETURN-CODE
        MOVE 'N' TO WS-MORE-FLAG
     ELSE
        MOVE 'Y' TO WS-ARC-AVAIL-FLAG
     END-IF
     END-IF
     OPEN I-O SUPPRESS-FILE
     IF NEW-FILE-NOT-FOUND IN WS-DUP-STAT
        OPEN OUTPUT SUPPRESS-FILE
        CLOSE SUPPRESS-FILE
        OPEN I-O SUPPRESS-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-DUP-STAT
        DISPLAY 'DUPCHK: UNABLE TO OPEN DUPSUPP.DAT, STATUS=' WS-DUP-STAT
        MOVE 16 TO RETURN-CODE
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
*>
 MENU-PARA.
     IF NOT NO-MORE-WORK
        DISPLAY ' '
        DISPLAY 'POSSIBLE DUPLICATE PERSON CHECK'
        DISPLAY 'M-MATCHING RUN  N-MARK PAIR NOT A DUPLICATE'
        DISPLAY 'R-REMOVE NOT-A-DUPLICATE MARK  Q-QUIT'
        DISPLAY 'ENTER FUNCTION: ' WITH NO ADVANCING
        ACCEPT WS-FUNCTION
        MOVE 'F' TO SG-REQUEST
        MOVE WS-FUNCTION TO SG-FUNCTION
        CALL 'OPRSIGN' USING SIGNON-AREA
        IF SG-GRANTED
           EVALUATE TRUE
              WHEN MATCH-FUNCTION
                  PERFORM MATCH-PARA
              WHEN MARK-FUNCTION
                  PERFORM MARK-PARA
              WHEN UNMARK-FUNCTION
                  PERFORM UNMARK-PARA
              WHEN QUIT-FUNCTION
                  MOVE 'N' TO WS-MORE-FLAG
              WHEN OTHER
                  DISPLAY 'INVALID FUNCTION, TRY AGAIN'
           END-EVALUATE
        END-IF
     END-IF.
*>
 TERM-PARA.
     CLOSE EMPLOYEE-FILE
     IF ARCHIVE-AVAILABLE
        CLOSE ARCHIVE-FILE
     END-IF
     CLOSE SUPPRESS-FILE.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     WRITE REPORT-RECORD FROM HEADING-LINE2
     MOVE ZERO TO LINE-COUNT.
*>
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
*>
*> MATCH-PARA - one matching run: load and normalise both files, score
*> every working employee against the rest, rank the pairs and print.
 MATCH-PARA.
     DISPLAY 'MINIMUM SCORE TO LIST (BLANK=50): ' WITH NO ADVANCING
     ACCEPT WS-MIN-SCORE-X
     IF WS-MIN-SCORE-X = SPACES
        MOVE 50 TO WS-MIN-SCORE
     ELSE IF FUNCTION TEST-NUMVAL(WS-MIN-SCORE-X) = 0
        COMPUTE WS-MIN-SCORE = FUNCTION NUMVAL(WS-MIN-SCORE-X)
     ELSE
        DISPLAY 'DUPCHK: MINIMUM SCORE MUST BE A NUMBER, USING 50'
        MOVE 50 TO WS-MIN-SCORE
     END-IF
     END-IF
     MOVE ZERO TO WS-CAND-COUNT, WS-MASTER-COUNT, WS-ARCHIVE-COUNT
     MOVE ZERO TO WS-OVERFLOW-COUNT, WS-COMPARED-COUNT
     MOVE ZERO TO WS-PAIR-COUNT, WS-SUPPRESSED-COUNT, WS-RANK
     MOVE ZERO TO PAGE-COUNT
     PERFORM LOAD-MASTER-PARA
     IF ARCHIVE-AVAILABLE
        PERFORM LOAD-ARCHIVE-PARA
     END-IF
     OPEN OUTPUT DP-EXT-FILE
     IF NOT OPEN-SUCCESS IN WS-EXT-STAT
        DISPLAY 'DUPCHK: UNABLE TO OPEN DPEXT.DAT, STATUS=' WS-EXT-STAT
        MOVE 16 TO RETURN-CODE
     ELSE
        PERFORM VARYING CAND-IDX FROM 1 BY 1
                  UNTIL CAND-IDX > WS-CAND-COUNT
           IF CT-ON-MASTER(CAND-IDX) AND CT-WORKING(CAND-IDX)
              ADD 1 TO WS-COMPARED-COUNT
              PERFORM COMPARE-ONE-PARA
                 VARYING OTHER-IDX FROM 1 BY 1
                   UNTIL OTHER-IDX > WS-CAND-COUNT
           END-IF
        END-PERFORM
        CLOSE DP-EXT-FILE
        SORT DP-WORK-FILE
           ON DESCENDING KEY DW-SCORE
           ON ASCENDING KEY DW-CODE-A
           ON ASCENDING KEY DW-CODE-B
           USING DP-EXT-FILE
           GIVING DP-SORT-FILE
        PERFORM PRINT-PAIRS-PARA
     END-IF.
*> LOAD-MASTER-PARA / LOAD-ARCHIVE-PARA walk each file from the start
*> of its key - a keyed READ from an earlier N or R leaves the file
*> positioned part-way.
 LOAD-MASTER-PARA.
     MOVE ZERO TO EMP-CODE
     MOVE 'N' TO WS-SCAN-FLAG
     START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-CODE
        INVALID KEY
           MOVE 'Y' TO WS-SCAN-FLAG
     END-START
     MOVE 'M' TO WS-LD-SOURCE
     PERFORM LOAD-MASTER-RECORD-PARA UNTIL END-OF-SCAN.
 LOAD-MASTER-RECORD-PARA.
     READ EMPLOYEE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           ADD 1 TO WS-MASTER-COUNT
           MOVE EMPLOYEE-RECORD TO WS-LOAD-RECORD
           PERFORM ADD-CANDIDATE-PARA
     END-READ.
 LOAD-ARCHIVE-PARA.
     MOVE ZERO TO ARC-EMP-CODE
     MOVE 'N' TO WS-SCAN-FLAG
     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-EMP-CODE
        INVALID KEY
           MOVE 'Y' TO WS-SCAN-FLAG
     END-START
     MOVE 'A' TO WS-LD-SOURCE
     PERFORM LOAD-ARCHIVE-RECORD-PARA UNTIL END-OF-SCAN.
 LOAD-ARCHIVE-RECORD-PARA.
     READ ARCHIVE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           ADD 1 TO WS-ARCHIVE-COUNT
           MOVE ARCHIVE-REC TO WS-LOAD-RECORD
           PERFORM ADD-CANDIDATE-PARA
     END-READ.
*> ADD-CANDIDATE-PARA normalises the name once, here, rather than for
*> every comparison. A record still employed runs to the end of time
*> for the overlap test.
 ADD-CANDIDATE-PARA.
     IF WS-CAND-COUNT >= 19998
        ADD 1 TO WS-OVERFLOW-COUNT
     ELSE
        ADD 1 TO WS-CAND-COUNT
        SET CAND-IDX TO WS-CAND-COUNT
        MOVE WS-LD-CODE   TO CT-CODE(CAND-IDX)
        MOVE WS-LD-SOURCE TO CT-SOURCE(CAND-IDX)
        MOVE WS-LD-STATUS TO CT-STATUS(CAND-IDX)
        MOVE WS-LD-NAME   TO CT-NAME(CAND-IDX)
        MOVE WS-LD-LOC    TO CT-LOC(CAND-IDX)
        MOVE WS-LD-DESG   TO CT-DESG(CAND-IDX)
        MOVE WS-LD-JOIN   TO CT-JOIN(CAND-IDX)
        MOVE WS-LD-LEAVE  TO CT-LEAVE(CAND-IDX)
        IF WS-LD-STATUS = 'I' AND WS-LD-LEAVE NUMERIC
                              AND WS-LD-LEAVE > ZERO
           MOVE WS-LD-LEAVE TO CT-END(CAND-IDX)
        ELSE
           MOVE 99999999 TO CT-END(CAND-IDX)
        END-IF
        MOVE WS-LD-NAME TO WS-NM-IN
        PERFORM NORMALISE-NAME-PARA
        MOVE WS-NM-KEY     TO CT-NAME-KEY(CAND-IDX)
        MOVE WS-NM-SURNAME TO CT-SURNAME(CAND-IDX)
        MOVE WS-NM-INITIAL TO CT-INITIAL(CAND-IDX)
     END-IF.
*>
*> NORMALISE-NAME-PARA turns WS-NM-IN into a matching key: upper case,
*> split into words at spaces and punctuation (an apostrophe or hyphen
*> joins rather than splits, so O'NEIL and ONEIL agree), one-letter
*> words (initials) dropped, and the remaining words put in order and
*> run together - so "Smith, J. Robert" and "ROBERT SMITH" give the
*> same key. The surname is the last word as keyed and the initial the
*> first letter of the name, initials included.
 NORMALISE-NAME-PARA.
     MOVE WS-NM-IN TO WS-NM-WORK
     INSPECT WS-NM-WORK CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
     MOVE SPACES TO WS-TOK-TABLE, WS-TOK-CURRENT
     MOVE SPACES TO WS-NM-KEY, WS-NM-SURNAME, WS-NM-INITIAL
     MOVE ZERO TO WS-TOK-COUNT, WS-TOK-LEN
     PERFORM SCAN-NAME-CHAR-PARA
        VARYING WS-NM-POS FROM 1 BY 1 UNTIL WS-NM-POS > 15
     PERFORM END-TOKEN-PARA
     IF WS-TOK-COUNT > ZERO
        MOVE WS-TOK(WS-TOK-COUNT) TO WS-NM-SURNAME
        PERFORM SORT-TOKENS-PARA
        MOVE 1 TO WS-NM-KEY-PTR
        PERFORM VARYING TOK-IDX FROM 1 BY 1
                  UNTIL TOK-IDX > WS-TOK-COUNT
           STRING WS-TOK(TOK-IDX) DELIMITED BY SPACE
             INTO WS-NM-KEY
             WITH POINTER WS-NM-KEY-PTR
           END-STRING
        END-PERFORM
     END-IF.
 SCAN-NAME-CHAR-PARA.
     MOVE WS-NM-WORK(WS-NM-POS:1) TO WS-NM-CHAR
     IF (WS-NM-CHAR >= 'A' AND WS-NM-CHAR <= 'Z')
        OR (WS-NM-CHAR >= '0' AND WS-NM-CHAR <= '9')
        IF WS-NM-INITIAL = SPACE
           MOVE WS-NM-CHAR TO WS-NM-INITIAL
        END-IF
        ADD 1 TO WS-TOK-LEN
        MOVE WS-NM-CHAR TO WS-TOK-CURRENT(WS-TOK-LEN:1)
     ELSE IF WS-NM-CHAR = "'" OR WS-NM-CHAR = '-'
        CONTINUE
     ELSE
        PERFORM END-TOKEN-PARA
     END-IF
     END-IF.
 END-TOKEN-PARA.
     IF WS-TOK-LEN > 1 AND WS-TOK-COUNT < 8
        ADD 1 TO WS-TOK-COUNT
        MOVE WS-TOK-CURRENT TO WS-TOK(WS-TOK-COUNT)
     END-IF
     MOVE SPACES TO WS-TOK-CURRENT
     MOVE ZERO TO WS-TOK-LEN.
*> SORT-TOKENS-PARA - an exchange sort; a name has a handful of words.
 SORT-TOKENS-PARA.
     PERFORM VARYING TOK-IDX FROM 1 BY 1
               UNTIL TOK-IDX >= WS-TOK-COUNT
        PERFORM VARYING TOK-IDX2 FROM TOK-IDX BY 1
                  UNTIL TOK-IDX2 > WS-TOK-COUNT
           IF WS-TOK(TOK-IDX2) < WS-TOK(TOK-IDX)
              MOVE WS-TOK(TOK-IDX)  TO WS-TOK-HOLD
              MOVE WS-TOK(TOK-IDX2) TO WS-TOK(TOK-IDX)
              MOVE WS-TOK-HOLD      TO WS-TOK(TOK-IDX2)
           END-IF
        END-PERFORM
     END-PERFORM.
*>
*> COMPARE-ONE-PARA pairs the working employee at CAND-IDX with the
*> record at OTHER-IDX. The same code is never a pair; two working
*> employees are paired once only, from the lower code's side.
 COMPARE-ONE-PARA.
     MOVE 'Y' TO WS-PAIR-FLAG
     IF CT-CODE(OTHER-IDX) = CT-CODE(CAND-IDX)
        MOVE 'N' TO WS-PAIR-FLAG
     END-IF
     IF CT-ON-MASTER(OTHER-IDX) AND CT-WORKING(OTHER-IDX)
                                AND CT-CODE(OTHER-IDX) < CT-CODE(CAND-IDX)
        MOVE 'N' TO WS-PAIR-FLAG
     END-IF
     IF CT-SURNAME(CAND-IDX) = SPACES
        MOVE 'N' TO WS-PAIR-FLAG
     END-IF
     IF PAIR-ELIGIBLE
        PERFORM SCORE-PAIR-PARA
     END-IF.
*> SCORE-PAIR-PARA - no name likeness, no pair: location, designation
*> and dates only add weight to a name that already matches.
 SCORE-PAIR-PARA.
     MOVE ZERO TO WS-SCORE
     MOVE SPACES TO WS-BASIS
     IF CT-NAME-KEY(OTHER-IDX) = CT-NAME-KEY(CAND-IDX)
        MOVE WS-SCORE-NAME TO WS-SCORE
        MOVE 'NAME' TO WS-BASIS-NAME
     ELSE IF CT-SURNAME(OTHER-IDX) = CT-SURNAME(CAND-IDX)
        IF CT-INITIAL(OTHER-IDX) = CT-INITIAL(CAND-IDX)
           MOVE WS-SCORE-SURN-INIT TO WS-SCORE
           MOVE 'SURN+INI' TO WS-BASIS-NAME
        ELSE
           MOVE WS-SCORE-SURNAME TO WS-SCORE
           MOVE 'SURNAME' TO WS-BASIS-NAME
        END-IF
     END-IF
     END-IF
     IF WS-SCORE > ZERO
        IF CT-LOC(OTHER-IDX) = CT-LOC(CAND-IDX)
           ADD WS-SCORE-LOC TO WS-SCORE
           MOVE 'LOC' TO WS-BASIS-LOC
        END-IF
        IF CT-DESG(OTHER-IDX) = CT-DESG(CAND-IDX)
           ADD WS-SCORE-DSG TO WS-SCORE
           MOVE 'DSG' TO WS-BASIS-DSG
        END-IF
        IF CT-JOIN(OTHER-IDX) <= CT-END(CAND-IDX)
           AND CT-JOIN(CAND-IDX) <= CT-END(OTHER-IDX)
           ADD WS-SCORE-DATES TO WS-SCORE
           MOVE 'DATES' TO WS-BASIS-DATES
        END-IF
        IF WS-SCORE >= WS-MIN-SCORE
           PERFORM CHECK-SUPPRESS-PARA
        END-IF
     END-IF.
*> CHECK-SUPPRESS-PARA looks the pair up on the not-a-duplicate file -
*> the key holds the lower code first, whichever way round it came.
 CHECK-SUPPRESS-PARA.
     IF CT-CODE(CAND-IDX) < CT-CODE(OTHER-IDX)
        MOVE CT-CODE(CAND-IDX)  TO DUP-CODE-LOW
        MOVE CT-CODE(OTHER-IDX) TO DUP-CODE-HIGH
     ELSE
        MOVE CT-CODE(OTHER-IDX) TO DUP-CODE-LOW
        MOVE CT-CODE(CAND-IDX)  TO DUP-CODE-HIGH
     END-IF
     READ SUPPRESS-FILE
        INVALID KEY
           PERFORM WRITE-PAIR-PARA
        NOT INVALID KEY
           ADD 1 TO WS-SUPPRESSED-COUNT
     END-READ.
 WRITE-PAIR-PARA.
     MOVE SPACES TO DP-SORT-RECORD
     MOVE WS-SCORE              TO DS-SCORE
     MOVE CT-CODE(CAND-IDX)     TO DS-CODE-A
     MOVE CT-CODE(OTHER-IDX)    TO DS-CODE-B
     MOVE WS-BASIS              TO DS-BASIS
     MOVE CT-SOURCE(CAND-IDX)   TO DS-SOURCE-A
     MOVE CT-STATUS(CAND-IDX)   TO DS-STATUS-A
     MOVE CT-NAME(CAND-IDX)     TO DS-NAME-A
     MOVE CT-LOC(CAND-IDX)      TO DS-LOC-A
     MOVE CT-DESG(CAND-IDX)     TO DS-DESG-A
     MOVE CT-JOIN(CAND-IDX)     TO DS-JOIN-A
     MOVE CT-LEAVE(CAND-IDX)    TO DS-LEAVE-A
     MOVE CT-SOURCE(OTHER-IDX)  TO DS-SOURCE-B
     MOVE CT-STATUS(OTHER-IDX)  TO DS-STATUS-B
     MOVE CT-NAME(OTHER-IDX)    TO DS-NAME-B
     MOVE CT-LOC(OTHER-IDX)     TO DS-LOC-B
     MOVE CT-DESG(OTHER-IDX)    TO DS-DESG-B
     MOVE CT-JOIN(OTHER-IDX)    TO DS-JOIN-B
     MOVE CT-LEAVE(OTHER-IDX)   TO DS-LEAVE-B
     WRITE DP-EXT-RECORD FROM DP-SORT-RECORD
     ADD 1 TO WS-PAIR-COUNT.
*>
*> PRINT-PAIRS-PARA lists the ranked pairs, two lines to a pair - the
*> working employee first, the record it matched beneath.
 PRINT-PAIRS-PARA.
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'DUPCHK: UNABLE TO OPEN DUPCHK.REP, STATUS=' WS-REP-STAT
        MOVE 16 TO RETURN-CODE
     ELSE
        MOVE WS-MIN-SCORE TO H-MIN-SCORE
        MOVE WS-RUN-DATE TO H-RUN-DATE
        PERFORM HEADING-PARA
        OPEN INPUT DP-SORT-FILE
        IF NOT OPEN-SUCCESS IN WS-SRT-STAT
           DISPLAY 'DUPCHK: UNABLE TO OPEN DPSRT.DAT, STATUS='
              WS-SRT-STAT
           MOVE 16 TO RETURN-CODE
        ELSE
           MOVE 'N' TO WS-SCAN-FLAG
           PERFORM PRINT-ONE-PAIR-PARA UNTIL END-OF-SCAN
           CLOSE DP-SORT-FILE
        END-IF
        IF WS-PAIR-COUNT = ZERO
           WRITE REPORT-RECORD FROM NONE-LINE
        END-IF
        PERFORM PRINT-TOTALS-PARA
        CLOSE REPORT-FILE
     END-IF.
 PRINT-ONE-PAIR-PARA.
     READ DP-SORT-FILE
        AT END
           MOVE 'Y' TO WS-SCAN-FLAG
        NOT AT END
           ADD 3 TO LINE-COUNT
           PERFORM PAGE-CHECK-PARA
           ADD 1 TO WS-RANK
           MOVE WS-RANK  TO PL-RANK
           MOVE DS-SCORE TO PL-SCORE
           MOVE DS-BASIS TO PL-BASIS
           MOVE DS-CODE-A   TO PL-CODE
           MOVE DS-SOURCE-A TO PL-SOURCE
           MOVE DS-STATUS-A TO PL-STATUS
           MOVE DS-NAME-A   TO PL-NAME
           MOVE DS-LOC-A    TO PL-LOC
           MOVE DS-DESG-A   TO PL-DESG
           MOVE DS-JOIN-A   TO PL-JOIN
           MOVE DS-LEAVE-A  TO PL-LEAVE
           PERFORM SET-PERSON-TEXT-PARA
           WRITE REPORT-RECORD FROM PAIR-LINE
           MOVE SPACES TO PAIR-LINE
           MOVE DS-CODE-B   TO PL-CODE
           MOVE DS-SOURCE-B TO PL-SOURCE
           MOVE DS-STATUS-B TO PL-STATUS
           MOVE DS-NAME-B   TO PL-NAME
           MOVE DS-LOC-B    TO PL-LOC
           MOVE DS-DESG-B   TO PL-DESG
           MOVE DS-JOIN-B   TO PL-JOIN
           MOVE DS-LEAVE-B  TO PL-LEAVE
           PERFORM SET-PERSON-TEXT-PARA
           WRITE REPORT-RECORD FROM PAIR-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
     END-READ.
*> SET-PERSON-TEXT-PARA spells out the file the record is on, and shows
*> a record still employed as CURRENT rather than a zero leaving date.
 SET-PERSON-TEXT-PARA.
     IF PL-SOURCE = 'M'
        MOVE 'MASTER' TO PL-SOURCE
     ELSE
        MOVE 'ARCHIVE' TO PL-SOURCE
     END-IF
     IF PL-STATUS NOT = 'I'
        MOVE 'CURRENT' TO PL-LEAVE
     END-IF.
 PRINT-TOTALS-PARA.
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'MASTER RECORDS LOADED' TO T-LABEL
     MOVE WS-MASTER-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'ARCHIVE RECORDS LOADED' TO T-LABEL
     MOVE WS-ARCHIVE-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'WORKING EMPLOYEES CHECKED' TO T-LABEL
     MOVE WS-COMPARED-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'SUSPECTED DUPLICATE PAIRS LISTED' TO T-LABEL
     MOVE WS-PAIR-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'PAIRS MARKED NOT A DUPLICATE, NOT LISTED' TO T-LABEL
     MOVE WS-SUPPRESSED-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     IF WS-OVERFLOW-COUNT > ZERO
        MOVE 'RECORDS NOT CHECKED - TABLE FULL' TO T-LABEL
        MOVE WS-OVERFLOW-COUNT TO T-COUNT
        WRITE REPORT-RECORD FROM TOTAL-LINE
        MOVE 8 TO RETURN-CODE
     END-IF
     DISPLAY 'DUPCHK: ' WS-PAIR-COUNT ' SUSPECTED PAIRS LISTED, '
        WS-SUPPRESSED-COUNT ' MARKED NOT A DUPLICATE - SEE DUPCHK.REP'.
*>
*> MARK-PARA records a reviewed pair as not a duplicate. Both codes must
*> be on the master or the archive.
 MARK-PARA.
     PERFORM GET-PAIR-PARA
     IF PAIR-CODES-VALID
        DISPLAY 'REASON / NOTE           : ' WITH NO ADVANCING
        ACCEPT WS-MARK-NOTE
        MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
        MOVE WS-TIMESTAMP(1:8) TO DUP-MARK-DATE
        MOVE WS-TIMESTAMP(9:6) TO DUP-MARK-TIME
        MOVE SG-OPERATOR       TO DUP-OPERATOR
        MOVE WS-MARK-NOTE      TO DUP-NOTE
        WRITE SUPPRESS-REC
           INVALID KEY
              DISPLAY 'DUPCHK: PAIR ' DUP-CODE-LOW '/' DUP-CODE-HIGH
                 ' IS ALREADY MARKED'
           NOT INVALID KEY
              DISPLAY 'DUPCHK: PAIR ' DUP-CODE-LOW '/' DUP-CODE-HIGH
                 ' MARKED NOT A DUPLICATE'
        END-WRITE
     END-IF.
*> UNMARK-PARA removes a mark, so later runs list the pair again.
 UNMARK-PARA.
     PERFORM GET-PAIR-PARA
     IF PAIR-CODES-VALID
        DELETE SUPPRESS-FILE RECORD
           INVALID KEY
              DISPLAY 'DUPCHK: PAIR ' DUP-CODE-LOW '/' DUP-CODE-HIGH
                 ' IS NOT MARKED'
           NOT INVALID KEY
              DISPLAY 'DUPCHK: MARK REMOVED FROM PAIR ' DUP-CODE-LOW
                 '/' DUP-CODE-HIGH
        END-DELETE
     END-IF.
*> GET-PAIR-PARA takes the two codes of a pair and builds its key. For
*> a removal the codes need not still be on file - an archived record
*> may have gone since the mark was made.
 GET-PAIR-PARA.
     MOVE 'N' TO WS-PAIR-OK-FLAG
     DISPLAY 'FIRST EMPLOYEE CODE     : ' WITH NO ADVANCING
     ACCEPT WS-CODE-1-X
     DISPLAY 'SECOND EMPLOYEE CODE    : ' WITH NO ADVANCING
     ACCEPT WS-CODE-2-X
     IF WS-CODE-1-X NOT NUMERIC OR WS-CODE-2-X NOT NUMERIC
        DISPLAY 'DUPCHK: EMPLOYEE CODES MUST BE SIX DIGITS'
     ELSE IF WS-CODE-1-X = WS-CODE-2-X
        DISPLAY 'DUPCHK: THE TWO CODES MUST DIFFER'
     ELSE
        MOVE WS-CODE-1-X TO WS-CODE-1
        MOVE WS-CODE-2-X TO WS-CODE-2
        MOVE 'Y' TO WS-PAIR-OK-FLAG
        IF MARK-FUNCTION
           MOVE WS-CODE-1 TO WS-CHECK-CODE
           PERFORM CHECK-CODE-PARA
           IF NOT CODE-ON-FILE
              MOVE 'N' TO WS-PAIR-OK-FLAG
           ELSE
              MOVE WS-CODE-2 TO WS-CHECK-CODE
              PERFORM CHECK-CODE-PARA
              IF NOT CODE-ON-FILE
                 MOVE 'N' TO WS-PAIR-OK-FLAG
              END-IF
           END-IF
        END-IF
        IF WS-CODE-1 < WS-CODE-2
           MOVE WS-CODE-1 TO DUP-CODE-LOW
           MOVE WS-CODE-2 TO DUP-CODE-HIGH
        ELSE
           MOVE WS-CODE-2 TO DUP-CODE-LOW
           MOVE WS-CODE-1 TO DUP-CODE-HIGH
        END-IF
     END-IF
     END-IF.
 CHECK-CODE-PARA.
     MOVE 'N' TO WS-CODE-FOUND-FLAG
     MOVE WS-CHECK-CODE TO EMP-CODE
     READ EMPLOYEE-FILE
        INVALID KEY
           CONTINUE
        NOT INVALID KEY
           MOVE 'Y' TO WS-CODE-FOUND-FLAG
     END-READ
     IF NOT CODE-ON-FILE AND ARCHIVE-AVAILABLE
        MOVE WS-CHECK-CODE TO ARC-EMP-CODE
        READ ARCHIVE-FILE
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'Y' TO WS-CODE-FOUND-FLAG
        END-READ
     END-IF
     IF NOT CODE-ON-FILE
        DISPLAY 'DUPCHK: ' WS-CHECK-CODE
           ' NOT ON EMPFILE.DAT OR EMPARCH.DAT'
     END-IF.

*> and LOCMAINT on every applied add/change/delete) and prints each
*> action with its before and after record images, optionally filtered
*> by a date range and/or by the maintained key (EMP-CODE or LOC-CODE).
*> Each entry carries the operator signed on when it was made (BATCH
*> for the batch programs); the listing can be limited to one operator
*> and ends with the activity totals for every operator listed. An
*> action applied through the approval queue also shows the approver.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     03  FILLER      PIC X(04) VALUE 'FUNC'.
     03  FILLER      PIC X(03) VALUE SPACES.
     03  FILLER      PIC X(10) VALUE 'KEY'.
     03  FILLER      PIC X(03) VALUE SPACES.
     03  FILLER      PIC X(08) VALUE 'OPERATOR'.
     03  FILLER      PIC X(03) VALUE SPACES.
     03  FILLER      PIC X(08) VALUE 'APPROVER'.
     03  FILLER      PIC X(20) VALUE SPACES.
 01  DETAIL-LINE1.
     03  D-AUD-DATE     PIC 9(08).
     03  FILLER         PIC X(03) VALUE SPACES.
     03  D-AUD-FUNCTION PIC X(01).
     03  FILLER         PIC X(06) VALUE SPACES.
     03  D-AUD-KEY      PIC X(10).
     03  FILLER         PIC X(03) VALUE SPACES.
     03  D-AUD-OPERATOR PIC X(08).
     03  FILLER         PIC X(03) VALUE SPACES.
     03  D-AUD-APPROVER PIC X(08).
     03  FILLER         PIC X(20) VALUE SPACES.
 01  DETAIL-LINE2.
     03  FILLER         PIC X(08) VALUE 'BEFORE: '.
     03  D-BEFORE-IMAGE PIC X(100).
     03  FILLER         PIC X(08) VALUE 'AFTER : '.
     03  D-AFTER-IMAGE  PIC X(100).
     03  FILLER         PIC X(02) VALUE SPACES.
 01  OPR-HEADING-LINE1.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE 'ACTIVITY BY OPERATOR'.
     03  FILLER       PIC X(30) VALUE SPACES.
 01  OPR-HEADING-LINE2.
     03  FILLER       PIC X(08) VALUE 'OPERATOR'.
     03  FILLER       PIC X(10) VALUE '      ADD'.
     03  FILLER       PIC X(10) VALUE '    CHANGE'.
     03  FILLER       PIC X(10) VALUE '    DELETE'.
     03  FILLER       PIC X(10) VALUE '     OTHER'.
     03  FILLER       PIC X(10) VALUE '     TOTAL'.
     03  FILLER       PIC X(22) VALUE SPACES.
 01  OPR-TOTAL-LINE.
     03  OT-OPERATOR  PIC X(08).
     03  FILLER       PIC X(05) VALUE SPACES.
     03  OT-ADD       PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  OT-CHANGE    PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  OT-DELETE    PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  OT-OTHER     PIC ZZZZ9.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  OT-TOTAL     PIC ZZZZ9.
     03  FILLER       PIC X(22) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
 01  WS-FROM-DATE         PIC X(08)   VALUE SPACES.
 01  WS-TO-DATE           PIC X(08)   VALUE SPACES.
 01  WS-KEY-FILTER        PIC X(10)   VALUE SPACES.
 01  WS-OPR-FILTER        PIC X(08)   VALUE SPACES.
*> one row per operator seen on the entries listed, in order of first
*> appearance; the trail rarely carries more than a handful of IDs.
 01  WS-OPR-TABLE.
     03  WS-OPR-ENTRY     OCCURS 50 TIMES INDEXED BY OPR-IDX.
         05  WS-OPR-ID-T      PIC X(08).
         05  WS-OPR-ADD-T     PIC 9(05) VALUE ZERO.
         05  WS-OPR-CHANGE-T  PIC 9(05) VALUE ZERO.
         05  WS-OPR-DELETE-T  PIC 9(05) VALUE ZERO.
         05  WS-OPR-OTHER-T   PIC 9(05) VALUE ZERO.
         05  WS-OPR-TOTAL-T   PIC 9(05) VALUE ZERO.
 01  WS-OPR-COUNT         PIC 9(03)   VALUE ZERO.
 01  WS-FOUND-OPR-IDX     PIC 9(03)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     ACCEPT WS-TO-DATE
     DISPLAY 'KEY FILTER (EMP/LOC/GRP CODE, BLANK = ALL): ' WITH NO ADVANCING
     ACCEPT WS-KEY-FILTER
     DISPLAY 'OPERATOR FILTER (OPERATOR ID, BLANK = ALL): '
        WITH NO ADVANCING
     ACCEPT WS-OPR-FILTER
     OPEN INPUT AUDIT-FILE
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'AUDLIST ABEND: UNABLE TO OPEN AUDIT.DAT, STATUS=' WS-AUD-STAT
           IF (WS-FROM-DATE = SPACES OR AUD-DATE NOT < WS-FROM-DATE)
              AND (WS-TO-DATE = SPACES OR AUD-DATE NOT > WS-TO-DATE)
              AND (WS-KEY-FILTER = SPACES OR AUD-KEY = WS-KEY-FILTER)
              AND (WS-OPR-FILTER = SPACES OR AUD-OPERATOR = WS-OPR-FILTER)
              PERFORM PAGE-CHECK-PARA
              MOVE AUD-DATE         TO D-AUD-DATE
              MOVE AUD-TIME         TO D-AUD-TIME
              MOVE AUD-PROGRAM      TO D-AUD-PROGRAM
              MOVE AUD-FUNCTION     TO D-AUD-FUNCTION
              MOVE AUD-KEY          TO D-AUD-KEY
              MOVE AUD-OPERATOR     TO D-AUD-OPERATOR
              MOVE AUD-APPROVER     TO D-AUD-APPROVER
              MOVE AUD-BEFORE-IMAGE TO D-BEFORE-IMAGE
              MOVE AUD-AFTER-IMAGE  TO D-AFTER-IMAGE
              WRITE REPORT-RECORD FROM DETAIL-LINE1
              WRITE REPORT-RECORD FROM DETAIL-LINE3
              ADD 3 TO LINE-COUNT
              ADD 1 TO WS-AUD-COUNT
              PERFORM TOTAL-OPR-PARA
           END-IF
     END-READ.
*> TOTAL-OPR-PARA counts the entry against its operator's row - adds,
*> changes and deletes separately, every other function (rehire,
*> leave, batch transfer and so on) under OTHER.
 TOTAL-OPR-PARA.
     MOVE ZERO TO WS-FOUND-OPR-IDX
     PERFORM VARYING OPR-IDX FROM 1 BY 1 UNTIL OPR-IDX > WS-OPR-COUNT
        IF WS-OPR-ID-T(OPR-IDX) = AUD-OPERATOR
           MOVE OPR-IDX TO WS-FOUND-OPR-IDX
           SET OPR-IDX TO WS-OPR-COUNT
        END-IF
     END-PERFORM
     IF WS-FOUND-OPR-IDX = ZERO
        IF WS-OPR-COUNT < 50
           ADD 1 TO WS-OPR-COUNT
           MOVE WS-OPR-COUNT TO WS-FOUND-OPR-IDX
           MOVE AUD-OPERATOR TO WS-OPR-ID-T(WS-FOUND-OPR-IDX)
        ELSE
           DISPLAY 'AUDLIST: MORE THAN 50 OPERATORS, NOT TOTALLING '
              AUD-OPERATOR
        END-IF
     END-IF
     IF WS-FOUND-OPR-IDX > ZERO
        ADD 1 TO WS-OPR-TOTAL-T(WS-FOUND-OPR-IDX)
        EVALUATE AUD-FUNCTION
           WHEN 'A'
              ADD 1 TO WS-OPR-ADD-T(WS-FOUND-OPR-IDX)
           WHEN 'C'
              ADD 1 TO WS-OPR-CHANGE-T(WS-FOUND-OPR-IDX)
           WHEN 'D'
              ADD 1 TO WS-OPR-DELETE-T(WS-FOUND-OPR-IDX)
           WHEN OTHER
              ADD 1 TO WS-OPR-OTHER-T(WS-FOUND-OPR-IDX)
        END-EVALUATE
     END-IF.
*>
*> PRINT-OPR-TOTALS-PARA starts the operator totals on a fresh page
*> so they can be torn off for the auditors.
 PRINT-OPR-TOTALS-PARA.
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     PERFORM HEADING-PARA
     WRITE REPORT-RECORD FROM OPR-HEADING-LINE1 AFTER 2
     WRITE REPORT-RECORD FROM OPR-HEADING-LINE2 AFTER 2
     PERFORM VARYING OPR-IDX FROM 1 BY 1 UNTIL OPR-IDX > WS-OPR-COUNT
        IF WS-OPR-ID-T(OPR-IDX) = SPACES
           MOVE '(NONE)' TO OT-OPERATOR
        ELSE
           MOVE WS-OPR-ID-T(OPR-IDX) TO OT-OPERATOR
        END-IF
        MOVE WS-OPR-ADD-T(OPR-IDX)    TO OT-ADD
        MOVE WS-OPR-CHANGE-T(OPR-IDX) TO OT-CHANGE
        MOVE WS-OPR-DELETE-T(OPR-IDX) TO OT-DELETE
        MOVE WS-OPR-OTHER-T(OPR-IDX)  TO OT-OTHER
        MOVE WS-OPR-TOTAL-T(OPR-IDX)  TO OT-TOTAL
        WRITE REPORT-RECORD FROM OPR-TOTAL-LINE
     END-PERFORM.
*>
 TERM-PARA.
     IF WS-AUD-COUNT > 0
        PERFORM PRINT-OPR-TOTALS-PARA
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     END-IF
     DISPLAY 'AUDLIST: AUDIT ENTRIES LISTED: ' WS-AUD-COUNT

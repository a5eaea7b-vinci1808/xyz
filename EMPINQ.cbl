*> EMP-CODE (or search by the EMP-NAME alternate key) and the dossier
*> shows the master record with the group description from GRP.DAT and
*> the full location address from LOC.DAT, every earlier employment
*> spell from EMPHIST.DAT, the career path of every transfer, promotion
*> and redesignation from ASGHIST.DAT, and the audit history filtered
*> from AUDIT.DAT. A code no longer on the live master is looked up on
*> the archive (EMPARCH.DAT) and flagged as such. Each dossier can also
*> be printed as a one-page sheet (EMPINQ.REP) for the personnel file.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-HIST-STAT.
     SELECT ASSIGN-HIST-FILE ASSIGN TO 'ASGHIST.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-ASG-STAT.
     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     COPY LOC02.
     COPY GRP01.
     COPY EMPH01.
     COPY ASG01.
     COPY AUD01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(80).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  SP-LOC       PIC X(03).
     03  FILLER       PIC X(25) VALUE SPACES.
 01  CAREER-LINE.
     03  FILLER        PIC X(02) VALUE SPACES.
     03  CP-EFF-DATE   PIC 9(08).
     03  FILLER        PIC X(01) VALUE SPACES.
     03  CP-FROM-GROUP PIC X(10).
     03  FILLER        PIC X(01) VALUE SPACES.
     03  CP-FROM-DESG  PIC X(15).
     03  FILLER        PIC X(01) VALUE SPACES.
     03  CP-FROM-LOC   PIC X(03).
     03  FILLER        PIC X(03) VALUE ' > '.
     03  CP-TO-GROUP   PIC X(10).
     03  FILLER        PIC X(01) VALUE SPACES.
     03  CP-TO-DESG    PIC X(15).
     03  FILLER        PIC X(01) VALUE SPACES.
     03  CP-TO-LOC     PIC X(03).
     03  FILLER        PIC X(06) VALUE SPACES.
 01  AUDIT-LINE.
     03  FILLER       PIC X(02) VALUE SPACES.
     03  AL-DATE      PIC 9(08).
     03  AL-PROGRAM   PIC X(08).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  AL-FUNCTION  PIC X(01).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  AL-OPERATOR  PIC X(08).
     03  FILLER       PIC X(39) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
 01  WS-HIST-STAT         PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-ASG-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
     88  END-OF-HIST-SCAN              VALUE 'Y'.
 01  WS-HIST-OPEN-FLAG    PIC X(01)   VALUE 'N'.
     88  HIST-IS-OPEN                  VALUE 'Y'.
 01  WS-ASG-SCAN-FLAG     PIC X(01)   VALUE 'N'.
     88  END-OF-ASG-SCAN               VALUE 'Y'.
 01  WS-ASG-OPEN-FLAG     PIC X(01)   VALUE 'N'.
     88  ASG-IS-OPEN                   VALUE 'Y'.
 01  WS-AUD-SCAN-FLAG     PIC X(01)   VALUE 'N'.
     88  END-OF-AUD-SCAN               VALUE 'Y'.
 01  WS-AUD-OPEN-FLAG     PIC X(01)   VALUE 'N'.
     88  AUDIT-IS-OPEN                 VALUE 'Y'.
 01  WS-SPELL-COUNT       PIC 9(03)   VALUE ZERO.
 01  WS-MOVE-COUNT        PIC 9(04)   VALUE ZERO.
 01  WS-AUDIT-COUNT       PIC 9(04)   VALUE ZERO.
 01  WS-AUD-MATCH-KEY     PIC X(10)   VALUE SPACES.
 01  WS-PAGES-PRINTED     PIC 9(04)   VALUE ZERO.
        PERFORM PUT-LABEL-PARA
     END-IF
     PERFORM HISTORY-SECTION-PARA
     PERFORM CAREER-SECTION-PARA
     PERFORM AUDIT-SECTION-PARA
     IF PRINT-WANTED
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
              ADD 1 TO WS-SPELL-COUNT
           END-IF
     END-READ.
*> CAREER-SECTION-PARA lists the employee's moves from the permanent
*> assignment history (ASGHIST.DAT) - one line per change of group,
*> designation or location, effective date first, oldest first as
*> written - so the dossier shows the whole career path even after
*> HOUSEKP has purged the audit records behind it.
 CAREER-SECTION-PARA.
     MOVE ZERO TO WS-MOVE-COUNT
     MOVE 'N' TO WS-ASG-SCAN-FLAG
     MOVE 'N' TO WS-ASG-OPEN-FLAG
     OPEN INPUT ASSIGN-HIST-FILE
     IF OPEN-SUCCESS IN WS-ASG-STAT
        MOVE 'Y' TO WS-ASG-OPEN-FLAG
     ELSE
        MOVE 'Y' TO WS-ASG-SCAN-FLAG
        IF NOT NEW-FILE-NOT-FOUND IN WS-ASG-STAT
           DISPLAY 'EMPINQ: UNABLE TO OPEN ASGHIST.DAT, STATUS='
              WS-ASG-STAT
        END-IF
     END-IF
     PERFORM BLANK-LINE-PARA
     MOVE 'CAREER PATH (EFFECTIVE FROM > TO)' TO S-TITLE
     PERFORM PUT-SECTION-PARA
     PERFORM CAREER-SCAN-PARA UNTIL END-OF-ASG-SCAN
*> same open-flag discipline as the history section above.
     IF ASG-IS-OPEN
        CLOSE ASSIGN-HIST-FILE
        MOVE 'N' TO WS-ASG-OPEN-FLAG
     END-IF
     IF WS-MOVE-COUNT = 0
        MOVE SPACES TO LL-LABEL
        MOVE '(NONE ON FILE)' TO LL-VALUE
        PERFORM PUT-LABEL-PARA
     END-IF.
 CAREER-SCAN-PARA.
     READ ASSIGN-HIST-FILE
        AT END
           MOVE 'Y' TO WS-ASG-SCAN-FLAG
        NOT AT END
           IF AH-EMP-CODE = EMP-CODE
              MOVE AH-EFF-DATE   TO CP-EFF-DATE
              MOVE AH-FROM-GROUP TO CP-FROM-GROUP
              MOVE AH-FROM-DESG  TO CP-FROM-DESG
              MOVE AH-FROM-LOC   TO CP-FROM-LOC
              MOVE AH-TO-GROUP   TO CP-TO-GROUP
              MOVE AH-TO-DESG    TO CP-TO-DESG
              MOVE AH-TO-LOC     TO CP-TO-LOC
              PERFORM PUT-CAREER-PARA
              ADD 1 TO WS-MOVE-COUNT
           END-IF
     END-READ.
*> AUDIT-SECTION-PARA filters the shared audit trail down to this one
*> key - one line per action, chronological as written. The before and
*> after images stay on AUDLIST, where there is page width for them.
              MOVE AUD-TIME     TO AL-TIME
              MOVE AUD-PROGRAM  TO AL-PROGRAM
              MOVE AUD-FUNCTION TO AL-FUNCTION
              MOVE AUD-OPERATOR TO AL-OPERATOR
              PERFORM PUT-AUDIT-PARA
              ADD 1 TO WS-AUDIT-COUNT
           END-IF
     IF PRINT-WANTED
        WRITE REPORT-RECORD FROM SPELL-LINE
     END-IF.
 PUT-CAREER-PARA.
     DISPLAY CAREER-LINE
     IF PRINT-WANTED
        WRITE REPORT-RECORD FROM CAREER-LINE
     END-IF.
 PUT-AUDIT-PARA.
     DISPLAY AUDIT-LINE
     IF PRINT-WANTED

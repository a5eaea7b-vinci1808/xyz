*> one START and one END record per batch run with counts and final
*> return code) for one day, so the morning checkout is a one-page read
*> instead of scrollback archaeology. A blank date prompt defaults to
*> yesterday, the overnight run's date. MODEMP's FEED record (the
*> EMP.DAT feed control result) is followed by its message line.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     03  FILLER       PIC X(04) VALUE SPACES.
     03  D-RC         PIC 9(02).
     03  FILLER       PIC X(23) VALUE SPACES.
 01  MESSAGE-LINE.
     03  FILLER       PIC X(10) VALUE SPACES.
     03  M-MESSAGE    PIC X(30).
     03  FILLER       PIC X(40) VALUE SPACES.
 01  TOTAL-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  FILLER       PIC X(25) VALUE 'RUNS ENDED NON-ZERO    : '.
              MOVE RL-RETURN-CODE  TO D-RC
              WRITE REPORT-RECORD FROM DETAIL-LINE
              ADD 1 TO LINE-COUNT
              IF RL-EVENT = 'FEED' AND RL-MESSAGE NOT = SPACES
                 MOVE RL-MESSAGE TO M-MESSAGE
                 WRITE REPORT-RECORD FROM MESSAGE-LINE
                 ADD 1 TO LINE-COUNT
              END-IF
              ADD 1 TO WS-ENTRY-COUNT
              IF RL-EVENT = 'END' AND RL-RETURN-CODE NOT = ZERO
                 ADD 1 TO WS-BAD-RC-COUNT

*> periods side by side - a head line and an FTE line per entity -
*> with the movement between the last two periods, so "did Chennai
*> grow or shrink" is answered from one page instead of digging out
*> old GRPLOC.REP printouts. Regions trend the same way from the 'R'
*> rows GRPLOC writes (periods from before regions existed show zero).
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     03  HH-CODE         PIC X(10).
     03  HH-TOTAL        PIC 9(05).
     03  HH-FTE          PIC 9(05)V99.
     03  HH-REGION       PIC X(02).
     03  FILLER          PIC X(47).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(80).
*>
     03  WS-PERIOD-ENTRY OCCURS 6 TIMES INDEXED BY PER-IDX.
         05  WS-PERIOD-DATE  PIC 9(08).
 01  WS-PERIOD-COUNT      PIC 9(02)   VALUE ZERO.
*> one entity per distinct location code, group code, region and the
*> grand total row: 50 locations + 20 groups + 21 regions + 1
*> comfortably fits 130.
 01  WS-ENT-TABLE.
     03  WS-ENT-ENTRY    OCCURS 130 TIMES INDEXED BY ENT-IDX.
         05  WS-ENT-TYPE     PIC X(01).
         05  WS-ENT-CODE     PIC X(10).
         05  WS-ENT-TOTAL    PIC 9(05) OCCURS 6 TIMES.
        END-IF
     END-PERFORM
     IF WS-FOUND-ENT-IDX = 0
        IF WS-ENT-COUNT < 130
           ADD 1 TO WS-ENT-COUNT
           MOVE HH-TYPE TO WS-ENT-TYPE(WS-ENT-COUNT)
           MOVE HH-CODE TO WS-ENT-CODE(WS-ENT-COUNT)
     MOVE 'GROUPS' TO S-TITLE
     MOVE 'G' TO WS-REPORT-TYPE
     PERFORM PRINT-SECTION-PARA
     MOVE 'REGIONS' TO S-TITLE
     MOVE 'R' TO WS-REPORT-TYPE
     PERFORM PRINT-SECTION-PARA
     MOVE 'GRAND TOTAL' TO S-TITLE
     MOVE 'T' TO WS-REPORT-TYPE
     PERFORM PRINT-SECTION-PARA

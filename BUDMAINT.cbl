     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-BATCH-LOCK-FLAG   PIC X(01)   VALUE 'N'.
     88  BATCH-WINDOW-OPEN             VALUE 'Y'.
     COPY SGN01.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
*> must not even brush the files while the batch window is running.
     PERFORM CHECK-BATCH-LOCK-PARA
     IF NOT BATCH-WINDOW-OPEN
        PERFORM SIGN-ON-PARA
     END-IF
     IF NOT BATCH-WINDOW-OPEN AND SG-GRANTED
        PERFORM INIT-PARA
        PERFORM MENU-PARA UNTIL NO-MORE-WORK
        PERFORM TERM-PARA
        DISPLAY 'R-ROLL PERIOD FORWARD  Q-QUIT'
        DISPLAY 'ENTER FUNCTION: ' WITH NO ADVANCING
        ACCEPT WS-FUNCTION
        MOVE 'F' TO SG-REQUEST
        MOVE WS-FUNCTION TO SG-FUNCTION
        CALL 'OPRSIGN' USING SIGNON-AREA
        IF SG-GRANTED
           EVALUATE TRUE
              WHEN ADD-FUNCTION
                  PERFORM ADD-PARA
              WHEN CHANGE-FUNCTION
                  PERFORM CHANGE-PARA
              WHEN DELETE-FUNCTION
                  PERFORM DELETE-PARA
              WHEN INQUIRE-FUNCTION
                  PERFORM INQUIRE-PARA
              WHEN ROLL-FORWARD-FUNCTION
                  PERFORM ROLL-FORWARD-PARA
              WHEN QUIT-FUNCTION
                  MOVE 'N' TO WS-MORE-FLAG
              WHEN OTHER
                  DISPLAY 'INVALID FUNCTION, TRY AGAIN'
           END-EVALUATE
        END-IF
     END-IF.
*>
 ADD-PARA.
           MOVE 'Y' TO WS-GRP-VALID-FLAG
     END-READ.
*>
*> SIGN-ON-PARA - nobody reaches the menu without an operator ID and
*> PIN from OPR.DAT; the grants handed back decide which functions the
*> menu will run, and the ID goes on every audit record written.
 SIGN-ON-PARA.
     MOVE 'S' TO SG-REQUEST
     MOVE 'BUDMAINT' TO SG-PROGRAM
     CALL 'OPRSIGN' USING SIGNON-AREA
     IF NOT SG-GRANTED
        MOVE 8 TO RETURN-CODE
     END-IF.
*>
*> CHECK-BATCH-LOCK-PARA refuses to open the masters while NIGHTRUN
*> holds the system-wide batch lock, so a screen update can no longer
*> fight the nightly suite's REWRITEs; the operator is told who holds

 IDENTIFICATION DIVISION.
 PROGRAM-ID. OPRMAINT.
*> Maintenance program for the operator master (OPR.DAT) that OPRSIGN
*> signs the maintenance screens on against - add, change, delete,
*> unlock and inquire. Each operator carries a PIN and up to 12 grants
*> of program name plus the function codes allowed in it (for example
*> EMPMAINT / I for inquire-only, or '*' for every function). Unlock
*> clears a lockout left by repeated wrong PINs. OPRMAINT signs on
*> like the other screens under its own program name; when OPR.DAT is
*> empty it lets the first operator be added without sign-on so the
*> security administrator can be set up. Every change is written to
*> AUDIT.DAT with the PIN masked out of the images.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OPERATOR-FILE ASSIGN TO 'OPR.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS OPR-ID
     FILE STATUS  IS WS-OPR-STAT.
     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-AUD-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY OPR01.
     COPY AUD01.
*>
 WORKING-STORAGE SECTION.
 01  WS-OPR-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-FUNCTION          PIC X(01)   VALUE SPACES.
     88  ADD-FUNCTION                  VALUE 'A'.
     88  CHANGE-FUNCTION               VALUE 'C'.
     88  DELETE-FUNCTION               VALUE 'D'.
     88  UNLOCK-FUNCTION               VALUE 'U'.
     88  INQUIRE-FUNCTION              VALUE 'I'.
     88  QUIT-FUNCTION                 VALUE 'Q'.
 01  WS-MORE-FLAG         PIC X(01)   VALUE 'Y'.
     88  NO-MORE-WORK                  VALUE 'N'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-BEFORE-IMAGE      PIC X(100)  VALUE SPACES.
 01  WS-AFTER-IMAGE       PIC X(100)  VALUE SPACES.
 01  WS-AUDIT-FUNCTION    PIC X(01)   VALUE SPACES.
 01  WS-CONFIRM           PIC X(01)   VALUE SPACES.
     88  ACTION-CONFIRMED              VALUE 'Y'.
 01  WS-FIRST-OPR-FLAG    PIC X(01)   VALUE 'N'.
     88  FIRST-OPERATOR-SETUP          VALUE 'Y'.
 01  WS-NEW-PIN           PIC X(06)   VALUE SPACES.
 01  WS-GRANT-PROGRAM-IN  PIC X(08)   VALUE SPACES.
 01  WS-GRANT-SUB         PIC 9(02)   VALUE ZERO.
 01  WS-GRANT-END-FLAG    PIC X(01)   VALUE 'N'.
     88  END-OF-GRANTS                 VALUE 'Y'.
     COPY SGN01.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM CHECK-FIRST-OPR-PARA
     IF FIRST-OPERATOR-SETUP
        DISPLAY 'OPRMAINT: NO OPERATORS ON FILE - ADD THE FIRST'
           ' SECURITY ADMINISTRATOR'
        MOVE 'SETUP' TO SG-OPERATOR
        MOVE 'A' TO SG-FUNCTIONS
        MOVE 'Y' TO SG-RESULT
     ELSE
        MOVE 'S' TO SG-REQUEST
        MOVE 'OPRMAINT' TO SG-PROGRAM
        CALL 'OPRSIGN' USING SIGNON-AREA
     END-IF
     IF SG-GRANTED
        PERFORM INIT-PARA
        PERFORM MENU-PARA UNTIL NO-MORE-WORK
        PERFORM TERM-PARA
     ELSE
        MOVE 8 TO RETURN-CODE
     END-IF
     STOP RUN.
*>
*> CHECK-FIRST-OPR-PARA - OPR.DAT missing or holding no records means
*> nobody could ever sign on to OPRMAINT, so the first add is let in.
 CHECK-FIRST-OPR-PARA.
     OPEN INPUT OPERATOR-FILE
     IF NEW-FILE-NOT-FOUND IN WS-OPR-STAT
        MOVE 'Y' TO WS-FIRST-OPR-FLAG
     ELSE IF OPEN-SUCCESS IN WS-OPR-STAT
        READ OPERATOR-FILE NEXT RECORD
           AT END
              MOVE 'Y' TO WS-FIRST-OPR-FLAG
        END-READ
        CLOSE OPERATOR-FILE
     END-IF.
*>
 INIT-PARA.
     OPEN I-O OPERATOR-FILE
     IF NEW-FILE-NOT-FOUND IN WS-OPR-STAT
        OPEN OUTPUT OPERATOR-FILE
        CLOSE OPERATOR-FILE
        OPEN I-O OPERATOR-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-OPR-STAT
        DISPLAY 'OPRMAINT: UNABLE TO OPEN OPR.DAT, STATUS=' WS-OPR-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF
     OPEN EXTEND AUDIT-FILE
     IF NEW-FILE-NOT-FOUND IN WS-AUD-STAT
        OPEN OUTPUT AUDIT-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'OPRMAINT: UNABLE TO OPEN AUDIT.DAT, STATUS=' WS-AUD-STAT
        MOVE 'N' TO WS-MORE-FLAG
     END-IF.
*>
 MENU-PARA.
     IF NOT NO-MORE-WORK
        DISPLAY ' '
        DISPLAY 'OPERATOR MASTER MAINTENANCE'
        DISPLAY 'A-ADD  C-CHANGE  D-DELETE  U-UNLOCK  I-INQUIRE  Q-QUIT'
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
              WHEN UNLOCK-FUNCTION
                  PERFORM UNLOCK-PARA
              WHEN INQUIRE-FUNCTION
                  PERFORM INQUIRE-PARA
              WHEN QUIT-FUNCTION
                  MOVE 'N' TO WS-MORE-FLAG
              WHEN OTHER
                  DISPLAY 'INVALID FUNCTION, TRY AGAIN'
           END-EVALUATE
        END-IF
     END-IF.
*>
 ADD-PARA.
     PERFORM GET-KEY-PARA
     MOVE SPACES TO OPR-NAME OPR-PIN
     MOVE 'A' TO OPR-STATUS
     MOVE ZERO TO OPR-FAIL-COUNT OPR-LAST-DATE OPR-LAST-TIME
     PERFORM CLEAR-GRANTS-PARA
     DISPLAY 'OPERATOR NAME         : ' WITH NO ADVANCING
     ACCEPT OPR-NAME
     DISPLAY 'PIN                   : ' WITH NO ADVANCING
     ACCEPT OPR-PIN
     IF OPR-ID = SPACES OR OPR-PIN = SPACES
        DISPLAY 'OPERATOR ID AND PIN ARE REQUIRED, NOT ADDED'
     ELSE
        PERFORM GET-GRANTS-PARA
        WRITE OPERATOR-REC
           INVALID KEY
              DISPLAY 'OPERATOR ID ALREADY EXISTS, NOT ADDED'
           NOT INVALID KEY
              DISPLAY 'OPERATOR ' OPR-ID ' ADDED'
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM SAVE-AFTER-IMAGE-PARA
              MOVE 'A' TO WS-AUDIT-FUNCTION
              PERFORM WRITE-AUDIT-PARA
              IF FIRST-OPERATOR-SETUP
                 DISPLAY 'FIRST OPERATOR ADDED - SIGN ON AGAIN TO'
                    ' CONTINUE'
                 MOVE 'N' TO WS-MORE-FLAG
              END-IF
        END-WRITE
     END-IF.
*>
*> CHANGE-PARA - a blank PIN keeps the current one; the grant list is
*> only replaced when the operator asks to re-enter it.
 CHANGE-PARA.
     PERFORM GET-KEY-PARA
     READ OPERATOR-FILE
        INVALID KEY
           DISPLAY 'OPERATOR ID NOT FOUND'
        NOT INVALID KEY
           PERFORM SAVE-BEFORE-IMAGE-PARA
           DISPLAY 'NAME [' OPR-NAME '] : ' WITH NO ADVANCING
           ACCEPT OPR-NAME
           DISPLAY 'NEW PIN (BLANK = UNCHANGED) : ' WITH NO ADVANCING
           ACCEPT WS-NEW-PIN
           IF WS-NEW-PIN NOT = SPACES
              MOVE WS-NEW-PIN TO OPR-PIN
           END-IF
           PERFORM SHOW-GRANTS-PARA
           DISPLAY 'RE-ENTER GRANTS (Y/N)  : ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF ACTION-CONFIRMED
              PERFORM CLEAR-GRANTS-PARA
              PERFORM GET-GRANTS-PARA
           END-IF
           REWRITE OPERATOR-REC
              INVALID KEY
                 DISPLAY 'UPDATE FAILED, STATUS=' WS-OPR-STAT
              NOT INVALID KEY
                 DISPLAY 'OPERATOR ' OPR-ID ' UPDATED'
                 PERFORM SAVE-AFTER-IMAGE-PARA
                 MOVE 'C' TO WS-AUDIT-FUNCTION
                 PERFORM WRITE-AUDIT-PARA
           END-REWRITE
     END-READ.
*>
*> DELETE-PARA - an operator may not delete their own ID, so the last
*> administrator cannot lock everybody out of OPRMAINT by accident.
 DELETE-PARA.
     PERFORM GET-KEY-PARA
     READ OPERATOR-FILE
        INVALID KEY
           DISPLAY 'OPERATOR ID NOT FOUND'
        NOT INVALID KEY
           IF OPR-ID = SG-OPERATOR
              DISPLAY 'CANNOT DELETE THE SIGNED-ON OPERATOR'
           ELSE
              PERFORM SAVE-BEFORE-IMAGE-PARA
              DISPLAY 'DELETE OPERATOR ' OPR-ID ' ' OPR-NAME
                 ' (Y/N) : ' WITH NO ADVANCING
              ACCEPT WS-CONFIRM
              IF NOT ACTION-CONFIRMED
                 DISPLAY 'OPERATOR ' OPR-ID ' NOT DELETED'
              ELSE
                 DELETE OPERATOR-FILE
                    INVALID KEY
                       DISPLAY 'DELETE FAILED, STATUS=' WS-OPR-STAT
                    NOT INVALID KEY
                       DISPLAY 'OPERATOR ' OPR-ID ' DELETED'
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE 'D' TO WS-AUDIT-FUNCTION
                       PERFORM WRITE-AUDIT-PARA
                 END-DELETE
              END-IF
           END-IF
     END-READ.
*>
 UNLOCK-PARA.
     PERFORM GET-KEY-PARA
     READ OPERATOR-FILE
        INVALID KEY
           DISPLAY 'OPERATOR ID NOT FOUND'
        NOT INVALID KEY
           PERFORM SAVE-BEFORE-IMAGE-PARA
           MOVE 'A' TO OPR-STATUS
           MOVE ZERO TO OPR-FAIL-COUNT
           REWRITE OPERATOR-REC
              INVALID KEY
                 DISPLAY 'UPDATE FAILED, STATUS=' WS-OPR-STAT
              NOT INVALID KEY
                 DISPLAY 'OPERATOR ' OPR-ID ' UNLOCKED'
                 PERFORM SAVE-AFTER-IMAGE-PARA
                 MOVE 'C' TO WS-AUDIT-FUNCTION
                 PERFORM WRITE-AUDIT-PARA
           END-REWRITE
     END-READ.
*>
 INQUIRE-PARA.
     PERFORM GET-KEY-PARA
     READ OPERATOR-FILE
        INVALID KEY
           DISPLAY 'OPERATOR ID NOT FOUND'
        NOT INVALID KEY
           DISPLAY 'ID     : ' OPR-ID
           DISPLAY 'NAME   : ' OPR-NAME
           DISPLAY 'STATUS : ' OPR-STATUS '   FAILED SIGN-ONS: '
              OPR-FAIL-COUNT
           DISPLAY 'LAST   : ' OPR-LAST-DATE ' ' OPR-LAST-TIME
           PERFORM SHOW-GRANTS-PARA
     END-READ.
*>
 GET-KEY-PARA.
     DISPLAY 'OPERATOR ID           : ' WITH NO ADVANCING
     ACCEPT OPR-ID.
*>
 CLEAR-GRANTS-PARA.
     PERFORM VARYING WS-GRANT-SUB FROM 1 BY 1 UNTIL WS-GRANT-SUB > 12
        MOVE SPACES TO OPR-GRANT-PROGRAM (WS-GRANT-SUB)
        MOVE SPACES TO OPR-GRANT-FUNCTIONS (WS-GRANT-SUB)
     END-PERFORM.
*>
*> GET-GRANTS-PARA takes program / function-code pairs until a blank
*> program name or all 12 slots are used.
 GET-GRANTS-PARA.
     DISPLAY 'GRANTS - PROGRAM NAME, THEN FUNCTION CODES (* = ALL)'
     MOVE 'N' TO WS-GRANT-END-FLAG
     PERFORM VARYING WS-GRANT-SUB FROM 1 BY 1
             UNTIL WS-GRANT-SUB > 12 OR END-OF-GRANTS
        DISPLAY 'PROGRAM (BLANK = END) : ' WITH NO ADVANCING
        ACCEPT WS-GRANT-PROGRAM-IN
        IF WS-GRANT-PROGRAM-IN = SPACES
           MOVE 'Y' TO WS-GRANT-END-FLAG
        ELSE
           MOVE WS-GRANT-PROGRAM-IN TO OPR-GRANT-PROGRAM (WS-GRANT-SUB)
           DISPLAY 'FUNCTION CODES        : ' WITH NO ADVANCING
           ACCEPT OPR-GRANT-FUNCTIONS (WS-GRANT-SUB)
        END-IF
     END-PERFORM.
*>
 SHOW-GRANTS-PARA.
     PERFORM VARYING WS-GRANT-SUB FROM 1 BY 1 UNTIL WS-GRANT-SUB > 12
        IF OPR-GRANT-PROGRAM (WS-GRANT-SUB) NOT = SPACES
           DISPLAY 'GRANT  : ' OPR-GRANT-PROGRAM (WS-GRANT-SUB) ' '
              OPR-GRANT-FUNCTIONS (WS-GRANT-SUB)
        END-IF
     END-PERFORM.
*>
*> the audit images carry the first 100 bytes of the operator record
*> (ID, name, status, counts and the leading grants) with the PIN
*> overwritten, so AUDLIST never prints a PIN.
 SAVE-BEFORE-IMAGE-PARA.
     MOVE OPERATOR-REC TO WS-BEFORE-IMAGE
     MOVE ALL '*' TO WS-BEFORE-IMAGE(29:6).
*>
 SAVE-AFTER-IMAGE-PARA.
     MOVE OPERATOR-REC TO WS-AFTER-IMAGE
     MOVE ALL '*' TO WS-AFTER-IMAGE(29:6).
*>
 WRITE-AUDIT-PARA.
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8)  TO AUD-DATE
     MOVE WS-TIMESTAMP(9:6)  TO AUD-TIME
     MOVE 'OPRMAINT'         TO AUD-PROGRAM
     MOVE WS-AUDIT-FUNCTION  TO AUD-FUNCTION
     MOVE OPR-ID             TO AUD-KEY
     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
     MOVE WS-AFTER-IMAGE     TO AUD-AFTER-IMAGE
     MOVE SG-OPERATOR        TO AUD-OPERATOR
     MOVE SPACES             TO AUD-APPROVER
     WRITE AUDIT-REC
     IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'OPRMAINT: AUDIT WRITE FAILED, STATUS=' WS-AUD-STAT
     END-IF.
*>
 TERM-PARA.
     CLOSE OPERATOR-FILE
     CLOSE AUDIT-FILE.

 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAYACK.
*> Bureau acknowledgement of a movement send - the return leg of
*> PAYMOVE. The bureau answers each PAYMOVE.DAT with PAYACK.DAT: an 'H'
*> header quoting the send sequence it is acknowledging, one 'D' record
*> per movement (movement number, employee code, 'A' accepted or 'R'
*> rejected with their reason) and a 'T' trailer carrying the record
*> count and EMP-CODE hash total, the same envelope as our own files.
*> The file is proved against its own trailer first, PAYRECON-style; a
*> file failing its trailer, or acknowledging a send we never made, is
*> not applied at all. Otherwise each movement on the queue
*> (PAYMVQ.DAT) is marked accepted or rejected; rejected movements and
*> anything the bureau left unanswered go out again on the next
*> PAYMOVE run. The register (PAYACK.REP) lists the rejections,
*> acknowledgements that could not be matched, and the movements still
*> outstanding. RETURN-CODE 8 when the file is refused or carries
*> unmatched acknowledgements, 4 when the bureau rejected anything.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT ACK-FILE ASSIGN TO 'PAYACK.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-ACK-STAT.
     SELECT MOVE-QUEUE-FILE ASSIGN TO 'PAYMVQ.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS MQ-MOVE-ID
     FILE STATUS  IS WS-MVQ-STAT.
     SELECT MOVE-CTL-FILE ASSIGN TO 'PAYMVCTL.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-MVC-STAT.
     SELECT REPORT-FILE ASSIGN TO 'PAYACK.REP'
     FILE STATUS  IS WS-REP-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
 FD  ACK-FILE.
 01  ACK-RECORD          PIC X(80).
 01  ACK-HEADER-RECORD REDEFINES ACK-RECORD.
     03  AH-RECORD-TYPE  PIC X(01).
     03  AH-RUN-DATE     PIC 9(08).
     03  AH-SOURCE       PIC X(08).
     03  AH-SEND-SEQ     PIC 9(06).
     03  FILLER          PIC X(57).
 01  ACK-DETAIL-RECORD REDEFINES ACK-RECORD.
     03  AD-RECORD-TYPE  PIC X(01).
     03  AD-MOVE-ID      PIC 9(08).
     03  AD-EMP-CODE     PIC 9(06).
     03  AD-RESULT       PIC X(01).
         88  AD-ACCEPTED              VALUE 'A'.
         88  AD-REJECTED              VALUE 'R'.
     03  AD-REASON       PIC X(30).
     03  FILLER          PIC X(34).
 01  ACK-TRAILER-RECORD REDEFINES ACK-RECORD.
     03  AT-RECORD-TYPE  PIC X(01).
     03  AT-REC-COUNT    PIC 9(06).
     03  AT-HASH-TOTAL   PIC 9(12).
     03  FILLER          PIC X(61).
     COPY MVQ01.
     COPY MVC01.
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(90).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(24) VALUE SPACES.
     03  FILLER      PIC X(34) VALUE 'PAYROLL BUREAU ACKNOWLEDGEMENT'.
     03  FILLER      PIC X(22) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(04) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(24) VALUE SPACES.
     03  FILLER      PIC X(14) VALUE 'SEND SEQUENCE '.
     03  P-SEND-SEQ  PIC 9(06).
     03  FILLER      PIC X(12) VALUE '   ACK DATE '.
     03  P-ACK-DATE  PIC 9(08).
     03  FILLER      PIC X(26) VALUE SPACES.
 01  SECTION-LINE.
     03  S-TITLE      PIC X(45).
     03  FILLER       PIC X(45) VALUE SPACES.
 01  DETAIL-LINE.
     03  D-MOVE-ID    PIC 9(08).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-EMP-CODE   PIC 9(06).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-EMP-NAME   PIC X(15).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-MOVE-TYPE  PIC X(02).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-MESSAGE    PIC X(40).
     03  FILLER       PIC X(11) VALUE SPACES.
 01  TOTAL-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  T-LABEL      PIC X(35).
     03  T-COUNT      PIC ZZZZZ9.
     03  FILLER       PIC X(44) VALUE SPACES.
 01  STATUS-LINE.
     03  FILLER       PIC X(05) VALUE SPACES.
     03  ST-MESSAGE   PIC X(50).
     03  FILLER       PIC X(35) VALUE SPACES.
 01  PAGE-FOOTER-LINE.
     03  FILLER       PIC X(30) VALUE SPACES.
     03  FILLER       PIC X(20) VALUE '--- END OF PAGE ---'.
     03  FILLER       PIC X(40) VALUE SPACES.
 01  WS-VARIABLES.
     03  PAGE-COUNT       PIC 9(02)   VALUE ZERO.
     03  LINE-COUNT       PIC 9(02)   VALUE ZERO.
     03  WS-MAX-LINES     PIC 9(02)   VALUE 53.
 01  WS-ACK-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-MVQ-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-MVC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-ACK-FLAG          PIC X(01)   VALUE 'N'.
     88  END-OF-ACK                   VALUE 'Y'.
 01  WS-QUEUE-FLAG        PIC X(01)   VALUE 'N'.
     88  END-OF-QUEUE                 VALUE 'Y'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-RUN-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-HEADER-FLAG       PIC X(01)   VALUE 'N'.
     88  HEADER-SEEN                  VALUE 'Y'.
 01  WS-TRAILER-FLAG      PIC X(01)   VALUE 'N'.
     88  TRAILER-SEEN                 VALUE 'Y'.
 01  WS-REFUSED-FLAG      PIC X(01)   VALUE 'N'.
     88  ACK-REFUSED                  VALUE 'Y'.
 01  WS-REFUSE-REASON     PIC X(50)   VALUE SPACES.
 01  WS-ACK-SEQ           PIC 9(06)   VALUE ZERO.
 01  WS-DETAIL-COUNT      PIC 9(06)   VALUE ZERO.
 01  WS-HASH-TOTAL        PIC 9(12)   VALUE ZERO.
 01  WS-TRL-COUNT         PIC 9(06)   VALUE ZERO.
 01  WS-TRL-HASH          PIC 9(12)   VALUE ZERO.
 01  WS-CTL-FOUND-FLAG    PIC X(01)   VALUE 'N'.
     88  MOVE-CTL-ON-FILE             VALUE 'Y'.
 01  WS-CTL-SAVE          PIC X(80)   VALUE SPACES.
 01  WS-LAST-SEND-SEQ     PIC 9(06)   VALUE ZERO.
 01  WS-ACCEPTED-COUNT    PIC 9(06)   VALUE ZERO.
 01  WS-REJECTED-COUNT    PIC 9(06)   VALUE ZERO.
 01  WS-UNMATCHED-COUNT   PIC 9(06)   VALUE ZERO.
 01  WS-OUTSTANDING-COUNT PIC 9(06)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM READ-CTL-PARA
     PERFORM SCAN-ACK-PARA UNTIL END-OF-ACK
     CLOSE ACK-FILE
     PERFORM CHECK-ACK-PARA
     PERFORM HEADING-PARA
     IF NOT ACK-REFUSED
        PERFORM APPLY-ACK-PARA
        PERFORM OUTSTANDING-PARA
        PERFORM UPDATE-CTL-PARA
     END-IF
     PERFORM END-PARA
     STOP RUN.
*>
 INIT-PARA.
     OPEN INPUT ACK-FILE
     IF NOT OPEN-SUCCESS IN WS-ACK-STAT
        DISPLAY 'PAYACK ABEND: UNABLE TO OPEN PAYACK.DAT, STATUS=' WS-ACK-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN I-O MOVE-QUEUE-FILE
     IF NOT OPEN-SUCCESS IN WS-MVQ-STAT
        DISPLAY 'PAYACK ABEND: UNABLE TO OPEN PAYMVQ.DAT, STATUS=' WS-MVQ-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'PAYACK ABEND: UNABLE TO OPEN PAYACK.REP, STATUS=' WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
*>
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     STOP RUN.
*> READ-CTL-PARA needs PAYMOVE's control record: without one no send
*> has ever been made, so there is nothing to acknowledge.
 READ-CTL-PARA.
     OPEN INPUT MOVE-CTL-FILE
     IF OPEN-SUCCESS IN WS-MVC-STAT
        READ MOVE-CTL-FILE
           AT END
              CONTINUE
           NOT AT END
              MOVE 'Y' TO WS-CTL-FOUND-FLAG
              MOVE MOVE-CTL-REC TO WS-CTL-SAVE
              MOVE MC-LAST-SEND-SEQ TO WS-LAST-SEND-SEQ
        END-READ
        CLOSE MOVE-CTL-FILE
     END-IF.
*> SCAN-ACK-PARA re-adds the count and hash the trailer is checked
*> against, without touching the queue.
 SCAN-ACK-PARA.
     READ ACK-FILE
        AT END
           MOVE 'Y' TO WS-ACK-FLAG
        NOT AT END
           EVALUATE AD-RECORD-TYPE
              WHEN 'H'
                 MOVE 'Y' TO WS-HEADER-FLAG
                 MOVE AH-SEND-SEQ TO WS-ACK-SEQ
              WHEN 'D'
                 ADD 1 TO WS-DETAIL-COUNT
                 IF AD-EMP-CODE IS NUMERIC
                    ADD AD-EMP-CODE TO WS-HASH-TOTAL
                 END-IF
              WHEN 'T'
                 MOVE 'Y' TO WS-TRAILER-FLAG
                 MOVE AT-REC-COUNT  TO WS-TRL-COUNT
                 MOVE AT-HASH-TOTAL TO WS-TRL-HASH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
     END-READ.
*> CHECK-ACK-PARA decides whether the file may be applied at all: it
*> must be whole by its own trailer, and must answer a send PAYMOVE
*> has actually made.
 CHECK-ACK-PARA.
     PERFORM EDIT-ACK-PARA
     IF WS-REFUSE-REASON NOT = SPACES
        MOVE 'Y' TO WS-REFUSED-FLAG
        DISPLAY 'PAYACK: ACKNOWLEDGEMENT REFUSED - ' WS-REFUSE-REASON
     END-IF.
 EDIT-ACK-PARA.
     IF NOT MOVE-CTL-ON-FILE
        MOVE 'NO MOVEMENT SEND ON RECORD (PAYMVCTL.DAT)'
           TO WS-REFUSE-REASON
     ELSE IF NOT HEADER-SEEN
        MOVE 'NO CONTROL HEADER ON PAYACK.DAT' TO WS-REFUSE-REASON
     ELSE IF NOT TRAILER-SEEN
        MOVE 'NO CONTROL TRAILER ON PAYACK.DAT' TO WS-REFUSE-REASON
     ELSE IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
        MOVE 'RECORD COUNT DISAGREES WITH TRAILER' TO WS-REFUSE-REASON
     ELSE IF WS-TRL-HASH NOT = WS-HASH-TOTAL
        MOVE 'HASH TOTAL DISAGREES WITH TRAILER' TO WS-REFUSE-REASON
     ELSE IF WS-ACK-SEQ = ZERO OR WS-ACK-SEQ > WS-LAST-SEND-SEQ
        MOVE 'ACKNOWLEDGES A SEND SEQUENCE NEVER MADE' TO WS-REFUSE-REASON
     END-IF.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     MOVE WS-ACK-SEQ TO P-SEND-SEQ
     MOVE WS-RUN-DATE TO P-ACK-DATE
     WRITE REPORT-RECORD FROM HEADING-LINE1 AFTER PAGE
     WRITE REPORT-RECORD FROM HEADING-LINE2
     MOVE 1 TO LINE-COUNT.
*>
 PAGE-CHECK-PARA.
     IF LINE-COUNT >= WS-MAX-LINES
        WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
        PERFORM HEADING-PARA
     END-IF.
 WRITE-SECTION-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     WRITE REPORT-RECORD FROM SECTION-LINE
     ADD 2 TO LINE-COUNT.
 WRITE-DETAIL-PARA.
     PERFORM PAGE-CHECK-PARA
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT.
*> APPLY-ACK-PARA reads the file a second time, now it is known to be
*> whole, and marks each movement. An acknowledgement is only taken
*> for a movement still waiting on one - an already accepted movement
*> or a code that does not match the queue is listed, not applied.
 APPLY-ACK-PARA.
     MOVE 'REJECTED BY BUREAU / NOT MATCHED' TO S-TITLE
     PERFORM WRITE-SECTION-PARA
     MOVE 'N' TO WS-ACK-FLAG
     OPEN INPUT ACK-FILE
     IF NOT OPEN-SUCCESS IN WS-ACK-STAT
        DISPLAY 'PAYACK ABEND: UNABLE TO OPEN PAYACK.DAT, STATUS=' WS-ACK-STAT
        PERFORM ABEND-PARA
     END-IF
     PERFORM APPLY-ITEM-PARA UNTIL END-OF-ACK
     CLOSE ACK-FILE.
 APPLY-ITEM-PARA.
     READ ACK-FILE
        AT END
           MOVE 'Y' TO WS-ACK-FLAG
        NOT AT END
           IF AD-RECORD-TYPE = 'D'
              PERFORM MATCH-ITEM-PARA
           END-IF
     END-READ.
 MATCH-ITEM-PARA.
     MOVE AD-MOVE-ID  TO D-MOVE-ID
     MOVE AD-EMP-CODE TO D-EMP-CODE
     MOVE SPACES TO D-EMP-NAME
     MOVE SPACES TO D-MOVE-TYPE
     MOVE AD-MOVE-ID TO MQ-MOVE-ID
     READ MOVE-QUEUE-FILE
        INVALID KEY
           MOVE 'MOVEMENT NOT ON QUEUE' TO D-MESSAGE
           PERFORM UNMATCHED-PARA
        NOT INVALID KEY
           MOVE MQ-EMP-NAME  TO D-EMP-NAME
           MOVE MQ-MOVE-TYPE TO D-MOVE-TYPE
           IF MQ-EMP-CODE NOT = AD-EMP-CODE
              MOVE 'EMPLOYEE CODE DOES NOT MATCH MOVEMENT' TO D-MESSAGE
              PERFORM UNMATCHED-PARA
           ELSE IF NOT MQ-SENT
              MOVE 'MOVEMENT NOT AWAITING ACKNOWLEDGEMENT' TO D-MESSAGE
              PERFORM UNMATCHED-PARA
           ELSE IF AD-ACCEPTED
              MOVE 'A' TO MQ-STATUS
              MOVE SPACES TO MQ-REASON
              ADD 1 TO WS-ACCEPTED-COUNT
              PERFORM REWRITE-QUEUE-PARA
           ELSE IF AD-REJECTED
              MOVE 'R' TO MQ-STATUS
              MOVE AD-REASON TO MQ-REASON
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM REWRITE-QUEUE-PARA
              MOVE SPACES TO D-MESSAGE
              STRING 'REJECTED: ' DELIMITED BY SIZE
                     AD-REASON DELIMITED BY SIZE
                INTO D-MESSAGE
              END-STRING
              PERFORM WRITE-DETAIL-PARA
           ELSE
              MOVE 'UNKNOWN RESULT CODE, NOT APPLIED' TO D-MESSAGE
              PERFORM UNMATCHED-PARA
           END-IF
     END-READ.
 REWRITE-QUEUE-PARA.
     REWRITE MOVE-QUEUE-REC
        INVALID KEY
           DISPLAY 'PAYACK: QUEUE UPDATE FAILED, MOVEMENT ' MQ-MOVE-ID
     END-REWRITE.
 UNMATCHED-PARA.
     ADD 1 TO WS-UNMATCHED-COUNT
     PERFORM WRITE-DETAIL-PARA.
*> OUTSTANDING-PARA lists every movement the bureau has still not
*> answered; they are resent on the next PAYMOVE run.
 OUTSTANDING-PARA.
     MOVE 'NOT ACKNOWLEDGED - WILL BE RESENT' TO S-TITLE
     PERFORM WRITE-SECTION-PARA
     MOVE ZERO TO MQ-MOVE-ID
     START MOVE-QUEUE-FILE KEY IS NOT LESS THAN MQ-MOVE-ID
        INVALID KEY
           MOVE 'Y' TO WS-QUEUE-FLAG
     END-START
     PERFORM OUTSTANDING-ITEM-PARA UNTIL END-OF-QUEUE.
 OUTSTANDING-ITEM-PARA.
     READ MOVE-QUEUE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-QUEUE-FLAG
        NOT AT END
           IF MQ-SENT
              MOVE MQ-MOVE-ID   TO D-MOVE-ID
              MOVE MQ-EMP-CODE  TO D-EMP-CODE
              MOVE MQ-EMP-NAME  TO D-EMP-NAME
              MOVE MQ-MOVE-TYPE TO D-MOVE-TYPE
              MOVE SPACES TO D-MESSAGE
              STRING 'LAST SENT IN SEQUENCE ' DELIMITED BY SIZE
                     MQ-LAST-SEQ DELIMITED BY SIZE
                INTO D-MESSAGE
              END-STRING
              PERFORM WRITE-DETAIL-PARA
              ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
     END-READ.
*> UPDATE-CTL-PARA notes the send acknowledged on PAYMOVE's control
*> record, leaving the send fields as PAYMOVE wrote them.
 UPDATE-CTL-PARA.
     OPEN OUTPUT MOVE-CTL-FILE
     IF NOT OPEN-SUCCESS IN WS-MVC-STAT
        DISPLAY 'PAYACK ABEND: UNABLE TO OPEN PAYMVCTL.DAT, STATUS='
           WS-MVC-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE WS-CTL-SAVE TO MOVE-CTL-REC
     MOVE WS-ACK-SEQ  TO MC-LAST-ACK-SEQ
     MOVE WS-RUN-DATE TO MC-LAST-ACK-DATE
     WRITE MOVE-CTL-REC
     CLOSE MOVE-CTL-FILE.
*>
 END-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'ACKNOWLEDGEMENTS RECEIVED         :' TO T-LABEL
     MOVE WS-DETAIL-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'MOVEMENTS ACCEPTED                :' TO T-LABEL
     MOVE WS-ACCEPTED-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'MOVEMENTS REJECTED                :' TO T-LABEL
     MOVE WS-REJECTED-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'ACKNOWLEDGEMENTS NOT MATCHED      :' TO T-LABEL
     MOVE WS-UNMATCHED-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'STILL NOT ACKNOWLEDGED            :' TO T-LABEL
     MOVE WS-OUTSTANDING-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     PERFORM END-STATUS-PARA
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'PAYACK: ACCEPTED : ' WS-ACCEPTED-COUNT
     DISPLAY 'PAYACK: REJECTED : ' WS-REJECTED-COUNT
     DISPLAY 'PAYACK: UNMATCHED: ' WS-UNMATCHED-COUNT
     CLOSE MOVE-QUEUE-FILE.
     CLOSE REPORT-FILE.
*> END-STATUS-PARA sets the closing status line and the return code.
 END-STATUS-PARA.
     IF ACK-REFUSED
        MOVE '*** ACKNOWLEDGEMENT REFUSED - NOT APPLIED ***' TO ST-MESSAGE
        WRITE REPORT-RECORD FROM STATUS-LINE
        MOVE WS-REFUSE-REASON TO ST-MESSAGE
        WRITE REPORT-RECORD FROM STATUS-LINE
        MOVE 8 TO RETURN-CODE
     ELSE IF WS-UNMATCHED-COUNT > 0
        MOVE '*** ACKNOWLEDGEMENTS NOT MATCHED - SEE ABOVE ***'
           TO ST-MESSAGE
        WRITE REPORT-RECORD FROM STATUS-LINE
        MOVE 8 TO RETURN-CODE
     ELSE IF WS-REJECTED-COUNT > 0
        MOVE 'REJECTED MOVEMENTS GO OUT AGAIN ON THE NEXT SEND'
           TO ST-MESSAGE
        WRITE REPORT-RECORD FROM STATUS-LINE
        MOVE 4 TO RETURN-CODE
     ELSE
        MOVE 'ACKNOWLEDGEMENT APPLIED' TO ST-MESSAGE
        WRITE REPORT-RECORD FROM STATUS-LINE
     END-IF.

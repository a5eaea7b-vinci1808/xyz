 IDENTIFICATION DIVISION.
 PROGRAM-ID. PAYMOVE.
*> Payroll bureau movement extract - the changes-only companion to
*> PAYEXT. Instead of the whole active population, PAYMOVE.DAT carries
*> only what moved since the last file we sent: starters (new hires and
*> rehires), leavers, transfers (location or group), designation
*> changes, leave of absence starts and returns, and type/FTE changes,
*> each with its effective date. Movements are read off the audit trail
*> (AUDIT.DAT) from the employee before/after images the maintenance
*> programs already write, so nothing is keyed twice. The file wears
*> the usual 'H'/'D'/'T' envelope with a send sequence number on the
*> header, and every movement is filed on the movement queue
*> (PAYMVQ.DAT) under a movement number the bureau quotes back on its
*> acknowledgement file (see PAYACK). A movement the bureau rejected,
*> or one it has not yet acknowledged, is carried into the next send
*> under the same movement number; accepted movements are purged from
*> the queue here. The control record (PAYMVCTL.DAT) holds the last
*> send sequence, the audit date/time already extracted and the last
*> movement number issued. Run it before HOUSEKP cuts AUDIT.DAT over
*> to an archive generation, or the cut-over movements are not sent.
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-AUD-STAT.
     SELECT MOVE-QUEUE-FILE ASSIGN TO 'PAYMVQ.DAT'
     ORGANIZATION IS INDEXED
     ACCESS MODE  IS DYNAMIC
     RECORD KEY IS MQ-MOVE-ID
     FILE STATUS  IS WS-MVQ-STAT.
     SELECT MOVE-CTL-FILE ASSIGN TO 'PAYMVCTL.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-MVC-STAT.
     SELECT EXTRACT-FILE ASSIGN TO 'PAYMOVE.DAT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE  IS SEQUENTIAL
     FILE STATUS  IS WS-EXT-STAT.
     SELECT REPORT-FILE ASSIGN TO 'PAYMOVE.REP'
     FILE STATUS  IS WS-REP-STAT.
*>
 DATA DIVISION.
 FILE SECTION.
     COPY AUD01.
     COPY MVQ01.
     COPY MVC01.
 FD  EXTRACT-FILE.
 01  EXTRACT-RECORD      PIC X(100).
 01  EXT-HEADER-RECORD REDEFINES EXTRACT-RECORD.
     03  EH-RECORD-TYPE  PIC X(01).
     03  EH-RUN-DATE     PIC 9(08).
     03  EH-SOURCE       PIC X(08).
     03  EH-SEND-SEQ     PIC 9(06).
     03  FILLER          PIC X(77).
 01  EXT-DETAIL-RECORD REDEFINES EXTRACT-RECORD.
     03  ED-RECORD-TYPE  PIC X(01).
     03  ED-MOVE-ID      PIC 9(08).
     03  ED-EMP-CODE     PIC 9(06).
     03  ED-MOVE-TYPE    PIC X(02).
     03  ED-EFF-DATE     PIC 9(08).
     03  ED-EMP-NAME     PIC X(15).
     03  ED-EMP-GROUP    PIC X(10).
     03  ED-EMP-DESG     PIC X(15).
     03  ED-EMP-LOC      PIC X(03).
     03  ED-EMP-TYPE     PIC X(01).
     03  ED-EMP-FTE      PIC 9V99.
     03  ED-RESEND       PIC X(01).
     03  FILLER          PIC X(27).
 01  EXT-TRAILER-RECORD REDEFINES EXTRACT-RECORD.
     03  ET-RECORD-TYPE  PIC X(01).
     03  ET-REC-COUNT    PIC 9(06).
     03  ET-HASH-TOTAL   PIC 9(12).
     03  FILLER          PIC X(81).
 FD REPORT-FILE.
 01 REPORT-RECORD PIC X(90).
*>
 WORKING-STORAGE SECTION.
 01  HEADING-LINE1.
     03  FILLER      PIC X(24) VALUE SPACES.
     03  FILLER      PIC X(34) VALUE 'PAYROLL BUREAU MOVEMENT EXTRACT'.
     03  FILLER      PIC X(22) VALUE SPACES.
     03  FILLER      PIC X(04) VALUE 'PAGE'.
     03  P-PAGE-COUNT PIC Z9.
     03  FILLER      PIC X(04) VALUE SPACES.
 01  HEADING-LINE2.
     03  FILLER      PIC X(24) VALUE SPACES.
     03  FILLER      PIC X(14) VALUE 'SEND SEQUENCE '.
     03  P-SEND-SEQ  PIC 9(06).
     03  FILLER      PIC X(12) VALUE '   RUN DATE '.
     03  P-RUN-DATE  PIC 9(08).
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
     03  D-MOVE-DESC  PIC X(11).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-EFF-DATE   PIC 9(08).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-EMP-LOC    PIC X(03).
     03  FILLER       PIC X(02) VALUE SPACES.
     03  D-NOTE       PIC X(27).
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
 01  WS-AUD-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-MVQ-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-MVC-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
     88  NEW-FILE-NOT-FOUND           VALUE '35'.
 01  WS-EXT-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-REP-STAT          PIC X(02).
     88  OPEN-SUCCESS                 VALUE '00'.
 01  WS-QUEUE-FLAG        PIC X(01)   VALUE 'N'.
     88  END-OF-QUEUE                 VALUE 'Y'.
 01  WS-AUDIT-FLAG        PIC X(01)   VALUE 'N'.
     88  END-OF-AUDIT                 VALUE 'Y'.
 01  WS-TIMESTAMP         PIC X(21)   VALUE SPACES.
 01  WS-RUN-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-SEND-SEQ          PIC 9(06)   VALUE ZERO.
 01  WS-MOVE-ID           PIC 9(08)   VALUE ZERO.
*> audit date/time stamps are compared as one 14-digit value: the last
*> one already extracted, this record's, and the highest seen this run.
 01  WS-LAST-STAMP.
     03  WS-LAST-AUD-DATE PIC 9(08)   VALUE ZERO.
     03  WS-LAST-AUD-TIME PIC 9(06)   VALUE ZERO.
 01  WS-AUD-STAMP.
     03  WS-AUD-STAMP-DATE PIC 9(08)  VALUE ZERO.
     03  WS-AUD-STAMP-TIME PIC 9(06)  VALUE ZERO.
 01  WS-HIGH-STAMP.
     03  WS-HIGH-AUD-DATE PIC 9(08)   VALUE ZERO.
     03  WS-HIGH-AUD-TIME PIC 9(06)   VALUE ZERO.
 01  WS-LAST-ACK-SEQ      PIC 9(06)   VALUE ZERO.
 01  WS-LAST-ACK-DATE     PIC 9(08)   VALUE ZERO.
*> working views of the employee images carried on the audit record,
*> laid out as EMPLOYEE-REC (emp02.cpy).
 01  WS-BEFORE-EMP.
     03  BF-CODE          PIC 9(06).
     03  BF-NAME          PIC X(15).
     03  BF-GROUP         PIC X(10).
     03  BF-DESG          PIC X(15).
     03  BF-LOC           PIC X(03).
     03  BF-STATUS        PIC X(01).
     03  BF-JOIN-DATE     PIC 9(08).
     03  BF-LEAVE-DATE    PIC 9(08).
     03  BF-LOA-START     PIC 9(08).
     03  BF-LOA-RETURN    PIC 9(08).
     03  BF-TYPE          PIC X(01).
     03  BF-FTE           PIC 9V99.
     03  FILLER           PIC X(14).
 01  WS-AFTER-EMP.
     03  AF-CODE          PIC 9(06).
     03  AF-NAME          PIC X(15).
     03  AF-GROUP         PIC X(10).
     03  AF-DESG          PIC X(15).
     03  AF-LOC           PIC X(03).
     03  AF-STATUS        PIC X(01).
     03  AF-JOIN-DATE     PIC 9(08).
     03  AF-LEAVE-DATE    PIC 9(08).
     03  AF-LOA-START     PIC 9(08).
     03  AF-LOA-RETURN    PIC 9(08).
     03  AF-TYPE          PIC X(01).
     03  AF-FTE           PIC 9V99.
     03  FILLER           PIC X(14).
 01  WS-MOVE-TYPE         PIC X(02)   VALUE SPACES.
 01  WS-EFF-DATE          PIC 9(08)   VALUE ZERO.
 01  WS-STATUS-MOVE-FLAG  PIC X(01)   VALUE 'N'.
     88  STARTER-OR-LEAVER            VALUE 'Y'.
 01  WS-RESEND-FLAG       PIC X(01)   VALUE 'N'.
 01  WS-REC-COUNT         PIC 9(06)   VALUE ZERO.
 01  WS-HASH-TOTAL        PIC 9(12)   VALUE ZERO.
 01  WS-AUDIT-READ        PIC 9(06)   VALUE ZERO.
 01  WS-NEW-COUNT         PIC 9(06)   VALUE ZERO.
 01  WS-RESENT-REJECTED   PIC 9(06)   VALUE ZERO.
 01  WS-RESENT-UNACKED    PIC 9(06)   VALUE ZERO.
 01  WS-PURGED-COUNT      PIC 9(06)   VALUE ZERO.
 01  WS-STARTER-COUNT     PIC 9(06)   VALUE ZERO.
 01  WS-LEAVER-COUNT      PIC 9(06)   VALUE ZERO.
 01  WS-TRANSFER-COUNT    PIC 9(06)   VALUE ZERO.
 01  WS-REDESIG-COUNT     PIC 9(06)   VALUE ZERO.
 01  WS-LOA-START-COUNT   PIC 9(06)   VALUE ZERO.
 01  WS-LOA-RETURN-COUNT  PIC 9(06)   VALUE ZERO.
 01  WS-FTE-COUNT         PIC 9(06)   VALUE ZERO.
 01  WS-SEQ-X             PIC 9(06)   VALUE ZERO.
*>
 PROCEDURE DIVISION.
 MAIN-PARA.
     PERFORM INIT-PARA
     PERFORM READ-CTL-PARA
     PERFORM HEADING-PARA
     PERFORM WRITE-HEADER-PARA
     PERFORM CARRY-FORWARD-PARA
     PERFORM NEW-MOVEMENTS-PARA
     PERFORM WRITE-TRAILER-PARA
     PERFORM UPDATE-CTL-PARA
     PERFORM END-PARA
     STOP RUN.
*>
 INIT-PARA.
     OPEN I-O MOVE-QUEUE-FILE
     IF NEW-FILE-NOT-FOUND IN WS-MVQ-STAT
        OPEN OUTPUT MOVE-QUEUE-FILE
        CLOSE MOVE-QUEUE-FILE
        OPEN I-O MOVE-QUEUE-FILE
     END-IF
     IF NOT OPEN-SUCCESS IN WS-MVQ-STAT
        DISPLAY 'PAYMOVE ABEND: UNABLE TO OPEN PAYMVQ.DAT, STATUS=' WS-MVQ-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT EXTRACT-FILE
     IF NOT OPEN-SUCCESS IN WS-EXT-STAT
        DISPLAY 'PAYMOVE ABEND: UNABLE TO OPEN PAYMOVE.DAT, STATUS=' WS-EXT-STAT
        PERFORM ABEND-PARA
     END-IF
     OPEN OUTPUT REPORT-FILE
     IF NOT OPEN-SUCCESS IN WS-REP-STAT
        DISPLAY 'PAYMOVE ABEND: UNABLE TO OPEN PAYMOVE.REP, STATUS=' WS-REP-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
     MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.
*>
 ABEND-PARA.
     MOVE 16 TO RETURN-CODE
     STOP RUN.
*> READ-CTL-PARA picks up where the last send left off. No control
*> record means this is the first send: sequence 1, and the whole of
*> the current audit trail is eligible.
 READ-CTL-PARA.
     OPEN INPUT MOVE-CTL-FILE
     IF NEW-FILE-NOT-FOUND IN WS-MVC-STAT
        CONTINUE
     ELSE IF NOT OPEN-SUCCESS IN WS-MVC-STAT
        DISPLAY 'PAYMOVE ABEND: UNABLE TO OPEN PAYMVCTL.DAT, STATUS='
           WS-MVC-STAT
        PERFORM ABEND-PARA
     ELSE
        READ MOVE-CTL-FILE
           AT END
              CONTINUE
           NOT AT END
              MOVE MC-LAST-SEND-SEQ TO WS-SEND-SEQ
              MOVE MC-LAST-AUD-DATE TO WS-LAST-AUD-DATE
              MOVE MC-LAST-AUD-TIME TO WS-LAST-AUD-TIME
              MOVE MC-LAST-MOVE-ID  TO WS-MOVE-ID
              MOVE MC-LAST-ACK-SEQ  TO WS-LAST-ACK-SEQ
              MOVE MC-LAST-ACK-DATE TO WS-LAST-ACK-DATE
        END-READ
        CLOSE MOVE-CTL-FILE
     END-IF
     END-IF
     ADD 1 TO WS-SEND-SEQ
     MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.
*>
 HEADING-PARA.
     ADD 1 TO PAGE-COUNT
     MOVE PAGE-COUNT TO P-PAGE-COUNT
     MOVE WS-SEND-SEQ TO P-SEND-SEQ
     MOVE WS-RUN-DATE TO P-RUN-DATE
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
*>
 WRITE-HEADER-PARA.
     MOVE SPACES TO EXTRACT-RECORD
     MOVE 'H' TO EH-RECORD-TYPE
     MOVE WS-RUN-DATE TO EH-RUN-DATE
     MOVE 'EMPSYS' TO EH-SOURCE
     MOVE WS-SEND-SEQ TO EH-SEND-SEQ
     WRITE EXTRACT-RECORD.
*> CARRY-FORWARD-PARA walks the movement queue before anything new is
*> added. Accepted movements have served their purpose and are purged;
*> rejected movements, and movements still waiting on an
*> acknowledgement, go out again under their original movement number
*> flagged as a resend, and are restamped with this send's sequence.
 CARRY-FORWARD-PARA.
     MOVE 'CARRIED FORWARD - REJECTED OR NOT ACKNOWLEDGED' TO S-TITLE
     PERFORM WRITE-SECTION-PARA
     PERFORM CARRY-ITEM-PARA UNTIL END-OF-QUEUE.
 CARRY-ITEM-PARA.
     READ MOVE-QUEUE-FILE NEXT RECORD
        AT END
           MOVE 'Y' TO WS-QUEUE-FLAG
        NOT AT END
           IF MQ-ACCEPTED
              DELETE MOVE-QUEUE-FILE
              ADD 1 TO WS-PURGED-COUNT
           ELSE
              MOVE SPACES TO D-NOTE
              IF MQ-REJECTED
                 MOVE MQ-REASON TO D-NOTE
                 ADD 1 TO WS-RESENT-REJECTED
              ELSE
                 MOVE MQ-LAST-SEQ TO WS-SEQ-X
                 STRING 'NOT ACKNOWLEDGED, SEQ ' DELIMITED BY SIZE
                        WS-SEQ-X DELIMITED BY SIZE
                   INTO D-NOTE
                 END-STRING
                 ADD 1 TO WS-RESENT-UNACKED
              END-IF
              MOVE 'S' TO MQ-STATUS
              MOVE WS-SEND-SEQ TO MQ-LAST-SEQ
              ADD 1 TO MQ-SEND-COUNT
              MOVE SPACES TO MQ-REASON
              REWRITE MOVE-QUEUE-REC
                 INVALID KEY
                    DISPLAY 'PAYMOVE: QUEUE UPDATE FAILED, MOVEMENT '
                       MQ-MOVE-ID
              END-REWRITE
              MOVE 'Y' TO WS-RESEND-FLAG
              PERFORM WRITE-MOVEMENT-PARA
           END-IF
     END-READ.
*> NEW-MOVEMENTS-PARA reads the audit trail for employee records stamped
*> after the last extract. Reference-file maintenance (groups,
*> locations, designations) is passed over: only an audit record whose
*> key is an employee code carries EMPLOYEE-REC images.
 NEW-MOVEMENTS-PARA.
     MOVE 'NEW MOVEMENTS SINCE LAST SEND' TO S-TITLE
     PERFORM WRITE-SECTION-PARA
     OPEN INPUT AUDIT-FILE
     IF NEW-FILE-NOT-FOUND IN WS-AUD-STAT
        DISPLAY 'PAYMOVE: NO AUDIT.DAT, NO NEW MOVEMENTS'
     ELSE IF NOT OPEN-SUCCESS IN WS-AUD-STAT
        DISPLAY 'PAYMOVE ABEND: UNABLE TO OPEN AUDIT.DAT, STATUS=' WS-AUD-STAT
        PERFORM ABEND-PARA
     ELSE
        PERFORM READ-AUDIT-PARA UNTIL END-OF-AUDIT
        CLOSE AUDIT-FILE
     END-IF.
 READ-AUDIT-PARA.
     READ AUDIT-FILE
        AT END
           MOVE 'Y' TO WS-AUDIT-FLAG
        NOT AT END
           ADD 1 TO WS-AUDIT-READ
           MOVE AUD-DATE TO WS-AUD-STAMP-DATE
           MOVE AUD-TIME TO WS-AUD-STAMP-TIME
           IF WS-AUD-STAMP > WS-LAST-STAMP
              IF WS-AUD-STAMP > WS-HIGH-STAMP
                 MOVE WS-AUD-STAMP TO WS-HIGH-STAMP
              END-IF
              IF AUD-KEY(1:6) IS NUMERIC
                 AND AUD-KEY(7:4) = SPACES
                 AND AUD-PROGRAM NOT = 'LOCMAINT'
                 AND AUD-PROGRAM NOT = 'GRPMAINT'
                 AND AUD-PROGRAM NOT = 'DSGMAINT'
                 AND AUD-PROGRAM NOT = 'OPRMAINT'
                 AND AUD-PROGRAM NOT = 'SCLMAINT'
                 AND AUD-PROGRAM NOT = 'REGMAINT'
                 PERFORM CLASSIFY-PARA
              END-IF
           END-IF
     END-READ.
*> CLASSIFY-PARA works from the images rather than the audit function
*> code, so a change made by any program classifies the same way. A
*> status change is a starter, leaver or leave movement in its own
*> right; otherwise the fields the bureau pays on are compared, and one
*> audit record can raise a transfer, a designation change and an FTE
*> change together. Starters and rehires take the joining date as
*> their effective date, leavers the leaving date, leave starts the
*> leave start date; the rest are effective the day they were made.
 CLASSIFY-PARA.
     MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-EMP
     MOVE AUD-AFTER-IMAGE  TO WS-AFTER-EMP
     MOVE 'N' TO WS-STATUS-MOVE-FLAG
     PERFORM CLASSIFY-STATUS-PARA
     IF NOT STARTER-OR-LEAVER AND BF-STATUS NOT = SPACE
        IF AF-LOC NOT = BF-LOC OR AF-GROUP NOT = BF-GROUP
           MOVE 'TR' TO WS-MOVE-TYPE
           MOVE ZERO TO WS-EFF-DATE
           PERFORM NEW-MOVEMENT-PARA
        END-IF
        IF AF-DESG NOT = BF-DESG
           MOVE 'DG' TO WS-MOVE-TYPE
           MOVE ZERO TO WS-EFF-DATE
           PERFORM NEW-MOVEMENT-PARA
        END-IF
        IF AF-TYPE NOT = BF-TYPE OR AF-FTE NOT = BF-FTE
           MOVE 'FT' TO WS-MOVE-TYPE
           MOVE ZERO TO WS-EFF-DATE
           PERFORM NEW-MOVEMENT-PARA
        END-IF
     END-IF.
 CLASSIFY-STATUS-PARA.
     IF AF-STATUS = 'A' AND (BF-STATUS = SPACE OR BF-STATUS = 'I')
        MOVE 'Y' TO WS-STATUS-MOVE-FLAG
        MOVE 'ST' TO WS-MOVE-TYPE
        MOVE AF-JOIN-DATE TO WS-EFF-DATE
        PERFORM NEW-MOVEMENT-PARA
     ELSE IF AF-STATUS = 'I' AND BF-STATUS NOT = 'I'
        MOVE 'Y' TO WS-STATUS-MOVE-FLAG
        MOVE 'LV' TO WS-MOVE-TYPE
        MOVE AF-LEAVE-DATE TO WS-EFF-DATE
        PERFORM NEW-MOVEMENT-PARA
     ELSE IF AF-STATUS = 'L' AND BF-STATUS = 'A'
        MOVE 'LS' TO WS-MOVE-TYPE
        MOVE AF-LOA-START TO WS-EFF-DATE
        PERFORM NEW-MOVEMENT-PARA
     ELSE IF AF-STATUS = 'A' AND BF-STATUS = 'L'
        MOVE 'LR' TO WS-MOVE-TYPE
        MOVE ZERO TO WS-EFF-DATE
        PERFORM NEW-MOVEMENT-PARA
     END-IF.
*> NEW-MOVEMENT-PARA files one movement on the queue under the next
*> movement number and sends it. A missing effective date falls back
*> to the date the change was audited.
 NEW-MOVEMENT-PARA.
     IF WS-EFF-DATE = ZERO
        MOVE AUD-DATE TO WS-EFF-DATE
     END-IF
     ADD 1 TO WS-MOVE-ID
     MOVE SPACES TO MOVE-QUEUE-REC
     MOVE WS-MOVE-ID   TO MQ-MOVE-ID
     MOVE AF-CODE      TO MQ-EMP-CODE
     MOVE WS-MOVE-TYPE TO MQ-MOVE-TYPE
     MOVE WS-EFF-DATE  TO MQ-EFF-DATE
     MOVE AF-NAME      TO MQ-EMP-NAME
     MOVE AF-GROUP     TO MQ-EMP-GROUP
     MOVE AF-DESG      TO MQ-EMP-DESG
     MOVE AF-LOC       TO MQ-EMP-LOC
     MOVE AF-TYPE      TO MQ-EMP-TYPE
     MOVE AF-FTE       TO MQ-EMP-FTE
     MOVE 'S'          TO MQ-STATUS
     MOVE WS-SEND-SEQ  TO MQ-FIRST-SEQ
     MOVE WS-SEND-SEQ  TO MQ-LAST-SEQ
     MOVE 1            TO MQ-SEND-COUNT
     WRITE MOVE-QUEUE-REC
        INVALID KEY
           DISPLAY 'PAYMOVE ABEND: MOVEMENT ' WS-MOVE-ID
              ' ALREADY ON PAYMVQ.DAT'
           PERFORM ABEND-PARA
     END-WRITE
     ADD 1 TO WS-NEW-COUNT
     EVALUATE TRUE
        WHEN MQ-STARTER        ADD 1 TO WS-STARTER-COUNT
        WHEN MQ-LEAVER         ADD 1 TO WS-LEAVER-COUNT
        WHEN MQ-TRANSFER       ADD 1 TO WS-TRANSFER-COUNT
        WHEN MQ-REDESIGNATION  ADD 1 TO WS-REDESIG-COUNT
        WHEN MQ-LOA-START      ADD 1 TO WS-LOA-START-COUNT
        WHEN MQ-LOA-RETURN     ADD 1 TO WS-LOA-RETURN-COUNT
        WHEN MQ-FTE-CHANGE     ADD 1 TO WS-FTE-COUNT
     END-EVALUATE
     MOVE SPACES TO D-NOTE
     MOVE 'N' TO WS-RESEND-FLAG
     PERFORM WRITE-MOVEMENT-PARA.
*> WRITE-MOVEMENT-PARA sends the queue record in hand as a 'D' record
*> and lists it; the caller sets WS-RESEND-FLAG and D-NOTE first.
 WRITE-MOVEMENT-PARA.
     MOVE SPACES TO EXTRACT-RECORD
     MOVE 'D'           TO ED-RECORD-TYPE
     MOVE WS-RESEND-FLAG TO ED-RESEND
     MOVE MQ-MOVE-ID    TO ED-MOVE-ID
     MOVE MQ-EMP-CODE   TO ED-EMP-CODE
     MOVE MQ-MOVE-TYPE  TO ED-MOVE-TYPE
     MOVE MQ-EFF-DATE   TO ED-EFF-DATE
     MOVE MQ-EMP-NAME   TO ED-EMP-NAME
     MOVE MQ-EMP-GROUP  TO ED-EMP-GROUP
     MOVE MQ-EMP-DESG   TO ED-EMP-DESG
     MOVE MQ-EMP-LOC    TO ED-EMP-LOC
     MOVE MQ-EMP-TYPE   TO ED-EMP-TYPE
     MOVE MQ-EMP-FTE    TO ED-EMP-FTE
     WRITE EXTRACT-RECORD
     ADD 1 TO WS-REC-COUNT
     ADD MQ-EMP-CODE TO WS-HASH-TOTAL
     PERFORM PAGE-CHECK-PARA
     MOVE MQ-MOVE-ID   TO D-MOVE-ID
     MOVE MQ-EMP-CODE  TO D-EMP-CODE
     MOVE MQ-EMP-NAME  TO D-EMP-NAME
     MOVE MQ-EFF-DATE  TO D-EFF-DATE
     MOVE MQ-EMP-LOC   TO D-EMP-LOC
     EVALUATE TRUE
        WHEN MQ-STARTER        MOVE 'STARTER'     TO D-MOVE-DESC
        WHEN MQ-LEAVER         MOVE 'LEAVER'      TO D-MOVE-DESC
        WHEN MQ-TRANSFER       MOVE 'TRANSFER'    TO D-MOVE-DESC
        WHEN MQ-REDESIGNATION  MOVE 'DESIGNATION' TO D-MOVE-DESC
        WHEN MQ-LOA-START      MOVE 'LOA START'   TO D-MOVE-DESC
        WHEN MQ-LOA-RETURN     MOVE 'LOA RETURN'  TO D-MOVE-DESC
        WHEN MQ-FTE-CHANGE     MOVE 'FTE CHANGE'  TO D-MOVE-DESC
        WHEN OTHER             MOVE MQ-MOVE-TYPE  TO D-MOVE-DESC
     END-EVALUATE
     WRITE REPORT-RECORD FROM DETAIL-LINE
     ADD 1 TO LINE-COUNT.
*>
 WRITE-TRAILER-PARA.
     MOVE SPACES TO EXTRACT-RECORD
     MOVE 'T' TO ET-RECORD-TYPE
     MOVE WS-REC-COUNT  TO ET-REC-COUNT
     MOVE WS-HASH-TOTAL TO ET-HASH-TOTAL
     WRITE EXTRACT-RECORD.
*> UPDATE-CTL-PARA records this send. The audit high-water mark only
*> moves forward to the latest stamp actually read, so a change audited
*> while this run was reading is picked up next time.
 UPDATE-CTL-PARA.
     OPEN OUTPUT MOVE-CTL-FILE
     IF NOT OPEN-SUCCESS IN WS-MVC-STAT
        DISPLAY 'PAYMOVE ABEND: UNABLE TO OPEN PAYMVCTL.DAT, STATUS='
           WS-MVC-STAT
        PERFORM ABEND-PARA
     END-IF
     MOVE SPACES TO MOVE-CTL-REC
     MOVE WS-SEND-SEQ      TO MC-LAST-SEND-SEQ
     MOVE WS-RUN-DATE      TO MC-LAST-SEND-DATE
     MOVE WS-HIGH-AUD-DATE TO MC-LAST-AUD-DATE
     MOVE WS-HIGH-AUD-TIME TO MC-LAST-AUD-TIME
     MOVE WS-MOVE-ID       TO MC-LAST-MOVE-ID
     MOVE WS-LAST-ACK-SEQ  TO MC-LAST-ACK-SEQ
     MOVE WS-LAST-ACK-DATE TO MC-LAST-ACK-DATE
     WRITE MOVE-CTL-REC
     CLOSE MOVE-CTL-FILE.
*>
 END-PARA.
     PERFORM PAGE-CHECK-PARA
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE 'AUDIT RECORDS READ                :' TO T-LABEL
     MOVE WS-AUDIT-READ TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'STARTERS                          :' TO T-LABEL
     MOVE WS-STARTER-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'LEAVERS                           :' TO T-LABEL
     MOVE WS-LEAVER-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'TRANSFERS                         :' TO T-LABEL
     MOVE WS-TRANSFER-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'DESIGNATION CHANGES               :' TO T-LABEL
     MOVE WS-REDESIG-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'LEAVE OF ABSENCE STARTS           :' TO T-LABEL
     MOVE WS-LOA-START-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'LEAVE OF ABSENCE RETURNS          :' TO T-LABEL
     MOVE WS-LOA-RETURN-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'TYPE/FTE CHANGES                  :' TO T-LABEL
     MOVE WS-FTE-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'NEW MOVEMENTS                     :' TO T-LABEL
     MOVE WS-NEW-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'RESENT - REJECTED BY BUREAU       :' TO T-LABEL
     MOVE WS-RESENT-REJECTED TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'RESENT - NOT YET ACKNOWLEDGED     :' TO T-LABEL
     MOVE WS-RESENT-UNACKED TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'ACCEPTED, PURGED FROM QUEUE       :' TO T-LABEL
     MOVE WS-PURGED-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     MOVE 'MOVEMENTS SENT (TRAILER COUNT)    :' TO T-LABEL
     MOVE WS-REC-COUNT TO T-COUNT
     WRITE REPORT-RECORD FROM TOTAL-LINE
     WRITE REPORT-RECORD FROM PAGE-FOOTER-LINE
     DISPLAY 'PAYMOVE: SEND SEQUENCE: ' WS-SEND-SEQ
        ' MOVEMENTS SENT: ' WS-REC-COUNT
        ' HASH TOTAL: ' WS-HASH-TOTAL
     CLOSE MOVE-QUEUE-FILE.
     CLOSE EXTRACT-FILE.
     CLOSE REPORT-FILE.

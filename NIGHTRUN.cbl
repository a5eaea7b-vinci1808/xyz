 IDENTIFICATION DIVISION.
 PROGRAM-ID. NIGHTRUN.
*> Nightly suite driver - runs TRANREL (the pending-transaction release
*> step), MODEMP, GRPLOC, DESGSUM, LOCLIST, APRAGE (the approval
*> queue ageing report) and TICKLER (the daily HR action list) in
*> sequence, checks each step's return code
*> and stops the chain the moment a step fails, so downstream reports
*> are never produced and distributed off a half-loaded master. Each suite program takes its
*> options from its own parameter file (MODEMP.PRM, GRPLOC.PRM,
*> DESGSUM.PRM) when present, so the night run needs no typing; a
*> failed MODEMP is diagnosed down to its stage (load, validate, sort,
     MOVE 5 TO WS-STEP-NUMBER
     MOVE 'LOCLIST' TO WS-STEP-PROGRAM
     PERFORM RUN-STEP-PARA
     MOVE 6 TO WS-STEP-NUMBER
     MOVE 'APRAGE' TO WS-STEP-PROGRAM
     PERFORM RUN-STEP-PARA
     MOVE 7 TO WS-STEP-NUMBER
     MOVE 'TICKLER' TO WS-STEP-PROGRAM
     PERFORM RUN-STEP-PARA
*> the period closes with the night only when NIGHTRUN.PRM says so -
*> normally the morning checkout signs the period off and PERCLOSE is
*> run standalone.
     IF CLOSE-PERIOD-WANTED
        MOVE 8 TO WS-STEP-NUMBER
        MOVE 'PERCLOSE' TO WS-STEP-PROGRAM
        PERFORM RUN-STEP-PARA
     END-IF
              ON EXCEPTION
                 PERFORM STEP-NOT-FOUND-PARA
           END-CALL
        WHEN 'APRAGE'
           CALL 'APRAGE'
              ON EXCEPTION
                 PERFORM STEP-NOT-FOUND-PARA
           END-CALL
        WHEN 'TICKLER'
           CALL 'TICKLER'
              ON EXCEPTION
                 PERFORM STEP-NOT-FOUND-PARA
           END-CALL
        WHEN 'PERCLOSE'
           CALL 'PERCLOSE'
              ON EXCEPTION

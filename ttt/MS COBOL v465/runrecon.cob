                 FILE STATUS IS RECONCFG-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'RECONRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  SUMMARY-FILE.
         01 SUMMARY-REC PIC X(74).
         FD  AUDIT-FILE.
         01 AUDIT-REC PIC X(90).
         FD  BENCHIST-FILE.
             05 CFG-RUNID PIC X(16).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(80).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 SUMMARY-STATUS PIC X(02).
         01 AUDIT-STATUS PIC X(02).
      *  down -- program name, the STATUS= label and value, the step's
      *  key result, and the window's run id.
         01 SUM-LINE.
             05 SL-PROGRAM PIC X(08).
             05 SL-STATUS-LBL PIC X(07).
             05 SL-STATUS PIC X(04).
             05 FILLER PIC X(01).
      *  one slot per BATCHSUM step line, in file order -- the program
      *  named, its status, and whether an AUDITLOG line under the
      *  window's id was found for it, the same parallel-table layout
      *  AUDRPT uses for its rollup.  a job-stream window carries
      *  the verifiers' steps as well as the three producers', so the
      *  table holds as many steps as BATCH's own.
         01 STEP-PROGRAM PIC X(08) OCCURS 20 TIMES.
         01 STEP-STATUS PIC X(04) OCCURS 20 TIMES.
         01 STEP-AUDITED PIC 9(01) COMP OCCURS 20 TIMES.
         01 STEP-COUNT PIC 9(04) COMP VALUE 0.
         01 KI PIC 9(04) COMP VALUE 0.
      *  AUDIT-LINE mirrors the record TTT, SIEVE, and E write -- the
      *  program name and the run id make the join, and SIEVE's
      *  result says whether it ran a range (see SIEVE-RESULT-LINE in
      *  sieve.cob).  SIEVE-RANGE-RUN is 1 when this window's did.
         01 AUDIT-LINE.
             05 AL-PROGRAM PIC X(08).
             05 FILLER PIC X(35).
             05 AL-RESULT PIC X(30).
             05 FILLER PIC X(01).
             05 AL-RUNID PIC X(16).
         01 SIEVE-RANGE-RUN PIC 9(01) COMP VALUE 0.
      *  BENCH-LINE mirrors sieve.cob's WRITE-BENCHIST record -- only
      *  the trailing run id matters here.
         01 BENCH-LINE.
             05 HL-DATE PIC 9(08).
         01 STEP-CHECK-LINE.
             05 FILLER PIC X(06) VALUE 'STEP  '.
             05 SC-PROGRAM PIC X(08).
             05 FILLER PIC X(08) VALUE ' STATUS '.
             05 SC-STATUS PIC X(04).
             05 FILLER PIC X(07) VALUE ' AUDIT '.
             05 FILLER PIC X(09) VALUE 'RUNRECON '.
             05 VD-VERDICT PIC X(04).

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 is a PASS, 04 a FAIL, 08
      *  no window to reconcile.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'RUNRECON'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'run reconciliation starting'.
             IF WINDOW-RUNID = SPACES
                 DISPLAY 'no window id to reconcile -- no RUNRECCF.DAT '
                     'and no BATCHSUM.DAT'
                 MOVE 8 TO SE-CODE
                 MOVE 'NO WINDOW ID TO RECONCILE' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             PERFORM SCAN-AUDITLOG THRU SCAN-AUDITLOG-DONE.
             PERFORM SCAN-BENCHIST THRU SCAN-BENCHIST-DONE.
             PERFORM READ-MODE THRU READ-MODE-DONE.
             PERFORM COUNT-OPENINGS THRU COUNT-OPENINGS-DONE.
             PERFORM WRITE-REPORT THRU WRITE-REPORT-EXIT.
             IF CHECK-FAILED = 0
                 MOVE 0 TO SE-CODE
             ELSE
                 MOVE 4 TO SE-CODE.
             MOVE VERDICT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'run reconciliation complete'.
             STOP RUN.

                 MOVE SL-RUNID TO WINDOW-RUNID.
             IF SL-RUNID NOT = WINDOW-RUNID
                 GO TO READ-BATCHSUM-LOOP.
             IF STEP-COUNT < 20
                 ADD 1 TO STEP-COUNT
                 MOVE SL-PROGRAM TO STEP-PROGRAM( STEP-COUNT )
                 MOVE SL-STATUS TO STEP-STATUS( STEP-COUNT )
             EXIT.

      *  SCAN-AUDITLOG marks every step whose program wrote an end-of-
      *  run audit line under the window's id, and notes a SIEVE line
      *  marked as a range run.
         SCAN-AUDITLOG.
             OPEN INPUT AUDIT-FILE.
             IF AUDIT-STATUS NOT = '00' GO TO SCAN-AUDITLOG-DONE.
                 GO TO SCAN-AUDITLOG-LOOP.
             PERFORM MARK-STEP-AUDITED VARYING KI FROM 1 BY 1
                 UNTIL KI > STEP-COUNT.
             IF AL-PROGRAM = 'SIEVE' AND AL-RESULT( 8:6 ) = ' RANGE'
                 MOVE 1 TO SIEVE-RANGE-RUN.
             GO TO SCAN-AUDITLOG-LOOP.
         SCAN-AUDITLOG-CLOSE.
             CLOSE AUDIT-FILE.
             EXIT.

         MARK-STEP-AUDITED.
             IF STEP-PROGRAM( KI ) = AL-PROGRAM
                 MOVE 1 TO STEP-AUDITED( KI ).

         SCAN-BENCHIST.
      *  line per opening on file.  checks whose step did not finish
      *  OK are reported as skipped, not failed -- a FAILed or skipped
      *  step is BATCHSUM's own news, not a cross-file disagreement.
      *  only TTT, SIEVE, and E write AUDITLOG lines; any other
      *  job-stream step is listed with its audit NOT OWED.
         WRITE-REPORT.
             OPEN OUTPUT REPORT-FILE.
             MOVE WINDOW-RUNID TO HL-RUNID.
                 MOVE 'FOUND    ' TO SC-AUDIT
             ELSE
                 MOVE 'NOT FOUND' TO SC-AUDIT.
             IF STEP-PROGRAM( KI ) NOT = 'TTT'
                 AND STEP-PROGRAM( KI ) NOT = 'SIEVE'
                 AND STEP-PROGRAM( KI ) NOT = 'E'
                 MOVE 'NOT OWED ' TO SC-AUDIT.
             IF STEP-STATUS( KI ) NOT = 'OK  '
                 OR SC-AUDIT = 'NOT OWED '
                 MOVE 'SKIP' TO SC-VERDICT
             ELSE
             IF STEP-AUDITED( KI ) = 1
      *  past STEP-COUNT when the step never ran this window.
         WRITE-BENCH-CHECK.
             PERFORM FIND-STEP-SLOT VARYING KI FROM 1 BY 1
                 UNTIL KI > STEP-COUNT OR STEP-PROGRAM( KI ) = 'SIEVE'.
             IF KI > STEP-COUNT
                 OR STEP-STATUS( KI ) NOT = 'OK  '
                 MOVE 'SIEVE STEP NOT OK, ITER CHECK NOT OWED'
                 WRITE REPORT-REC
                 DISPLAY SKIP-LINE
                 GO TO WRITE-BENCH-CHECK-EXIT.
      *  a range run writes PRIMRNG.DAT, not BENCHIST.DAT or
      *  PRIMES.DAT, so there is nothing to hold the two to.
             IF SIEVE-RANGE-RUN = 1
                 MOVE 'SIEVE RANGE RUN, ITER CHECK NOT OWED' TO SK-TEXT
                 MOVE SKIP-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY SKIP-LINE
                 GO TO WRITE-BENCH-CHECK-EXIT.
             MOVE BENCH-WINDOW-COUNT TO BC-LINES.
             MOVE PRIMES-ITER-NUM TO BC-ITER.
             IF PRIMES-HDR-SEEN = 1

         WRITE-STATS-CHECK.
             PERFORM FIND-STEP-SLOT VARYING KI FROM 1 BY 1
                 UNTIL KI > STEP-COUNT OR STEP-PROGRAM( KI ) = 'TTT'.
             IF KI > STEP-COUNT
                 OR STEP-STATUS( KI ) NOT = 'OK  '
                 MOVE 'TTT STEP NOT OK, OPENINGS CHECK NOT OWED'
             DISPLAY STATS-CHECK-LINE.
         WRITE-STATS-CHECK-EXIT.
             EXIT.

      *  WRITE-STEPEND rewrites JOBSTEP.DAT with this run's completion
      *  record -- SE-CODE and SE-RESULT are set by the caller.
      *  OUTPUT, not EXTEND: BATCH wants only the latest record, and
      *  tells a stale one apart by its program and run id anyway.
         WRITE-STEPEND.
             ACCEPT SE-RUNID FROM ENVIRONMENT NTVCM-RUNID-ENV
                 ON EXCEPTION
                     MOVE 'UNKNOWN' TO SE-RUNID
             END-ACCEPT.
             OPEN OUTPUT STEPEND-FILE.
             MOVE STEP-END-LINE TO STEPEND-REC.
             WRITE STEPEND-REC.
             CLOSE STEPEND-FILE.

             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  TRACE-FILE.
      *  WRITE-EXCEPTION, the same in every writer.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
      *  TRACE-LINE mirrors the record WRITE-TRACE writes -- the
      *  numeric-edited fields arrive right-justified with leading
             05 FILLER PIC X(26) VALUE 'UNPARSEABLE TRACE LINES: '.
             05 BT-COUNT PIC Z(07)9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 is a cross-check PASS,
      *  04 a FAIL, 08 no TTTRACE.DAT to report on.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'TRCRPT'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'trace rollup starting'.
             OPEN INPUT TRACE-FILE.
             IF TRACE-STATUS NOT = '00'
                 DISPLAY 'TTTRACE.DAT not found, nothing to report'
                 MOVE 8 TO SE-CODE
                 MOVE 'TTTRACE.DAT NOT FOUND' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
         TRACE-LOOP.
             READ TRACE-FILE AT END GO TO TRACE-DONE.
                 DISPLAY BAD-TOTAL-LINE
             END-IF.
             CLOSE REPORT-FILE.
             IF CHECK-FAILS = 0
                 MOVE 0 TO SE-CODE
             ELSE
                 MOVE 4 TO SE-CODE.
             MOVE VERDICT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'trace rollup complete'.
             STOP RUN.

             DISPLAY CHECK-LINE.
         CROSS-CHECK-EXIT.
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

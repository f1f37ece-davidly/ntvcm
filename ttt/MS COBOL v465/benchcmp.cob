             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  BENCHIST-FILE.
      *  WRITE-EXCEPTION, the same in every writer.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
      *  BENCH-LINE mirrors the record WRITE-BENCHIST lays down -- the
      *  numeric-edited BH-ELAPSED arrives right-justified with leading
                 'BUILD TABLE FULL, LINES NOT ROLLED UP:'.
             05 OV-COUNT PIC ZZZZZ9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 is a verdict written
      *  (SLOWER included -- it stops nothing), 08 no BENCHIST.DAT to
      *  compare.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'BENCHCMP'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'benchmark compare starting'.
             OPEN INPUT BENCHIST-FILE.
             IF BENCHIST-STATUS NOT = '00'
                 DISPLAY 'BENCHIST.DAT not found, nothing to compare'
                 MOVE 8 TO SE-CODE
                 MOVE 'BENCHIST.DAT NOT FOUND' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             OPEN OUTPUT VERDICT-FILE.
             MOVE REPORT-DATE TO HL-DATE.
             END-IF.
             PERFORM WRITE-VERDICT THRU WRITE-VERDICT-EXIT.
             CLOSE VERDICT-FILE.
             MOVE 0 TO SE-CODE.
             PERFORM WRITE-STEPEND.
             DISPLAY 'benchmark compare complete'.
             STOP RUN.

                 MOVE VERDICT-NONE-LINE TO VERDICT-REC
                 WRITE VERDICT-REC
                 DISPLAY VERDICT-NONE-LINE
                 MOVE VERDICT-NONE-LINE TO SE-RESULT
                 GO TO WRITE-VERDICT-EXIT.
             MOVE BLD-COUNT TO BI.
             DIVIDE BLD-TOTAL( BI ) BY BLD-RUNS( BI ) GIVING CURR-AVG.
                 MOVE VERDICT-BASE-LINE TO VERDICT-REC
                 WRITE VERDICT-REC
                 DISPLAY VERDICT-BASE-LINE
                 MOVE VERDICT-BASE-LINE TO SE-RESULT
                 GO TO WRITE-VERDICT-EXIT.
             COMPUTE CHANGE-PCT =
                 ( ( CURR-AVG - PRIOR-AVG ) * 100 ) / PRIOR-AVG.
                 MOVE VERDICT-SLOW-LINE TO VERDICT-REC
                 WRITE VERDICT-REC
                 DISPLAY VERDICT-SLOW-LINE
                 MOVE VERDICT-SLOW-LINE TO SE-RESULT
                 MOVE 'BENCHCMP' TO EX-PROGRAM
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'BSLW' TO EX-CODE
             ELSE
                 MOVE VERDICT-OK-LINE TO VERDICT-REC
                 WRITE VERDICT-REC
                 DISPLAY VERDICT-OK-LINE
                 MOVE VERDICT-OK-LINE TO SE-RESULT.
         WRITE-VERDICT-EXIT.
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

                 FILE STATUS IS AUDIT-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'AUDRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  AUDIT-FILE.
         01 AUDIT-REC PIC X(90).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(100).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
      *  AUDIT-LINE mirrors the record TTT, SIEVE, and E write -- the
      *  numeric-edited AL-ELAPSED arrives right-justified with leading
             05 FILLER PIC X(04) VALUE ' UP:'.
             05 OV-COUNT PIC ZZZZZ9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 is a rollup written, 08
      *  no AUDITLOG.DAT to roll up.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'AUDRPT'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'audit rollup starting'.
             OPEN INPUT AUDIT-FILE.
             IF AUDIT-STATUS NOT = '00'
                 DISPLAY 'AUDITLOG.DAT not found, nothing to report'
                 MOVE 8 TO SE-CODE
                 MOVE 'AUDITLOG.DAT NOT FOUND' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             OPEN OUTPUT REPORT-FILE.
             MOVE REPORT-DATE TO HL-DATE.
                 DISPLAY OVER-LINE
             END-IF.
             CLOSE REPORT-FILE.
             MOVE 0 TO SE-CODE.
             MOVE FAIL-TOTAL-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'audit rollup complete'.
             STOP RUN.

             MOVE LONG-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY LONG-LINE.

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

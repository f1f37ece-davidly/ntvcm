                 FILE STATUS IS STATS-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'SYMRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  STATS-FILE.
         01 STATS-REC PIC X(52).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(80).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
      *  STAT-LINE mirrors the record WRITE-STATS-LINE in ttt.cob
      *  writes -- numeric-edited fields arrive right-justified, so
             05 FILLER PIC X(25) VALUE 'UNPARSEABLE STAT LINES:  '.
             05 BT-COUNT PIC ZZZZZ9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 is a PASS, 04 a FAIL, 08
      *  no usable OPENSTATS.DAT to verify.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'SYMCHK'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'symmetry check starting'.
             IF HDR-SEEN = 0
                 DISPLAY 'OPENSTATS.DAT missing or has no header, '
                     'nothing to verify'
                 MOVE 8 TO SE-CODE
                 MOVE 'OPENSTATS.DAT NOT USABLE' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             COMPUTE CELL-COUNT = BOARD-SIZE * BOARD-SIZE.
             PERFORM SET-CLASS-REP VARYING CI FROM 1 BY 1
                 DISPLAY BAD-TOTAL-LINE
             END-IF.
             CLOSE REPORT-FILE.
             IF FAIL-CLASSES = 0
                 MOVE 0 TO SE-CODE
             ELSE
                 MOVE 4 TO SE-CODE.
             MOVE VERDICT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'symmetry check complete'.
             STOP RUN.

                 MOVE 'LOSE' TO OUTCOME-TEXT
             ELSE
                 MOVE '????' TO OUTCOME-TEXT.

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

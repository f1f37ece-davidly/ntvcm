      *  REMARKS. exactly which detailed report to open.  a report
      *  REMARKS. that is missing, or whose verdict line cannot be
      *  REMARKS. found, reads AMBER -- unknown is never clean.
      *  REMARKS. CERTRPT.DAT is judged the same way: a certified
      *  REMARKS. result that DRIFTs from its golden baseline reads
      *  REMARKS. AMBER, so a quietly changed answer cannot slip by.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
             SELECT SUMMARY-FILE ASSIGN TO 'BATCHSUM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUMMARY-STATUS.
             SELECT CERTRPT-FILE ASSIGN TO 'CERTRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CERTRPT-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'DAILYOPS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  AUDRPT-FILE.
         FD  TRCRPT-FILE.
         01 TRCRPT-REC PIC X(80).
         FD  SUMMARY-FILE.
         01 SUMMARY-REC PIC X(74).
         FD  CERTRPT-FILE.
         01 CERTRPT-REC PIC X(100).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(80).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 AUDRPT-STATUS PIC X(02).
         01 BENCHVER-STATUS PIC X(02).
         01 PRIMRPT-STATUS PIC X(02).
         01 TRCRPT-STATUS PIC X(02).
         01 SUMMARY-STATUS PIC X(02).
         01 CERTRPT-STATUS PIC X(02).
      *  per-subsystem judgment state -- SUB-COLOR is 1 GREEN, 2
      *  AMBER, 3 RED, and WORST-COLOR keeps the highest seen.  the
      *  detail lines are staged in the table so the overall verdict
             05 FILLER PIC X(01) VALUE SPACE.
             05 SB-DETAIL PIC X(55).

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 whenever the dashboard
      *  is written -- its color is the finding, carried in SE-RESULT.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'DAILYOPS'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'daily operations dashboard starting'.
             PERFORM JUDGE-FCHKRPT THRU JUDGE-FCHKRPT-EXIT.
             PERFORM JUDGE-PRIMRPT THRU JUDGE-PRIMRPT-EXIT.
             PERFORM JUDGE-TRCRPT THRU JUDGE-TRCRPT-EXIT.
             PERFORM JUDGE-CERTRPT THRU JUDGE-CERTRPT-EXIT.
             OPEN OUTPUT REPORT-FILE.
             MOVE REPORT-DATE TO HL-DATE.
             PERFORM SET-COLOR-TEXT-WORST.
             PERFORM WRITE-DETAIL VARYING DI FROM 1 BY 1
                 UNTIL DI > DETAIL-COUNT.
             CLOSE REPORT-FILE.
             MOVE 0 TO SE-CODE.
             MOVE HEAD-LINE( 19:13 ) TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'daily operations dashboard complete'.
             STOP RUN.

      *  E and F to RED, W to AMBER, and NONE or I to clean --
      *  anything else there (an ABND alert step, a severity this
      *  reader does not know) is AMBER, per the unknown-is-never-
      *  clean rule above.  DAILYOPS's own step line, left by an
      *  earlier run of this dashboard in the same window, is passed
      *  over -- the dashboard does not judge itself.
         JUDGE-BATCHSUM.
             MOVE 'BATCHSUM ' TO SB-NAME.
             MOVE 0 TO STEP-BAD.
                 GO TO JUDGE-BATCHSUM-EXIT.
         JUDGE-BATCHSUM-LOOP.
             READ SUMMARY-FILE AT END GO TO JUDGE-BATCHSUM-CLOSE.
             IF SUMMARY-REC( 1:8 ) = 'DAILYOPS'
                 GO TO JUDGE-BATCHSUM-LOOP.
             IF SUMMARY-REC( 9:7 ) = 'STATUS='
                 IF SUMMARY-REC( 16:4 ) = 'FAIL'
                     OR SUMMARY-REC( 16:4 ) = 'ABND'
                     MOVE 1 TO STEP-BAD
                 ELSE
                 IF SUMMARY-REC( 16:4 ) = 'SUPP'
                     MOVE 1 TO STEP-SUPP.
             IF SUMMARY-REC( 9:6 ) = 'WORST='
                 MOVE 1 TO ALERT-SEEN
                 IF SUMMARY-REC( 16:1 ) = 'E'
                     OR SUMMARY-REC( 16:1 ) = 'F'
                     MOVE 1 TO STEP-BAD
                 ELSE
                 IF SUMMARY-REC( 16:4 ) = 'NONE'
                     OR SUMMARY-REC( 16:1 ) = 'I'
                     CONTINUE
                 ELSE
                     MOVE 1 TO STEP-SUPP.
             PERFORM NOTE-SUBSYSTEM.
         JUDGE-TRCRPT-EXIT.
             EXIT.

      *  JUDGE-CERTRPT reads the golden-baseline verdict -- MATCH is
      *  GREEN, and so is NEW CONFIG (nothing certified yet to
      *  disagree with); DRIFT, or no output to certify, is AMBER.
         JUDGE-CERTRPT.
             MOVE 'CERTIFY  ' TO SB-NAME.
             MOVE 0 TO VERDICT-SEEN.
             OPEN INPUT CERTRPT-FILE.
             IF CERTRPT-STATUS NOT = '00'
                 MOVE 2 TO SUB-COLOR
                 MOVE 'NO REPORT ON FILE' TO SB-DETAIL
                 PERFORM NOTE-SUBSYSTEM
                 GO TO JUDGE-CERTRPT-EXIT.
         JUDGE-CERTRPT-LOOP.
             READ CERTRPT-FILE AT END GO TO JUDGE-CERTRPT-CLOSE.
             IF CERTRPT-REC( 1:8 ) = 'CERTIFY '
                 MOVE 1 TO VERDICT-SEEN
                 IF CERTRPT-REC( 9:5 ) = 'MATCH'
                     MOVE 1 TO SUB-COLOR
                     MOVE 'RESULTS MATCH CERTIFIED BASELINE'
                         TO SB-DETAIL
                 ELSE
                 IF CERTRPT-REC( 9:10 ) = 'NEW CONFIG'
                     MOVE 1 TO SUB-COLOR
                     MOVE 'NEW CONFIG -- NO BASELINE YET, SEE CERTRPT'
                         TO SB-DETAIL
                 ELSE
                 IF CERTRPT-REC( 9:5 ) = 'DRIFT'
                     MOVE 2 TO SUB-COLOR
                     MOVE 'RESULT DRIFT FROM BASELINE, SEE CERTRPT.DAT'
                         TO SB-DETAIL
                 ELSE
                     MOVE 2 TO SUB-COLOR
                     MOVE 'NO OUTPUT TO CERTIFY -- SEE CERTRPT.DAT'
                         TO SB-DETAIL.
             GO TO JUDGE-CERTRPT-LOOP.
         JUDGE-CERTRPT-CLOSE.
             CLOSE CERTRPT-FILE.
             IF VERDICT-SEEN = 0
                 MOVE 2 TO SUB-COLOR
                 MOVE 'VERDICT LINE NOT FOUND' TO SB-DETAIL.
             PERFORM NOTE-SUBSYSTEM.
         JUDGE-CERTRPT-EXIT.
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

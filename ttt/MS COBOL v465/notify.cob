         IDENTIFICATION DIVISION.
         PROGRAM-ID.  NOTIFY.
      *  REMARKS. outbound alert writer for the notification gateway.
      *  REMARKS. DAILYOPS's verdict and EXCALERT's worst severity sit
      *  REMARKS. in DAILYOPS.DAT and EXCRPT.DAT until somebody opens
      *  REMARKS. them; NOTIFY turns them into ALERTOUT.DAT, the fixed
      *  REMARKS. format file the gateway polls.  one alert goes out
      *  REMARKS. for each subsystem DAILYOPS blamed AMBER or RED, and
      *  REMARKS. one when EXCALERT saw a NEW (unacknowledged) E or F
      *  REMARKS. exception -- known ones already have an owner on
      *  REMARKS. EXCTRACK.DAT.  each record carries a sequence
      *  REMARKS. number, timestamp, the window's RUN-CORR-ID, the
      *  REMARKS. severity, the originating program, the subsystem,
      *  REMARKS. the route, and a short message.  ALERTRTE.DAT says
      *  REMARKS. which severities and subsystems PAGE on-call, which
      *  REMARKS. only EMAIL, and which are not sent at all (NONE).
      *  REMARKS. ALERTOUT.DAT is append-only and the gateway reads
      *  REMARKS. it by sequence number, so an alert already on it
      *  REMARKS. for the same run id, severity, program, and
      *  REMARKS. subsystem is never written again -- rerunning
      *  REMARKS. DAILYOPS and NOTIFY does not page anybody twice.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ROUTE-FILE ASSIGN TO 'ALERTRTE.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ROUTE-STATUS.
             SELECT ALERT-FILE ASSIGN TO 'ALERTOUT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ALERT-STATUS.
             SELECT DAILYOPS-FILE ASSIGN TO 'DAILYOPS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DAILYOPS-STATUS.
             SELECT EXCRPT-FILE ASSIGN TO 'EXCRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCRPT-STATUS.
             SELECT SUMMARY-FILE ASSIGN TO 'BATCHSUM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUMMARY-STATUS.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
      *  ALERTRTE.DAT is the routing control, one rule per record,
      *  first match wins: RR-SEVERITY (RED, AMBER, FATAL, ERROR) and
      *  RR-SUBSYS (a DAILYOPS subsystem name or EXCALERT), either
      *  one '*' for any, and RR-ROUTE PAGE, EMAIL, or NONE.  no file,
      *  or no rule matching, routes RED and FATAL to PAGE and the
      *  rest to EMAIL.
         FD  ROUTE-FILE.
         01 ROUTE-REC.
             05 RR-SEVERITY PIC X(05).
             05 RR-SUBSYS PIC X(09).
             05 RR-ROUTE PIC X(05).
         FD  ALERT-FILE.
         01 ALERT-REC PIC X(129).
         FD  DAILYOPS-FILE.
         01 DAILYOPS-REC PIC X(80).
         FD  EXCRPT-FILE.
         01 EXCRPT-REC PIC X(100).
         FD  SUMMARY-FILE.
         01 SUMMARY-REC PIC X(74).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 ROUTE-STATUS PIC X(02).
         01 ALERT-STATUS PIC X(02).
         01 DAILYOPS-STATUS PIC X(02).
         01 EXCRPT-STATUS PIC X(02).
         01 SUMMARY-STATUS PIC X(02).
      *  one outbound alert -- the record the gateway polls.
         01 ALERT-LINE.
             05 AO-SEQ PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AO-STAMP.
                 10 AO-DATE PIC 9(08).
                 10 AO-TIME PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AO-RUNID PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AO-SEVERITY PIC X(05).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AO-PROGRAM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AO-SUBSYS PIC X(09).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AO-ROUTE PIC X(05).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AO-MESSAGE PIC X(55).
      *  the routing rules, and the alerts already sent -- the key of
      *  every record on ALERTOUT.DAT for this window's run id.
         01 RULE-SEVERITY PIC X(05) OCCURS 50 TIMES.
         01 RULE-SUBSYS PIC X(09) OCCURS 50 TIMES.
         01 RULE-ROUTE PIC X(05) OCCURS 50 TIMES.
         01 RULE-COUNT PIC 9(02) COMP VALUE 0.
         01 RI PIC 9(02) COMP VALUE 0.
         01 SENT-KEY PIC X(22) OCCURS 100 TIMES.
         01 SENT-COUNT PIC 9(04) COMP VALUE 0.
         01 SI PIC 9(04) COMP VALUE 0.
         01 SENT-FOUND PIC 9(01) COMP VALUE 0.
         01 ALERT-KEY.
             05 AK-SEVERITY PIC X(05).
             05 AK-PROGRAM PIC X(08).
             05 AK-SUBSYS PIC X(09).
         01 LAST-SEQ PIC 9(08) VALUE ZEROES.
         01 WINDOW-RUNID PIC X(16) VALUE SPACES.
         01 NEW-WORST PIC X(04) VALUE SPACES.
         01 NEW-COUNT-X PIC X(06) VALUE SPACES.
         01 ROUTE-PICKED PIC X(05) VALUE SPACES.
         01 WRITTEN-COUNT PIC 9(04) COMP VALUE 0.
         01 REPEAT-COUNT PIC 9(04) COMP VALUE 0.
         01 HELD-COUNT PIC 9(04) COMP VALUE 0.
         01 EXC-MESSAGE.
             05 FILLER PIC X(19) VALUE 'NEW EXCEPTIONS    '.
             05 EM-COUNT PIC X(06).
             05 FILLER PIC X(30)
                 VALUE ' -- SEE EXCRPT.DAT            '.
         01 TOTAL-LINE.
             05 FILLER PIC X(14) VALUE 'ALERTS WRITTEN'.
             05 TL-WRITTEN PIC ZZZ9.
             05 FILLER PIC X(14) VALUE ' ALREADY SENT '.
             05 TL-REPEAT PIC ZZZ9.
             05 FILLER PIC X(13) VALUE ' ROUTED NONE '.
             05 TL-HELD PIC ZZZ9.
         01 STEP-RESULT-LINE.
             05 FILLER PIC X(16) VALUE 'ALERTS WRITTEN: '.
             05 SR-WRITTEN PIC ZZZ9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 whenever the alerts are
      *  written, 08 no DAILYOPS.DAT to alert from.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'NOTIFY'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'outbound alert run starting'.
             PERFORM READ-WINDOW THRU READ-WINDOW-EXIT.
             PERFORM READ-ROUTES THRU READ-ROUTES-EXIT.
             PERFORM READ-SENT THRU READ-SENT-EXIT.
             OPEN INPUT DAILYOPS-FILE.
             IF DAILYOPS-STATUS NOT = '00'
                 DISPLAY 'DAILYOPS.DAT not found, nothing to alert'
                 MOVE 8 TO SE-CODE
                 MOVE 'NO DAILYOPS.DAT' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             OPEN EXTEND ALERT-FILE.
             IF ALERT-STATUS NOT = '00'
                 OPEN OUTPUT ALERT-FILE
             END-IF.
         DAILYOPS-LOOP.
             READ DAILYOPS-FILE AT END GO TO DAILYOPS-DONE.
             IF DAILYOPS-REC( 1:5 ) NOT = 'SUB  '
                 GO TO DAILYOPS-LOOP.
             IF DAILYOPS-REC( 15:5 ) NOT = 'RED  '
                 AND DAILYOPS-REC( 15:5 ) NOT = 'AMBER'
                 GO TO DAILYOPS-LOOP.
             MOVE DAILYOPS-REC( 15:5 ) TO AO-SEVERITY.
             MOVE 'DAILYOPS' TO AO-PROGRAM.
             MOVE DAILYOPS-REC( 6:9 ) TO AO-SUBSYS.
             MOVE DAILYOPS-REC( 21:55 ) TO AO-MESSAGE.
             PERFORM SEND-ALERT THRU SEND-ALERT-EXIT.
             GO TO DAILYOPS-LOOP.
         DAILYOPS-DONE.
             CLOSE DAILYOPS-FILE.
             PERFORM READ-EXCRPT THRU READ-EXCRPT-EXIT.
             IF NEW-WORST = 'F' OR NEW-WORST = 'E'
                 IF NEW-WORST = 'F'
                     MOVE 'FATAL' TO AO-SEVERITY
                 ELSE
                     MOVE 'ERROR' TO AO-SEVERITY
                 END-IF
                 MOVE 'EXCALERT' TO AO-PROGRAM
                 MOVE 'EXCALERT' TO AO-SUBSYS
                 MOVE NEW-COUNT-X TO EM-COUNT
                 MOVE EXC-MESSAGE TO AO-MESSAGE
                 PERFORM SEND-ALERT THRU SEND-ALERT-EXIT.
             CLOSE ALERT-FILE.
             MOVE WRITTEN-COUNT TO TL-WRITTEN.
             MOVE REPEAT-COUNT TO TL-REPEAT.
             MOVE HELD-COUNT TO TL-HELD.
             DISPLAY TOTAL-LINE.
             MOVE 0 TO SE-CODE.
             MOVE WRITTEN-COUNT TO SR-WRITTEN.
             MOVE STEP-RESULT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'outbound alert run complete'.
             STOP RUN.

      *  READ-WINDOW takes the run id of the window DAILYOPS judged
      *  from BATCHSUM.DAT (see SUM-LINE in batch.cob), falling back
      *  on the environment when there is no summary.
         READ-WINDOW.
             OPEN INPUT SUMMARY-FILE.
             IF SUMMARY-STATUS NOT = '00' GO TO READ-WINDOW-ENV.
         READ-WINDOW-LOOP.
             READ SUMMARY-FILE AT END GO TO READ-WINDOW-CLOSE.
             IF SUMMARY-REC( 59:16 ) NOT = SPACES
                 MOVE SUMMARY-REC( 59:16 ) TO WINDOW-RUNID.
             GO TO READ-WINDOW-LOOP.
         READ-WINDOW-CLOSE.
             CLOSE SUMMARY-FILE.
         READ-WINDOW-ENV.
             IF WINDOW-RUNID = SPACES
                 ACCEPT WINDOW-RUNID FROM ENVIRONMENT NTVCM-RUNID-ENV
                     ON EXCEPTION
                         MOVE 'UNKNOWN' TO WINDOW-RUNID
                 END-ACCEPT.
         READ-WINDOW-EXIT.
             EXIT.

         READ-ROUTES.
             OPEN INPUT ROUTE-FILE.
             IF ROUTE-STATUS NOT = '00' GO TO READ-ROUTES-EXIT.
         READ-ROUTES-LOOP.
             READ ROUTE-FILE AT END GO TO READ-ROUTES-CLOSE.
             IF ROUTE-REC = SPACES OR RULE-COUNT = 50
                 GO TO READ-ROUTES-LOOP.
             IF RR-ROUTE NOT = 'PAGE ' AND RR-ROUTE NOT = 'EMAIL'
                 AND RR-ROUTE NOT = 'NONE '
                 GO TO READ-ROUTES-LOOP.
             ADD 1 TO RULE-COUNT.
             MOVE RR-SEVERITY TO RULE-SEVERITY( RULE-COUNT ).
             MOVE RR-SUBSYS TO RULE-SUBSYS( RULE-COUNT ).
             MOVE RR-ROUTE TO RULE-ROUTE( RULE-COUNT ).
             GO TO READ-ROUTES-LOOP.
         READ-ROUTES-CLOSE.
             CLOSE ROUTE-FILE.
         READ-ROUTES-EXIT.
             EXIT.

      *  READ-SENT passes ALERTOUT.DAT for the last sequence number
      *  used and the keys already sent for this window.
         READ-SENT.
             OPEN INPUT ALERT-FILE.
             IF ALERT-STATUS NOT = '00' GO TO READ-SENT-EXIT.
         READ-SENT-LOOP.
             READ ALERT-FILE AT END GO TO READ-SENT-CLOSE.
             MOVE ALERT-REC TO ALERT-LINE.
             IF AO-SEQ NUMERIC
                 MOVE AO-SEQ TO LAST-SEQ.
             IF AO-RUNID NOT = WINDOW-RUNID OR SENT-COUNT = 100
                 GO TO READ-SENT-LOOP.
             ADD 1 TO SENT-COUNT.
             MOVE AO-SEVERITY TO AK-SEVERITY.
             MOVE AO-PROGRAM TO AK-PROGRAM.
             MOVE AO-SUBSYS TO AK-SUBSYS.
             MOVE ALERT-KEY TO SENT-KEY( SENT-COUNT ).
             GO TO READ-SENT-LOOP.
         READ-SENT-CLOSE.
             CLOSE ALERT-FILE.
         READ-SENT-EXIT.
             EXIT.

      *  READ-EXCRPT lifts the new-exception count and worst new
      *  severity off EXCALERT's verdict line (see VERDICT-LINE in
      *  excalert.cob).
         READ-EXCRPT.
             OPEN INPUT EXCRPT-FILE.
             IF EXCRPT-STATUS NOT = '00' GO TO READ-EXCRPT-EXIT.
         READ-EXCRPT-LOOP.
             READ EXCRPT-FILE AT END GO TO READ-EXCRPT-CLOSE.
             IF EXCRPT-REC( 1:15 ) = 'EXCALERT WORST '
                 MOVE EXCRPT-REC( 25:6 ) TO NEW-COUNT-X
                 MOVE EXCRPT-REC( 55:4 ) TO NEW-WORST.
             GO TO READ-EXCRPT-LOOP.
         READ-EXCRPT-CLOSE.
             CLOSE EXCRPT-FILE.
         READ-EXCRPT-EXIT.
             EXIT.

      *  SEND-ALERT writes the alert staged in AO-SEVERITY, AO-PROGRAM,
      *  AO-SUBSYS, and AO-MESSAGE -- unless it already went out for
      *  this window, or its route is NONE.
         SEND-ALERT.
             MOVE AO-SEVERITY TO AK-SEVERITY.
             MOVE AO-PROGRAM TO AK-PROGRAM.
             MOVE AO-SUBSYS TO AK-SUBSYS.
             MOVE 0 TO SENT-FOUND.
             PERFORM MATCH-SENT VARYING SI FROM 1 BY 1
                 UNTIL SI > SENT-COUNT OR SENT-FOUND = 1.
             IF SENT-FOUND = 1
                 ADD 1 TO REPEAT-COUNT
                 GO TO SEND-ALERT-EXIT.
             PERFORM PICK-ROUTE.
             IF ROUTE-PICKED = 'NONE '
                 ADD 1 TO HELD-COUNT
                 GO TO SEND-ALERT-EXIT.
             ADD 1 TO LAST-SEQ.
             MOVE LAST-SEQ TO AO-SEQ.
             ACCEPT AO-DATE FROM DATE YYYYMMDD.
             ACCEPT AO-TIME FROM TIME.
             MOVE WINDOW-RUNID TO AO-RUNID.
             MOVE ROUTE-PICKED TO AO-ROUTE.
             MOVE ALERT-LINE TO ALERT-REC.
             WRITE ALERT-REC.
             DISPLAY ALERT-LINE.
             ADD 1 TO WRITTEN-COUNT.
             IF SENT-COUNT < 100
                 ADD 1 TO SENT-COUNT
                 MOVE ALERT-KEY TO SENT-KEY( SENT-COUNT ).
         SEND-ALERT-EXIT.
             EXIT.

         MATCH-SENT.
             IF SENT-KEY( SI ) = ALERT-KEY
                 MOVE 1 TO SENT-FOUND.

      *  PICK-ROUTE takes the first rule matching the alert's
      *  severity and subsystem, or the built-in default.
         PICK-ROUTE.
             MOVE SPACES TO ROUTE-PICKED.
             PERFORM MATCH-RULE VARYING RI FROM 1 BY 1
                 UNTIL RI > RULE-COUNT OR ROUTE-PICKED NOT = SPACES.
             IF ROUTE-PICKED = SPACES
                 IF AO-SEVERITY = 'RED  ' OR AO-SEVERITY = 'FATAL'
                     MOVE 'PAGE ' TO ROUTE-PICKED
                 ELSE
                     MOVE 'EMAIL' TO ROUTE-PICKED.

         MATCH-RULE.
             IF ( RULE-SEVERITY( RI ) = AO-SEVERITY
                     OR RULE-SEVERITY( RI ) = '*' )
                 AND ( RULE-SUBSYS( RI ) = AO-SUBSYS
                     OR RULE-SUBSYS( RI ) = '*' )
                 MOVE RULE-ROUTE( RI ) TO ROUTE-PICKED.

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

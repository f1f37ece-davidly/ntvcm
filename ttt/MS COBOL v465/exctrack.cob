         IDENTIFICATION DIVISION.
         PROGRAM-ID.  EXCTRACK.
      *  REMARKS. exception ownership and aging over EXCEPTIONS.DAT.
      *  REMARKS. EXCALERT reports each window's E and F records and
      *  REMARKS. forgets them; EXCTRACK.DAT remembers the ones
      *  REMARKS. somebody has taken on.  operator actions come in
      *  REMARKS. EXCACT.DAT, one per record, each naming an exception
      *  REMARKS. by EX-PROGRAM, EX-CODE, and EX-RUNID: A acknowledges
      *  REMARKS. it (it must be on EXCEPTIONS.DAT) and opens a tracked
      *  REMARKS. item, optionally with owner and ticket; O assigns or
      *  REMARKS. changes the owner and ticket of an open item; C
      *  REMARKS. closes it, and the resolution note is mandatory.
      *  REMARKS. actions applied and refused are reported, and
      *  REMARKS. EXCACT.DAT is emptied so none is applied twice.
      *  REMARKS. then the daily aging report, EXCAGE.DAT, lists every
      *  REMARKS. open item with its age in days and the number of
      *  REMARKS. windows its EX-CODE has been raised in since it was
      *  REMARKS. opened.  EXCALERT reads the open items to tell a
      *  REMARKS. new exception from a known, acknowledged one.
      *  REMARKS. a closed item is kept on EXCTRACK.DAT for
      *  REMARKS. CLOSED-RETAIN-DAYS after it was closed and then
      *  REMARKS. dropped, so the tracking table does not fill up.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ACTION-FILE ASSIGN TO 'EXCACT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ACTION-STATUS.
             SELECT TRACK-FILE ASSIGN TO 'EXCTRACK.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TRACK-STATUS.
             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'EXCAGE.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
      *  ACTION-FILE is EXCACT.DAT, the operator's actions: XA-ACTION
      *  A acknowledge, O owner/ticket, C close; the exception's key;
      *  then owner and ticket (A and O -- spaces leave them as they
      *  are) and the resolution note (C).
         FD  ACTION-FILE.
         01 ACTION-REC.
             05 XA-ACTION PIC X(01).
             05 XA-PROGRAM PIC X(08).
             05 XA-CODE PIC X(04).
             05 XA-RUNID PIC X(16).
             05 XA-OWNER PIC X(08).
             05 XA-TICKET PIC X(12).
             05 XA-NOTE PIC X(40).
         FD  TRACK-FILE.
         01 TRACK-REC PIC X(115).
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(100).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 ACTION-STATUS PIC X(02).
         01 TRACK-STATUS PIC X(02).
         01 EXCEPT-STATUS PIC X(02).
      *  EXCEPT-LINE mirrors the record every writer lays down --
      *  WRITE-EXCEPTION writes it here too, the caller filling the
      *  severity, code, and text.
         01 EXCEPT-LINE.
             05 EX-DATE PIC X(08).
             05 FILLER PIC X(01).
             05 EX-TIME PIC X(08).
             05 FILLER PIC X(01).
             05 EX-PROGRAM PIC X(08).
             05 FILLER PIC X(01).
             05 EX-SEVERITY PIC X(01).
             05 FILLER PIC X(01).
             05 EX-CODE PIC X(04).
             05 FILLER PIC X(01).
             05 EX-TEXT PIC X(40).
             05 FILLER PIC X(01).
             05 EX-RUNID PIC X(16).
      *  one tracked item -- TK-STATE A open (acknowledged), C
      *  closed; TK-OPENED the date the exception was raised,
      *  TK-CLOSED the date it was closed, TK-NOTE its resolution.
         01 TRACK-LINE.
             05 TK-PROGRAM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-CODE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-RUNID PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-STATE PIC X(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-OPENED PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-OWNER PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-TICKET PIC X(12).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-CLOSED PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-SEVERITY PIC X(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TK-NOTE PIC X(40).
      *  the tracking file held in memory while actions are applied,
      *  with each open item's recurrence count for the aging pass.
         01 TRK-REC PIC X(115) OCCURS 200 TIMES.
         01 TRK-RECUR PIC 9(04) COMP OCCURS 200 TIMES.
         01 TRK-LAST-RUNID PIC X(16) OCCURS 200 TIMES.
         01 TRK-COUNT PIC 9(04) COMP VALUE 0.
      *  closed items older than this many days are not loaded, so
      *  the rewrite leaves them off the file; a record that still
      *  finds the table full is dropped with a W exception.
         01 CLOSED-RETAIN-DAYS PIC 9(04) COMP VALUE 30.
         01 PURGED-COUNT PIC 9(04) COMP VALUE 0.
         01 OVERFLOW-COUNT PIC 9(04) COMP VALUE 0.
         01 TI PIC 9(04) COMP VALUE 0.
         01 TRK-FOUND PIC 9(04) COMP VALUE 0.
         01 EXC-FOUND PIC 9(01) COMP VALUE 0.
         01 FOUND-DATE PIC X(08) VALUE SPACES.
         01 FOUND-SEVERITY PIC X(01) VALUE SPACE.
         01 APPLIED-COUNT PIC 9(04) COMP VALUE 0.
         01 REFUSED-COUNT PIC 9(04) COMP VALUE 0.
         01 OPEN-COUNT PIC 9(04) COMP VALUE 0.
         01 RUN-DATE PIC 9(08) VALUE ZEROES.
      *  calendar arithmetic -- dates are compared as day serials so
      *  an item's age works across month and year boundaries.
      *  DATE-TO-SERIAL turns DS-DATE (YYYYMMDD) into the day count
      *  DS-SERIAL, computed stepwise through integer scratch fields
      *  so no intermediate division keeps a fraction.
         01 DS-DATE.
             05 DS-YYYY PIC 9(04).
             05 DS-MM PIC 9(02).
             05 DS-DD PIC 9(02).
         01 DS-A PIC 9(04) COMP VALUE 0.
         01 DS-Y PIC 9(08) COMP VALUE 0.
         01 DS-M PIC 9(04) COMP VALUE 0.
         01 DS-T1 PIC 9(08) COMP VALUE 0.
         01 DS-T2 PIC 9(08) COMP VALUE 0.
         01 DS-T3 PIC 9(08) COMP VALUE 0.
         01 DS-T4 PIC 9(08) COMP VALUE 0.
         01 DS-SERIAL PIC 9(08) COMP VALUE 0.
         01 TODAY-SERIAL PIC 9(08) COMP VALUE 0.
         01 AGE-DAYS PIC 9(06) COMP VALUE 0.
         01 HEAD-LINE.
             05 FILLER PIC X(23) VALUE 'EXCEPTION AGING REPORT '.
             05 HL-DATE PIC 9(08).
         01 ACTION-LINE.
             05 FILLER PIC X(07) VALUE 'ACTION '.
             05 AC-ACTION PIC X(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AC-PROGRAM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AC-CODE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AC-RUNID PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 AC-RESULT PIC X(30).
         01 COL-LINE.
             05 FILLER PIC X(30) VALUE 'ITEM PROGRAM  CODE RUN-CORR-ID'.
             05 FILLER PIC X(30) VALUE '      S OPENED   OWNER    TICK'.
             05 FILLER PIC X(30) VALUE 'ET       AGE-DAYS  WINDOWS    '.
         01 OPEN-LINE.
             05 FILLER PIC X(05) VALUE 'OPEN '.
             05 OL-PROGRAM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 OL-CODE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 OL-RUNID PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 OL-SEVERITY PIC X(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 OL-OPENED PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 OL-OWNER PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 OL-TICKET PIC X(12).
             05 FILLER PIC X(01) VALUE SPACE.
             05 OL-AGE PIC Z(07)9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 OL-RECUR PIC Z(06)9.
         01 TOTAL-LINE.
             05 FILLER PIC X(08) VALUE 'APPLIED '.
             05 TL-APPLIED PIC ZZZ9.
             05 FILLER PIC X(09) VALUE ' REFUSED '.
             05 TL-REFUSED PIC ZZZ9.
             05 FILLER PIC X(11) VALUE ' OPEN ITEMS'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 TL-OPEN PIC ZZZ9.
         01 STEP-RESULT-LINE.
             05 FILLER PIC X(12) VALUE 'OPEN ITEMS: '.
             05 SR-OPEN PIC ZZZ9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 whenever the aging
      *  report is written; a refused action is the operator's to
      *  correct, not a failed step.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'EXCTRACK'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'exception tracking starting'.
             ACCEPT RUN-DATE FROM DATE YYYYMMDD.
             MOVE RUN-DATE TO DS-DATE.
             PERFORM DATE-TO-SERIAL.
             MOVE DS-SERIAL TO TODAY-SERIAL.
             OPEN OUTPUT REPORT-FILE.
             MOVE RUN-DATE TO HL-DATE.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
             PERFORM LOAD-TRACKING THRU LOAD-TRACKING-EXIT.
             PERFORM APPLY-ACTIONS THRU APPLY-ACTIONS-EXIT.
             PERFORM SAVE-TRACKING.
             PERFORM COUNT-RECURRENCE THRU COUNT-RECURRENCE-EXIT.
             MOVE COL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY COL-LINE.
             PERFORM WRITE-OPEN-ITEM VARYING TI FROM 1 BY 1
                 UNTIL TI > TRK-COUNT.
             MOVE APPLIED-COUNT TO TL-APPLIED.
             MOVE REFUSED-COUNT TO TL-REFUSED.
             MOVE OPEN-COUNT TO TL-OPEN.
             MOVE TOTAL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY TOTAL-LINE.
             CLOSE REPORT-FILE.
             MOVE 0 TO SE-CODE.
             MOVE OPEN-COUNT TO SR-OPEN.
             MOVE STEP-RESULT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'exception tracking complete'.
             STOP RUN.

         LOAD-TRACKING.
             MOVE 0 TO TRK-COUNT.
             OPEN INPUT TRACK-FILE.
             IF TRACK-STATUS NOT = '00' GO TO LOAD-TRACKING-EXIT.
         LOAD-TRACKING-LOOP.
             READ TRACK-FILE AT END GO TO LOAD-TRACKING-CLOSE.
             IF TRACK-REC = SPACES GO TO LOAD-TRACKING-LOOP.
             MOVE TRACK-REC TO TRACK-LINE.
             IF TK-STATE = 'C'
                 PERFORM CLOSED-ITEM-AGE
                 IF AGE-DAYS > CLOSED-RETAIN-DAYS
                     ADD 1 TO PURGED-COUNT
                     GO TO LOAD-TRACKING-LOOP.
             IF TRK-COUNT = 200
                 ADD 1 TO OVERFLOW-COUNT
                 MOVE SPACES TO EXCEPT-LINE
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'XTKF' TO EX-CODE
                 MOVE 'TRACKING TABLE FULL, ITEM DROPPED'
                     TO EX-TEXT
                 PERFORM WRITE-EXCEPTION
                 GO TO LOAD-TRACKING-LOOP.
             ADD 1 TO TRK-COUNT.
             MOVE TRACK-REC TO TRK-REC( TRK-COUNT ).
             GO TO LOAD-TRACKING-LOOP.
         LOAD-TRACKING-CLOSE.
             CLOSE TRACK-FILE.
             IF PURGED-COUNT NOT = 0
                 DISPLAY 'closed items past retention dropped: '
                     PURGED-COUNT.
             IF OVERFLOW-COUNT NOT = 0
                 DISPLAY 'tracking table full, items dropped: '
                     OVERFLOW-COUNT.
         LOAD-TRACKING-EXIT.
             EXIT.

      *  CLOSED-ITEM-AGE leaves in AGE-DAYS how long ago the item in
      *  TRACK-LINE was closed -- 0 for a close date it cannot read,
      *  so such an item is kept.
         CLOSED-ITEM-AGE.
             MOVE 0 TO AGE-DAYS.
             IF TK-CLOSED NUMERIC
                 MOVE TK-CLOSED TO DS-DATE
                 PERFORM DATE-TO-SERIAL
                 IF TODAY-SERIAL > DS-SERIAL
                     COMPUTE AGE-DAYS = TODAY-SERIAL - DS-SERIAL.

      *  SAVE-TRACKING lays the tracking file back down with the
      *  actions applied.
         SAVE-TRACKING.
             OPEN OUTPUT TRACK-FILE.
             PERFORM WRITE-TRACK-REC VARYING TI FROM 1 BY 1
                 UNTIL TI > TRK-COUNT.
             CLOSE TRACK-FILE.

         WRITE-TRACK-REC.
             MOVE TRK-REC( TI ) TO TRACK-REC.
             WRITE TRACK-REC.

      *  APPLY-ACTIONS works through EXCACT.DAT in order, then empties
      *  it.  each action is reported with what became of it.
         APPLY-ACTIONS.
             OPEN INPUT ACTION-FILE.
             IF ACTION-STATUS NOT = '00' GO TO APPLY-ACTIONS-EXIT.
         APPLY-ACTIONS-LOOP.
             READ ACTION-FILE AT END GO TO APPLY-ACTIONS-CLOSE.
             IF ACTION-REC = SPACES GO TO APPLY-ACTIONS-LOOP.
             MOVE XA-ACTION TO AC-ACTION.
             MOVE XA-PROGRAM TO AC-PROGRAM.
             MOVE XA-CODE TO AC-CODE.
             MOVE XA-RUNID TO AC-RUNID.
             PERFORM FIND-TRACKED.
             IF XA-ACTION = 'A'
                 PERFORM ACKNOWLEDGE THRU ACKNOWLEDGE-EXIT
             ELSE
             IF XA-ACTION = 'O'
                 PERFORM ASSIGN-OWNER THRU ASSIGN-OWNER-EXIT
             ELSE
             IF XA-ACTION = 'C'
                 PERFORM CLOSE-ITEM THRU CLOSE-ITEM-EXIT
             ELSE
                 MOVE 'REFUSED: UNKNOWN ACTION' TO AC-RESULT.
             IF AC-RESULT( 1:8 ) = 'REFUSED:'
                 ADD 1 TO REFUSED-COUNT
             ELSE
                 ADD 1 TO APPLIED-COUNT.
             MOVE ACTION-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY ACTION-LINE.
             GO TO APPLY-ACTIONS-LOOP.
         APPLY-ACTIONS-CLOSE.
             CLOSE ACTION-FILE.
             OPEN OUTPUT ACTION-FILE.
             CLOSE ACTION-FILE.
         APPLY-ACTIONS-EXIT.
             EXIT.

      *  FIND-TRACKED leaves TRK-FOUND naming the tracked item with
      *  the action's key, zero when there is none.
         FIND-TRACKED.
             MOVE 0 TO TRK-FOUND.
             PERFORM MATCH-TRACKED VARYING TI FROM 1 BY 1
                 UNTIL TI > TRK-COUNT OR TRK-FOUND NOT = 0.

         MATCH-TRACKED.
             MOVE TRK-REC( TI ) TO TRACK-LINE.
             IF TK-PROGRAM = XA-PROGRAM AND TK-CODE = XA-CODE
                 AND TK-RUNID = XA-RUNID
                 MOVE TI TO TRK-FOUND.

      *  ACKNOWLEDGE opens a tracked item for an exception on file --
      *  once: an exception already tracked, open or closed, is not
      *  opened again while its item is still on the file.
         ACKNOWLEDGE.
             IF TRK-FOUND NOT = 0
                 MOVE 'REFUSED: ALREADY TRACKED' TO AC-RESULT
                 GO TO ACKNOWLEDGE-EXIT.
             IF TRK-COUNT = 200
                 MOVE 'REFUSED: TRACKING FILE FULL' TO AC-RESULT
                 GO TO ACKNOWLEDGE-EXIT.
             PERFORM FIND-EXCEPTION THRU FIND-EXCEPTION-EXIT.
             IF EXC-FOUND = 0
                 MOVE 'REFUSED: NOT ON EXCEPTIONS.DAT' TO AC-RESULT
                 GO TO ACKNOWLEDGE-EXIT.
             MOVE SPACES TO TRACK-LINE.
             MOVE XA-PROGRAM TO TK-PROGRAM.
             MOVE XA-CODE TO TK-CODE.
             MOVE XA-RUNID TO TK-RUNID.
             MOVE 'A' TO TK-STATE.
             MOVE FOUND-DATE TO TK-OPENED.
             MOVE XA-OWNER TO TK-OWNER.
             MOVE XA-TICKET TO TK-TICKET.
             MOVE 0 TO TK-CLOSED.
             MOVE FOUND-SEVERITY TO TK-SEVERITY.
             ADD 1 TO TRK-COUNT.
             MOVE TRACK-LINE TO TRK-REC( TRK-COUNT ).
             MOVE 'ACKNOWLEDGED' TO AC-RESULT.
         ACKNOWLEDGE-EXIT.
             EXIT.

      *  FIND-EXCEPTION looks for the action's key on EXCEPTIONS.DAT,
      *  keeping the date and severity of the first record with it.
         FIND-EXCEPTION.
             MOVE 0 TO EXC-FOUND.
             OPEN INPUT EXCEPT-FILE.
             IF EXCEPT-STATUS NOT = '00' GO TO FIND-EXCEPTION-EXIT.
         FIND-EXCEPTION-LOOP.
             READ EXCEPT-FILE AT END GO TO FIND-EXCEPTION-CLOSE.
             MOVE EXCEPT-REC TO EXCEPT-LINE.
             IF EX-PROGRAM NOT = XA-PROGRAM OR EX-CODE NOT = XA-CODE
                 OR EX-RUNID NOT = XA-RUNID
                 GO TO FIND-EXCEPTION-LOOP.
             IF EX-DATE NOT NUMERIC GO TO FIND-EXCEPTION-LOOP.
             MOVE 1 TO EXC-FOUND.
             MOVE EX-DATE TO FOUND-DATE.
             MOVE EX-SEVERITY TO FOUND-SEVERITY.
         FIND-EXCEPTION-CLOSE.
             CLOSE EXCEPT-FILE.
         FIND-EXCEPTION-EXIT.
             EXIT.

      *  ASSIGN-OWNER sets the owner and ticket of an open item; a
      *  field left blank on the action keeps its current value.
         ASSIGN-OWNER.
             IF TRK-FOUND = 0
                 MOVE 'REFUSED: NOT TRACKED' TO AC-RESULT
                 GO TO ASSIGN-OWNER-EXIT.
             MOVE TRK-REC( TRK-FOUND ) TO TRACK-LINE.
             IF TK-STATE NOT = 'A'
                 MOVE 'REFUSED: ITEM IS CLOSED' TO AC-RESULT
                 GO TO ASSIGN-OWNER-EXIT.
             IF XA-OWNER = SPACES AND XA-TICKET = SPACES
                 MOVE 'REFUSED: NO OWNER OR TICKET GIVEN' TO AC-RESULT
                 GO TO ASSIGN-OWNER-EXIT.
             IF XA-OWNER NOT = SPACES
                 MOVE XA-OWNER TO TK-OWNER.
             IF XA-TICKET NOT = SPACES
                 MOVE XA-TICKET TO TK-TICKET.
             MOVE TRACK-LINE TO TRK-REC( TRK-FOUND ).
             MOVE 'OWNER/TICKET SET' TO AC-RESULT.
         ASSIGN-OWNER-EXIT.
             EXIT.

      *  CLOSE-ITEM closes an open item -- never without a resolution.
         CLOSE-ITEM.
             IF TRK-FOUND = 0
                 MOVE 'REFUSED: NOT TRACKED' TO AC-RESULT
                 GO TO CLOSE-ITEM-EXIT.
             MOVE TRK-REC( TRK-FOUND ) TO TRACK-LINE.
             IF TK-STATE NOT = 'A'
                 MOVE 'REFUSED: ITEM IS CLOSED' TO AC-RESULT
                 GO TO CLOSE-ITEM-EXIT.
             IF XA-NOTE = SPACES
                 MOVE 'REFUSED: RESOLUTION REQUIRED' TO AC-RESULT
                 GO TO CLOSE-ITEM-EXIT.
             MOVE 'C' TO TK-STATE.
             MOVE RUN-DATE TO TK-CLOSED.
             MOVE XA-NOTE TO TK-NOTE.
             MOVE TRACK-LINE TO TRK-REC( TRK-FOUND ).
             MOVE 'CLOSED' TO AC-RESULT.
         CLOSE-ITEM-EXIT.
             EXIT.

      *  COUNT-RECURRENCE passes EXCEPTIONS.DAT once, counting for
      *  every open item the windows its EX-CODE was raised in on or
      *  after the day it was opened.  the log is in time order, so a
      *  window is counted when its run id differs from the last one
      *  counted for the item.
         COUNT-RECURRENCE.
             PERFORM CLEAR-RECURRENCE VARYING TI FROM 1 BY 1
                 UNTIL TI > TRK-COUNT.
             OPEN INPUT EXCEPT-FILE.
             IF EXCEPT-STATUS NOT = '00' GO TO COUNT-RECURRENCE-EXIT.
         COUNT-RECURRENCE-LOOP.
             READ EXCEPT-FILE AT END GO TO COUNT-RECURRENCE-CLOSE.
             MOVE EXCEPT-REC TO EXCEPT-LINE.
             IF EX-DATE NOT NUMERIC GO TO COUNT-RECURRENCE-LOOP.
             PERFORM MATCH-RECURRENCE VARYING TI FROM 1 BY 1
                 UNTIL TI > TRK-COUNT.
             GO TO COUNT-RECURRENCE-LOOP.
         COUNT-RECURRENCE-CLOSE.
             CLOSE EXCEPT-FILE.
         COUNT-RECURRENCE-EXIT.
             EXIT.

         CLEAR-RECURRENCE.
             MOVE 0 TO TRK-RECUR( TI ).
             MOVE SPACES TO TRK-LAST-RUNID( TI ).

         MATCH-RECURRENCE.
             MOVE TRK-REC( TI ) TO TRACK-LINE.
             IF TK-STATE = 'A' AND TK-CODE = EX-CODE
                 AND EX-DATE NOT < TK-OPENED
                 AND EX-RUNID NOT = TRK-LAST-RUNID( TI )
                 ADD 1 TO TRK-RECUR( TI )
                 MOVE EX-RUNID TO TRK-LAST-RUNID( TI ).

      *  WRITE-OPEN-ITEM puts one open item on the aging report.
         WRITE-OPEN-ITEM.
             MOVE TRK-REC( TI ) TO TRACK-LINE.
             IF TK-STATE = 'A'
                 ADD 1 TO OPEN-COUNT
                 MOVE TK-OPENED TO DS-DATE
                 PERFORM DATE-TO-SERIAL
                 MOVE 0 TO AGE-DAYS
                 IF TODAY-SERIAL > DS-SERIAL
                     COMPUTE AGE-DAYS = TODAY-SERIAL - DS-SERIAL
                 END-IF
                 MOVE TK-PROGRAM TO OL-PROGRAM
                 MOVE TK-CODE TO OL-CODE
                 MOVE TK-RUNID TO OL-RUNID
                 MOVE TK-SEVERITY TO OL-SEVERITY
                 MOVE TK-OPENED TO OL-OPENED
                 MOVE TK-OWNER TO OL-OWNER
                 MOVE TK-TICKET TO OL-TICKET
                 MOVE AGE-DAYS TO OL-AGE
                 MOVE TRK-RECUR( TI ) TO OL-RECUR
                 MOVE OPEN-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY OPEN-LINE.

      *  DATE-TO-SERIAL -- see the DS- fields.
         DATE-TO-SERIAL.
             COMPUTE DS-T1 = 14 - DS-MM.
             DIVIDE DS-T1 BY 12 GIVING DS-A.
             COMPUTE DS-Y = DS-YYYY + 4800 - DS-A.
             COMPUTE DS-M = DS-MM + ( 12 * DS-A ) - 3.
             COMPUTE DS-T1 = ( 153 * DS-M ) + 2.
             DIVIDE DS-T1 BY 5 GIVING DS-T2.
             DIVIDE DS-Y BY 4 GIVING DS-T3.
             DIVIDE DS-Y BY 100 GIVING DS-T4.
             COMPUTE DS-SERIAL = DS-DD + DS-T2 + ( 365 * DS-Y )
                 + DS-T3 - DS-T4.
             DIVIDE DS-Y BY 400 GIVING DS-T4.
             COMPUTE DS-SERIAL = DS-SERIAL + DS-T4 - 32045.

      *  WRITE-EXCEPTION appends one record to EXCEPTIONS.DAT --
      *  same EXTEND/OUTPUT first-time fallback the suite's shared
      *  logs use.
         WRITE-EXCEPTION.
             OPEN EXTEND EXCEPT-FILE.
             IF EXCEPT-STATUS NOT = '00'
                 OPEN OUTPUT EXCEPT-FILE
             END-IF.
             MOVE RUN-DATE TO EX-DATE.
             ACCEPT EX-TIME FROM TIME.
             MOVE 'EXCTRACK' TO EX-PROGRAM.
             ACCEPT EX-RUNID FROM ENVIRONMENT NTVCM-RUNID-ENV
                 ON EXCEPTION
                     MOVE 'UNKNOWN' TO EX-RUNID
             END-ACCEPT.
             MOVE EXCEPT-LINE TO EXCEPT-REC.
             WRITE EXCEPT-REC.
             CLOSE EXCEPT-FILE.

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

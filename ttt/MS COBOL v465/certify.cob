         IDENTIFICATION DIVISION.
         PROGRAM-ID.  CERTIFY.
      *  REMARKS. golden-baseline certification of the suite's computed
      *  REMARKS. answers.  RUNRECON proves one window's files agree
      *  REMARKS. with each other and BENCHCMP watches speed; CERTIFY
      *  REMARKS. proves tonight's answers are the ones signed off on.
      *  REMARKS. CERTBASE.DAT holds the certified results keyed by
      *  REMARKS. configuration -- the HDR parameters of the output
      *  REMARKS. file (board size, win length, and openings set for
      *  REMARKS. TTT; iterations and limit for SIEVE; mode and digit
      *  REMARKS. count for E): each opening's ST-SC outcome from
      *  REMARKS. OPENSTATS.DAT and its principal variation from
      *  REMARKS. TTTPV.DAT, SIEVE's prime count, checksum, and last
      *  REMARKS. prime from PRIMES.DAT, and E's digit count and
      *  REMARKS. leading digits from EDIGITS.DAT.  each subsystem is
      *  REMARKS. reported MATCH, DRIFT (with the first differing
      *  REMARKS. item, baseline against tonight), or NEW CONFIG when
      *  REMARKS. no baseline exists yet, to CERTRPT.DAT and the
      *  REMARKS. console; the closing CERTIFY line is the verdict
      *  REMARKS. DAILYOPS reads, and DRIFT turns it AMBER.
      *  REMARKS. promotion is controlled through CERTCFG.DAT: action
      *  REMARKS. P with the RUN-CORR-ID of the window to promote,
      *  REMARKS. which must be the window BATCHSUM.DAT holds, and only
      *  REMARKS. the subsystems whose step ended OK there are taken.
      *  REMARKS. every promotion is logged to EXCEPTIONS.DAT, and the
      *  REMARKS. control record is set back to compare afterwards so
      *  REMARKS. a promote never repeats by accident.  a window whose
      *  REMARKS. SIEVE step ran a range wrote PRIMRNG.DAT, not
      *  REMARKS. PRIMES.DAT, so SIEVE is neither certified nor
      *  REMARKS. promoted for it.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CERTCFG-FILE ASSIGN TO 'CERTCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CERTCFG-STATUS.
             SELECT BASE-FILE ASSIGN TO 'CERTBASE.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BASE-STATUS.
             SELECT WORK-FILE ASSIGN TO 'CERTWORK.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WORK-STATUS.
             SELECT SUMMARY-FILE ASSIGN TO 'BATCHSUM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUMMARY-STATUS.
             SELECT STATS-FILE ASSIGN TO 'OPENSTATS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS STATS-STATUS.
             SELECT PV-FILE ASSIGN TO 'TTTPV.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PV-STATUS.
             SELECT PRIMES-FILE ASSIGN TO 'PRIMES.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRIMES-STATUS.
             SELECT DIGITS-FILE ASSIGN TO 'EDIGITS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DIGITS-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'CERTRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
             SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
      *  CERTCFG.DAT is the certification control record: CC-ACTION
      *  C (or space, or no file) compares only; P promotes the
      *  window named in CC-RUNID to be the new baseline.
         FD  CERTCFG-FILE.
         01 CERTCFG-REC.
             05 CC-ACTION PIC X(01).
             05 CC-RUNID PIC X(16).
      *  BASE-FILE is CERTBASE.DAT, one CERT-LINE per certified item,
      *  grouped by subsystem and configuration in the order the
      *  items appear in the output file.  WORK-FILE stages the
      *  records a promotion keeps while CERTBASE.DAT is open for
      *  input, the way RETAIN stages its keepers.
         FD  BASE-FILE.
         01 BASE-REC PIC X(146).
         FD  WORK-FILE.
         01 WORK-REC PIC X(146).
         FD  SUMMARY-FILE.
         01 SUMMARY-REC PIC X(74).
         FD  STATS-FILE.
         01 STATS-REC PIC X(52).
         FD  PV-FILE.
         01 PV-REC PIC X(84).
         FD  PRIMES-FILE.
         01 PRIME-REC PIC X(52).
         FD  DIGITS-FILE.
         01 DIGITS-REC PIC X(52).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(100).
      *  EXCEPT-FILE is EXCEPTIONS.DAT, the suite-wide severity-coded
      *  exception log -- see the EXCEPT-LINE layout and
      *  WRITE-EXCEPTION, the same in every writer.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
      *  AUDIT-FILE is AUDITLOG.DAT, the run-history log TTT, SIEVE,
      *  and E append to -- see AUDIT-LINE.
         FD  AUDIT-FILE.
         01 AUDIT-REC PIC X(90).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 CERTCFG-STATUS PIC X(02).
         01 BASE-STATUS PIC X(02).
         01 WORK-STATUS PIC X(02).
         01 SUMMARY-STATUS PIC X(02).
         01 STATS-STATUS PIC X(02).
         01 PV-STATUS PIC X(02).
         01 PRIMES-STATUS PIC X(02).
         01 DIGITS-STATUS PIC X(02).
         01 AUDIT-STATUS PIC X(02).
         01 CERT-ACTION PIC X(01) VALUE 'C'.
         01 CERT-PROMOTE-ID PIC X(16) VALUE SPACES.
      *  one certified item -- CL-KIND is the producing program, CL-
      *  CONFIG the HDR parameters of its output file, CL-ITEM the
      *  item's name, CL-VALUE its text, and CL-RUNID the window the
      *  value was promoted from.
         01 CERT-LINE.
             05 CL-KIND PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CL-CONFIG PIC X(30).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CL-ITEM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CL-VALUE PIC X(80).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CL-RUNID PIC X(16).
      *  the window BATCHSUM.DAT holds and how its three producer
      *  steps ended -- slot 1 TTT, 2 SIEVE, 3 E.
         01 WINDOW-RUNID PIC X(16) VALUE SPACES.
         01 SUB-KIND PIC X(08) OCCURS 3 TIMES.
         01 SUB-STEP-OK PIC 9(01) COMP OCCURS 3 TIMES.
         01 SUB-VERDICT PIC X(10) OCCURS 3 TIMES.
         01 SI PIC 9(01) COMP VALUE 0.
      *  AUDIT-LINE mirrors the record TTT, SIEVE, and E append --
      *  only the program, the result, and the run id matter here.
      *  SIEVE marks a range run's result RANGE (see SIEVE-RESULT-
      *  LINE in sieve.cob); SIEVE-RANGE-RUN is 1 when the window's
      *  SIEVE line is so marked.
         01 AUDIT-LINE.
             05 AL-PROGRAM PIC X(08).
             05 FILLER PIC X(35).
             05 AL-RESULT PIC X(30).
             05 FILLER PIC X(01).
             05 AL-RUNID PIC X(16).
         01 SIEVE-RANGE-RUN PIC 9(01) COMP VALUE 0.
      *  tonight's items for the subsystem being certified, in file
      *  order.  CUR-MISSING is 1 when its output file is not there.
         01 CUR-CONFIG PIC X(30) VALUE SPACES.
         01 CUR-MISSING PIC 9(01) COMP VALUE 0.
         01 CUR-ITEM PIC X(08) OCCURS 120 TIMES.
         01 CUR-VALUE PIC X(80) OCCURS 120 TIMES.
         01 CUR-COUNT PIC 9(04) COMP VALUE 0.
         01 CUR-OVERFLOW PIC 9(04) COMP VALUE 0.
         01 CI PIC 9(04) COMP VALUE 0.
         01 ITEM-BUILD.
             05 IB-TAG PIC X(04).
             05 IB-KEY PIC X(04).
         01 VALUE-BUILD.
             05 VB-SC PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 VB-OUTCOME PIC X(04).
         01 NUM-OUT PIC 9(09) VALUE ZEROES.
      *  SIEVE's first iteration, reduced the way PRIMCHK reduces it
      *  -- count, running checksum mod one billion, last prime.
         01 PL-ITER-X PIC X(04).
         01 PL-PRIME-X PIC X(07).
         01 PL-PRIME-NUM PIC 9(07) VALUE ZEROES.
         01 FIRST-ITER PIC X(04) VALUE SPACES.
         01 PRIME-COUNT PIC 9(08) COMP VALUE 0.
         01 PRIME-SUM PIC 9(10) COMP VALUE 0.
         01 PRIME-LAST PIC 9(07) COMP VALUE 0.
      *  E's leading digits -- the first sixty on file.
         01 DIGIT-COUNT PIC 9(08) COMP VALUE 0.
         01 LEAD-DIGITS PIC X(60) VALUE SPACES.
      *  compare state -- BASE-N counts the baseline items met so far
      *  for this subsystem and configuration; the first mismatch is
      *  kept in DIFF-*.
         01 BASE-N PIC 9(04) COMP VALUE 0.
         01 BASE-RUNID PIC X(16) VALUE SPACES.
         01 DIFF-SEEN PIC 9(01) COMP VALUE 0.
         01 DIFF-ITEM PIC X(08) VALUE SPACES.
         01 DIFF-BASE PIC X(80) VALUE SPACES.
         01 DIFF-NOW PIC X(80) VALUE SPACES.
         01 KEEP-COUNT PIC 9(06) COMP VALUE 0.
         01 DRIFT-SEEN PIC 9(01) COMP VALUE 0.
         01 NEW-SEEN PIC 9(01) COMP VALUE 0.
         01 OUTPUT-SEEN PIC 9(01) COMP VALUE 0.
         01 REPORT-DATE PIC 9(08) VALUE ZEROES.
         01 HEAD-LINE.
             05 FILLER PIC X(27) VALUE 'BASELINE CERTIFICATION FOR '.
             05 HL-DATE PIC 9(08).
             05 FILLER PIC X(08) VALUE ' WINDOW '.
             05 HL-RUNID PIC X(16).
         01 SUB-LINE.
             05 FILLER PIC X(07) VALUE 'SUBSYS '.
             05 SL-KIND PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 SL-CONFIG PIC X(30).
             05 FILLER PIC X(01) VALUE SPACE.
             05 SL-VERDICT PIC X(10).
             05 FILLER PIC X(06) VALUE ' BASE '.
             05 SL-BASE-RUNID PIC X(16).
         01 DIFF-LINE.
             05 FILLER PIC X(18) VALUE '  FIRST DIFF ITEM '.
             05 DL-ITEM PIC X(08).
         01 DIFF-VALUE-LINE.
             05 FILLER PIC X(02) VALUE SPACES.
             05 DV-LABEL PIC X(06).
             05 DV-VALUE PIC X(80).
         01 NOTE-LINE.
             05 FILLER PIC X(02) VALUE SPACES.
             05 NL-TEXT PIC X(60).
         01 VERDICT-LINE.
             05 FILLER PIC X(08) VALUE 'CERTIFY '.
             05 VL-VERDICT PIC X(10).

      *  one exception record -- the shared EXCEPTIONS.DAT layout;
      *  the caller fills program, severity, code, and text, and
      *  WRITE-EXCEPTION stamps the timestamp and correlation id.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         01 EXCEPT-STATUS PIC X(02).
         01 EXCEPT-LINE.
             05 EX-DATE PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-TIME PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-PROGRAM PIC X(08) VALUE 'CERTIFY'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-SEVERITY PIC X(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-CODE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-TEXT PIC X(40).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-RUNID PIC X(16).
         01 PROMOTE-TEXT.
             05 FILLER PIC X(18) VALUE 'BASELINE PROMOTED '.
             05 PT-KIND PIC X(08).
             05 FILLER PIC X(14) VALUE SPACES.
         01 REFUSE-TEXT.
             05 FILLER PIC X(18) VALUE 'PROMOTE REFUSED   '.
             05 RT-KIND PIC X(08).
             05 FILLER PIC X(14) VALUE SPACES.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 whenever a verdict is
      *  written (DRIFT is a finding for DAILYOPS, carried in
      *  SE-RESULT, not a failed step), 08 no output file to certify.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'CERTIFY'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'baseline certification starting'.
             ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
             MOVE 'TTT' TO SUB-KIND( 1 ).
             MOVE 'SIEVE' TO SUB-KIND( 2 ).
             MOVE 'E' TO SUB-KIND( 3 ).
             PERFORM READ-CERTCFG THRU READ-CERTCFG-EXIT.
             PERFORM READ-WINDOW THRU READ-WINDOW-EXIT.
             PERFORM SCAN-AUDITLOG THRU SCAN-AUDITLOG-EXIT.
             OPEN OUTPUT REPORT-FILE.
             MOVE REPORT-DATE TO HL-DATE.
             MOVE WINDOW-RUNID TO HL-RUNID.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
             PERFORM CERTIFY-SUBSYSTEM THRU CERTIFY-SUBSYSTEM-EXIT
                 VARYING SI FROM 1 BY 1 UNTIL SI > 3.
             IF OUTPUT-SEEN = 0
                 MOVE 'NO OUTPUT' TO VL-VERDICT
             ELSE
             IF DRIFT-SEEN = 1
                 MOVE 'DRIFT' TO VL-VERDICT
             ELSE
             IF NEW-SEEN = 1
                 MOVE 'NEW CONFIG' TO VL-VERDICT
             ELSE
                 MOVE 'MATCH' TO VL-VERDICT.
             MOVE VERDICT-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY VERDICT-LINE.
             CLOSE REPORT-FILE.
             IF CERT-ACTION = 'P'
                 PERFORM RESET-CERTCFG.
             IF OUTPUT-SEEN = 0
                 MOVE 8 TO SE-CODE
             ELSE
                 MOVE 0 TO SE-CODE.
             MOVE VERDICT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'baseline certification complete'.
             STOP RUN.

      *  READ-CERTCFG loads the control record -- anything but a P
      *  is a plain compare.
         READ-CERTCFG.
             OPEN INPUT CERTCFG-FILE.
             IF CERTCFG-STATUS NOT = '00' GO TO READ-CERTCFG-EXIT.
             READ CERTCFG-FILE AT END GO TO READ-CERTCFG-CLOSE.
             IF CC-ACTION = 'P'
                 MOVE 'P' TO CERT-ACTION
                 MOVE CC-RUNID TO CERT-PROMOTE-ID.
         READ-CERTCFG-CLOSE.
             CLOSE CERTCFG-FILE.
         READ-CERTCFG-EXIT.
             EXIT.

      *  RESET-CERTCFG puts the control record back to compare once a
      *  promote run has been made, refused or not.
         RESET-CERTCFG.
             OPEN OUTPUT CERTCFG-FILE.
             MOVE 'C' TO CC-ACTION.
             MOVE SPACES TO CC-RUNID.
             WRITE CERTCFG-REC.
             CLOSE CERTCFG-FILE.

      *  READ-WINDOW takes the window id and the producer steps'
      *  statuses from BATCHSUM.DAT (see SUM-LINE in batch.cob).
         READ-WINDOW.
             MOVE 0 TO SUB-STEP-OK( 1 ).
             MOVE 0 TO SUB-STEP-OK( 2 ).
             MOVE 0 TO SUB-STEP-OK( 3 ).
             OPEN INPUT SUMMARY-FILE.
             IF SUMMARY-STATUS NOT = '00' GO TO READ-WINDOW-EXIT.
         READ-WINDOW-LOOP.
             READ SUMMARY-FILE AT END GO TO READ-WINDOW-CLOSE.
             IF SUMMARY-REC( 9:7 ) NOT = 'STATUS='
                 GO TO READ-WINDOW-LOOP.
             MOVE SUMMARY-REC( 59:16 ) TO WINDOW-RUNID.
             IF SUMMARY-REC( 16:4 ) = 'OK  '
                 IF SUMMARY-REC( 1:8 ) = SUB-KIND( 1 )
                     MOVE 1 TO SUB-STEP-OK( 1 )
                 ELSE
                 IF SUMMARY-REC( 1:8 ) = SUB-KIND( 2 )
                     MOVE 1 TO SUB-STEP-OK( 2 )
                 ELSE
                 IF SUMMARY-REC( 1:8 ) = SUB-KIND( 3 )
                     MOVE 1 TO SUB-STEP-OK( 3 ).
             GO TO READ-WINDOW-LOOP.
         READ-WINDOW-CLOSE.
             CLOSE SUMMARY-FILE.
         READ-WINDOW-EXIT.
             EXIT.

      *  SCAN-AUDITLOG looks for the window's SIEVE audit line and
      *  notes whether it was a range run.  no window id, or no log,
      *  finds none.
         SCAN-AUDITLOG.
             MOVE 0 TO SIEVE-RANGE-RUN.
             IF WINDOW-RUNID = SPACES GO TO SCAN-AUDITLOG-EXIT.
             OPEN INPUT AUDIT-FILE.
             IF AUDIT-STATUS NOT = '00' GO TO SCAN-AUDITLOG-EXIT.
         SCAN-AUDITLOG-LOOP.
             READ AUDIT-FILE AT END GO TO SCAN-AUDITLOG-CLOSE.
             MOVE AUDIT-REC TO AUDIT-LINE.
             IF AL-RUNID = WINDOW-RUNID AND AL-PROGRAM = 'SIEVE'
                 AND AL-RESULT( 8:6 ) = ' RANGE'
                 MOVE 1 TO SIEVE-RANGE-RUN.
             GO TO SCAN-AUDITLOG-LOOP.
         SCAN-AUDITLOG-CLOSE.
             CLOSE AUDIT-FILE.
         SCAN-AUDITLOG-EXIT.
             EXIT.

      *  CERTIFY-SUBSYSTEM loads tonight's items for subsystem SI,
      *  compares them with the baseline for the same configuration,
      *  promotes them when asked and allowed, and reports.  SIEVE
      *  after a range run is reported RANGE RUN and left alone --
      *  the PRIMES.DAT on file is an earlier window's.
         CERTIFY-SUBSYSTEM.
             MOVE 0 TO CUR-COUNT.
             MOVE 0 TO CUR-OVERFLOW.
             MOVE 0 TO CUR-MISSING.
             MOVE SPACES TO CUR-CONFIG.
             IF SI = 2 AND SIEVE-RANGE-RUN = 1
                 MOVE SUB-KIND( SI ) TO SL-KIND
                 MOVE SPACES TO SL-CONFIG
                 MOVE SPACES TO SL-BASE-RUNID
                 MOVE 'RANGE RUN' TO SUB-VERDICT( SI )
                 PERFORM WRITE-SUB-LINE
                 MOVE 'RANGE RUN: PRIMES.DAT NOT WRITTEN THIS WINDOW'
                     TO NL-TEXT
                 MOVE NOTE-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY NOTE-LINE
                 GO TO CERTIFY-SUBSYSTEM-EXIT.
             IF SI = 1
                 PERFORM LOAD-TTT THRU LOAD-TTT-EXIT
             ELSE
             IF SI = 2
                 PERFORM LOAD-SIEVE THRU LOAD-SIEVE-EXIT
             ELSE
                 PERFORM LOAD-E THRU LOAD-E-EXIT.
             MOVE SUB-KIND( SI ) TO SL-KIND.
             MOVE CUR-CONFIG TO SL-CONFIG.
             MOVE SPACES TO SL-BASE-RUNID.
             IF CUR-MISSING = 1
                 MOVE 'NO OUTPUT' TO SUB-VERDICT( SI )
                 PERFORM WRITE-SUB-LINE
                 GO TO CERTIFY-SUBSYSTEM-EXIT.
             MOVE 1 TO OUTPUT-SEEN.
             PERFORM COMPARE-BASELINE THRU COMPARE-BASELINE-EXIT.
             IF CERT-ACTION = 'P'
                 AND SUB-VERDICT( SI ) NOT = 'MATCH'
                 PERFORM PROMOTE-SUBSYSTEM THRU PROMOTE-SUBSYSTEM-EXIT.
             MOVE BASE-RUNID TO SL-BASE-RUNID.
             IF SUB-VERDICT( SI ) = 'DRIFT'
                 MOVE 1 TO DRIFT-SEEN
             ELSE
             IF SUB-VERDICT( SI ) = 'NEW CONFIG'
                 MOVE 1 TO NEW-SEEN.
             PERFORM WRITE-SUB-LINE.
             IF SUB-VERDICT( SI ) = 'DRIFT'
                 MOVE DIFF-ITEM TO DL-ITEM
                 MOVE DIFF-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY DIFF-LINE
                 MOVE 'BASE  ' TO DV-LABEL
                 MOVE DIFF-BASE TO DV-VALUE
                 MOVE DIFF-VALUE-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY DIFF-VALUE-LINE
                 MOVE 'NOW   ' TO DV-LABEL
                 MOVE DIFF-NOW TO DV-VALUE
                 MOVE DIFF-VALUE-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY DIFF-VALUE-LINE.
             IF CUR-OVERFLOW NOT = 0
                 MOVE 'ITEM TABLE FULL, LATER ITEMS NOT CERTIFIED'
                     TO NL-TEXT
                 MOVE NOTE-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY NOTE-LINE.
         CERTIFY-SUBSYSTEM-EXIT.
             EXIT.

         WRITE-SUB-LINE.
             MOVE SUB-VERDICT( SI ) TO SL-VERDICT.
             MOVE SUB-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY SUB-LINE.

      *  ADD-CUR-ITEM appends ITEM-BUILD / CL-VALUE to tonight's item
      *  table.
         ADD-CUR-ITEM.
             IF CUR-COUNT < 120
                 ADD 1 TO CUR-COUNT
                 MOVE ITEM-BUILD TO CUR-ITEM( CUR-COUNT )
                 MOVE CL-VALUE TO CUR-VALUE( CUR-COUNT )
             ELSE
                 ADD 1 TO CUR-OVERFLOW.

      *  LOAD-TTT takes each opening's SC and outcome from
      *  OPENSTATS.DAT (ST-SC and ST-OUTCOME, see STATS-LINE in
      *  ttt.cob), then each opening's principal variation and
      *  outcome from TTTPV.DAT (see PV-LINE).  the configuration is
      *  OPENSTATS.DAT's HDR parameters.
         LOAD-TTT.
             OPEN INPUT STATS-FILE.
             IF STATS-STATUS NOT = '00'
                 MOVE 1 TO CUR-MISSING
                 GO TO LOAD-TTT-EXIT.
         LOAD-TTT-STATS.
             READ STATS-FILE AT END GO TO LOAD-TTT-PV.
             IF STATS-REC( 1:4 ) = 'HDR '
                 MOVE STATS-REC( 23:30 ) TO CUR-CONFIG
                 GO TO LOAD-TTT-STATS.
             IF STATS-REC( 1:4 ) = 'TRL ' GO TO LOAD-TTT-STATS.
             MOVE 'SC' TO IB-TAG.
             MOVE STATS-REC( 1:4 ) TO IB-KEY.
             MOVE STATS-REC( 15:4 ) TO VB-SC.
             MOVE STATS-REC( 20:4 ) TO VB-OUTCOME.
             MOVE VALUE-BUILD TO CL-VALUE.
             PERFORM ADD-CUR-ITEM.
             GO TO LOAD-TTT-STATS.
         LOAD-TTT-PV.
             CLOSE STATS-FILE.
             OPEN INPUT PV-FILE.
             IF PV-STATUS NOT = '00' GO TO LOAD-TTT-EXIT.
         LOAD-TTT-PV-LOOP.
             READ PV-FILE AT END GO TO LOAD-TTT-PV-CLOSE.
             IF PV-REC( 1:4 ) = 'HDR ' OR PV-REC( 1:4 ) = 'TRL '
                 GO TO LOAD-TTT-PV-LOOP.
             MOVE 'PV' TO IB-TAG.
             MOVE PV-REC( 1:4 ) TO IB-KEY.
             MOVE PV-REC( 5:80 ) TO CL-VALUE.
             PERFORM ADD-CUR-ITEM.
             GO TO LOAD-TTT-PV-LOOP.
         LOAD-TTT-PV-CLOSE.
             CLOSE PV-FILE.
         LOAD-TTT-EXIT.
             EXIT.

      *  LOAD-SIEVE reduces the first iteration's primes in
      *  PRIMES.DAT to a count, checksum, and last prime -- PRIMCHK
      *  already proves every later iteration repeats it.
         LOAD-SIEVE.
             MOVE SPACES TO FIRST-ITER.
             MOVE 0 TO PRIME-COUNT.
             MOVE 0 TO PRIME-SUM.
             MOVE 0 TO PRIME-LAST.
             OPEN INPUT PRIMES-FILE.
             IF PRIMES-STATUS NOT = '00'
                 MOVE 1 TO CUR-MISSING
                 GO TO LOAD-SIEVE-EXIT.
         LOAD-SIEVE-LOOP.
             READ PRIMES-FILE AT END GO TO LOAD-SIEVE-CLOSE.
             IF PRIME-REC( 1:4 ) = 'HDR '
                 MOVE PRIME-REC( 23:30 ) TO CUR-CONFIG
                 GO TO LOAD-SIEVE-LOOP.
             IF PRIME-REC( 1:4 ) = 'TRL ' GO TO LOAD-SIEVE-LOOP.
             MOVE PRIME-REC( 1:4 ) TO PL-ITER-X.
             IF FIRST-ITER = SPACES
                 MOVE PL-ITER-X TO FIRST-ITER.
             IF PL-ITER-X NOT = FIRST-ITER GO TO LOAD-SIEVE-LOOP.
             MOVE PRIME-REC( 6:7 ) TO PL-PRIME-X.
             INSPECT PL-PRIME-X REPLACING LEADING SPACES BY ZEROES.
             IF PL-PRIME-X NOT NUMERIC GO TO LOAD-SIEVE-LOOP.
             MOVE PL-PRIME-X TO PL-PRIME-NUM.
             ADD 1 TO PRIME-COUNT.
             ADD PL-PRIME-NUM TO PRIME-SUM.
             IF PRIME-SUM NOT < 1000000000
                 SUBTRACT 1000000000 FROM PRIME-SUM.
             MOVE PL-PRIME-NUM TO PRIME-LAST.
             GO TO LOAD-SIEVE-LOOP.
         LOAD-SIEVE-CLOSE.
             CLOSE PRIMES-FILE.
             MOVE 'COUN' TO IB-TAG.
             MOVE 'T' TO IB-KEY.
             MOVE PRIME-COUNT TO NUM-OUT.
             MOVE NUM-OUT TO CL-VALUE.
             PERFORM ADD-CUR-ITEM.
             MOVE 'CHEC' TO IB-TAG.
             MOVE 'KSUM' TO IB-KEY.
             MOVE PRIME-SUM TO NUM-OUT.
             MOVE NUM-OUT TO CL-VALUE.
             PERFORM ADD-CUR-ITEM.
             MOVE 'LAST' TO IB-TAG.
             MOVE SPACES TO IB-KEY.
             MOVE PRIME-LAST TO NUM-OUT.
             MOVE NUM-OUT TO CL-VALUE.
             PERFORM ADD-CUR-ITEM.
         LOAD-SIEVE-EXIT.
             EXIT.

      *  LOAD-E takes the count of digits on EDIGITS.DAT and the
      *  first sixty of them (DL-VALUE, see DIGIT-LINE in e.cob).
         LOAD-E.
             MOVE 0 TO DIGIT-COUNT.
             MOVE SPACES TO LEAD-DIGITS.
             OPEN INPUT DIGITS-FILE.
             IF DIGITS-STATUS NOT = '00'
                 MOVE 1 TO CUR-MISSING
                 GO TO LOAD-E-EXIT.
         LOAD-E-LOOP.
             READ DIGITS-FILE AT END GO TO LOAD-E-CLOSE.
             IF DIGITS-REC( 1:4 ) = 'HDR '
                 MOVE DIGITS-REC( 23:30 ) TO CUR-CONFIG
                 GO TO LOAD-E-LOOP.
             IF DIGITS-REC( 1:4 ) = 'TRL ' GO TO LOAD-E-LOOP.
             ADD 1 TO DIGIT-COUNT.
             IF DIGIT-COUNT NOT > 60
                 MOVE DIGITS-REC( 10:1 )
                     TO LEAD-DIGITS( DIGIT-COUNT:1 ).
             GO TO LOAD-E-LOOP.
         LOAD-E-CLOSE.
             CLOSE DIGITS-FILE.
             MOVE 'DIGI' TO IB-TAG.
             MOVE 'TS' TO IB-KEY.
             MOVE DIGIT-COUNT TO NUM-OUT.
             MOVE NUM-OUT TO CL-VALUE.
             PERFORM ADD-CUR-ITEM.
             MOVE 'LEAD' TO IB-TAG.
             MOVE 'ING' TO IB-KEY.
             MOVE LEAD-DIGITS TO CL-VALUE.
             PERFORM ADD-CUR-ITEM.
         LOAD-E-EXIT.
             EXIT.

      *  COMPARE-BASELINE walks the baseline items for this subsystem
      *  and configuration against tonight's, in order.  no baseline
      *  items is NEW CONFIG; the first item that differs, or an item
      *  count that differs, is DRIFT.
         COMPARE-BASELINE.
             MOVE 0 TO BASE-N.
             MOVE 0 TO DIFF-SEEN.
             MOVE SPACES TO BASE-RUNID.
             OPEN INPUT BASE-FILE.
             IF BASE-STATUS NOT = '00' GO TO COMPARE-BASELINE-JUDGE.
         COMPARE-BASELINE-LOOP.
             READ BASE-FILE AT END GO TO COMPARE-BASELINE-CLOSE.
             MOVE BASE-REC TO CERT-LINE.
             IF CL-KIND NOT = SUB-KIND( SI )
                 OR CL-CONFIG NOT = CUR-CONFIG
                 GO TO COMPARE-BASELINE-LOOP.
             ADD 1 TO BASE-N.
             MOVE CL-RUNID TO BASE-RUNID.
             IF DIFF-SEEN = 1 GO TO COMPARE-BASELINE-LOOP.
             IF BASE-N > CUR-COUNT
                 MOVE 1 TO DIFF-SEEN
                 MOVE CL-ITEM TO DIFF-ITEM
                 MOVE CL-VALUE TO DIFF-BASE
                 MOVE 'NOT ON FILE TONIGHT' TO DIFF-NOW
                 GO TO COMPARE-BASELINE-LOOP.
             IF CL-ITEM NOT = CUR-ITEM( BASE-N )
                 OR CL-VALUE NOT = CUR-VALUE( BASE-N )
                 MOVE 1 TO DIFF-SEEN
                 MOVE CL-ITEM TO DIFF-ITEM
                 MOVE CL-VALUE TO DIFF-BASE
                 MOVE CUR-VALUE( BASE-N ) TO DIFF-NOW
                 IF CL-ITEM NOT = CUR-ITEM( BASE-N )
                     MOVE CUR-ITEM( BASE-N ) TO DIFF-NOW.
             GO TO COMPARE-BASELINE-LOOP.
         COMPARE-BASELINE-CLOSE.
             CLOSE BASE-FILE.
         COMPARE-BASELINE-JUDGE.
             IF BASE-N = 0
                 MOVE 'NEW CONFIG' TO SUB-VERDICT( SI )
                 GO TO COMPARE-BASELINE-EXIT.
             IF DIFF-SEEN = 0 AND BASE-N < CUR-COUNT
                 MOVE 1 TO DIFF-SEEN
                 MOVE CUR-ITEM( BASE-N + 1 ) TO DIFF-ITEM
                 MOVE 'NOT IN BASELINE' TO DIFF-BASE
                 MOVE CUR-VALUE( BASE-N + 1 ) TO DIFF-NOW.
             IF DIFF-SEEN = 1
                 MOVE 'DRIFT' TO SUB-VERDICT( SI )
             ELSE
                 MOVE 'MATCH' TO SUB-VERDICT( SI ).
         COMPARE-BASELINE-EXIT.
             EXIT.

      *  PROMOTE-SUBSYSTEM makes tonight's items the baseline for this
      *  subsystem and configuration -- only for the window named in
      *  CERTCFG.DAT, only when that is the window BATCHSUM.DAT holds,
      *  and only when the subsystem's step ended OK in it.  every
      *  other subsystem and configuration in CERTBASE.DAT is kept.
         PROMOTE-SUBSYSTEM.
             IF CERT-PROMOTE-ID = SPACES
                 OR CERT-PROMOTE-ID NOT = WINDOW-RUNID
                 OR SUB-STEP-OK( SI ) NOT = 1
                 MOVE SUB-KIND( SI ) TO RT-KIND
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'CPRF' TO EX-CODE
                 MOVE REFUSE-TEXT TO EX-TEXT
                 PERFORM WRITE-EXCEPTION
                 MOVE 'PROMOTE REFUSED: WINDOW NOT CURRENT, STEP NOT OK'
                     TO NL-TEXT
                 MOVE NOTE-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY NOTE-LINE
                 GO TO PROMOTE-SUBSYSTEM-EXIT.
             MOVE 0 TO KEEP-COUNT.
             OPEN OUTPUT WORK-FILE.
             OPEN INPUT BASE-FILE.
             IF BASE-STATUS NOT = '00' GO TO PROMOTE-SUBSYSTEM-NEW.
         PROMOTE-SUBSYSTEM-KEEP.
             READ BASE-FILE AT END GO TO PROMOTE-SUBSYSTEM-CLOSE.
             MOVE BASE-REC TO CERT-LINE.
             IF CL-KIND = SUB-KIND( SI )
                 AND CL-CONFIG = CUR-CONFIG
                 GO TO PROMOTE-SUBSYSTEM-KEEP.
             MOVE BASE-REC TO WORK-REC.
             WRITE WORK-REC.
             ADD 1 TO KEEP-COUNT.
             GO TO PROMOTE-SUBSYSTEM-KEEP.
         PROMOTE-SUBSYSTEM-CLOSE.
             CLOSE BASE-FILE.
         PROMOTE-SUBSYSTEM-NEW.
             PERFORM WRITE-NEW-ITEM VARYING CI FROM 1 BY 1
                 UNTIL CI > CUR-COUNT.
             CLOSE WORK-FILE.
             OPEN INPUT WORK-FILE.
             OPEN OUTPUT BASE-FILE.
         PROMOTE-SUBSYSTEM-COPY.
             READ WORK-FILE AT END GO TO PROMOTE-SUBSYSTEM-DONE.
             MOVE WORK-REC TO BASE-REC.
             WRITE BASE-REC.
             GO TO PROMOTE-SUBSYSTEM-COPY.
         PROMOTE-SUBSYSTEM-DONE.
             CLOSE WORK-FILE.
             CLOSE BASE-FILE.
             MOVE 'PROMOTED' TO SUB-VERDICT( SI ).
             MOVE WINDOW-RUNID TO BASE-RUNID.
             MOVE SUB-KIND( SI ) TO PT-KIND.
             MOVE 'I' TO EX-SEVERITY.
             MOVE 'CPRM' TO EX-CODE.
             MOVE PROMOTE-TEXT TO EX-TEXT.
             PERFORM WRITE-EXCEPTION.
         PROMOTE-SUBSYSTEM-EXIT.
             EXIT.

         WRITE-NEW-ITEM.
             MOVE SUB-KIND( SI ) TO CL-KIND.
             MOVE CUR-CONFIG TO CL-CONFIG.
             MOVE CUR-ITEM( CI ) TO CL-ITEM.
             MOVE CUR-VALUE( CI ) TO CL-VALUE.
             MOVE WINDOW-RUNID TO CL-RUNID.
             MOVE CERT-LINE TO WORK-REC.
             WRITE WORK-REC.

      *  WRITE-EXCEPTION appends the record the caller staged in
      *  EXCEPT-LINE -- severity, code, and text -- with the same
      *  EXTEND/OUTPUT first-time fallback the other shared logs use.
         WRITE-EXCEPTION.
             OPEN EXTEND EXCEPT-FILE.
             IF EXCEPT-STATUS NOT = '00'
                 OPEN OUTPUT EXCEPT-FILE
             END-IF.
             ACCEPT EX-DATE FROM DATE YYYYMMDD.
             ACCEPT EX-TIME FROM TIME.
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

      *  REMARKS. means the step died before its end-of-run write
      *  REMARKS. landed and is reported ABND, distinct from a FAIL
      *  REMARKS. the program itself signed.
      *  REMARKS. the steps themselves, their order, and what each
      *  REMARKS. waits on come from the job stream, JOBSTRM.DAT (see
      *  REMARKS. JOBSTRM-REC) -- any number of steps named by
      *  REMARKS. PROGRAM-ID, each with its predecessors and a run
      *  REMARKS. condition, so the verifiers and the DAILYOPS
      *  REMARKS. dashboard run inside the window too.  no JOBSTRM.DAT
      *  REMARKS. runs the original TTT, SIEVE, E sequence.
      *  REMARKS. the window keeps its own control record,
      *  REMARKS. BATCHCTL.DAT, rewritten after every step -- run id,
      *  REMARKS. installed profile, parked config originals, and the
      *  REMARKS. steps already settled.  a rerun the same night after
      *  REMARKS. the window was killed resumes at the first
      *  REMARKS. unfinished step under the original run id instead of
      *  REMARKS. starting the whole window over.
      *  REMARKS. once the summary is final, every step line (and the
      *  REMARKS. EXCALERT verdict) is also appended to WINHIST.DAT,
      *  REMARKS. the permanent window history WINTREND reports on.
      *  REMARKS. before the first step, a pre-flight forecast prices
      *  REMARKS. TTT, SIEVE, and E at the configs about to be
      *  REMARKS. installed from their past AUDITLOG.DAT elapsed times
      *  REMARKS. and writes FCSTRPT.DAT -- a window forecast to run
      *  REMARKS. past the FCSTCFG.DAT limit is raised as an exception
      *  REMARKS. and, if FCSTCFG.DAT says so, the window falls back
      *  REMARKS. to the DEFAULT profile.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
             SELECT DIGITCFG-FILE ASSIGN TO 'DIGITCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DIGITCFG-STATUS.
             SELECT JOBSTRM-FILE ASSIGN TO 'JOBSTRM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTRM-STATUS.
             SELECT JOBSTEP-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOBSTEP-STATUS.
             SELECT BATCHCTL-FILE ASSIGN TO 'BATCHCTL.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BATCHCTL-STATUS.
             SELECT WINHIST-FILE ASSIGN TO 'WINHIST.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WINHIST-STATUS.
             SELECT FCSTCFG-FILE ASSIGN TO 'FCSTCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FCSTCFG-STATUS.
             SELECT FCSTRPT-FILE ASSIGN TO 'FCSTRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT CFGHIST-FILE ASSIGN TO 'CFGHIST.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CFGHIST-STATUS.
             SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  TTTSTEP-FILE.
         FD  ESTEP-FILE.
         01 ESTEP-REC PIC X(59).
         FD  SUMMARY-FILE.
         01 SUMMARY-REC PIC X(74).
      *  MODECFG-FILE is TTTMODE.DAT, the same GAME-MODE switch TTT's
      *  READMODECFG reads -- see FORCE-BATCH-MODE below.
         FD  MODECFG-FILE.
             05 PF-MODE PIC X(06).
         FD  BOARDCFG-FILE.
         01 BOARDCFG-REC PIC X(04).
      *  SIEVECFG-RANGE is SIEVE's window-mode low and high bound,
      *  parked and restored with the rest of the record but never
      *  part of a profile -- a profile's SIEVECFG value leaves it
      *  blank, so a profiled window runs the benchmark.
         FD  SIEVECFG-FILE.
         01 SIEVECFG-REC.
             05 SIEVECFG-BENCH PIC X(11).
             05 SIEVECFG-RANGE PIC X(20).
         FD  DIGITCFG-FILE.
         01 DIGITCFG-REC PIC X(07).
      *  JOBSTRM-FILE is the job stream: one step per record, run in
      *  file order except where a predecessor holds a step back.
      *  JS-RUN and JS-RETRY are the run/skip switch and retry count,
      *  read only for steps other than TTT, SIEVE, and E -- those
      *  three keep taking theirs from BATCHCFG.DAT or the window's
      *  profile, which OPCON and BATSCHED already own.  JS-PRED
      *  names up to four steps that must have finished first, and
      *  JS-COND says what a predecessor's bad ending does to this
      *  step: O (or space) runs it only when every predecessor ended
      *  OK or SKIP, F runs it after a FAIL or SUPP too but not after
      *  an ABND, and A runs it whatever the predecessors did.
         FD  JOBSTRM-FILE.
         01 JOBSTRM-REC.
             05 JS-PROGRAM PIC X(08).
             05 JS-RUN PIC X(01).
             05 JS-RETRY PIC X(01).
             05 JS-COND PIC X(01).
             05 JS-PRED PIC X(08) OCCURS 4 TIMES.
      *  JOBSTEP-FILE is the shared step-end handoff for every step
      *  other than the three producers -- the verifiers and DAILYOPS
      *  rewrite it before STOP RUN in the same STEP-END-LINE layout.
         FD  JOBSTEP-FILE.
         01 JOBSTEP-REC PIC X(59).
      *  BATCHCTL-FILE is the window control record -- one WIN record
      *  (see CTL-WIN-LINE) then one STP record per settled step (see
      *  CTL-STEP-LINE).  it is rewritten whole after every step, so
      *  a window killed part way leaves behind exactly what had
      *  finished.
         FD  BATCHCTL-FILE.
         01 BATCHCTL-REC PIC X(121).
      *  WINHIST-FILE is the permanent window history -- appended,
      *  never rewritten, one WINHIST-LINE per step per window.
         FD  WINHIST-FILE.
         01 WINHIST-REC PIC X(79).
      *  FCSTCFG-FILE is the forecast control record: the window's
      *  length in minutes (zero = no limit), the severity an overrun
      *  is raised at (W or E), and the fallback switch (1 = an
      *  overrunning profile gives way to the DEFAULT profile).  no
      *  file keeps the compiled-in 0480W0.
         FD  FCSTCFG-FILE.
         01 FCSTCFG-REC.
             05 FCC-LIMIT-MIN PIC 9(04).
             05 FCC-SEVERITY PIC X(01).
             05 FCC-FALLBACK PIC 9(01).
         FD  FCSTRPT-FILE.
         01 FCSTRPT-REC PIC X(80).
      *  CFGHIST-FILE records, per window, the config values the
      *  window actually ran under (see CFGHIST-LINE) -- AUDITLOG.DAT
      *  lines carry only the run id, so this is what ties a past
      *  elapsed time back to the board, sieve, and digit settings it
      *  was measured at.
         FD  CFGHIST-FILE.
         01 CFGHIST-REC PIC X(41).
         FD  AUDIT-FILE.
         01 AUDIT-REC PIC X(90).
         WORKING-STORAGE SECTION.
      *  per-step outcome state -- the status and detail for each step
      *  now come out of that step's step-end record.  ABND is the
             05 FILLER PIC X(01) VALUE SPACE.
             05 SDL-RESULT PIC X(29).
         01 SUM-LINE.
             05 SL-PROGRAM PIC X(08).
             05 SL-STATUS-LBL PIC X(07) VALUE 'STATUS='.
             05 SL-STATUS PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
         01 PICKED-MODE PIC X(06) VALUE SPACES.
         01 SAVE-BOARD PIC X(04) VALUE '0303'.
         01 SAVE-SIEVE PIC X(11) VALUE ZEROES.
         01 SAVE-SIEVE-RANGE PIC X(20) VALUE SPACES.
         01 SAVE-DIGIT PIC X(07) VALUE ZEROES.
         01 SAVE-MODE PIC X(06) VALUE ZEROES.
         01 EXCRPT-STATUS PIC X(02).
             05 FILLER PIC X(31) VALUE ' ./excalert > EXCLOG.DAT 2>&1'.
         01 ALERT-WORST PIC X(04) VALUE 'ABND'.
         01 ALERT-LINE.
             05 FILLER PIC X(08) VALUE 'ALERT   '.
             05 FILLER PIC X(07) VALUE 'WORST= '.
             05 AL-WORST PIC X(04).
             05 FILLER PIC X(39) VALUE SPACES.
             05 AL-RUNID PIC X(16).
      *  job-stream state -- one slot per step, in JOBSTRM.DAT order,
      *  the same parallel-table layout the reporting programs use.
      *  JOB-DONE goes to 1 once the step has a final status (run,
      *  skipped, or withheld); JOB-PICKED is the step the walk chose
      *  next, zero when nothing left is ready.  a predecessor that
      *  is not itself in the stream can never finish, so a step
      *  waiting on one is stranded and reported, not run.
         01 JOBSTRM-STATUS PIC X(02).
         01 JOBSTEP-STATUS PIC X(02).
         01 JOB-COUNT PIC 9(02) COMP VALUE 0.
         01 JOB-PROGRAM PIC X(08) OCCURS 20 TIMES.
         01 JOB-RUN PIC 9(01) OCCURS 20 TIMES.
         01 JOB-RETRY PIC 9(01) OCCURS 20 TIMES.
         01 JOB-COND PIC X(01) OCCURS 20 TIMES.
         01 JOB-DONE PIC 9(01) OCCURS 20 TIMES.
         01 JOB-STATUS PIC X(04) OCCURS 20 TIMES.
         01 JOB-DETAIL PIC X(37) OCCURS 20 TIMES.
      *  JOB-TRIES is how many retries the step needed -- zero for a
      *  step that ran clean first time, or was skipped or withheld.
         01 JOB-TRIES PIC 9(01) OCCURS 20 TIMES.
         01 JOB-PRED-TABLE.
             05 JOB-PRED-SET OCCURS 20 TIMES.
                 10 JOB-PRED PIC X(08) OCCURS 4 TIMES.
         01 JI PIC 9(02) COMP VALUE 0.
         01 KI PIC 9(02) COMP VALUE 0.
         01 PI PIC 9(02) COMP VALUE 0.
         01 JOB-PICKED PIC 9(02) COMP VALUE 0.
         01 JOB-FOUND PIC 9(02) COMP VALUE 0.
         01 PRED-WAITING PIC 9(01) COMP VALUE 0.
      *  PRED-WORST is the worst predecessor ending for the step about
      *  to run: 0 all OK or SKIP, 2 a FAIL or SUPP, 3 an ABND.
         01 PRED-WORST PIC 9(01) COMP VALUE 0.
         01 ALERT-RAN PIC 9(01) COMP VALUE 0.
         01 JOB-LOWER PIC X(08) VALUE SPACES.
         01 JOB-CMD PIC X(80) VALUE SPACES.
         01 ALERT-DETAIL.
             05 FILLER PIC X(06) VALUE 'WORST='.
             05 AD-WORST PIC X(04).
      *  window control state.  CW-STATE is R while the window is
      *  running, H once its lines are in the window history, and C
      *  once the summary is written and the configs are back; an R
      *  or H record is resumed, and a resumed H window does not
      *  append its history a second time.  the header
      *  carries everything the window decided before its first step
      *  -- the run id, the profile and its values, and the parked
      *  config originals RESTORE-PROFILE must lay back down -- so a
      *  resumed window never re-picks a profile or re-parks configs
      *  that may already hold the profile's values.
         01 BATCHCTL-STATUS PIC X(02).
         01 CTL-WIN-LINE.
             05 CW-TYPE PIC X(04).
             05 CW-RUNID.
                 10 CW-DATE PIC 9(08).
                 10 CW-TIME PIC 9(08).
             05 CW-STATE PIC X(01).
             05 CW-PROFILE-ACTIVE PIC 9(01).
             05 CW-NAME PIC X(08).
             05 CW-STEPS PIC X(09).
             05 CW-BOARD PIC X(04).
             05 CW-SIEVE PIC X(11).
             05 CW-DIGIT PIC X(07).
             05 CW-MODE PIC X(06).
             05 CW-SAVE-BOARD PIC X(04).
             05 CW-SAVE-SIEVE PIC X(11).
             05 CW-SAVE-DIGIT PIC X(07).
             05 CW-SAVE-MODE PIC X(06).
             05 CW-PRIOR-FAIL PIC 9(01).
             05 CW-ALERT-RAN PIC 9(01).
             05 CW-ALERT-WORST PIC X(04).
             05 CW-SAVE-RANGE PIC X(20).
         01 CTL-STEP-LINE.
             05 CS-TYPE PIC X(04).
             05 CS-PROGRAM PIC X(08).
             05 CS-STATUS PIC X(04).
             05 CS-DETAIL PIC X(37).
             05 CS-TRIES PIC 9(01).
      *  the settled steps read back from an unfinished window wait
      *  here until the job stream is loaded and they can be matched
      *  to its slots by name.
         01 RESUMING PIC 9(01) COMP VALUE 0.
         01 CTL-STATE PIC X(01) VALUE 'R'.
         01 CTL-COUNT PIC 9(02) COMP VALUE 0.
         01 CTL-PROGRAM PIC X(08) OCCURS 20 TIMES.
         01 CTL-STATUS PIC X(04) OCCURS 20 TIMES.
         01 CTL-DETAIL PIC X(37) OCCURS 20 TIMES.
         01 CTL-TRIES PIC 9(01) OCCURS 20 TIMES.
         01 CI PIC 9(02) COMP VALUE 0.
      *  "the same night" is a window started today, or one started
      *  yesterday at or after noon that ran on past midnight -- the
      *  dates are compared as day serials so month and year ends
      *  work.  DATE-TO-SERIAL is RETAIN's calendar arithmetic.
         01 TODAY-DATE PIC 9(08) VALUE ZEROES.
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
      *  one window-history record: the window's run id and the
      *  BATSCHED profile it ran under (NONE when no profile matched),
      *  then the step's BATCHSUM status, the retries it took, and its
      *  detail.  the EXCALERT verdict rides as step ALERT with the
      *  worst severity in the status field, as in BATCHSUM.DAT.
         01 WINHIST-STATUS PIC X(02).
      *  forecast state.  FC-* slot 1 is TTT, 2 SIEVE, 3 E; FC-KEY is
      *  the config each is priced at -- BOARDCFG for TTT, SIEVECFG
      *  for SIEVE, the DIGITCFG count and mode for E (the verify
      *  switch does not change the run length enough to split on).
      *  a step's estimate is the mean of its past elapsed times at
      *  that key; a step with no past run at the key has no basis
      *  and is reported as such, never guessed.  a SIEVE range run
      *  is not a benchmark run and the key cannot tell one bound
      *  from another, so range runs are left out of the history and
      *  a window that will run one (FC-SIEVE-RANGE 1) has no basis.
         01 FCSTCFG-STATUS PIC X(02).
         01 CFGHIST-STATUS PIC X(02).
         01 AUDIT-STATUS PIC X(02).
         01 FC-LIMIT-MIN PIC 9(04) VALUE 480.
         01 FC-SEVERITY PIC X(01) VALUE 'W'.
         01 FC-FALLBACK PIC 9(01) VALUE 0.
         01 FC-LIMIT-CS PIC 9(09) COMP VALUE 0.
         01 FC-BOARD PIC X(04) VALUE SPACES.
         01 FC-SIEVE PIC X(11) VALUE SPACES.
         01 FC-SIEVE-RANGE PIC 9(01) COMP VALUE 0.
         01 FC-DIGIT PIC X(07) VALUE SPACES.
         01 FC-STEP-NAME PIC X(08) OCCURS 3 TIMES.
         01 FC-RUN PIC 9(01) OCCURS 3 TIMES.
         01 FC-KEY PIC X(11) OCCURS 3 TIMES.
         01 FC-SUM PIC 9(09) COMP OCCURS 3 TIMES.
         01 FC-CNT PIC 9(06) COMP OCCURS 3 TIMES.
         01 FC-MAX PIC 9(09) COMP OCCURS 3 TIMES.
         01 FC-EST PIC 9(09) COMP OCCURS 3 TIMES.
         01 FC-TOTAL PIC 9(09) COMP VALUE 0.
         01 FC-NO-BASIS PIC 9(01) COMP VALUE 0.
         01 FC-VERDICT PIC X(08) VALUE SPACES.
         01 FI PIC 9(02) COMP VALUE 0.
      *  the run ids whose configs match tonight's, kept as a ring of
      *  the latest 400 windows -- BASIS-HIT says which of the three
      *  steps that window's config matches for.
         01 BASIS-TABLE.
             05 BASIS-SET OCCURS 400 TIMES.
                 10 BASIS-RUNID PIC X(16).
                 10 BASIS-HIT PIC 9(01) OCCURS 3 TIMES.
         01 BASIS-COUNT PIC 9(04) COMP VALUE 0.
         01 BASIS-NEXT PIC 9(04) COMP VALUE 0.
         01 BASIS-FOUND PIC 9(04) COMP VALUE 0.
         01 BI PIC 9(04) COMP VALUE 0.
         01 CFGHIST-LINE.
             05 CH-RUNID PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CH-BOARD PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CH-SIEVE PIC X(11).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CH-DIGIT PIC X(07).
      *  AUDIT-LINE mirrors the record TTT, SIEVE, and E append (see
      *  ttt.cob) -- AU-ELAPSED-X is read as digits only after its
      *  leading spaces become zeros, the way AUDRPT reads it.
         01 AUDIT-LINE.
             05 AU-PROGRAM PIC X(08).
             05 FILLER PIC X(28).
             05 AU-ELAPSED-X PIC X(06).
             05 FILLER PIC X(01).
             05 AU-RESULT PIC X(30).
             05 FILLER PIC X(01).
             05 AU-RUNID PIC X(16).
         01 AU-ELAPSED-ZONED REDEFINES AUDIT-LINE.
             05 FILLER PIC X(36).
             05 AU-ELAPSED-NUM PIC 9(06).
             05 FILLER PIC X(48).
         01 FC-HEAD-LINE.
             05 FILLER PIC X(20) VALUE 'WINDOW FORECAST FOR '.
             05 FH-RUNID PIC X(16).
             05 FILLER PIC X(09) VALUE ' PROFILE '.
             05 FH-NAME PIC X(08).
         01 FC-COL-LINE PIC X(48) VALUE
             'STEP     CONFIG        RUNS     AVGCS     MAXCS'.
         01 FC-DETAIL-LINE.
             05 FD-STEP PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 FD-KEY PIC X(11).
             05 FILLER PIC X(01) VALUE SPACE.
             05 FD-RUNS PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 FD-AVG PIC Z(08)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 FD-MAX PIC Z(08)9.
         01 FC-NOTE-LINE.
             05 FN-STEP PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 FN-KEY PIC X(11).
             05 FILLER PIC X(01) VALUE SPACE.
             05 FN-TEXT PIC X(30).
         01 FC-TOTAL-LINE.
             05 FILLER PIC X(12) VALUE 'ESTIMATE CS '.
             05 FT-TOTAL PIC Z(08)9.
             05 FILLER PIC X(10) VALUE ' LIMIT CS '.
             05 FT-LIMIT PIC Z(08)9.
             05 FILLER PIC X(09) VALUE ' VERDICT '.
             05 FT-VERDICT PIC X(08).
         01 FC-FALLBACK-LINE.
             05 FILLER PIC X(36) VALUE
                 'FORECAST OVERRUN, FALLING BACK FROM '.
             05 FB-FROM PIC X(08).
             05 FILLER PIC X(04) VALUE ' TO '.
             05 FB-TO PIC X(08).
         01 WINHIST-LINE.
             05 WH-RUNID PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WH-PROFILE PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WH-PROGRAM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WH-STATUS PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WH-TRIES PIC 9(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 WH-DETAIL PIC X(37).

         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'batch run starting'.
             PERFORM MAKE-RUNID.
             PERFORM READ-BATCHCFG THRU READ-BATCHCFG-DEFAULTS.
             PERFORM READ-WINDOW-CTL THRU READ-WINDOW-CTL-EXIT.
      *  a fresh window parks the live configs and lands its control
      *  record before a single config file is overwritten, so there
      *  is no moment at which a kill loses the originals.
      *  the live configs are parked whether or not a profile
      *  matched, since the forecast prices any step the profile
      *  leaves on the live settings.
             IF RESUMING = 0
                 PERFORM PICK-PROFILE THRU PICK-PROFILE-EXIT
                 PERFORM SAVE-CONFIGS THRU SAVE-CONFIGS-EXIT
                 PERFORM FORECAST-WINDOW THRU FORECAST-WINDOW-EXIT
                 PERFORM WRITE-WINDOW-CTL.
             IF PROFILE-ACTIVE = 1
                 PERFORM INSTALL-PROFILE THRU INSTALL-PROFILE-EXIT.
             IF RESUMING = 0
                 PERFORM WRITE-CFG-HIST.
             PERFORM LOAD-JOBSTREAM THRU LOAD-JOBSTREAM-EXIT.
             IF RESUMING = 1
                 PERFORM MARK-RESUMED-STEP VARYING CI FROM 1 BY 1
                     UNTIL CI > CTL-COUNT
                 PERFORM WRITE-WINDOW-CTL.
             PERFORM WALK-JOBSTREAM THRU WALK-JOBSTREAM-EXIT.
      *  a stream that never named EXCALERT (or withheld it) still
      *  gets the window's exceptions rolled up at the end, as the
      *  fixed three-step window always did.
             IF ALERT-RAN = 0
                 PERFORM RUN-EXCALERT THRU RUN-EXCALERT-EXIT.
             PERFORM WRITE-SUMMARY.
             IF CTL-STATE NOT = 'H'
                 PERFORM WRITE-WINDOW-HIST
                 MOVE 'H' TO CTL-STATE
                 PERFORM WRITE-WINDOW-CTL.
             IF PROFILE-ACTIVE = 1
                 PERFORM RESTORE-PROFILE THRU RESTORE-PROFILE-EXIT.
             MOVE 'C' TO CTL-STATE.
             PERFORM WRITE-WINDOW-CTL.
             DISPLAY 'batch run complete'.
             STOP RUN.

         MAKE-RUNID.
             ACCEPT BR-DATE FROM DATE YYYYMMDD.
             ACCEPT BR-TIME FROM TIME.
             MOVE BR-DATE TO TODAY-DATE.
             PERFORM STAMP-RUNID.

      *  STAMP-RUNID hands BATCH-RUNID to every command line and
      *  record that carries it -- again when a resumed window takes
      *  back its original id.
         STAMP-RUNID.
             MOVE BATCH-RUNID TO TC-RUNID.
             MOVE BATCH-RUNID TO SC-RUNID.
             MOVE BATCH-RUNID TO EC-RUNID.
             MOVE PF-DIGIT TO PICKED-DIGIT.
             MOVE PF-MODE TO PICKED-MODE.

      *  INSTALL-PROFILE writes the profile's values over the live
      *  config records (MAIN has already parked them, or a resumed
      *  window brought its parks back), and takes the profile's step
      *  controls in place of BATCHCFG.DAT's.  a step-control string
      *  that is not nine digits is left alone -- the profile then
      *  only swaps config files, keeping BATCHCFG.DAT's switches.
      *  uninstalled -- the live file stays as it was rather than
      *  being replaced by a record the programs would choke on.
         INSTALL-PROFILE.
             IF PICKED-BOARD NUMERIC
                 OPEN OUTPUT BOARDCFG-FILE
                 MOVE PICKED-BOARD TO BOARDCFG-REC
             IF SIEVECFG-STATUS = '00'
                 READ SIEVECFG-FILE AT END GO TO SAVE-SIEVE-DONE
                 END-READ
                 MOVE SIEVECFG-REC TO SAVE-SIEVE
                 MOVE SIEVECFG-RANGE TO SAVE-SIEVE-RANGE.
         SAVE-SIEVE-DONE.
             CLOSE SIEVECFG-FILE.
             OPEN INPUT DIGITCFG-FILE.
             CLOSE BOARDCFG-FILE.
             OPEN OUTPUT SIEVECFG-FILE.
             MOVE SAVE-SIEVE TO SIEVECFG-REC.
             MOVE SAVE-SIEVE-RANGE TO SIEVECFG-RANGE.
             WRITE SIEVECFG-REC.
             CLOSE SIEVECFG-FILE.
             OPEN OUTPUT DIGITCFG-FILE.
         RESTORE-PROFILE-EXIT.
             EXIT.

      *  LOAD-JOBSTREAM fills the step table from JOBSTRM.DAT.  a
      *  record with a blank program name is passed over, switches
      *  that will not read as digits take the run-once defaults, and
      *  an unknown condition code reads as O, the safe one.  a step
      *  named twice keeps its first record; records past the table's
      *  twenty slots are dropped -- both noted in EXCEPTIONS.DAT as
      *  warnings.  no file, or no usable record in it, loads the
      *  original window: TTT, SIEVE, E, each independent of the
      *  others.
         LOAD-JOBSTREAM.
             MOVE 0 TO JOB-COUNT.
             OPEN INPUT JOBSTRM-FILE.
             IF JOBSTRM-STATUS NOT = '00' GO TO LOAD-JOBSTREAM-LEGACY.
         LOAD-JOBSTREAM-LOOP.
             READ JOBSTRM-FILE AT END GO TO LOAD-JOBSTREAM-CLOSE.
             IF JS-PROGRAM = SPACES GO TO LOAD-JOBSTREAM-LOOP.
             MOVE 0 TO JOB-FOUND.
             PERFORM FIND-JOB-SLOT VARYING KI FROM 1 BY 1
                 UNTIL KI > JOB-COUNT OR JOB-FOUND NOT = 0.
             IF JOB-FOUND NOT = 0
                 MOVE 'BATCH' TO EX-PROGRAM
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'BJSD' TO EX-CODE
                 MOVE 'JOB STREAM STEP LISTED TWICE, DROPPED'
                     TO EX-TEXT
                 PERFORM WRITE-EXCEPTION
                 GO TO LOAD-JOBSTREAM-LOOP.
             IF JOB-COUNT NOT < 20
                 MOVE 'BATCH' TO EX-PROGRAM
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'BJSF' TO EX-CODE
                 MOVE 'JOB STREAM TABLE FULL, STEP DROPPED'
                     TO EX-TEXT
                 PERFORM WRITE-EXCEPTION
                 GO TO LOAD-JOBSTREAM-LOOP.
             ADD 1 TO JOB-COUNT.
             MOVE JS-PROGRAM TO JOB-PROGRAM( JOB-COUNT ).
             MOVE 1 TO JOB-RUN( JOB-COUNT ).
             IF JS-RUN NUMERIC
                 MOVE JS-RUN TO JOB-RUN( JOB-COUNT ).
             MOVE 0 TO JOB-RETRY( JOB-COUNT ).
             IF JS-RETRY NUMERIC
                 MOVE JS-RETRY TO JOB-RETRY( JOB-COUNT ).
             IF JS-COND = 'F' OR JS-COND = 'A'
                 MOVE JS-COND TO JOB-COND( JOB-COUNT )
             ELSE
                 MOVE 'O' TO JOB-COND( JOB-COUNT ).
             MOVE JS-PRED( 1 ) TO JOB-PRED( JOB-COUNT, 1 ).
             MOVE JS-PRED( 2 ) TO JOB-PRED( JOB-COUNT, 2 ).
             MOVE JS-PRED( 3 ) TO JOB-PRED( JOB-COUNT, 3 ).
             MOVE JS-PRED( 4 ) TO JOB-PRED( JOB-COUNT, 4 ).
             MOVE 0 TO JOB-DONE( JOB-COUNT ).
             MOVE 0 TO JOB-TRIES( JOB-COUNT ).
             MOVE 'ABND' TO JOB-STATUS( JOB-COUNT ).
             MOVE SPACES TO JOB-DETAIL( JOB-COUNT ).
             GO TO LOAD-JOBSTREAM-LOOP.
         LOAD-JOBSTREAM-CLOSE.
             CLOSE JOBSTRM-FILE.
             IF JOB-COUNT NOT = 0
                 DISPLAY 'window runs the job stream in JOBSTRM.DAT'
                 GO TO LOAD-JOBSTREAM-EXIT.
         LOAD-JOBSTREAM-LEGACY.
             MOVE 'TTT' TO JS-PROGRAM.
             PERFORM ADD-LEGACY-STEP.
             MOVE 'SIEVE' TO JS-PROGRAM.
             PERFORM ADD-LEGACY-STEP.
             MOVE 'E' TO JS-PROGRAM.
             PERFORM ADD-LEGACY-STEP.
         LOAD-JOBSTREAM-EXIT.
             EXIT.

         ADD-LEGACY-STEP.
             ADD 1 TO JOB-COUNT.
             MOVE JS-PROGRAM TO JOB-PROGRAM( JOB-COUNT ).
             MOVE 1 TO JOB-RUN( JOB-COUNT ).
             MOVE 0 TO JOB-RETRY( JOB-COUNT ).
             MOVE 'A' TO JOB-COND( JOB-COUNT ).
             MOVE SPACES TO JOB-PRED-SET( JOB-COUNT ).
             MOVE 0 TO JOB-DONE( JOB-COUNT ).
             MOVE 0 TO JOB-TRIES( JOB-COUNT ).
             MOVE 'ABND' TO JOB-STATUS( JOB-COUNT ).
             MOVE SPACES TO JOB-DETAIL( JOB-COUNT ).

      *  FIND-JOB-SLOT leaves JOB-FOUND naming the slot whose program
      *  matches JS-PROGRAM, zero when the step is not in the table.
         FIND-JOB-SLOT.
             IF JOB-PROGRAM( KI ) = JS-PROGRAM
                 MOVE KI TO JOB-FOUND.

      *  WALK-JOBSTREAM runs the stream one step at a time: the first
      *  step in file order whose predecessors have all finished goes
      *  next, and BATCHSUM.DAT is rewritten after each one so a step
      *  later in the window (RUNRECON, DAILYOPS) reads the steps
      *  already behind it.  when steps remain but none is ready, the
      *  rest are waiting on a predecessor that is not in the stream
      *  or on one another, and are stranded.
         WALK-JOBSTREAM.
             MOVE 0 TO JOB-PICKED.
             PERFORM FIND-READY-JOB VARYING JI FROM 1 BY 1
                 UNTIL JI > JOB-COUNT OR JOB-PICKED NOT = 0.
             IF JOB-PICKED = 0 GO TO WALK-JOBSTREAM-STUCK.
             MOVE JOB-PICKED TO JI.
             PERFORM RUN-JOB THRU RUN-JOB-EXIT.
             MOVE TRY-COUNT TO JOB-TRIES( JI ).
             PERFORM WRITE-SUMMARY.
             PERFORM WRITE-WINDOW-CTL.
             GO TO WALK-JOBSTREAM.
         WALK-JOBSTREAM-STUCK.
             PERFORM STRAND-JOB VARYING JI FROM 1 BY 1
                 UNTIL JI > JOB-COUNT.
         WALK-JOBSTREAM-EXIT.
             EXIT.

         FIND-READY-JOB.
             IF JOB-DONE( JI ) = 0
                 MOVE 0 TO PRED-WAITING
                 PERFORM CHECK-PRED-DONE VARYING PI FROM 1 BY 1
                     UNTIL PI > 4
                 IF PRED-WAITING = 0
                     MOVE JI TO JOB-PICKED.

         CHECK-PRED-DONE.
             IF JOB-PRED( JI, PI ) NOT = SPACES
                 MOVE JOB-PRED( JI, PI ) TO JS-PROGRAM
                 MOVE 0 TO JOB-FOUND
                 PERFORM FIND-JOB-SLOT VARYING KI FROM 1 BY 1
                     UNTIL KI > JOB-COUNT OR JOB-FOUND NOT = 0
                 IF JOB-FOUND = 0
                     MOVE 1 TO PRED-WAITING
                 ELSE
                 IF JOB-DONE( JOB-FOUND ) = 0
                     MOVE 1 TO PRED-WAITING.

      *  CHECK-PRED-WORST folds one predecessor's final status into
      *  PRED-WORST for the run condition.
         CHECK-PRED-WORST.
             IF JOB-PRED( JI, PI ) NOT = SPACES
                 MOVE JOB-PRED( JI, PI ) TO JS-PROGRAM
                 MOVE 0 TO JOB-FOUND
                 PERFORM FIND-JOB-SLOT VARYING KI FROM 1 BY 1
                     UNTIL KI > JOB-COUNT OR JOB-FOUND NOT = 0
                 IF JOB-FOUND NOT = 0
                     IF JOB-STATUS( JOB-FOUND ) = 'ABND'
                         MOVE 3 TO PRED-WORST
                     ELSE
                     IF ( JOB-STATUS( JOB-FOUND ) = 'FAIL'
                         OR JOB-STATUS( JOB-FOUND ) = 'SUPP' )
                         AND PRED-WORST < 2
                         MOVE 2 TO PRED-WORST.

         STRAND-JOB.
             IF JOB-DONE( JI ) = 0
                 MOVE 1 TO JOB-DONE( JI )
                 MOVE 'SUPP' TO JOB-STATUS( JI )
                 MOVE 'PREDECESSOR NEVER FINISHED'
                     TO JOB-DETAIL( JI )
                 DISPLAY 'step ' JOB-PROGRAM( JI )
                     ' stranded, predecessor never finished'
                 MOVE 'BATCH' TO EX-PROGRAM
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'BJSG' TO EX-CODE
                 MOVE 'JOB STREAM STEP STRANDED, NOT RUN'
                     TO EX-TEXT
                 PERFORM WRITE-EXCEPTION.

      *  RUN-JOB settles step JI: the run condition first, against
      *  the worst ending among its predecessors, then the step
      *  itself -- the three producers through their own EXEC-*
      *  wrappers, EXCALERT through RUN-EXCALERT, and everything else
      *  through EXEC-JOB.  a step its condition withholds is SUPP,
      *  the same status a suppress switch gives.
         RUN-JOB.
             MOVE 0 TO TRY-COUNT.
             MOVE 0 TO PRED-WORST.
             PERFORM CHECK-PRED-WORST VARYING PI FROM 1 BY 1
                 UNTIL PI > 4.
             MOVE 1 TO JOB-DONE( JI ).
             IF ( JOB-COND( JI ) = 'O' AND PRED-WORST NOT = 0 )
                 OR ( JOB-COND( JI ) = 'F' AND PRED-WORST = 3 )
                 MOVE 'SUPP' TO JOB-STATUS( JI )
                 MOVE 'PREDECESSOR DID NOT END CLEAN'
                     TO JOB-DETAIL( JI )
                 DISPLAY 'step ' JOB-PROGRAM( JI )
                     ' withheld by its run condition'
                 GO TO RUN-JOB-EXIT.
             IF JOB-PROGRAM( JI ) = 'TTT'
                 PERFORM EXEC-TTT THRU EXEC-TTT-EXIT
                 MOVE TTT-STATUS TO JOB-STATUS( JI )
                 MOVE TTT-DETAIL-TXT TO JOB-DETAIL( JI )
             ELSE
             IF JOB-PROGRAM( JI ) = 'SIEVE'
                 PERFORM EXEC-SIEVE THRU EXEC-SIEVE-EXIT
                 MOVE SIEVE-STATUS TO JOB-STATUS( JI )
                 MOVE SIEVE-DETAIL-TXT TO JOB-DETAIL( JI )
             ELSE
             IF JOB-PROGRAM( JI ) = 'E'
                 PERFORM EXEC-E THRU EXEC-E-EXIT
                 MOVE E-STATUS TO JOB-STATUS( JI )
                 MOVE E-DETAIL-TXT TO JOB-DETAIL( JI )
             ELSE
             IF JOB-PROGRAM( JI ) = 'EXCALERT'
                 PERFORM RUN-EXCALERT THRU RUN-EXCALERT-EXIT
                 MOVE ALERT-WORST TO AD-WORST
                 MOVE ALERT-DETAIL TO JOB-DETAIL( JI )
                 IF ALERT-WORST = 'ABND'
                     MOVE 'ABND' TO JOB-STATUS( JI )
                 ELSE
                     MOVE 'OK  ' TO JOB-STATUS( JI )
                 END-IF
             ELSE
                 PERFORM EXEC-JOB THRU EXEC-JOB-EXIT.
         RUN-JOB-EXIT.
             EXIT.

      *  EXEC-JOB is EXEC-TTT's shape for any other step, with the
      *  run switch and retry count from the step's JOBSTRM.DAT
      *  record.
         EXEC-JOB.
             IF JOB-RUN( JI ) = 0
                 MOVE 'SKIP' TO JOB-STATUS( JI )
                 MOVE SPACES TO JOB-DETAIL( JI )
                 GO TO EXEC-JOB-EXIT.
             MOVE 0 TO TRY-COUNT.
         EXEC-JOB-TRY.
             PERFORM RUN-JOB-STEP.
             IF ( JOB-STATUS( JI ) = 'FAIL'
                 OR JOB-STATUS( JI ) = 'ABND' )
                 AND TRY-COUNT < JOB-RETRY( JI )
                 ADD 1 TO TRY-COUNT
                 DISPLAY 'step ' JOB-PROGRAM( JI ) ' failed, retrying'
                 GO TO EXEC-JOB-TRY.
             IF JOB-STATUS( JI ) = 'FAIL' OR JOB-STATUS( JI ) = 'ABND'
                 MOVE 1 TO PRIOR-FAIL
                 MOVE JOB-PROGRAM( JI ) TO EX-PROGRAM
                 MOVE JOB-STATUS( JI ) TO EX-CODE
                 PERFORM NOTE-STEP-EXCEPTION.
         EXEC-JOB-EXIT.
             EXIT.

      *  RUN-JOB-STEP launches one step the same way the producers
      *  are launched -- the window id prefixed on the command line,
      *  the program's console output to <PROGRAM>LOG.DAT -- after
      *  truncating the shared handoff file, so a step that dies
      *  reads as ABND rather than inheriting the last step's record.
         RUN-JOB-STEP.
             MOVE JOB-PROGRAM( JI ) TO JOB-LOWER.
             INSPECT JOB-LOWER CONVERTING
                 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 TO 'abcdefghijklmnopqrstuvwxyz'.
             MOVE SPACES TO JOB-CMD.
             STRING 'NTVCM_RUNID=' DELIMITED BY SIZE
                 BATCH-RUNID DELIMITED BY SIZE
                 ' ./' DELIMITED BY SIZE
                 JOB-LOWER DELIMITED BY SPACE
                 ' > ' DELIMITED BY SIZE
                 JOB-PROGRAM( JI ) DELIMITED BY SPACE
                 'LOG.DAT 2>&1' DELIMITED BY SIZE
                 INTO JOB-CMD.
             OPEN OUTPUT JOBSTEP-FILE.
             CLOSE JOBSTEP-FILE.
             CALL 'SYSTEM' USING JOB-CMD.
             PERFORM READ-JOB-STEPEND THRU READ-JOB-STEPEND-DONE.
             MOVE STEP-RESULT-STATUS TO JOB-STATUS( JI ).
             MOVE STEP-DETAIL-LINE TO JOB-DETAIL( JI ).

      *  the shared handoff file must also name this step -- a record
      *  some other program left is no record at all.
         READ-JOB-STEPEND.
             MOVE 0 TO STEP-END-FOUND.
             OPEN INPUT JOBSTEP-FILE.
             IF JOBSTEP-STATUS NOT = '00'
                 PERFORM JUDGE-STEPEND THRU JUDGE-STEPEND-EXIT
                 GO TO READ-JOB-STEPEND-DONE.
             READ JOBSTEP-FILE AT END GO TO READ-JOB-STEPEND-CLOSE.
             MOVE JOBSTEP-REC TO STEP-END-LINE.
             IF SE-PROGRAM = JOB-PROGRAM( JI )
                 MOVE 1 TO STEP-END-FOUND.
         READ-JOB-STEPEND-CLOSE.
             CLOSE JOBSTEP-FILE.
             PERFORM JUDGE-STEPEND THRU JUDGE-STEPEND-EXIT.
         READ-JOB-STEPEND-DONE.
             EXIT.

      *  EXEC-TTT/EXEC-SIEVE/EXEC-E wrap the unconditional RUN-* steps
      *  with the window's step controls: honor the skip switch, honor
      *  the suppress switch once an earlier step has FAILed, and
                 MOVE 'E' TO EX-SEVERITY
                 MOVE 'STEP COMPLETED WITH FAILURE CODE'
                     TO EX-TEXT.
             PERFORM WRITE-EXCEPTION.

      *  WRITE-EXCEPTION appends the record the caller staged in
      *  EXCEPT-LINE -- program, severity, code, and text.
         WRITE-EXCEPTION.
             OPEN EXTEND EXCEPT-FILE.
             IF EXCEPT-STATUS NOT = '00'
                 OPEN OUTPUT EXCEPT-FILE
      *  the worst severity back for the summary -- no verdict line
      *  on file reads as ABND, never as clean.
         RUN-EXCALERT.
             MOVE 1 TO ALERT-RAN.
             CALL 'SYSTEM' USING EXCALERT-CMD.
             MOVE 'ABND' TO ALERT-WORST.
             OPEN INPUT EXCRPT-FILE.
         JUDGE-STEPEND-EXIT.
             EXIT.

      *  WRITE-SUMMARY rewrites BATCHSUM.DAT with one line per step
      *  settled so far, in job-stream order (program name, status,
      *  and the completion code and key result its step-end record
      *  carried), then the EXCALERT verdict once that has run.  it
      *  runs after every step, so the file always describes the
      *  window as far as it has got.
         WRITE-SUMMARY.
             OPEN OUTPUT SUMMARY-FILE.
             PERFORM WRITE-SUMMARY-STEP VARYING JI FROM 1 BY 1
                 UNTIL JI > JOB-COUNT.
             IF ALERT-RAN = 1
                 MOVE ALERT-WORST TO AL-WORST
                 MOVE ALERT-LINE TO SUMMARY-REC
                 WRITE SUMMARY-REC.
             CLOSE SUMMARY-FILE.

         WRITE-SUMMARY-STEP.
             IF JOB-DONE( JI ) = 1
                 MOVE JOB-PROGRAM( JI ) TO SL-PROGRAM
                 MOVE JOB-STATUS( JI ) TO SL-STATUS
                 MOVE JOB-DETAIL( JI ) TO SL-DETAIL
                 MOVE SUM-LINE TO SUMMARY-REC
                 WRITE SUMMARY-REC.

      *  READ-WINDOW-CTL looks for a window left unfinished.  an R
      *  record from the same night is resumed: its run id, profile,
      *  parked originals, and window flags are taken back, and its
      *  settled steps are held for MARK-RESUMED-STEP.  an R record
      *  from an earlier night is abandoned -- its parked originals
      *  are laid back down first, so the fresh window parks the
      *  operator's configs and not a dead window's profile values.
      *  no file, a C record, or anything unreadable starts fresh.
         READ-WINDOW-CTL.
             MOVE 0 TO RESUMING.
             MOVE 0 TO CTL-COUNT.
             OPEN INPUT BATCHCTL-FILE.
             IF BATCHCTL-STATUS NOT = '00' GO TO READ-WINDOW-CTL-EXIT.
             READ BATCHCTL-FILE AT END GO TO READ-WINDOW-CTL-CLOSE.
             MOVE BATCHCTL-REC TO CTL-WIN-LINE.
             IF CW-TYPE NOT = 'WIN '
                 GO TO READ-WINDOW-CTL-CLOSE.
             IF CW-STATE NOT = 'R' AND CW-STATE NOT = 'H'
                 GO TO READ-WINDOW-CTL-CLOSE.
             IF CW-DATE NOT NUMERIC OR CW-TIME NOT NUMERIC
                 OR CW-PROFILE-ACTIVE NOT NUMERIC
                 GO TO READ-WINDOW-CTL-CLOSE.
             MOVE TODAY-DATE TO DS-DATE.
             PERFORM DATE-TO-SERIAL.
             MOVE DS-SERIAL TO TODAY-SERIAL.
             MOVE CW-DATE TO DS-DATE.
             PERFORM DATE-TO-SERIAL.
             IF DS-SERIAL = TODAY-SERIAL
                 MOVE 1 TO RESUMING
             ELSE
             IF DS-SERIAL + 1 = TODAY-SERIAL
                 AND CW-TIME NOT < 12000000
                 MOVE 1 TO RESUMING.
             IF RESUMING = 0
                 PERFORM ABANDON-WINDOW
                 GO TO READ-WINDOW-CTL-CLOSE.
             MOVE CW-RUNID TO BATCH-RUNID.
             PERFORM STAMP-RUNID.
             MOVE CW-STATE TO CTL-STATE.
             MOVE CW-PROFILE-ACTIVE TO PROFILE-ACTIVE.
             MOVE CW-NAME TO PICKED-NAME.
             MOVE CW-STEPS TO PICKED-STEPS.
             MOVE CW-BOARD TO PICKED-BOARD.
             MOVE CW-SIEVE TO PICKED-SIEVE.
             MOVE CW-DIGIT TO PICKED-DIGIT.
             MOVE CW-MODE TO PICKED-MODE.
             MOVE CW-SAVE-BOARD TO SAVE-BOARD.
             MOVE CW-SAVE-SIEVE TO SAVE-SIEVE.
             MOVE CW-SAVE-RANGE TO SAVE-SIEVE-RANGE.
             MOVE CW-SAVE-DIGIT TO SAVE-DIGIT.
             MOVE CW-SAVE-MODE TO SAVE-MODE.
             IF CW-PRIOR-FAIL = 1
                 MOVE 1 TO PRIOR-FAIL.
             IF CW-ALERT-RAN = 1
                 MOVE 1 TO ALERT-RAN
                 MOVE CW-ALERT-WORST TO ALERT-WORST.
             DISPLAY 'window resumes run ' BATCH-RUNID.
             IF PROFILE-ACTIVE = 1
                 DISPLAY 'window runs under profile ' PICKED-NAME.
         READ-WINDOW-CTL-STEPS.
             READ BATCHCTL-FILE AT END GO TO READ-WINDOW-CTL-CLOSE.
             MOVE BATCHCTL-REC TO CTL-STEP-LINE.
             IF CS-TYPE NOT = 'STP ' OR CTL-COUNT NOT < 20
                 GO TO READ-WINDOW-CTL-STEPS.
             ADD 1 TO CTL-COUNT.
             MOVE CS-PROGRAM TO CTL-PROGRAM( CTL-COUNT ).
             MOVE CS-STATUS TO CTL-STATUS( CTL-COUNT ).
             MOVE CS-DETAIL TO CTL-DETAIL( CTL-COUNT ).
             MOVE 0 TO CTL-TRIES( CTL-COUNT ).
             IF CS-TRIES NUMERIC
                 MOVE CS-TRIES TO CTL-TRIES( CTL-COUNT ).
             GO TO READ-WINDOW-CTL-STEPS.
         READ-WINDOW-CTL-CLOSE.
             CLOSE BATCHCTL-FILE.
             IF RESUMING = 1
                 MOVE 'BATCH' TO EX-PROGRAM
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'BRSM' TO EX-CODE
                 MOVE 'WINDOW RESUMED AFTER INTERRUPTION'
                     TO EX-TEXT
                 PERFORM WRITE-EXCEPTION.
         READ-WINDOW-CTL-EXIT.
             EXIT.

         ABANDON-WINDOW.
             DISPLAY 'unfinished window ' CW-RUNID ' is stale'.
             IF CW-PROFILE-ACTIVE = 1
                 MOVE CW-SAVE-BOARD TO SAVE-BOARD
                 MOVE CW-SAVE-SIEVE TO SAVE-SIEVE
                 MOVE CW-SAVE-RANGE TO SAVE-SIEVE-RANGE
                 MOVE CW-SAVE-DIGIT TO SAVE-DIGIT
                 MOVE CW-SAVE-MODE TO SAVE-MODE
                 PERFORM RESTORE-PROFILE THRU RESTORE-PROFILE-EXIT.
             MOVE 'BATCH' TO EX-PROGRAM.
             MOVE 'W' TO EX-SEVERITY.
             MOVE 'BRSA' TO EX-CODE.
             MOVE 'STALE UNFINISHED WINDOW ABANDONED' TO EX-TEXT.
             PERFORM WRITE-EXCEPTION.

      *  MARK-RESUMED-STEP settles one step the interrupted window
      *  already finished, so the walk passes over it.  a step no
      *  longer in the stream is simply dropped.
         MARK-RESUMED-STEP.
             MOVE CTL-PROGRAM( CI ) TO JS-PROGRAM.
             MOVE 0 TO JOB-FOUND.
             PERFORM FIND-JOB-SLOT VARYING KI FROM 1 BY 1
                 UNTIL KI > JOB-COUNT OR JOB-FOUND NOT = 0.
             IF JOB-FOUND NOT = 0
                 MOVE 1 TO JOB-DONE( JOB-FOUND )
                 MOVE CTL-STATUS( CI ) TO JOB-STATUS( JOB-FOUND )
                 MOVE CTL-DETAIL( CI ) TO JOB-DETAIL( JOB-FOUND )
                 MOVE CTL-TRIES( CI ) TO JOB-TRIES( JOB-FOUND )
                 DISPLAY 'step ' CTL-PROGRAM( CI )
                     ' already settled, not rerun'.

      *  WRITE-WINDOW-CTL rewrites the control record: the window
      *  header in CTL-STATE, then every step settled so far.
         WRITE-WINDOW-CTL.
             MOVE 'WIN ' TO CW-TYPE.
             MOVE BATCH-RUNID TO CW-RUNID.
             MOVE CTL-STATE TO CW-STATE.
             MOVE PROFILE-ACTIVE TO CW-PROFILE-ACTIVE.
             MOVE PICKED-NAME TO CW-NAME.
             MOVE PICKED-STEPS TO CW-STEPS.
             MOVE PICKED-BOARD TO CW-BOARD.
             MOVE PICKED-SIEVE TO CW-SIEVE.
             MOVE PICKED-DIGIT TO CW-DIGIT.
             MOVE PICKED-MODE TO CW-MODE.
             MOVE SAVE-BOARD TO CW-SAVE-BOARD.
             MOVE SAVE-SIEVE TO CW-SAVE-SIEVE.
             MOVE SAVE-SIEVE-RANGE TO CW-SAVE-RANGE.
             MOVE SAVE-DIGIT TO CW-SAVE-DIGIT.
             MOVE SAVE-MODE TO CW-SAVE-MODE.
             MOVE PRIOR-FAIL TO CW-PRIOR-FAIL.
             MOVE ALERT-RAN TO CW-ALERT-RAN.
             MOVE ALERT-WORST TO CW-ALERT-WORST.
             OPEN OUTPUT BATCHCTL-FILE.
             MOVE CTL-WIN-LINE TO BATCHCTL-REC.
             WRITE BATCHCTL-REC.
             PERFORM WRITE-CTL-STEP VARYING JI FROM 1 BY 1
                 UNTIL JI > JOB-COUNT.
             CLOSE BATCHCTL-FILE.

         WRITE-CTL-STEP.
             IF JOB-DONE( JI ) = 1
                 MOVE 'STP ' TO CS-TYPE
                 MOVE JOB-PROGRAM( JI ) TO CS-PROGRAM
                 MOVE JOB-STATUS( JI ) TO CS-STATUS
                 MOVE JOB-DETAIL( JI ) TO CS-DETAIL
                 MOVE JOB-TRIES( JI ) TO CS-TRIES
                 MOVE CTL-STEP-LINE TO BATCHCTL-REC
                 WRITE BATCHCTL-REC.

      *  WRITE-WINDOW-HIST appends the finished window to the
      *  permanent history: every settled step, then the EXCALERT
      *  verdict when it ran.  same EXTEND/OUTPUT first-time fallback
      *  the other shared logs use.
         WRITE-WINDOW-HIST.
             OPEN EXTEND WINHIST-FILE.
             IF WINHIST-STATUS NOT = '00'
                 OPEN OUTPUT WINHIST-FILE
             END-IF.
             MOVE BATCH-RUNID TO WH-RUNID.
             MOVE 'NONE' TO WH-PROFILE.
             IF PROFILE-ACTIVE = 1
                 MOVE PICKED-NAME TO WH-PROFILE.
             PERFORM WRITE-HIST-STEP VARYING JI FROM 1 BY 1
                 UNTIL JI > JOB-COUNT.
             IF ALERT-RAN = 1
                 MOVE 'ALERT' TO WH-PROGRAM
                 MOVE ALERT-WORST TO WH-STATUS
                 MOVE 0 TO WH-TRIES
                 MOVE SPACES TO WH-DETAIL
                 MOVE WINHIST-LINE TO WINHIST-REC
                 WRITE WINHIST-REC.
             CLOSE WINHIST-FILE.

         WRITE-HIST-STEP.
             IF JOB-DONE( JI ) = 1
                 MOVE JOB-PROGRAM( JI ) TO WH-PROGRAM
                 MOVE JOB-STATUS( JI ) TO WH-STATUS
                 MOVE JOB-TRIES( JI ) TO WH-TRIES
                 MOVE JOB-DETAIL( JI ) TO WH-DETAIL
                 MOVE WINHIST-LINE TO WINHIST-REC
                 WRITE WINHIST-REC.

      *  DATE-TO-SERIAL turns DS-DATE (YYYYMMDD) into the day count
      *  DS-SERIAL, stepwise through integer scratch fields so no
      *  intermediate division keeps a fraction.
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

      *  FORECAST-WINDOW prices the window about to run and writes
      *  FCSTRPT.DAT.  an overrun is raised at FCSTCFG.DAT's severity;
      *  with the fallback switch on, a profile other than the DEFAULT
      *  gives way to the DEFAULT record and the window is priced
      *  again under it.  a DEFAULT that still overruns runs anyway
      *  -- there is nothing lighter to fall back to.
         FORECAST-WINDOW.
             PERFORM READ-FCSTCFG THRU READ-FCSTCFG-EXIT.
             OPEN OUTPUT FCSTRPT-FILE.
             PERFORM PRICE-WINDOW THRU PRICE-WINDOW-EXIT.
             IF FC-VERDICT NOT = 'OVERRUN'
                 GO TO FORECAST-WINDOW-CLOSE.
             MOVE 'BATCH' TO EX-PROGRAM.
             MOVE FC-SEVERITY TO EX-SEVERITY.
             MOVE 'BFOV' TO EX-CODE.
             MOVE 'WINDOW FORECAST EXCEEDS WINDOW LIMIT' TO EX-TEXT.
             PERFORM WRITE-EXCEPTION.
             IF FC-FALLBACK NOT = 1 OR PICK-KIND < 2
                 GO TO FORECAST-WINDOW-CLOSE.
             MOVE PICKED-NAME TO FB-FROM.
             PERFORM PICK-DEFAULT THRU PICK-DEFAULT-EXIT.
             IF PICK-KIND NOT = 1 GO TO FORECAST-WINDOW-CLOSE.
             MOVE PICKED-NAME TO FB-TO.
             MOVE FC-FALLBACK-LINE TO FCSTRPT-REC.
             WRITE FCSTRPT-REC.
             DISPLAY FC-FALLBACK-LINE.
             MOVE 'BATCH' TO EX-PROGRAM.
             MOVE 'W' TO EX-SEVERITY.
             MOVE 'BFFB' TO EX-CODE.
             MOVE 'FORECAST OVERRUN, DEFAULT PROFILE RUN' TO EX-TEXT.
             PERFORM WRITE-EXCEPTION.
             PERFORM PRICE-WINDOW THRU PRICE-WINDOW-EXIT.
         FORECAST-WINDOW-CLOSE.
             CLOSE FCSTRPT-FILE.
         FORECAST-WINDOW-EXIT.
             EXIT.

      *  READ-FCSTCFG loads the forecast control record -- no file,
      *  or a record that will not read, keeps the compiled defaults.
         READ-FCSTCFG.
             OPEN INPUT FCSTCFG-FILE.
             IF FCSTCFG-STATUS NOT = '00' GO TO READ-FCSTCFG-SET.
             READ FCSTCFG-FILE AT END GO TO READ-FCSTCFG-CLOSE.
             IF FCC-LIMIT-MIN NUMERIC
                 MOVE FCC-LIMIT-MIN TO FC-LIMIT-MIN.
             IF FCC-SEVERITY = 'W' OR FCC-SEVERITY = 'E'
                 MOVE FCC-SEVERITY TO FC-SEVERITY.
             IF FCC-FALLBACK NUMERIC
                 MOVE FCC-FALLBACK TO FC-FALLBACK.
         READ-FCSTCFG-CLOSE.
             CLOSE FCSTCFG-FILE.
         READ-FCSTCFG-SET.
             COMPUTE FC-LIMIT-CS = FC-LIMIT-MIN * 6000.
         READ-FCSTCFG-EXIT.
             EXIT.

      *  PICK-DEFAULT re-reads the schedule for its DEFAULT
      *  record and takes it in place of the profile picked earlier
      *  -- the first DEFAULT listed, as PICK-PROFILE would take it.
      *  PICK-KIND comes back 1 only when one was found.
         PICK-DEFAULT.
             MOVE 0 TO PICK-KIND.
             OPEN INPUT BATSCHED-FILE.
             IF BATSCHED-STATUS NOT = '00'
                 GO TO PICK-DEFAULT-EXIT.
         PICK-DEFAULT-LOOP.
             READ BATSCHED-FILE AT END GO TO PICK-DEFAULT-CLOSE.
             IF PF-SEL-TYPE NOT NUMERIC
                 GO TO PICK-DEFAULT-LOOP.
             IF PF-SEL-TYPE = 1 OR PF-SEL-TYPE = 2
                 GO TO PICK-DEFAULT-LOOP.
             MOVE 1 TO PICK-KIND.
             PERFORM TAKE-PROFILE.
         PICK-DEFAULT-CLOSE.
             CLOSE BATSCHED-FILE.
             IF PICK-KIND = 1
                 DISPLAY 'window falls back to profile ' PICKED-NAME.
         PICK-DEFAULT-EXIT.
             EXIT.

      *  PRICE-WINDOW settles which config each step will run at and
      *  whether it runs at all -- the profile's value where the
      *  profile has a usable one, the parked live value otherwise --
      *  then prices each step from the history and writes the
      *  forecast block.
         PRICE-WINDOW.
             MOVE 'TTT' TO FC-STEP-NAME( 1 ).
             MOVE 'SIEVE' TO FC-STEP-NAME( 2 ).
             MOVE 'E' TO FC-STEP-NAME( 3 ).
             MOVE SAVE-BOARD TO FC-BOARD.
             MOVE SAVE-SIEVE TO FC-SIEVE.
             MOVE SAVE-DIGIT TO FC-DIGIT.
             MOVE STEP-TTT-RUN TO FC-RUN( 1 ).
             MOVE STEP-SIEVE-RUN TO FC-RUN( 2 ).
             MOVE STEP-E-RUN TO FC-RUN( 3 ).
             MOVE 0 TO FC-SIEVE-RANGE.
             IF SAVE-SIEVE-RANGE NOT = SPACES
                 MOVE 1 TO FC-SIEVE-RANGE.
             IF PROFILE-ACTIVE = 1
                 IF PICKED-BOARD NUMERIC
                     MOVE PICKED-BOARD TO FC-BOARD
                 END-IF
                 IF PICKED-SIEVE NUMERIC
                     MOVE PICKED-SIEVE TO FC-SIEVE
                     MOVE 0 TO FC-SIEVE-RANGE
                 END-IF
                 IF PICKED-DIGIT NUMERIC
                     MOVE PICKED-DIGIT TO FC-DIGIT
                 END-IF
                 IF PICKED-STEPS NUMERIC
                     MOVE PS-TTT-RUN TO FC-RUN( 1 )
                     MOVE PS-SIEVE-RUN TO FC-RUN( 2 )
                     MOVE PS-E-RUN TO FC-RUN( 3 ).
             MOVE FC-BOARD TO FC-KEY( 1 ).
             MOVE FC-SIEVE TO FC-KEY( 2 ).
             MOVE FC-DIGIT( 1:6 ) TO FC-KEY( 3 ).
             PERFORM CLEAR-FORECAST-STEP VARYING FI FROM 1 BY 1
                 UNTIL FI > 3.
             PERFORM LOAD-BASIS THRU LOAD-BASIS-EXIT.
             PERFORM SCAN-AUDITLOG THRU SCAN-AUDITLOG-EXIT.
             MOVE BATCH-RUNID TO FH-RUNID.
             MOVE 'NONE' TO FH-NAME.
             IF PROFILE-ACTIVE = 1
                 MOVE PICKED-NAME TO FH-NAME.
             MOVE FC-HEAD-LINE TO FCSTRPT-REC.
             WRITE FCSTRPT-REC.
             DISPLAY FC-HEAD-LINE.
             MOVE FC-COL-LINE TO FCSTRPT-REC.
             WRITE FCSTRPT-REC.
             MOVE 0 TO FC-TOTAL.
             MOVE 0 TO FC-NO-BASIS.
             PERFORM WRITE-FORECAST-STEP VARYING FI FROM 1 BY 1
                 UNTIL FI > 3.
             IF FC-LIMIT-CS NOT = 0 AND FC-TOTAL > FC-LIMIT-CS
                 MOVE 'OVERRUN' TO FC-VERDICT
             ELSE
             IF FC-NO-BASIS = 1
                 MOVE 'UNKNOWN' TO FC-VERDICT
             ELSE
                 MOVE 'FITS' TO FC-VERDICT.
             MOVE FC-TOTAL TO FT-TOTAL.
             MOVE FC-LIMIT-CS TO FT-LIMIT.
             MOVE FC-VERDICT TO FT-VERDICT.
             MOVE FC-TOTAL-LINE TO FCSTRPT-REC.
             WRITE FCSTRPT-REC.
             DISPLAY FC-TOTAL-LINE.
         PRICE-WINDOW-EXIT.
             EXIT.

         CLEAR-FORECAST-STEP.
             MOVE 0 TO FC-SUM( FI ).
             MOVE 0 TO FC-CNT( FI ).
             MOVE 0 TO FC-MAX( FI ).
             MOVE 0 TO FC-EST( FI ).

      *  LOAD-BASIS collects the past windows whose configs match
      *  tonight's for at least one step.
         LOAD-BASIS.
             MOVE 0 TO BASIS-COUNT.
             MOVE 0 TO BASIS-NEXT.
             OPEN INPUT CFGHIST-FILE.
             IF CFGHIST-STATUS NOT = '00' GO TO LOAD-BASIS-EXIT.
         LOAD-BASIS-LOOP.
             READ CFGHIST-FILE AT END GO TO LOAD-BASIS-CLOSE.
             MOVE CFGHIST-REC TO CFGHIST-LINE.
             IF CH-BOARD NOT = FC-KEY( 1 )
                 AND CH-SIEVE NOT = FC-KEY( 2 )
                 AND CH-DIGIT( 1:6 ) NOT = FC-KEY( 3 )
                 GO TO LOAD-BASIS-LOOP.
             ADD 1 TO BASIS-NEXT.
             IF BASIS-NEXT > 400
                 MOVE 1 TO BASIS-NEXT.
             IF BASIS-COUNT < 400
                 ADD 1 TO BASIS-COUNT.
             MOVE CH-RUNID TO BASIS-RUNID( BASIS-NEXT ).
             MOVE 0 TO BASIS-HIT( BASIS-NEXT, 1 ).
             MOVE 0 TO BASIS-HIT( BASIS-NEXT, 2 ).
             MOVE 0 TO BASIS-HIT( BASIS-NEXT, 3 ).
             IF CH-BOARD = FC-KEY( 1 )
                 MOVE 1 TO BASIS-HIT( BASIS-NEXT, 1 ).
             IF CH-SIEVE = FC-KEY( 2 )
                 MOVE 1 TO BASIS-HIT( BASIS-NEXT, 2 ).
             IF CH-DIGIT( 1:6 ) = FC-KEY( 3 )
                 MOVE 1 TO BASIS-HIT( BASIS-NEXT, 3 ).
             GO TO LOAD-BASIS-LOOP.
         LOAD-BASIS-CLOSE.
             CLOSE CFGHIST-FILE.
         LOAD-BASIS-EXIT.
             EXIT.

      *  SCAN-AUDITLOG folds every TTT, SIEVE, and E run whose window
      *  is in the basis for that step into the step's estimate.  a
      *  SIEVE range run marks its result RANGE (see SIEVE-RESULT-
      *  LINE in sieve.cob) and is passed over.
         SCAN-AUDITLOG.
             IF BASIS-COUNT = 0 GO TO SCAN-AUDITLOG-EXIT.
             OPEN INPUT AUDIT-FILE.
             IF AUDIT-STATUS NOT = '00' GO TO SCAN-AUDITLOG-EXIT.
         SCAN-AUDITLOG-LOOP.
             READ AUDIT-FILE AT END GO TO SCAN-AUDITLOG-CLOSE.
             MOVE AUDIT-REC TO AUDIT-LINE.
             MOVE 0 TO FI.
             IF AU-PROGRAM = 'TTT'
                 MOVE 1 TO FI
             ELSE
             IF AU-PROGRAM = 'SIEVE'
                 MOVE 2 TO FI
             ELSE
             IF AU-PROGRAM = 'E'
                 MOVE 3 TO FI.
             IF FI = 0 GO TO SCAN-AUDITLOG-LOOP.
             IF FI = 2 AND AU-RESULT( 8:6 ) = ' RANGE'
                 GO TO SCAN-AUDITLOG-LOOP.
             INSPECT AU-ELAPSED-X REPLACING LEADING SPACES BY ZEROES.
             IF AU-ELAPSED-X NOT NUMERIC GO TO SCAN-AUDITLOG-LOOP.
             MOVE 0 TO BASIS-FOUND.
             PERFORM FIND-BASIS VARYING BI FROM 1 BY 1
                 UNTIL BI > BASIS-COUNT OR BASIS-FOUND NOT = 0.
             IF BASIS-FOUND = 0 GO TO SCAN-AUDITLOG-LOOP.
             ADD 1 TO FC-CNT( FI ).
             ADD AU-ELAPSED-NUM TO FC-SUM( FI ).
             IF AU-ELAPSED-NUM > FC-MAX( FI )
                 MOVE AU-ELAPSED-NUM TO FC-MAX( FI ).
             GO TO SCAN-AUDITLOG-LOOP.
         SCAN-AUDITLOG-CLOSE.
             CLOSE AUDIT-FILE.
         SCAN-AUDITLOG-EXIT.
             EXIT.

         FIND-BASIS.
             IF BASIS-RUNID( BI ) = AU-RUNID
                 AND BASIS-HIT( BI, FI ) = 1
                 MOVE BI TO BASIS-FOUND.

      *  WRITE-FORECAST-STEP writes one step's line and adds its
      *  estimate to the window total.
         WRITE-FORECAST-STEP.
             MOVE FC-STEP-NAME( FI ) TO FN-STEP.
             MOVE FC-KEY( FI ) TO FN-KEY.
             IF FC-RUN( FI ) = 0
                 MOVE 'NOT RUN IN THIS WINDOW' TO FN-TEXT
                 MOVE FC-NOTE-LINE TO FCSTRPT-REC
                 WRITE FCSTRPT-REC
                 DISPLAY FC-NOTE-LINE
             ELSE
             IF FI = 2 AND FC-SIEVE-RANGE = 1
                 MOVE 1 TO FC-NO-BASIS
                 MOVE 'RANGE RUN, NO BASIS' TO FN-TEXT
                 MOVE FC-NOTE-LINE TO FCSTRPT-REC
                 WRITE FCSTRPT-REC
                 DISPLAY FC-NOTE-LINE
             ELSE
             IF FC-CNT( FI ) = 0
                 MOVE 1 TO FC-NO-BASIS
                 MOVE 'NO BASIS TO FORECAST' TO FN-TEXT
                 MOVE FC-NOTE-LINE TO FCSTRPT-REC
                 WRITE FCSTRPT-REC
                 DISPLAY FC-NOTE-LINE
             ELSE
                 DIVIDE FC-SUM( FI ) BY FC-CNT( FI )
                     GIVING FC-EST( FI )
                 ADD FC-EST( FI ) TO FC-TOTAL
                 MOVE FC-STEP-NAME( FI ) TO FD-STEP
                 MOVE FC-KEY( FI ) TO FD-KEY
                 MOVE FC-CNT( FI ) TO FD-RUNS
                 MOVE FC-EST( FI ) TO FD-AVG
                 MOVE FC-MAX( FI ) TO FD-MAX
                 MOVE FC-DETAIL-LINE TO FCSTRPT-REC
                 WRITE FCSTRPT-REC
                 DISPLAY FC-DETAIL-LINE.

      *  WRITE-CFG-HIST appends the configs this window was priced at
      *  and runs under, for the forecasts of windows still to come.
         WRITE-CFG-HIST.
             OPEN EXTEND CFGHIST-FILE.
             IF CFGHIST-STATUS NOT = '00'
                 OPEN OUTPUT CFGHIST-FILE
             END-IF.
             MOVE BATCH-RUNID TO CH-RUNID.
             MOVE FC-BOARD TO CH-BOARD.
             MOVE FC-SIEVE TO CH-SIEVE.
             MOVE FC-DIGIT TO CH-DIGIT.
             MOVE CFGHIST-LINE TO CFGHIST-REC.
             WRITE CFGHIST-REC.
             CLOSE CFGHIST-FILE.

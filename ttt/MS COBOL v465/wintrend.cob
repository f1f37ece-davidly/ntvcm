         IDENTIFICATION DIVISION.
         PROGRAM-ID.  WINTREND.
      *  REMARKS. multi-week reliability trend over WINHIST.DAT, the
      *  REMARKS. permanent window history BATCH appends each window's
      *  REMARKS. summary to.  BATCHSUM.DAT only ever holds last
      *  REMARKS. night, so this is where the question "how reliable
      *  REMARKS. are the WEEKDAY, SATURDAY, and MONTHEND windows"
      *  REMARKS. gets answered.  writes TRENDRPT.DAT: per BATSCHED
      *  REMARKS. profile, the windows run, how many were clean (every
      *  REMARKS. step OK or SKIP) and the longest run of clean windows
      *  REMARKS. in a row; then per step under that profile, the
      *  REMARKS. success rate, OK/FAIL/ABND/SUPP/SKIP counts, how many
      *  REMARKS. windows needed a retry, and the step's longest clean
      *  REMARKS. streak.  the same report is displayed on the console.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT WINHIST-FILE ASSIGN TO 'WINHIST.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WINHIST-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'TRENDRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  WINHIST-FILE.
         01 WINHIST-REC PIC X(79).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(100).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
      *  WINHIST-LINE mirrors the record BATCH appends (see batch.cob)
      *  -- one per settled step per window, plus an ALERT record
      *  carrying the EXCALERT worst severity in the status field.
      *  a window's records are written together, so a change of run
      *  id is the end of one window and the start of the next.
         01 WINHIST-STATUS PIC X(02).
         01 WINHIST-LINE.
             05 WH-RUNID PIC X(16).
             05 FILLER PIC X(01).
             05 WH-PROFILE PIC X(08).
             05 FILLER PIC X(01).
             05 WH-PROGRAM PIC X(08).
             05 FILLER PIC X(01).
             05 WH-STATUS PIC X(04).
             05 FILLER PIC X(01).
             05 WH-TRIES PIC X(01).
             05 FILLER PIC X(01).
             05 WH-DETAIL PIC X(37).
      *  the per-profile/per-step accumulators, first-seen order, the
      *  same parallel-table layout AUDRPT uses for its rollup.  the
      *  ALERT record is folded like a step: NONE, I, or W count as
      *  OK, E as FAIL, F (or no verdict, ABND) as ABND.  TRD-CUR is
      *  the clean streak still running at the latest window.
         01 TRD-PROFILE PIC X(08) OCCURS 200 TIMES.
         01 TRD-PROGRAM PIC X(08) OCCURS 200 TIMES.
         01 TRD-WINDOWS PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-OK PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-FAIL PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-ABND PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-SUPP PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-SKIP PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-RETRIED PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-CUR PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-BEST PIC 9(06) COMP OCCURS 200 TIMES.
         01 TRD-COUNT PIC 9(04) COMP VALUE 0.
         01 TRD-FOUND PIC 9(04) COMP VALUE 0.
         01 TI PIC 9(04) COMP VALUE 0.
      *  one slot per profile -- windows run, clean windows, and the
      *  clean-window streaks.
         01 PRF-NAME PIC X(08) OCCURS 20 TIMES.
         01 PRF-WINDOWS PIC 9(06) COMP OCCURS 20 TIMES.
         01 PRF-CLEAN PIC 9(06) COMP OCCURS 20 TIMES.
         01 PRF-CUR PIC 9(06) COMP OCCURS 20 TIMES.
         01 PRF-BEST PIC 9(06) COMP OCCURS 20 TIMES.
         01 PRF-COUNT PIC 9(04) COMP VALUE 0.
         01 PRF-FOUND PIC 9(04) COMP VALUE 0.
         01 PI PIC 9(04) COMP VALUE 0.
         01 OVERFLOW-COUNT PIC 9(06) COMP VALUE 0.
      *  the window being read -- its run id, profile, and whether
      *  every step so far ended OK or SKIP.
         01 CUR-RUNID PIC X(16) VALUE SPACES.
         01 CUR-PROFILE PIC X(08) VALUE SPACES.
         01 CUR-CLEAN PIC 9(01) COMP VALUE 1.
         01 WINDOW-TOTAL PIC 9(06) COMP VALUE 0.
         01 REC-CLASS PIC X(04) VALUE SPACES.
         01 OWED-COUNT PIC 9(06) COMP VALUE 0.
         01 RATE PIC 9(03) COMP VALUE 0.
         01 RATE-ED PIC ZZ9.
         01 REPORT-DATE PIC 9(08) VALUE ZEROES.
         01 HEAD-LINE.
             05 FILLER PIC X(29) VALUE
                 'WINDOW RELIABILITY TREND FOR '.
             05 HL-DATE PIC 9(08).
         01 PROFILE-LINE.
             05 FILLER PIC X(08) VALUE 'PROFILE '.
             05 PL-NAME PIC X(08).
             05 FILLER PIC X(09) VALUE ' WINDOWS '.
             05 PL-WINDOWS PIC ZZZZZ9.
             05 FILLER PIC X(07) VALUE ' CLEAN '.
             05 PL-CLEAN PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 PL-RATE PIC X(04).
             05 FILLER PIC X(23) VALUE
                 '  LONGEST CLEAN STREAK '.
             05 PL-BEST PIC ZZZZZ9.
         01 COL-LINE.
             05 FILLER PIC X(36) VALUE
                 '  STEP       RUNS  OK%     OK   FAIL'.
             05 FILLER PIC X(35) VALUE
                 '   ABND   SUPP   SKIP  RETRY STREAK'.
         01 DETAIL-LINE.
             05 FILLER PIC X(02) VALUE SPACES.
             05 DT-PROGRAM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-WINDOWS PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-RATE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-OK PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-FAIL PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-ABND PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-SUPP PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-SKIP PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-RETRIED PIC ZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-BEST PIC ZZZZZ9.
         01 TOTAL-LINE.
             05 FILLER PIC X(20) VALUE 'WINDOWS IN HISTORY: '.
             05 TL-COUNT PIC ZZZZZ9.
         01 OVER-LINE.
             05 FILLER PIC X(36) VALUE
                 'TREND TABLE FULL, LINES NOT ROLLED'.
             05 FILLER PIC X(04) VALUE ' UP:'.
             05 OV-COUNT PIC ZZZZZ9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 is a trend written, 08
      *  no WINHIST.DAT to report on.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'WINTREND'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'window trend starting'.
             ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
             OPEN INPUT WINHIST-FILE.
             IF WINHIST-STATUS NOT = '00'
                 DISPLAY 'WINHIST.DAT not found, nothing to report'
                 MOVE 8 TO SE-CODE
                 MOVE 'WINHIST.DAT NOT FOUND' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
         READ-LOOP.
             READ WINHIST-FILE AT END GO TO READ-DONE.
             MOVE WINHIST-REC TO WINHIST-LINE.
             IF WH-RUNID = SPACES GO TO READ-LOOP.
             IF WH-RUNID NOT = CUR-RUNID
                 IF CUR-RUNID NOT = SPACES
                     PERFORM CLOSE-WINDOW THRU CLOSE-WINDOW-EXIT
                 END-IF
                 MOVE WH-RUNID TO CUR-RUNID
                 MOVE WH-PROFILE TO CUR-PROFILE
                 MOVE 1 TO CUR-CLEAN.
             PERFORM ROLL-UP-LINE THRU ROLL-UP-LINE-EXIT.
             GO TO READ-LOOP.
         READ-DONE.
             CLOSE WINHIST-FILE.
             IF CUR-RUNID NOT = SPACES
                 PERFORM CLOSE-WINDOW THRU CLOSE-WINDOW-EXIT.
             OPEN OUTPUT REPORT-FILE.
             MOVE REPORT-DATE TO HL-DATE.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
             PERFORM WRITE-PROFILE VARYING PI FROM 1 BY 1
                 UNTIL PI > PRF-COUNT.
             MOVE WINDOW-TOTAL TO TL-COUNT.
             MOVE TOTAL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY TOTAL-LINE.
             IF OVERFLOW-COUNT NOT = 0
                 MOVE OVERFLOW-COUNT TO OV-COUNT
                 MOVE OVER-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY OVER-LINE
             END-IF.
             CLOSE REPORT-FILE.
             MOVE 0 TO SE-CODE.
             MOVE TOTAL-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'window trend complete'.
             STOP RUN.

      *  ROLL-UP-LINE folds one history record into its profile/step
      *  slot, creating the slot on first sight, and marks the window
      *  unclean when a real step (not the ALERT verdict) ended other
      *  than OK or SKIP.
         ROLL-UP-LINE.
             MOVE 0 TO TRD-FOUND.
             PERFORM FIND-TREND-SLOT VARYING TI FROM 1 BY 1
                 UNTIL TI > TRD-COUNT OR TRD-FOUND NOT = 0.
             IF TRD-FOUND = 0
                 IF TRD-COUNT < 200
                     ADD 1 TO TRD-COUNT
                     MOVE TRD-COUNT TO TRD-FOUND
                     MOVE WH-PROFILE TO TRD-PROFILE( TRD-FOUND )
                     MOVE WH-PROGRAM TO TRD-PROGRAM( TRD-FOUND )
                     MOVE 0 TO TRD-WINDOWS( TRD-FOUND )
                     MOVE 0 TO TRD-OK( TRD-FOUND )
                     MOVE 0 TO TRD-FAIL( TRD-FOUND )
                     MOVE 0 TO TRD-ABND( TRD-FOUND )
                     MOVE 0 TO TRD-SUPP( TRD-FOUND )
                     MOVE 0 TO TRD-SKIP( TRD-FOUND )
                     MOVE 0 TO TRD-RETRIED( TRD-FOUND )
                     MOVE 0 TO TRD-CUR( TRD-FOUND )
                     MOVE 0 TO TRD-BEST( TRD-FOUND )
                 ELSE
                     ADD 1 TO OVERFLOW-COUNT
                     GO TO ROLL-UP-LINE-EXIT.
             MOVE TRD-FOUND TO TI.
             PERFORM CLASSIFY-RECORD.
             ADD 1 TO TRD-WINDOWS( TI ).
             IF REC-CLASS = 'OK  '
                 ADD 1 TO TRD-OK( TI )
             ELSE
             IF REC-CLASS = 'SKIP'
                 ADD 1 TO TRD-SKIP( TI )
             ELSE
             IF REC-CLASS = 'SUPP'
                 ADD 1 TO TRD-SUPP( TI )
             ELSE
             IF REC-CLASS = 'FAIL'
                 ADD 1 TO TRD-FAIL( TI )
             ELSE
                 ADD 1 TO TRD-ABND( TI ).
             IF WH-TRIES NUMERIC AND WH-TRIES NOT = '0'
                 ADD 1 TO TRD-RETRIED( TI ).
             IF REC-CLASS = 'OK  ' OR REC-CLASS = 'SKIP'
                 ADD 1 TO TRD-CUR( TI )
                 IF TRD-CUR( TI ) > TRD-BEST( TI )
                     MOVE TRD-CUR( TI ) TO TRD-BEST( TI )
                 END-IF
             ELSE
                 MOVE 0 TO TRD-CUR( TI )
                 IF WH-PROGRAM NOT = 'ALERT'
                     MOVE 0 TO CUR-CLEAN.
         ROLL-UP-LINE-EXIT.
             EXIT.

         FIND-TREND-SLOT.
             IF TRD-PROFILE( TI ) = WH-PROFILE
                 AND TRD-PROGRAM( TI ) = WH-PROGRAM
                 MOVE TI TO TRD-FOUND.

      *  CLASSIFY-RECORD reduces the record's status to one of the
      *  five step outcomes, mapping the ALERT severity on the way.
         CLASSIFY-RECORD.
             MOVE WH-STATUS TO REC-CLASS.
             IF WH-PROGRAM = 'ALERT'
                 IF WH-STATUS = 'NONE' OR WH-STATUS = 'I   '
                     OR WH-STATUS = 'W   '
                     MOVE 'OK  ' TO REC-CLASS
                 ELSE
                 IF WH-STATUS = 'E   '
                     MOVE 'FAIL' TO REC-CLASS
                 ELSE
                     MOVE 'ABND' TO REC-CLASS.

      *  CLOSE-WINDOW folds the window just finished into its
      *  profile's slot and clean-window streak.
         CLOSE-WINDOW.
             ADD 1 TO WINDOW-TOTAL.
             MOVE 0 TO PRF-FOUND.
             PERFORM FIND-PROFILE-SLOT VARYING PI FROM 1 BY 1
                 UNTIL PI > PRF-COUNT OR PRF-FOUND NOT = 0.
             IF PRF-FOUND = 0
                 IF PRF-COUNT < 20
                     ADD 1 TO PRF-COUNT
                     MOVE PRF-COUNT TO PRF-FOUND
                     MOVE CUR-PROFILE TO PRF-NAME( PRF-FOUND )
                     MOVE 0 TO PRF-WINDOWS( PRF-FOUND )
                     MOVE 0 TO PRF-CLEAN( PRF-FOUND )
                     MOVE 0 TO PRF-CUR( PRF-FOUND )
                     MOVE 0 TO PRF-BEST( PRF-FOUND )
                 ELSE
                     ADD 1 TO OVERFLOW-COUNT
                     GO TO CLOSE-WINDOW-EXIT.
             MOVE PRF-FOUND TO PI.
             ADD 1 TO PRF-WINDOWS( PI ).
             IF CUR-CLEAN = 1
                 ADD 1 TO PRF-CLEAN( PI )
                 ADD 1 TO PRF-CUR( PI )
                 IF PRF-CUR( PI ) > PRF-BEST( PI )
                     MOVE PRF-CUR( PI ) TO PRF-BEST( PI )
                 END-IF
             ELSE
                 MOVE 0 TO PRF-CUR( PI ).
         CLOSE-WINDOW-EXIT.
             EXIT.

         FIND-PROFILE-SLOT.
             IF PRF-NAME( PI ) = CUR-PROFILE
                 MOVE PI TO PRF-FOUND.

      *  WRITE-PROFILE writes one profile's line, the column heads,
      *  and then every step slot that belongs to the profile.
         WRITE-PROFILE.
             MOVE PRF-NAME( PI ) TO PL-NAME.
             MOVE PRF-WINDOWS( PI ) TO PL-WINDOWS.
             MOVE PRF-CLEAN( PI ) TO PL-CLEAN.
             COMPUTE RATE = ( PRF-CLEAN( PI ) * 100 )
                 / PRF-WINDOWS( PI ).
             MOVE RATE TO RATE-ED.
             MOVE RATE-ED TO PL-RATE.
             MOVE '%' TO PL-RATE( 4:1 ).
             MOVE PRF-BEST( PI ) TO PL-BEST.
             MOVE PROFILE-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY PROFILE-LINE.
             MOVE COL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY COL-LINE.
             PERFORM WRITE-STEP-TREND VARYING TI FROM 1 BY 1
                 UNTIL TI > TRD-COUNT.

      *  the success rate is OK over the windows that owed the step
      *  -- a skipped step was never owed, so a step skipped every
      *  window has no rate at all.
         WRITE-STEP-TREND.
             IF TRD-PROFILE( TI ) = PRF-NAME( PI )
                 MOVE TRD-PROGRAM( TI ) TO DT-PROGRAM
                 MOVE TRD-WINDOWS( TI ) TO DT-WINDOWS
                 COMPUTE OWED-COUNT = TRD-WINDOWS( TI )
                     - TRD-SKIP( TI )
                 IF OWED-COUNT = 0
                     MOVE ' N/A' TO DT-RATE
                 ELSE
                     COMPUTE RATE = ( TRD-OK( TI ) * 100 )
                         / OWED-COUNT
                     MOVE RATE TO RATE-ED
                     MOVE RATE-ED TO DT-RATE
                     MOVE '%' TO DT-RATE( 4:1 )
                 END-IF
                 MOVE TRD-OK( TI ) TO DT-OK
                 MOVE TRD-FAIL( TI ) TO DT-FAIL
                 MOVE TRD-ABND( TI ) TO DT-ABND
                 MOVE TRD-SUPP( TI ) TO DT-SUPP
                 MOVE TRD-SKIP( TI ) TO DT-SKIP
                 MOVE TRD-RETRIED( TI ) TO DT-RETRIED
                 MOVE TRD-BEST( TI ) TO DT-BEST
                 MOVE DETAIL-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY DETAIL-LINE.

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

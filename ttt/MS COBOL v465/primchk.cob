      *  REMARKS. file checks every tenth prime; 1 checks them all).
      *  REMARKS. writes PRIMRPT.DAT: PASS, or FAIL with the first
      *  REMARKS. offending line.
      *  REMARKS. an R after the interval in PRIMCFG.DAT checks a
      *  REMARKS. SIEVE window run's PRIMRNG.DAT instead: every line
      *  REMARKS. must lie inside the window its header names, in
      *  REMARKS. ascending order, and the same sampled trial-division
      *  REMARKS. and gap checks apply -- against base primes grown
      *  REMARKS. here, by trial division, up to the square root of
      *  REMARKS. the window's high bound -- plus both ends of the
      *  REMARKS. window, which must hold no prime the file left out.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
             SELECT PRIMES-FILE ASSIGN TO 'PRIMES.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRIMES-STATUS.
             SELECT RANGE-FILE ASSIGN TO 'PRIMRNG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RANGE-STATUS.
             SELECT WORK-FILE ASSIGN TO 'SEGWORK.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WORK-STATUS.
             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  PRIMES-FILE.
         01 PRIME-REC PIC X(52).
         FD  RANGE-FILE.
         01 RANGE-REC PIC X(52).
         FD  WORK-FILE.
         01 WORK-REC PIC 9(07).
         FD  PRIMCFG-FILE.
         01 PRIMCFG-REC.
             05 CFG-SAMPLE PIC 9(04).
             05 CFG-FILE-SEL PIC X(01).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(70).
      *  EXCEPT-FILE is EXCEPTIONS.DAT, the suite-wide severity-coded
      *  WRITE-EXCEPTION, the same in every writer.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 PRIMES-STATUS PIC X(02).
         01 WORK-STATUS PIC X(02).
         01 RANGE-STATUS PIC X(02).
      *  the base primes SEG-MARK-BP itself sieves from -- everything
      *  up to 2047, at most 309 values, so the table is comfortably
      *  inside the 1023-cell array bound the suite respects.  a
         01 BASE-COUNT PIC 9(04) COMP VALUE 0.
         01 BI PIC 9(04) COMP VALUE 0.
         01 SAMPLE-INTERVAL PIC 9(04) COMP VALUE 10.
      *  window-check state.  CHECK-RANGE 1 means PRIMRNG.DAT is the
      *  file under check; RNG-LOW/RNG-HIGH come from its header.
      *  RANGE-BASE holds every odd prime up to RB-LIMIT, the square
      *  root of RNG-HIGH -- up to 9591 of them, so ten groups of
      *  1000 keep each array inside the 1023-cell bound; RB-COUNT
      *  counts across the groups.  RNG-PREV is the last reported
      *  prime, or RNG-LOW less one before the first.
         01 CHECK-RANGE PIC 9(01) COMP VALUE 0.
         01 RNG-LOW PIC 9(10) COMP VALUE 0.
         01 RNG-HIGH PIC 9(10) COMP VALUE 0.
         01 RANGE-BASE-TABLE.
             05 RANGE-BASE-GROUP OCCURS 10 TIMES.
                 10 RANGE-BASE PIC 9(05) COMP OCCURS 1000 TIMES.
         01 RB-COUNT PIC 9(05) COMP VALUE 0.
         01 RB-LIMIT PIC 9(05) COMP VALUE 0.
         01 RB-SQ PIC 9(11) COMP VALUE 0.
         01 RB-ORD PIC 9(05) COMP VALUE 0.
         01 RB-Q PIC 9(05) COMP VALUE 0.
         01 RB-R PIC 9(05) COMP VALUE 0.
         01 RB-CAND PIC 9(06) COMP VALUE 0.
         01 RBG PIC 9(04) COMP VALUE 0.
         01 RBX PIC 9(04) COMP VALUE 0.
         01 RANGE-LINE.
             05 RL-PRIME-X PIC X(10).
         01 RL-PRIME-NUM PIC 9(10) COMP VALUE 0.
         01 RNG-PREV PIC 9(10) COMP VALUE 0.
         01 RNG-COUNT PIC 9(08) COMP VALUE 0.
         01 RNG-VALUE PIC 9(11) COMP VALUE 0.
         01 RNG-VERDICT PIC 9(01) COMP VALUE 0.
         01 RNG-Q PIC 9(11) COMP VALUE 0.
         01 RNG-R PIC 9(05) COMP VALUE 0.
         01 RNG-GAP-N PIC 9(11) COMP VALUE 0.
         01 RNG-GAP-TO PIC 9(11) COMP VALUE 0.
         01 RNG-HDR-X PIC X(10).
      *  per-line parse state -- PL-ITER/PL-PRIME arrive right-
      *  justified from SIEVE's numeric-edited WRITE-PRIME fields, the
      *  same space-to-zero conversion AUDRPT and FILECHK apply.
         01 OFFEND-LINE.
             05 FILLER PIC X(05) VALUE 'LINE '.
             05 OF-LINE PIC X(52).
         01 RANGE-COUNT-LINE.
             05 FILLER PIC X(06) VALUE 'RANGE '.
             05 RC-LOW PIC Z(09)9.
             05 FILLER PIC X(01) VALUE '-'.
             05 RC-HIGH PIC Z(09)9.
             05 FILLER PIC X(07) VALUE ' PRIMES'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 RC-PRIMES PIC Z(07)9.
             05 FILLER PIC X(08) VALUE ' SAMPLED'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 RC-SAMPLED PIC Z(07)9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 is a PASS, 04 a FAIL.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'PRIMCHK'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'prime verification starting'.
             PERFORM READCFG THRU READCFG-DEFAULTS.
             PERFORM LOAD-BASE-PRIMES THRU LOAD-BASE-PRIMES-DONE.
             IF CHECK-RANGE = 1
                 PERFORM SCAN-RANGE THRU SCAN-RANGE-DONE
             ELSE
                 PERFORM SCAN-PRIMES THRU SCAN-PRIMES-DONE.
             PERFORM WRITE-REPORT.
             IF CHECK-FAILED = 0
                 MOVE 0 TO SE-CODE
             ELSE
                 MOVE 4 TO SE-CODE.
             MOVE RESULT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'prime verification complete'.
             STOP RUN.

      *  between full verifications (trial division plus the gap check
      *  back to the previous reported prime) -- zero in the record
      *  (or no PRIMCFG.DAT) keeps the compiled-in every-tenth, 1
      *  verifies every prime.  R in the column after it selects
      *  PRIMRNG.DAT.
         READCFG.
             OPEN INPUT PRIMCFG-FILE.
             READ PRIMCFG-FILE AT END GO TO READCFG-DEFAULTS.
             IF CFG-SAMPLE NOT = 0
                 MOVE CFG-SAMPLE TO SAMPLE-INTERVAL.
             IF CFG-FILE-SEL = 'R' OR CFG-FILE-SEL = 'r'
                 MOVE 1 TO CHECK-RANGE.
         READCFG-DEFAULTS.
             CLOSE PRIMCFG-FILE.

         TRIAL-DIVIDE-EXIT.
             EXIT.

      *  SCAN-RANGE checks PRIMRNG.DAT.  the header must come first
      *  and name the window; the base primes for it are grown once
      *  the high bound is known, then each line is folded in the way
      *  CHECK-PRIME-LINE folds a PRIMES.DAT line.  at the trailer
      *  (or the end of file) the stretch from the last prime to the
      *  high bound gets the gap check every window end is owed.
         SCAN-RANGE.
             IF CHECK-FAILED = 1 GO TO SCAN-RANGE-DONE.
             OPEN INPUT RANGE-FILE.
             IF RANGE-STATUS NOT = '00'
                 MOVE 'PRIMRNG.DAT NOT FOUND' TO SET-REASON
                 PERFORM SET-FAIL
                 GO TO SCAN-RANGE-DONE.
             READ RANGE-FILE AT END GO TO SCAN-RANGE-NO-HDR.
             ADD 1 TO LINE-NO.
             IF RANGE-REC( 1:4 ) NOT = 'HDR '
                 OR RANGE-REC( 23:4 ) NOT = 'LOW='
                 OR RANGE-REC( 37:6 ) NOT = ' HIGH='
                 GO TO SCAN-RANGE-NO-HDR.
             MOVE RANGE-REC( 27:10 ) TO RNG-HDR-X.
             IF RNG-HDR-X NOT NUMERIC GO TO SCAN-RANGE-NO-HDR.
             MOVE RNG-HDR-X TO RNG-LOW.
             MOVE RANGE-REC( 43:10 ) TO RNG-HDR-X.
             IF RNG-HDR-X NOT NUMERIC GO TO SCAN-RANGE-NO-HDR.
             MOVE RNG-HDR-X TO RNG-HIGH.
             PERFORM BUILD-RANGE-BASE THRU BUILD-RANGE-BASE-EXIT.
             MOVE 0 TO RNG-PREV.
             IF RNG-LOW > 0 COMPUTE RNG-PREV = RNG-LOW - 1.
         SCAN-RANGE-LOOP.
             READ RANGE-FILE AT END GO TO SCAN-RANGE-END.
             ADD 1 TO LINE-NO.
             IF RANGE-REC( 1:4 ) = 'TRL ' GO TO SCAN-RANGE-END.
             IF CHECK-FAILED = 1 GO TO SCAN-RANGE-LOOP.
             PERFORM CHECK-RANGE-LINE THRU CHECK-RANGE-LINE-EXIT.
             GO TO SCAN-RANGE-LOOP.
         SCAN-RANGE-END.
             IF CHECK-FAILED = 1 GO TO SCAN-RANGE-CLOSE.
             COMPUTE RNG-GAP-TO = RNG-HIGH + 1.
             PERFORM VERIFY-RANGE-GAP THRU VERIFY-RANGE-GAP-EXIT.
             GO TO SCAN-RANGE-CLOSE.
         SCAN-RANGE-NO-HDR.
             MOVE 'NO RANGE HEADER' TO SET-REASON.
             PERFORM SET-FAIL.
         SCAN-RANGE-CLOSE.
             CLOSE RANGE-FILE.
         SCAN-RANGE-DONE.
             EXIT.

      *  CHECK-RANGE-LINE takes one reported prime: numeric, inside
      *  the window, above the one before it.  the first prime always
      *  gets the gap check back to the low bound; after that the
      *  sample interval picks which primes are trial-divided and
      *  have the gap behind them checked.
         CHECK-RANGE-LINE.
             MOVE RANGE-REC TO RANGE-LINE.
             INSPECT RL-PRIME-X REPLACING LEADING SPACES BY ZEROES.
             IF RL-PRIME-X NOT NUMERIC
                 MOVE 'BAD RECORD' TO SET-REASON
                 PERFORM SET-FAIL
                 GO TO CHECK-RANGE-LINE-EXIT.
             MOVE RL-PRIME-X TO RL-PRIME-NUM.
             IF RL-PRIME-NUM < RNG-LOW OR RL-PRIME-NUM > RNG-HIGH
                 MOVE 'OUTSIDE RANGE' TO SET-REASON
                 PERFORM SET-FAIL
                 GO TO CHECK-RANGE-LINE-EXIT.
             IF RNG-COUNT > 0 AND RL-PRIME-NUM NOT > RNG-PREV
                 MOVE 'OUT OF ORDER' TO SET-REASON
                 PERFORM SET-FAIL
                 GO TO CHECK-RANGE-LINE-EXIT.
             ADD 1 TO RNG-COUNT.
             ADD 1 TO SAMPLE-COUNT.
             DIVIDE SAMPLE-COUNT BY SAMPLE-INTERVAL
                 GIVING SAMPLE-Q REMAINDER SAMPLE-R.
             IF RNG-COUNT = 1 OR SAMPLE-R = 0
                 ADD 1 TO SAMPLED-COUNT
                 MOVE RL-PRIME-NUM TO RNG-VALUE
                 PERFORM RANGE-TRIAL-DIVIDE
                     THRU RANGE-TRIAL-DIVIDE-EXIT
                 IF RNG-VERDICT = 1
                     MOVE 'COMPOSITE REPORTED' TO SET-REASON
                     PERFORM SET-FAIL
                     GO TO CHECK-RANGE-LINE-EXIT
                 END-IF
                 MOVE RL-PRIME-NUM TO RNG-GAP-TO
                 PERFORM VERIFY-RANGE-GAP THRU VERIFY-RANGE-GAP-EXIT
             END-IF.
             MOVE RL-PRIME-NUM TO RNG-PREV.
         CHECK-RANGE-LINE-EXIT.
             EXIT.

      *  VERIFY-RANGE-GAP proves nothing strictly between RNG-PREV
      *  and RNG-GAP-TO is prime -- 2 is the only even number that
      *  could be, every odd one from 3 up must have a factor.
         VERIFY-RANGE-GAP.
             COMPUTE RNG-GAP-N = RNG-PREV + 1.
         VERIFY-RANGE-GAP-LOOP.
             IF RNG-GAP-N NOT < RNG-GAP-TO
                 GO TO VERIFY-RANGE-GAP-EXIT.
             IF RNG-GAP-N = 2
                 MOVE 'MISSING PRIME IN GAP' TO SET-REASON
                 PERFORM SET-FAIL
                 GO TO VERIFY-RANGE-GAP-EXIT.
             DIVIDE RNG-GAP-N BY 2 GIVING RNG-Q REMAINDER RNG-R.
             IF RNG-R = 1 AND RNG-GAP-N > 1
                 MOVE RNG-GAP-N TO RNG-VALUE
                 PERFORM RANGE-TRIAL-DIVIDE
                     THRU RANGE-TRIAL-DIVIDE-EXIT
                 IF RNG-VERDICT = 2
                     MOVE 'MISSING PRIME IN GAP' TO SET-REASON
                     PERFORM SET-FAIL
                     GO TO VERIFY-RANGE-GAP-EXIT.
             ADD 1 TO RNG-GAP-N.
             GO TO VERIFY-RANGE-GAP-LOOP.
         VERIFY-RANGE-GAP-EXIT.
             EXIT.

      *  RANGE-TRIAL-DIVIDE is TRIAL-DIVIDE over RANGE-BASE, for
      *  values up to ten digits: verdict 1 composite, 2 prime.  an
      *  even value is settled before the table -- 2 is prime, any
      *  other even number (or 0 or 1) is not.
         RANGE-TRIAL-DIVIDE.
             MOVE 2 TO RNG-VERDICT.
             IF RNG-VALUE = 2 GO TO RANGE-TRIAL-DIVIDE-EXIT.
             DIVIDE RNG-VALUE BY 2 GIVING RNG-Q REMAINDER RNG-R.
             IF RNG-R = 0 OR RNG-VALUE < 2
                 MOVE 1 TO RNG-VERDICT
                 GO TO RANGE-TRIAL-DIVIDE-EXIT.
             MOVE 1 TO RBG.
             MOVE 1 TO RBX.
             MOVE 0 TO RB-ORD.
         RANGE-TRIAL-DIVIDE-LOOP.
             ADD 1 TO RB-ORD.
             IF RB-ORD > RB-COUNT GO TO RANGE-TRIAL-DIVIDE-EXIT.
             COMPUTE RB-SQ = RANGE-BASE( RBG, RBX ) *
                 RANGE-BASE( RBG, RBX ).
             IF RB-SQ > RNG-VALUE GO TO RANGE-TRIAL-DIVIDE-EXIT.
             DIVIDE RNG-VALUE BY RANGE-BASE( RBG, RBX )
                 GIVING RNG-Q REMAINDER RNG-R.
             IF RNG-R = 0
                 MOVE 1 TO RNG-VERDICT
                 GO TO RANGE-TRIAL-DIVIDE-EXIT.
             ADD 1 TO RBX.
             IF RBX > 1000
                 MOVE 1 TO RBX
                 ADD 1 TO RBG.
             GO TO RANGE-TRIAL-DIVIDE-LOOP.
         RANGE-TRIAL-DIVIDE-EXIT.
             EXIT.

      *  BUILD-RANGE-BASE grows RANGE-BASE to RB-LIMIT, the integer
      *  square root of RNG-HIGH, without borrowing SIEVE's window
      *  code: the SEGWORK.DAT primes that reach that far are taken
      *  as they stand, and every odd number past 2047 up to the
      *  root is trial-divided against them (2047 squared is beyond
      *  any root a ten-digit bound has).
         BUILD-RANGE-BASE.
             MOVE 0 TO RB-COUNT.
             COMPUTE RB-LIMIT = RNG-HIGH ** 0.5.
         BUILD-RANGE-ROOT-UP.
             COMPUTE RB-SQ = ( RB-LIMIT + 1 ) * ( RB-LIMIT + 1 ).
             IF RB-SQ NOT > RNG-HIGH
                 ADD 1 TO RB-LIMIT
                 GO TO BUILD-RANGE-ROOT-UP.
         BUILD-RANGE-ROOT-DOWN.
             COMPUTE RB-SQ = RB-LIMIT * RB-LIMIT.
             IF RB-SQ > RNG-HIGH
                 SUBTRACT 1 FROM RB-LIMIT
                 GO TO BUILD-RANGE-ROOT-DOWN.
             PERFORM COPY-BASE-PRIME VARYING BI FROM 1 BY 1
                 UNTIL BI > BASE-COUNT.
             MOVE 2049 TO RB-CAND.
         BUILD-RANGE-BASE-LOOP.
             IF RB-CAND > RB-LIMIT GO TO BUILD-RANGE-BASE-EXIT.
             MOVE RB-CAND TO DIV-VALUE.
             PERFORM TRIAL-DIVIDE THRU TRIAL-DIVIDE-EXIT.
             IF DIV-VERDICT = 2 PERFORM ADD-RANGE-BASE.
             ADD 2 TO RB-CAND.
             GO TO BUILD-RANGE-BASE-LOOP.
         BUILD-RANGE-BASE-EXIT.
             EXIT.

         COPY-BASE-PRIME.
             IF BASE-PRIME( BI ) NOT > RB-LIMIT
                 MOVE BASE-PRIME( BI ) TO RB-CAND
                 PERFORM ADD-RANGE-BASE.

      *  ADD-RANGE-BASE appends RB-CAND as the next RANGE-BASE entry,
      *  the ordinal split into its group and its place in the group.
         ADD-RANGE-BASE.
             ADD 1 TO RB-COUNT.
             COMPUTE RB-ORD = RB-COUNT - 1.
             DIVIDE RB-ORD BY 1000 GIVING RB-Q REMAINDER RB-R.
             COMPUTE RBG = RB-Q + 1.
             COMPUTE RBX = RB-R + 1.
             MOVE RB-CAND TO RANGE-BASE( RBG, RBX ).

      *  WRITE-EXCEPTION appends one record to EXCEPTIONS.DAT --
      *  same EXTEND/OUTPUT first-time fallback the suite's shared
      *  logs use.
                 MOVE 1 TO CHECK-FAILED
                 MOVE SET-REASON TO FAIL-REASON
                 MOVE LINE-NO TO BAD-LINENO
                 MOVE PRIME-REC TO BAD-LINE
                 IF CHECK-RANGE = 1
                     MOVE RANGE-REC TO BAD-LINE.

         WRITE-REPORT.
             OPEN OUTPUT REPORT-FILE.
             MOVE RESULT-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY RESULT-LINE.
             IF CHECK-RANGE = 1
                 MOVE RNG-LOW TO RC-LOW
                 MOVE RNG-HIGH TO RC-HIGH
                 MOVE RNG-COUNT TO RC-PRIMES
                 MOVE SAMPLED-COUNT TO RC-SAMPLED
                 MOVE RANGE-COUNT-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY RANGE-COUNT-LINE
             ELSE
                 MOVE ITER-DONE-COUNT TO CL-ITERS
                 MOVE FIRST-COUNT TO CL-PRIMES
                 MOVE SAMPLED-COUNT TO CL-SAMPLED
                 MOVE COUNT-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY COUNT-LINE
             END-IF.
             IF CHECK-FAILED = 1
                 MOVE FAIL-REASON TO RS-REASON
                 MOVE BAD-LINENO TO RS-LINENO
                 PERFORM WRITE-EXCEPTION
             END-IF.
             CLOSE REPORT-FILE.

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

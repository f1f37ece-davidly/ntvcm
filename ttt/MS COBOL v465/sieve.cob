      *  REMARKS. the benchmark repetition count and the sieving range
      *  REMARKS. (within the fixed 1023-cell FLAGS bound above) come
      *  REMARKS. from SIEVECFG.DAT, read by READCFG at start-up.
      *  REMARKS. SIEVECFG.DAT may instead name a window -- a low and
      *  REMARKS. a high bound, anywhere up to ten digits -- and the
      *  REMARKS. run then sieves only that window, once, untimed: a
      *  REMARKS. second base-prime table reaching the square root of
      *  REMARKS. the high bound is grown from the base segment, the
      *  REMARKS. window is segment-sieved against it, and the primes
      *  REMARKS. go to PRIMRNG.DAT under the same HDR/TRL bracket as
      *  REMARKS. PRIMES.DAT.  PRIMES.DAT, BENCHIST.DAT, PRIMASTR.DAT,
      *  REMARKS. and PRIMDIST.DAT are left as the last full run left
      *  REMARKS. them; AUDITLOG.DAT and SIEVSTEP.DAT are written as
      *  REMARKS. for any run.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PRIMES-FILE ASSIGN TO 'PRIMES.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT RANGE-FILE ASSIGN TO 'PRIMRNG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT WORK-FILE ASSIGN TO 'SEGWORK.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WORK-STATUS.
         FILE SECTION.
         FD  PRIMES-FILE.
         01 PRIME-REC PIC X(52).
      *  RANGE-FILE is PRIMRNG.DAT, a window run's output -- one
      *  prime per line, bracketed like PRIMES.DAT.
         FD  RANGE-FILE.
         01 RANGE-REC PIC X(52).
         FD  WORK-FILE.
         01 WORK-REC PIC 9(07).
         FD  BENCHIST-FILE.
      *  CFG-ITER-COUNT and CFG-SIEVE-LIMIT are 0 to mean "use the
      *  compiled-in default" -- SIEVECFG.DAT ships with both zero so
      *  an unmodified run behaves exactly as before (10 iterations up
      *  to 1,000,000).  CFG-RANGE-LOW/CFG-RANGE-HIGH, after them,
      *  turn on window mode when the high bound is nonzero; a record
      *  that stops at column 11 (the older layout) reads them back as
      *  spaces and runs the benchmark as before.
         FD  SIEVECFG-FILE.
         01 SIEVECFG-REC.
             05 CFG-ITER-COUNT PIC 9(04).
             05 CFG-SIEVE-LIMIT PIC 9(07).
             05 CFG-RANGE-LOW PIC 9(10).
             05 CFG-RANGE-HIGH PIC 9(10).
      *  AUDIT-FILE is AUDITLOG.DAT, the run-history log shared by
      *  TTT, SIEVE, and E -- see ttt.cob's AUDIT-LINE for the common
      *  record shape this FD mirrors.
         01 BASE-COUNT PIC 9(04) COMP VALUE 0.
         01 BX PIC 9(04) COMP VALUE 0.
         01 BASE-FROM-FILE PIC 9(01) COMP VALUE 0.
      *  window-mode state.  RANGE-MODE 1 means SIEVECFG.DAT named a
      *  window RANGE-LOW through RANGE-HIGH; MAX-RANGE-WIDTH caps
      *  how many numbers one run will sieve.  the window's base
      *  primes -- every odd prime up to RB-LIMIT, the square root of
      *  RANGE-HIGH, at most 9591 of them for a ten-digit bound --
      *  need more than one 1023-cell array, so RANGE-BASE is ten
      *  groups of 1000; RB-COUNT counts them across groups, RBG and
      *  RBX subscript one.  RNG-* is SEG-BASE's sieving scratch
      *  widened for eleven-digit arithmetic.
         01 RANGE-MODE PIC 9(01) COMP VALUE 0.
         01 RANGE-LOW PIC 9(10) COMP VALUE 0.
         01 RANGE-HIGH PIC 9(10) COMP VALUE 0.
         01 MAX-RANGE-WIDTH PIC 9(10) COMP VALUE 10000000.
         01 RANGE-BASE-TABLE.
             05 RANGE-BASE-GROUP OCCURS 10 TIMES.
                 10 RANGE-BASE PIC 9(05) COMP OCCURS 1000 TIMES.
         01 RB-COUNT PIC 9(05) COMP VALUE 0.
         01 RB-LIMIT PIC 9(05) COMP VALUE 0.
         01 RB-SQ PIC 9(11) COMP VALUE 0.
         01 RB-ORD PIC 9(05) COMP VALUE 0.
         01 RB-Q PIC 9(05) COMP VALUE 0.
         01 RB-R PIC 9(05) COMP VALUE 0.
         01 RBG PIC 9(04) COMP VALUE 0.
         01 RBX PIC 9(04) COMP VALUE 0.
         01 RNG-START PIC 9(11) COMP VALUE 0.
         01 RNG-SEG-BASE PIC 9(11) COMP VALUE 0.
         01 RNG-SEG-END PIC 9(11) COMP VALUE 0.
         01 RNG-BP PIC 9(05) COMP VALUE 0.
         01 RNG-MSTART PIC 9(11) COMP VALUE 0.
         01 RNG-Q PIC 9(11) COMP VALUE 0.
         01 RNG-R PIC 9(05) COMP VALUE 0.
         01 RNG-PRIME PIC 9(11) COMP VALUE 0.
         01 RANGE-LINE.
             05 RL-PRIME PIC Z(09)9.
         01 WORK-STATUS PIC X(02).
         01 BENCHIST-STATUS PIC X(02).
         01 NTVCM-BUILD-ENV PIC X(11) VALUE 'NTVCM_BUILD'.
         01 AUDIT-ELAPSED-CENTI PIC 9(09) COMP VALUE 0.
         01 SIEVE-RESULT-LINE.
             05 SRL-PRIMES PIC Z(06)9.
             05 SRL-MODE PIC X(06) VALUE SPACES.
             05 FILLER PIC X(17) VALUE SPACES.
         01 AUDIT-LINE.
             05 AL-PROGRAM PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 FILLER PIC X(07) VALUE ' LIMIT='.
             05 SHP-LIMIT PIC 9(07).
             05 FILLER PIC X(07) VALUE SPACES.
         01 RANGE-HDR-PARAMS.
             05 FILLER PIC X(04) VALUE 'LOW='.
             05 RHP-LOW PIC 9(10).
             05 FILLER PIC X(06) VALUE ' HIGH='.
             05 RHP-HIGH PIC 9(10).

         PROCEDURE DIVISION.
         MAIN.
                 ON EXCEPTION
                     MOVE 'UNKNOWN' TO BUILD-ID
             END-ACCEPT.
             IF RANGE-MODE = 1 GO TO MAIN-RANGE.
             OPEN OUTPUT PRIMES-FILE.
             PERFORM WRITE-PRIMES-HEADER.
             PERFORM OPEN-BENCHIST.
             PERFORM WRITE-STEPEND.
             STOP RUN.

      *  MAIN-RANGE is the window run: one untimed pass over
      *  RANGE-LOW through RANGE-HIGH into PRIMRNG.DAT.  2 is the one
      *  even prime and is written by hand; the segments then start
      *  at the first odd number in the window, 3 at the least.
         MAIN-RANGE.
             PERFORM OPEN-AUDITLOG.
             PERFORM LOAD-OR-BUILD-BASE THRU LOAD-OR-BUILD-BASE-EXIT.
             PERFORM BUILD-RANGE-BASE THRU BUILD-RANGE-BASE-EXIT.
             OPEN OUTPUT RANGE-FILE.
             PERFORM WRITE-RANGE-HEADER.
             MOVE ZEROES TO TOTAL-PRIME-COUNT.
             IF RANGE-LOW NOT > 2 AND RANGE-HIGH NOT < 2
                 MOVE 2 TO RNG-PRIME
                 PERFORM WRITE-RANGE-PRIME.
             MOVE RANGE-LOW TO RNG-START.
             IF RNG-START < 3 MOVE 3 TO RNG-START.
             DIVIDE RNG-START BY 2 GIVING RNG-Q REMAINDER RNG-R.
             IF RNG-R = 0 ADD 1 TO RNG-START.
             PERFORM RANGE-PASS THRU RANGE-PASS-EXIT
                 VARYING RNG-SEG-BASE FROM RNG-START BY 2046
                 UNTIL RNG-SEG-BASE > RANGE-HIGH.
             MOVE PRIME-WRITE-COUNT TO FT-COUNT.
             MOVE FILE-TRL-LINE TO RANGE-REC.
             WRITE RANGE-REC.
             CLOSE RANGE-FILE.
             MOVE TOTAL-PRIME-COUNT TO NUM-DISP.
             DISPLAY NUM-DISP ' primes in range'.
             MOVE TOTAL-PRIME-COUNT TO SRL-PRIMES.
             MOVE ' RANGE' TO SRL-MODE.
             MOVE 'SIEVE' TO AL-PROGRAM.
             MOVE SIEVE-RESULT-LINE TO AL-RESULT.
             PERFORM WRITE-AUDITLOG.
             PERFORM WRITE-STEPEND.
             STOP RUN.

      *  READCFG lets a control record tune the benchmark repetition
      *  count and the sieving range for a comparison run without a
      *  recompile; zero in either field (or no SIEVECFG.DAT at all)
                 MOVE CFG-ITER-COUNT TO ITER-COUNT.
             IF CFG-SIEVE-LIMIT NOT = 0
                 MOVE CFG-SIEVE-LIMIT TO SIEVE-LIMIT.
             IF CFG-RANGE-LOW NUMERIC AND CFG-RANGE-HIGH NUMERIC
                 AND CFG-RANGE-HIGH NOT = 0
                 MOVE 1 TO RANGE-MODE
                 MOVE CFG-RANGE-LOW TO RANGE-LOW
                 MOVE CFG-RANGE-HIGH TO RANGE-HIGH.
         READCFG-DEFAULTS.
             CLOSE SIEVECFG-FILE.
             PERFORM READCFG-CLAMP.
             PERFORM RANGE-CLAMP.

      *  READCFG-CLAMP caps SIEVE-LIMIT at MAX-SIEVE-LIMIT.  the base
      *  segment's 1023 FLAGS cells only ever sieve odd numbers up to
                 PERFORM WRITE-EXCEPTION
             END-IF.

      *  RANGE-CLAMP vets a window before anything is sieved: a low
      *  bound above the high one is a keying slip the run cannot
      *  guess the intent of, so the window is dropped and the
      *  benchmark runs instead; a window wider than MAX-RANGE-WIDTH
      *  keeps its low bound and is cut back to that width.
         RANGE-CLAMP.
             IF RANGE-MODE = 1 AND RANGE-LOW > RANGE-HIGH
                 DISPLAY 'SIEVECFG.DAT range low bound above high '
                     'bound, range ignored'
                 MOVE 0 TO RANGE-MODE
                 MOVE 'SIEVE' TO EX-PROGRAM
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'SRNG' TO EX-CODE
                 MOVE 'SIEVECFG RANGE REVERSED, IGNORED' TO EX-TEXT
                 PERFORM WRITE-EXCEPTION
             END-IF.
             IF RANGE-MODE = 1
                 AND RANGE-HIGH - RANGE-LOW NOT < MAX-RANGE-WIDTH
                 DISPLAY 'SIEVECFG.DAT range wider than the '
                     'window limit, clamped to 10000000'
                 COMPUTE RANGE-HIGH = RANGE-LOW + MAX-RANGE-WIDTH - 1
                 MOVE 'SIEVE' TO EX-PROGRAM
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'SRNG' TO EX-CODE
                 MOVE 'SIEVECFG RANGE WIDTH CLAMPED' TO EX-TEXT
                 PERFORM WRITE-EXCEPTION
             END-IF.

      *  WRITE-EXCEPTION appends one record to EXCEPTIONS.DAT --
      *  same EXTEND/OUTPUT first-time fallback the other shared
      *  logs use.  the correlation id is re-read from the
             MOVE BASE-PRIME( BX ) TO WORK-REC.
             WRITE WORK-REC.

      *  BUILD-RANGE-BASE fills RANGE-BASE with every odd prime up to
      *  RB-LIMIT, the integer square root of RANGE-HIGH: the base
      *  segment's own primes first, then -- when the root lies past
      *  2047 -- ordinary segments sieved against the base table and
      *  collected into RANGE-BASE instead of being written out.
      *  2047 squared is far above the largest RB-LIMIT, so the base
      *  table alone is enough to sieve them.
         BUILD-RANGE-BASE.
             MOVE 0 TO RB-COUNT.
             COMPUTE RB-LIMIT = RANGE-HIGH ** 0.5.
         BUILD-RANGE-ROOT-UP.
             COMPUTE RB-SQ = ( RB-LIMIT + 1 ) * ( RB-LIMIT + 1 ).
             IF RB-SQ NOT > RANGE-HIGH
                 ADD 1 TO RB-LIMIT
                 GO TO BUILD-RANGE-ROOT-UP.
         BUILD-RANGE-ROOT-DOWN.
             COMPUTE RB-SQ = RB-LIMIT * RB-LIMIT.
             IF RB-SQ > RANGE-HIGH
                 SUBTRACT 1 FROM RB-LIMIT
                 GO TO BUILD-RANGE-ROOT-DOWN.
             PERFORM COPY-BASE-PRIME VARYING BX FROM 1 BY 1
                 UNTIL BX > BASE-COUNT.
             IF RB-LIMIT NOT > 2047 GO TO BUILD-RANGE-BASE-EXIT.
             PERFORM RANGE-BASE-PASS
                 VARYING SEG-BASE FROM 2049 BY 2046
                 UNTIL SEG-BASE > RB-LIMIT.
         BUILD-RANGE-BASE-EXIT.
             EXIT.

         COPY-BASE-PRIME.
             IF BASE-PRIME( BX ) NOT > RB-LIMIT
                 MOVE BASE-PRIME( BX ) TO RNG-BP
                 PERFORM ADD-RANGE-BASE.

         RANGE-BASE-PASS.
             PERFORM TFR VARYING I FROM 1 BY 1 UNTIL I > 1023.
             PERFORM SEG-MARK-TABLE VARYING BX FROM 1 BY 1
                 UNTIL BX > BASE-COUNT.
             PERFORM RANGE-BASE-COLLECT VARYING I FROM 0 BY 1
                 UNTIL I > 1022.

         RANGE-BASE-COLLECT.
             IF FLAGS( I + 1 ) NOT = 0
                 AND SEG-BASE + ( 2 * I ) NOT > RB-LIMIT
                 COMPUTE RNG-BP = SEG-BASE + ( 2 * I )
                 PERFORM ADD-RANGE-BASE.

      *  ADD-RANGE-BASE appends RNG-BP as the next RANGE-BASE entry,
      *  the ordinal split into its group and its place in the group.
         ADD-RANGE-BASE.
             ADD 1 TO RB-COUNT.
             COMPUTE RB-ORD = RB-COUNT - 1.
             DIVIDE RB-ORD BY 1000 GIVING RB-Q REMAINDER RB-R.
             COMPUTE RBG = RB-Q + 1.
             COMPUTE RBX = RB-R + 1.
             MOVE RNG-BP TO RANGE-BASE( RBG, RBX ).

      *  RANGE-PASS sieves one 1023-cell segment of the window's odd
      *  numbers, RNG-SEG-BASE up to RNG-SEG-END, against every
      *  window base prime, and writes the survivors that fall at or
      *  below RANGE-HIGH.
         RANGE-PASS.
             PERFORM TFR VARYING I FROM 1 BY 1 UNTIL I > 1023.
             COMPUTE RNG-SEG-END = RNG-SEG-BASE + 2044.
             PERFORM RANGE-MARK-TABLE
                 VARYING RBG FROM 1 BY 1 UNTIL RBG > 10
                 AFTER RBX FROM 1 BY 1 UNTIL RBX > 1000.
             PERFORM RANGE-COLLECT VARYING I FROM 0 BY 1
                 UNTIL I > 1022.
         RANGE-PASS-EXIT.
             EXIT.

         RANGE-MARK-TABLE.
             COMPUTE RB-ORD = ( ( RBG - 1 ) * 1000 ) + RBX.
             IF RB-ORD NOT > RB-COUNT
                 MOVE RANGE-BASE( RBG, RBX ) TO RNG-BP
                 PERFORM RANGE-MARK-BP THRU RANGE-MARK-BP-EXIT.

      *  RANGE-MARK-BP marks the odd multiples of RNG-BP inside the
      *  segment, starting no lower than RNG-BP squared -- unlike the
      *  benchmark's segments a window may start below a base prime,
      *  and the prime itself must survive.
         RANGE-MARK-BP.
             COMPUTE RNG-MSTART = RNG-BP * RNG-BP.
             IF RNG-MSTART > RNG-SEG-END GO TO RANGE-MARK-BP-EXIT.
             IF RNG-MSTART < RNG-SEG-BASE
                 DIVIDE RNG-SEG-BASE BY RNG-BP
                     GIVING RNG-Q REMAINDER RNG-R
                 IF RNG-R = 0
                     MOVE RNG-SEG-BASE TO RNG-MSTART
                 ELSE
                     COMPUTE RNG-MSTART = ( RNG-Q + 1 ) * RNG-BP
                 END-IF
                 DIVIDE RNG-MSTART BY 2 GIVING RNG-Q REMAINDER RNG-R
                 IF RNG-R = 0
                     COMPUTE RNG-MSTART = RNG-MSTART + RNG-BP
                 END-IF
             END-IF.
         RANGE-MARK-STEP.
             IF RNG-MSTART > RNG-SEG-END GO TO RANGE-MARK-BP-EXIT.
             COMPUTE J = ( ( RNG-MSTART - RNG-SEG-BASE ) / 2 ) + 1.
             MOVE 0 TO FLAGS( J ).
             COMPUTE RNG-MSTART = RNG-MSTART + ( 2 * RNG-BP ).
             GO TO RANGE-MARK-STEP.
         RANGE-MARK-BP-EXIT.
             EXIT.

         RANGE-COLLECT.
             IF FLAGS( I + 1 ) NOT = 0
                 AND RNG-SEG-BASE + ( 2 * I ) NOT > RANGE-HIGH
                 COMPUTE RNG-PRIME = RNG-SEG-BASE + ( 2 * I )
                 PERFORM WRITE-RANGE-PRIME.

         WRITE-RANGE-PRIME.
             MOVE RNG-PRIME TO RL-PRIME.
             MOVE RANGE-LINE TO RANGE-REC.
             WRITE RANGE-REC.
             ADD 1 TO TOTAL-PRIME-COUNT.
             ADD 1 TO PRIME-WRITE-COUNT.

      *  WRITE-RANGE-HEADER opens PRIMRNG.DAT with the window it
      *  covers, after RANGE-CLAMP, so a clamped window is recorded
      *  as the one actually sieved.
         WRITE-RANGE-HEADER.
             MOVE 'SIEVE' TO FH-PROGRAM.
             MOVE RUN-DATE TO FH-DATE.
             MOVE RANGE-LOW TO RHP-LOW.
             MOVE RANGE-HIGH TO RHP-HIGH.
             MOVE RANGE-HDR-PARAMS TO FH-PARAMS.
             MOVE FILE-HDR-LINE TO RANGE-REC.
             WRITE RANGE-REC.

         ITER-ROUTINE.
             IF ITERNUM = ITER-COUNT PERFORM DIST-START.
             MOVE ZEROES TO TOTAL-PRIME-COUNT.

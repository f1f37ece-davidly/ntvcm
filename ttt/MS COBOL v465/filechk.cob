         PROGRAM-ID.  FILECHK.
      *  REMARKS. end-to-end integrity checker for the suite's
      *  REMARKS. bracketed data files -- TTTRACE.DAT, OPENSTATS.DAT,
      *  REMARKS. PRIMES.DAT, PRIMRNG.DAT (a SIEVE window run), and
      *  REMARKS. EDIGITS.DAT all open with an HDR
      *  REMARKS. record and close with a TRL record carrying the data
      *  REMARKS. record count (see the FILE-HDR-LINE/FILE-TRL-LINE
      *  REMARKS. layouts in their writers).  FILECHK confirms the
      *  REMARKS. offending record to FCHKRPT.DAT and the console.
      *  REMARKS. which file to check comes from FCHKCFG.DAT:
      *  REMARKS. 1 = TTTRACE.DAT, 2 = OPENSTATS.DAT, 3 = PRIMES.DAT,
      *  REMARKS. 4 = EDIGITS.DAT, 5 = PRIMRNG.DAT.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
             SELECT PRIMES-FILE ASSIGN TO 'PRIMES.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PRIMES-STATUS.
             SELECT RANGE-FILE ASSIGN TO 'PRIMRNG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RANGE-STATUS.
             SELECT DIGITS-FILE ASSIGN TO 'EDIGITS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DIGITS-STATUS.
             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  TRACE-FILE.
         01 STATS-REC PIC X(52).
         FD  PRIMES-FILE.
         01 PRIME-REC PIC X(52).
         FD  RANGE-FILE.
         01 RANGE-REC PIC X(52).
         FD  DIGITS-FILE.
         01 DIGITS-REC PIC X(52).
         FD  FCHKCFG-FILE.
      *  WRITE-EXCEPTION, the same in every writer.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 TRACE-STATUS PIC X(02).
         01 STATS-STATUS PIC X(02).
         01 PRIMES-STATUS PIC X(02).
         01 DIGITS-STATUS PIC X(02).
         01 RANGE-STATUS PIC X(02).
         01 FILE-SEL PIC 9(01) COMP VALUE 3.
      *  the check's running state: every record read lands in
      *  CHECK-REC first and is classified (1 = header, 2 = trailer,
             05 PM-ITER PIC X(04).
             05 FILLER PIC X(01).
             05 PM-PRIME PIC X(07).
         01 RANGE-MIRROR.
             05 RM-PRIME PIC X(10).
         01 DIGITS-MIRROR.
             05 DM-INDEX PIC X(05).
             05 FILLER PIC X(01).
             05 FILLER PIC X(11) VALUE ' AT RECORD '.
             05 RS-RECNO PIC Z(07)9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 is a PASS, 04 a FAIL.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'FILECHK'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'file integrity check starting'.
             ELSE IF FILE-SEL = 4
                 MOVE 'EDIGITS.DAT' TO CHECK-NAME
                 PERFORM CHECK-DIGITS THRU CHECK-DIGITS-DONE
             ELSE IF FILE-SEL = 5
                 MOVE 'PRIMRNG.DAT' TO CHECK-NAME
                 PERFORM CHECK-RANGE THRU CHECK-RANGE-DONE
             ELSE
                 MOVE 'PRIMES.DAT' TO CHECK-NAME
                 PERFORM CHECK-PRIMES THRU CHECK-PRIMES-DONE.
             PERFORM FINISH-CHECK.
             PERFORM WRITE-REPORT.
             IF CHECK-FAILED = 0
                 MOVE 0 TO SE-CODE
             ELSE
                 MOVE 4 TO SE-CODE.
             MOVE RESULT-LINE( 9:18 ) TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'file integrity check complete'.
             STOP RUN.

      *  1 = TTTRACE.DAT, 2 = OPENSTATS.DAT, 3 = PRIMES.DAT (the
      *  default -- the file that has shipped truncated before),
      *  4 = EDIGITS.DAT, 5 = PRIMRNG.DAT.
         READCFG.
             OPEN INPUT FCHKCFG-FILE.
             READ FCHKCFG-FILE AT END GO TO READCFG-DEFAULTS.
         CHECK-PRIMES-DONE.
             EXIT.

         CHECK-RANGE.
             OPEN INPUT RANGE-FILE.
             IF RANGE-STATUS NOT = '00'
                 PERFORM SET-MISSING-FILE
                 GO TO CHECK-RANGE-DONE.
         CHECK-RANGE-LOOP.
             READ RANGE-FILE AT END GO TO CHECK-RANGE-CLOSE.
             MOVE RANGE-REC TO CHECK-REC.
             PERFORM CLASSIFY-REC.
             IF REC-KIND = 3 PERFORM VALIDATE-RANGE.
             GO TO CHECK-RANGE-LOOP.
         CHECK-RANGE-CLOSE.
             CLOSE RANGE-FILE.
         CHECK-RANGE-DONE.
             EXIT.

         CHECK-DIGITS.
             OPEN INPUT DIGITS-FILE.
             IF DIGITS-STATUS NOT = '00'
             EXIT.

      *  CLASSIFY-REC drives the header/trailer state machine shared
      *  by all five files: the first record must be the header,
      *  exactly one trailer must come last, and its count field must
      *  be a number.  anything arriving after the trailer breaks the
      *  file no matter what it says.
             INSPECT PM-PRIME REPLACING LEADING SPACES BY ZEROES.
             IF PM-PRIME NOT NUMERIC PERFORM BAD-NUMERIC.

         VALIDATE-RANGE.
             MOVE CHECK-REC TO RANGE-MIRROR.
             INSPECT RM-PRIME REPLACING LEADING SPACES BY ZEROES.
             IF RM-PRIME NOT NUMERIC PERFORM BAD-NUMERIC.

         VALIDATE-DIGITS.
             MOVE CHECK-REC TO DIGITS-MIRROR.
             INSPECT DM-INDEX REPLACING LEADING SPACES BY ZEROES.
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

         IDENTIFICATION DIVISION.
         PROGRAM-ID.  EXTRACT.
      *  REMARKS. comma-delimited extract of the suite's run history
      *  REMARKS. for loading into a spreadsheet.  AUDITLOG.DAT,
      *  REMARKS. BENCHIST.DAT, OPENSTATS.DAT, and BATCHSUM.DAT are
      *  REMARKS. fixed-width with numeric-edited fields; this writes
      *  REMARKS. AUDITCSV.DAT (audit runs), BENCHCSV.DAT (benchmark
      *  REMARKS. iterations), STATSCSV.DAT (per-opening stats), and
      *  REMARKS. SUMCSV.DAT (window summary steps), each opening with
      *  REMARKS. a header row of column names.  numbers go out as
      *  REMARKS. plain digits with no padding or editing, text in
      *  REMARKS. double quotes with the padding trimmed -- run ids
      *  REMARKS. included, so a spreadsheet does not round them.
      *  REMARKS. EXTRCFG.DAT selects the records: a run-date range,
      *  REMARKS. and/or a list of RUN-CORR-IDs (no file, or an empty
      *  REMARKS. record, extracts everything).  each file closes with
      *  REMARKS. a TRAILER row -- source records read, extracted, and
      *  REMARKS. excluded by the selection -- so the feed reconciles
      *  REMARKS. to the source counts: read = extracted + excluded.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT EXTRCFG-FILE ASSIGN TO 'EXTRCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXTRCFG-STATUS.
             SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
             SELECT BENCHIST-FILE ASSIGN TO 'BENCHIST.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BENCHIST-STATUS.
             SELECT STATS-FILE ASSIGN TO 'OPENSTATS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS STATS-STATUS.
             SELECT SUMMARY-FILE ASSIGN TO 'BATCHSUM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUMMARY-STATUS.
             SELECT AUDITCSV-FILE ASSIGN TO 'AUDITCSV.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT BENCHCSV-FILE ASSIGN TO 'BENCHCSV.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STATSCSV-FILE ASSIGN TO 'STATSCSV.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT SUMCSV-FILE ASSIGN TO 'SUMCSV.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
      *  EXTRCFG.DAT is one control record: a run-date range (zeros or
      *  spaces leave that end open) and up to ten RUN-CORR-IDs.  a
      *  record passes when its run date is inside the range and, if
      *  any id is listed, its run id is one of them.  the run date is
      *  the record's own date where it carries one (AL-DATE, BH-DATE)
      *  and the date half of its run id otherwise.
         FD  EXTRCFG-FILE.
         01 EXTRCFG-REC.
             05 XC-FROM-DATE PIC X(08).
             05 XC-TO-DATE PIC X(08).
             05 XC-RUNID PIC X(16) OCCURS 10 TIMES.
         FD  AUDIT-FILE.
         01 AUDIT-REC PIC X(90).
         FD  BENCHIST-FILE.
         01 BENCHIST-REC PIC X(56).
         FD  STATS-FILE.
         01 STATS-REC PIC X(52).
         FD  SUMMARY-FILE.
         01 SUMMARY-REC PIC X(74).
         FD  AUDITCSV-FILE.
         01 AUDITCSV-REC PIC X(160).
         FD  BENCHCSV-FILE.
         01 BENCHCSV-REC PIC X(160).
         FD  STATSCSV-FILE.
         01 STATSCSV-REC PIC X(160).
         FD  SUMCSV-FILE.
         01 SUMCSV-REC PIC X(160).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 EXTRCFG-STATUS PIC X(02).
         01 AUDIT-STATUS PIC X(02).
         01 BENCHIST-STATUS PIC X(02).
         01 STATS-STATUS PIC X(02).
         01 SUMMARY-STATUS PIC X(02).
      *  the selection, unpacked from EXTRCFG.DAT -- an open end of
      *  the range is widened to the lowest or highest date there is.
         01 FROM-DATE PIC X(08) VALUE '00000000'.
         01 TO-DATE PIC X(08) VALUE '99999999'.
         01 PICK-RUNID PIC X(16) OCCURS 10 TIMES.
         01 PICK-COUNT PIC 9(02) COMP VALUE 0.
         01 PI PIC 9(02) COMP VALUE 0.
         01 REC-DATE PIC X(08).
         01 REC-RUNID PIC X(16).
         01 REC-WANTED PIC 9(01) COMP VALUE 0.
         01 ID-FOUND PIC 9(01) COMP VALUE 0.
      *  the source layouts, every field alphanumeric -- numeric-edited
      *  fields arrive right-justified with leading spaces and are
      *  converted one at a time by PUT-NUMBER (see AUDIT-LINE in
      *  e.cob, BENCH-LINE in sieve.cob, STAT-LINE in ttt.cob, and
      *  SUM-LINE in batch.cob).
         01 AUDIT-LINE.
             05 AL-PROGRAM PIC X(08).
             05 FILLER PIC X(01).
             05 AL-DATE PIC X(08).
             05 FILLER PIC X(01).
             05 AL-START PIC X(08).
             05 FILLER PIC X(01).
             05 AL-END PIC X(08).
             05 FILLER PIC X(01).
             05 AL-ELAPSED PIC X(06).
             05 FILLER PIC X(01).
             05 AL-RESULT PIC X(30).
             05 FILLER PIC X(01).
             05 AL-RUNID PIC X(16).
         01 BENCH-LINE.
             05 BH-DATE PIC X(08).
             05 FILLER PIC X(01).
             05 BH-BUILD PIC X(10).
             05 FILLER PIC X(01).
             05 BH-ITER PIC X(04).
             05 FILLER PIC X(01).
             05 BH-ELAPSED PIC X(06).
             05 FILLER PIC X(01).
             05 BH-PRIMES PIC X(07).
             05 FILLER PIC X(01).
             05 BH-RUNID PIC X(16).
         01 STAT-LINE.
             05 ST-FIRSTMOVE PIC X(04).
             05 FILLER PIC X(01).
             05 ST-MOVECOUNT PIC X(08).
             05 FILLER PIC X(01).
             05 ST-SC PIC X(04).
             05 FILLER PIC X(01).
             05 ST-OUTCOME PIC X(04).
             05 FILLER PIC X(01).
             05 ST-RUNID PIC X(16).
      *  a step line carries STATUS= and, once the step handed back a
      *  step-end record, 'CODE=nn ' ahead of its result; the alert
      *  line carries WORST= in place of STATUS=.
         01 SUM-LINE.
             05 SL-PROGRAM PIC X(08).
             05 SL-STATUS-LBL PIC X(07).
             05 SL-STATUS PIC X(04).
             05 FILLER PIC X(01).
             05 SL-DETAIL PIC X(37).
             05 FILLER PIC X(01).
             05 SL-RUNID PIC X(16).
         01 SUM-DETAIL-R REDEFINES SUM-LINE.
             05 FILLER PIC X(20).
             05 SD-CODE-LBL PIC X(05).
             05 SD-CODE PIC X(02).
             05 FILLER PIC X(01).
             05 SD-RESULT PIC X(29).
             05 FILLER PIC X(17).
      *  the delimited row under construction -- PUT-TEXT and
      *  PUT-NUMBER append one field each at CSV-PTR, with a comma
      *  ahead of every field but the first.
         01 CSV-LINE PIC X(160).
         01 CSV-PTR PIC 9(03) COMP VALUE 1.
         01 FIELD-TEXT PIC X(40).
         01 FIELD-FIRST PIC 9(02) COMP VALUE 0.
         01 FIELD-LAST PIC 9(02) COMP VALUE 0.
         01 FIELD-LEN PIC 9(02) COMP VALUE 0.
         01 NUMBER-X PIC X(09) JUSTIFIED RIGHT.
         01 NUMBER-NUM REDEFINES NUMBER-X PIC 9(09).
         01 NUMBER-ED PIC Z(08)9.
         01 NUMBER-LEAD PIC 9(02) COMP VALUE 0.
      *  control totals per source, in the order AUDITLOG, BENCHIST,
      *  OPENSTATS, BATCHSUM.
         01 SRC-NAME PIC X(13) OCCURS 4 TIMES.
         01 SRC-READ PIC 9(08) COMP OCCURS 4 TIMES.
         01 SRC-KEPT PIC 9(08) COMP OCCURS 4 TIMES.
         01 SRC-FOUND PIC 9(01) COMP OCCURS 4 TIMES.
         01 SX PIC 9(01) COMP VALUE 0.
         01 TOTAL-KEPT PIC 9(08) COMP VALUE 0.
         01 TOTAL-LINE.
             05 TL-NAME PIC X(13).
             05 FILLER PIC X(06) VALUE ' READ '.
             05 TL-READ PIC ZZZZZZZ9.
             05 FILLER PIC X(11) VALUE ' EXTRACTED '.
             05 TL-KEPT PIC ZZZZZZZ9.
             05 FILLER PIC X(10) VALUE ' EXCLUDED '.
             05 TL-SKIPPED PIC ZZZZZZZ9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 TL-NOTE PIC X(09).
         01 STEP-RESULT-LINE.
             05 FILLER PIC X(18) VALUE 'RECORDS EXTRACTED '.
             05 SR-KEPT PIC ZZZZZZZ9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 whenever the extract
      *  files are written, 08 none of the four sources on file.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'EXTRACT'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'history extract starting'.
             MOVE 'AUDITLOG.DAT' TO SRC-NAME( 1 ).
             MOVE 'BENCHIST.DAT' TO SRC-NAME( 2 ).
             MOVE 'OPENSTATS.DAT' TO SRC-NAME( 3 ).
             MOVE 'BATCHSUM.DAT' TO SRC-NAME( 4 ).
             PERFORM CLEAR-TOTALS VARYING SX FROM 1 BY 1
                 UNTIL SX > 4.
             PERFORM READCFG THRU READCFG-EXIT.
             PERFORM EXTRACT-AUDIT THRU EXTRACT-AUDIT-EXIT.
             PERFORM EXTRACT-BENCH THRU EXTRACT-BENCH-EXIT.
             PERFORM EXTRACT-STATS THRU EXTRACT-STATS-EXIT.
             PERFORM EXTRACT-SUMMARY THRU EXTRACT-SUMMARY-EXIT.
             PERFORM SHOW-TOTAL VARYING SX FROM 1 BY 1
                 UNTIL SX > 4.
             IF SRC-FOUND( 1 ) = 0 AND SRC-FOUND( 2 ) = 0
                 AND SRC-FOUND( 3 ) = 0 AND SRC-FOUND( 4 ) = 0
                 DISPLAY 'no history files found, nothing to extract'
                 MOVE 8 TO SE-CODE
                 MOVE 'NO HISTORY FILES FOUND' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             MOVE 0 TO SE-CODE.
             MOVE TOTAL-KEPT TO SR-KEPT.
             MOVE STEP-RESULT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'history extract complete'.
             STOP RUN.

         CLEAR-TOTALS.
             MOVE 0 TO SRC-READ( SX ).
             MOVE 0 TO SRC-KEPT( SX ).
             MOVE 0 TO SRC-FOUND( SX ).

      *  READCFG unpacks the selection.  a date that is not eight
      *  digits leaves its end of the range open.
         READCFG.
             OPEN INPUT EXTRCFG-FILE.
             IF EXTRCFG-STATUS NOT = '00' GO TO READCFG-EXIT.
             READ EXTRCFG-FILE AT END GO TO READCFG-CLOSE.
             IF XC-FROM-DATE NUMERIC
                 MOVE XC-FROM-DATE TO FROM-DATE.
             IF XC-TO-DATE NUMERIC AND XC-TO-DATE NOT = '00000000'
                 MOVE XC-TO-DATE TO TO-DATE.
             PERFORM TAKE-RUNID VARYING PI FROM 1 BY 1
                 UNTIL PI > 10.
         READCFG-CLOSE.
             CLOSE EXTRCFG-FILE.
         READCFG-EXIT.
             EXIT.

         TAKE-RUNID.
             IF XC-RUNID( PI ) NOT = SPACES
                 ADD 1 TO PICK-COUNT
                 MOVE XC-RUNID( PI ) TO PICK-RUNID( PICK-COUNT ).

      *  CHECK-WANTED judges REC-DATE and REC-RUNID against the
      *  selection and sets REC-WANTED.
         CHECK-WANTED.
             MOVE 1 TO REC-WANTED.
             IF REC-DATE < FROM-DATE OR REC-DATE > TO-DATE
                 MOVE 0 TO REC-WANTED.
             IF PICK-COUNT = 0 OR REC-WANTED = 0
                 GO TO CHECK-WANTED-EXIT.
             MOVE 0 TO ID-FOUND.
             PERFORM MATCH-RUNID VARYING PI FROM 1 BY 1
                 UNTIL PI > PICK-COUNT OR ID-FOUND = 1.
             IF ID-FOUND = 0
                 MOVE 0 TO REC-WANTED.
         CHECK-WANTED-EXIT.
             EXIT.

         MATCH-RUNID.
             IF PICK-RUNID( PI ) = REC-RUNID
                 MOVE 1 TO ID-FOUND.

         EXTRACT-AUDIT.
             MOVE 1 TO SX.
             OPEN INPUT AUDIT-FILE.
             IF AUDIT-STATUS NOT = '00' GO TO EXTRACT-AUDIT-EXIT.
             MOVE 1 TO SRC-FOUND( SX ).
             OPEN OUTPUT AUDITCSV-FILE.
             MOVE SPACES TO AUDITCSV-REC.
             STRING 'PROGRAM,RUN_DATE,START_TIME,END_TIME,'
                     DELIMITED BY SIZE
                 'ELAPSED_CENTISECONDS,RESULT,RUN_CORR_ID'
                     DELIMITED BY SIZE
                 INTO AUDITCSV-REC.
             WRITE AUDITCSV-REC.
         EXTRACT-AUDIT-LOOP.
             READ AUDIT-FILE AT END GO TO EXTRACT-AUDIT-CLOSE.
             ADD 1 TO SRC-READ( SX ).
             MOVE AUDIT-REC TO AUDIT-LINE.
             MOVE AL-DATE TO REC-DATE.
             MOVE AL-RUNID TO REC-RUNID.
             PERFORM CHECK-WANTED THRU CHECK-WANTED-EXIT.
             IF REC-WANTED = 0 GO TO EXTRACT-AUDIT-LOOP.
             MOVE SPACES TO CSV-LINE.
             MOVE 1 TO CSV-PTR.
             MOVE AL-PROGRAM TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE AL-DATE TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE AL-START TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE AL-END TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE AL-ELAPSED TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE AL-RESULT TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE AL-RUNID TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE CSV-LINE TO AUDITCSV-REC.
             WRITE AUDITCSV-REC.
             ADD 1 TO SRC-KEPT( SX ).
             GO TO EXTRACT-AUDIT-LOOP.
         EXTRACT-AUDIT-CLOSE.
             CLOSE AUDIT-FILE.
             PERFORM BUILD-TRAILER.
             MOVE CSV-LINE TO AUDITCSV-REC.
             WRITE AUDITCSV-REC.
             CLOSE AUDITCSV-FILE.
         EXTRACT-AUDIT-EXIT.
             EXIT.

         EXTRACT-BENCH.
             MOVE 2 TO SX.
             OPEN INPUT BENCHIST-FILE.
             IF BENCHIST-STATUS NOT = '00' GO TO EXTRACT-BENCH-EXIT.
             MOVE 1 TO SRC-FOUND( SX ).
             OPEN OUTPUT BENCHCSV-FILE.
             MOVE SPACES TO BENCHCSV-REC.
             STRING 'RUN_DATE,BUILD,ITERATION,'
                     DELIMITED BY SIZE
                 'ELAPSED_CENTISECONDS,PRIMES,RUN_CORR_ID'
                     DELIMITED BY SIZE
                 INTO BENCHCSV-REC.
             WRITE BENCHCSV-REC.
         EXTRACT-BENCH-LOOP.
             READ BENCHIST-FILE AT END GO TO EXTRACT-BENCH-CLOSE.
             ADD 1 TO SRC-READ( SX ).
             MOVE BENCHIST-REC TO BENCH-LINE.
             MOVE BH-DATE TO REC-DATE.
             MOVE BH-RUNID TO REC-RUNID.
             PERFORM CHECK-WANTED THRU CHECK-WANTED-EXIT.
             IF REC-WANTED = 0 GO TO EXTRACT-BENCH-LOOP.
             MOVE SPACES TO CSV-LINE.
             MOVE 1 TO CSV-PTR.
             MOVE BH-DATE TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE BH-BUILD TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE BH-ITER TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE BH-ELAPSED TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE BH-PRIMES TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE BH-RUNID TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE CSV-LINE TO BENCHCSV-REC.
             WRITE BENCHCSV-REC.
             ADD 1 TO SRC-KEPT( SX ).
             GO TO EXTRACT-BENCH-LOOP.
         EXTRACT-BENCH-CLOSE.
             CLOSE BENCHIST-FILE.
             PERFORM BUILD-TRAILER.
             MOVE CSV-LINE TO BENCHCSV-REC.
             WRITE BENCHCSV-REC.
             CLOSE BENCHCSV-FILE.
         EXTRACT-BENCH-EXIT.
             EXIT.

      *  the HDR and TRL brackets are not stats records and are not
      *  counted as source records.
         EXTRACT-STATS.
             MOVE 3 TO SX.
             OPEN INPUT STATS-FILE.
             IF STATS-STATUS NOT = '00' GO TO EXTRACT-STATS-EXIT.
             MOVE 1 TO SRC-FOUND( SX ).
             OPEN OUTPUT STATSCSV-FILE.
             MOVE SPACES TO STATSCSV-REC.
             STRING 'FIRST_MOVE,MOVE_COUNT,SCORE,OUTCOME,RUN_CORR_ID'
                     DELIMITED BY SIZE
                 INTO STATSCSV-REC.
             WRITE STATSCSV-REC.
         EXTRACT-STATS-LOOP.
             READ STATS-FILE AT END GO TO EXTRACT-STATS-CLOSE.
             IF STATS-REC( 1:4 ) = 'HDR ' OR STATS-REC( 1:4 ) = 'TRL '
                 GO TO EXTRACT-STATS-LOOP.
             ADD 1 TO SRC-READ( SX ).
             MOVE STATS-REC TO STAT-LINE.
             MOVE ST-RUNID( 1:8 ) TO REC-DATE.
             MOVE ST-RUNID TO REC-RUNID.
             PERFORM CHECK-WANTED THRU CHECK-WANTED-EXIT.
             IF REC-WANTED = 0 GO TO EXTRACT-STATS-LOOP.
             MOVE SPACES TO CSV-LINE.
             MOVE 1 TO CSV-PTR.
             MOVE ST-FIRSTMOVE TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE ST-MOVECOUNT TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE ST-SC TO NUMBER-X.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE ST-OUTCOME TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE ST-RUNID TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE CSV-LINE TO STATSCSV-REC.
             WRITE STATSCSV-REC.
             ADD 1 TO SRC-KEPT( SX ).
             GO TO EXTRACT-STATS-LOOP.
         EXTRACT-STATS-CLOSE.
             CLOSE STATS-FILE.
             PERFORM BUILD-TRAILER.
             MOVE CSV-LINE TO STATSCSV-REC.
             WRITE STATSCSV-REC.
             CLOSE STATSCSV-FILE.
         EXTRACT-STATS-EXIT.
             EXIT.

      *  the alert line goes out with its program ALERT and the worst
      *  severity as its status; a step that never handed back a
      *  step-end record has an empty RETURN_CODE.
         EXTRACT-SUMMARY.
             MOVE 4 TO SX.
             OPEN INPUT SUMMARY-FILE.
             IF SUMMARY-STATUS NOT = '00' GO TO EXTRACT-SUMMARY-EXIT.
             MOVE 1 TO SRC-FOUND( SX ).
             OPEN OUTPUT SUMCSV-FILE.
             MOVE SPACES TO SUMCSV-REC.
             STRING 'PROGRAM,STATUS,RETURN_CODE,DETAIL,RUN_CORR_ID'
                     DELIMITED BY SIZE
                 INTO SUMCSV-REC.
             WRITE SUMCSV-REC.
         EXTRACT-SUMMARY-LOOP.
             READ SUMMARY-FILE AT END GO TO EXTRACT-SUMMARY-CLOSE.
             ADD 1 TO SRC-READ( SX ).
             MOVE SUMMARY-REC TO SUM-LINE.
             MOVE SL-RUNID( 1:8 ) TO REC-DATE.
             MOVE SL-RUNID TO REC-RUNID.
             PERFORM CHECK-WANTED THRU CHECK-WANTED-EXIT.
             IF REC-WANTED = 0 GO TO EXTRACT-SUMMARY-LOOP.
             MOVE SPACES TO CSV-LINE.
             MOVE 1 TO CSV-PTR.
             MOVE SL-PROGRAM TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE SL-STATUS TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             IF SD-CODE-LBL = 'CODE='
                 MOVE SD-CODE TO NUMBER-X
                 PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT
                 MOVE SD-RESULT TO FIELD-TEXT
             ELSE
                 MOVE SPACES TO NUMBER-X
                 PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT
                 MOVE SL-DETAIL TO FIELD-TEXT.
             IF SL-STATUS-LBL( 1:6 ) = 'WORST='
                 MOVE SPACES TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE SL-RUNID TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE CSV-LINE TO SUMCSV-REC.
             WRITE SUMCSV-REC.
             ADD 1 TO SRC-KEPT( SX ).
             GO TO EXTRACT-SUMMARY-LOOP.
         EXTRACT-SUMMARY-CLOSE.
             CLOSE SUMMARY-FILE.
             PERFORM BUILD-TRAILER.
             MOVE CSV-LINE TO SUMCSV-REC.
             WRITE SUMCSV-REC.
             CLOSE SUMCSV-FILE.
         EXTRACT-SUMMARY-EXIT.
             EXIT.

      *  PUT-TEXT appends FIELD-TEXT in double quotes with its leading
      *  and trailing spaces trimmed -- all spaces is an empty field.
         PUT-TEXT.
             IF CSV-PTR > 1
                 STRING ',' DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-PTR.
             IF FIELD-TEXT = SPACES
                 STRING '""' DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-PTR
                 GO TO PUT-TEXT-EXIT.
             MOVE 0 TO FIELD-FIRST.
             INSPECT FIELD-TEXT TALLYING FIELD-FIRST
                 FOR LEADING SPACES.
             ADD 1 TO FIELD-FIRST.
             PERFORM FIND-FIELD-END VARYING FIELD-LAST FROM 40 BY -1
                 UNTIL FIELD-TEXT( FIELD-LAST:1 ) NOT = SPACE.
             COMPUTE FIELD-LEN = FIELD-LAST - FIELD-FIRST + 1.
             STRING '"' DELIMITED BY SIZE
                 FIELD-TEXT( FIELD-FIRST:FIELD-LEN ) DELIMITED BY SIZE
                 '"' DELIMITED BY SIZE
                 INTO CSV-LINE WITH POINTER CSV-PTR.
         PUT-TEXT-EXIT.
             EXIT.

         FIND-FIELD-END.
             EXIT.

      *  PUT-NUMBER appends the right-justified digits in NUMBER-X as
      *  a plain number -- the leading spaces become zeros, the same
      *  conversion AUDRPT applies to AL-ELAPSED, and the number goes
      *  out without them.  anything that is not a number after that
      *  (an empty or damaged field) goes out as an empty field.
         PUT-NUMBER.
             IF CSV-PTR > 1
                 STRING ',' DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-PTR.
             IF NUMBER-X = SPACES GO TO PUT-NUMBER-EXIT.
             INSPECT NUMBER-X REPLACING LEADING SPACES BY ZEROES.
             IF NUMBER-X NOT NUMERIC GO TO PUT-NUMBER-EXIT.
             MOVE NUMBER-NUM TO NUMBER-ED.
             MOVE 0 TO NUMBER-LEAD.
             INSPECT NUMBER-ED TALLYING NUMBER-LEAD
                 FOR LEADING SPACES.
             ADD 1 TO NUMBER-LEAD.
             STRING NUMBER-ED( NUMBER-LEAD: ) DELIMITED BY SIZE
                 INTO CSV-LINE WITH POINTER CSV-PTR.
         PUT-NUMBER-EXIT.
             EXIT.

      *  BUILD-TRAILER lays the control-total row for source SX into
      *  CSV-LINE: the source file, records read, extracted, and
      *  excluded by the selection.
         BUILD-TRAILER.
             MOVE SPACES TO CSV-LINE.
             MOVE 1 TO CSV-PTR.
             MOVE 'TRAILER' TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE SRC-NAME( SX ) TO FIELD-TEXT.
             PERFORM PUT-TEXT THRU PUT-TEXT-EXIT.
             MOVE SRC-READ( SX ) TO NUMBER-NUM.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             MOVE SRC-KEPT( SX ) TO NUMBER-NUM.
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             COMPUTE NUMBER-NUM = SRC-READ( SX ) - SRC-KEPT( SX ).
             PERFORM PUT-NUMBER THRU PUT-NUMBER-EXIT.
             ADD SRC-KEPT( SX ) TO TOTAL-KEPT.

         SHOW-TOTAL.
             MOVE SRC-NAME( SX ) TO TL-NAME.
             MOVE SRC-READ( SX ) TO TL-READ.
             MOVE SRC-KEPT( SX ) TO TL-KEPT.
             COMPUTE TL-SKIPPED = SRC-READ( SX ) - SRC-KEPT( SX ).
             IF SRC-FOUND( SX ) = 0
                 MOVE 'NOT FOUND' TO TL-NOTE
             ELSE
                 MOVE SPACES TO TL-NOTE.
             DISPLAY TOTAL-LINE.

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

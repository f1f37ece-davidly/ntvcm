         IDENTIFICATION DIVISION.
         PROGRAM-ID.  GENSAVE.
      *  REMARKS. generation saver for the output and report files
      *  REMARKS. every window replaces -- PRIMES.DAT, PRIMASTR.DAT,
      *  REMARKS. EDIGITS.DAT, OPENSTATS.DAT, TTTPV.DAT, TTTRACE.DAT,
      *  REMARKS. and the verifier and dashboard reports are written
      *  REMARKS. OUTPUT each night, so without this a bad window
      *  REMARKS. leaves no good copy behind.  run as the first step of
      *  REMARKS. the window, GENSAVE copies each file named in
      *  REMARKS. GENCFG.DAT to the next numbered generation of that
      *  REMARKS. file (NAME.G0001V00, NAME.G0002V00, ... as a GDG
      *  REMARKS. names them) and catalogs it in GENCAT.DAT with the
      *  REMARKS. RUN-CORR-ID of the window that produced it (taken
      *  REMARKS. from BATCHSUM.DAT), the date saved, the record count
      *  REMARKS. from its TRL record, and that window's FCHKRPT.DAT
      *  REMARKS. verdict.  every file saved in one run shares the run
      *  REMARKS. id, so the run id names a generation set ROLLBACK
      *  REMARKS. can restore.  GENCFG.DAT also says how many
      *  REMARKS. generations of each file to keep: older ones are
      *  REMARKS. dropped from the catalog and deleted from disk.  a
      *  REMARKS. window whose files are already the newest generation
      *  REMARKS. is not saved twice.  counts saved and pruned go to
      *  REMARKS. GENRPT.DAT and the console.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT GENCFG-FILE ASSIGN TO 'GENCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GENCFG-STATUS.
             SELECT CATALOG-FILE ASSIGN TO 'GENCAT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CATALOG-STATUS.
             SELECT WORK-FILE ASSIGN TO 'GENWORK.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT LIVE-FILE ASSIGN TO DYNAMIC LIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LIVE-STATUS.
             SELECT GEN-FILE ASSIGN TO DYNAMIC GEN-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GEN-STATUS.
             SELECT SUMMARY-FILE ASSIGN TO 'BATCHSUM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SUMMARY-STATUS.
             SELECT FCHKRPT-FILE ASSIGN TO 'FCHKRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FCHKRPT-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'GENRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
      *  GENCFG.DAT names the files kept in generations, one per
      *  record: GF-NAME the live file, GF-KEEP how many generations
      *  of it the catalog holds, and GF-BRACKET Y when the file
      *  carries the HDR/TRL bracket whose count is cataloged.  a
      *  file with no record is never saved.
         FD  GENCFG-FILE.
         01 GENCFG-REC.
             05 GF-NAME PIC X(16).
             05 GF-KEEP PIC 9(02).
             05 GF-BRACKET PIC X(01).
      *  CATALOG-FILE is GENCAT.DAT, one CAT-LINE per generation on
      *  disk, oldest first within each file.  WORK-FILE stages the
      *  catalog while GENCAT.DAT is open for input, the way RETAIN
      *  stages its keepers.
         FD  CATALOG-FILE.
         01 CATALOG-REC PIC X(86).
         FD  WORK-FILE.
         01 WORK-REC PIC X(86).
      *  LIVE-FILE is read only for its TRL record, GEN-FILE only to
      *  prove a copy landed -- the copy itself is the operating
      *  system's, so an indexed file such as PRIMASTR.DAT comes
      *  across byte for byte.
         FD  LIVE-FILE.
         01 LIVE-REC PIC X(256).
         FD  GEN-FILE.
         01 GEN-REC PIC X(256).
         FD  SUMMARY-FILE.
         01 SUMMARY-REC PIC X(74).
         FD  FCHKRPT-FILE.
         01 FCHKRPT-REC PIC X(60).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(80).
      *  EXCEPT-FILE is EXCEPTIONS.DAT, the suite-wide severity-coded
      *  exception log -- see the EXCEPT-LINE layout and
      *  WRITE-EXCEPTION, the same in every writer.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 GENCFG-STATUS PIC X(02).
         01 CATALOG-STATUS PIC X(02).
         01 LIVE-STATUS PIC X(02).
         01 GEN-STATUS PIC X(02).
         01 SUMMARY-STATUS PIC X(02).
         01 FCHKRPT-STATUS PIC X(02).
         01 LIVE-NAME PIC X(16) VALUE SPACES.
         01 GEN-NAME PIC X(24) VALUE SPACES.
      *  one catalog entry -- CT-GEN is the absolute generation number
      *  of CT-FILE, CT-GENNAME the file it was copied to, CT-COUNT
      *  the TRL count (NO TRL for an unbracketed file, MISSING when
      *  a bracketed file had none), and CT-VERDICT the window's
      *  FILECHK verdict (NONE when there was no report).
         01 CAT-LINE.
             05 CT-FILE PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CT-GEN PIC 9(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CT-RUNID PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CT-DATE PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CT-COUNT PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CT-VERDICT PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 CT-GENNAME PIC X(24).
         01 GEN-NAME-BUILD.
             05 GN-DOTG PIC X(02) VALUE '.G'.
             05 GN-GEN PIC 9(04).
             05 GN-VER PIC X(03) VALUE 'V00'.
      *  one slot per configured file -- its catalog state going in
      *  (generations held, newest number, newest producing window),
      *  and the new entry staged for it this run, if any.
         01 F-NAME PIC X(16) OCCURS 30 TIMES.
         01 F-KEEP PIC 9(02) COMP OCCURS 30 TIMES.
         01 F-BRACKET PIC X(01) OCCURS 30 TIMES.
         01 F-TOTAL PIC 9(04) COMP OCCURS 30 TIMES.
         01 F-HIGH PIC 9(04) COMP OCCURS 30 TIMES.
         01 F-LAST-RUNID PIC X(16) OCCURS 30 TIMES.
         01 F-DROP PIC 9(04) COMP OCCURS 30 TIMES.
         01 F-SAVED PIC 9(01) COMP OCCURS 30 TIMES.
         01 F-NEW-LINE PIC X(86) OCCURS 30 TIMES.
         01 F-COUNT PIC 9(02) COMP VALUE 0.
         01 FI PIC 9(02) COMP VALUE 0.
         01 F-FOUND PIC 9(02) COMP VALUE 0.
         01 WINDOW-RUNID PIC X(16) VALUE SPACES.
         01 WINDOW-VERDICT PIC X(04) VALUE 'NONE'.
         01 TRL-COUNT PIC X(08) VALUE SPACES.
         01 SAVED-COUNT PIC 9(04) COMP VALUE 0.
         01 PRUNED-COUNT PIC 9(04) COMP VALUE 0.
         01 FAILED-COUNT PIC 9(04) COMP VALUE 0.
         01 RUN-DATE PIC 9(08) VALUE ZEROES.
         01 OS-CMD PIC X(80) VALUE SPACES.
         01 HEAD-LINE.
             05 FILLER PIC X(19) VALUE 'GENERATION SAVE FOR'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 HL-DATE PIC 9(08).
             05 FILLER PIC X(08) VALUE ' WINDOW '.
             05 HL-RUNID PIC X(16).
         01 DETAIL-LINE.
             05 FILLER PIC X(05) VALUE 'FILE '.
             05 DT-NAME PIC X(16).
             05 FILLER PIC X(05) VALUE ' GEN '.
             05 DT-GEN PIC ZZZ9.
             05 FILLER PIC X(07) VALUE ' COUNT '.
             05 DT-COUNT PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-NOTE PIC X(20).
         01 PRUNE-LINE.
             05 FILLER PIC X(06) VALUE 'PRUNE '.
             05 PL-GENNAME PIC X(24).
         01 TOTAL-LINE.
             05 FILLER PIC X(06) VALUE 'SAVED '.
             05 TL-SAVED PIC ZZZ9.
             05 FILLER PIC X(08) VALUE ' PRUNED '.
             05 TL-PRUNED PIC ZZZ9.
             05 FILLER PIC X(08) VALUE ' FAILED '.
             05 TL-FAILED PIC ZZZ9.
         01 STEP-RESULT-LINE.
             05 FILLER PIC X(19) VALUE 'GENERATIONS SAVED: '.
             05 SR-SAVED PIC ZZZ9.

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
             05 EX-PROGRAM PIC X(08) VALUE 'GENSAVE'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-SEVERITY PIC X(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-CODE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-TEXT PIC X(40).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-RUNID PIC X(16).
         01 COPY-FAIL-TEXT.
             05 FILLER PIC X(24) VALUE 'GENERATION COPY FAILED '.
             05 CF-NAME PIC X(16).

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 all saved, 04 a copy
      *  failed, 08 no GENCFG.DAT to say what to save.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'GENSAVE'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'generation save starting'.
             ACCEPT RUN-DATE FROM DATE YYYYMMDD.
             PERFORM READ-GENCFG THRU READ-GENCFG-EXIT.
             PERFORM READ-WINDOW THRU READ-WINDOW-EXIT.
             OPEN OUTPUT REPORT-FILE.
             MOVE RUN-DATE TO HL-DATE.
             MOVE WINDOW-RUNID TO HL-RUNID.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
             IF F-COUNT = 0
                 DISPLAY 'GENCFG.DAT not found, nothing to save'
                 CLOSE REPORT-FILE
                 MOVE 8 TO SE-CODE
                 MOVE 'NO GENCFG.DAT' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             PERFORM SCAN-CATALOG THRU SCAN-CATALOG-EXIT.
             PERFORM SAVE-FILE THRU SAVE-FILE-EXIT
                 VARYING FI FROM 1 BY 1 UNTIL FI > F-COUNT.
             PERFORM PRUNE-CATALOG THRU PRUNE-CATALOG-EXIT.
             MOVE SAVED-COUNT TO TL-SAVED.
             MOVE PRUNED-COUNT TO TL-PRUNED.
             MOVE FAILED-COUNT TO TL-FAILED.
             MOVE TOTAL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY TOTAL-LINE.
             CLOSE REPORT-FILE.
             IF FAILED-COUNT = 0
                 MOVE 0 TO SE-CODE
             ELSE
                 MOVE 4 TO SE-CODE.
             MOVE SAVED-COUNT TO SR-SAVED.
             MOVE STEP-RESULT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'generation save complete'.
             STOP RUN.

      *  READ-GENCFG loads the file list -- a record whose keep count
      *  is not numeric or zero is skipped.
         READ-GENCFG.
             MOVE 0 TO F-COUNT.
             OPEN INPUT GENCFG-FILE.
             IF GENCFG-STATUS NOT = '00' GO TO READ-GENCFG-EXIT.
         READ-GENCFG-LOOP.
             READ GENCFG-FILE AT END GO TO READ-GENCFG-CLOSE.
             IF GF-NAME = SPACES OR GF-KEEP NOT NUMERIC
                 GO TO READ-GENCFG-LOOP.
             IF GF-KEEP = 0 OR F-COUNT = 30 GO TO READ-GENCFG-LOOP.
             ADD 1 TO F-COUNT.
             MOVE GF-NAME TO F-NAME( F-COUNT ).
             MOVE GF-KEEP TO F-KEEP( F-COUNT ).
             MOVE GF-BRACKET TO F-BRACKET( F-COUNT ).
             MOVE 0 TO F-TOTAL( F-COUNT ).
             MOVE 0 TO F-HIGH( F-COUNT ).
             MOVE SPACES TO F-LAST-RUNID( F-COUNT ).
             MOVE 0 TO F-DROP( F-COUNT ).
             MOVE 0 TO F-SAVED( F-COUNT ).
             GO TO READ-GENCFG-LOOP.
         READ-GENCFG-CLOSE.
             CLOSE GENCFG-FILE.
         READ-GENCFG-EXIT.
             EXIT.

      *  READ-WINDOW takes the producing window's run id from
      *  BATCHSUM.DAT (see SUM-LINE in batch.cob) and its FILECHK
      *  verdict from FCHKRPT.DAT (see RESULT-LINE in filechk.cob).
      *  run first in the window, both still describe the last one.
         READ-WINDOW.
             OPEN INPUT SUMMARY-FILE.
             IF SUMMARY-STATUS NOT = '00' GO TO READ-WINDOW-FCHK.
         READ-WINDOW-LOOP.
             READ SUMMARY-FILE AT END GO TO READ-WINDOW-CLOSE.
             IF SUMMARY-REC( 59:16 ) NOT = SPACES
                 MOVE SUMMARY-REC( 59:16 ) TO WINDOW-RUNID.
             GO TO READ-WINDOW-LOOP.
         READ-WINDOW-CLOSE.
             CLOSE SUMMARY-FILE.
         READ-WINDOW-FCHK.
             IF WINDOW-RUNID = SPACES
                 MOVE 'UNKNOWN' TO WINDOW-RUNID.
             OPEN INPUT FCHKRPT-FILE.
             IF FCHKRPT-STATUS NOT = '00' GO TO READ-WINDOW-EXIT.
         READ-WINDOW-FCHK-LOOP.
             READ FCHKRPT-FILE AT END GO TO READ-WINDOW-FCHK-CLOSE.
             IF FCHKRPT-REC( 1:8 ) = 'FILECHK '
                 MOVE FCHKRPT-REC( 23:4 ) TO WINDOW-VERDICT.
             GO TO READ-WINDOW-FCHK-LOOP.
         READ-WINDOW-FCHK-CLOSE.
             CLOSE FCHKRPT-FILE.
         READ-WINDOW-EXIT.
             EXIT.

      *  SCAN-CATALOG notes, for each configured file, how many
      *  generations the catalog holds, the newest generation number,
      *  and the window that newest one came from.
         SCAN-CATALOG.
             OPEN INPUT CATALOG-FILE.
             IF CATALOG-STATUS NOT = '00' GO TO SCAN-CATALOG-EXIT.
         SCAN-CATALOG-LOOP.
             READ CATALOG-FILE AT END GO TO SCAN-CATALOG-CLOSE.
             MOVE CATALOG-REC TO CAT-LINE.
             PERFORM FIND-FILE-SLOT.
             IF F-FOUND = 0 GO TO SCAN-CATALOG-LOOP.
             ADD 1 TO F-TOTAL( F-FOUND ).
             IF CT-GEN NUMERIC
                 MOVE CT-GEN TO F-HIGH( F-FOUND ).
             MOVE CT-RUNID TO F-LAST-RUNID( F-FOUND ).
             GO TO SCAN-CATALOG-LOOP.
         SCAN-CATALOG-CLOSE.
             CLOSE CATALOG-FILE.
         SCAN-CATALOG-EXIT.
             EXIT.

      *  FIND-FILE-SLOT leaves F-FOUND naming the configured file
      *  CT-FILE belongs to, zero for a file no longer configured.
         FIND-FILE-SLOT.
             MOVE 0 TO F-FOUND.
             PERFORM MATCH-FILE-SLOT VARYING FI FROM 1 BY 1
                 UNTIL FI > F-COUNT OR F-FOUND NOT = 0.

         MATCH-FILE-SLOT.
             IF F-NAME( FI ) = CT-FILE
                 MOVE FI TO F-FOUND.

      *  SAVE-FILE copies one live file to its next generation and
      *  stages the catalog entry.  a missing file, or one whose
      *  newest generation already came from this window, is left
      *  alone.  generation numbers wrap from 9999 to 1, as a GDG's
      *  do; the catalog's own order, not the number, says which
      *  generation is oldest.
         SAVE-FILE.
             MOVE F-NAME( FI ) TO DT-NAME.
             MOVE F-NAME( FI ) TO LIVE-NAME.
             MOVE 0 TO DT-GEN.
             MOVE SPACES TO DT-COUNT.
             IF WINDOW-RUNID NOT = 'UNKNOWN'
                 AND F-LAST-RUNID( FI ) = WINDOW-RUNID
                 MOVE F-HIGH( FI ) TO DT-GEN
                 MOVE 'ALREADY SAVED' TO DT-NOTE
                 PERFORM WRITE-DETAIL
                 GO TO SAVE-FILE-EXIT.
             PERFORM READ-TRL-COUNT THRU READ-TRL-COUNT-EXIT.
             IF LIVE-STATUS NOT = '00'
                 MOVE 'NOT FOUND' TO DT-NOTE
                 PERFORM WRITE-DETAIL
                 GO TO SAVE-FILE-EXIT.
             IF F-HIGH( FI ) NOT < 9999
                 MOVE 1 TO GN-GEN
             ELSE
                 COMPUTE GN-GEN = F-HIGH( FI ) + 1.
             MOVE SPACES TO GEN-NAME.
             STRING F-NAME( FI ) DELIMITED BY SPACE
                 GEN-NAME-BUILD DELIMITED BY SIZE
                 INTO GEN-NAME.
             MOVE SPACES TO OS-CMD.
             STRING 'cp ' DELIMITED BY SIZE
                 F-NAME( FI ) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 GEN-NAME DELIMITED BY SPACE
                 INTO OS-CMD.
             CALL 'SYSTEM' USING OS-CMD.
             IF RETURN-CODE NOT = 0 GO TO SAVE-FILE-FAILED.
             OPEN INPUT GEN-FILE.
             IF GEN-STATUS = '00' GO TO SAVE-FILE-CATALOG.
      *  a copy the system refused, or one that left no generation
      *  behind, is never cataloged -- a short copy must not be
      *  offered to ROLLBACK as a good generation.
         SAVE-FILE-FAILED.
             ADD 1 TO FAILED-COUNT.
             MOVE F-NAME( FI ) TO CF-NAME.
             MOVE 'E' TO EX-SEVERITY.
             MOVE 'GSCF' TO EX-CODE.
             MOVE COPY-FAIL-TEXT TO EX-TEXT.
             PERFORM WRITE-EXCEPTION.
             MOVE 'COPY FAILED' TO DT-NOTE.
             PERFORM WRITE-DETAIL.
             GO TO SAVE-FILE-EXIT.
         SAVE-FILE-CATALOG.
             CLOSE GEN-FILE.
             MOVE F-NAME( FI ) TO CT-FILE.
             MOVE GN-GEN TO CT-GEN.
             MOVE WINDOW-RUNID TO CT-RUNID.
             MOVE RUN-DATE TO CT-DATE.
             MOVE TRL-COUNT TO CT-COUNT.
             MOVE WINDOW-VERDICT TO CT-VERDICT.
             MOVE GEN-NAME TO CT-GENNAME.
             MOVE CAT-LINE TO F-NEW-LINE( FI ).
             MOVE 1 TO F-SAVED( FI ).
             ADD 1 TO F-TOTAL( FI ).
             ADD 1 TO SAVED-COUNT.
             MOVE GN-GEN TO DT-GEN.
             MOVE TRL-COUNT TO DT-COUNT.
             MOVE 'SAVED' TO DT-NOTE.
             PERFORM WRITE-DETAIL.
         SAVE-FILE-EXIT.
             EXIT.

      *  READ-TRL-COUNT opens the live file and, for a bracketed one,
      *  takes the count off its last TRL record.  LIVE-STATUS tells
      *  the caller whether the file was there at all.
         READ-TRL-COUNT.
             MOVE 'NO TRL' TO TRL-COUNT.
             OPEN INPUT LIVE-FILE.
             IF LIVE-STATUS NOT = '00' GO TO READ-TRL-COUNT-EXIT.
             IF F-BRACKET( FI ) NOT = 'Y'
                 GO TO READ-TRL-COUNT-CLOSE.
             MOVE 'MISSING' TO TRL-COUNT.
         READ-TRL-COUNT-LOOP.
             READ LIVE-FILE AT END GO TO READ-TRL-COUNT-CLOSE.
             IF LIVE-REC( 1:4 ) = 'TRL '
                 MOVE LIVE-REC( 5:8 ) TO TRL-COUNT.
             GO TO READ-TRL-COUNT-LOOP.
         READ-TRL-COUNT-CLOSE.
             CLOSE LIVE-FILE.
             MOVE '00' TO LIVE-STATUS.
         READ-TRL-COUNT-EXIT.
             EXIT.

         WRITE-DETAIL.
             MOVE DETAIL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY DETAIL-LINE.

      *  PRUNE-CATALOG rewrites GENCAT.DAT: each configured file keeps
      *  its newest GF-KEEP generations, the older ones are deleted
      *  from disk and dropped, entries for files no longer in
      *  GENCFG.DAT are carried as they stand, and tonight's new
      *  entries go on the end.
         PRUNE-CATALOG.
             PERFORM SET-DROP-COUNT VARYING FI FROM 1 BY 1
                 UNTIL FI > F-COUNT.
             OPEN OUTPUT WORK-FILE.
             OPEN INPUT CATALOG-FILE.
             IF CATALOG-STATUS NOT = '00' GO TO PRUNE-CATALOG-NEW.
         PRUNE-CATALOG-LOOP.
             READ CATALOG-FILE AT END GO TO PRUNE-CATALOG-CLOSE.
             MOVE CATALOG-REC TO CAT-LINE.
             PERFORM FIND-FILE-SLOT.
             IF F-FOUND NOT = 0
                 IF F-DROP( F-FOUND ) > 0
                     SUBTRACT 1 FROM F-DROP( F-FOUND )
                     PERFORM DROP-GENERATION
                     GO TO PRUNE-CATALOG-LOOP.
             MOVE CATALOG-REC TO WORK-REC.
             WRITE WORK-REC.
             GO TO PRUNE-CATALOG-LOOP.
         PRUNE-CATALOG-CLOSE.
             CLOSE CATALOG-FILE.
         PRUNE-CATALOG-NEW.
             PERFORM WRITE-NEW-ENTRY VARYING FI FROM 1 BY 1
                 UNTIL FI > F-COUNT.
             CLOSE WORK-FILE.
             OPEN INPUT WORK-FILE.
             OPEN OUTPUT CATALOG-FILE.
         PRUNE-CATALOG-COPY.
             READ WORK-FILE AT END GO TO PRUNE-CATALOG-DONE.
             MOVE WORK-REC TO CATALOG-REC.
             WRITE CATALOG-REC.
             GO TO PRUNE-CATALOG-COPY.
         PRUNE-CATALOG-DONE.
             CLOSE WORK-FILE.
             CLOSE CATALOG-FILE.
         PRUNE-CATALOG-EXIT.
             EXIT.

         SET-DROP-COUNT.
             IF F-TOTAL( FI ) > F-KEEP( FI )
                 COMPUTE F-DROP( FI ) = F-TOTAL( FI ) - F-KEEP( FI )
             ELSE
                 MOVE 0 TO F-DROP( FI ).

      *  DROP-GENERATION deletes the generation in CAT-LINE from disk.
      *  the keep count is at least one, so tonight's new generation
      *  is never among those dropped.
         DROP-GENERATION.
             MOVE SPACES TO OS-CMD.
             STRING 'rm -f ' DELIMITED BY SIZE
                 CT-GENNAME DELIMITED BY SPACE
                 INTO OS-CMD.
             CALL 'SYSTEM' USING OS-CMD.
             ADD 1 TO PRUNED-COUNT.
             MOVE CT-GENNAME TO PL-GENNAME.
             MOVE PRUNE-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY PRUNE-LINE.

         WRITE-NEW-ENTRY.
             IF F-SAVED( FI ) = 1
                 MOVE F-NEW-LINE( FI ) TO WORK-REC
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

         IDENTIFICATION DIVISION.
         PROGRAM-ID.  ROLLBACK.
      *  REMARKS. generation restore utility -- lays a generation set
      *  REMARKS. GENSAVE cataloged in GENCAT.DAT back down over the
      *  REMARKS. live files after a bad window.  ROLLCFG.DAT names
      *  REMARKS. the set by the RUN-CORR-ID of the window that
      *  REMARKS. produced it, and optionally a single file out of the
      *  REMARKS. set; every cataloged generation of that window (or
      *  REMARKS. just the one file) is copied back to its live name.
      *  REMARKS. each file restored, and each one that could not be,
      *  REMARKS. is logged to EXCEPTIONS.DAT so the restore shows in
      *  REMARKS. the morning's EXCALERT review, and the run is
      *  REMARKS. reported to ROLLRPT.DAT and the console.  the
      *  REMARKS. catalog itself is not changed: the restored
      *  REMARKS. generations stay on file, and GENSAVE catalogs the
      *  REMARKS. live files again before the next window as usual.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ROLLCFG-FILE ASSIGN TO 'ROLLCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ROLLCFG-STATUS.
             SELECT CATALOG-FILE ASSIGN TO 'GENCAT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CATALOG-STATUS.
             SELECT GEN-FILE ASSIGN TO DYNAMIC GEN-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GEN-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'ROLLRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
         DATA DIVISION.
         FILE SECTION.
      *  ROLLCFG.DAT is the restore request: RB-RUNID the producing
      *  window of the generation set, RB-FILE one live file name to
      *  restore out of it, or spaces for the whole set.
         FD  ROLLCFG-FILE.
         01 ROLLCFG-REC.
             05 RB-RUNID PIC X(16).
             05 RB-FILE PIC X(16).
         FD  CATALOG-FILE.
         01 CATALOG-REC PIC X(86).
         FD  GEN-FILE.
         01 GEN-REC PIC X(256).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(80).
      *  EXCEPT-FILE is EXCEPTIONS.DAT, the suite-wide severity-coded
      *  exception log -- see the EXCEPT-LINE layout and
      *  WRITE-EXCEPTION, the same in every writer.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
         WORKING-STORAGE SECTION.
         01 ROLLCFG-STATUS PIC X(02).
         01 CATALOG-STATUS PIC X(02).
         01 GEN-STATUS PIC X(02).
         01 GEN-NAME PIC X(24) VALUE SPACES.
      *  one catalog entry -- see CAT-LINE in gensave.cob.
         01 CAT-LINE.
             05 CT-FILE PIC X(16).
             05 FILLER PIC X(01).
             05 CT-GEN PIC 9(04).
             05 FILLER PIC X(01).
             05 CT-RUNID PIC X(16).
             05 FILLER PIC X(01).
             05 CT-DATE PIC 9(08).
             05 FILLER PIC X(01).
             05 CT-COUNT PIC X(08).
             05 FILLER PIC X(01).
             05 CT-VERDICT PIC X(04).
             05 FILLER PIC X(01).
             05 CT-GENNAME PIC X(24).
         01 ROLL-RUNID PIC X(16) VALUE SPACES.
         01 ROLL-FILE PIC X(16) VALUE SPACES.
         01 RESTORED-COUNT PIC 9(04) COMP VALUE 0.
         01 MISSING-COUNT PIC 9(04) COMP VALUE 0.
         01 FAILED-COUNT PIC 9(04) COMP VALUE 0.
         01 RUN-DATE PIC 9(08) VALUE ZEROES.
         01 OS-CMD PIC X(80) VALUE SPACES.
         01 HEAD-LINE.
             05 FILLER PIC X(16) VALUE 'ROLLBACK RUN FOR'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 HL-DATE PIC 9(08).
             05 FILLER PIC X(05) VALUE ' SET '.
             05 HL-RUNID PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 HL-FILE PIC X(16).
         01 DETAIL-LINE.
             05 FILLER PIC X(05) VALUE 'FILE '.
             05 DT-NAME PIC X(16).
             05 FILLER PIC X(06) VALUE ' FROM '.
             05 DT-GENNAME PIC X(24).
             05 FILLER PIC X(01) VALUE SPACE.
             05 DT-NOTE PIC X(20).
         01 TOTAL-LINE.
             05 FILLER PIC X(09) VALUE 'RESTORED '.
             05 TL-RESTORED PIC ZZZ9.
             05 FILLER PIC X(09) VALUE ' MISSING '.
             05 TL-MISSING PIC ZZZ9.
             05 FILLER PIC X(08) VALUE ' FAILED '.
             05 TL-FAILED PIC ZZZ9.

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
             05 EX-PROGRAM PIC X(08) VALUE 'ROLLBACK'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-SEVERITY PIC X(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-CODE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-TEXT PIC X(40).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-RUNID PIC X(16).
         01 RESTORE-TEXT.
             05 FILLER PIC X(09) VALUE 'RESTORED '.
             05 RT-GENNAME PIC X(24).
             05 FILLER PIC X(07) VALUE SPACES.
         01 MISSING-TEXT.
             05 FILLER PIC X(09) VALUE 'MISSING  '.
             05 MT-GENNAME PIC X(24).
             05 FILLER PIC X(07) VALUE SPACES.
         01 FAIL-TEXT.
             05 FILLER PIC X(15) VALUE 'RESTORE FAILED '.
             05 FT-GENNAME PIC X(24).
             05 FILLER PIC X(01) VALUE SPACE.
         01 NOSET-TEXT.
             05 FILLER PIC X(24) VALUE 'NO GENERATION SET FOR   '.
             05 NT-RUNID PIC X(16).
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'generation rollback starting'.
             ACCEPT RUN-DATE FROM DATE YYYYMMDD.
             OPEN INPUT ROLLCFG-FILE.
             IF ROLLCFG-STATUS NOT = '00'
                 DISPLAY 'ROLLCFG.DAT not found, nothing to restore'
                 STOP RUN.
             READ ROLLCFG-FILE AT END
                 MOVE SPACES TO ROLLCFG-REC.
             CLOSE ROLLCFG-FILE.
             MOVE RB-RUNID TO ROLL-RUNID.
             MOVE RB-FILE TO ROLL-FILE.
             IF ROLL-RUNID = SPACES
                 DISPLAY 'ROLLCFG.DAT names no generation set'
                 STOP RUN.
             OPEN OUTPUT REPORT-FILE.
             MOVE RUN-DATE TO HL-DATE.
             MOVE ROLL-RUNID TO HL-RUNID.
             MOVE ROLL-FILE TO HL-FILE.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
             OPEN INPUT CATALOG-FILE.
             IF CATALOG-STATUS NOT = '00' GO TO CATALOG-DONE.
         CATALOG-LOOP.
             READ CATALOG-FILE AT END GO TO CATALOG-CLOSE.
             MOVE CATALOG-REC TO CAT-LINE.
             IF CT-RUNID NOT = ROLL-RUNID GO TO CATALOG-LOOP.
             IF ROLL-FILE NOT = SPACES AND CT-FILE NOT = ROLL-FILE
                 GO TO CATALOG-LOOP.
             PERFORM RESTORE-GENERATION THRU RESTORE-GENERATION-EXIT.
             GO TO CATALOG-LOOP.
         CATALOG-CLOSE.
             CLOSE CATALOG-FILE.
         CATALOG-DONE.
             IF RESTORED-COUNT = 0 AND MISSING-COUNT = 0
                 AND FAILED-COUNT = 0
                 MOVE ROLL-RUNID TO NT-RUNID
                 MOVE 'W' TO EX-SEVERITY
                 MOVE 'RBNS' TO EX-CODE
                 MOVE NOSET-TEXT TO EX-TEXT
                 PERFORM WRITE-EXCEPTION.
             MOVE RESTORED-COUNT TO TL-RESTORED.
             MOVE MISSING-COUNT TO TL-MISSING.
             MOVE FAILED-COUNT TO TL-FAILED.
             MOVE TOTAL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY TOTAL-LINE.
             CLOSE REPORT-FILE.
             DISPLAY 'generation rollback complete'.
             STOP RUN.

      *  RESTORE-GENERATION copies the generation in CAT-LINE back to
      *  its live name -- after proving the generation is still on
      *  disk, so a pruned or lost one never empties the live file.
      *  a copy the system refuses is an error, not a restore.
         RESTORE-GENERATION.
             MOVE CT-FILE TO DT-NAME.
             MOVE CT-GENNAME TO DT-GENNAME.
             MOVE CT-GENNAME TO GEN-NAME.
             OPEN INPUT GEN-FILE.
             IF GEN-STATUS NOT = '00'
                 ADD 1 TO MISSING-COUNT
                 MOVE CT-GENNAME TO MT-GENNAME
                 MOVE 'E' TO EX-SEVERITY
                 MOVE 'RBMS' TO EX-CODE
                 MOVE MISSING-TEXT TO EX-TEXT
                 PERFORM WRITE-EXCEPTION
                 MOVE 'GENERATION MISSING' TO DT-NOTE
                 PERFORM WRITE-DETAIL
                 GO TO RESTORE-GENERATION-EXIT.
             CLOSE GEN-FILE.
             MOVE SPACES TO OS-CMD.
             STRING 'cp ' DELIMITED BY SIZE
                 CT-GENNAME DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 CT-FILE DELIMITED BY SPACE
                 INTO OS-CMD.
             CALL 'SYSTEM' USING OS-CMD.
             IF RETURN-CODE NOT = 0
                 ADD 1 TO FAILED-COUNT
                 MOVE CT-GENNAME TO FT-GENNAME
                 MOVE 'E' TO EX-SEVERITY
                 MOVE 'RBCF' TO EX-CODE
                 MOVE FAIL-TEXT TO EX-TEXT
                 PERFORM WRITE-EXCEPTION
                 MOVE 'RESTORE FAILED' TO DT-NOTE
                 PERFORM WRITE-DETAIL
                 GO TO RESTORE-GENERATION-EXIT.
             ADD 1 TO RESTORED-COUNT.
             MOVE CT-GENNAME TO RT-GENNAME.
             MOVE 'W' TO EX-SEVERITY.
             MOVE 'RBRS' TO EX-CODE.
             MOVE RESTORE-TEXT TO EX-TEXT.
             PERFORM WRITE-EXCEPTION.
             MOVE 'RESTORED' TO DT-NOTE.
             PERFORM WRITE-DETAIL.
         RESTORE-GENERATION-EXIT.
             EXIT.

         WRITE-DETAIL.
             MOVE DETAIL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY DETAIL-LINE.

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

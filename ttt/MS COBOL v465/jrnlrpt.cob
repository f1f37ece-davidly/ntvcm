         IDENTIFICATION DIVISION.
         PROGRAM-ID.  JRNLRPT.
      *  REMARKS. control-file change report over CFGJRNL.DAT, the
      *  REMARKS. journal OPCON appends one line to for every field
      *  REMARKS. it rewrites.  lists the changes made between two
      *  REMARKS. batch windows -- a journal line's date and time
      *  REMARKS. stamp is sixteen digits in the same form as a
      *  REMARKS. RUN-CORR-ID (date, then the time BATCH started), so
      *  REMARKS. a change belongs between two windows when its stamp
      *  REMARKS. is at or after the first id and before the second.
      *  REMARKS. the ids come from JRNLCFG.DAT; an empty first id
      *  REMARKS. means the last window on WINHIST.DAT before this one
      *  REMARKS. and an empty second id means up to now, so with no
      *  REMARKS. control file at all the report answers "what changed
      *  REMARKS. since the last window".  writes JRNLRPT.DAT and
      *  REMARKS. displays it on the console.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT JRNLCFG-FILE ASSIGN TO 'JRNLCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JRNLCFG-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO 'CFGJRNL.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-STATUS.
             SELECT WINHIST-FILE ASSIGN TO 'WINHIST.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WINHIST-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'JRNLRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
      *  JRNLCFG.DAT names the two windows -- either id may be spaces
      *  (see the REMARKS for what an empty one means).
         FD  JRNLCFG-FILE.
         01 JRNLCFG-REC.
             05 JC-FROM-RUNID PIC X(16).
             05 JC-TO-RUNID PIC X(16).
         FD  JOURNAL-FILE.
         01 JOURNAL-REC PIC X(112).
      *  WINHIST.DAT is batch.cob's permanent window history -- only
      *  the run id in its first sixteen columns matters here.
         FD  WINHIST-FILE.
         01 WINHIST-REC.
             05 WH-RUNID PIC X(16).
             05 FILLER PIC X(63).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(120).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 JRNLCFG-STATUS PIC X(02).
         01 JOURNAL-STATUS PIC X(02).
         01 WINHIST-STATUS PIC X(02).
         01 FROM-RUNID PIC X(16) VALUE SPACES.
         01 TO-RUNID PIC X(16) VALUE SPACES.
         01 THIS-RUNID PIC X(16) VALUE SPACES.
      *  JOURNAL-LINE mirrors the record CONFIRM-CHANGES in opcon.cob
      *  writes.
         01 JOURNAL-LINE.
             05 JL-STAMP PIC X(16).
             05 FILLER PIC X(01).
             05 JL-OPERATOR PIC X(08).
             05 FILLER PIC X(01).
             05 JL-FILE PIC X(12).
             05 FILLER PIC X(01).
             05 JL-FIELD PIC X(16).
             05 FILLER PIC X(01).
             05 JL-OLD PIC X(07).
             05 FILLER PIC X(01).
             05 JL-NEW PIC X(07).
             05 FILLER PIC X(01).
             05 JL-REASON PIC X(40).
         01 LISTED-COUNT PIC 9(06) COMP VALUE 0.
         01 HEAD-LINE.
             05 FILLER PIC X(20) VALUE 'CONFIG CHANGES FROM '.
             05 HL-FROM PIC X(16).
             05 FILLER PIC X(04) VALUE ' TO '.
             05 HL-TO PIC X(16).
         01 COLUMN-LINE.
             05 FILLER PIC X(30) VALUE
                 ' CHANGED AT       OPERATOR FIL'.
             05 FILLER PIC X(30) VALUE
                 'E         FIELD               '.
             05 FILLER PIC X(30) VALUE
                 ' OLD     NEW REASON           '.
         01 DETAIL-LINE.
             05 FILLER PIC X(01) VALUE SPACE.
             05 DL-ENTRY PIC X(112).
         01 TOTAL-LINE.
             05 FILLER PIC X(15) VALUE 'CHANGES LISTED '.
             05 TL-COUNT PIC ZZZZZ9.
         01 STEP-RESULT-LINE.
             05 FILLER PIC X(16) VALUE 'CHANGES LISTED: '.
             05 SR-COUNT PIC ZZZZZ9.

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 whenever the report is
      *  written, changes or not.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'JRNLRPT'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.
         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'config change report starting'.
             ACCEPT THIS-RUNID FROM ENVIRONMENT NTVCM-RUNID-ENV
                 ON EXCEPTION
                     MOVE SPACES TO THIS-RUNID
             END-ACCEPT.
             PERFORM READCFG THRU READCFG-EXIT.
             IF FROM-RUNID = SPACES
                 PERFORM FIND-LAST-WINDOW THRU FIND-LAST-WINDOW-EXIT.
             OPEN OUTPUT REPORT-FILE.
             MOVE FROM-RUNID TO HL-FROM.
             IF FROM-RUNID = SPACES
                 MOVE 'FIRST ENTRY' TO HL-FROM.
             MOVE TO-RUNID TO HL-TO.
             IF TO-RUNID = SPACES
                 MOVE 'NOW' TO HL-TO.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
             MOVE COLUMN-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY COLUMN-LINE.
             PERFORM LIST-CHANGES THRU LIST-CHANGES-EXIT.
             MOVE LISTED-COUNT TO TL-COUNT.
             MOVE TOTAL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY TOTAL-LINE.
             CLOSE REPORT-FILE.
             MOVE 0 TO SE-CODE.
             MOVE LISTED-COUNT TO SR-COUNT.
             MOVE STEP-RESULT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'config change report complete'.
             STOP RUN.

         READCFG.
             OPEN INPUT JRNLCFG-FILE.
             IF JRNLCFG-STATUS NOT = '00' GO TO READCFG-EXIT.
             READ JRNLCFG-FILE AT END GO TO READCFG-CLOSE.
             MOVE JC-FROM-RUNID TO FROM-RUNID.
             MOVE JC-TO-RUNID TO TO-RUNID.
         READCFG-CLOSE.
             CLOSE JRNLCFG-FILE.
         READCFG-EXIT.
             EXIT.

      *  FIND-LAST-WINDOW takes the newest window id on WINHIST.DAT
      *  that is not the window this run belongs to.  BATCH appends a
      *  window's lines only at window end, so run as a step the
      *  newest line is normally the window before; the run id test
      *  guards a rerun window whose lines a first attempt already
      *  wrote.  no history leaves FROM-RUNID empty: the whole
      *  journal.
         FIND-LAST-WINDOW.
             OPEN INPUT WINHIST-FILE.
             IF WINHIST-STATUS NOT = '00'
                 GO TO FIND-LAST-WINDOW-EXIT.
         FIND-LAST-WINDOW-LOOP.
             READ WINHIST-FILE AT END GO TO FIND-LAST-WINDOW-CLOSE.
             IF WH-RUNID NOT = THIS-RUNID AND WH-RUNID NUMERIC
                 MOVE WH-RUNID TO FROM-RUNID.
             GO TO FIND-LAST-WINDOW-LOOP.
         FIND-LAST-WINDOW-CLOSE.
             CLOSE WINHIST-FILE.
         FIND-LAST-WINDOW-EXIT.
             EXIT.

         LIST-CHANGES.
             OPEN INPUT JOURNAL-FILE.
             IF JOURNAL-STATUS NOT = '00' GO TO LIST-CHANGES-EXIT.
         LIST-CHANGES-LOOP.
             READ JOURNAL-FILE AT END GO TO LIST-CHANGES-CLOSE.
             MOVE JOURNAL-REC TO JOURNAL-LINE.
             IF FROM-RUNID NOT = SPACES AND JL-STAMP < FROM-RUNID
                 GO TO LIST-CHANGES-LOOP.
             IF TO-RUNID NOT = SPACES AND JL-STAMP NOT < TO-RUNID
                 GO TO LIST-CHANGES-LOOP.
             ADD 1 TO LISTED-COUNT.
             MOVE JOURNAL-REC TO DL-ENTRY.
             MOVE DETAIL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY DETAIL-LINE.
             GO TO LIST-CHANGES-LOOP.
         LIST-CHANGES-CLOSE.
             CLOSE JOURNAL-FILE.
         LIST-CHANGES-EXIT.
             EXIT.

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

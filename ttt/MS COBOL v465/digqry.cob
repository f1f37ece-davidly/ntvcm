         IDENTIFICATION DIVISION.
         PROGRAM-ID.  DIGQRY.
      *  REMARKS. digit-string search service over EDIGITS.DAT, the
      *  REMARKS. digit stream E writes for e, pi, or the square root
      *  REMARKS. of 2.  reads request records from DIGQIN.DAT -- a
      *  REMARKS. mode (E, PI, or SQRT2) and a string of up to 20
      *  REMARKS. digits -- and answers each into DIGQRPT.DAT and onto
      *  REMARKS. the console, the way PRIMQRY serves PRIMASTR.DAT:
      *  REMARKS. the first position the string starts at, every
      *  REMARKS. position, and the number of occurrences, out of how
      *  REMARKS. many digits were searched -- or "not found within N
      *  REMARKS. digits".  positions are EDIGITS.DAT's own digit
      *  REMARKS. numbers (e's leading 2 is digit 1).  EDIGITS.DAT
      *  REMARKS. only ever holds the last run's mode, so a request
      *  REMARKS. for any other mode is refused rather than answered
      *  REMARKS. from digits that are not there; so is every request
      *  REMARKS. when the file is not the last E run's (AUDITLOG.DAT
      *  REMARKS. shows a later run in another mode) or its trailer
      *  REMARKS. does not close it (a run still going, or torn).
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DIGITS-FILE ASSIGN TO 'EDIGITS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS DIGITS-STATUS.
             SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AUDIT-STATUS.
             SELECT QUERY-FILE ASSIGN TO 'DIGQIN.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS QUERY-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'DIGQRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
      *  EDIGITS.DAT -- the HDR and TRL brackets and, between them,
      *  one digit per record (see FILE-HDR-LINE and DIGIT-LINE in
      *  e.cob).
         FD  DIGITS-FILE.
         01 DIGITS-REC.
             05 DR-INDEX PIC X(05).
             05 FILLER PIC X(01).
             05 DR-VALUE PIC X(04).
             05 FILLER PIC X(42).
      *  AUDITLOG.DAT -- only E's lines matter: the mode is the first
      *  column of AL-RESULT (see E-RESULT-LINE in e.cob).
         FD  AUDIT-FILE.
         01 AUDIT-REC.
             05 AR-PROGRAM PIC X(08).
             05 FILLER PIC X(35).
             05 AR-MODE PIC X(01).
             05 FILLER PIC X(46).
         FD  QUERY-FILE.
         01 QUERY-REC.
             05 QI-MODE PIC X(05).
             05 FILLER PIC X(01).
             05 QI-DIGITS PIC X(20).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 DIGITS-STATUS PIC X(02).
         01 AUDIT-STATUS PIC X(02).
         01 QUERY-STATUS PIC X(02).
      *  the stream, one digit per byte so a candidate match is one
      *  reference-modified compare -- sized as e.cob's MAX-DIGITS.
         01 DIGIT-STRING PIC X(10000) VALUE SPACES.
         01 DIGIT-LEN PIC 9(05) COMP VALUE 0.
         01 MAX-DIGITS PIC 9(05) COMP VALUE 10000.
         01 DIGIT-ONE PIC X(01).
      *  what the file on hand is good for -- FILE-MODE from its
      *  header, LAST-RUN-MODE from the last E line on AUDITLOG.DAT
      *  (space when there is none), TRL-COUNT from its trailer.
         01 FILE-MODE PIC X(01) VALUE SPACE.
         01 LAST-RUN-MODE PIC X(01) VALUE SPACE.
         01 TRL-SEEN PIC 9(01) COMP VALUE 0.
         01 TRL-COUNT-X PIC X(08).
         01 TRL-COUNT PIC 9(08) VALUE 0.
         01 QUERY-MODE PIC X(01) VALUE SPACE.
         01 QUERY-LEN PIC 9(02) COMP VALUE 0.
         01 QUERY-COUNT PIC 9(06) COMP VALUE 0.
         01 REFUSED-COUNT PIC 9(06) COMP VALUE 0.
         01 FIND-AT PIC 9(05) COMP VALUE 0.
         01 FIND-LAST PIC 9(05) COMP VALUE 0.
         01 FIND-COUNT PIC 9(05) COMP VALUE 0.
         01 FIND-FIRST PIC 9(05) COMP VALUE 0.
         01 AT-SLOT PIC 9(02) COMP VALUE 0.
         01 QUERY-LINE.
             05 FILLER PIC X(06) VALUE 'QUERY '.
             05 QL-MODE PIC X(05).
             05 FILLER PIC X(01) VALUE SPACE.
             05 QL-DIGITS PIC X(20).
             05 FILLER PIC X(01) VALUE SPACE.
             05 QL-ANSWER PIC X(47).
         01 FOUND-ANSWER.
             05 FILLER PIC X(09) VALUE 'FIRST AT '.
             05 FA-FIRST PIC Z(04)9.
             05 FILLER PIC X(07) VALUE ' COUNT '.
             05 FA-COUNT PIC Z(04)9.
             05 FILLER PIC X(04) VALUE ' OF '.
             05 FA-DIGITS PIC Z(04)9.
             05 FILLER PIC X(07) VALUE ' DIGITS'.
         01 MISSING-ANSWER.
             05 FILLER PIC X(17) VALUE 'NOT FOUND WITHIN '.
             05 MA-DIGITS PIC Z(04)9.
             05 FILLER PIC X(07) VALUE ' DIGITS'.
         01 REFUSED-ANSWER.
             05 FILLER PIC X(08) VALUE 'REFUSED '.
             05 RA-REASON PIC X(39).
         01 STALE-REASON.
             05 FILLER PIC X(24) VALUE 'EDIGITS.DAT HOLDS MODE  '.
             05 SR-MODE PIC X(05).
         01 LAST-RUN-REASON.
             05 FILLER PIC X(24) VALUE 'LAST E RUN WAS MODE     '.
             05 LR-MODE PIC X(05).
         01 AT-LINE.
             05 FILLER PIC X(05) VALUE '  AT '.
             05 AT-POS PIC Z(04)9 OCCURS 10 TIMES.
         01 AT-EMPTY PIC X(55) VALUE SPACES.
         01 HEAD-LINE.
             05 FILLER PIC X(18) VALUE 'DIGIT QUERIES FOR '.
             05 HL-DATE PIC 9(08).
             05 FILLER PIC X(18) VALUE ' EDIGITS.DAT MODE '.
             05 HL-MODE PIC X(05).
             05 FILLER PIC X(01) VALUE SPACE.
             05 HL-DIGITS PIC Z(04)9.
             05 FILLER PIC X(07) VALUE ' DIGITS'.
         01 TOTAL-LINE.
             05 FILLER PIC X(18) VALUE 'QUERIES ANSWERED: '.
             05 TL-COUNT PIC ZZZZZ9.
             05 FILLER PIC X(11) VALUE ' REFUSED:  '.
             05 TL-REFUSED PIC ZZZZZ9.
         01 NAME-DIGIT PIC X(01) VALUE SPACE.
         01 MODE-NAME PIC X(05) VALUE SPACES.
         01 REPORT-DATE PIC 9(08) VALUE ZEROES.

         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'digit query service starting'.
             ACCEPT REPORT-DATE FROM DATE YYYYMMDD.
             PERFORM LOAD-DIGITS THRU LOAD-DIGITS-DONE.
             PERFORM READ-LAST-RUN THRU READ-LAST-RUN-DONE.
             OPEN INPUT QUERY-FILE.
             IF QUERY-STATUS NOT = '00'
                 DISPLAY 'DIGQIN.DAT not found, nothing to answer'
                 STOP RUN.
             OPEN OUTPUT REPORT-FILE.
             MOVE REPORT-DATE TO HL-DATE.
             MOVE FILE-MODE TO NAME-DIGIT.
             PERFORM NAME-MODE.
             MOVE MODE-NAME TO HL-MODE.
             MOVE DIGIT-LEN TO HL-DIGITS.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
         QUERY-LOOP.
             READ QUERY-FILE AT END GO TO QUERY-DONE.
             IF QUERY-REC = SPACES GO TO QUERY-LOOP.
             ADD 1 TO QUERY-COUNT.
             PERFORM ANSWER-QUERY THRU ANSWER-QUERY-EXIT.
             GO TO QUERY-LOOP.
         QUERY-DONE.
             CLOSE QUERY-FILE.
             COMPUTE TL-COUNT = QUERY-COUNT - REFUSED-COUNT.
             MOVE REFUSED-COUNT TO TL-REFUSED.
             MOVE TOTAL-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY TOTAL-LINE.
             CLOSE REPORT-FILE.
             DISPLAY 'digit query service complete'.
             STOP RUN.

      *  LOAD-DIGITS reads the whole stream into DIGIT-STRING and
      *  notes the header's mode and the trailer's count.
         LOAD-DIGITS.
             OPEN INPUT DIGITS-FILE.
             IF DIGITS-STATUS NOT = '00'
                 DISPLAY 'EDIGITS.DAT not found -- run E first'
                 STOP RUN.
         LOAD-DIGITS-LOOP.
             READ DIGITS-FILE AT END GO TO LOAD-DIGITS-CLOSE.
             IF DIGITS-REC( 1:4 ) = 'HDR '
                 IF DIGITS-REC( 23:5 ) = 'MODE='
                     MOVE DIGITS-REC( 28:1 ) TO FILE-MODE
                 END-IF
                 GO TO LOAD-DIGITS-LOOP.
             IF DIGITS-REC( 1:4 ) = 'TRL '
                 MOVE DIGITS-REC( 5:8 ) TO TRL-COUNT-X
                 IF TRL-COUNT-X NUMERIC
                     MOVE TRL-COUNT-X TO TRL-COUNT
                     MOVE 1 TO TRL-SEEN
                 END-IF
                 GO TO LOAD-DIGITS-LOOP.
             IF DIGIT-LEN NOT < MAX-DIGITS GO TO LOAD-DIGITS-LOOP.
             MOVE DR-VALUE( 4:1 ) TO DIGIT-ONE.
             IF DIGIT-ONE NOT NUMERIC GO TO LOAD-DIGITS-LOOP.
             ADD 1 TO DIGIT-LEN.
             MOVE DIGIT-ONE TO DIGIT-STRING( DIGIT-LEN:1 ).
             GO TO LOAD-DIGITS-LOOP.
         LOAD-DIGITS-CLOSE.
             CLOSE DIGITS-FILE.
         LOAD-DIGITS-DONE.
             EXIT.

      *  READ-LAST-RUN keeps the mode of the last E line in the log.
         READ-LAST-RUN.
             OPEN INPUT AUDIT-FILE.
             IF AUDIT-STATUS NOT = '00' GO TO READ-LAST-RUN-DONE.
         READ-LAST-RUN-LOOP.
             READ AUDIT-FILE AT END GO TO READ-LAST-RUN-CLOSE.
             IF AR-PROGRAM = 'E       ' AND AR-MODE NUMERIC
                 MOVE AR-MODE TO LAST-RUN-MODE.
             GO TO READ-LAST-RUN-LOOP.
         READ-LAST-RUN-CLOSE.
             CLOSE AUDIT-FILE.
         READ-LAST-RUN-DONE.
             EXIT.

      *  ANSWER-QUERY checks the request and the file are fit to
      *  answer it, then walks every start position once.
         ANSWER-QUERY.
             MOVE QI-MODE TO QL-MODE.
             MOVE QI-DIGITS TO QL-DIGITS.
             INSPECT QI-MODE CONVERTING 'abcdeiqrpst'
                 TO 'ABCDEIQRPST'.
             IF QI-MODE = 'E    '
                 MOVE '0' TO QUERY-MODE
             ELSE
             IF QI-MODE = 'PI   '
                 MOVE '1' TO QUERY-MODE
             ELSE
             IF QI-MODE = 'SQRT2'
                 MOVE '2' TO QUERY-MODE
             ELSE
                 MOVE 'MODE MUST BE E, PI, OR SQRT2' TO RA-REASON
                 GO TO ANSWER-REFUSED.
             MOVE 0 TO QUERY-LEN.
             INSPECT QI-DIGITS TALLYING QUERY-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE.
             IF QUERY-LEN = 0
                 MOVE 'NO DIGIT STRING GIVEN' TO RA-REASON
                 GO TO ANSWER-REFUSED.
             IF QI-DIGITS( 1:QUERY-LEN ) NOT NUMERIC
                 MOVE 'NOT A DIGIT STRING' TO RA-REASON
                 GO TO ANSWER-REFUSED.
             IF QUERY-LEN < 20
                 IF QI-DIGITS( QUERY-LEN + 1: ) NOT = SPACES
                     MOVE 'NOT A DIGIT STRING' TO RA-REASON
                     GO TO ANSWER-REFUSED.
             IF TRL-SEEN = 0 OR TRL-COUNT NOT = DIGIT-LEN
                 MOVE 'EDIGITS.DAT INCOMPLETE -- TRL DISAGREES'
                     TO RA-REASON
                 GO TO ANSWER-REFUSED.
             IF FILE-MODE NOT = QUERY-MODE
                 MOVE FILE-MODE TO NAME-DIGIT
                 PERFORM NAME-MODE
                 MOVE MODE-NAME TO SR-MODE
                 MOVE STALE-REASON TO RA-REASON
                 GO TO ANSWER-REFUSED.
             IF LAST-RUN-MODE NOT = SPACE
                 AND LAST-RUN-MODE NOT = QUERY-MODE
                 MOVE LAST-RUN-MODE TO NAME-DIGIT
                 PERFORM NAME-MODE
                 MOVE MODE-NAME TO LR-MODE
                 MOVE LAST-RUN-REASON TO RA-REASON
                 GO TO ANSWER-REFUSED.
             MOVE 0 TO FIND-COUNT.
             MOVE 0 TO FIND-FIRST.
             MOVE 0 TO AT-SLOT.
             MOVE AT-EMPTY TO AT-LINE.
             MOVE '  AT ' TO AT-LINE( 1:5 ).
             IF QUERY-LEN > DIGIT-LEN
                 GO TO ANSWER-MISSING.
             COMPUTE FIND-LAST = DIGIT-LEN - QUERY-LEN + 1.
      *  the answer line goes out first, so the positions are
      *  counted in one pass and listed in a second.
             PERFORM COUNT-AT VARYING FIND-AT FROM 1 BY 1
                 UNTIL FIND-AT > FIND-LAST.
             IF FIND-COUNT = 0 GO TO ANSWER-MISSING.
             MOVE FIND-FIRST TO FA-FIRST.
             MOVE FIND-COUNT TO FA-COUNT.
             MOVE DIGIT-LEN TO FA-DIGITS.
             MOVE FOUND-ANSWER TO QL-ANSWER.
             PERFORM WRITE-QUERY-LINE.
             PERFORM LIST-AT VARYING FIND-AT FROM FIND-FIRST BY 1
                 UNTIL FIND-AT > FIND-LAST.
             IF AT-SLOT > 0
                 PERFORM WRITE-AT-LINE.
             GO TO ANSWER-QUERY-EXIT.
         ANSWER-MISSING.
             MOVE DIGIT-LEN TO MA-DIGITS.
             MOVE MISSING-ANSWER TO QL-ANSWER.
             PERFORM WRITE-QUERY-LINE.
             GO TO ANSWER-QUERY-EXIT.
         ANSWER-REFUSED.
             ADD 1 TO REFUSED-COUNT.
             MOVE REFUSED-ANSWER TO QL-ANSWER.
             PERFORM WRITE-QUERY-LINE.
         ANSWER-QUERY-EXIT.
             EXIT.

         COUNT-AT.
             IF DIGIT-STRING( FIND-AT:QUERY-LEN )
                     = QI-DIGITS( 1:QUERY-LEN )
                 ADD 1 TO FIND-COUNT
                 IF FIND-FIRST = 0
                     MOVE FIND-AT TO FIND-FIRST.

      *  LIST-AT fills AT-LINE ten positions at a time.
         LIST-AT.
             IF DIGIT-STRING( FIND-AT:QUERY-LEN )
                     = QI-DIGITS( 1:QUERY-LEN )
                 ADD 1 TO AT-SLOT
                 MOVE FIND-AT TO AT-POS( AT-SLOT )
                 IF AT-SLOT = 10
                     PERFORM WRITE-AT-LINE.

         WRITE-AT-LINE.
             MOVE AT-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY AT-LINE.
             MOVE AT-EMPTY TO AT-LINE.
             MOVE '  AT ' TO AT-LINE( 1:5 ).
             MOVE 0 TO AT-SLOT.

         WRITE-QUERY-LINE.
             MOVE QUERY-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY QUERY-LINE.

      *  NAME-MODE turns the DIGITCFG.DAT mode digit in NAME-DIGIT
      *  into the name a request uses for it.
         NAME-MODE.
             IF NAME-DIGIT = '0'
                 MOVE 'E    ' TO MODE-NAME
             ELSE
             IF NAME-DIGIT = '1'
                 MOVE 'PI   ' TO MODE-NAME
             ELSE
             IF NAME-DIGIT = '2'
                 MOVE 'SQRT2' TO MODE-NAME
             ELSE
                 MOVE '?    ' TO MODE-NAME.

      *  REMARKS. programs themselves enforce -- MAX-BOARD-SIZE,
      *  REMARKS. WIN-LEN against BOARD-SIZE, MAX-SIEVE-LIMIT, the
      *  REMARKS. digit-count cap -- and rewrites the record only
      *  REMARKS. when everything checks out.  the operator signs on
      *  REMARKS. first, against OPERATOR.DAT: authority 0 may only
      *  REMARKS. view the files, 1 may change the TTT, SIEVE, and E
      *  REMARKS. settings (TTTMODE, BOARDCFG, SIEVECFG, DIGITCFG), 2
      *  REMARKS. may also change step control (BATCHCFG).  a file
      *  REMARKS. above the operator's authority is shown but not
      *  REMARKS. prompted.  every field a rewrite changes lands in
      *  REMARKS. the change journal CFGJRNL.DAT -- operator, time,
      *  REMARKS. file, field, old and new value, and the reason the
      *  REMARKS. operator must give before anything is written (no
      *  REMARKS. reason, no rewrite).  JRNLRPT lists the journal.
      *  REMARKS. SIEVECFG.DAT's window bounds are shown but not
      *  REMARKS. prompted -- ten digits each, wider than the console
      *  REMARKS. fields and journal columns -- and a rewrite carries
      *  REMARKS. them through unchanged.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
             SELECT BATCHCFG-FILE ASSIGN TO 'BATCHCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BATCH-STATUS.
             SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS OPERATOR-STATUS.
             SELECT JOURNAL-FILE ASSIGN TO 'CFGJRNL.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS JOURNAL-STATUS.
             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
         DATA DIVISION.
         FILE SECTION.
         FD  MODECFG-FILE.
         01 SIEVECFG-REC.
             05 SC-ITER PIC 9(04).
             05 SC-LIMIT PIC 9(07).
             05 SC-RANGE.
                 10 SC-RANGE-LOW PIC X(10).
                 10 SC-RANGE-HIGH PIC X(10).
         FD  DIGITCFG-FILE.
         01 DIGITCFG-REC.
             05 DC-COUNT PIC 9(05).
         FD  BATCHCFG-FILE.
         01 BATCHCFG-REC.
             05 BT-SWITCH PIC 9(01) OCCURS 9 TIMES.
      *  OPERATOR.DAT is one record per operator allowed to sign on
      *  -- the id typed at sign-on, the authority level (0 view
      *  only, 1 TTT/SIEVE/E settings, 2 step control as well), and
      *  the operator's name.
         FD  OPERATOR-FILE.
         01 OPERATOR-REC.
             05 OR-ID PIC X(08).
             05 OR-LEVEL PIC X(01).
             05 OR-NAME PIC X(30).
      *  JOURNAL-FILE is CFGJRNL.DAT, appended one line per changed
      *  field -- see JOURNAL-LINE.
         FD  JOURNAL-FILE.
         01 JOURNAL-REC PIC X(112).
      *  EXCEPT-FILE is EXCEPTIONS.DAT, the suite-wide severity-coded
      *  exception log every program appends to when anything
      *  abnormal happens -- see the EXCEPT-LINE layout and
      *  WRITE-EXCEPTION, the same in every writer.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
         WORKING-STORAGE SECTION.
         01 MODE-STATUS PIC X(02).
         01 BOARD-STATUS PIC X(02).
         01 V-WINLEN PIC 9(02) COMP VALUE 3.
         01 V-ITER PIC 9(04) COMP VALUE 0.
         01 V-LIMIT PIC 9(07) COMP VALUE 0.
         01 V-RANGE PIC X(20) VALUE SPACES.
         01 V-COUNT PIC 9(05) COMP VALUE 0.
         01 V-DMODE PIC 9(01) COMP VALUE 0.
         01 V-VERIFY PIC 9(01) COMP VALUE 0.
         01 V-STEP PIC 9(01) COMP OCCURS 9 TIMES.
         01 SI PIC 9(02) COMP VALUE 0.
         01 STEP-LBL PIC X(16) VALUE SPACES.
         01 STEP-NAME PIC X(06) VALUE SPACES.
         01 OPERATOR-STATUS PIC X(02).
         01 JOURNAL-STATUS PIC X(02).
         01 EXCEPT-STATUS PIC X(02).
      *  the signed-on operator, and the authority the file under
      *  edit needs -- below it, VIEW-ONLY makes ASK-FIELD show each
      *  value without prompting.
         01 SIGNON-ID PIC X(08) VALUE SPACES.
         01 SIGNON-NAME PIC X(30) VALUE SPACES.
         01 SIGNON-LEVEL PIC 9(01) VALUE 0.
         01 SIGNON-FOUND PIC 9(01) COMP VALUE 0.
         01 NEED-LEVEL PIC 9(01) VALUE 0.
         01 VIEW-ONLY PIC 9(01) COMP VALUE 0.
      *  the changes made to the file under edit, noted by ASK-FIELD
      *  as each prompt is answered -- ORIG-VAL is the value the
      *  file held, FIELD-PREFIX qualifies BATCHCFG's per-step field
      *  names with the step (TTT-RUN, SIEVE-RETRY, ...).
         01 ORIG-VAL PIC 9(07) COMP VALUE 0.
         01 FIELD-PREFIX PIC X(06) VALUE SPACES.
         01 CUR-FILE PIC X(12) VALUE SPACES.
         01 CHG-FIELD PIC X(16) OCCURS 12 TIMES.
         01 CHG-OLD PIC 9(07) COMP OCCURS 12 TIMES.
         01 CHG-NEW PIC 9(07) COMP OCCURS 12 TIMES.
         01 CHG-COUNT PIC 9(02) COMP VALUE 0.
         01 CI PIC 9(02) COMP VALUE 0.
         01 CHANGES-OK PIC 9(01) COMP VALUE 0.
         01 REASON-X PIC X(40) VALUE SPACES.
      *  one change-journal line.  JL-STAMP is the date and time in
      *  the same sixteen digits as a RUN-CORR-ID, so JRNLRPT can
      *  place each change between two batch windows.
         01 JOURNAL-LINE.
             05 JL-STAMP.
                 10 JL-DATE PIC 9(08).
                 10 JL-TIME PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 JL-OPERATOR PIC X(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 JL-FILE PIC X(12).
             05 FILLER PIC X(01) VALUE SPACE.
             05 JL-FIELD PIC X(16).
             05 FILLER PIC X(01) VALUE SPACE.
             05 JL-OLD PIC Z(06)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 JL-NEW PIC Z(06)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 JL-REASON PIC X(40).
         01 EXCEPT-LINE.
             05 EX-DATE PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-TIME PIC 9(08).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-PROGRAM PIC X(08) VALUE 'OPCON'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-SEVERITY PIC X(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-CODE PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-TEXT PIC X(40).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EX-RUNID PIC X(16).
         01 SIGNON-TEXT.
             05 FILLER PIC X(18) VALUE 'SIGN-ON REFUSED ID'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 ST-ID PIC X(08).
             05 FILLER PIC X(13) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.

         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'operator console -- suite control files.'.
             PERFORM SIGN-ON THRU SIGN-ON-EXIT.
         MENU-LOOP.
             DISPLAY ' '.
             DISPLAY 'files: 1=TTTMODE 2=BOARDCFG 3=SIEVECFG '
      *  and the allowed range are shown, a bare enter keeps the
      *  current value, and anything non-numeric or out of range
      *  re-prompts -- the same retry-by-GO-TO idiom ASK-HUMAN-MOVE
      *  uses.  FIELD-VAL carries the value in and out.  a
      *  view-only edit shows the value and asks nothing; otherwise
      *  a value different from ORIG-VAL, the one on file, is noted
      *  for the change journal.
         ASK-FIELD.
             MOVE FIELD-VAL TO VAL-DISP.
             DISPLAY FIELD-NAME ' now ' VAL-DISP.
             IF VIEW-ONLY = 1 GO TO ASK-FIELD-EXIT.
             DISPLAY 'new value (enter keeps it): '.
             MOVE SPACES TO ANSWER-X.
             ACCEPT ANSWER-X.
             IF ANSWER-X = SPACES GO TO ASK-FIELD-NOTE.
             MOVE 0 TO ANSWER-NUM.
             MOVE 0 TO ANS-SEEN.
             MOVE 0 TO ANS-BAD.
                 DISPLAY 'maximum ' VAL-DISP
                 GO TO ASK-FIELD.
             MOVE ANSWER-NUM TO FIELD-VAL.
         ASK-FIELD-NOTE.
             IF FIELD-VAL NOT = ORIG-VAL AND CHG-COUNT < 12
                 ADD 1 TO CHG-COUNT
                 MOVE SPACES TO CHG-FIELD( CHG-COUNT )
                 STRING FIELD-PREFIX DELIMITED BY SPACE
                     FIELD-NAME DELIMITED BY SPACE
                     INTO CHG-FIELD( CHG-COUNT )
                 MOVE ORIG-VAL TO CHG-OLD( CHG-COUNT )
                 MOVE FIELD-VAL TO CHG-NEW( CHG-COUNT ).
         ASK-FIELD-EXIT.
             EXIT.

                     MOVE MC-REPLAY-GAME TO V-REPLAY END-IF.
         EDIT-TTTMODE-HAVE.
             CLOSE MODECFG-FILE.
             MOVE 'TTTMODE.DAT' TO CUR-FILE.
             MOVE 1 TO NEED-LEVEL.
             PERFORM CHECK-AUTHORITY.
             MOVE 'CFG-MODE 0-4          ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 4 TO FIELD-MAX.
             MOVE V-MODE TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-MODE.
             MOVE 'CFG-ALL-OPENINGS 0/1  ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 1 TO FIELD-MAX.
             MOVE V-ALLOPEN TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-ALLOPEN.
             MOVE 'CFG-DIFFICULTY 0-9    ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 9 TO FIELD-MAX.
             MOVE V-DIFF TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-DIFF.
             MOVE 'CFG-REPLAY-GAME 0-999 ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 999 TO FIELD-MAX.
             MOVE V-REPLAY TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-REPLAY.
             PERFORM CONFIRM-CHANGES THRU CONFIRM-CHANGES-EXIT.
             IF CHANGES-OK = 0 GO TO EDIT-TTTMODE-EXIT.
             OPEN OUTPUT MODECFG-FILE.
             MOVE V-MODE TO MC-MODE.
             MOVE V-ALLOPEN TO MC-ALL-OPENINGS.
                     MOVE BC-WINLEN TO V-WINLEN END-IF.
         EDIT-BOARDCFG-HAVE.
             CLOSE BOARDCFG-FILE.
             MOVE 'BOARDCFG.DAT' TO CUR-FILE.
             MOVE 1 TO NEED-LEVEL.
             PERFORM CHECK-AUTHORITY.
             MOVE 'CFG-SIZE 3-5          ' TO FIELD-NAME.
             MOVE MIN-BOARD-SIZE TO FIELD-MIN.
             MOVE MAX-BOARD-SIZE TO FIELD-MAX.
             MOVE V-SIZE TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-SIZE.
      *  WIN-LEN must fit on the board -- the same rule READCFG in
             MOVE 'CFG-WINLEN 1-SIZE     ' TO FIELD-NAME.
             MOVE 1 TO FIELD-MIN.
             MOVE V-SIZE TO FIELD-MAX.
             MOVE V-WINLEN TO FIELD-VAL ORIG-VAL.
             IF FIELD-VAL > V-SIZE MOVE V-SIZE TO FIELD-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-WINLEN.
             PERFORM CONFIRM-CHANGES THRU CONFIRM-CHANGES-EXIT.
             IF CHANGES-OK = 0 GO TO EDIT-BOARDCFG-EXIT.
             OPEN OUTPUT BOARDCFG-FILE.
             MOVE V-SIZE TO BC-SIZE.
             MOVE V-WINLEN TO BC-WINLEN.
                 '(0 keeps the compiled-in default).'.
             MOVE 0 TO V-ITER.
             MOVE 0 TO V-LIMIT.
             MOVE SPACES TO V-RANGE.
             OPEN INPUT SIEVECFG-FILE.
             IF SIEVE-STATUS = '00'
                 READ SIEVECFG-FILE AT END GO TO EDIT-SIEVECFG-HAVE
                 END-READ
                 IF SC-ITER NUMERIC MOVE SC-ITER TO V-ITER END-IF
                 IF SC-LIMIT NUMERIC MOVE SC-LIMIT TO V-LIMIT END-IF
                 MOVE SC-RANGE TO V-RANGE.
         EDIT-SIEVECFG-HAVE.
             CLOSE SIEVECFG-FILE.
             IF V-RANGE NOT = SPACES
                 DISPLAY 'CFG-RANGE-LOW/HIGH (not edited here) '
                     V-RANGE( 1:10 ) ' ' V-RANGE( 11:10 ).
             MOVE 'SIEVECFG.DAT' TO CUR-FILE.
             MOVE 1 TO NEED-LEVEL.
             PERFORM CHECK-AUTHORITY.
             MOVE 'CFG-ITER-COUNT 0-9999 ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 9999 TO FIELD-MAX.
             MOVE V-ITER TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-ITER.
             MOVE 'CFG-SIEVE-LIMIT       ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE MAX-SIEVE-LIMIT TO FIELD-MAX.
             MOVE V-LIMIT TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-LIMIT.
             PERFORM CONFIRM-CHANGES THRU CONFIRM-CHANGES-EXIT.
             IF CHANGES-OK = 0 GO TO EDIT-SIEVECFG-EXIT.
             OPEN OUTPUT SIEVECFG-FILE.
             MOVE V-ITER TO SC-ITER.
             MOVE V-LIMIT TO SC-LIMIT.
             MOVE V-RANGE TO SC-RANGE.
             WRITE SIEVECFG-REC.
             CLOSE SIEVECFG-FILE.
             DISPLAY 'SIEVECFG.DAT rewritten.'.
                 END-IF.
         EDIT-DIGITCFG-HAVE.
             CLOSE DIGITCFG-FILE.
             MOVE 'DIGITCFG.DAT' TO CUR-FILE.
             MOVE 1 TO NEED-LEVEL.
             PERFORM CHECK-AUTHORITY.
             MOVE 'CFG-DIGIT-COUNT 0-10000' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE MAX-DIGITS TO FIELD-MAX.
             MOVE V-COUNT TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-COUNT.
             MOVE 'CFG-MODE 0=E 1=PI 2=SQ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 2 TO FIELD-MAX.
             MOVE V-DMODE TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-DMODE.
             MOVE 'CFG-VERIFY 0/1        ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 1 TO FIELD-MAX.
             MOVE V-VERIFY TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-VERIFY.
             PERFORM CONFIRM-CHANGES THRU CONFIRM-CHANGES-EXIT.
             IF CHANGES-OK = 0 GO TO EDIT-DIGITCFG-EXIT.
             OPEN OUTPUT DIGITCFG-FILE.
             MOVE V-COUNT TO DC-COUNT.
             MOVE V-DMODE TO DC-MODE.
                         UNTIL SI > 9.
         EDIT-BATCHCFG-HAVE.
             CLOSE BATCHCFG-FILE.
             MOVE 'BATCHCFG.DAT' TO CUR-FILE.
             MOVE 2 TO NEED-LEVEL.
             PERFORM CHECK-AUTHORITY.
             PERFORM ASK-STEP-GROUP THRU ASK-STEP-GROUP-EXIT
                 VARYING SI FROM 1 BY 3 UNTIL SI > 9.
             PERFORM CONFIRM-CHANGES THRU CONFIRM-CHANGES-EXIT.
             IF CHANGES-OK = 0 GO TO EDIT-BATCHCFG-EXIT.
             OPEN OUTPUT BATCHCFG-FILE.
             PERFORM PUT-STEP-DIGIT VARYING SI FROM 1 BY 1
                 UNTIL SI > 9.
             IF SI = 1 MOVE 'step TTT:       ' TO STEP-LBL.
             IF SI = 4 MOVE 'step SIEVE:     ' TO STEP-LBL.
             IF SI = 7 MOVE 'step E:         ' TO STEP-LBL.
             IF SI = 1 MOVE 'TTT-' TO FIELD-PREFIX.
             IF SI = 4 MOVE 'SIEVE-' TO FIELD-PREFIX.
             IF SI = 7 MOVE 'E-' TO FIELD-PREFIX.
             DISPLAY STEP-LBL.
             MOVE 'RUN SWITCH 0/1        ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 1 TO FIELD-MAX.
             MOVE V-STEP( SI ) TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-STEP( SI ).
             MOVE 'RETRY COUNT 0-9       ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 9 TO FIELD-MAX.
             MOVE V-STEP( SI + 1 ) TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-STEP( SI + 1 ).
             MOVE 'SUPPRESS SWITCH 0/1   ' TO FIELD-NAME.
             MOVE 0 TO FIELD-MIN.
             MOVE 1 TO FIELD-MAX.
             MOVE V-STEP( SI + 2 ) TO FIELD-VAL ORIG-VAL.
             PERFORM ASK-FIELD THRU ASK-FIELD-EXIT.
             MOVE FIELD-VAL TO V-STEP( SI + 2 ).
             MOVE SPACES TO FIELD-PREFIX.
         ASK-STEP-GROUP-EXIT.
             EXIT.

      *  SIGN-ON looks the operator up in OPERATOR.DAT.  an unknown
      *  id, a bad level, or no operator file ends the session before
      *  any file is shown -- a refusal is logged as a W exception.
         SIGN-ON.
             DISPLAY 'operator id: '.
             MOVE SPACES TO SIGNON-ID.
             ACCEPT SIGNON-ID.
             MOVE 0 TO SIGNON-FOUND.
             OPEN INPUT OPERATOR-FILE.
             IF OPERATOR-STATUS NOT = '00'
                 DISPLAY 'OPERATOR.DAT not found -- nobody can sign on.'
                 GO TO SIGN-ON-REFUSED.
         SIGN-ON-LOOP.
             READ OPERATOR-FILE AT END GO TO SIGN-ON-CLOSE.
             IF OR-ID NOT = SIGNON-ID OR SIGNON-ID = SPACES
                 GO TO SIGN-ON-LOOP.
             IF OR-LEVEL NUMERIC AND OR-LEVEL NOT > '2'
                 MOVE OR-LEVEL TO SIGNON-LEVEL
                 MOVE OR-NAME TO SIGNON-NAME
                 MOVE 1 TO SIGNON-FOUND.
         SIGN-ON-CLOSE.
             CLOSE OPERATOR-FILE.
             IF SIGNON-FOUND = 0 GO TO SIGN-ON-REFUSED.
             DISPLAY 'signed on: ' SIGNON-NAME.
             IF SIGNON-LEVEL = 0
                 DISPLAY 'authority 0 -- view only.'
             ELSE
             IF SIGNON-LEVEL = 1
                 DISPLAY 'authority 1 -- TTT, SIEVE, and E settings.'
             ELSE
                 DISPLAY 'authority 2 -- settings and step control.'.
             GO TO SIGN-ON-EXIT.
         SIGN-ON-REFUSED.
             DISPLAY 'sign-on refused.'.
             MOVE SIGNON-ID TO ST-ID.
             MOVE 'W' TO EX-SEVERITY.
             MOVE 'OPSF' TO EX-CODE.
             MOVE SIGNON-TEXT TO EX-TEXT.
             PERFORM WRITE-EXCEPTION.
             STOP RUN.
         SIGN-ON-EXIT.
             EXIT.

      *  CHECK-AUTHORITY opens an edit of CUR-FILE, which needs
      *  NEED-LEVEL -- below it the edit only shows the values.
         CHECK-AUTHORITY.
             MOVE 0 TO CHG-COUNT.
             MOVE SPACES TO FIELD-PREFIX.
             IF SIGNON-LEVEL < NEED-LEVEL
                 MOVE 1 TO VIEW-ONLY
                 DISPLAY 'view only -- changing ' CUR-FILE
                     ' needs authority ' NEED-LEVEL '.'
             ELSE
                 MOVE 0 TO VIEW-ONLY.

      *  CONFIRM-CHANGES decides whether CUR-FILE is rewritten: only
      *  when something changed and the operator gives a reason, in
      *  which case every change is journalled before the rewrite.
         CONFIRM-CHANGES.
             MOVE 0 TO CHANGES-OK.
             IF VIEW-ONLY = 1 GO TO CONFIRM-CHANGES-EXIT.
             IF CHG-COUNT = 0
                 DISPLAY 'no changes -- ' CUR-FILE ' left as it was.'
                 GO TO CONFIRM-CHANGES-EXIT.
             DISPLAY 'reason for the change (required): '.
             MOVE SPACES TO REASON-X.
             ACCEPT REASON-X.
             IF REASON-X = SPACES
                 DISPLAY 'no reason given -- changes discarded, '
                     CUR-FILE ' left as it was.'
                 GO TO CONFIRM-CHANGES-EXIT.
             OPEN EXTEND JOURNAL-FILE.
             IF JOURNAL-STATUS NOT = '00'
                 OPEN OUTPUT JOURNAL-FILE
             END-IF.
             ACCEPT JL-DATE FROM DATE YYYYMMDD.
             ACCEPT JL-TIME FROM TIME.
             MOVE SIGNON-ID TO JL-OPERATOR.
             MOVE CUR-FILE TO JL-FILE.
             MOVE REASON-X TO JL-REASON.
             PERFORM WRITE-JOURNAL VARYING CI FROM 1 BY 1
                 UNTIL CI > CHG-COUNT.
             CLOSE JOURNAL-FILE.
             MOVE 1 TO CHANGES-OK.
         CONFIRM-CHANGES-EXIT.
             EXIT.

         WRITE-JOURNAL.
             MOVE CHG-FIELD( CI ) TO JL-FIELD.
             MOVE CHG-OLD( CI ) TO JL-OLD.
             MOVE CHG-NEW( CI ) TO JL-NEW.
             MOVE JOURNAL-LINE TO JOURNAL-REC.
             WRITE JOURNAL-REC.

      *  WRITE-EXCEPTION appends one record to EXCEPTIONS.DAT from
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

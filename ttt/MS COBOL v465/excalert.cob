      *  REMARKS. F record echoed in full, and a single worst-severity
      *  REMARKS. verdict line BATCH folds into BATCHSUM.DAT, so one
      *  REMARKS. page says whether the night was actually clean.
      *  REMARKS. an E or F record whose EX-PROGRAM and EX-CODE match
      *  REMARKS. an open item on EXCTRACK.DAT (see EXCTRACK) is
      *  REMARKS. KNOWN -- somebody has acknowledged it -- and any
      *  REMARKS. other is NEW; the echo lines and the verdict line
      *  REMARKS. keep the two apart, so the morning review starts
      *  REMARKS. with what is actually new.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
             SELECT EXCEPT-FILE ASSIGN TO 'EXCEPTIONS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS EXCEPT-STATUS.
             SELECT TRACK-FILE ASSIGN TO 'EXCTRACK.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TRACK-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'EXCRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  EXCEPT-FILE.
         01 EXCEPT-REC PIC X(91).
      *  TRACK-FILE is EXCTRACK.DAT -- only the key and state of
      *  each tracked item are read here (see TRACK-LINE in
      *  exctrack.cob).
         FD  TRACK-FILE.
         01 TRACK-REC.
             05 TK-PROGRAM PIC X(08).
             05 FILLER PIC X(01).
             05 TK-CODE PIC X(04).
             05 FILLER PIC X(01).
             05 TK-RUNID PIC X(16).
             05 FILLER PIC X(01).
             05 TK-STATE PIC X(01).
             05 FILLER PIC X(83).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(100).
         WORKING-STORAGE SECTION.
         01 EXCEPT-STATUS PIC X(02).
         01 TRACK-STATUS PIC X(02).
      *  EXCEPT-LINE mirrors the record every writer lays down.
         01 EXCEPT-LINE.
             05 EX-DATE PIC X(08).
         01 COUNT-E PIC 9(06) COMP VALUE 0.
         01 COUNT-F PIC 9(06) COMP VALUE 0.
         01 WORST-SEV PIC X(04) VALUE 'NONE'.
      *  the open tracked items, and how this window's E and F
      *  records split between them and the new ones.
         01 KNOWN-PROGRAM PIC X(08) OCCURS 200 TIMES.
         01 KNOWN-CODE PIC X(04) OCCURS 200 TIMES.
         01 KNOWN-COUNT PIC 9(04) COMP VALUE 0.
         01 KI PIC 9(04) COMP VALUE 0.
         01 IS-KNOWN PIC 9(01) COMP VALUE 0.
         01 COUNT-NEW PIC 9(06) COMP VALUE 0.
         01 COUNT-KNOWN PIC 9(06) COMP VALUE 0.
         01 NEW-WORST PIC X(04) VALUE 'NONE'.
         01 HEAD-LINE.
             05 FILLER PIC X(25) VALUE 'EXCEPTION SUMMARY WINDOW '.
             05 HL-RUNID PIC X(16).
             05 FILLER PIC X(07) VALUE ' FATAL '.
             05 CL-F PIC ZZZZZ9.
         01 ECHO-LINE.
             05 EC-TAG PIC X(05).
             05 FILLER PIC X(01) VALUE SPACE.
             05 EC-RECORD PIC X(91).
         01 VERDICT-LINE.
             05 FILLER PIC X(15) VALUE 'EXCALERT WORST '.
             05 VD-WORST PIC X(04).
             05 FILLER PIC X(05) VALUE ' NEW '.
             05 VD-NEW PIC ZZZZZ9.
             05 FILLER PIC X(07) VALUE ' KNOWN '.
             05 VD-KNOWN PIC ZZZZZ9.
             05 FILLER PIC X(11) VALUE ' NEW WORST '.
             05 VD-NEW-WORST PIC X(04).

         PROCEDURE DIVISION.
         MAIN.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
             PERFORM LOAD-KNOWN THRU LOAD-KNOWN-EXIT.
             PERFORM SCAN-EXCEPTIONS THRU SCAN-EXCEPTIONS-DONE.
             MOVE COUNT-I TO CL-I.
             MOVE COUNT-W TO CL-W.
             IF COUNT-I NOT = 0
                 MOVE 'I   ' TO WORST-SEV.
             MOVE WORST-SEV TO VD-WORST.
             MOVE COUNT-NEW TO VD-NEW.
             MOVE COUNT-KNOWN TO VD-KNOWN.
             MOVE NEW-WORST TO VD-NEW-WORST.
             MOVE VERDICT-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY VERDICT-LINE.
             DISPLAY 'exception alert rollup complete'.
             STOP RUN.

      *  LOAD-KNOWN takes the key of every open tracked item.
         LOAD-KNOWN.
             OPEN INPUT TRACK-FILE.
             IF TRACK-STATUS NOT = '00' GO TO LOAD-KNOWN-EXIT.
         LOAD-KNOWN-LOOP.
             READ TRACK-FILE AT END GO TO LOAD-KNOWN-CLOSE.
             IF TK-STATE NOT = 'A' OR KNOWN-COUNT = 200
                 GO TO LOAD-KNOWN-LOOP.
             ADD 1 TO KNOWN-COUNT.
             MOVE TK-PROGRAM TO KNOWN-PROGRAM( KNOWN-COUNT ).
             MOVE TK-CODE TO KNOWN-CODE( KNOWN-COUNT ).
             GO TO LOAD-KNOWN-LOOP.
         LOAD-KNOWN-CLOSE.
             CLOSE TRACK-FILE.
         LOAD-KNOWN-EXIT.
             EXIT.

         MATCH-KNOWN.
             IF KNOWN-PROGRAM( KI ) = EX-PROGRAM
                 AND KNOWN-CODE( KI ) = EX-CODE
                 MOVE 1 TO IS-KNOWN.

      *  SCAN-EXCEPTIONS folds each record in the window into the
      *  severity counts, echoing every E and F record in full so
      *  the page names what went wrong, not just how often -- tagged
      *  NEW or KNOWN, with the worst new severity kept apart.
         SCAN-EXCEPTIONS.
             OPEN INPUT EXCEPT-FILE.
             IF EXCEPT-STATUS NOT = '00'
             IF EX-SEVERITY = 'E' ADD 1 TO COUNT-E.
             IF EX-SEVERITY = 'F' ADD 1 TO COUNT-F.
             IF EX-SEVERITY = 'E' OR EX-SEVERITY = 'F'
                 MOVE 0 TO IS-KNOWN
                 PERFORM MATCH-KNOWN VARYING KI FROM 1 BY 1
                     UNTIL KI > KNOWN-COUNT OR IS-KNOWN = 1
                 IF IS-KNOWN = 1
                     ADD 1 TO COUNT-KNOWN
                     MOVE 'KNOWN' TO EC-TAG
                 ELSE
                     ADD 1 TO COUNT-NEW
                     MOVE 'NEW  ' TO EC-TAG
                     IF EX-SEVERITY = 'F' OR NEW-WORST = 'NONE'
                         MOVE EX-SEVERITY TO NEW-WORST
                     END-IF
                 END-IF
                 MOVE EXCEPT-REC TO EC-RECORD
                 MOVE ECHO-LINE TO REPORT-REC
                 WRITE REPORT-REC

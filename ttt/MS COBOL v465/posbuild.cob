         IDENTIFICATION DIVISION.
         PROGRAM-ID.  POSBUILD.
      *  REMARKS. solved-position master builder -- proves positions
      *  REMARKS. reachable from the opening set with the same MINMAX
      *  REMARKS. engine TTT runs, and files each one in POSMSTR.DAT,
      *  REMARKS. the keyed master TTT consults before it searches in
      *  REMARKS. position-analysis mode and for interactive replies.
      *  REMARKS. a record holds the exact 4/5/6 value, the best cell,
      *  REMARKS. and how many plies best play takes to reach the
      *  REMARKS. result, keyed by the board geometry, the 25-digit
      *  REMARKS. packed board in OPN-PRESET form, and the side to
      *  REMARKS. move.  the board in the key is the position's
      *  REMARKS. canonical image -- the smallest of its eight
      *  REMARKS. rotations and reflections, the form MINMAX's cache
      *  REMARKS. already keys on -- so every image of a position
      *  REMARKS. shares one record, and the best cell is filed in
      *  REMARKS. that same orientation.  each source position is
      *  REMARKS. solved along its whole best-play line, every
      *  REMARKS. position on the line being filed as it unwinds, and
      *  REMARKS. POSBCFG.DAT may ask for the replies up to two plies
      *  REMARKS. beyond it as well.  positions already on file are
      *  REMARKS. skipped, and a per-run budget caps the new solves,
      *  REMARKS. so the master grows window by window from the same
      *  REMARKS. OPENINGS.DAT or OPNBOOK.DAT until the set is done.
      *  REMARKS. every run ends with the POSMRPT.DAT counts report:
      *  REMARKS. how many positions each board geometry has on file,
      *  REMARKS. and how much of the source set is covered.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BOARDCFG-FILE ASSIGN TO 'BOARDCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT BUILDCFG-FILE ASSIGN TO 'POSBCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BUILDCFG-STATUS.
             SELECT OPENINGS-FILE ASSIGN TO 'OPENINGS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SOURCE-STATUS.
             SELECT BOOK-FILE ASSIGN TO 'OPNBOOK.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SOURCE-STATUS.
             SELECT MASTER-FILE ASSIGN TO 'POSMSTR.DAT'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PM-KEY
                 FILE STATUS IS MASTER-STATUS.
             SELECT REPORT-FILE ASSIGN TO 'POSMRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  BOARDCFG-FILE.
         01 BOARDCFG-REC.
             05 CFG-SIZE PIC 9(02).
             05 CFG-WINLEN PIC 9(02).
      *  POSBCFG.DAT steers one run: PB-SOURCE O reads OPENINGS.DAT
      *  (the default) and B reads OPNBOOK.DAT; PB-EXPAND is how many
      *  plies of replies past each source position are solved too
      *  (0 to 2); PB-BUDGET caps the new solves this run makes, 0
      *  or no file meaning no cap.
         FD  BUILDCFG-FILE.
         01 BUILDCFG-REC.
             05 PB-SOURCE PIC X(01).
             05 PB-EXPAND PIC X(01).
             05 PB-BUDGET PIC X(05).
      *  both source files carry the record TTT's RUNMM reads: the
      *  preset marks and the square mark 1 plays onto them, which
      *  leaves mark 2 to move.
         FD  OPENINGS-FILE.
         01 OPENING-REC.
             05 OPN-SQUARE PIC 9(02).
             05 OPN-PRESET PIC 9(25).
         FD  BOOK-FILE.
         01 BOOK-REC.
             05 BK-SQUARE PIC 9(02).
             05 BK-PRESET PIC 9(25).
      *  MASTER-FILE is POSMSTR.DAT.  PM-SIZE/PM-WINLEN lead the key
      *  so a 3x3 board and the same marks in the corner of a 4x4
      *  one never share a record, and so the counts report reads
      *  each geometry's positions together.  PM-BOARD is zero-
      *  filled past the board's own cells, as OPN-PRESET is.
         FD  MASTER-FILE.
         01 MASTER-REC.
             05 PM-KEY.
                 10 PM-SIZE PIC 9(02).
                 10 PM-WINLEN PIC 9(02).
                 10 PM-BOARD PIC 9(25).
                 10 PM-SIDE PIC 9(01).
             05 PM-VALUE PIC 9(01).
             05 PM-BEST-CELL PIC 9(02).
             05 PM-DEPTH PIC 9(02).
             05 PM-DATE PIC 9(08).
         FD  REPORT-FILE.
         01 REPORT-REC PIC X(80).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 BUILDCFG-STATUS PIC X(02).
         01 SOURCE-STATUS PIC X(02).
         01 MASTER-STATUS PIC X(02).
         01 RUN-DATE PIC 9(08) VALUE ZEROES.
         01 BUILD-SOURCE PIC X(01) VALUE 'O'.
         01 BUILD-EXPAND PIC 9(01) COMP VALUE 0.
         01 BUILD-BUDGET PIC 9(05) COMP VALUE 0.
         01 BUILD-DIGIT PIC 9(01) VALUE 0.
         01 BUILD-BUDGET-X PIC X(05) VALUE SPACES.
         01 SOURCE-NAME PIC X(12) VALUE 'OPENINGS.DAT'.
         01 SOURCE-EOF PIC 9(01) COMP VALUE 0.
         01 MASTER-OPEN PIC 9(01) COMP VALUE 0.
         01 MASTER-FOUND PIC 9(01) COMP VALUE 0.
      *  board geometry, clamped exactly as READCFG in ttt.cob clamps
      *  it, so the master is built for the board TTT will play.
         01 BOARD-SIZE PIC 9(02) COMP VALUE 3.
         01 MAX-BOARD-SIZE PIC 9(02) COMP VALUE 5.
         01 WIN-LEN PIC 9(02) COMP VALUE 3.
         01 CELL-COUNT PIC 9(04) COMP VALUE 9.
         01 MAX-DEPTH PIC 9(04) COMP VALUE 8.
         01 MIN-WIN-DEPTH PIC 9(04) COMP VALUE 4.
         01 EFF-WIN-DEPTH PIC 9(04) COMP VALUE 4.
         01 EFF-MAX-DEPTH PIC 9(04) COMP VALUE 8.
         01 LINESTARTMAX PIC 9(02) COMP VALUE 1.
         01 CUTOFF-X PIC 9(04) COMP VALUE 10.
         01 WROW PIC 9(02) COMP VALUE 0.
         01 WCOL PIC 9(02) COMP VALUE 0.
         01 LSTART PIC 9(04) COMP VALUE 0.
         01 LSTEP PIC 9(04) COMP VALUE 0.
         01 WMATCH PIC 9(01) COMP VALUE 0.
         01 WPOS PIC 9(04) COMP VALUE 0.
         01 WN PIC 9(02) COMP VALUE 0.
      *  the search engine -- BOARD, MINMAX, and the cache below are
      *  ttt.cob's own, less the trace, checkpoint, and depth-cap
      *  machinery a proof of one position has no use for.  a
      *  position is searched from the depth whose mark count
      *  matches it, as ANALYZE-POSITION searches a request: MINMAX
      *  entered at depth D expects D + 1 marks, mark 2 to move at
      *  even depths.
         01 BOARD.
             05 B PIC 9(04) COMP OCCURS 25 TIMES.
             05 VALST PIC 9(04) COMP OCCURS 26 TIMES.
             05 ALPHAST PIC 9(04) COMP OCCURS 26 TIMES.
             05 BETAST PIC 9(04) COMP OCCURS 26 TIMES.
             05 XST PIC 9(04) COMP OCCURS 26 TIMES.
             05 PMST PIC 9(04) COMP OCCURS 26 TIMES.
             05 BESTX PIC 9(04) COMP OCCURS 26 TIMES.
         01 MOVECOUNT PIC 9(08) COMP VALUE 0.
         01 DEPTH PIC 9(04) COMP VALUE 0.
         01 WI PIC 9(04) COMP VALUE 0.
         01 VAL PIC 9(04) COMP VALUE 0.
         01 T PIC 9(04) COMP VALUE 0.
         01 D PIC 9(04) COMP VALUE 0.
         01 M PIC 9(04) COMP VALUE 0.
         01 X PIC 9(04) COMP VALUE 0.
         01 PM PIC 9(04) COMP VALUE 0.
         01 SC PIC 9(04) COMP VALUE 0.
         01 Z PIC 9(04) COMP VALUE 0.
         01 ALPHA PIC 9(04) COMP VALUE 0.
         01 BETA PIC 9(04) COMP VALUE 0.
      *  transposition cache, as in ttt.cob -- kept warm across every
      *  position this run solves, since the lines out of one family
      *  run through the same positions again and again.
      *  TT-BEST-T remembers which of the eight maps produced the
      *  canonical image, so a live cell can be carried into it.
         01 TT-ROOT-DEPTH PIC 9(04) COMP VALUE 9999.
         01 TT-SIZE PIC 9(08) COMP VALUE 65521.
         01 TT-N PIC 9(08) COMP VALUE 0.
         01 TT-CD PIC 9(04) COMP VALUE 0.
         01 TT-T PIC 9(01) COMP VALUE 0.
         01 TT-BEST-T PIC 9(01) COMP VALUE 1.
         01 TTR PIC 9(02) COMP VALUE 0.
         01 TTC PIC 9(02) COMP VALUE 0.
         01 TT-SRCR PIC 9(02) COMP VALUE 0.
         01 TT-SRCC PIC 9(02) COMP VALUE 0.
         01 TT-SRC-IDX PIC 9(04) COMP VALUE 0.
         01 TT-DST-IDX PIC 9(04) COMP VALUE 0.
         01 TT-TRANS PIC X(25) VALUE SPACES.
         01 TT-BEST PIC X(25) VALUE SPACES.
         01 TT-DGT PIC 9(01) VALUE 0.
         01 TT-HASH PIC 9(08) COMP VALUE 0.
         01 TT-HQ PIC 9(08) COMP VALUE 0.
         01 TT-HR PIC 9(08) COMP VALUE 0.
         01 TT-SLOT PIC 9(08) COMP VALUE 0.
         01 TT-PAR-D PIC 9(04) COMP VALUE 0.
         01 TT-PAR-M PIC 9(04) COMP VALUE 0.
         01 TT-KEY-WK.
             05 TT-KW-BOARD PIC X(25).
             05 TT-KW-SIDE PIC 9(01).
         01 TT-KEY PIC X(26) OCCURS 65521 TIMES.
         01 TT-VAL PIC 9(04) COMP OCCURS 65521 TIMES.
         01 TT-FLAG PIC 9(01) COMP OCCURS 65521 TIMES.
         01 TT-KEY-ST PIC X(26) OCCURS 26 TIMES.
         01 TT-SLOT-ST PIC 9(08) COMP OCCURS 26 TIMES.
         01 TT-EALPHA PIC 9(04) COMP OCCURS 26 TIMES.
         01 TT-EBETA PIC 9(04) COMP OCCURS 26 TIMES.
         01 TT-NODE PIC 9(01) COMP OCCURS 26 TIMES.
      *  one source position and its replies -- the depth-first walk
      *  over the replies keeps OPNGEN's explicit stack: MV(L) is the
      *  cell level L's reply sits on, MV-PLACED(L) whether it is
      *  actually down on the board.
         01 SRC-SQUARE PIC 9(02) VALUE 0.
         01 SRC-PRESET PIC 9(25) VALUE ZEROES.
         01 ROOT-MARKS PIC 9(04) COMP VALUE 0.
         01 ROOT-M1 PIC 9(04) COMP VALUE 0.
         01 ROOT-M2 PIC 9(04) COMP VALUE 0.
         01 MV PIC 9(04) COMP OCCURS 2 TIMES.
         01 MV-PLACED PIC 9(01) COMP OCCURS 2 TIMES.
         01 DFS-LEVEL PIC 9(02) COMP VALUE 0.
         01 DFS-MARK PIC 9(01) COMP VALUE 0.
         01 DFS-Q PIC 9(04) COMP VALUE 0.
         01 DFS-R PIC 9(04) COMP VALUE 0.
      *  one position's solve -- LINE-CELL holds the best-play line
      *  as it is walked, the same walk WRITE-ANALYSIS-LINE makes in
      *  ttt.cob; SOLVE-STATE says how the position was settled:
      *  1 already on file, 2 solved now, 3 left for a later run.
         01 SOLVE-STATE PIC 9(01) COMP VALUE 0.
         01 POS-MARKS PIC 9(04) COMP VALUE 0.
         01 POS-DEPTH PIC 9(04) COMP VALUE 0.
         01 ROOT-VALUE PIC 9(04) COMP VALUE 0.
         01 LINE-CELL PIC 9(04) COMP OCCURS 25 TIMES.
         01 LINE-COUNT PIC 9(04) COMP VALUE 0.
         01 LINE-X PIC 9(04) COMP VALUE 0.
         01 LINE-Q PIC 9(04) COMP VALUE 0.
         01 LINE-R PIC 9(04) COMP VALUE 0.
         01 LK PIC 9(04) COMP VALUE 0.
         01 LIVE-CELL PIC 9(04) COMP VALUE 0.
         01 CANON-CELL PIC 9(04) COMP VALUE 0.
      *  run totals
         01 SOURCE-COUNT PIC 9(06) COMP VALUE 0.
         01 SOURCE-BAD PIC 9(06) COMP VALUE 0.
         01 SOURCE-ENDED PIC 9(06) COMP VALUE 0.
         01 SOURCE-COVERED PIC 9(06) COMP VALUE 0.
         01 SOLVED-COUNT PIC 9(06) COMP VALUE 0.
         01 WRITTEN-COUNT PIC 9(06) COMP VALUE 0.
         01 ALREADY-COUNT PIC 9(06) COMP VALUE 0.
         01 DEFERRED-COUNT PIC 9(06) COMP VALUE 0.
      *  counts report -- one slot per board geometry found on the
      *  master, linear-searched the way AUDRPT's rollups are.  five
      *  sizes by five win lengths bound the table at 25.
         01 GEO-SIZE PIC 9(02) COMP OCCURS 25 TIMES.
         01 GEO-WINLEN PIC 9(02) COMP OCCURS 25 TIMES.
         01 GEO-TOTAL PIC 9(08) COMP OCCURS 25 TIMES.
         01 GEO-SIDE1 PIC 9(08) COMP OCCURS 25 TIMES.
         01 GEO-SIDE2 PIC 9(08) COMP OCCURS 25 TIMES.
         01 GEO-WIN1 PIC 9(08) COMP OCCURS 25 TIMES.
         01 GEO-DRAW PIC 9(08) COMP OCCURS 25 TIMES.
         01 GEO-WIN2 PIC 9(08) COMP OCCURS 25 TIMES.
         01 GEO-COUNT PIC 9(02) COMP VALUE 0.
         01 GEO-HIT PIC 9(02) COMP VALUE 0.
         01 GI PIC 9(02) COMP VALUE 0.
         01 HEAD-LINE.
             05 FILLER PIC X(34) VALUE
                 'SOLVED-POSITION MASTER COUNTS FOR '.
             05 HL-DATE PIC 9(08).
         01 COLUMN-LINE.
             05 FILLER PIC X(30) VALUE
                 'SIZE WINLEN POSITIONS X-TO-MOV'.
             05 FILLER PIC X(30) VALUE
                 'E O-TO-MOVE   X WINS    DRAWS '.
             05 FILLER PIC X(10) VALUE
                 '   O WINS '.
         01 GEO-LINE.
             05 FILLER PIC X(02) VALUE SPACES.
             05 GL-SIZE PIC Z9.
             05 FILLER PIC X(05) VALUE SPACES.
             05 GL-WINLEN PIC Z9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 GL-TOTAL PIC Z(08)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 GL-SIDE1 PIC Z(08)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 GL-SIDE2 PIC Z(08)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 GL-WIN1 PIC Z(07)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 GL-DRAW PIC Z(07)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 GL-WIN2 PIC Z(07)9.
         01 EMPTY-LINE.
             05 FILLER PIC X(30) VALUE
                 'NO POSITIONS ON FILE          '.
         01 SOURCE-LINE.
             05 FILLER PIC X(07) VALUE 'SOURCE '.
             05 SL-NAME PIC X(12).
             05 FILLER PIC X(06) VALUE ' SIZE='.
             05 SL-SIZE PIC 9(02).
             05 FILLER PIC X(08) VALUE ' WINLEN='.
             05 SL-WINLEN PIC 9(02).
             05 FILLER PIC X(11) VALUE ' POSITIONS '.
             05 SL-COUNT PIC Z(05)9.
             05 FILLER PIC X(11) VALUE ' ON MASTER '.
             05 SL-COVERED PIC Z(05)9.
         01 RUN-LINE.
             05 FILLER PIC X(16) VALUE 'THIS RUN SOLVED '.
             05 RL-SOLVED PIC Z(05)9.
             05 FILLER PIC X(09) VALUE ' WRITTEN '.
             05 RL-WRITTEN PIC Z(05)9.
             05 FILLER PIC X(09) VALUE ' ALREADY '.
             05 RL-ALREADY PIC Z(05)9.
             05 FILLER PIC X(10) VALUE ' DEFERRED '.
             05 RL-DEFERRED PIC Z(05)9.
         01 STEP-RESULT-LINE.
             05 FILLER PIC X(07) VALUE 'SOLVED '.
             05 SR-SOLVED PIC Z(05)9.
             05 FILLER PIC X(09) VALUE ' WRITTEN '.
             05 SR-WRITTEN PIC Z(05)9.
         01 NUM-DISP PIC 9(08).

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 when the run solved or
      *  confirmed its positions, 04 when the master cannot be
      *  opened, 08 when there is no source set to build from.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'POSBUILD'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.

         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'solved-position master builder starting'.
             ACCEPT RUN-DATE FROM DATE YYYYMMDD.
             PERFORM READCFG THRU READCFG-DEFAULTS.
             PERFORM READ-BUILD-CFG THRU READ-BUILD-CFG-EXIT.
             PERFORM TT-CLEAR-ENTRY VARYING TT-N FROM 1 BY 1
                 UNTIL TT-N > TT-SIZE.
             PERFORM OPEN-MASTER THRU OPEN-MASTER-EXIT.
             IF MASTER-OPEN = 0
                 DISPLAY 'POSMSTR.DAT cannot be opened'
                 MOVE 4 TO SE-CODE
                 MOVE 'POSMSTR.DAT CANNOT BE OPENED' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             IF BUILD-SOURCE = 'B'
                 OPEN INPUT BOOK-FILE
             ELSE
                 OPEN INPUT OPENINGS-FILE.
             IF SOURCE-STATUS NOT = '00'
                 DISPLAY SOURCE-NAME ' not found, nothing to build'
                 PERFORM WRITE-COUNTS-REPORT THRU
                     WRITE-COUNTS-REPORT-EXIT
                 CLOSE MASTER-FILE
                 MOVE 8 TO SE-CODE
                 MOVE 'SOURCE FILE NOT FOUND' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             MOVE 0 TO SOURCE-EOF.
             PERFORM BUILD-NEXT-SOURCE THRU BUILD-NEXT-SOURCE-EXIT
                 UNTIL SOURCE-EOF = 1.
             IF BUILD-SOURCE = 'B'
                 CLOSE BOOK-FILE
             ELSE
                 CLOSE OPENINGS-FILE.
             PERFORM WRITE-COUNTS-REPORT THRU WRITE-COUNTS-REPORT-EXIT.
             CLOSE MASTER-FILE.
             MOVE 0 TO SE-CODE.
             MOVE SOLVED-COUNT TO SR-SOLVED.
             MOVE WRITTEN-COUNT TO SR-WRITTEN.
             MOVE STEP-RESULT-LINE TO SE-RESULT.
             PERFORM WRITE-STEPEND.
             DISPLAY 'solved-position master builder complete'.
             STOP RUN.

         READCFG.
             OPEN INPUT BOARDCFG-FILE.
             READ BOARDCFG-FILE AT END GO TO READCFG-DEFAULTS.
             MOVE CFG-SIZE TO BOARD-SIZE.
             MOVE CFG-WINLEN TO WIN-LEN.
             IF BOARD-SIZE > MAX-BOARD-SIZE
                 DISPLAY 'BOARDCFG.DAT board size too large, '
                     'clamped to ' MAX-BOARD-SIZE
                 MOVE MAX-BOARD-SIZE TO BOARD-SIZE
             END-IF.
             IF WIN-LEN > BOARD-SIZE OR WIN-LEN < 1
                 DISPLAY 'BOARDCFG.DAT win length invalid for this '
                     'board size, clamped to ' BOARD-SIZE
                 MOVE BOARD-SIZE TO WIN-LEN
             END-IF.
         READCFG-DEFAULTS.
             CLOSE BOARDCFG-FILE.
             COMPUTE CELL-COUNT = BOARD-SIZE * BOARD-SIZE.
             COMPUTE MAX-DEPTH = CELL-COUNT - 1.
             COMPUTE MIN-WIN-DEPTH = ( 2 * WIN-LEN ) - 2.
             MOVE MIN-WIN-DEPTH TO EFF-WIN-DEPTH.
             MOVE MAX-DEPTH TO EFF-MAX-DEPTH.
             COMPUTE LINESTARTMAX = BOARD-SIZE - WIN-LEN + 1.
             COMPUTE CUTOFF-X = CELL-COUNT + 1.

      *  READ-BUILD-CFG takes POSBCFG.DAT's switches -- a missing
      *  file, or a field left blank, keeps the default: OPENINGS.DAT,
      *  no replies, no budget.  an expansion past two plies is
      *  clamped, since each extra ply multiplies the solves.
         READ-BUILD-CFG.
             OPEN INPUT BUILDCFG-FILE.
             IF BUILDCFG-STATUS NOT = '00' GO TO READ-BUILD-CFG-EXIT.
             READ BUILDCFG-FILE AT END GO TO READ-BUILD-CFG-CLOSE.
             IF PB-SOURCE = 'B' OR PB-SOURCE = 'b'
                 MOVE 'B' TO BUILD-SOURCE
                 MOVE 'OPNBOOK.DAT' TO SOURCE-NAME.
             IF PB-EXPAND NUMERIC
                 MOVE PB-EXPAND TO BUILD-DIGIT
                 MOVE BUILD-DIGIT TO BUILD-EXPAND.
             IF BUILD-EXPAND > 2
                 DISPLAY 'POSBCFG.DAT expansion clamped to 2 plies'
                 MOVE 2 TO BUILD-EXPAND.
             MOVE PB-BUDGET TO BUILD-BUDGET-X.
             INSPECT BUILD-BUDGET-X REPLACING LEADING SPACES BY ZEROES.
             IF BUILD-BUDGET-X NUMERIC
                 MOVE BUILD-BUDGET-X TO BUILD-BUDGET.
         READ-BUILD-CFG-CLOSE.
             CLOSE BUILDCFG-FILE.
         READ-BUILD-CFG-EXIT.
             EXIT.

      *  OPEN-MASTER opens the master for update, creating it empty
      *  the first time -- the same first-run fallback the shared
      *  logs make with EXTEND and OUTPUT.
         OPEN-MASTER.
             OPEN I-O MASTER-FILE.
             IF MASTER-STATUS = '00'
                 MOVE 1 TO MASTER-OPEN
                 GO TO OPEN-MASTER-EXIT.
             OPEN OUTPUT MASTER-FILE.
             IF MASTER-STATUS NOT = '00' GO TO OPEN-MASTER-EXIT.
             CLOSE MASTER-FILE.
             OPEN I-O MASTER-FILE.
             IF MASTER-STATUS = '00'
                 MOVE 1 TO MASTER-OPEN.
         OPEN-MASTER-EXIT.
             EXIT.

         TT-CLEAR-ENTRY.
             MOVE 0 TO TT-FLAG( TT-N ).

      *  BUILD-NEXT-SOURCE sets up one source record the way RUNMM
      *  does -- preset marks, then the square for mark 1 -- and
      *  solves it and, when asked, its replies.  a record that
      *  breaks the contract (square off the board or on a preset
      *  mark, counts not leaving mark 2 to move) is skipped, and so
      *  is one whose position is already decided.
         BUILD-NEXT-SOURCE.
             IF BUILD-SOURCE = 'B'
                 READ BOOK-FILE AT END
                     MOVE 1 TO SOURCE-EOF
                     GO TO BUILD-NEXT-SOURCE-EXIT
                 END-READ
                 MOVE BK-SQUARE TO SRC-SQUARE
                 MOVE BK-PRESET TO SRC-PRESET
             ELSE
                 READ OPENINGS-FILE AT END
                     MOVE 1 TO SOURCE-EOF
                     GO TO BUILD-NEXT-SOURCE-EXIT
                 END-READ
                 MOVE OPN-SQUARE TO SRC-SQUARE
                 MOVE OPN-PRESET TO SRC-PRESET.
             ADD 1 TO SOURCE-COUNT.
             MOVE 0 TO ROOT-M1.
             MOVE 0 TO ROOT-M2.
             PERFORM CLEAR-CELL VARYING Z FROM 1 BY 1 UNTIL Z > 25.
             PERFORM APPLY-PRESET-CELL VARYING Z FROM 1 BY 1
                 UNTIL Z > CELL-COUNT.
             IF SRC-SQUARE < 1 OR SRC-SQUARE > CELL-COUNT
                 ADD 1 TO SOURCE-BAD
                 GO TO BUILD-NEXT-SOURCE-EXIT.
             IF B( SRC-SQUARE ) NOT = 0
                 ADD 1 TO SOURCE-BAD
                 GO TO BUILD-NEXT-SOURCE-EXIT.
             MOVE 1 TO B( SRC-SQUARE ).
             ADD 1 TO ROOT-M1.
             IF ROOT-M1 NOT = ROOT-M2 + 1
                 ADD 1 TO SOURCE-BAD
                 GO TO BUILD-NEXT-SOURCE-EXIT.
             COMPUTE ROOT-MARKS = ROOT-M1 + ROOT-M2.
             PERFORM WINNER.
             IF WI NOT = 0 OR ROOT-MARKS NOT < CELL-COUNT
                 ADD 1 TO SOURCE-ENDED
                 GO TO BUILD-NEXT-SOURCE-EXIT.
             PERFORM SOLVE-POSITION THRU SOLVE-POSITION-EXIT.
             IF SOLVE-STATE = 1 OR SOLVE-STATE = 2
                 ADD 1 TO SOURCE-COVERED.
             IF BUILD-EXPAND NOT = 0
                 PERFORM DFS-WALK THRU DFS-WALK-EXIT.
         BUILD-NEXT-SOURCE-EXIT.
             EXIT.

         CLEAR-CELL.
             MOVE 0 TO B( Z ).

         APPLY-PRESET-CELL.
             MOVE SRC-PRESET( Z:1 ) TO BUILD-DIGIT.
             MOVE BUILD-DIGIT TO B( Z ).
             IF BUILD-DIGIT = 1 ADD 1 TO ROOT-M1.
             IF BUILD-DIGIT = 2 ADD 1 TO ROOT-M2.

      *  DFS-WALK visits every reply sequence up to BUILD-EXPAND plies
      *  deep, OPNGEN's way, and solves each position it reaches.  a
      *  reply that wins or fills the board ends the game there, so
      *  it has nothing to file and is not extended.
         DFS-WALK.
             MOVE 1 TO DFS-LEVEL.
             MOVE 0 TO MV( 1 ).
             MOVE 0 TO MV-PLACED( 1 ).
         DFS-STEP.
             PERFORM DFS-UNPLACE.
             ADD 1 TO MV( DFS-LEVEL ).
             IF MV( DFS-LEVEL ) > CELL-COUNT
                 SUBTRACT 1 FROM DFS-LEVEL
                 IF DFS-LEVEL = 0
                     GO TO DFS-WALK-EXIT
                 ELSE
                     GO TO DFS-STEP.
             IF B( MV( DFS-LEVEL ) ) NOT = 0 GO TO DFS-STEP.
             PERFORM DFS-PLACE.
             PERFORM WINNER.
             IF WI NOT = 0 GO TO DFS-STEP.
             IF ROOT-MARKS + DFS-LEVEL NOT < CELL-COUNT
                 GO TO DFS-STEP.
             PERFORM SOLVE-POSITION THRU SOLVE-POSITION-EXIT.
             IF DFS-LEVEL < BUILD-EXPAND
                 ADD 1 TO DFS-LEVEL
                 MOVE 0 TO MV( DFS-LEVEL )
                 MOVE 0 TO MV-PLACED( DFS-LEVEL ).
             GO TO DFS-STEP.
         DFS-WALK-EXIT.
             EXIT.

      *  the source position leaves mark 2 to move, so the first
      *  reply level is mark 2's and the next is mark 1's.
         DFS-PLACE.
             DIVIDE DFS-LEVEL BY 2 GIVING DFS-Q REMAINDER DFS-R.
             IF DFS-R = 1
                 MOVE 2 TO DFS-MARK
             ELSE
                 MOVE 1 TO DFS-MARK.
             MOVE DFS-MARK TO B( MV( DFS-LEVEL ) ).
             MOVE 1 TO MV-PLACED( DFS-LEVEL ).

         DFS-UNPLACE.
             IF MV-PLACED( DFS-LEVEL ) = 1
                 MOVE 0 TO B( MV( DFS-LEVEL ) )
                 MOVE 0 TO MV-PLACED( DFS-LEVEL ).

      *  SOLVE-POSITION settles the live position in B.  a position
      *  already on the master costs one keyed read; past the run's
      *  budget it is left for a later window.  otherwise the best-
      *  play line is walked out of it, each step a full-window
      *  MINMAX from the position reached so far, and then unwound
      *  move by move, filing every position on the line: best play
      *  keeps the value unchanged down the line, the move played
      *  from each is its best cell, and the moves left to the end
      *  are its depth to the result.  the board is back as it was
      *  once the unwind finishes.
         SOLVE-POSITION.
             MOVE 0 TO SOLVE-STATE.
             MOVE 0 TO POS-MARKS.
             PERFORM COUNT-MARK VARYING Z FROM 1 BY 1
                 UNTIL Z > CELL-COUNT.
             COMPUTE POS-DEPTH = POS-MARKS - 1.
             MOVE POS-DEPTH TO DEPTH.
             PERFORM TT-CANONICALIZE.
             PERFORM SET-MASTER-KEY.
             READ MASTER-FILE
                 INVALID KEY MOVE 0 TO MASTER-FOUND
                 NOT INVALID KEY MOVE 1 TO MASTER-FOUND
             END-READ.
             IF MASTER-FOUND = 1
                 MOVE 1 TO SOLVE-STATE
                 ADD 1 TO ALREADY-COUNT
                 GO TO SOLVE-POSITION-EXIT.
             IF BUILD-BUDGET NOT = 0 AND SOLVED-COUNT NOT < BUILD-BUDGET
                 MOVE 3 TO SOLVE-STATE
                 ADD 1 TO DEFERRED-COUNT
                 GO TO SOLVE-POSITION-EXIT.
             MOVE 0 TO LINE-COUNT.
             MOVE 0 TO ROOT-VALUE.
         SOLVE-LINE-LOOP.
             PERFORM WINNER.
             IF WI NOT = 0 GO TO SOLVE-LINE-DONE.
             IF DEPTH NOT < EFF-MAX-DEPTH GO TO SOLVE-LINE-DONE.
             MOVE 2 TO ALPHA.
             MOVE 9 TO BETA.
             MOVE DEPTH TO TT-ROOT-DEPTH.
             PERFORM MINMAX.
             IF LINE-COUNT = 0 MOVE SC TO ROOT-VALUE.
             ADD 1 TO DEPTH.
             IF BESTX( DEPTH ) = 0 GO TO SOLVE-LINE-DONE.
             MOVE BESTX( DEPTH ) TO LINE-X.
             DIVIDE DEPTH BY 2 GIVING LINE-Q REMAINDER LINE-R.
             IF LINE-R = 1
                 MOVE 2 TO B( LINE-X )
             ELSE
                 MOVE 1 TO B( LINE-X ).
             ADD 1 TO LINE-COUNT.
             MOVE LINE-X TO LINE-CELL( LINE-COUNT ).
             GO TO SOLVE-LINE-LOOP.
         SOLVE-LINE-DONE.
             MOVE 2 TO SOLVE-STATE.
             ADD 1 TO SOLVED-COUNT.
             PERFORM FILE-LINE-POSITION VARYING LK FROM LINE-COUNT
                 BY -1 UNTIL LK < 1.
             MOVE POS-DEPTH TO DEPTH.
         SOLVE-POSITION-EXIT.
             EXIT.

         COUNT-MARK.
             IF B( Z ) NOT = 0 ADD 1 TO POS-MARKS.

      *  FILE-LINE-POSITION takes move LK of the line back off the
      *  board -- leaving the position it was played from -- and
      *  files that position.  a position some earlier line already
      *  filed is left as it is.
         FILE-LINE-POSITION.
             MOVE 0 TO B( LINE-CELL( LK ) ).
             COMPUTE DEPTH = POS-DEPTH + LK - 1.
             PERFORM TT-CANONICALIZE.
             PERFORM SET-MASTER-KEY.
             MOVE LINE-CELL( LK ) TO LIVE-CELL.
             PERFORM MAP-TO-CANON.
             MOVE ROOT-VALUE TO PM-VALUE.
             MOVE CANON-CELL TO PM-BEST-CELL.
             COMPUTE PM-DEPTH = LINE-COUNT - LK + 1.
             MOVE RUN-DATE TO PM-DATE.
             WRITE MASTER-REC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO WRITTEN-COUNT
             END-WRITE.

      *  SET-MASTER-KEY builds the master key from the canonical
      *  image TT-CANONICALIZE just left in TT-KEY-WK.
         SET-MASTER-KEY.
             MOVE BOARD-SIZE TO PM-SIZE.
             MOVE WIN-LEN TO PM-WINLEN.
             MOVE ZEROES TO PM-BOARD.
             MOVE TT-KW-BOARD( 1:CELL-COUNT )
                 TO PM-BOARD( 1:CELL-COUNT ).
             MOVE TT-KW-SIDE TO PM-SIDE.

      *  MAP-TO-CANON finds the cell of the canonical image that live
      *  cell LIVE-CELL lands on under the map TT-CANONICALIZE chose.
         MAP-TO-CANON.
             MOVE 0 TO CANON-CELL.
             MOVE TT-BEST-T TO TT-T.
             PERFORM MAP-CANON-TRY
                 VARYING TTR FROM 1 BY 1 UNTIL TTR > BOARD-SIZE
                 AFTER TTC FROM 1 BY 1 UNTIL TTC > BOARD-SIZE.

         MAP-CANON-TRY.
             PERFORM TT-TRANS-CELL.
             IF TT-SRC-IDX = LIVE-CELL
                 MOVE TT-DST-IDX TO CANON-CELL.

      *  WRITE-COUNTS-REPORT reads the whole master in key order and
      *  tallies it by board geometry -- positions, side to move,
      *  and outcome -- then sets the source set's coverage and this
      *  run's totals under it.
         WRITE-COUNTS-REPORT.
             OPEN OUTPUT REPORT-FILE.
             MOVE RUN-DATE TO HL-DATE.
             MOVE HEAD-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY HEAD-LINE.
             MOVE COLUMN-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY COLUMN-LINE.
             MOVE 0 TO GEO-COUNT.
             MOVE LOW-VALUES TO PM-KEY.
             START MASTER-FILE KEY IS NOT LESS THAN PM-KEY
                 INVALID KEY GO TO COUNTS-WRITE.
         COUNTS-READ.
             READ MASTER-FILE NEXT AT END GO TO COUNTS-WRITE.
             PERFORM TALLY-POSITION THRU TALLY-POSITION-EXIT.
             GO TO COUNTS-READ.
         COUNTS-WRITE.
             IF GEO-COUNT = 0
                 MOVE EMPTY-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 DISPLAY EMPTY-LINE.
             PERFORM WRITE-GEO-LINE VARYING GI FROM 1 BY 1
                 UNTIL GI > GEO-COUNT.
             MOVE SOURCE-NAME TO SL-NAME.
             MOVE BOARD-SIZE TO SL-SIZE.
             MOVE WIN-LEN TO SL-WINLEN.
             COMPUTE SL-COUNT = SOURCE-COUNT - SOURCE-BAD
                 - SOURCE-ENDED.
             MOVE SOURCE-COVERED TO SL-COVERED.
             MOVE SOURCE-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY SOURCE-LINE.
             MOVE SOLVED-COUNT TO RL-SOLVED.
             MOVE WRITTEN-COUNT TO RL-WRITTEN.
             MOVE ALREADY-COUNT TO RL-ALREADY.
             MOVE DEFERRED-COUNT TO RL-DEFERRED.
             MOVE RUN-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY RUN-LINE.
             IF SOURCE-BAD NOT = 0
                 MOVE SOURCE-BAD TO NUM-DISP
                 DISPLAY 'source records skipped as malformed: '
                     NUM-DISP.
             CLOSE REPORT-FILE.
         WRITE-COUNTS-REPORT-EXIT.
             EXIT.

         TALLY-POSITION.
             MOVE 0 TO GEO-HIT.
             PERFORM FIND-GEO VARYING GI FROM 1 BY 1
                 UNTIL GI > GEO-COUNT OR GEO-HIT NOT = 0.
             IF GEO-HIT = 0 AND GEO-COUNT < 25
                 ADD 1 TO GEO-COUNT
                 MOVE GEO-COUNT TO GEO-HIT
                 MOVE PM-SIZE TO GEO-SIZE( GEO-HIT )
                 MOVE PM-WINLEN TO GEO-WINLEN( GEO-HIT )
                 MOVE 0 TO GEO-TOTAL( GEO-HIT )
                 MOVE 0 TO GEO-SIDE1( GEO-HIT )
                 MOVE 0 TO GEO-SIDE2( GEO-HIT )
                 MOVE 0 TO GEO-WIN1( GEO-HIT )
                 MOVE 0 TO GEO-DRAW( GEO-HIT )
                 MOVE 0 TO GEO-WIN2( GEO-HIT ).
             IF GEO-HIT = 0 GO TO TALLY-POSITION-EXIT.
             ADD 1 TO GEO-TOTAL( GEO-HIT ).
             IF PM-SIDE = 1
                 ADD 1 TO GEO-SIDE1( GEO-HIT )
             ELSE
                 ADD 1 TO GEO-SIDE2( GEO-HIT ).
             IF PM-VALUE = 6
                 ADD 1 TO GEO-WIN1( GEO-HIT )
             ELSE
             IF PM-VALUE = 4
                 ADD 1 TO GEO-WIN2( GEO-HIT )
             ELSE
                 ADD 1 TO GEO-DRAW( GEO-HIT ).
         TALLY-POSITION-EXIT.
             EXIT.

         FIND-GEO.
             IF GEO-SIZE( GI ) = PM-SIZE
                 AND GEO-WINLEN( GI ) = PM-WINLEN
                 MOVE GI TO GEO-HIT.

         WRITE-GEO-LINE.
             MOVE GEO-SIZE( GI ) TO GL-SIZE.
             MOVE GEO-WINLEN( GI ) TO GL-WINLEN.
             MOVE GEO-TOTAL( GI ) TO GL-TOTAL.
             MOVE GEO-SIDE1( GI ) TO GL-SIDE1.
             MOVE GEO-SIDE2( GI ) TO GL-SIDE2.
             MOVE GEO-WIN1( GI ) TO GL-WIN1.
             MOVE GEO-DRAW( GI ) TO GL-DRAW.
             MOVE GEO-WIN2( GI ) TO GL-WIN2.
             MOVE GEO-LINE TO REPORT-REC.
             WRITE REPORT-REC.
             DISPLAY GEO-LINE.

      *  WRITE-STEPEND rewrites JOBSTEP.DAT with this run's completion
      *  record -- SE-CODE and SE-RESULT are set by the caller.
         WRITE-STEPEND.
             ACCEPT SE-RUNID FROM ENVIRONMENT NTVCM-RUNID-ENV
                 ON EXCEPTION
                     MOVE 'UNKNOWN' TO SE-RUNID
             END-ACCEPT.
             OPEN OUTPUT STEPEND-FILE.
             MOVE STEP-END-LINE TO STEPEND-REC.
             WRITE STEPEND-REC.
             CLOSE STEPEND-FILE.

      *  WINNER and its line scans are ttt.cob's, over the same B.
         WINNER.
             MOVE 0 TO WI.
             PERFORM CHECKROWS.
             PERFORM CHECKCOLS.
             PERFORM CHECKDIAGDR.
             PERFORM CHECKDIAGDL.

         CHECKROWS.
             PERFORM CHECKROWLINE
                 VARYING WROW FROM 1 BY 1 UNTIL WROW > BOARD-SIZE
                 AFTER WCOL FROM 1 BY 1 UNTIL WCOL > LINESTARTMAX.

         CHECKROWLINE.
             COMPUTE LSTART = ( ( WROW - 1 ) * BOARD-SIZE ) + WCOL.
             MOVE 1 TO LSTEP.
             PERFORM CHECKLINE.

         CHECKCOLS.
             PERFORM CHECKCOLLINE
                 VARYING WCOL FROM 1 BY 1 UNTIL WCOL > BOARD-SIZE
                 AFTER WROW FROM 1 BY 1 UNTIL WROW > LINESTARTMAX.

         CHECKCOLLINE.
             COMPUTE LSTART = ( ( WROW - 1 ) * BOARD-SIZE ) + WCOL.
             MOVE BOARD-SIZE TO LSTEP.
             PERFORM CHECKLINE.

         CHECKDIAGDR.
             PERFORM CHECKDRLINE
                 VARYING WROW FROM 1 BY 1 UNTIL WROW > LINESTARTMAX
                 AFTER WCOL FROM 1 BY 1 UNTIL WCOL > LINESTARTMAX.

         CHECKDRLINE.
             COMPUTE LSTART = ( ( WROW - 1 ) * BOARD-SIZE ) + WCOL.
             COMPUTE LSTEP = BOARD-SIZE + 1.
             PERFORM CHECKLINE.

         CHECKDIAGDL.
             PERFORM CHECKDLLINE
                 VARYING WROW FROM 1 BY 1 UNTIL WROW > LINESTARTMAX
                 AFTER WCOL FROM WIN-LEN BY 1 UNTIL WCOL > BOARD-SIZE.

         CHECKDLLINE.
             COMPUTE LSTART = ( ( WROW - 1 ) * BOARD-SIZE ) + WCOL.
             COMPUTE LSTEP = BOARD-SIZE - 1.
             PERFORM CHECKLINE.

         CHECKLINESTEP.
             ADD LSTEP TO WPOS.
             IF B( WPOS ) NOT = T MOVE 0 TO WMATCH.

         CHECKLINE.
             MOVE 1 TO WMATCH.
             MOVE LSTART TO WPOS.
             MOVE B( WPOS ) TO T.
             IF T = 0
                 MOVE 0 TO WMATCH
             ELSE
                 PERFORM CHECKLINESTEP VARYING WN FROM 2 BY 1
                     UNTIL WN > WIN-LEN.
             IF WMATCH = 1 MOVE T TO WI.

         INITVALPM.
             DIVIDE DEPTH BY 2 GIVING D.
             MULTIPLY D BY 2 GIVING M.

             IF DEPTH NOT = M
                 MOVE 2 TO VAL
                 MOVE 1 TO PM
             ELSE
                 MOVE 9 TO VAL
                 MOVE 2 TO PM.

         MINMAX.
             ADD 1 TO MOVECOUNT.
             MOVE 0 TO VAL.

             IF DEPTH NOT < EFF-WIN-DEPTH
                 PERFORM WINNER
                 IF WI NOT = 0
                     IF WI = 1 MOVE 6 TO VAL ELSE MOVE 4 TO VAL
                 ELSE IF DEPTH = EFF-MAX-DEPTH MOVE 5 TO VAL.

             IF 0 = VAL AND DEPTH NOT = TT-ROOT-DEPTH
                 PERFORM TT-LOOKUP THRU TT-LOOKUP-EXIT
             ELSE
                 COMPUTE TT-CD = DEPTH + 1
                 MOVE 0 TO TT-NODE( TT-CD ).

             IF 0 = VAL
                 PERFORM INITVALPM

                 ADD 1 TO DEPTH
                 MOVE 0 TO BESTX( DEPTH )
                 PERFORM MAKEMOVE VARYING X FROM 1 BY 1
                     UNTIL ( X > CELL-COUNT )
                 SUBTRACT 1 FROM DEPTH
                 COMPUTE TT-CD = DEPTH + 1
                 IF TT-NODE( TT-CD ) = 1
                     PERFORM TT-STORE
                 END-IF.

             MOVE VAL TO SC.

         UPDATEODD.
                 IF SC > VAL MOVE SC TO VAL MOVE X TO BESTX( DEPTH ).
                 IF SC = 6 MOVE CUTOFF-X TO X.
                 IF VAL NOT < BETA MOVE CUTOFF-X TO X.
                 IF VAL > ALPHA MOVE VAL TO ALPHA.

         UPDATEEVEN.
                 IF SC < VAL MOVE SC TO VAL MOVE X TO BESTX( DEPTH ).
                 IF SC = 4 MOVE CUTOFF-X TO X.
                 IF VAL NOT > ALPHA MOVE CUTOFF-X TO X.
                 IF VAL < BETA MOVE VAL TO BETA.

         UPDATESTATE.
                 IF PM = 1 PERFORM UPDATEODD
                 ELSE PERFORM UPDATEEVEN.

         MAKEMOVE.
             IF B( X ) = 0
                 MOVE PM TO B( X )

                 MOVE VAL TO VALST( DEPTH )
                 MOVE X TO XST( DEPTH )
                 MOVE PM TO PMST( DEPTH )
                 MOVE ALPHA TO ALPHAST( DEPTH )
                 MOVE BETA TO BETAST( DEPTH )

                 PERFORM MINMAX

                 MOVE BETAST( DEPTH ) TO BETA
                 MOVE ALPHAST( DEPTH ) TO ALPHA
                 MOVE PMST( DEPTH ) TO PM
                 MOVE XST( DEPTH ) TO X
                 MOVE VALST( DEPTH ) TO VAL

                 MOVE 0 TO B( X )

                 PERFORM UPDATESTATE.

      *  TT-LOOKUP/TT-STORE/TT-CANONICALIZE are ttt.cob's cache
      *  probe, store, and canonical key -- see the notes there.
         TT-LOOKUP.
             PERFORM TT-CANONICALIZE.
             COMPUTE TT-CD = DEPTH + 1.
             MOVE TT-KEY-WK TO TT-KEY-ST( TT-CD ).
             MOVE TT-SLOT TO TT-SLOT-ST( TT-CD ).
             MOVE ALPHA TO TT-EALPHA( TT-CD ).
             MOVE BETA TO TT-EBETA( TT-CD ).
             MOVE 1 TO TT-NODE( TT-CD ).
             IF TT-FLAG( TT-SLOT ) = 0 GO TO TT-LOOKUP-EXIT.
             IF TT-KEY( TT-SLOT ) NOT = TT-KEY-WK
                 GO TO TT-LOOKUP-EXIT.
             IF TT-FLAG( TT-SLOT ) = 1
                 MOVE TT-VAL( TT-SLOT ) TO VAL
                 MOVE 0 TO TT-NODE( TT-CD )
                 GO TO TT-LOOKUP-EXIT.
             IF TT-FLAG( TT-SLOT ) = 2
                 AND TT-VAL( TT-SLOT ) NOT < BETA
                 MOVE TT-VAL( TT-SLOT ) TO VAL
                 MOVE 0 TO TT-NODE( TT-CD )
                 GO TO TT-LOOKUP-EXIT.
             IF TT-FLAG( TT-SLOT ) = 3
                 AND TT-VAL( TT-SLOT ) NOT > ALPHA
                 MOVE TT-VAL( TT-SLOT ) TO VAL
                 MOVE 0 TO TT-NODE( TT-CD ).
         TT-LOOKUP-EXIT.
             EXIT.

         TT-STORE.
             COMPUTE TT-CD = DEPTH + 1.
             MOVE TT-SLOT-ST( TT-CD ) TO TT-SLOT.
             MOVE TT-KEY-ST( TT-CD ) TO TT-KEY( TT-SLOT ).
             MOVE VAL TO TT-VAL( TT-SLOT ).
             IF VAL NOT > TT-EALPHA( TT-CD )
                 MOVE 3 TO TT-FLAG( TT-SLOT )
             ELSE
             IF VAL NOT < TT-EBETA( TT-CD )
                 MOVE 2 TO TT-FLAG( TT-SLOT )
             ELSE
                 MOVE 1 TO TT-FLAG( TT-SLOT ).

         TT-CANONICALIZE.
             MOVE SPACES TO TT-BEST.
             PERFORM TT-BUILD-TRANS VARYING TT-T FROM 1 BY 1
                 UNTIL TT-T > 8.
             MOVE TT-BEST TO TT-KW-BOARD.
             DIVIDE DEPTH BY 2 GIVING TT-PAR-D REMAINDER TT-PAR-M.
             IF TT-PAR-M = 0
                 MOVE 2 TO TT-KW-SIDE
             ELSE
                 MOVE 1 TO TT-KW-SIDE.
             MOVE 0 TO TT-HASH.
             PERFORM TT-HASH-POS VARYING TT-N FROM 1 BY 1
                 UNTIL TT-N > CELL-COUNT.
             COMPUTE TT-HASH = ( TT-HASH * 2 ) + TT-KW-SIDE.
             DIVIDE TT-HASH BY TT-SIZE GIVING TT-HQ REMAINDER TT-HR.
             COMPUTE TT-SLOT = TT-HR + 1.

         TT-BUILD-TRANS.
             MOVE SPACES TO TT-TRANS.
             PERFORM TT-TRANS-CELL
                 VARYING TTR FROM 1 BY 1 UNTIL TTR > BOARD-SIZE
                 AFTER TTC FROM 1 BY 1 UNTIL TTC > BOARD-SIZE.
             IF TT-T = 1 OR TT-TRANS < TT-BEST
                 MOVE TT-TRANS TO TT-BEST
                 MOVE TT-T TO TT-BEST-T.

      *  TT-TRANS-CELL fills destination cell (TTR, TTC) of the
      *  current image from the source cell transform TT-T maps it
      *  from -- numbered as in ttt.cob.
         TT-TRANS-CELL.
             IF TT-T = 1
                 MOVE TTR TO TT-SRCR
                 MOVE TTC TO TT-SRCC.
             IF TT-T = 2
                 MOVE TTC TO TT-SRCR
                 COMPUTE TT-SRCC = BOARD-SIZE + 1 - TTR.
             IF TT-T = 3
                 COMPUTE TT-SRCR = BOARD-SIZE + 1 - TTR
                 COMPUTE TT-SRCC = BOARD-SIZE + 1 - TTC.
             IF TT-T = 4
                 COMPUTE TT-SRCR = BOARD-SIZE + 1 - TTC
                 MOVE TTR TO TT-SRCC.
             IF TT-T = 5
                 MOVE TTR TO TT-SRCR
                 COMPUTE TT-SRCC = BOARD-SIZE + 1 - TTC.
             IF TT-T = 6
                 MOVE TTC TO TT-SRCR
                 MOVE TTR TO TT-SRCC.
             IF TT-T = 7
                 COMPUTE TT-SRCR = BOARD-SIZE + 1 - TTR
                 MOVE TTC TO TT-SRCC.
             IF TT-T = 8
                 COMPUTE TT-SRCR = BOARD-SIZE + 1 - TTC
                 COMPUTE TT-SRCC = BOARD-SIZE + 1 - TTR.
             COMPUTE TT-SRC-IDX =
                 ( ( TT-SRCR - 1 ) * BOARD-SIZE ) + TT-SRCC.
             COMPUTE TT-DST-IDX = ( ( TTR - 1 ) * BOARD-SIZE ) + TTC.
             MOVE B( TT-SRC-IDX ) TO TT-DGT.
             MOVE TT-DGT TO TT-TRANS( TT-DST-IDX:1 ).

         TT-HASH-POS.
             MOVE TT-KW-BOARD( TT-N:1 ) TO TT-DGT.
             COMPUTE TT-HASH = ( TT-HASH * 3 ) + TT-DGT.
             DIVIDE TT-HASH BY TT-SIZE GIVING TT-HQ REMAINDER TT-HR.
             MOVE TT-HR TO TT-HASH.

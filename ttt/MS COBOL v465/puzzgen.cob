         IDENTIFICATION DIVISION.
         PROGRAM-ID.  PUZZGEN.
      *  REMARKS. training puzzle generator -- walks the positions
      *  REMARKS. reachable from the opening set (OPENINGS.DAT or
      *  REMARKS. OPNBOOK.DAT) and keeps the ones a trainee can be
      *  REMARKS. set: positions where exactly one move wins, and
      *  REMARKS. positions where nothing wins and exactly one move
      *  REMARKS. holds the draw.  every legal move of a position is
      *  REMARKS. valued with the same MINMAX engine TTT's position
      *  REMARKS. analysis runs, and each puzzle is rated by how many
      *  REMARKS. plies its best-play line takes to reach the result.
      *  REMARKS. rotations and reflections of a position already
      *  REMARKS. kept are dropped, by the canonical image MINMAX's
      *  REMARKS. cache keys on.  PUZZCFG.DAT picks the board, the
      *  REMARKS. number of puzzles, the difficulty band in plies,
      *  REMARKS. and a set number, so each class gets a fresh set
      *  REMARKS. from the same walk.  writes the puzzle sheet,
      *  REMARKS. PUZZLES.DAT -- numbered boards in SHOWBOARD's X/O/.
      *  REMARKS. rows with the side to move -- and the answer key,
      *  REMARKS. PUZZKEY.DAT -- each puzzle's solution cell and its
      *  REMARKS. best-play line in TTTPV.DAT's 3-column packing.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT BOARDCFG-FILE ASSIGN TO 'BOARDCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT PUZZCFG-FILE ASSIGN TO 'PUZZCFG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PUZZCFG-STATUS.
             SELECT OPENINGS-FILE ASSIGN TO 'OPENINGS.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SOURCE-STATUS.
             SELECT BOOK-FILE ASSIGN TO 'OPNBOOK.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SOURCE-STATUS.
             SELECT SHEET-FILE ASSIGN TO 'PUZZLES.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT KEY-FILE ASSIGN TO 'PUZZKEY.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT STEPEND-FILE ASSIGN TO 'JOBSTEP.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  BOARDCFG-FILE.
         01 BOARDCFG-REC.
             05 CFG-SIZE PIC 9(02).
             05 CFG-WINLEN PIC 9(02).
      *  PUZZCFG.DAT sets up one class's sheet: PZ-COUNT puzzles (at
      *  most 50) whose best-play lines run PZ-MIN-PLIES to
      *  PZ-MAX-PLIES plies -- the difficulty band -- on a PZ-SIZE
      *  board with PZ-WINLEN in a row, either left blank to keep
      *  BOARDCFG.DAT's.  PZ-SET says which of the qualifying
      *  puzzles go on the sheet, so giving the next class the next
      *  set number gives it puzzles the last one has not seen.
      *  PZ-SOURCE is POSBCFG.DAT's switch (O for OPENINGS.DAT, the
      *  default, or B for OPNBOOK.DAT) and PZ-WALK is how many plies
      *  past each source position the walk goes, blank or 00 for
      *  right to the end of the game.  the source set should be the
      *  one built for the board the record asks for.  numbers are
      *  right-aligned in their columns; a missing file, or a field
      *  left blank, keeps the default.
         FD  PUZZCFG-FILE.
         01 PUZZCFG-REC.
             05 PZ-COUNT PIC X(02).
             05 PZ-MIN-PLIES PIC X(02).
             05 PZ-MAX-PLIES PIC X(02).
             05 PZ-SIZE PIC X(02).
             05 PZ-WINLEN PIC X(02).
             05 PZ-SET PIC X(03).
             05 PZ-SOURCE PIC X(01).
             05 PZ-WALK PIC X(02).
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
      *  SHEET-FILE is PUZZLES.DAT, the sheet handed to the class;
      *  KEY-FILE is PUZZKEY.DAT, the instructor's answer key.
         FD  SHEET-FILE.
         01 SHEET-REC PIC X(80).
         FD  KEY-FILE.
         01 KEY-REC PIC X(90).
      *  STEPEND-FILE is JOBSTEP.DAT, the step-end handoff BATCH
      *  reads when it runs this program as a job-stream step.
         FD  STEPEND-FILE.
         01 STEPEND-REC PIC X(59).
         WORKING-STORAGE SECTION.
         01 PUZZCFG-STATUS PIC X(02).
         01 SOURCE-STATUS PIC X(02).
         01 RUN-DATE PIC 9(08) VALUE ZEROES.
         01 CFG-FIELD PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
         01 CFG-NUMBER PIC 9(03) VALUE 0.
         01 WANT-COUNT PIC 9(02) COMP VALUE 10.
         01 MAX-WANT PIC 9(02) COMP VALUE 50.
         01 BAND-MIN PIC 9(02) COMP VALUE 1.
         01 BAND-MAX PIC 9(02) COMP VALUE 25.
         01 SET-NUMBER PIC 9(03) COMP VALUE 1.
         01 WALK-LIMIT PIC 9(02) COMP VALUE 0.
         01 OVERRIDE-SIZE PIC 9(02) COMP VALUE 0.
         01 OVERRIDE-WINLEN PIC 9(02) COMP VALUE 0.
         01 BUILD-SOURCE PIC X(01) VALUE 'O'.
         01 BUILD-DIGIT PIC 9(01) VALUE 0.
         01 SOURCE-NAME PIC X(12) VALUE 'OPENINGS.DAT'.
         01 SOURCE-EOF PIC 9(01) COMP VALUE 0.
      *  board geometry, clamped exactly as READCFG in ttt.cob clamps
      *  it once PUZZCFG.DAT has had its say.
         01 BOARD-SIZE PIC 9(02) COMP VALUE 3.
         01 MIN-BOARD-SIZE PIC 9(02) COMP VALUE 3.
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
      *  posbuild.cob's copy of ttt.cob's own.  a position is searched
      *  from the depth whose mark count matches it, as ANALYZE-
      *  POSITION searches a request: MINMAX entered at depth D
      *  expects D + 1 marks, mark 2 to move at even depths.
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
      *  transposition cache, as in ttt.cob -- kept warm across the
      *  whole walk, since neighbouring positions share most of their
      *  subtrees.
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
      *  the walk -- one source position and every reply sequence
      *  out of it, on OPNGEN's explicit stack: MV(L) is the cell
      *  level L's reply sits on, MV-PLACED(L) whether it is actually
      *  down on the board.  level 0 is the source position itself.
         01 SRC-SQUARE PIC 9(02) VALUE 0.
         01 SRC-PRESET PIC 9(25) VALUE ZEROES.
         01 ROOT-MARKS PIC 9(04) COMP VALUE 0.
         01 ROOT-M1 PIC 9(04) COMP VALUE 0.
         01 ROOT-M2 PIC 9(04) COMP VALUE 0.
         01 MV PIC 9(04) COMP OCCURS 25 TIMES.
         01 MV-PLACED PIC 9(01) COMP OCCURS 25 TIMES.
         01 DFS-LEVEL PIC 9(02) COMP VALUE 0.
         01 DFS-MARK PIC 9(01) COMP VALUE 0.
         01 DFS-Q PIC 9(04) COMP VALUE 0.
         01 DFS-R PIC 9(04) COMP VALUE 0.
         01 DESCEND PIC 9(01) COMP VALUE 0.
         01 WALK-FULL PIC 9(01) COMP VALUE 0.
      *  positions already met, by canonical key -- an open-addressed
      *  table probed from the cache's own hash.  SEEN-REMAIN is how
      *  many plies of walk were still to go below the position when
      *  it was met: meeting it again with no more to go than that
      *  means everything under it has been walked already, so the
      *  walk turns back there.  the walk stops when the table is
      *  three-quarters full, as a board that size has outgrown the
      *  walk window asked for.
         01 SEEN-SIZE PIC 9(08) COMP VALUE 16381.
         01 SEEN-CAP PIC 9(08) COMP VALUE 12285.
         01 SEEN-COUNT PIC 9(08) COMP VALUE 0.
         01 SEEN-SLOT PIC 9(08) COMP VALUE 0.
         01 SEEN-HQ PIC 9(08) COMP VALUE 0.
         01 SEEN-DONE PIC 9(01) COMP VALUE 0.
         01 REMAIN PIC 9(02) COMP VALUE 0.
         01 SEEN-KEY PIC X(26) OCCURS 16381 TIMES.
         01 SEEN-REMAIN PIC 9(02) COMP OCCURS 16381 TIMES.
         01 SEEN-USED PIC 9(01) COMP OCCURS 16381 TIMES.
      *  one position's trial -- every legal move for the side to
      *  move (MOVER-MARK) is valued; WIN-VALUE is the value that
      *  means the mover wins.  a puzzle of kind 1 has exactly one
      *  winning move, one of kind 2 has no winning move and exactly
      *  one drawing move, every other move losing.
         01 POS-MARKS PIC 9(04) COMP VALUE 0.
         01 POS-DEPTH PIC 9(04) COMP VALUE 0.
         01 MOVER-MARK PIC 9(01) COMP VALUE 0.
         01 WIN-VALUE PIC 9(04) COMP VALUE 0.
         01 CAND-Z PIC 9(04) COMP VALUE 0.
         01 LEGAL-COUNT PIC 9(04) COMP VALUE 0.
         01 WIN-COUNT PIC 9(04) COMP VALUE 0.
         01 DRAW-COUNT PIC 9(04) COMP VALUE 0.
         01 WIN-CELL PIC 9(04) COMP VALUE 0.
         01 DRAW-CELL PIC 9(04) COMP VALUE 0.
         01 PUZZLE-KIND PIC 9(01) COMP VALUE 0.
         01 SOLUTION-CELL PIC 9(04) COMP VALUE 0.
      *  the best-play line out of a puzzle, packed as PV-EMIT packs
      *  TTTPV.DAT.  LINE-CELL doubles as the undo list.  best play
      *  here is distance-aware -- the winning side takes the quickest
      *  forced win and the losing side holds out longest -- so the
      *  line's length is the same whichever way round the position
      *  was met.  a drawn line runs to a full board whatever moves
      *  keep the draw, and takes MINMAX's.
         01 LINE-CELL PIC 9(04) COMP OCCURS 25 TIMES.
         01 LINE-COUNT PIC 9(04) COMP VALUE 0.
         01 LINE-X PIC 9(04) COMP VALUE 0.
         01 LINE-Q PIC 9(04) COMP VALUE 0.
         01 LINE-R PIC 9(04) COMP VALUE 0.
         01 LINE-D1 PIC 9(04) COMP VALUE 0.
         01 LINE-POS PIC 9(04) COMP VALUE 0.
         01 LINE-MOVES PIC X(75) VALUE SPACES.
         01 LINE-OUTCOME PIC X(04) VALUE SPACES.
         01 LK PIC 9(04) COMP VALUE 0.
      *  the distance search -- how many plies a won position lasts
      *  with both sides playing for distance.  recursive on PERFORM
      *  as MINMAX is, level DIST-LEVEL's state saved by level:
      *  DIST-MODE 1 is the side to move winning (fewest plies over
      *  its winning moves), 2 losing (most plies over all its
      *  moves, every one of which loses).  DIST-CHILD is the length
      *  through one move, 0 for a move that is no candidate.
         01 DIST-LEVEL PIC 9(04) COMP VALUE 0.
         01 DIST-MODE-IN PIC 9(01) COMP VALUE 0.
         01 DIST-RESULT PIC 9(02) COMP VALUE 0.
         01 DIST-CHILD PIC 9(02) COMP VALUE 0.
         01 DIST-WINNING PIC 9(01) COMP VALUE 0.
         01 DIST-Q PIC 9(04) COMP VALUE 0.
         01 DIST-R PIC 9(04) COMP VALUE 0.
         01 DIST-MODE PIC 9(01) COMP OCCURS 26 TIMES.
         01 DIST-MARK PIC 9(01) COMP OCCURS 26 TIMES.
         01 DIST-WIN-VALUE PIC 9(04) COMP OCCURS 26 TIMES.
         01 DIST-X PIC 9(04) COMP OCCURS 26 TIMES.
         01 DIST-CELL PIC 9(04) COMP OCCURS 26 TIMES.
         01 DIST-BEST PIC 9(02) COMP OCCURS 26 TIMES.
         01 DIST-BEST-X PIC 9(04) COMP OCCURS 26 TIMES.
         01 DIST-KEY-ST PIC X(26) OCCURS 26 TIMES.
         01 DIST-SLOT-ST PIC 9(08) COMP OCCURS 26 TIMES.
      *  distances already worked out, by canonical key -- one entry
      *  to a slot, a newer position simply replacing an older one,
      *  as in the transposition cache.
         01 DM-SIZE PIC 9(08) COMP VALUE 16381.
         01 DM-SLOT PIC 9(08) COMP VALUE 0.
         01 DM-HQ PIC 9(08) COMP VALUE 0.
         01 DM-KEY PIC X(26) OCCURS 16381 TIMES.
         01 DM-DIST PIC 9(02) COMP OCCURS 16381 TIMES.
         01 DM-USED PIC 9(01) COMP OCCURS 16381 TIMES.
         01 PV-CELL.
             05 FILLER PIC X(01) VALUE SPACE.
             05 PV-CELL-NUM PIC Z9.
      *  the puzzles kept, in the order the walk met them --
      *  PUZ-BOARD is the position in OPN-PRESET's packed form, as
      *  the walk met it, and PUZ-PICKED marks this set's share.
         01 PUZ-MAX PIC 9(04) COMP VALUE 999.
         01 PUZ-COUNT PIC 9(04) COMP VALUE 0.
         01 PUZ-TABLE.
             05 PUZ-ENTRY OCCURS 999 TIMES.
                 10 PUZ-BOARD PIC X(25).
                 10 PUZ-SIDE PIC 9(01).
                 10 PUZ-KIND PIC 9(01).
                 10 PUZ-CELL PIC 9(02).
                 10 PUZ-PLIES PIC 9(02).
                 10 PUZ-MOVES PIC X(75).
                 10 PUZ-OUTCOME PIC X(04).
                 10 PUZ-PICKED PIC 9(01).
      *  picking the set -- the kept puzzles are dealt out like cards:
      *  with STRIDE as many kept puzzles per sheet slot as there
      *  are, set N takes every STRIDE'th one starting from the
      *  ((N - 1) mod STRIDE) + 1'th, so sets 1 to STRIDE share no
      *  puzzle and each draws on the whole walk.
         01 PICK-COUNT PIC 9(04) COMP VALUE 0.
         01 STRIDE PIC 9(04) COMP VALUE 1.
         01 PICK-START PIC 9(04) COMP VALUE 1.
         01 PICK-Q PIC 9(04) COMP VALUE 0.
         01 PICK-J PIC 9(04) COMP VALUE 0.
         01 PICK-IDX PIC 9(04) COMP VALUE 0.
         01 SHEET-NUMBER PIC 9(02) COMP VALUE 0.
         01 PLY-I PIC 9(02) COMP VALUE 0.
         01 PI PIC 9(04) COMP VALUE 0.
         01 ROW-I PIC 9(02) COMP VALUE 0.
         01 COL-I PIC 9(02) COMP VALUE 0.
         01 ROW-START PIC 9(04) COMP VALUE 0.
         01 LEGEND-POS PIC 9(04) COMP VALUE 0.
      *  run totals
         01 SOURCE-COUNT PIC 9(06) COMP VALUE 0.
         01 SOURCE-BAD PIC 9(06) COMP VALUE 0.
         01 SOURCE-ENDED PIC 9(06) COMP VALUE 0.
         01 POSITION-COUNT PIC 9(06) COMP VALUE 0.
         01 QUALIFIED-COUNT PIC 9(06) COMP VALUE 0.
         01 OUT-OF-BAND PIC 9(06) COMP VALUE 0.
         01 PUZ-OVERFLOW PIC 9(06) COMP VALUE 0.
         01 SHEET-HEAD-LINE.
             05 FILLER PIC X(21) VALUE 'TRAINING PUZZLES SET '.
             05 SH-SET PIC 9(03).
             05 FILLER PIC X(06) VALUE ' SIZE='.
             05 SH-SIZE PIC 9(02).
             05 FILLER PIC X(08) VALUE ' WINLEN='.
             05 SH-WINLEN PIC 9(02).
             05 FILLER PIC X(06) VALUE ' DATE '.
             05 SH-DATE PIC 9(08).
         01 LEGEND-TITLE.
             05 FILLER PIC X(30) VALUE
                 'CELLS ARE NUMBERED            '.
         01 LEGEND-LINE.
             05 FILLER PIC X(03) VALUE SPACES.
             05 LEGEND-CELLS PIC X(15).
         01 PUZZLE-HEAD-LINE.
             05 FILLER PIC X(07) VALUE 'PUZZLE '.
             05 PH-NUMBER PIC Z9.
             05 FILLER PIC X(02) VALUE SPACES.
             05 PH-SIDE PIC X(01).
             05 FILLER PIC X(11) VALUE ' TO MOVE - '.
             05 PH-TASK PIC X(38).
         01 BOARD-ROW-LINE.
             05 FILLER PIC X(04) VALUE SPACES.
             05 BR-ROW PIC X(05).
         01 KEY-HEAD-LINE.
             05 FILLER PIC X(15) VALUE 'ANSWER KEY SET '.
             05 KH-SET PIC 9(03).
             05 FILLER PIC X(06) VALUE ' SIZE='.
             05 KH-SIZE PIC 9(02).
             05 FILLER PIC X(08) VALUE ' WINLEN='.
             05 KH-WINLEN PIC 9(02).
             05 FILLER PIC X(07) VALUE ' PLIES '.
             05 KH-MIN PIC 9(02).
             05 FILLER PIC X(01) VALUE '-'.
             05 KH-MAX PIC 9(02).
             05 FILLER PIC X(06) VALUE ' DATE '.
             05 KH-DATE PIC 9(08).
         01 KEY-PUZZLE-LINE.
             05 FILLER PIC X(07) VALUE 'PUZZLE '.
             05 KP-NUMBER PIC Z9.
             05 FILLER PIC X(06) VALUE ' CELL '.
             05 KP-CELL PIC Z9.
             05 FILLER PIC X(07) VALUE ' PLIES '.
             05 KP-PLIES PIC Z9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 KP-RESULT PIC X(06).
      *  KEY-BOARD-LINE and KEY-LINE-LINE are laid out as TTTANA.DAT's
      *  BOARD and LINE records.  to have TTT analyse a puzzle, its
      *  TTTPOS.DAT record is KB-BOARD (columns 7-31 here) and the
      *  KB-TURN digit -- see POS-REC in ttt.cob.
         01 KEY-BOARD-LINE.
             05 FILLER PIC X(06) VALUE 'BOARD '.
             05 KB-BOARD PIC X(25).
             05 FILLER PIC X(06) VALUE ' TURN '.
             05 KB-TURN PIC 9(01).
         01 KEY-LINE-LINE.
             05 FILLER PIC X(05) VALUE 'LINE '.
             05 KL-MOVES PIC X(75).
             05 FILLER PIC X(01) VALUE SPACE.
             05 KL-OUTCOME PIC X(04).
         01 KEY-TOTAL-LINE.
             05 FILLER PIC X(10) VALUE 'POSITIONS '.
             05 KT-POSITIONS PIC Z(05)9.
             05 FILLER PIC X(11) VALUE ' QUALIFIED '.
             05 KT-QUALIFIED PIC Z(05)9.
             05 FILLER PIC X(09) VALUE ' IN BAND '.
             05 KT-IN-BAND PIC Z(05)9.
             05 FILLER PIC X(06) VALUE ' SETS '.
             05 KT-SETS PIC Z(03)9.
         01 KEY-COUNT-LINE.
             05 FILLER PIC X(16) VALUE 'PUZZLES WRITTEN '.
             05 KC-WRITTEN PIC Z9.
             05 FILLER PIC X(11) VALUE ' OF WANTED '.
             05 KC-WANTED PIC Z9.
         01 STEP-RESULT-LINE.
             05 FILLER PIC X(08) VALUE 'PUZZLES '.
             05 SR-WRITTEN PIC Z9.
             05 FILLER PIC X(04) VALUE ' OF '.
             05 SR-WANTED PIC Z9.
             05 FILLER PIC X(06) VALUE ' SETS '.
             05 SR-SETS PIC Z(03)9.
         01 NUM-DISP PIC 9(08).

      *  STEP-END-LINE is the JOBSTEP.DAT record, the same layout TTT,
      *  SIEVE, and E hand BATCH -- SE-CODE 00 when the sheet holds
      *  every puzzle asked for, 04 when the walk found too few to
      *  fill it, 08 when there is no source set to walk.
         01 STEP-END-LINE.
             05 SE-PROGRAM PIC X(08) VALUE 'PUZZGEN'.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-CODE PIC 9(02) VALUE 0.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RESULT PIC X(30) VALUE SPACES.
             05 FILLER PIC X(01) VALUE SPACE.
             05 SE-RUNID PIC X(16) VALUE SPACES.
         01 NTVCM-RUNID-ENV PIC X(11) VALUE 'NTVCM_RUNID'.

         PROCEDURE DIVISION.
         MAIN.
             DISPLAY 'training puzzle generator starting'.
             ACCEPT RUN-DATE FROM DATE YYYYMMDD.
             PERFORM READ-PUZZLE-CFG THRU READ-PUZZLE-CFG-EXIT.
             PERFORM READCFG THRU READCFG-DEFAULTS.
             IF WALK-LIMIT = 0 OR WALK-LIMIT > MAX-DEPTH
                 MOVE MAX-DEPTH TO WALK-LIMIT.
      *  no line runs longer than the board's empty cells, at most
      *  MAX-DEPTH of them -- a band reaching past that is cut back
      *  to it.
             IF BAND-MAX > MAX-DEPTH
                 MOVE MAX-DEPTH TO BAND-MAX.
             IF BAND-MIN > MAX-DEPTH
                 MOVE MAX-DEPTH TO BAND-MIN.
             PERFORM TT-CLEAR-ENTRY VARYING TT-N FROM 1 BY 1
                 UNTIL TT-N > TT-SIZE.
             PERFORM SEEN-CLEAR-ENTRY VARYING SEEN-SLOT FROM 1 BY 1
                 UNTIL SEEN-SLOT > SEEN-SIZE.
             PERFORM DM-CLEAR-ENTRY VARYING DM-SLOT FROM 1 BY 1
                 UNTIL DM-SLOT > DM-SIZE.
             IF BUILD-SOURCE = 'B'
                 OPEN INPUT BOOK-FILE
             ELSE
                 OPEN INPUT OPENINGS-FILE.
             IF SOURCE-STATUS NOT = '00'
                 DISPLAY SOURCE-NAME ' not found, nothing to walk'
                 MOVE 8 TO SE-CODE
                 MOVE 'SOURCE FILE NOT FOUND' TO SE-RESULT
                 PERFORM WRITE-STEPEND
                 STOP RUN.
             MOVE 0 TO SOURCE-EOF.
             PERFORM WALK-NEXT-SOURCE THRU WALK-NEXT-SOURCE-EXIT
                 UNTIL SOURCE-EOF = 1 OR WALK-FULL = 1.
             IF BUILD-SOURCE = 'B'
                 CLOSE BOOK-FILE
             ELSE
                 CLOSE OPENINGS-FILE.
             IF WALK-FULL = 1
                 DISPLAY 'walk stopped early -- too many positions '
                     'for one run, narrow PZ-WALK'.
             PERFORM PICK-SET THRU PICK-SET-EXIT.
             PERFORM WRITE-PUZZLES THRU WRITE-PUZZLES-EXIT.
             MOVE PICK-COUNT TO SR-WRITTEN.
             MOVE WANT-COUNT TO SR-WANTED.
             MOVE STRIDE TO SR-SETS.
             MOVE STEP-RESULT-LINE TO SE-RESULT.
             IF PICK-COUNT < WANT-COUNT
                 DISPLAY 'fewer puzzles qualify than were asked for'
                 MOVE 4 TO SE-CODE
             ELSE
                 MOVE 0 TO SE-CODE.
             PERFORM WRITE-STEPEND.
             DISPLAY 'training puzzle generator complete'.
             STOP RUN.

      *  READ-PUZZLE-CFG takes PUZZCFG.DAT's fields.  a band whose
      *  ends are the wrong way round is swapped, and a count past
      *  what the sheet holds is clamped.
         READ-PUZZLE-CFG.
             OPEN INPUT PUZZCFG-FILE.
             IF PUZZCFG-STATUS NOT = '00' GO TO READ-PUZZLE-CFG-EXIT.
             READ PUZZCFG-FILE AT END GO TO READ-PUZZLE-CFG-CLOSE.
             MOVE PZ-COUNT TO CFG-FIELD.
             PERFORM CFG-TO-NUMBER.
             IF CFG-NUMBER NOT = 0 MOVE CFG-NUMBER TO WANT-COUNT.
             IF WANT-COUNT > MAX-WANT
                 DISPLAY 'PUZZCFG.DAT puzzle count clamped to '
                     MAX-WANT
                 MOVE MAX-WANT TO WANT-COUNT.
             MOVE PZ-MIN-PLIES TO CFG-FIELD.
             PERFORM CFG-TO-NUMBER.
             IF CFG-NUMBER NOT = 0 MOVE CFG-NUMBER TO BAND-MIN.
             MOVE PZ-MAX-PLIES TO CFG-FIELD.
             PERFORM CFG-TO-NUMBER.
             IF CFG-NUMBER NOT = 0 MOVE CFG-NUMBER TO BAND-MAX.
             IF BAND-MIN > BAND-MAX
                 MOVE BAND-MIN TO PLY-I
                 MOVE BAND-MAX TO BAND-MIN
                 MOVE PLY-I TO BAND-MAX.
             MOVE PZ-SIZE TO CFG-FIELD.
             PERFORM CFG-TO-NUMBER.
             MOVE CFG-NUMBER TO OVERRIDE-SIZE.
             MOVE PZ-WINLEN TO CFG-FIELD.
             PERFORM CFG-TO-NUMBER.
             MOVE CFG-NUMBER TO OVERRIDE-WINLEN.
             MOVE PZ-SET TO CFG-FIELD.
             PERFORM CFG-TO-NUMBER.
             IF CFG-NUMBER NOT = 0 MOVE CFG-NUMBER TO SET-NUMBER.
             IF PZ-SOURCE = 'B' OR PZ-SOURCE = 'b'
                 MOVE 'B' TO BUILD-SOURCE
                 MOVE 'OPNBOOK.DAT' TO SOURCE-NAME.
             MOVE PZ-WALK TO CFG-FIELD.
             PERFORM CFG-TO-NUMBER.
             MOVE CFG-NUMBER TO WALK-LIMIT.
         READ-PUZZLE-CFG-CLOSE.
             CLOSE PUZZCFG-FILE.
         READ-PUZZLE-CFG-EXIT.
             EXIT.

      *  CFG-TO-NUMBER reads one right-aligned number out of
      *  CFG-FIELD; blanks or anything not a number give 0.
         CFG-TO-NUMBER.
             INSPECT CFG-FIELD REPLACING LEADING SPACES BY ZEROES.
             IF CFG-FIELD NUMERIC
                 MOVE CFG-FIELD TO CFG-NUMBER
             ELSE
                 MOVE 0 TO CFG-NUMBER.

      *  READCFG takes BOARDCFG.DAT's geometry, lets PUZZCFG.DAT's
      *  override it, and clamps the result as ttt.cob does.
         READCFG.
             OPEN INPUT BOARDCFG-FILE.
             READ BOARDCFG-FILE AT END GO TO READCFG-CLOSE.
             MOVE CFG-SIZE TO BOARD-SIZE.
             MOVE CFG-WINLEN TO WIN-LEN.
         READCFG-CLOSE.
             CLOSE BOARDCFG-FILE.
             IF OVERRIDE-SIZE NOT = 0 MOVE OVERRIDE-SIZE TO BOARD-SIZE.
             IF OVERRIDE-WINLEN NOT = 0
                 MOVE OVERRIDE-WINLEN TO WIN-LEN.
             IF BOARD-SIZE > MAX-BOARD-SIZE
                 DISPLAY 'board size too large, clamped to '
                     MAX-BOARD-SIZE
                 MOVE MAX-BOARD-SIZE TO BOARD-SIZE.
             IF BOARD-SIZE < MIN-BOARD-SIZE
                 DISPLAY 'board size too small, raised to '
                     MIN-BOARD-SIZE
                 MOVE MIN-BOARD-SIZE TO BOARD-SIZE.
             IF WIN-LEN > BOARD-SIZE OR WIN-LEN < 1
                 DISPLAY 'win length invalid for this board size, '
                     'clamped to ' BOARD-SIZE
                 MOVE BOARD-SIZE TO WIN-LEN.
         READCFG-DEFAULTS.
             COMPUTE CELL-COUNT = BOARD-SIZE * BOARD-SIZE.
             COMPUTE MAX-DEPTH = CELL-COUNT - 1.
             COMPUTE MIN-WIN-DEPTH = ( 2 * WIN-LEN ) - 2.
             MOVE MIN-WIN-DEPTH TO EFF-WIN-DEPTH.
             MOVE MAX-DEPTH TO EFF-MAX-DEPTH.
             COMPUTE LINESTARTMAX = BOARD-SIZE - WIN-LEN + 1.
             COMPUTE CUTOFF-X = CELL-COUNT + 1.

         TT-CLEAR-ENTRY.
             MOVE 0 TO TT-FLAG( TT-N ).

         SEEN-CLEAR-ENTRY.
             MOVE 0 TO SEEN-USED( SEEN-SLOT ).

         DM-CLEAR-ENTRY.
             MOVE 0 TO DM-USED( DM-SLOT ).

      *  WALK-NEXT-SOURCE sets up one source record the way RUNMM
      *  does -- preset marks, then the square for mark 1 -- and
      *  walks it.  a record that breaks the contract (square off the
      *  board or on a preset mark, counts not leaving mark 2 to
      *  move) is skipped, and so is one whose game is already over.
         WALK-NEXT-SOURCE.
             IF BUILD-SOURCE = 'B'
                 READ BOOK-FILE AT END
                     MOVE 1 TO SOURCE-EOF
                     GO TO WALK-NEXT-SOURCE-EXIT
                 END-READ
                 MOVE BK-SQUARE TO SRC-SQUARE
                 MOVE BK-PRESET TO SRC-PRESET
             ELSE
                 READ OPENINGS-FILE AT END
                     MOVE 1 TO SOURCE-EOF
                     GO TO WALK-NEXT-SOURCE-EXIT
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
                 GO TO WALK-NEXT-SOURCE-EXIT.
             IF B( SRC-SQUARE ) NOT = 0
                 ADD 1 TO SOURCE-BAD
                 GO TO WALK-NEXT-SOURCE-EXIT.
             MOVE 1 TO B( SRC-SQUARE ).
             ADD 1 TO ROOT-M1.
             IF ROOT-M1 NOT = ROOT-M2 + 1
                 ADD 1 TO SOURCE-BAD
                 GO TO WALK-NEXT-SOURCE-EXIT.
             COMPUTE ROOT-MARKS = ROOT-M1 + ROOT-M2.
             PERFORM WINNER.
             IF WI NOT = 0 OR ROOT-MARKS NOT < CELL-COUNT
                 ADD 1 TO SOURCE-ENDED
                 GO TO WALK-NEXT-SOURCE-EXIT.
             MOVE 0 TO DFS-LEVEL.
             PERFORM VISIT-POSITION THRU VISIT-POSITION-EXIT.
             IF DESCEND = 1
                 PERFORM DFS-WALK THRU DFS-WALK-EXIT.
         WALK-NEXT-SOURCE-EXIT.
             EXIT.

         CLEAR-CELL.
             MOVE 0 TO B( Z ).

         APPLY-PRESET-CELL.
             MOVE SRC-PRESET( Z:1 ) TO BUILD-DIGIT.
             MOVE BUILD-DIGIT TO B( Z ).
             IF BUILD-DIGIT = 1 ADD 1 TO ROOT-M1.
             IF BUILD-DIGIT = 2 ADD 1 TO ROOT-M2.

      *  DFS-WALK visits every reply sequence up to WALK-LIMIT plies
      *  deep, OPNGEN's way, trying each position it reaches.  a
      *  reply that wins or fills the board ends the game there, so
      *  there is nothing left to set a trainee, and the walk does
      *  not go below a position VISIT-POSITION turns it back from.
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
             PERFORM VISIT-POSITION THRU VISIT-POSITION-EXIT.
             IF WALK-FULL = 1 GO TO DFS-WALK-EXIT.
             IF DESCEND = 1 AND DFS-LEVEL < WALK-LIMIT
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

      *  VISIT-POSITION looks the live position in B up among those
      *  already met, by its canonical image.  one met before is not
      *  tried again -- it, or a rotation or reflection of it, has
      *  had its trial -- and the walk goes on below it only when
      *  more of the walk is left below it now than was then.  a new
      *  one is filed and tried.
         VISIT-POSITION.
             MOVE 0 TO DESCEND.
             MOVE 0 TO POS-MARKS.
             PERFORM COUNT-MARK VARYING Z FROM 1 BY 1
                 UNTIL Z > CELL-COUNT.
             COMPUTE POS-DEPTH = POS-MARKS - 1.
             MOVE POS-DEPTH TO DEPTH.
             PERFORM TT-CANONICALIZE.
             COMPUTE REMAIN = WALK-LIMIT - DFS-LEVEL.
             DIVIDE TT-HASH BY SEEN-SIZE GIVING SEEN-HQ
                 REMAINDER SEEN-SLOT.
             ADD 1 TO SEEN-SLOT.
             MOVE 0 TO SEEN-DONE.
             PERFORM SEEN-PROBE UNTIL SEEN-DONE = 1.
             IF SEEN-USED( SEEN-SLOT ) = 1
                 IF SEEN-REMAIN( SEEN-SLOT ) < REMAIN
                     MOVE REMAIN TO SEEN-REMAIN( SEEN-SLOT )
                     MOVE 1 TO DESCEND
                     GO TO VISIT-POSITION-EXIT
                 ELSE
                     GO TO VISIT-POSITION-EXIT.
             IF SEEN-COUNT NOT < SEEN-CAP
                 MOVE 1 TO WALK-FULL
                 GO TO VISIT-POSITION-EXIT.
             MOVE 1 TO SEEN-USED( SEEN-SLOT ).
             MOVE TT-KEY-WK TO SEEN-KEY( SEEN-SLOT ).
             MOVE REMAIN TO SEEN-REMAIN( SEEN-SLOT ).
             ADD 1 TO SEEN-COUNT.
             ADD 1 TO POSITION-COUNT.
             MOVE 1 TO DESCEND.
             PERFORM TRY-POSITION THRU TRY-POSITION-EXIT.
         VISIT-POSITION-EXIT.
             EXIT.

         COUNT-MARK.
             IF B( Z ) NOT = 0 ADD 1 TO POS-MARKS.

      *  SEEN-PROBE stops on the position's own slot or on the empty
      *  slot it would go in, stepping on past anyone else's.
         SEEN-PROBE.
             IF SEEN-USED( SEEN-SLOT ) = 0
                 MOVE 1 TO SEEN-DONE
             ELSE
             IF SEEN-KEY( SEEN-SLOT ) = TT-KEY-WK
                 MOVE 1 TO SEEN-DONE
             ELSE
             IF SEEN-SLOT = SEEN-SIZE
                 MOVE 1 TO SEEN-SLOT
             ELSE
                 ADD 1 TO SEEN-SLOT.

      *  TRY-POSITION values every legal move for the side to move
      *  the way RANK-CANDIDATES in ttt.cob does, decides whether the
      *  position is a puzzle, and if so walks its best-play line and
      *  keeps it when the line's length falls in the band.  a
      *  position with a single legal move sets no puzzle.
         TRY-POSITION.
             DIVIDE POS-DEPTH BY 2 GIVING LINE-Q REMAINDER LINE-R.
             IF LINE-R = 0
                 MOVE 2 TO MOVER-MARK
                 MOVE 4 TO WIN-VALUE
             ELSE
                 MOVE 1 TO MOVER-MARK
                 MOVE 6 TO WIN-VALUE.
             MOVE 0 TO LEGAL-COUNT.
             MOVE 0 TO WIN-COUNT.
             MOVE 0 TO DRAW-COUNT.
             PERFORM SCORE-CANDIDATE THRU SCORE-CANDIDATE-EXIT
                 VARYING CAND-Z FROM 1 BY 1 UNTIL CAND-Z > CELL-COUNT.
             MOVE POS-DEPTH TO DEPTH.
             IF LEGAL-COUNT < 2 GO TO TRY-POSITION-EXIT.
             IF WIN-COUNT = 1
                 MOVE 1 TO PUZZLE-KIND
                 MOVE WIN-CELL TO SOLUTION-CELL
             ELSE
             IF WIN-COUNT = 0 AND DRAW-COUNT = 1
                 MOVE 2 TO PUZZLE-KIND
                 MOVE DRAW-CELL TO SOLUTION-CELL
             ELSE
                 GO TO TRY-POSITION-EXIT.
             ADD 1 TO QUALIFIED-COUNT.
             PERFORM BUILD-LINE THRU BUILD-LINE-EXIT.
             IF LINE-COUNT < BAND-MIN OR LINE-COUNT > BAND-MAX
                 ADD 1 TO OUT-OF-BAND
                 GO TO TRY-POSITION-EXIT.
             IF PUZ-COUNT NOT < PUZ-MAX
                 ADD 1 TO PUZ-OVERFLOW
                 GO TO TRY-POSITION-EXIT.
             ADD 1 TO PUZ-COUNT.
             MOVE ZEROES TO PUZ-BOARD( PUZ-COUNT ).
             PERFORM STORE-BOARD-CELL VARYING Z FROM 1 BY 1
                 UNTIL Z > CELL-COUNT.
             MOVE MOVER-MARK TO PUZ-SIDE( PUZ-COUNT ).
             MOVE PUZZLE-KIND TO PUZ-KIND( PUZ-COUNT ).
             MOVE SOLUTION-CELL TO PUZ-CELL( PUZ-COUNT ).
             MOVE LINE-COUNT TO PUZ-PLIES( PUZ-COUNT ).
             MOVE LINE-MOVES TO PUZ-MOVES( PUZ-COUNT ).
             MOVE LINE-OUTCOME TO PUZ-OUTCOME( PUZ-COUNT ).
             MOVE 0 TO PUZ-PICKED( PUZ-COUNT ).
         TRY-POSITION-EXIT.
             EXIT.

      *  SCORE-CANDIDATE values the position one legal move leads
      *  to, as SCORE-CANDIDATE in ttt.cob does -- a move that ends
      *  the game on the spot scores directly, any other gets a
      *  full-window MINMAX from the depth after it.
         SCORE-CANDIDATE.
             IF B( CAND-Z ) NOT = 0 GO TO SCORE-CANDIDATE-EXIT.
             MOVE MOVER-MARK TO B( CAND-Z ).
             PERFORM WINNER.
             IF WI NOT = 0
                 IF WI = 1 MOVE 6 TO SC ELSE MOVE 4 TO SC
             ELSE
                 COMPUTE DEPTH = POS-DEPTH + 1
                 MOVE 2 TO ALPHA
                 MOVE 9 TO BETA
                 MOVE 9999 TO TT-ROOT-DEPTH
                 PERFORM MINMAX.
             MOVE 0 TO B( CAND-Z ).
             ADD 1 TO LEGAL-COUNT.
             IF SC = WIN-VALUE
                 ADD 1 TO WIN-COUNT
                 MOVE CAND-Z TO WIN-CELL
             ELSE
             IF SC = 5
                 ADD 1 TO DRAW-COUNT
                 MOVE CAND-Z TO DRAW-CELL.
         SCORE-CANDIDATE-EXIT.
             EXIT.

         STORE-BOARD-CELL.
             MOVE B( Z ) TO BUILD-DIGIT.
             MOVE BUILD-DIGIT TO PUZ-BOARD( PUZ-COUNT )( Z:1 ).

      *  BUILD-LINE plays the solution, then best play from there to
      *  the end of the game, packing the cells three columns apiece
      *  as PV-EMIT does, and takes the moves back off again.  the
      *  outcome is spelled relative to mark 1, as TTTPV.DAT's is.
         BUILD-LINE.
             MOVE SPACES TO LINE-MOVES.
             MOVE 0 TO LINE-COUNT.
             MOVE POS-DEPTH TO DEPTH.
             MOVE SOLUTION-CELL TO LINE-X.
             GO TO LINE-PLACE.
         LINE-LOOP.
             PERFORM WINNER.
             IF WI NOT = 0 GO TO LINE-DONE.
             IF DEPTH NOT < EFF-MAX-DEPTH GO TO LINE-DONE.
             PERFORM CHOOSE-LINE-MOVE THRU CHOOSE-LINE-MOVE-EXIT.
             IF LINE-X = 0 GO TO LINE-DONE.
         LINE-PLACE.
             DIVIDE DEPTH BY 2 GIVING LINE-Q REMAINDER LINE-R.
             IF LINE-R = 0
                 MOVE 2 TO B( LINE-X )
             ELSE
                 MOVE 1 TO B( LINE-X ).
             ADD 1 TO DEPTH.
             ADD 1 TO LINE-COUNT.
             MOVE LINE-X TO LINE-CELL( LINE-COUNT ).
             COMPUTE LINE-POS = ( ( LINE-COUNT - 1 ) * 3 ) + 1.
             MOVE LINE-X TO PV-CELL-NUM.
             MOVE PV-CELL TO LINE-MOVES( LINE-POS:3 ).
             GO TO LINE-LOOP.
         LINE-DONE.
             IF WI = 1
                 MOVE 'WIN ' TO LINE-OUTCOME
             ELSE
             IF WI = 2
                 MOVE 'LOSE' TO LINE-OUTCOME
             ELSE
                 MOVE 'DRAW' TO LINE-OUTCOME.
             PERFORM LINE-UNDO VARYING LK FROM 1 BY 1
                 UNTIL LK > LINE-COUNT.
             MOVE POS-DEPTH TO DEPTH.
         BUILD-LINE-EXIT.
             EXIT.

         LINE-UNDO.
             MOVE 0 TO B( LINE-CELL( LK ) ).

      *  CHOOSE-LINE-MOVE picks the next move of the line for the
      *  side to move at DEPTH -- mark 2 at even depths, as in
      *  INITVALPM.  a drawn line takes MINMAX's move; a won one asks
      *  the distance search, the puzzle's mover being the winner.
         CHOOSE-LINE-MOVE.
             IF PUZZLE-KIND = 2
                 MOVE 2 TO ALPHA
                 MOVE 9 TO BETA
                 MOVE DEPTH TO TT-ROOT-DEPTH
                 PERFORM MINMAX
                 COMPUTE LINE-D1 = DEPTH + 1
                 MOVE BESTX( LINE-D1 ) TO LINE-X
                 GO TO CHOOSE-LINE-MOVE-EXIT.
             DIVIDE DEPTH BY 2 GIVING LINE-Q REMAINDER LINE-R.
             IF ( LINE-R = 0 AND MOVER-MARK = 2 )
                 OR ( LINE-R NOT = 0 AND MOVER-MARK = 1 )
                 MOVE 1 TO DIST-MODE-IN
             ELSE
                 MOVE 2 TO DIST-MODE-IN.
             PERFORM DIST-FRAME.
             PERFORM DIST-EXPAND.
             MOVE DIST-BEST-X( DIST-LEVEL ) TO LINE-X.
             SUBTRACT 1 FROM DIST-LEVEL.
         CHOOSE-LINE-MOVE-EXIT.
             EXIT.

      *  DIST-SEARCH sets DIST-RESULT to the plies left in the
      *  position on the board at DEPTH, which must not be over yet,
      *  when both sides play for distance -- DIST-MODE-IN says which
      *  side is winning it.  a position already worked out comes
      *  from the table.
         DIST-SEARCH.
             PERFORM DIST-FRAME.
             PERFORM TT-CANONICALIZE.
             DIVIDE TT-HASH BY DM-SIZE GIVING DM-HQ REMAINDER DM-SLOT.
             ADD 1 TO DM-SLOT.
             IF DM-USED( DM-SLOT ) = 1 AND DM-KEY( DM-SLOT ) = TT-KEY-WK
                 MOVE DM-DIST( DM-SLOT ) TO DIST-RESULT
             ELSE
                 MOVE TT-KEY-WK TO DIST-KEY-ST( DIST-LEVEL )
                 MOVE DM-SLOT TO DIST-SLOT-ST( DIST-LEVEL )
                 PERFORM DIST-EXPAND
                 MOVE DIST-BEST( DIST-LEVEL ) TO DIST-RESULT
                 MOVE DIST-SLOT-ST( DIST-LEVEL ) TO DM-SLOT
                 MOVE DIST-KEY-ST( DIST-LEVEL ) TO DM-KEY( DM-SLOT )
                 MOVE DIST-RESULT TO DM-DIST( DM-SLOT )
                 MOVE 1 TO DM-USED( DM-SLOT ).
             SUBTRACT 1 FROM DIST-LEVEL.

      *  DIST-FRAME opens a new level for the position at DEPTH.
         DIST-FRAME.
             ADD 1 TO DIST-LEVEL.
             MOVE DIST-MODE-IN TO DIST-MODE( DIST-LEVEL ).
             DIVIDE DEPTH BY 2 GIVING DIST-Q REMAINDER DIST-R.
             IF DIST-R = 0
                 MOVE 2 TO DIST-MARK( DIST-LEVEL )
                 MOVE 4 TO DIST-WIN-VALUE( DIST-LEVEL )
             ELSE
                 MOVE 1 TO DIST-MARK( DIST-LEVEL )
                 MOVE 6 TO DIST-WIN-VALUE( DIST-LEVEL ).
             IF DIST-MODE-IN = 1
                 MOVE 99 TO DIST-BEST( DIST-LEVEL )
             ELSE
                 MOVE 0 TO DIST-BEST( DIST-LEVEL ).
             MOVE 0 TO DIST-BEST-X( DIST-LEVEL ).

      *  DIST-EXPAND tries every move out of the level's position,
      *  lowest cell first, so that of two equally long moves the
      *  lower-numbered is kept, as MINMAX keeps it.
         DIST-EXPAND.
             PERFORM DIST-TRY-CELL VARYING DIST-X( DIST-LEVEL )
                 FROM 1 BY 1 UNTIL DIST-X( DIST-LEVEL ) > CELL-COUNT.

         DIST-TRY-CELL.
             MOVE DIST-X( DIST-LEVEL ) TO DIST-CELL( DIST-LEVEL ).
             IF B( DIST-CELL( DIST-LEVEL ) ) = 0
                 MOVE DIST-MARK( DIST-LEVEL )
                     TO B( DIST-CELL( DIST-LEVEL ) )
                 PERFORM DIST-CHILD-LENGTH
                 MOVE 0 TO B( DIST-CELL( DIST-LEVEL ) ).

      *  DIST-CHILD-LENGTH measures the move just placed: 1 when it
      *  wins on the spot, nothing when it fills the board for a
      *  draw, else one more than the position after it.
         DIST-CHILD-LENGTH.
             MOVE 0 TO DIST-CHILD.
             PERFORM WINNER.
             IF WI NOT = 0
                 MOVE 1 TO DIST-CHILD.
             IF WI = 0 AND DEPTH + 1 < EFF-MAX-DEPTH
                 PERFORM DIST-CHILD-SEARCH.
             IF DIST-CHILD NOT = 0
                 PERFORM DIST-CHILD-BEST.

      *  DIST-CHILD-SEARCH -- the winning side only counts the moves
      *  that keep the win, valued by a full-window MINMAX as
      *  SCORE-CANDIDATE values them; every move of the losing side
      *  loses, so each is counted.  the side to move after it is
      *  then losing or winning in turn.
         DIST-CHILD-SEARCH.
             ADD 1 TO DEPTH.
             MOVE 1 TO DIST-WINNING.
             IF DIST-MODE( DIST-LEVEL ) = 1
                 MOVE 2 TO ALPHA
                 MOVE 9 TO BETA
                 MOVE 9999 TO TT-ROOT-DEPTH
                 PERFORM MINMAX
                 IF SC NOT = DIST-WIN-VALUE( DIST-LEVEL )
                     MOVE 0 TO DIST-WINNING.
             IF DIST-WINNING = 1
                 IF DIST-MODE( DIST-LEVEL ) = 1
                     MOVE 2 TO DIST-MODE-IN
                 ELSE
                     MOVE 1 TO DIST-MODE-IN
                 END-IF
                 PERFORM DIST-SEARCH
                 COMPUTE DIST-CHILD = DIST-RESULT + 1.
             SUBTRACT 1 FROM DEPTH.

      *  DIST-CHILD-BEST keeps the shorter length for a winning side,
      *  the longer for a losing one.  a win on the spot cannot be
      *  bettered, so it ends the level's loop as CUTOFF-X ends
      *  MINMAX's.
         DIST-CHILD-BEST.
             IF DIST-MODE( DIST-LEVEL ) = 1
                 IF DIST-CHILD < DIST-BEST( DIST-LEVEL )
                     MOVE DIST-CHILD TO DIST-BEST( DIST-LEVEL )
                     MOVE DIST-CELL( DIST-LEVEL )
                         TO DIST-BEST-X( DIST-LEVEL )
                 END-IF
                 IF DIST-BEST( DIST-LEVEL ) = 1
                     MOVE CELL-COUNT TO DIST-X( DIST-LEVEL )
                 END-IF
             ELSE
                 IF DIST-CHILD > DIST-BEST( DIST-LEVEL )
                     MOVE DIST-CHILD TO DIST-BEST( DIST-LEVEL )
                     MOVE DIST-CELL( DIST-LEVEL )
                         TO DIST-BEST-X( DIST-LEVEL ).

      *  PICK-SET deals this set's share out of the kept puzzles --
      *  see STRIDE.  too few to fill the sheet puts all of them on
      *  it.
         PICK-SET.
             IF PUZ-COUNT < WANT-COUNT
                 MOVE PUZ-COUNT TO PICK-COUNT
                 MOVE 1 TO STRIDE
             ELSE
                 MOVE WANT-COUNT TO PICK-COUNT
                 DIVIDE PUZ-COUNT BY WANT-COUNT GIVING STRIDE.
             IF PICK-COUNT = 0 GO TO PICK-SET-EXIT.
             COMPUTE PICK-J = SET-NUMBER - 1.
             DIVIDE PICK-J BY STRIDE GIVING PICK-Q
                 REMAINDER PICK-START.
             ADD 1 TO PICK-START.
             PERFORM PICK-ONE VARYING PICK-J FROM 0 BY 1
                 UNTIL PICK-J NOT < PICK-COUNT.
         PICK-SET-EXIT.
             EXIT.

         PICK-ONE.
             COMPUTE PICK-IDX = PICK-START + ( PICK-J * STRIDE ).
             MOVE 1 TO PUZ-PICKED( PICK-IDX ).

      *  WRITE-PUZZLES writes the sheet and the key together, easiest
      *  first: the set goes out in order of line length, puzzles of
      *  the same length in the order the walk met them, numbered as
      *  they go.
         WRITE-PUZZLES.
             OPEN OUTPUT SHEET-FILE.
             OPEN OUTPUT KEY-FILE.
             MOVE SET-NUMBER TO SH-SET.
             MOVE BOARD-SIZE TO SH-SIZE.
             MOVE WIN-LEN TO SH-WINLEN.
             MOVE RUN-DATE TO SH-DATE.
             MOVE SHEET-HEAD-LINE TO SHEET-REC.
             WRITE SHEET-REC.
             DISPLAY SHEET-HEAD-LINE.
             MOVE LEGEND-TITLE TO SHEET-REC.
             WRITE SHEET-REC.
             PERFORM WRITE-LEGEND-ROW VARYING ROW-I FROM 1 BY 1
                 UNTIL ROW-I > BOARD-SIZE.
             MOVE SET-NUMBER TO KH-SET.
             MOVE BOARD-SIZE TO KH-SIZE.
             MOVE WIN-LEN TO KH-WINLEN.
             MOVE BAND-MIN TO KH-MIN.
             MOVE BAND-MAX TO KH-MAX.
             MOVE RUN-DATE TO KH-DATE.
             MOVE KEY-HEAD-LINE TO KEY-REC.
             WRITE KEY-REC.
             DISPLAY KEY-HEAD-LINE.
             MOVE 0 TO SHEET-NUMBER.
             PERFORM WRITE-PLY-GROUP VARYING PLY-I FROM BAND-MIN BY 1
                 UNTIL PLY-I > BAND-MAX.
             MOVE POSITION-COUNT TO KT-POSITIONS.
             MOVE QUALIFIED-COUNT TO KT-QUALIFIED.
             COMPUTE KT-IN-BAND = PUZ-COUNT + PUZ-OVERFLOW.
             MOVE STRIDE TO KT-SETS.
             MOVE KEY-TOTAL-LINE TO KEY-REC.
             WRITE KEY-REC.
             DISPLAY KEY-TOTAL-LINE.
             MOVE PICK-COUNT TO KC-WRITTEN.
             MOVE WANT-COUNT TO KC-WANTED.
             MOVE KEY-COUNT-LINE TO KEY-REC.
             WRITE KEY-REC.
             DISPLAY KEY-COUNT-LINE.
             IF SOURCE-BAD NOT = 0
                 MOVE SOURCE-BAD TO NUM-DISP
                 DISPLAY 'source records skipped as malformed: '
                     NUM-DISP.
             IF PUZ-OVERFLOW NOT = 0
                 MOVE PUZ-OVERFLOW TO NUM-DISP
                 DISPLAY 'puzzles past the table, not dealt: '
                     NUM-DISP.
             CLOSE SHEET-FILE.
             CLOSE KEY-FILE.
         WRITE-PUZZLES-EXIT.
             EXIT.

         WRITE-LEGEND-ROW.
             MOVE SPACES TO LEGEND-CELLS.
             PERFORM SET-LEGEND-CELL VARYING COL-I FROM 1 BY 1
                 UNTIL COL-I > BOARD-SIZE.
             MOVE LEGEND-LINE TO SHEET-REC.
             WRITE SHEET-REC.

         SET-LEGEND-CELL.
             COMPUTE PV-CELL-NUM = ( ( ROW-I - 1 ) * BOARD-SIZE )
                 + COL-I.
             COMPUTE LEGEND-POS = ( ( COL-I - 1 ) * 3 ) + 1.
             MOVE PV-CELL TO LEGEND-CELLS( LEGEND-POS:3 ).

         WRITE-PLY-GROUP.
             PERFORM WRITE-IF-PICKED VARYING PI FROM 1 BY 1
                 UNTIL PI > PUZ-COUNT.

         WRITE-IF-PICKED.
             IF PUZ-PICKED( PI ) = 1 AND PUZ-PLIES( PI ) = PLY-I
                 ADD 1 TO SHEET-NUMBER
                 PERFORM WRITE-SHEET-PUZZLE
                 PERFORM WRITE-KEY-PUZZLE.

      *  WRITE-SHEET-PUZZLE sets one board out as SHOWBOARD shows it,
      *  a row of '.', 'X', and 'O' per board row.
         WRITE-SHEET-PUZZLE.
             MOVE SPACES TO SHEET-REC.
             WRITE SHEET-REC.
             MOVE SHEET-NUMBER TO PH-NUMBER.
             IF PUZ-SIDE( PI ) = 1
                 MOVE 'X' TO PH-SIDE
             ELSE
                 MOVE 'O' TO PH-SIDE.
             IF PUZ-KIND( PI ) = 1
                 MOVE 'FIND THE WINNING MOVE' TO PH-TASK
             ELSE
                 MOVE 'FIND THE ONLY MOVE THAT SAVES THE DRAW'
                     TO PH-TASK.
             MOVE PUZZLE-HEAD-LINE TO SHEET-REC.
             WRITE SHEET-REC.
             DISPLAY PUZZLE-HEAD-LINE.
             PERFORM WRITE-BOARD-ROW VARYING ROW-I FROM 1 BY 1
                 UNTIL ROW-I > BOARD-SIZE.

         WRITE-BOARD-ROW.
             COMPUTE ROW-START = ( ( ROW-I - 1 ) * BOARD-SIZE ) + 1.
             MOVE SPACES TO BR-ROW.
             MOVE PUZ-BOARD( PI )( ROW-START:BOARD-SIZE ) TO BR-ROW.
             INSPECT BR-ROW CONVERTING '012' TO '.XO'.
             MOVE BOARD-ROW-LINE TO SHEET-REC.
             WRITE SHEET-REC.
             DISPLAY BOARD-ROW-LINE.

         WRITE-KEY-PUZZLE.
             MOVE SHEET-NUMBER TO KP-NUMBER.
             MOVE PUZ-CELL( PI ) TO KP-CELL.
             MOVE PUZ-PLIES( PI ) TO KP-PLIES.
             IF PUZ-KIND( PI ) = 2
                 MOVE 'DRAW' TO KP-RESULT
             ELSE
             IF PUZ-SIDE( PI ) = 1
                 MOVE 'X WINS' TO KP-RESULT
             ELSE
                 MOVE 'O WINS' TO KP-RESULT.
             MOVE KEY-PUZZLE-LINE TO KEY-REC.
             WRITE KEY-REC.
             MOVE PUZ-BOARD( PI ) TO KB-BOARD.
             MOVE PUZ-SIDE( PI ) TO KB-TURN.
             MOVE KEY-BOARD-LINE TO KEY-REC.
             WRITE KEY-REC.
             MOVE PUZ-MOVES( PI ) TO KL-MOVES.
             MOVE PUZ-OUTCOME( PI ) TO KL-OUTCOME.
             MOVE KEY-LINE-LINE TO KEY-REC.
             WRITE KEY-REC.

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

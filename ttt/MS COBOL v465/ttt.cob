      *  REMARKS. prove tic-tac-toe is not winnable against a good foe.
      *  REMARKS. every terminal node MINMAX reaches is logged to
      *  REMARKS. TTTRACE.DAT for offline audit of the search.
      *  REMARKS. position analysis and full-strength interactive
      *  REMARKS. replies look the position up on POSMSTR.DAT, the
      *  REMARKS. solved-position master POSBUILD grows, before
      *  REMARKS. searching it.  a calibration tournament mode plays
      *  REMARKS. the interactive difficulty levels against each other
      *  REMARKS. and rates them.
         ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
         INPUT-OUTPUT SECTION.
                 FILE STATUS IS POS-STATUS.
             SELECT ANALYSIS-FILE ASSIGN TO 'TTTANA.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT POSMSTR-FILE ASSIGN TO 'POSMSTR.DAT'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS PM-KEY
                 FILE STATUS IS PM-STATUS.
             SELECT TOURN-FILE ASSIGN TO 'TTTTOURN.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
             SELECT TOURN-RPT-FILE ASSIGN TO 'TTTTRPT.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
         DATA DIVISION.
         FILE SECTION.
         FD  TRACE-FILE.
      *  the full best-play line in TTTPV.DAT's 3-column packing,
      *  and, when the request asks, every legal candidate move
      *  ranked.  see ANALYZE-POSITION.
      *  CFG-MODE 4 is the difficulty calibration tournament: MINMAX
      *  plays itself at every pairing of the difficulty levels 1
      *  through 9, from every opening, each level taking both colors,
      *  and TTTTRPT.DAT rates the levels -- see TOURNAMENT.
      *  CFG-DIFFICULTY is not read in this mode.
         FD  MODECFG-FILE.
         01 MODECFG-REC.
             05 CFG-MODE PIC 9(01).
             05 POS-CANDS PIC X(01).
         FD  ANALYSIS-FILE.
         01 ANALYSIS-REC PIC X(90).
      *  POSMSTR-FILE is POSMSTR.DAT, the solved-position master --
      *  see posbuild.cob for how it is built.  the key is the board
      *  geometry, the position's canonical image in OPN-PRESET's
      *  packed form, and the side to move; PM-BEST-CELL is a cell
      *  of that canonical image, carried back onto the live board
      *  by the map TT-CANONICALIZE chose (TT-BEST-T).
         FD  POSMSTR-FILE.
         01 POSMSTR-REC.
             05 PM-KEY.
                 10 PM-SIZE PIC 9(02).
                 10 PM-WINLEN PIC 9(02).
                 10 PM-BOARD PIC 9(25).
                 10 PM-SIDE PIC 9(01).
             05 PM-VALUE PIC 9(01).
             05 PM-BEST-CELL PIC 9(02).
             05 PM-DEPTH PIC 9(02).
             05 PM-DATE PIC 9(08).
      *  TOURN-FILE is TTTTOURN.DAT, one line per game CFG-MODE 4
      *  plays (see TOURN-LINE), bracketed by the same HDR/TRL
      *  records TTTPV.DAT carries; TOURN-RPT-FILE is TTTTRPT.DAT,
      *  the cross-table and ratings report.
         FD  TOURN-FILE.
         01 TOURN-REC PIC X(132).
         FD  TOURN-RPT-FILE.
         01 TOURN-RPT-REC PIC X(120).
         WORKING-STORAGE SECTION.
      *  board geometry, read from BOARDCFG.DAT at start-up so the
      *  same minimax engine can play an NxN board needing WIN-LEN
         01 TT-N PIC 9(08) COMP VALUE 0.
         01 TT-CD PIC 9(04) COMP VALUE 0.
         01 TT-T PIC 9(01) COMP VALUE 0.
         01 TT-BEST-T PIC 9(01) COMP VALUE 1.
         01 TTR PIC 9(02) COMP VALUE 0.
         01 TTC PIC 9(02) COMP VALUE 0.
         01 TT-SRCR PIC 9(02) COMP VALUE 0.
             05 PV-MOVES PIC X(75).
             05 FILLER PIC X(01) VALUE SPACE.
             05 PV-OUTCOME PIC X(04).
      *  solved-position master state -- PM-STATE is 0 until the
      *  first lookup opens POSMSTR.DAT, then 1 while it is open or
      *  2 when there is none, in which case every position is
      *  searched exactly as before.  a hit leaves the value in SC
      *  and the live-board cell in BESTX(DEPTH + 1), just where a
      *  root MINMAX call leaves them.  a depth-capped interactive
      *  session never looks: the master's answers are perfect play,
      *  and the difficulty chosen is meant to be anything but.
         01 PM-STATUS PIC X(02).
         01 PM-STATE PIC 9(01) COMP VALUE 0.
         01 PM-HIT PIC 9(01) COMP VALUE 0.
         01 PM-HIT-CELL PIC 9(04) COMP VALUE 0.
         01 PM-HIT-COUNT PIC 9(06) COMP VALUE 0.
         01 PM-CELL-Q PIC 9(04) COMP VALUE 0.
         01 PM-CELL-R PIC 9(04) COMP VALUE 0.
      *  difficulty tournament state -- TN-LEVEL-X/TN-LEVEL-O are the
      *  levels playing mark 1 and mark 2 in the game under way, and
      *  each side's searches run with SEARCH-CAP set to its own level
      *  exactly as an interactive reply at that difficulty would.
      *  TN-CELL( r, c ) holds level r's games against level c from
      *  r's side: wins, losses, draws, the plies those games ran (the
      *  opening square counts as the first), and the think time and
      *  count of the searches both levels made in them -- every game
      *  is posted to both ( r, c ) and ( c, r ).  TN-LV-* total each
      *  level's own searches for its average think time.  the
      *  opening's preset is kept here rather than read through
      *  OPN-PRESET, since ALLOPENINGS.DAT may be the set in use.
         01 TN-LEVEL-X PIC 9(02) COMP VALUE 0.
         01 TN-LEVEL-O PIC 9(02) COMP VALUE 0.
         01 TN-LA PIC 9(02) COMP VALUE 0.
         01 TN-LB PIC 9(02) COMP VALUE 0.
         01 TN-R PIC 9(02) COMP VALUE 0.
         01 TN-C PIC 9(02) COMP VALUE 0.
         01 TN-D PIC 9(04) COMP VALUE 0.
         01 TN-M PIC 9(04) COMP VALUE 0.
         01 TN-X PIC 9(04) COMP VALUE 0.
         01 TN-POS PIC 9(04) COMP VALUE 0.
         01 TN-PRESET PIC 9(25) VALUE ZEROES.
         01 TN-MOVE-COUNT PIC 9(04) COMP VALUE 0.
         01 TN-THINK-X-CS PIC 9(09) COMP VALUE 0.
         01 TN-THINK-O-CS PIC 9(09) COMP VALUE 0.
         01 TN-SEARCHES-X PIC 9(04) COMP VALUE 0.
         01 TN-SEARCHES-O PIC 9(04) COMP VALUE 0.
         01 TN-OPENING-COUNT PIC 9(04) COMP VALUE 0.
         01 TN-BAD-COUNT PIC 9(04) COMP VALUE 0.
         01 TN-GAME-COUNT PIC 9(08) COMP VALUE 0.
         01 TN-FLAG-COUNT PIC 9(02) COMP VALUE 0.
         01 TN-TABLE.
             05 TN-ROW OCCURS 9 TIMES.
                 10 TN-CELL OCCURS 9 TIMES.
                     15 TN-WINS PIC 9(06) COMP.
                     15 TN-LOSSES PIC 9(06) COMP.
                     15 TN-DRAWS PIC 9(06) COMP.
                     15 TN-PLIES PIC 9(08) COMP.
                     15 TN-THINK-CS PIC 9(09) COMP.
                     15 TN-SEARCHES PIC 9(08) COMP.
         01 TN-LV-THINK-CS PIC 9(09) COMP OCCURS 9 TIMES.
         01 TN-LV-SEARCHES PIC 9(08) COMP OCCURS 9 TIMES.
         01 TN-SUM-W PIC 9(08) COMP VALUE 0.
         01 TN-SUM-L PIC 9(08) COMP VALUE 0.
         01 TN-SUM-D PIC 9(08) COMP VALUE 0.
         01 TN-SUM-G PIC 9(08) COMP VALUE 0.
         01 TN-POINTS PIC 9(09) COMP VALUE 0.
         01 TN-AVG PIC 9(07)V9 VALUE 0.
         01 TN-SCORE PIC 9(03)V9 VALUE 0.
         01 TN-RATING PIC 9(04) COMP VALUE 0.
         01 TOURN-LINE.
             05 TG-LEVEL-X PIC 9(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TG-LEVEL-O PIC 9(01).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TG-FIRSTMOVE PIC Z9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 TG-PRESET PIC 9(25).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TG-RESULT PIC X(04).
             05 FILLER PIC X(01) VALUE SPACE.
             05 TG-PLIES PIC Z9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 TG-THINK-X PIC Z(06)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 TG-THINK-O PIC Z(06)9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 TG-MOVES PIC X(75).
         01 TN-HEAD-LINE.
             05 FILLER PIC X(26) VALUE 'DIFFICULTY TOURNAMENT FOR '.
             05 TH-DATE PIC 9(08).
             05 FILLER PIC X(06) VALUE ' SIZE='.
             05 TH-SIZE PIC 9(02).
             05 FILLER PIC X(08) VALUE ' WINLEN='.
             05 TH-WINLEN PIC 9(02).
             05 FILLER PIC X(10) VALUE ' OPENINGS '.
             05 TH-OPENINGS PIC ZZZ9.
             05 FILLER PIC X(07) VALUE ' GAMES '.
             05 TH-GAMES PIC Z(07)9.
         01 TN-SKIP-LINE.
             05 FILLER PIC X(27) VALUE 'OPENINGS SKIPPED AS INVALID'.
             05 TSK-COUNT PIC ZZZ9.
         01 TN-XT-TITLE PIC X(60) VALUE
             'CROSS-TABLE -- ROW LEVEL W-L-D AGAINST COLUMN LEVEL'.
         01 TN-XT-COLS.
             05 FILLER PIC X(07) VALUE 'LEVEL'.
             05 TXC-COL OCCURS 9 TIMES.
                 10 FILLER PIC X(11).
                 10 TXC-LEVEL PIC 9(01).
         01 TN-XT-ROW.
             05 FILLER PIC X(06) VALUE 'LEVEL '.
             05 TXR-LEVEL PIC 9(01).
             05 TXR-CELL PIC X(12) OCCURS 9 TIMES.
         01 TN-XT-CELL-TEXT.
             05 FILLER PIC X(01) VALUE SPACE.
             05 TXT-W PIC ZZ9.
             05 FILLER PIC X(01) VALUE '-'.
             05 TXT-L PIC ZZ9.
             05 FILLER PIC X(01) VALUE '-'.
             05 TXT-D PIC ZZ9.
         01 TN-PAIR-TITLE PIC X(60) VALUE
             'PAIRINGS -- WINS FOR EACH LEVEL, AVERAGES PER GAME/MOVE'.
         01 TN-PAIR-LINE.
             05 FILLER PIC X(06) VALUE 'LEVEL '.
             05 TPL-LA PIC 9(01).
             05 FILLER PIC X(09) VALUE ' V LEVEL '.
             05 TPL-LB PIC 9(01).
             05 FILLER PIC X(07) VALUE ' GAMES '.
             05 TPL-GAMES PIC ZZZ9.
             05 FILLER PIC X(06) VALUE ' WINS '.
             05 TPL-WA PIC ZZZ9.
             05 FILLER PIC X(01) VALUE '/'.
             05 TPL-WB PIC ZZZ9.
             05 FILLER PIC X(07) VALUE ' DRAWS '.
             05 TPL-D PIC ZZZ9.
             05 FILLER PIC X(11) VALUE ' AVG PLIES '.
             05 TPL-PLIES PIC Z9.9.
             05 FILLER PIC X(11) VALUE ' AVG THINK '.
             05 TPL-THINK PIC Z(05)9.9.
             05 FILLER PIC X(03) VALUE ' CS'.
         01 TN-RATE-TITLE PIC X(60) VALUE
             'RATINGS -- 1500 + 400 X (WINS - LOSSES) / GAMES'.
         01 TN-RATE-LINE.
             05 FILLER PIC X(06) VALUE 'LEVEL '.
             05 TRL-LEVEL PIC 9(01).
             05 FILLER PIC X(07) VALUE ' GAMES '.
             05 TRL-GAMES PIC ZZZZ9.
             05 FILLER PIC X(03) VALUE ' W '.
             05 TRL-W PIC ZZZZ9.
             05 FILLER PIC X(03) VALUE ' L '.
             05 TRL-L PIC ZZZZ9.
             05 FILLER PIC X(03) VALUE ' D '.
             05 TRL-D PIC ZZZZ9.
             05 FILLER PIC X(07) VALUE ' SCORE '.
             05 TRL-SCORE PIC ZZ9.9.
             05 FILLER PIC X(09) VALUE '% RATING '.
             05 TRL-RATING PIC ZZZ9.
             05 FILLER PIC X(11) VALUE ' AVG THINK '.
             05 TRL-THINK PIC Z(05)9.9.
             05 FILLER PIC X(01) VALUE SPACE.
             05 TRL-FLAG PIC X(21).
         01 TN-FLAG-TEXT.
             05 FILLER PIC X(20) VALUE 'DOES NOT BEAT LEVEL '.
             05 TFT-LEVEL PIC 9(01).
         01 TN-TOTAL-LINE.
             05 FILLER PIC X(36) VALUE
                 'LEVELS NOT BEATING THE LEVEL BELOW: '.
             05 TTL-COUNT PIC Z9.

         PROCEDURE DIVISION.
         MAIN.
             ADD 1 TO ITER.
             IF ITER NOT > CELL-COUNT GO TO INITBOARD.

             IF GAME-MODE = 4
                 PERFORM TOURNAMENT THRU TOURNAMENT-EXIT
                 PERFORM WRITE-TRACE-TRAILER
                 CLOSE TRACE-FILE
                 MOVE TN-GAME-COUNT TO ARL-FIELD1
                 MOVE TN-FLAG-COUNT TO ARL-FIELD2
                 MOVE 'TTT' TO AL-PROGRAM
                 MOVE AUDIT-RESULT-LINE TO AL-RESULT
                 PERFORM WRITE-AUDITLOG
                 PERFORM WRITE-STEPEND
                 STOP RUN.

             IF GAME-MODE = 3
                 PERFORM ANALYZE-POSITION THRU ANALYZE-POSITION-EXIT
                 PERFORM PM-CLOSE
                 PERFORM WRITE-TRACE-TRAILER
                 CLOSE TRACE-FILE
                 MOVE ANA-BEST-CELL TO ARL-FIELD1

             IF GAME-MODE = 1
                 PERFORM INTERACTIVE-GAME THRU INTERACTIVE-GAME-EXIT
                 PERFORM PM-CLOSE
                 PERFORM WRITE-TRACE-TRAILER
                 CLOSE TRACE-FILE
                 MOVE DEPTH TO ARL-FIELD1
             MOVE DEPTH TO SEARCH-BASE-DEPTH.
             MOVE DEPTH TO TT-ROOT-DEPTH.
             ACCEPT MOVE-TIME-START FROM TIME.
             PERFORM MASTER-OR-MINMAX.
             PERFORM TAKE-MOVE-TIME.
             ADD 1 TO DEPTH.
             MOVE 2 TO B( BESTX( DEPTH ) ).
             MOVE 2 TO ALPHA.
             MOVE 9 TO BETA.
             MOVE DEPTH TO TT-ROOT-DEPTH.
             PERFORM MASTER-OR-MINMAX.
             IF PM-HIT = 1
                 DISPLAY 'position answered from POSMSTR.DAT.'.
             MOVE SC TO ANA-EVAL.
             COMPUTE TT-CD = DEPTH + 1.
             MOVE BESTX( TT-CD ) TO ANA-BEST-CELL.
             MOVE 2 TO ALPHA.
             MOVE 9 TO BETA.
             MOVE DEPTH TO TT-ROOT-DEPTH.
             PERFORM MASTER-OR-MINMAX.
             ADD 1 TO DEPTH.
             IF BESTX( DEPTH ) = 0 GO TO ANA-LINE-DONE.
             MOVE BESTX( DEPTH ) TO PV-X.
                 MOVE 2 TO ALPHA
                 MOVE 9 TO BETA
                 MOVE 9999 TO TT-ROOT-DEPTH
                 PERFORM MASTER-OR-MINMAX.
             MOVE 0 TO B( CAND-Z ).
             ADD 1 TO CAND-COUNT.
             MOVE CAND-Z TO CAND-CELL( CAND-COUNT ).
                 AND CAND-SC( CAND-I ) < CAND-SC( CAND-PICK )
                 MOVE CAND-I TO CAND-PICK.

      *  TOURNAMENT is CFG-MODE 4's driver: for every opening in the
      *  set batch mode would read, every pair of difficulty levels
      *  plays two games, each level taking mark 1 once, and every
      *  game goes to TTTTOURN.DAT as it finishes.  the searches run
      *  exactly as interactive replies at those levels do -- capped,
      *  uncached, never answered from POSMSTR.DAT -- and PV-ACTIVE,
      *  the quiet flag PV-EMIT's replay raises, keeps the thousands
      *  of searches out of TTTRACE.DAT and CHECKPT.DAT.  an opening
      *  whose square is off the board or already taken by its preset
      *  is skipped and counted.
         TOURNAMENT.
             DISPLAY 'difficulty tournament mode.'.
             MOVE 0 TO TT-ENABLED.
             MOVE 1 TO PV-ACTIVE.
             PERFORM TN-CLEAR-CELL VARYING TN-R FROM 1 BY 1
                 UNTIL TN-R > 9
                 AFTER TN-C FROM 1 BY 1 UNTIL TN-C > 9.
             PERFORM TN-CLEAR-LEVEL VARYING TN-R FROM 1 BY 1
                 UNTIL TN-R > 9.
             OPEN OUTPUT TOURN-FILE.
             PERFORM SET-HDR-COMMON.
             MOVE FILE-HDR-LINE TO TOURN-REC.
             WRITE TOURN-REC.
             IF ALL-OPENINGS-MODE = 1
                 OPEN INPUT OPENINGS-ALL-FILE
             ELSE
                 OPEN INPUT OPENINGS-FILE.
         TN-NEXT-OPENING.
             IF ALL-OPENINGS-MODE = 1
                 READ OPENINGS-ALL-FILE AT END GO TO TN-OPENINGS-DONE
             ELSE
                 READ OPENINGS-FILE AT END GO TO TN-OPENINGS-DONE.
             IF ALL-OPENINGS-MODE = 1
                 MOVE OPNALL-SQUARE TO FIRSTMOVE
                 MOVE OPNALL-PRESET TO TN-PRESET
             ELSE
                 MOVE OPN-SQUARE TO FIRSTMOVE
                 MOVE OPN-PRESET TO TN-PRESET.
             IF FIRSTMOVE < 1 OR FIRSTMOVE > CELL-COUNT
                 ADD 1 TO TN-BAD-COUNT
                 GO TO TN-NEXT-OPENING.
             MOVE TN-PRESET( FIRSTMOVE:1 ) TO OPN-DIGIT.
             IF OPN-DIGIT NOT = 0
                 ADD 1 TO TN-BAD-COUNT
                 GO TO TN-NEXT-OPENING.
             ADD 1 TO TN-OPENING-COUNT.
             MOVE FIRSTMOVE TO NUM-DISP.
             DISPLAY 'tournament opening ' NUM-DISP.
             PERFORM PLAY-PAIRING THRU PLAY-PAIRING-EXIT
                 VARYING TN-LA FROM 1 BY 1 UNTIL TN-LA > 9
                 AFTER TN-LB FROM 1 BY 1 UNTIL TN-LB > 9.
             GO TO TN-NEXT-OPENING.
         TN-OPENINGS-DONE.
             IF ALL-OPENINGS-MODE = 1
                 CLOSE OPENINGS-ALL-FILE
             ELSE
                 CLOSE OPENINGS-FILE.
             MOVE TN-GAME-COUNT TO FT-COUNT.
             MOVE FILE-TRL-LINE TO TOURN-REC.
             WRITE TOURN-REC.
             CLOSE TOURN-FILE.
             PERFORM WRITE-TOURN-REPORT.
             MOVE 0 TO PV-ACTIVE.
         TOURNAMENT-EXIT.
             EXIT.

         TN-CLEAR-CELL.
             MOVE 0 TO TN-WINS( TN-R, TN-C ).
             MOVE 0 TO TN-LOSSES( TN-R, TN-C ).
             MOVE 0 TO TN-DRAWS( TN-R, TN-C ).
             MOVE 0 TO TN-PLIES( TN-R, TN-C ).
             MOVE 0 TO TN-THINK-CS( TN-R, TN-C ).
             MOVE 0 TO TN-SEARCHES( TN-R, TN-C ).

         TN-CLEAR-LEVEL.
             MOVE 0 TO TN-LV-THINK-CS( TN-R ).
             MOVE 0 TO TN-LV-SEARCHES( TN-R ).

      *  PLAY-PAIRING takes each unordered pair of levels once -- the
      *  lower level as TN-LA -- and plays it from both sides.
         PLAY-PAIRING.
             IF TN-LB NOT > TN-LA GO TO PLAY-PAIRING-EXIT.
             MOVE TN-LA TO TN-LEVEL-X.
             MOVE TN-LB TO TN-LEVEL-O.
             PERFORM PLAY-TOURN-GAME THRU PLAY-TOURN-GAME-EXIT.
             MOVE TN-LB TO TN-LEVEL-X.
             MOVE TN-LA TO TN-LEVEL-O.
             PERFORM PLAY-TOURN-GAME THRU PLAY-TOURN-GAME-EXIT.
         PLAY-PAIRING-EXIT.
             EXIT.

      *  PLAY-TOURN-GAME sets the opening up the way RUNMM does
      *  (preset, then FIRSTMOVE for mark 1 at DEPTH 0) and plays it
      *  out the way PV-EMIT walks a line: MINMAX at each depth with
      *  the cap of the level to move, BESTX( DEPTH ) placed as the
      *  real move, until WINNER or a full board ends the game.  each
      *  search is timed the way HG-LOOP times the computer's reply.
         PLAY-TOURN-GAME.
             PERFORM PV-CLEAR-POS VARYING Z FROM 1 BY 1
                 UNTIL Z > CELL-COUNT.
             MOVE 0 TO PRESET-MARKS.
             PERFORM TN-APPLY-PRESET VARYING Z FROM 1 BY 1
                 UNTIL Z > CELL-COUNT.
             PERFORM SET-EFF-WIN-DEPTH.
             MOVE 1 TO B( FIRSTMOVE ).
             MOVE SPACES TO TG-MOVES.
             MOVE 0 TO TN-MOVE-COUNT.
             MOVE 0 TO TN-THINK-X-CS.
             MOVE 0 TO TN-THINK-O-CS.
             MOVE 0 TO TN-SEARCHES-X.
             MOVE 0 TO TN-SEARCHES-O.
             MOVE 0 TO DEPTH.
         TG-LOOP.
             PERFORM WINNER.
             IF WI NOT = 0 GO TO TG-DONE.
             IF DEPTH NOT < EFF-MAX-DEPTH GO TO TG-DONE.
             DIVIDE DEPTH BY 2 GIVING TN-D REMAINDER TN-M.
             IF TN-M = 0
                 MOVE TN-LEVEL-O TO SEARCH-CAP
             ELSE
                 MOVE TN-LEVEL-X TO SEARCH-CAP.
             MOVE 2 TO ALPHA.
             MOVE 9 TO BETA.
             MOVE DEPTH TO SEARCH-BASE-DEPTH.
             MOVE DEPTH TO TT-ROOT-DEPTH.
             ACCEPT MOVE-TIME-START FROM TIME.
             PERFORM MINMAX.
             PERFORM TAKE-MOVE-TIME.
             IF TN-M = 0
                 ADD MOVE-ELAPSED-CS TO TN-THINK-O-CS
                 ADD 1 TO TN-SEARCHES-O
             ELSE
                 ADD MOVE-ELAPSED-CS TO TN-THINK-X-CS
                 ADD 1 TO TN-SEARCHES-X.
             ADD 1 TO DEPTH.
             IF BESTX( DEPTH ) = 0 GO TO TG-DONE.
             MOVE BESTX( DEPTH ) TO TN-X.
             IF TN-M = 0
                 MOVE 2 TO B( TN-X )
             ELSE
                 MOVE 1 TO B( TN-X ).
             ADD 1 TO TN-MOVE-COUNT.
             COMPUTE TN-POS = ( ( TN-MOVE-COUNT - 1 ) * 3 ) + 1.
             MOVE TN-X TO PV-CELL-NUM.
             MOVE PV-CELL TO TG-MOVES( TN-POS:3 ).
             GO TO TG-LOOP.
         TG-DONE.
             IF WI = 1
                 MOVE 'XWIN' TO TG-RESULT
             ELSE
             IF WI = 2
                 MOVE 'OWIN' TO TG-RESULT
             ELSE
                 MOVE 'DRAW' TO TG-RESULT.
             MOVE TN-LEVEL-X TO TG-LEVEL-X.
             MOVE TN-LEVEL-O TO TG-LEVEL-O.
             MOVE FIRSTMOVE TO TG-FIRSTMOVE.
             MOVE TN-PRESET TO TG-PRESET.
             COMPUTE TG-PLIES = TN-MOVE-COUNT + 1.
             MOVE TN-THINK-X-CS TO TG-THINK-X.
             MOVE TN-THINK-O-CS TO TG-THINK-O.
             MOVE TOURN-LINE TO TOURN-REC.
             WRITE TOURN-REC.
             ADD 1 TO TN-GAME-COUNT.
             MOVE TN-LEVEL-X TO TN-R.
             MOVE TN-LEVEL-O TO TN-C.
             PERFORM TN-POST-GAME.
             MOVE TN-LEVEL-O TO TN-R.
             MOVE TN-LEVEL-X TO TN-C.
             PERFORM TN-POST-GAME.
             ADD TN-THINK-X-CS TO TN-LV-THINK-CS( TN-LEVEL-X ).
             ADD TN-SEARCHES-X TO TN-LV-SEARCHES( TN-LEVEL-X ).
             ADD TN-THINK-O-CS TO TN-LV-THINK-CS( TN-LEVEL-O ).
             ADD TN-SEARCHES-O TO TN-LV-SEARCHES( TN-LEVEL-O ).
         PLAY-TOURN-GAME-EXIT.
             EXIT.

         TN-APPLY-PRESET.
             MOVE TN-PRESET( Z:1 ) TO OPN-DIGIT.
             IF OPN-DIGIT NOT = 0
                 MOVE OPN-DIGIT TO B( Z )
                 ADD 1 TO PRESET-MARKS.

      *  TN-POST-GAME credits the finished game to TN-CELL( TN-R,
      *  TN-C ) from level TN-R's side -- the two levels always
      *  differ, so TN-R names the color it played.
         TN-POST-GAME.
             IF WI = 0
                 ADD 1 TO TN-DRAWS( TN-R, TN-C )
             ELSE
             IF ( WI = 1 AND TN-R = TN-LEVEL-X )
                 OR ( WI = 2 AND TN-R = TN-LEVEL-O )
                 ADD 1 TO TN-WINS( TN-R, TN-C )
             ELSE
                 ADD 1 TO TN-LOSSES( TN-R, TN-C ).
             COMPUTE TN-PLIES( TN-R, TN-C ) =
                 TN-PLIES( TN-R, TN-C ) + TN-MOVE-COUNT + 1.
             COMPUTE TN-THINK-CS( TN-R, TN-C ) =
                 TN-THINK-CS( TN-R, TN-C ) + TN-THINK-X-CS
                 + TN-THINK-O-CS.
             COMPUTE TN-SEARCHES( TN-R, TN-C ) =
                 TN-SEARCHES( TN-R, TN-C ) + TN-SEARCHES-X
                 + TN-SEARCHES-O.

      *  WRITE-TOURN-REPORT writes TTTTRPT.DAT and echoes it to the
      *  console: the cross-table, one line per pairing with its
      *  averages, and one rating line per level.  the rating is the
      *  linear performance rating, 1500 plus 400 times a level's
      *  wins less its losses over its games, so a level that beats
      *  everything rates 1900 and one that loses everything 1100.
      *  a level is flagged when, head to head, it does not win more
      *  games than it loses against the level just below it -- past
      *  that point a higher difficulty buys nothing.
         WRITE-TOURN-REPORT.
             OPEN OUTPUT TOURN-RPT-FILE.
             MOVE AUDIT-RUN-DATE TO TH-DATE.
             MOVE BOARD-SIZE TO TH-SIZE.
             MOVE WIN-LEN TO TH-WINLEN.
             MOVE TN-OPENING-COUNT TO TH-OPENINGS.
             MOVE TN-GAME-COUNT TO TH-GAMES.
             MOVE TN-HEAD-LINE TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             IF TN-BAD-COUNT NOT = 0
                 MOVE TN-BAD-COUNT TO TSK-COUNT
                 MOVE TN-SKIP-LINE TO TOURN-RPT-REC
                 PERFORM WRITE-TOURN-RPT-REC.
             MOVE SPACES TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             MOVE TN-XT-TITLE TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             PERFORM TN-SET-XT-COL VARYING TN-C FROM 1 BY 1
                 UNTIL TN-C > 9.
             MOVE TN-XT-COLS TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             PERFORM TN-WRITE-XT-ROW VARYING TN-R FROM 1 BY 1
                 UNTIL TN-R > 9.
             MOVE SPACES TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             MOVE TN-PAIR-TITLE TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             PERFORM TN-WRITE-PAIR THRU TN-WRITE-PAIR-EXIT
                 VARYING TN-LA FROM 1 BY 1 UNTIL TN-LA > 9
                 AFTER TN-LB FROM 1 BY 1 UNTIL TN-LB > 9.
             MOVE SPACES TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             MOVE TN-RATE-TITLE TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             MOVE 0 TO TN-FLAG-COUNT.
             PERFORM TN-WRITE-RATING VARYING TN-R FROM 1 BY 1
                 UNTIL TN-R > 9.
             MOVE TN-FLAG-COUNT TO TTL-COUNT.
             MOVE TN-TOTAL-LINE TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
             CLOSE TOURN-RPT-FILE.

         WRITE-TOURN-RPT-REC.
             WRITE TOURN-RPT-REC.
             DISPLAY TOURN-RPT-REC.

         TN-SET-XT-COL.
             MOVE SPACES TO TXC-COL( TN-C ).
             MOVE TN-C TO TXC-LEVEL( TN-C ).

         TN-WRITE-XT-ROW.
             MOVE TN-R TO TXR-LEVEL.
             PERFORM TN-FILL-XT-CELL VARYING TN-C FROM 1 BY 1
                 UNTIL TN-C > 9.
             MOVE TN-XT-ROW TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.

         TN-FILL-XT-CELL.
             IF TN-C = TN-R
                 MOVE '           -' TO TXR-CELL( TN-C )
             ELSE
                 MOVE TN-WINS( TN-R, TN-C ) TO TXT-W
                 MOVE TN-LOSSES( TN-R, TN-C ) TO TXT-L
                 MOVE TN-DRAWS( TN-R, TN-C ) TO TXT-D
                 MOVE TN-XT-CELL-TEXT TO TXR-CELL( TN-C ).

         TN-WRITE-PAIR.
             IF TN-LB NOT > TN-LA GO TO TN-WRITE-PAIR-EXIT.
             COMPUTE TN-SUM-G = TN-WINS( TN-LA, TN-LB )
                 + TN-LOSSES( TN-LA, TN-LB ) + TN-DRAWS( TN-LA, TN-LB ).
             MOVE TN-LA TO TPL-LA.
             MOVE TN-LB TO TPL-LB.
             MOVE TN-SUM-G TO TPL-GAMES.
             MOVE TN-WINS( TN-LA, TN-LB ) TO TPL-WA.
             MOVE TN-LOSSES( TN-LA, TN-LB ) TO TPL-WB.
             MOVE TN-DRAWS( TN-LA, TN-LB ) TO TPL-D.
             MOVE 0 TO TN-AVG.
             IF TN-SUM-G NOT = 0
                 COMPUTE TN-AVG ROUNDED =
                     TN-PLIES( TN-LA, TN-LB ) / TN-SUM-G.
             MOVE TN-AVG TO TPL-PLIES.
             MOVE 0 TO TN-AVG.
             IF TN-SEARCHES( TN-LA, TN-LB ) NOT = 0
                 COMPUTE TN-AVG ROUNDED = TN-THINK-CS( TN-LA, TN-LB )
                     / TN-SEARCHES( TN-LA, TN-LB ).
             MOVE TN-AVG TO TPL-THINK.
             MOVE TN-PAIR-LINE TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.
         TN-WRITE-PAIR-EXIT.
             EXIT.

         TN-WRITE-RATING.
             MOVE 0 TO TN-SUM-W.
             MOVE 0 TO TN-SUM-L.
             MOVE 0 TO TN-SUM-D.
             PERFORM TN-SUM-LEVEL VARYING TN-C FROM 1 BY 1
                 UNTIL TN-C > 9.
             COMPUTE TN-SUM-G = TN-SUM-W + TN-SUM-L + TN-SUM-D.
             MOVE 0 TO TN-SCORE.
             MOVE 1500 TO TN-RATING.
      *  the points and the rating numerator are built up a step at
      *  a time, wins before losses, so no intermediate goes negative.
             IF TN-SUM-G NOT = 0
                 COMPUTE TN-POINTS = ( TN-SUM-W * 2 ) + TN-SUM-D
                 COMPUTE TN-SCORE ROUNDED =
                     ( TN-POINTS * 50 ) / TN-SUM-G
                 COMPUTE TN-POINTS = ( 1500 * TN-SUM-G )
                     + ( 400 * TN-SUM-W )
                 COMPUTE TN-POINTS = TN-POINTS - ( 400 * TN-SUM-L )
                 COMPUTE TN-RATING ROUNDED = TN-POINTS / TN-SUM-G.
             MOVE 0 TO TN-AVG.
             IF TN-LV-SEARCHES( TN-R ) NOT = 0
                 COMPUTE TN-AVG ROUNDED =
                     TN-LV-THINK-CS( TN-R ) / TN-LV-SEARCHES( TN-R ).
             MOVE TN-R TO TRL-LEVEL.
             MOVE TN-SUM-G TO TRL-GAMES.
             MOVE TN-SUM-W TO TRL-W.
             MOVE TN-SUM-L TO TRL-L.
             MOVE TN-SUM-D TO TRL-D.
             MOVE TN-SCORE TO TRL-SCORE.
             MOVE TN-RATING TO TRL-RATING.
             MOVE TN-AVG TO TRL-THINK.
             MOVE SPACES TO TRL-FLAG.
             IF TN-R > 1
                 COMPUTE TN-C = TN-R - 1
                 IF TN-WINS( TN-R, TN-C ) + TN-LOSSES( TN-R, TN-C )
                     + TN-DRAWS( TN-R, TN-C ) > 0
                     AND TN-WINS( TN-R, TN-C )
                         NOT > TN-LOSSES( TN-R, TN-C )
                     MOVE TN-C TO TFT-LEVEL
                     MOVE TN-FLAG-TEXT TO TRL-FLAG
                     ADD 1 TO TN-FLAG-COUNT.
             MOVE TN-RATE-LINE TO TOURN-RPT-REC.
             PERFORM WRITE-TOURN-RPT-REC.

         TN-SUM-LEVEL.
             ADD TN-WINS( TN-R, TN-C ) TO TN-SUM-W.
             ADD TN-LOSSES( TN-R, TN-C ) TO TN-SUM-L.
             ADD TN-DRAWS( TN-R, TN-C ) TO TN-SUM-D.

      *  WINNER scans every row, column, and diagonal of the current
      *  BOARD-SIZE x BOARD-SIZE board for WIN-LEN cells in a row, so
      *  the same check works whether BOARDCFG.DAT asks for classic
                 VARYING TTR FROM 1 BY 1 UNTIL TTR > BOARD-SIZE
                 AFTER TTC FROM 1 BY 1 UNTIL TTC > BOARD-SIZE.
             IF TT-T = 1 OR TT-TRANS < TT-BEST
                 MOVE TT-TRANS TO TT-BEST
                 MOVE TT-T TO TT-BEST-T.

      *  TT-TRANS-CELL fills destination cell (TTR, TTC) of the
      *  current image from the source cell transform TT-T maps it
             DIVIDE TT-HASH BY TT-SIZE GIVING TT-HQ REMAINDER TT-HR.
             MOVE TT-HR TO TT-HASH.

      *  MASTER-OR-MINMAX stands in for a root PERFORM MINMAX where a
      *  solved answer will do: the live position (DEPTH set as for
      *  MINMAX) is looked up on POSMSTR.DAT first, and only a miss
      *  is searched.
         MASTER-OR-MINMAX.
             MOVE 0 TO PM-HIT.
             IF SEARCH-CAP = 0
                 PERFORM PM-PROBE THRU PM-PROBE-EXIT.
             IF PM-HIT = 1
                 MOVE PM-VALUE TO SC
                 COMPUTE TT-CD = DEPTH + 1
                 MOVE PM-HIT-CELL TO BESTX( TT-CD )
             ELSE
                 PERFORM MINMAX.

      *  PM-PROBE builds the master key from the position's canonical
      *  image and reads it.  the stored best cell belongs to that
      *  image, so it is carried back through the same map
      *  TT-TRANS-CELL applies: canonical cell (TTR, TTC) is filled
      *  from live cell TT-SRC-IDX.  a cell that does not land on an
      *  empty square is a record this board cannot use, and reads
      *  as a miss.
         PM-PROBE.
             IF PM-STATE = 0 PERFORM PM-OPEN.
             IF PM-STATE NOT = 1 GO TO PM-PROBE-EXIT.
             PERFORM TT-CANONICALIZE.
             MOVE BOARD-SIZE TO PM-SIZE.
             MOVE WIN-LEN TO PM-WINLEN.
             MOVE ZEROES TO PM-BOARD.
             MOVE TT-KW-BOARD( 1:CELL-COUNT )
                 TO PM-BOARD( 1:CELL-COUNT ).
             MOVE TT-KW-SIDE TO PM-SIDE.
             READ POSMSTR-FILE
                 INVALID KEY GO TO PM-PROBE-EXIT
             END-READ.
             IF PM-BEST-CELL < 1 OR PM-BEST-CELL > CELL-COUNT
                 GO TO PM-PROBE-EXIT.
             COMPUTE PM-CELL-Q = PM-BEST-CELL - 1.
             DIVIDE PM-CELL-Q BY BOARD-SIZE
                 GIVING PM-CELL-Q REMAINDER PM-CELL-R.
             COMPUTE TTR = PM-CELL-Q + 1.
             COMPUTE TTC = PM-CELL-R + 1.
             MOVE TT-BEST-T TO TT-T.
             PERFORM TT-TRANS-CELL.
             IF B( TT-SRC-IDX ) NOT = 0 GO TO PM-PROBE-EXIT.
             MOVE TT-SRC-IDX TO PM-HIT-CELL.
             MOVE 1 TO PM-HIT.
             ADD 1 TO PM-HIT-COUNT.
         PM-PROBE-EXIT.
             EXIT.

         PM-OPEN.
             OPEN INPUT POSMSTR-FILE.
             IF PM-STATUS = '00'
                 MOVE 1 TO PM-STATE
             ELSE
                 MOVE 2 TO PM-STATE
                 DISPLAY 'no POSMSTR.DAT -- every position searched.'.

         PM-CLOSE.
             IF PM-STATE = 1
                 CLOSE POSMSTR-FILE
                 MOVE PM-HIT-COUNT TO NUM-DISP
                 DISPLAY 'positions answered from POSMSTR.DAT: '
                     NUM-DISP.

      *  WRITE-CHECKPOINT runs every CKPT-INTERVAL moves, from whatever
      *  depth happens to be active at that instant -- not just "at
      *  depth 1", which on a generalized board can leave an

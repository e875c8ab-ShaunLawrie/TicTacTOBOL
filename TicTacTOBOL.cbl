                   SELECT OPTIONAL FD-VARIANTS
                       ASSIGN TO "VARIANTS.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-CERTIFY
                       ASSIGN TO "CERTIFY.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-CERTRPT ASSIGN TO "CERTRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-STATS ASSIGN TO "STATS.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-STATSBAK ASSIGN TO "STATS.BAK"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-TOURN ASSIGN TO "TOURN.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-TOURNWIN
                       ASSIGN TO "TOURNWIN.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-CONTROL ASSIGN TO "CONTROL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-MOVEARCH
                   SELECT OPTIONAL FD-MATCHPST
                       ASSIGN TO "MATCHPST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-RESULTS
                       ASSIGN TO "RESULTS.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-LOADREJ ASSIGN TO "LOADREJ.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-LOADRPT ASSIGN TO "LOADRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-LOADPST
                       ASSIGN TO "LOADPST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-RATEHIST
                       ASSIGN TO "RATEHIST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-ANARPT ASSIGN TO "ANARPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-OPNRPT ASSIGN TO "OPNRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-SEASRPT ASSIGN TO "SEASRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-SEASHIST
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-HISTEXP ASSIGN TO "HISTEXP.CSV"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-PLAYRBL ASSIGN TO "PLAYER.RBL"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-STATSRBL ASSIGN TO "STATS.RBL"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-RBLRPT ASSIGN TO "RBLRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-MAINTJNL
                       ASSIGN TO "MAINTJNL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-JNLRPT ASSIGN TO "JNLRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-RUNSTEP
                       ASSIGN TO "RUNSTEP.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-CLUB ASSIGN TO "CLUB.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-CLUBMEM
                       ASSIGN TO "CLUBMEM.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-CLUBRPT ASSIGN TO "CLUBRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-CLUBLST ASSIGN TO "CLUBLST.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-FAIRPARM
                       ASSIGN TO "FAIRPARM.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-FAIRRPT ASSIGN TO "FAIRRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-SEAL ASSIGN TO "SEAL.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT FD-SEALRPT ASSIGN TO "SEALRPT.DAT"
                       ORGANIZATION IS LINE SEQUENTIAL.
                   SELECT OPTIONAL FD-PLAYER ASSIGN TO "PLAYER.DAT"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
      *            A VARIANT header record names each rule set and
      *            its mask records follow until the next header
                   01 FD-VARIANTS-RECORD PIC X(30).
      *        One record per library variant from the last
      *        certification run - the solved result and the mask
      *        set it was solved with, so a variant edited since
      *        is no longer taken as certified
               FD FD-CERTIFY.
                   01 FD-CERTIFY-RECORD.
                       05 FD-CERTIFY-NAME PIC X(20).
                       05 FD-CERTIFY-DATE PIC X(8).
      *                X or O has a forced win, D perfect play draws,
      *                - mask set malformed and not solved
                       05 FD-CERTIFY-OUTCOME PIC X(1).
                       05 FD-CERTIFY-POSITIONS PIC 9(5).
                       05 FD-CERTIFY-DEAD PIC 9(2).
                       05 FD-CERTIFY-CERTIFIED PIC X(1).
                       05 FD-CERTIFY-MASK-COUNT PIC 9(2).
                       05 FD-CERTIFY-MASK OCCURS 12 TIMES PIC X(9).
               FD FD-CERTRPT.
                   01 FD-CERTRPT-RECORD PIC X(80).
               FD FD-STATS.
                   01 FD-STATS-RECORD.
                       05 FD-STATS-GAMES PIC 9(5).
      *                Mark of the handicapped seat, space when the
      *                saved game is an even one
                       05 FD-CHECKPOINT-HANDICAP PIC X(1).
      *                The saved game's per-move time limit, and when
      *                the seat to move was first asked for its move,
      *                so the move clock runs on across a save; spaces
      *                in saves from before the clock
                       05 FD-CHECKPOINT-MOVE-LIMIT PIC X(3).
                       05 FD-CHECKPOINT-CLOCK-DATE PIC X(8).
                       05 FD-CHECKPOINT-CLOCK-SECS PIC X(5).
               FD FD-HISTORY.
                   01 FD-HISTORY-RECORD.
                       05 FD-HISTORY-DATE PIC X(8).
               FD FD-TOURN.
      *            One P record per registered player, then one F
      *            record per round-robin fixture; result is H, A or
      *            D once played, space while still to play. A
      *            knockout opens with a K record, carries its P
      *            records in seed order and one B record per bracket
      *            tie - a bye has no away side and is already H
                   01 FD-TOURN-RECORD.
                       05 FD-TOURN-TYPE PIC X(1).
                       05 FD-TOURN-HOME PIC X(20).
                       05 FD-TOURN-AWAY PIC X(20).
                       05 FD-TOURN-RESULT PIC X(1).
      *                Bracket round of a B record; round-robin records
      *                leave it zero
                       05 FD-TOURN-ROUND PIC 9(2).
      *        One record per knockout decided this season, kept until
      *        the season close reports the champions and clears it
               FD FD-TOURNWIN.
                   01 FD-TOURNWIN-RECORD.
                       05 FD-TOURNWIN-DATE PIC X(8).
                       05 FD-TOURNWIN-CHAMPION PIC X(20).
                       05 FD-TOURNWIN-RUNNER-UP PIC X(20).
                       05 FD-TOURNWIN-ENTRANTS PIC 9(2).
               FD FD-CONTROL.
                   01 FD-CONTROL-RECORD PIC X(80).
               FD FD-SIMRPT.
                       05 FD-MATCHPST-STATE PIC X(5).
                       05 FD-MATCHPST-X-NAME PIC X(20).
                       05 FD-MATCHPST-O-NAME PIC X(20).
      *        Results played away from the program and keyed in
      *        from the scoresheets. The move list, when given, is
      *        the squares in play order (A1 to C3, X first) and
      *        must bear out the result; the sheet reference is what
      *        stops a drop that is fed in twice posting twice
               FD FD-RESULTS.
                   01 FD-RESULTS-RECORD.
                       05 FD-RESULTS-DATE PIC X(8).
                       05 FD-RESULTS-X-NAME PIC X(20).
                       05 FD-RESULTS-O-NAME PIC X(20).
                       05 FD-RESULTS-RESULT PIC X(5).
                       05 FD-RESULTS-VARIANT PIC X(20).
                       05 FD-RESULTS-MOVES PIC X(18).
                       05 FD-RESULTS-SHEET PIC X(10).
      *        Each refused scoresheet record as it arrived, behind
      *        the reason it was refused
               FD FD-LOADREJ.
                   01 FD-LOADREJ-RECORD.
                       05 FD-LOADREJ-REASON PIC X(2).
                       05 FD-LOADREJ-IMAGE PIC X(101).
               FD FD-LOADRPT.
                   01 FD-LOADRPT-RECORD PIC X(80).
      *        Every scoresheet ever posted here and the move-log
      *        game it became
               FD FD-LOADPST.
                   01 FD-LOADPST-RECORD.
                       05 FD-LOADPST-SHEET PIC X(10).
                       05 FD-LOADPST-DATE PIC X(8).
                       05 FD-LOADPST-GAME PIC 9(5).
      *        Every rating change, appended as it happens, so a
      *        player's rating has a past and not just a present
               FD FD-RATEHIST.
                       05 FD-RUNLOG-ARCHIVED PIC 9(5).
                       05 FD-RUNLOG-MISMATCHES PIC 9(3).
                       05 FD-RUNLOG-RC PIC 9(2).
      *                Mode letters beyond the first twelve - kept at
      *                the end so records from before read back as
      *                spaces here
                       05 FD-RUNLOG-MODES-EXT PIC X(8).
      *                What start-up did about a season close or
      *                archive run it found half finished - SC/AC
      *                completed, SB/AB backed out, spaces for none
                       05 FD-RUNLOG-RESTART PIC X(2).
               FD FD-ANARPT.
                   01 FD-ANARPT-RECORD PIC X(80).
               FD FD-OPNRPT.
                   01 FD-OPNRPT-RECORD PIC X(80).
               FD FD-SEASRPT.
                   01 FD-SEASRPT-RECORD PIC X(80).
      *        Closed seasons' history records, rolled out of the
                   01 FD-PLAYEXP-RECORD PIC X(80).
               FD FD-HISTEXP.
                   01 FD-HISTEXP-RECORD PIC X(120).
      *        Player rows and the lifetime tally as the game
      *        history says they should stand, laid out like
      *        PLAYER.BAK and STATS.DAT, for the operator to check
      *        against the before/after report and swap in
               FD FD-PLAYRBL.
                   01 FD-PLAYRBL-RECORD PIC X(44).
               FD FD-STATSRBL.
                   01 FD-STATSRBL-RECORD PIC X(20).
               FD FD-RBLRPT.
                   01 FD-RBLRPT-RECORD PIC X(80).
      *        Permanent record of every rename, merge, delete and
      *        club assignment done through player maintenance - who
      *        did it and when, each affected row as it stood before
      *        and after (spaces where there was no row), how many
      *        history and rating history records it rewrote, and
      *        for an assignment the club before and after. Appended
      *        to, never rewritten
               FD FD-MAINTJNL.
                   01 FD-MAINTJNL-RECORD.
                       05 FD-MAINTJNL-DATE PIC X(8).
                       05 FD-MAINTJNL-TIME PIC X(6).
                       05 FD-MAINTJNL-OPERATOR PIC X(12).
      *                R rename, M merge, D delete, A club assignment
                       05 FD-MAINTJNL-ACTION PIC X(1).
                       05 FD-MAINTJNL-FROM-NAME PIC X(20).
                       05 FD-MAINTJNL-TO-NAME PIC X(20).
                       05 FD-MAINTJNL-FROM-BEFORE PIC X(44).
                       05 FD-MAINTJNL-FROM-AFTER PIC X(44).
                       05 FD-MAINTJNL-TO-BEFORE PIC X(44).
                       05 FD-MAINTJNL-TO-AFTER PIC X(44).
                       05 FD-MAINTJNL-HIST-RECS PIC 9(5).
                       05 FD-MAINTJNL-RATE-RECS PIC 9(5).
                       05 FD-MAINTJNL-CLUB-BEFORE PIC X(4).
                       05 FD-MAINTJNL-CLUB-AFTER PIC X(4).
               FD FD-JNLRPT.
                   01 FD-JNLRPT-RECORD PIC X(80).
      *        Club master - one record per club
               FD FD-CLUB.
                   01 FD-CLUB-RECORD.
                       05 FD-CLUB-CODE PIC X(4).
                       05 FD-CLUB-NAME PIC X(30).
      *        Club membership - which club each player belongs to.
      *        A player with no record here belongs to no club
               FD FD-CLUBMEM.
                   01 FD-CLUBMEM-RECORD.
                       05 FD-CLUBMEM-NAME PIC X(20).
                       05 FD-CLUBMEM-CODE PIC X(4).
               FD FD-CLUBRPT.
                   01 FD-CLUBRPT-RECORD PIC X(80).
               FD FD-CLUBLST.
                   01 FD-CLUBLST-RECORD PIC X(80).
      *        Fair-play screening thresholds - one record, set by
      *        the rules committee. Missing or not all digits means
      *        the screen runs on its standing defaults
               FD FD-FAIRPARM.
                   01 FD-FAIRPARM-RECORD.
      *                Pairs - least games between the two, share of
      *                either one's games, winner's share of the wins
                       05 FD-FAIRPARM-PAIR-MIN PIC 9(3).
                       05 FD-FAIRPARM-PAIR-SHARE PIC 9(3).
                       05 FD-FAIRPARM-PAIR-LOPSIDED PIC 9(3).
      *                Games ended in this many moves or fewer
                       05 FD-FAIRPARM-SHORT-MOVES PIC 9(2).
      *                Takebacks - least count, per 100 games played
                       05 FD-FAIRPARM-TBACK-MIN PIC 9(3).
                       05 FD-FAIRPARM-TBACK-PCT PIC 9(3).
      *                Rating - least season gain, share of it taken
      *                off one opponent
                       05 FD-FAIRPARM-GAIN-MIN PIC 9(4).
                       05 FD-FAIRPARM-GAIN-SHARE PIC 9(3).
      *                Sandbagging - losses within so many days before
      *                a handicap game
                       05 FD-FAIRPARM-SANDBAG-LOSSES PIC 9(2).
                       05 FD-FAIRPARM-SANDBAG-DAYS PIC 9(3).
               FD FD-FAIRRPT.
                   01 FD-FAIRRPT-RECORD PIC X(80).
      *        Game seals - one record per finished game, written as
      *        its history record goes down, holding a check value
      *        over the game's move records and that history record.
      *        Each seal's chain value runs on from the seal before
      *        it, so a seal taken out, put in or edited breaks the
      *        chain. A history record corrected by player
      *        maintenance gets a fresh seal on the end of the chain
      *        that supersedes the earlier one
               FD FD-SEAL.
                   01 FD-SEAL-RECORD.
      *                G game finished, A history record amended
                       05 FD-SEAL-KIND PIC X(1).
                       05 FD-SEAL-GAME PIC 9(5).
      *                The history record's own date and time - with
      *                the game number they pick the record out
                       05 FD-SEAL-DATE PIC X(8).
                       05 FD-SEAL-TIME PIC X(6).
                       05 FD-SEAL-WRITTEN PIC X(8).
                       05 FD-SEAL-MOVES PIC 9(3).
                       05 FD-SEAL-CONTENT PIC 9(9).
                       05 FD-SEAL-PREV PIC 9(9).
                       05 FD-SEAL-CHECK PIC 9(9).
               FD FD-SEALRPT.
                   01 FD-SEALRPT-RECORD PIC X(80).
      *        Step marker for the season close and the move log
      *        archive - one record naming the run and the last
      *        step it finished, rewritten as each step commits and
      *        emptied when the run is through. A record still here
      *        at start-up is a run that died part way
               FD FD-RUNSTEP.
                   01 FD-RUNSTEP-RECORD.
      *                S season close, A move log archive
                       05 FD-RUNSTEP-JOB PIC X(1).
                       05 FD-RUNSTEP-STEP PIC 9(1).
                       05 FD-RUNSTEP-DATE PIC X(8).
      *                Records in the file being appended to as the
      *                run began, so a backout knows where to cut -
      *                at season step 4, the rating history's length
      *                as the resets began
                       05 FD-RUNSTEP-COUNT PIC 9(7).
      *                Carried totals - as they stood before the run
      *                at step 1, as they must stand after from step
      *                2 on
                       05 FD-RUNSTEP-GAMES PIC 9(7).
                       05 FD-RUNSTEP-WINS PIC 9(7).
                       05 FD-RUNSTEP-LOSSES PIC 9(7).
                       05 FD-RUNSTEP-STALEMATES PIC 9(7).
               FD FD-PLAYER.
                   01 FD-PLAYER-RECORD.
                       05 FD-PLAYER-NAME PIC X(20).
                   88 HUMAN-PLAYER VALUE "X".
                   88 COMPUTER-PLAYER VALUE "O".
               01 WS-STATE PIC A(5).
                   88 GAME-OVER VALUES "WIN", "LOSE", "STALE",
                       "RESX", "RESO", "TIMEX", "TIMEO", "DRAW".
                   88 STATE-X-WON VALUES "WIN", "RESO", "TIMEO".
                   88 STATE-O-WON VALUES "LOSE", "RESX", "TIMEX".
                   88 STATE-DRAWN VALUES "STALE", "DRAW".
                   88 STATE-ON-BOARD VALUES "WIN", "LOSE", "STALE".
               01 WS-MOVE-OUTCOME PIC A(5).
                   88 MOVE-COMPLETE VALUES "WIN", "LOSE", "FAIL",
                       "RESX", "RESO", "TIMEX", "TIMEO", "DRAW".
      *        A result code read back from a file. Besides the board
      *        results a game can end by resignation (RESX/RESO - the
      *        named side gave up), by the move clock running out
      *        (TIMEX/TIMEO - the named side forfeits) or by a draw
      *        both players agreed to (DRAW)
               01 WS-RESULT-CODE PIC X(5).
                   88 RESULT-X-WON VALUES "WIN", "RESO", "TIMEO".
                   88 RESULT-O-WON VALUES "LOSE", "RESX", "TIMEX".
                   88 RESULT-DRAWN VALUES "STALE", "DRAW".
                   88 RESULT-RESIGNED VALUES "RESX", "RESO".
                   88 RESULT-TIMED-OUT VALUES "TIMEX", "TIMEO".
                   88 RESULT-OFF-BOARD VALUES "RESX", "RESO",
                       "TIMEX", "TIMEO", "DRAW".
                   88 RESULT-FINAL VALUES "WIN", "LOSE", "STALE",
                       "RESX", "RESO", "TIMEX", "TIMEO", "DRAW".
      *        Per-move time limit in seconds, zero for none. The
      *        clock starts when a seat is first asked for its move
      *        and stops when the turn passes; a saved game carries
      *        its clock so walking away from it still runs it down
               01 WS-MOVE-LIMIT PIC 9(3).
               01 WS-CLOCK-RUNNING PIC 9(1).
                   88 CLOCK-RUNNING VALUE 1.
               01 WS-CLOCK-EXPIRED PIC 9(1).
                   88 CLOCK-EXPIRED VALUE 1.
               01 WS-CLOCK-START-DATE PIC 9(8).
               01 WS-CLOCK-START-SECS PIC 9(5).
               01 WS-CLOCK-NOW-DATE PIC 9(8).
               01 WS-CLOCK-NOW-SECS PIC 9(5).
               01 WS-CLOCK-ELAPSED PIC S9(9).
               01 WS-CLOCK-TIME PIC 9(8).
               01 WS-CLOCK-TIME-PARTS REDEFINES WS-CLOCK-TIME.
                   05 WS-CLOCK-HH PIC 9(2).
                   05 WS-CLOCK-MM PIC 9(2).
                   05 WS-CLOCK-SS PIC 9(2).
                   05 WS-CLOCK-CS PIC 9(2).
      *        Numbers with conditions
               01 WS-MASK-DETECTED PIC 9(1).
               01 WS-WIN-FOUND PIC 9(1).
               01 WS-MAINT-STALES PIC 9(5).
               01 WS-MAINT-RATING PIC 9(4).
               01 WS-MAINT-NAMES-FIXED PIC 9(5).
      *        Journal entry for the action in hand - the operator
      *        is asked for once per session, the row images are
      *        caught as the rows are read and written, and the
      *        name fix-ups count the records they rewrite
               01 WS-MAINT-OPERATOR PIC X(12).
               01 WS-MAINT-FIXED-BEFORE PIC 9(5).
               01 WS-MAINT-RECS-FIXED PIC 9(5).
               01 WS-MAINT-HIST-RECS PIC 9(5).
               01 WS-MAINT-RATE-RECS PIC 9(5).
               01 WS-MAINT-FROM-BEFORE PIC X(44).
               01 WS-MAINT-FROM-AFTER PIC X(44).
               01 WS-MAINT-TO-BEFORE PIC X(44).
               01 WS-MAINT-TO-AFTER PIC X(44).
               01 WS-MAINT-CLUB-BEFORE PIC X(4).
               01 WS-MAINT-CLUB-AFTER PIC X(4).
               01 WS-TOURN-STOP PIC 9(1).
                   88 TOURNAMENT-STOP VALUE 1.
               01 WS-TOURN-UNPLAYED PIC 9(1).
               01 WS-CTL-ACTTO PIC X(8).
               01 WS-CTL-EXPORT PIC X(1).
               01 WS-CTL-ANALYSIS PIC X(1).
               01 WS-CTL-OPENINGS PIC X(1).
               01 WS-CTL-LOAD PIC X(1).
               01 WS-CTL-SEASON PIC X(1).
               01 WS-CTL-REBUILD PIC X(1).
               01 WS-CTL-JOURNAL PIC X(1).
               01 WS-CTL-JNLNAME PIC X(20).
               01 WS-CTL-JNLFROM PIC X(8).
               01 WS-CTL-JNLTO PIC X(8).
      *        Move log housekeeping - completed games older than
      *        the retention window move to a dated archive file
               01 WS-ARCHIVE-MODE PIC 9(1).
      *        Which move-log game the history record being written
      *        settles - zero when there is none to point at
               01 WS-HISTORY-GAME-NO PIC 9(5).
      *        The day a game was really played, for results keyed
      *        in after the event - spaces means today
               01 WS-POST-DATE PIC X(8).
               01 WS-PLAYER-UPDATE-OUTCOME PIC X(5).
               01 WS-CHECK-MARK PIC X(1).
               01 WS-WINMASKS-BAD PIC 9(1).
               01 WS-VARIANT-I PIC 9(2).
               01 WS-VARIANT-NAME PIC X(20).
               01 WS-CTL-VARIANT PIC X(20).
      *        Variant certification - every position reachable
      *        under a variant's masks is played out and solved
      *        back from the end. A position is its board read as a
      *        base 3 number (0 empty, 1 X, 2 O, first cell lowest)
      *        plus one, so the table holds all 19683 boards
               01 WS-CERT-MODE PIC 9(1).
                   88 CERT-MODE VALUE 1.
               01 WS-CTL-CERTIFY PIC X(1).
      *        Y refuses a headless session on a variant that is not
      *        certified, rather than only saying so
               01 WS-CTL-CERTREQ PIC X(1).
               01 WS-CERT-POW-TABLE.
                   05 WS-CERT-POW OCCURS 9 TIMES PIC 9(4).
               01 WS-CERT-STATE-TABLE.
                   05 WS-CERT-STATE OCCURS 19683 TIMES.
                       10 WS-CERT-BOARD PIC X(9).
                       10 WS-CERT-PIECES PIC 9(1).
                       10 WS-CERT-REACH PIC 9(1).
      *                X or O wins with best play from here, D draws,
      *                space not yet solved
                       10 WS-CERT-VALUE PIC X(1).
               01 WS-CERT-MASK-HITS.
                   05 WS-CERT-MASK-HIT OCCURS 12 TIMES PIC 9(1).
               01 WS-CERT-IDX PIC 9(5).
               01 WS-CERT-CHILD PIC 9(5).
               01 WS-CERT-WORK PIC 9(5).
               01 WS-CERT-DIGIT PIC 9(1).
               01 WS-CERT-CELL PIC 9(2).
               01 WS-CERT-LAYER PIC S9(2).
               01 WS-CERT-V PIC 9(2).
               01 WS-CERT-M PIC 9(2).
               01 WS-CERT-MOVER PIC 9(1).
               01 WS-CERT-MOVER-MARK PIC X(1).
               01 WS-CERT-OTHER-MARK PIC X(1).
               01 WS-CERT-LAST-DIGIT PIC X(1).
               01 WS-CERT-COVERED PIC 9(1).
                   88 CERT-COVERED VALUE 1.
               01 WS-CERT-SAW-WIN PIC 9(1).
               01 WS-CERT-SAW-DRAW PIC 9(1).
               01 WS-CERT-POSITIONS PIC 9(5).
               01 WS-CERT-DEAD PIC 9(2).
               01 WS-CERT-OUTCOME PIC X(1).
               01 WS-CERT-OK PIC X(1).
               01 WS-CERT-PASSED PIC 9(2).
               01 WS-CERT-LINE PIC X(80).
               01 WS-CERT-FOUND PIC 9(1).
                   88 CERT-FOUND VALUE 1.
               01 WS-CERT-SAME PIC 9(1).
               01 WS-VARIANT-REFUSED PIC 9(1).
                   88 VARIANT-REFUSED VALUE 1.
      *        Which cells made up the matched winmask
               01 WS-WIN-CELLS.
                   05 WS-WIN-CELL OCCURS 9 TIMES.
                       10 WS-TOURN-STAND-DRAWN PIC 9(2).
                       10 WS-TOURN-STAND-POINTS PIC 9(3).
               01 WS-TOURN-STAND-TEMP PIC X(31).
      *        Knockout bracket - entrants seeded by rating, one tie
      *        per bracket slot round by round, the bracket padded out
      *        to a power of two with byes for the top seeds
               01 WS-TOURN-KNOCKOUT PIC 9(1).
                   88 KNOCKOUT-FORMAT VALUE 1.
               01 WS-TOURN-FORMAT PIC X(1).
               01 WS-KO-DECIDED PIC 9(1).
                   88 KNOCKOUT-DECIDED VALUE 1.
               01 WS-KO-ROUND-OPEN PIC 9(1).
                   88 KNOCKOUT-ROUND-OPEN VALUE 1.
               01 WS-KO-ENTRANT-TABLE.
                   05 WS-KO-ENTRANT OCCURS 32 TIMES.
                       10 WS-KO-ENTRANT-NAME PIC X(20).
                       10 WS-KO-ENTRANT-RATING PIC 9(4).
               01 WS-KO-ENTRANT-COUNT PIC 9(2).
               01 WS-KO-ENTRANT-TEMP PIC X(24).
               01 WS-KO-MATCH-TABLE.
                   05 WS-KO-MATCH OCCURS 31 TIMES.
                       10 WS-KO-ROUND PIC 9(2).
                       10 WS-KO-HOME PIC X(20).
                       10 WS-KO-AWAY PIC X(20).
                       10 WS-KO-RESULT PIC X(1).
               01 WS-KO-MATCH-COUNT PIC 9(2).
               01 WS-KO-SIZE PIC 9(2).
               01 WS-KO-ORDER-TABLE.
                   05 WS-KO-ORDER OCCURS 32 TIMES PIC 9(2).
               01 WS-KO-ORDER-WORK-TABLE.
                   05 WS-KO-ORDER-WORK OCCURS 32 TIMES PIC 9(2).
               01 WS-KO-LEN PIC 9(2).
               01 WS-KO-I PIC 9(2).
               01 WS-KO-J PIC 9(2).
               01 WS-KO-K PIC 9(2).
               01 WS-KO-SEED-A PIC 9(2).
               01 WS-KO-SEED-B PIC 9(2).
               01 WS-KO-CUR-ROUND PIC 9(2).
               01 WS-KO-FIRST PIC 9(2).
               01 WS-KO-LAST PIC 9(2).
               01 WS-KO-SHOWN-ROUND PIC 9(2).
               01 WS-KO-WINNER PIC X(20).
               01 WS-KO-LOSER PIC X(20).
               01 WS-KO-SWAP-NAME PIC X(20).
      *        The main game grid
               01 WS-GAME-GRID.
                   05 WS-GAME-GRID-ROW OCCURS 3 TIMES.
                       10 WS-ACT-DAY-MEDIUM PIC 9(5).
                       10 WS-ACT-DAY-HARD PIC 9(5).
                       10 WS-ACT-DAY-MOVES PIC 9(7).
      *                Games that day ended by resignation, timeout or
      *                agreement - they stay out of the average length
                       10 WS-ACT-DAY-OFF-BOARD PIC 9(5).
               01 WS-ACT-DAY-COUNT PIC 9(3).
               01 WS-ACT-SLOT PIC 9(3).
               01 WS-ACT-I PIC 9(3).
               01 WS-ACT-VARIANT PIC X(20).
               01 WS-ACT-TOTAL-GAMES PIC 9(5).
               01 WS-ACT-DROPPED PIC 9(5).
               01 WS-ACT-RESIGNED PIC 9(5).
               01 WS-ACT-TIMED-OUT PIC 9(5).
               01 WS-ACT-AGREED PIC 9(5).
               01 WS-ACT-BOARD-GAMES PIC 9(5).
               01 WS-ACT-AVG-MOVES PIC 9(3)V99.
               01 WS-ACT-AVG-MOVES-DISP PIC ZZ9.99.
               01 WS-ACT-LINE PIC X(80).
               01 WS-ANA-RATE PIC 9(3)V99.
               01 WS-ANA-RATE-DISP PIC ZZ9.99.
               01 WS-ANA-LINE PIC X(80).
      *        Opening statistics - every completed game in the live
      *        move log and the dated archives, grouped by rule
      *        variant and by the squares of its first two moves
               01 WS-OPN-MODE PIC 9(1).
                   88 OPN-MODE VALUE 1.
      *        A move-log record as read from either file
               01 WS-OPN-REC.
                   05 WS-OPN-REC-GAME PIC 9(5).
                   05 WS-OPN-REC-MOVE PIC 9(2).
                   05 WS-OPN-REC-PLAYER PIC X(1).
                   05 WS-OPN-REC-ROW PIC 9(1).
                   05 WS-OPN-REC-COL PIC 9(1).
                   05 WS-OPN-REC-OUTCOME PIC X(5).
                   05 WS-OPN-REC-DATE PIC X(8).
                   05 WS-OPN-REC-VARIANT PIC X(20).
      *        The game run being collected
               01 WS-OPN-RUN-ACTIVE PIC 9(1).
                   88 OPN-RUN-ACTIVE VALUE 1.
               01 WS-OPN-RUN-DONE PIC 9(1).
                   88 OPN-RUN-DONE VALUE 1.
               01 WS-OPN-RUN-HCAP PIC 9(1).
                   88 OPN-RUN-HCAP VALUE 1.
               01 WS-OPN-RUN-GAME PIC 9(5).
               01 WS-OPN-RUN-OUTCOME PIC X(5).
               01 WS-OPN-RUN-LENGTH PIC 9(2).
               01 WS-OPN-RUN-VARIANT PIC X(20).
               01 WS-OPN-RUN-OPENING.
                   05 WS-OPN-RUN-M1-ROW PIC 9(1).
                   05 WS-OPN-RUN-M1-COL PIC 9(1).
                   05 WS-OPN-RUN-M2-ROW PIC 9(1).
                   05 WS-OPN-RUN-M2-COL PIC 9(1).
      *        Per-variant totals, first-square counts A1..C3
               01 WS-OPN-VAR-TABLE.
                   05 WS-OPN-VAR-ENTRY OCCURS 10 TIMES.
                       10 WS-OPN-VAR-NAME PIC X(20).
                       10 WS-OPN-VAR-GAMES PIC 9(5).
                       10 WS-OPN-VAR-HCAP PIC 9(5).
                       10 WS-OPN-VAR-OFFBOARD PIC 9(5).
                       10 WS-OPN-VAR-MOVES PIC 9(7).
                       10 WS-OPN-VAR-XWINS PIC 9(5).
                       10 WS-OPN-VAR-OWINS PIC 9(5).
                       10 WS-OPN-VAR-STALES PIC 9(5).
                       10 WS-OPN-VAR-FIRST OCCURS 9 TIMES PIC 9(5).
               01 WS-OPN-VAR-COUNT PIC 9(2).
               01 WS-OPN-VSLOT PIC 9(2).
               01 WS-OPN-V PIC 9(2).
      *        One entry per variant and opening pair
               01 WS-OPN-OPEN-TABLE.
                   05 WS-OPN-OPEN-ENTRY OCCURS 600 TIMES.
                       10 WS-OPN-OPEN-VARIANT PIC X(20).
                       10 WS-OPN-OPEN-MOVES PIC X(4).
                       10 WS-OPN-OPEN-GAMES PIC 9(5).
                       10 WS-OPN-OPEN-XWINS PIC 9(5).
                       10 WS-OPN-OPEN-OWINS PIC 9(5).
                       10 WS-OPN-OPEN-STALES PIC 9(5).
               01 WS-OPN-OPEN-TEMP PIC X(44).
               01 WS-OPN-OPEN-COUNT PIC 9(3).
               01 WS-OPN-OPEN-LOST PIC 9(5).
               01 WS-OPN-SLOT PIC 9(3).
               01 WS-OPN-I PIC 9(3).
               01 WS-OPN-J PIC 9(3).
               01 WS-OPN-SQ PIC 9(1).
               01 WS-OPN-ROW PIC 9(1).
               01 WS-OPN-COL PIC 9(1).
               01 WS-OPN-ROW-LETTERS PIC X(3) VALUE "ABC".
               01 WS-OPN-LABEL PIC X(5).
               01 WS-OPN-EARLIEST PIC X(8).
               01 WS-OPN-DAY-INT PIC 9(7).
               01 WS-OPN-LAST-INT PIC 9(7).
               01 WS-OPN-DAY PIC 9(8).
               01 WS-OPN-FILE-RECS PIC 9(7).
               01 WS-OPN-ARCH-FILES PIC 9(5).
               01 WS-OPN-COUNT PIC 9(5).
               01 WS-OPN-BASE PIC 9(5).
               01 WS-OPN-PCT PIC 9(3)V9.
               01 WS-OPN-PCT-DISP PIC ZZ9.9.
               01 WS-OPN-PCT-X PIC ZZ9.9.
               01 WS-OPN-PCT-O PIC ZZ9.9.
               01 WS-OPN-PCT-S PIC ZZ9.9.
               01 WS-OPN-AVG PIC 9(1)V99.
               01 WS-OPN-AVG-DISP PIC 9.99.
               01 WS-OPN-SQ-TABLE.
                   05 WS-OPN-SQ-TEXT OCCURS 3 TIMES PIC X(14).
               01 WS-OPN-LINE PIC X(80).
      *        Inbound results load - scoresheet records checked
      *        against the player master and the variant library,
      *        the good ones posted the way a game played here is
      *        posted and the rest turned back with a reason code
               01 WS-LOAD-MODE PIC 9(1).
                   88 LOAD-MODE VALUE 1.
               01 WS-LOAD-EOF PIC 9(1).
                   88 LOAD-EOF VALUE 1.
               01 WS-LOAD-POSTED-BEFORE PIC 9(1).
                   88 LOAD-POSTED-BEFORE VALUE 1.
               01 WS-LOAD-REASON PIC X(2).
                   88 LOAD-RECORD-GOOD VALUE SPACES.
               01 WS-LOAD-REASON-TEXT PIC X(30).
               01 WS-LOAD-READ PIC 9(5).
               01 WS-LOAD-POSTED PIC 9(5).
               01 WS-LOAD-REJECTED PIC 9(5).
               01 WS-LOAD-DATE PIC X(8).
               01 WS-LOAD-DATE-R REDEFINES WS-LOAD-DATE.
                   05 WS-LOAD-DATE-YYYY PIC 9(4).
                   05 WS-LOAD-DATE-MM PIC 9(2).
                   05 WS-LOAD-DATE-DD PIC 9(2).
               01 WS-LOAD-DATE-N REDEFINES WS-LOAD-DATE PIC 9(8).
               01 WS-LOAD-RESULT PIC X(5).
               01 WS-LOAD-VARIANT PIC X(20).
               01 WS-LOAD-CALC-STATE PIC X(5).
               01 WS-LOAD-EXPECT PIC X(1).
               01 WS-LOAD-ENDED PIC 9(1).
                   88 LOAD-LIST-ENDED VALUE 1.
      *        The move list as squares, and as the row and column
      *        each square stands for once proven
               01 WS-LOAD-MOVE-LIST PIC X(18).
               01 WS-LOAD-MOVE-LIST-R REDEFINES WS-LOAD-MOVE-LIST.
                   05 WS-LOAD-SQUARE OCCURS 9 TIMES.
                       10 WS-LOAD-SQUARE-ROW PIC X(1).
                       10 WS-LOAD-SQUARE-COL PIC X(1).
               01 WS-LOAD-MOVE-TABLE.
                   05 WS-LOAD-MOVE OCCURS 9 TIMES.
                       10 WS-LOAD-MOVE-ROW PIC 9(1).
                       10 WS-LOAD-MOVE-COL PIC 9(1).
               01 WS-LOAD-MOVE-COUNT PIC 9(2).
               01 WS-LOAD-I PIC 9(2).
      *        The session's own rule variant, put back once every
      *        record has been proven under its own
               01 WS-LOAD-SAVE-NAME PIC X(20).
               01 WS-LOAD-SAVE-COUNT PIC 9(2).
               01 WS-LOAD-SAVE-STRICT PIC 9(1).
               01 WS-LOAD-SAVE-BAD PIC 9(1).
               01 WS-LOAD-SAVE-MASKS PIC X(108).
               01 WS-LOAD-SAVE-ONES PIC X(12).
               01 WS-LOAD-LINE PIC X(80).
      *        Rebuild from history - every player row and the
      *        lifetime tally recounted from the live and season
      *        history, every rating replayed from the rating
      *        history in posting order, written beside the live
      *        files with a before/after report. Nothing live
      *        changes unless the operator says to swap the rebuild
      *        in
               01 WS-RBL-MODE PIC 9(1).
                   88 RBL-MODE VALUE 1.
      *        Working copy of a history record, from either the
      *        live or the season history file
               01 WS-RBL-HIST-RECORD.
                   05 WS-RBL-H-DATE PIC X(8).
                   05 WS-RBL-H-TIME PIC X(6).
                   05 WS-RBL-H-X-NAME PIC X(20).
                   05 WS-RBL-H-O-NAME PIC X(20).
                   05 WS-RBL-H-MODE PIC X(1).
                   05 WS-RBL-H-DIFFICULTY PIC X(1).
                   05 WS-RBL-H-STATE PIC X(5).
                   05 WS-RBL-H-MOVES PIC X(2).
                   05 WS-RBL-H-VARIANT PIC X(20).
                   05 WS-RBL-H-HANDICAP PIC X(1).
                   05 WS-RBL-H-GAME PIC X(5).
      *        One entry per player row on file, then one per name
      *        the history knows that the file no longer does -
      *        those are reported but never brought back
               01 WS-RBL-ROW-TABLE.
                   05 WS-RBL-ROW OCCURS 200 TIMES.
                       10 WS-RBL-NAME PIC X(20).
                       10 WS-RBL-ON-FILE PIC 9(1).
                       10 WS-RBL-OLD-GAMES PIC 9(5).
                       10 WS-RBL-OLD-WINS PIC 9(5).
                       10 WS-RBL-OLD-LOSSES PIC 9(5).
                       10 WS-RBL-OLD-STALES PIC 9(5).
                       10 WS-RBL-OLD-RATING PIC 9(4).
                       10 WS-RBL-NEW-GAMES PIC 9(5).
                       10 WS-RBL-NEW-WINS PIC 9(5).
                       10 WS-RBL-NEW-LOSSES PIC 9(5).
                       10 WS-RBL-NEW-STALES PIC 9(5).
                       10 WS-RBL-NEW-RATING PIC 9(4).
               01 WS-RBL-ROW-COUNT PIC 9(3).
               01 WS-RBL-ROWS-LOST PIC 9(5).
               01 WS-RBL-TOO-MANY PIC 9(1).
                   88 RBL-TOO-MANY VALUE 1.
               01 WS-RBL-SLOT PIC 9(3).
               01 WS-RBL-I PIC 9(3).
               01 WS-RBL-FIND-NAME PIC X(20).
      *        What the game was for the seat being posted - W, L
      *        or S
               01 WS-RBL-SEAT-RESULT PIC X(1).
               01 WS-RBL-FROM-SEASHIST PIC 9(1).
                   88 RBL-FROM-SEASHIST VALUE 1.
               01 WS-RBL-HIST-READ PIC 9(7).
               01 WS-RBL-SEAS-READ PIC 9(7).
               01 WS-RBL-RATE-READ PIC 9(7).
      *        Season history recounted the way the season close
      *        posted it to SEASTOT.DAT, as a check on both
               01 WS-RBL-SEAS-GAMES PIC 9(7).
               01 WS-RBL-SEAS-WINS PIC 9(7).
               01 WS-RBL-SEAS-LOSSES PIC 9(7).
               01 WS-RBL-SEAS-STALES PIC 9(7).
      *        The lifetime tally, before and rebuilt, in the
      *        STATS.DAT layout
               01 WS-RBL-STATS-OLD.
                   05 WS-RBL-OLD-S-GAMES PIC 9(5).
                   05 WS-RBL-OLD-S-WINS PIC 9(5).
                   05 WS-RBL-OLD-S-LOSSES PIC 9(5).
                   05 WS-RBL-OLD-S-STALES PIC 9(5).
               01 WS-RBL-STATS-NEW.
                   05 WS-RBL-NEW-S-GAMES PIC 9(5).
                   05 WS-RBL-NEW-S-WINS PIC 9(5).
                   05 WS-RBL-NEW-S-LOSSES PIC 9(5).
                   05 WS-RBL-NEW-S-STALES PIC 9(5).
               01 WS-RBL-PLAYER-IMAGE.
                   05 WS-RBL-P-NAME PIC X(20).
                   05 WS-RBL-P-GAMES PIC 9(5).
                   05 WS-RBL-P-WINS PIC 9(5).
                   05 WS-RBL-P-LOSSES PIC 9(5).
                   05 WS-RBL-P-STALES PIC 9(5).
                   05 WS-RBL-P-RATING PIC 9(4).
      *        Rating changes in the order they were appended to
      *        the rating history. A season reset record walks the
      *        rating back rather than adding a game's change to it
               01 WS-RBL-RATE-TABLE.
                   05 WS-RBL-RATE OCCURS 5000 TIMES.
                       10 WS-RBL-RATE-ROW PIC 9(3).
                       10 WS-RBL-RATE-OLD PIC 9(4).
                       10 WS-RBL-RATE-DELTA PIC S9(4).
                       10 WS-RBL-RATE-RESET PIC X(1).
               01 WS-RBL-RATE-COUNT PIC 9(4).
               01 WS-RBL-RATE-FULL PIC 9(1).
                   88 RBL-RATE-FULL VALUE 1.
               01 WS-RBL-J PIC 9(4).
               01 WS-RBL-CHANGED PIC 9(3).
               01 WS-RBL-UNCHANGED PIC 9(3).
               01 WS-RBL-OFF-FILE PIC 9(3).
               01 WS-RBL-WRITTEN PIC 9(3).
               01 WS-RBL-LABEL PIC X(20).
               01 WS-RBL-LINE PIC X(80).
      *        Clubs - the inter-club league table counts only
      *        games between members of two different clubs, 3
      *        points a win and 1 a draw as in the tournament table.
      *        The membership listing names every club's members
               01 WS-CLUB-MODE PIC 9(1).
                   88 CLUB-MODE VALUE 1.
               01 WS-CLIST-MODE PIC 9(1).
                   88 CLIST-MODE VALUE 1.
               01 WS-CTL-CLUBTABLE PIC X(1).
               01 WS-CTL-CLUBLIST PIC X(1).
               01 WS-CLUB-TABLE.
                   05 WS-CLUB OCCURS 50 TIMES.
                       10 WS-CLUB-CODE PIC X(4).
                       10 WS-CLUB-NAME PIC X(30).
                       10 WS-CLUB-PLAYED PIC 9(5).
                       10 WS-CLUB-WON PIC 9(5).
                       10 WS-CLUB-LOST PIC 9(5).
                       10 WS-CLUB-DRAWN PIC 9(5).
                       10 WS-CLUB-POINTS PIC 9(6).
                       10 WS-CLUB-MEMBERS PIC 9(3).
                       10 WS-CLUB-RATING-SUM PIC 9(7).
                       10 WS-CLUB-AVG PIC 9(4).
               01 WS-CLUB-SWAP PIC X(74).
               01 WS-CLUB-COUNT PIC 9(2).
               01 WS-CLUB-I PIC 9(2).
               01 WS-CLUB-J PIC 9(2).
               01 WS-CLUB-K PIC 9(2).
               01 WS-CLUB-SLOT PIC 9(2).
               01 WS-CLUB-X-SLOT PIC 9(2).
               01 WS-CLUB-O-SLOT PIC 9(2).
               01 WS-CLUB-MEM-TABLE.
                   05 WS-CLUB-MEM OCCURS 200 TIMES.
                       10 WS-CLUB-MEM-NAME PIC X(20).
                       10 WS-CLUB-MEM-CODE PIC X(4).
               01 WS-CLUB-MEM-COUNT PIC 9(3).
               01 WS-CLUB-MEM-I PIC 9(3).
               01 WS-CLUB-MEM-SLOT PIC 9(3).
               01 WS-CLUB-MEM-KEEP PIC 9(3).
               01 WS-CLUB-FIND-NAME PIC X(20).
               01 WS-CLUB-FIND-CODE PIC X(4).
               01 WS-CLUB-X-CODE PIC X(4).
               01 WS-CLUB-O-CODE PIC X(4).
               01 WS-CLUB-NEW-CODE PIC X(4).
               01 WS-CLUB-NEW-NAME PIC X(30).
               01 WS-CLUB-GAMES PIC 9(5).
               01 WS-CLUB-LISTED PIC 9(3).
               01 WS-CLUB-RATING PIC 9(4).
      *        Where club report lines go - T the league table file,
      *        L the membership listing, S the season summary
               01 WS-CLUB-OUT PIC X(1).
               01 WS-CLUB-LINE PIC X(80).
      *        Fair-play screen - looks for the patterns the rules
      *        committee asked to see: one pair playing each other
      *        far more than anyone else with one-sided results,
      *        games over in too few moves, heavy use of takebacks,
      *        a season's rating gain taken mostly off one opponent,
      *        and a run of losses just before a handicap game.
      *        Every flag names the dates and game numbers so the
      *        games can be pulled up in the replay viewer
               01 WS-FP-MODE PIC 9(1).
                   88 FP-MODE VALUE 1.
               01 WS-CTL-FAIRPLAY PIC X(1).
               01 WS-FP-PARMS.
                   05 WS-FP-PAIR-MIN PIC 9(3).
                   05 WS-FP-PAIR-SHARE PIC 9(3).
                   05 WS-FP-PAIR-LOPSIDED PIC 9(3).
                   05 WS-FP-SHORT-MOVES PIC 9(2).
                   05 WS-FP-TBACK-MIN PIC 9(3).
                   05 WS-FP-TBACK-PCT PIC 9(3).
                   05 WS-FP-GAIN-MIN PIC 9(4).
                   05 WS-FP-GAIN-SHARE PIC 9(3).
                   05 WS-FP-SANDBAG-LOSSES PIC 9(2).
                   05 WS-FP-SANDBAG-DAYS PIC 9(3).
               01 WS-FP-PARM-SOURCE PIC X(12).
      *        The season's games, in file order
               01 WS-FP-HIST-TABLE.
                   05 WS-FP-HIST OCCURS 2000 TIMES.
                       10 WS-FP-H-DATE PIC X(8).
                       10 WS-FP-H-DAY PIC 9(7).
                       10 WS-FP-H-GAME PIC 9(5).
                       10 WS-FP-H-X-NAME PIC X(20).
                       10 WS-FP-H-O-NAME PIC X(20).
                       10 WS-FP-H-MODE PIC X(1).
                       10 WS-FP-H-STATE PIC X(5).
                       10 WS-FP-H-MOVES PIC 9(2).
                       10 WS-FP-H-HANDICAP PIC X(1).
               01 WS-FP-HIST-COUNT PIC 9(4).
               01 WS-FP-HIST-OVER PIC 9(5).
      *        One history row held aside while the table is put in
      *        the order the games were played
               01 WS-FP-HOLD.
                   05 WS-FP-HOLD-DATE PIC X(8).
                   05 WS-FP-HOLD-DAY PIC 9(7).
                   05 WS-FP-HOLD-GAME PIC 9(5).
                   05 FILLER PIC X(49).
      *        Two-player games per player
               01 WS-FP-PLAYER-TABLE.
                   05 WS-FP-PLR OCCURS 200 TIMES.
                       10 WS-FP-P-NAME PIC X(20).
                       10 WS-FP-P-GAMES PIC 9(5).
                       10 WS-FP-P-TBACKS PIC 9(5).
                       10 WS-FP-P-GAIN PIC S9(5).
               01 WS-FP-PLR-COUNT PIC 9(3).
      *        Pairs, names held in order so A-B and B-A are one
      *        row. The rating screen adds each side's rating
      *        gain off the other this season
               01 WS-FP-PAIR-TABLE.
                   05 WS-FP-PAIR OCCURS 500 TIMES.
                       10 WS-FP-PR-A PIC X(20).
                       10 WS-FP-PR-B PIC X(20).
                       10 WS-FP-PR-GAMES PIC 9(5).
                       10 WS-FP-PR-A-WINS PIC 9(5).
                       10 WS-FP-PR-B-WINS PIC 9(5).
                       10 WS-FP-PR-DRAWS PIC 9(5).
                       10 WS-FP-PR-A-GAIN PIC S9(5).
                       10 WS-FP-PR-B-GAIN PIC S9(5).
               01 WS-FP-PAIR-COUNT PIC 9(3).
      *        Granted takebacks, by game and the side that took
      *        its move back
               01 WS-FP-TBACK-TABLE.
                   05 WS-FP-TB OCCURS 1000 TIMES.
                       10 WS-FP-TB-NAME PIC X(20).
                       10 WS-FP-TB-DATE PIC X(8).
                       10 WS-FP-TB-GAME PIC 9(5).
               01 WS-FP-TBACK-COUNT PIC 9(4).
               01 WS-FP-OVERFLOW PIC 9(5).
               01 WS-FP-I PIC 9(4).
               01 WS-FP-J PIC 9(4).
               01 WS-FP-K PIC 9(4).
               01 WS-FP-SLOT PIC 9(4).
               01 WS-FP-NAME PIC X(20).
               01 WS-FP-OTHER PIC X(20).
               01 WS-FP-PAIR-A PIC X(20).
               01 WS-FP-PAIR-B PIC X(20).
               01 WS-FP-DATE-NUM PIC 9(8).
               01 WS-FP-COUNT PIC 9(5).
               01 WS-FP-WINS PIC 9(5).
               01 WS-FP-PCT PIC 9(5).
               01 WS-FP-PCT-2 PIC 9(5).
               01 WS-FP-GAIN PIC S9(5).
               01 WS-FP-TOP-GAIN PIC S9(5).
               01 WS-FP-DAYS PIC S9(7).
               01 WS-FP-CITED PIC 9(3).
               01 WS-FP-CITE-MAX PIC 9(3) VALUE 20.
               01 WS-FP-CITE PIC 9(1).
                   88 FP-CITE VALUE 1.
               01 WS-FP-SECTION-FLAGS PIC 9(4).
               01 WS-FP-TOTAL-FLAGS PIC 9(5).
               01 WS-FP-SIGNED PIC +9(5).
               01 WS-FP-SIGNED-2 PIC +9(5).
               01 WS-FP-LINE PIC X(80).
      *        Game seals. The content value folds every byte of the
      *        game's move records, in file order, then its history
      *        record into a running value modulo a prime. The chain
      *        value folds the seal record itself onto the chain
      *        value of the seal before it
               01 WS-SEAL-MODE PIC 9(1).
                   88 SEAL-MODE VALUE 1.
               01 WS-CTL-SEALCHECK PIC X(1).
               01 WS-SEAL-V PIC 9(9).
               01 WS-SEAL-PRIME PIC 9(9) VALUE 999999937.
               01 WS-SEAL-DATA PIC X(89).
               01 WS-SEAL-LEN PIC 9(2).
               01 WS-SEAL-B PIC 9(2).
               01 WS-SEAL-EOF PIC 9(1).
                   88 SEAL-EOF VALUE 1.
               01 WS-SEAL-KIND PIC X(1).
               01 WS-SEAL-MOVES PIC 9(3).
               01 WS-SEAL-PREV PIC 9(9).
               01 WS-SEAL-LAST-CHECK PIC 9(9).
               01 WS-SEAL-GAME-NO PIC 9(5).
               01 WS-SEAL-HIST.
                   05 WS-SEAL-HIST-DATE PIC X(8).
                   05 WS-SEAL-HIST-TIME PIC X(6).
                   05 FILLER PIC X(70).
                   05 WS-SEAL-HIST-GAME PIC 9(5).
      *        Seals on file, in chain order. SCAN marks the ones the
      *        files are being checked against; LATEST is clear on a
      *        seal a later one for the same game has superseded;
      *        CHAIN is 1 when the seal does not follow on from the
      *        one before, 2 when the seal record itself was altered
               01 WS-SEAL-TABLE.
                   05 WS-SEAL-ENTRY OCCURS 5000 TIMES.
                       10 WS-SEAL-T-KIND PIC X(1).
                       10 WS-SEAL-T-GAME PIC 9(5).
                       10 WS-SEAL-T-DATE PIC X(8).
                       10 WS-SEAL-T-TIME PIC X(6).
                       10 WS-SEAL-T-MOVES PIC 9(3).
                       10 WS-SEAL-T-CONTENT PIC 9(9).
                       10 WS-SEAL-T-V PIC 9(9).
                       10 WS-SEAL-T-COUNT PIC 9(3).
                       10 WS-SEAL-T-FOUND PIC 9(1).
                       10 WS-SEAL-T-SCAN PIC 9(1).
                       10 WS-SEAL-T-LATEST PIC 9(1).
                       10 WS-SEAL-T-CHAIN PIC 9(1).
               01 WS-SEAL-COUNT PIC 9(4).
               01 WS-SEAL-OVER PIC 9(5).
               01 WS-SEAL-I PIC 9(4).
               01 WS-SEAL-J PIC 9(4).
               01 WS-SEAL-SCANNED PIC 9(4).
               01 WS-SEAL-MATCHED PIC 9(1).
               01 WS-SEAL-ARCHIVES PIC 9(1).
                   88 SEAL-ARCHIVES VALUE 1.
               01 WS-SEAL-OFF-LOG PIC 9(1).
                   88 SEAL-OFF-LOG VALUE 1.
               01 WS-SEAL-LISTING PIC 9(1).
                   88 SEAL-LISTING VALUE 1.
               01 WS-SEAL-DAY-INT PIC 9(7).
               01 WS-SEAL-LAST-INT PIC 9(7).
               01 WS-SEAL-DAY PIC 9(8).
               01 WS-SEAL-ARCH-FILES PIC 9(5).
               01 WS-SEAL-GOOD PIC 9(5).
               01 WS-SEAL-BAD PIC 9(5).
               01 WS-SEAL-SUPERSEDED PIC 9(5).
               01 WS-SEAL-UNSEALED PIC 9(5).
               01 WS-SEAL-RENEWED PIC 9(4).
               01 WS-SEAL-KEPT PIC 9(4).
      *        History records player maintenance is rewriting. SEAL
      *        is the game's seal in the table; STATE is what its
      *        check found before the rewrite - V verified, U failing
      *        already, N never sealed
               01 WS-SEAL-AMEND-TABLE.
                   05 WS-SEAL-AMEND OCCURS 1000 TIMES.
                       10 WS-SEAL-A-GAME PIC 9(5).
                       10 WS-SEAL-A-DATE PIC X(8).
                       10 WS-SEAL-A-TIME PIC X(6).
                       10 WS-SEAL-A-SEAL PIC 9(4).
                       10 WS-SEAL-A-STATE PIC X(1).
               01 WS-SEAL-AMEND-COUNT PIC 9(4).
      *        What the replay viewer found for its game - V seal
      *        checks out, U unverified, N never sealed
               01 WS-SEAL-VERDICT PIC X(1).
                   88 SEAL-VERIFIED VALUE "V".
                   88 SEAL-UNVERIFIED VALUE "U".
               01 WS-SEAL-REASON PIC X(24).
               01 WS-SEAL-MESSAGE PIC X(128).
               01 WS-SEAL-LINE PIC X(80).
      *        Maintenance journal listing - every journal entry,
      *        or only those touching one player, across a date
      *        range
               01 WS-JNL-MODE PIC 9(1).
                   88 JNL-MODE VALUE 1.
               01 WS-JNL-NAME PIC X(20).
               01 WS-JNL-FROM-DATE PIC X(8).
               01 WS-JNL-TO-DATE PIC X(8).
               01 WS-JNL-READ PIC 9(5).
               01 WS-JNL-LISTED PIC 9(5).
               01 WS-JNL-ACTION-TEXT PIC X(6).
               01 WS-JNL-LABEL PIC X(7).
               01 WS-JNL-ROW-NAME PIC X(20).
               01 WS-JNL-CLUB-BEFORE PIC X(4).
               01 WS-JNL-CLUB-AFTER PIC X(4).
               01 WS-JNL-IMAGE.
                   05 WS-JNL-I-NAME PIC X(20).
                   05 WS-JNL-I-GAMES PIC 9(5).
                   05 WS-JNL-I-WINS PIC 9(5).
                   05 WS-JNL-I-LOSSES PIC 9(5).
                   05 WS-JNL-I-STALES PIC 9(5).
                   05 WS-JNL-I-RATING PIC 9(4).
               01 WS-JNL-LINE PIC X(80).
               01 WS-JNL-PTR PIC 9(3).
      *        Run log work fields - the mode letters say which
      *        paths the run took (B batch, R reconcile, A archive,
      *        D daily activity, E export, N analysis, O opening
      *        statistics, S season close, M maintenance, T
      *        tournament, V replay viewer, C correspondence, L
      *        results load, G rebuild from history, J maintenance
      *        journal listing, K variant certification, U club
      *        league table, W club membership listing, F fair-play
      *        screen, Z game seal verification), and the listing
      *        keeps a ring of the newest records so "show the last
      *        N runs" never needs the whole file in memory
      *        Exclusion lock state - STATS-SAVE, the player row
      *        updates and TOURNAMENT-SAVE all rewrite their files
      *        in place, so two sessions at once corrupt them. A
               01 WS-SEASTOT-WINS PIC 9(7).
               01 WS-SEASTOT-LOSSES PIC 9(7).
               01 WS-SEASTOT-STALES PIC 9(7).
      *        Ratings an interrupted season close had already
      *        walked back, taken from the reset records it left in
      *        the rating history, so finishing it never resets a
      *        player twice
               01 WS-SEASON-DONE-TABLE.
                   05 WS-SEASON-DONE OCCURS 200 TIMES.
                       10 WS-SEASON-DONE-NAME PIC X(20).
                       10 WS-SEASON-DONE-RATING PIC 9(4).
               01 WS-SEASON-DONE-COUNT PIC 9(3).
               01 WS-SEASON-DONE-I PIC 9(3).
               01 WS-SEASON-DONE-SLOT PIC 9(3).
      *        Step marker work fields for the season close and the
      *        archive run, and what start-up did about a marker
      *        left behind
               01 WS-STEP-JOB PIC X(1).
               01 WS-STEP-NO PIC 9(1).
               01 WS-STEP-DATE PIC X(8).
               01 WS-STEP-COUNT PIC 9(7).
               01 WS-STEP-GAMES PIC 9(7).
               01 WS-STEP-WINS PIC 9(7).
               01 WS-STEP-LOSSES PIC 9(7).
               01 WS-STEP-STALES PIC 9(7).
               01 WS-STEP-FOUND PIC 9(1).
                   88 STEP-FOUND VALUE 1.
               01 WS-STEP-KEPT PIC 9(7).
               01 WS-RESTART-OUTCOME PIC X(2).
               01 WS-RUNLOG-MODES PIC X(20).
               01 WS-RUNLOG-PTR PIC 9(2).
               01 WS-RUNLOG-SHOW PIC 9(2).
               01 WS-RUNLOG-TABLE.
                   05 WS-RUNLOG-ENTRY OCCURS 20 TIMES PIC X(51).
               01 WS-RUNLOG-COUNT PIC 9(5).
               01 WS-RUNLOG-I PIC 9(2).
               01 WS-RUNLOG-J PIC 9(5).
               01 WS-RUNLOG-REC PIC X(51).
               01 WS-RUNLOG-REC-R REDEFINES WS-RUNLOG-REC.
                   05 WS-RUNLOG-REC-DATE PIC X(8).
                   05 WS-RUNLOG-REC-TIME PIC X(6).
                   05 WS-RUNLOG-REC-ARCHIVED PIC X(5).
                   05 WS-RUNLOG-REC-MISMATCH PIC X(3).
                   05 WS-RUNLOG-REC-RC PIC X(2).
                   05 WS-RUNLOG-REC-MODES-EXT PIC X(8).
                   05 WS-RUNLOG-REC-RESTART PIC X(2).
               01 WS-REPLAY-GAME PIC 9(5).
               01 WS-REPLAY-STEPS PIC 9(2).
               01 WS-REPLAY-OUTCOME PIC X(5).
               AND NOT EXPORT-MODE AND NOT ANA-MODE
               AND NOT SEASON-MODE AND NOT CORR-MODE
               AND NOT TOURNAMENT-MODE AND NOT HEADLESS
               AND NOT OPN-MODE AND NOT LOAD-MODE
               AND NOT RBL-MODE AND NOT JNL-MODE
               AND NOT CERT-MODE AND NOT CLUB-MODE
               AND NOT CLIST-MODE AND NOT FP-MODE
               AND NOT SEAL-MODE AND NOT VARIANT-REFUSED
               PERFORM GAME-LOOP-PARAGRAPH
                   WITH TEST AFTER UNTIL FINISHED-PLAYING
           END-IF
           IF CONTROL-BAD
               MOVE 8 TO RETURN-CODE
           ELSE
      *        A scheduled run refused its games on an uncertified
      *        variant shares the winmasks code
               IF WINMASKS-BAD
                   OR (VARIANT-REFUSED AND HEADLESS)
                   MOVE 12 TO RETURN-CODE
               ELSE
      *            Locked out by another session - distinct code so
               INITIALIZE WS-ARCHIVE-MODE WS-MAINT-MODE
               INITIALIZE WS-ACT-MODE WS-EXPORT-MODE WS-ANA-MODE
               INITIALIZE WS-SEASON-MODE WS-CORR-MODE
               INITIALIZE WS-OPN-MODE WS-LOAD-MODE
               INITIALIZE WS-RBL-MODE WS-JNL-MODE WS-CERT-MODE
               INITIALIZE WS-CLUB-MODE WS-CLIST-MODE WS-FP-MODE
               INITIALIZE WS-SEAL-MODE
               INITIALIZE WS-POST-DATE WS-RESTART-OUTCOME
               INITIALIZE WS-MOVE-LIMIT WS-CLOCK-RUNNING
               INITIALIZE WS-WINMASKS-BAD
               INITIALIZE WS-LOCK-HELD WS-LOCK-REFUSED
               IF NOT CONTROL-BAD
                   PERFORM RUN-LOCK-TAKE-PARAGRAPH
               END-IF
      *        A certification run goes ahead of the variant pick, so
      *        the pick sees the certificates it has just written
               IF NOT CONTROL-BAD AND NOT LOCK-REFUSED
                   PERFORM CERTIFY-SELECT-PARAGRAPH
                   IF CERT-MODE
                       PERFORM CERTIFY-RUN-PARAGRAPH
                   END-IF
               END-IF
               IF NOT CONTROL-BAD AND NOT LOCK-REFUSED
                   PERFORM VALIDATE-WINMASKS-FILE-PARAGRAPH
               END-IF
                       DISPLAY WS-MESSAGE END-DISPLAY
                   ELSE
                       PERFORM PLAYER-RECOVER-CHECK-PARAGRAPH
                       PERFORM RUN-RESTART-CHECK-PARAGRAPH
                       PERFORM STATS-LOAD-PARAGRAPH
                       PERFORM LEADERBOARD-SELECT-PARAGRAPH
                       IF SHOW-LEADERBOARD
                       PERFORM RUN-LOG-LIST-SELECT-PARAGRAPH
                       PERFORM RATING-HISTORY-SELECT-PARAGRAPH
                       PERFORM REPLAY-SELECT-PARAGRAPH
      *                The night's results go in ahead of every report
      *                so the reports see them
                       IF NOT REPLAY-MODE
                           PERFORM RESULTS-LOAD-SELECT-PARAGRAPH
                       ELSE
                           INITIALIZE WS-LOAD-MODE
                       END-IF
                       IF LOAD-MODE
                           PERFORM RESULTS-LOAD-RUN-PARAGRAPH
                       END-IF
                       IF NOT REPLAY-MODE
                           PERFORM REBUILD-SELECT-PARAGRAPH
                       ELSE
                           INITIALIZE WS-RBL-MODE
                       END-IF
                       IF RBL-MODE
                           PERFORM REBUILD-RUN-PARAGRAPH
                       END-IF
                       INITIALIZE WS-RECON-MODE
                       INITIALIZE WS-TOURN-MODE
                       IF REPLAY-MODE
                       IF ANA-MODE
                           PERFORM ANALYSIS-RUN-PARAGRAPH
                       END-IF
                       IF NOT REPLAY-MODE
                           PERFORM OPENING-SELECT-PARAGRAPH
                       ELSE
                           INITIALIZE WS-OPN-MODE
                       END-IF
                       IF OPN-MODE
                           PERFORM OPENING-REPORT-PARAGRAPH
                       END-IF
                       IF NOT REPLAY-MODE
                           PERFORM JOURNAL-SELECT-PARAGRAPH
                       ELSE
                           INITIALIZE WS-JNL-MODE
                       END-IF
                       IF JNL-MODE
                           PERFORM JOURNAL-REPORT-PARAGRAPH
                       END-IF
                       IF NOT REPLAY-MODE
                           PERFORM CLUB-SELECT-PARAGRAPH
                       ELSE
                           INITIALIZE WS-CLUB-MODE WS-CLIST-MODE
                       END-IF
                       IF CLUB-MODE
                           PERFORM CLUB-TABLE-REPORT-PARAGRAPH
                       END-IF
                       IF CLIST-MODE
                           PERFORM CLUB-LIST-REPORT-PARAGRAPH
                       END-IF
                       IF NOT REPLAY-MODE
                           PERFORM FAIRPLAY-SELECT-PARAGRAPH
                       ELSE
                           INITIALIZE WS-FP-MODE
                       END-IF
                       IF FP-MODE
                           PERFORM FAIRPLAY-REPORT-PARAGRAPH
                       END-IF
                       IF NOT REPLAY-MODE
                           PERFORM SEAL-SELECT-PARAGRAPH
                       ELSE
                           INITIALIZE WS-SEAL-MODE
                       END-IF
                       IF SEAL-MODE
                           PERFORM SEAL-VERIFY-REPORT-PARAGRAPH
                       END-IF
                       IF NOT REPLAY-MODE
                           PERFORM SEASON-SELECT-PARAGRAPH
                       ELSE
                       IF NOT REPLAY-MODE AND NOT RECON-MODE
                           AND NOT ARCHIVE-MODE AND NOT ACT-MODE
                           AND NOT EXPORT-MODE AND NOT ANA-MODE
                           AND NOT SEASON-MODE AND NOT OPN-MODE
                           AND NOT LOAD-MODE AND NOT RBL-MODE
                           AND NOT JNL-MODE AND NOT CERT-MODE
                           AND NOT CLUB-MODE AND NOT CLIST-MODE
                           AND NOT FP-MODE AND NOT SEAL-MODE
                           PERFORM PLAYER-MAINT-SELECT-PARAGRAPH
                       END-IF
                       IF MAINT-MODE
                           AND NOT ARCHIVE-MODE AND NOT MAINT-MODE
                           AND NOT ACT-MODE AND NOT EXPORT-MODE
                           AND NOT ANA-MODE AND NOT SEASON-MODE
                           AND NOT OPN-MODE AND NOT LOAD-MODE
                           AND NOT RBL-MODE AND NOT JNL-MODE
                           AND NOT CERT-MODE AND NOT CLUB-MODE
                           AND NOT CLIST-MODE AND NOT FP-MODE
                           AND NOT SEAL-MODE
                           PERFORM TOURNAMENT-SELECT-PARAGRAPH
                       END-IF
                       IF TOURNAMENT-MODE
                           PERFORM VARIANT-CERT-GATE-PARAGRAPH
                           IF NOT VARIANT-REFUSED
                               PERFORM TOURNAMENT-SESSION-PARAGRAPH
                           END-IF
                       END-IF
                       IF NOT REPLAY-MODE AND NOT RECON-MODE
                           AND NOT ARCHIVE-MODE AND NOT MAINT-MODE
                           AND NOT ACT-MODE AND NOT EXPORT-MODE
                           AND NOT ANA-MODE AND NOT SEASON-MODE
                           AND NOT TOURNAMENT-MODE AND NOT OPN-MODE
                           AND NOT LOAD-MODE AND NOT RBL-MODE
                           AND NOT JNL-MODE AND NOT CERT-MODE
                           AND NOT CLUB-MODE AND NOT CLIST-MODE
                           AND NOT FP-MODE AND NOT SEAL-MODE
                           PERFORM BATCH-MODE-SELECT-PARAGRAPH
                           IF BATCH-MODE
                               PERFORM VARIANT-CERT-GATE-PARAGRAPH
                               IF NOT VARIANT-REFUSED
                                   PERFORM DIFFICULTY-SELECT-PARAGRAPH
                                   PERFORM BATCH-SIMULATION-PARAGRAPH
                               END-IF
                           ELSE
      *                        No console means no one to play against -
      *                        a headless run stops after its file work
                               IF NOT HEADLESS
                                   PERFORM VARIANT-CERT-GATE-PARAGRAPH
                               END-IF
                               IF NOT HEADLESS AND NOT VARIANT-REFUSED
                                   PERFORM CORR-SELECT-PARAGRAPH
                                   IF CORR-MODE
                                       PERFORM CORR-SESSION-PARAGRAPH
                                           PERFORM
                                             DIFFICULTY-SELECT-PARAGRAPH
                                       END-IF
                                       PERFORM
                                           MOVE-LIMIT-SELECT-PARAGRAPH
                                       PERFORM
                                           CHECKPOINT-RESUME-PARAGRAPH
                                   END-IF
               MOVE "99999999" TO WS-CTL-ACTTO
               MOVE "N" TO WS-CTL-EXPORT
               MOVE "N" TO WS-CTL-ANALYSIS
               MOVE "N" TO WS-CTL-OPENINGS
               MOVE "N" TO WS-CTL-LOAD
               MOVE "N" TO WS-CTL-SEASON
               MOVE "N" TO WS-CTL-REBUILD
               MOVE "N" TO WS-CTL-JOURNAL
               INITIALIZE WS-CTL-JNLNAME
               MOVE "00000000" TO WS-CTL-JNLFROM
               MOVE "99999999" TO WS-CTL-JNLTO
               MOVE "N" TO WS-CTL-CERTIFY
               MOVE "N" TO WS-CTL-CERTREQ
               MOVE "N" TO WS-CTL-CLUBTABLE
               MOVE "N" TO WS-CTL-CLUBLIST
               MOVE "N" TO WS-CTL-FAIRPLAY
               MOVE "N" TO WS-CTL-SEALCHECK
               INITIALIZE WS-CTL-VARIANT
               INITIALIZE WS-EOF
               OPEN INPUT FD-CONTROL
                       WHEN "ANALYSIS"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-ANALYSIS
                       WHEN "OPENINGS"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-OPENINGS
                       WHEN "LOAD"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-LOAD
                       WHEN "SEASON"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-SEASON
                       WHEN "REBUILD"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-REBUILD
                       WHEN "JOURNAL"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-JOURNAL
                       WHEN "CERTIFY"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-CERTIFY
                       WHEN "CERTREQ"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-CERTREQ
                       WHEN "CLUBTABLE"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-CLUBTABLE
                       WHEN "CLUBLIST"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-CLUBLIST
                       WHEN "FAIRPLAY"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-FAIRPLAY
                       WHEN "SEALCHECK"
                           PERFORM CONTROL-YN-CHECK-PARAGRAPH
                           MOVE WS-CTL-YN TO WS-CTL-SEALCHECK
                       WHEN "JNLNAME"
                           MOVE WS-CTL-VALUE TO WS-CTL-JNLNAME
                       WHEN "JNLFROM"
                           IF WS-CTL-VALUE(1:8) IS NUMERIC
                               MOVE WS-CTL-VALUE(1:8)
                                   TO WS-CTL-JNLFROM
                           ELSE
                               SET WS-CONTROL-BAD TO 1
                           END-IF
                       WHEN "JNLTO"
                           IF WS-CTL-VALUE(1:8) IS NUMERIC
                               MOVE WS-CTL-VALUE(1:8)
                                   TO WS-CTL-JNLTO
                           ELSE
                               SET WS-CONTROL-BAD TO 1
                           END-IF
                       WHEN "VARIANT"
                           MOVE WS-CTL-VALUE TO WS-CTL-VARIANT
                       WHEN OTHER
                           WS-RUNLOG-REC-DATE " "
                           WS-RUNLOG-REC-TIME " HL "
                           WS-RUNLOG-REC-HEADLESS " MODES "
                           WS-RUNLOG-REC-MODES
                           WS-RUNLOG-REC-MODES-EXT " SIM "
                           WS-RUNLOG-REC-SIMMED " ARCH "
                           WS-RUNLOG-REC-ARCHIVED " BAD "
                           WS-RUNLOG-REC-MISMATCH " RC "
                           WS-RUNLOG-REC-RC " RESTART "
                           WS-RUNLOG-REC-RESTART
                       END-DISPLAY
                   END-PERFORM
               END-IF
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF OPN-MODE
                   STRING "O" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF SEASON-MODE
                   STRING "S" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF LOAD-MODE
                   STRING "L" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF RBL-MODE
                   STRING "G" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF JNL-MODE
                   STRING "J" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF CERT-MODE
                   STRING "K" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF CLUB-MODE
                   STRING "U" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF CLIST-MODE
                   STRING "W" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF FP-MODE
                   STRING "F" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               IF SEAL-MODE
                   STRING "Z" DELIMITED BY SIZE
                       INTO WS-RUNLOG-MODES
                       WITH POINTER WS-RUNLOG-PTR
                   END-STRING
               END-IF
               MOVE WS-RUNLOG-MODES(1:12) TO FD-RUNLOG-MODES
               MOVE WS-RUNLOG-MODES(13:8) TO FD-RUNLOG-MODES-EXT
      *        The count fields mean nothing for paths not taken -
      *        they stay zero rather than carrying stale values
               IF BATCH-MODE
               IF RECON-MODE
                   MOVE WS-RECON-MISMATCHES TO FD-RUNLOG-MISMATCHES
               END-IF
               MOVE WS-RESTART-OUTCOME TO FD-RUNLOG-RESTART
               MOVE RETURN-CODE TO FD-RUNLOG-RC
               OPEN EXTEND FD-RUNLOG
               WRITE FD-RUNLOG-RECORD END-WRITE
               END-IF
           .

           OPENING-SELECT-PARAGRAPH.
      *        Offer the opening and square statistics report
               INITIALIZE WS-OPN-MODE
               IF HEADLESS
                   IF WS-CTL-OPENINGS IS EQUAL TO "Y"
                       SET WS-OPN-MODE TO 1
                   END-IF
               ELSE
                   DISPLAY "Run opening statistics report? (y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-OPN-MODE TO 1
                   END-IF
               END-IF
           .

           RESULTS-LOAD-SELECT-PARAGRAPH.
      *        Offer to post the scoresheet results waiting in
      *        RESULTS.DAT
               INITIALIZE WS-LOAD-MODE
               IF HEADLESS
                   IF WS-CTL-LOAD IS EQUAL TO "Y"
                       SET WS-LOAD-MODE TO 1
                   END-IF
               ELSE
                   DISPLAY "Load results from RESULTS.DAT? (y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-LOAD-MODE TO 1
                   END-IF
               END-IF
           .

           REBUILD-SELECT-PARAGRAPH.
      *        Offer to rebuild the player rows, the lifetime tally
      *        and the ratings from the game history into files
      *        beside the live ones
               INITIALIZE WS-RBL-MODE
               IF HEADLESS
                   IF WS-CTL-REBUILD IS EQUAL TO "Y"
                       SET WS-RBL-MODE TO 1
                   END-IF
               ELSE
                   DISPLAY "Rebuild players and stats from history? "
                       "(y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-RBL-MODE TO 1
                   END-IF
               END-IF
           .

           CERTIFY-SELECT-PARAGRAPH.
      *        Offer to solve every library variant and rewrite the
      *        certification file
               INITIALIZE WS-CERT-MODE
               IF HEADLESS
                   IF WS-CTL-CERTIFY IS EQUAL TO "Y"
                       SET WS-CERT-MODE TO 1
                   END-IF
               ELSE
                   DISPLAY "Certify the rule variants? (y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-CERT-MODE TO 1
                   END-IF
               END-IF
           .

           JOURNAL-SELECT-PARAGRAPH.
      *        Offer the player maintenance journal listing
               INITIALIZE WS-JNL-MODE
               IF HEADLESS
                   IF WS-CTL-JOURNAL IS EQUAL TO "Y"
                       SET WS-JNL-MODE TO 1
                   END-IF
               ELSE
                   DISPLAY "List the player maintenance journal? "
                       "(y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-JNL-MODE TO 1
                   END-IF
               END-IF
           .

           CLUB-SELECT-PARAGRAPH.
      *        Offer the inter-club league table and the club
      *        membership listing
               INITIALIZE WS-CLUB-MODE WS-CLIST-MODE
               IF HEADLESS
                   IF WS-CTL-CLUBTABLE IS EQUAL TO "Y"
                       SET WS-CLUB-MODE TO 1
                   END-IF
                   IF WS-CTL-CLUBLIST IS EQUAL TO "Y"
                       SET WS-CLIST-MODE TO 1
                   END-IF
               ELSE
                   DISPLAY "Show the inter-club league table? (y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-CLUB-MODE TO 1
                   END-IF
                   DISPLAY "List the club memberships? (y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-CLIST-MODE TO 1
                   END-IF
               END-IF
           .

           FAIRPLAY-SELECT-PARAGRAPH.
      *        Offer the fair-play screening report
               INITIALIZE WS-FP-MODE
               IF HEADLESS
                   IF WS-CTL-FAIRPLAY IS EQUAL TO "Y"
                       SET WS-FP-MODE TO 1
                   END-IF
               ELSE
                   DISPLAY "Run the fair-play screen? (y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-FP-MODE TO 1
                   END-IF
               END-IF
           .

           SEAL-SELECT-PARAGRAPH.
      *        Offer the game seal verification run
               INITIALIZE WS-SEAL-MODE
               IF HEADLESS
                   IF WS-CTL-SEALCHECK IS EQUAL TO "Y"
                       SET WS-SEAL-MODE TO 1
                   END-IF
               ELSE
                   DISPLAY "Verify the game seals? (y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                   IF ANSWERED-YES
                       SET WS-SEAL-MODE TO 1
                   END-IF
               END-IF
           .

           SEASON-SELECT-PARAGRAPH.
      *        Offer the season-end close-out run
               INITIALIZE WS-SEASON-MODE
                               ELSE
                                   INITIALIZE WS-HANDICAP
                               END-IF
      *                        The clock kept running while the board
      *                        sat on disk, under the limit the game
      *                        was started with
                               IF FD-CHECKPOINT-MOVE-LIMIT IS NUMERIC
                                   MOVE FD-CHECKPOINT-MOVE-LIMIT
                                       TO WS-MOVE-LIMIT
                               END-IF
                               IF FD-CHECKPOINT-CLOCK-DATE IS NUMERIC
                                   AND FD-CHECKPOINT-CLOCK-SECS
                                   IS NUMERIC
                                   MOVE FD-CHECKPOINT-CLOCK-DATE
                                       TO WS-CLOCK-START-DATE
                                   MOVE FD-CHECKPOINT-CLOCK-SECS
                                       TO WS-CLOCK-START-SECS
                                   SET WS-CLOCK-RUNNING TO 1
                               ELSE
                                   INITIALIZE WS-CLOCK-RUNNING
                               END-IF
                               SET WS-RESUME-PENDING TO 1
                           END-IF
                       END-IF
      *        variant library when VARIANTS.DAT is present, else
      *        the classic SMACK.DAT set
               INITIALIZE WS-WINMASKS-BAD
               INITIALIZE WS-VARIANT-REFUSED
      *        Only a variant picked from the library is held to its
      *        certificate - the classic set is taken as it stands
               SET WS-CERT-FOUND TO 1
               PERFORM VARIANT-LIBRARY-LOAD-PARAGRAPH
               IF WS-VARIANT-COUNT IS GREATER THAN 0
                   PERFORM VARIANT-PICK-PARAGRAPH
                           (WS-VARIANT-PICK, WS-VARIANT-I)
                           TO WS-WINMASK-ENTRY(WS-VARIANT-I)
                   END-PERFORM
                   PERFORM VARIANT-CERT-CHECK-PARAGRAPH
               END-IF
           .

           VARIANT-CERT-CHECK-PARAGRAPH.
      *        The picked variant counts as certified only if the
      *        last certification run passed it with the very masks
      *        it is about to be played with. Nothing is refused
      *        here - only a game about to start is held to it
               INITIALIZE WS-CERT-FOUND
               INITIALIZE WS-EOF
               OPEN INPUT FD-CERTIFY
               PERFORM UNTIL EOF
                   READ FD-CERTIFY NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-CERTIFY-NAME IS EQUAL TO
                               WS-VARIANT-NAME
                               AND FD-CERTIFY-CERTIFIED IS EQUAL TO "Y"
                               AND FD-CERTIFY-MASK-COUNT IS EQUAL TO
                               WS-WINMASK-COUNT
                               MOVE 1 TO WS-CERT-SAME
                               PERFORM VARYING WS-VARIANT-I FROM 1 BY 1
                                   UNTIL WS-VARIANT-I > WS-WINMASK-COUNT
                                   IF FD-CERTIFY-MASK(WS-VARIANT-I)
                                       IS NOT EQUAL TO
                                       WS-WINMASK-ENTRY(WS-VARIANT-I)
                                       INITIALIZE WS-CERT-SAME
                                   END-IF
                               END-PERFORM
                               IF WS-CERT-SAME IS EQUAL TO 1
                                   SET WS-CERT-FOUND TO 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CERTIFY
           .

           VARIANT-CERT-GATE-PARAGRAPH.
      *        Just before games are played on an uncertified
      *        variant, warn - and a headless session under
      *        CERTREQ=Y, or an operator who will not play it
      *        anyway, refuses it. Only the play is refused; the
      *        run's recovery and reports have already gone ahead
               INITIALIZE WS-VARIANT-REFUSED
               IF NOT CERT-FOUND
                   DISPLAY "Variant " WS-VARIANT-NAME
                       " is not certified"
                   END-DISPLAY
                   IF HEADLESS
                       IF WS-CTL-CERTREQ IS EQUAL TO "Y"
                           SET WS-VARIANT-REFUSED TO 1
                       END-IF
                   ELSE
                       DISPLAY "Play it anyway? (y/n): "
                           WITH NO ADVANCING
                       END-DISPLAY
                       ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
                       IF NOT ANSWERED-YES
                           SET WS-VARIANT-REFUSED TO 1
                       END-IF
                   END-IF
               END-IF
               IF VARIANT-REFUSED
                   DISPLAY "Variant is not certified - refused"
                   END-DISPLAY
               END-IF
           .

                   WS-WINMASK-MASK-ONES(WS-WINMASK-DUP-I)
           .

           CERTIFY-RUN-PARAGRAPH.
      *        Solve each variant in VARIANTS.DAT and write one
      *        certificate per variant to CERTIFY.DAT and the
      *        findings to CERTRPT.DAT. A variant is certified when
      *        its masks are well formed, perfect play draws and
      *        every mask can be completed in some game
               INITIALIZE WS-CERT-PASSED
               PERFORM VARIANT-LIBRARY-LOAD-PARAGRAPH
               PERFORM CERTIFY-PREPARE-PARAGRAPH
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               OPEN OUTPUT FD-CERTRPT
               OPEN OUTPUT FD-CERTIFY
               INITIALIZE WS-CERT-LINE
               STRING "VARIANT CERTIFICATION " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-CERT-LINE
               END-STRING
               PERFORM CERTIFY-PUT-LINE-PARAGRAPH
               IF WS-VARIANT-COUNT IS EQUAL TO 0
                   MOVE "NO VARIANTS ON FILE" TO WS-CERT-LINE
                   PERFORM CERTIFY-PUT-LINE-PARAGRAPH
               END-IF
               PERFORM VARYING WS-CERT-V FROM 1 BY 1
                   UNTIL WS-CERT-V > WS-VARIANT-COUNT
                   PERFORM CERTIFY-VARIANT-PARAGRAPH
               END-PERFORM
               INITIALIZE WS-CERT-LINE
               STRING "VARIANTS " DELIMITED BY SIZE
                   WS-VARIANT-COUNT DELIMITED BY SIZE
                   "  CERTIFIED " DELIMITED BY SIZE
                   WS-CERT-PASSED DELIMITED BY SIZE
                   INTO WS-CERT-LINE
               END-STRING
               PERFORM CERTIFY-PUT-LINE-PARAGRAPH
               CLOSE FD-CERTIFY
               CLOSE FD-CERTRPT
           .

           CERTIFY-PREPARE-PARAGRAPH.
      *        Lay out every board once - its cells and how many
      *        marks it holds. Only the reach and value fields
      *        change from one variant to the next
               MOVE 1 TO WS-CERT-POW(1)
               PERFORM VARYING WS-CERT-CELL FROM 2 BY 1
                   UNTIL WS-CERT-CELL > 9
                   COMPUTE WS-CERT-POW(WS-CERT-CELL) =
                       WS-CERT-POW(WS-CERT-CELL - 1) * 3
                   END-COMPUTE
               END-PERFORM
               PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > 19683
                   COMPUTE WS-CERT-WORK = WS-CERT-IDX - 1
                   END-COMPUTE
                   MOVE 0 TO WS-CERT-PIECES(WS-CERT-IDX)
                   PERFORM VARYING WS-CERT-CELL FROM 1 BY 1
                       UNTIL WS-CERT-CELL > 9
                       DIVIDE WS-CERT-WORK BY 3 GIVING WS-CERT-WORK
                           REMAINDER WS-CERT-DIGIT
                       END-DIVIDE
                       MOVE WS-CERT-DIGIT TO
                           WS-CERT-BOARD(WS-CERT-IDX)(WS-CERT-CELL:1)
                       IF WS-CERT-DIGIT IS GREATER THAN 0
                           ADD 1 TO WS-CERT-PIECES(WS-CERT-IDX)
                           END-ADD
                       END-IF
                   END-PERFORM
               END-PERFORM
           .

           CERTIFY-VARIANT-PARAGRAPH.
      *        One variant - check its masks the way a session
      *        would, then solve it
               INITIALIZE WS-WINMASKS-BAD
               INITIALIZE WS-WINMASK-STRICT
               INITIALIZE WS-WINMASK-TABLE
               INITIALIZE WS-CERT-MASK-HITS
               INITIALIZE WS-CERT-POSITIONS WS-CERT-DEAD
               MOVE "-" TO WS-CERT-OUTCOME
               MOVE "N" TO WS-CERT-OK
               MOVE WS-VARIANT-MASK-COUNT(WS-CERT-V)
                   TO WS-WINMASK-COUNT
               PERFORM VARYING WS-VARIANT-I FROM 1 BY 1
                   UNTIL WS-VARIANT-I > WS-WINMASK-COUNT
                   MOVE WS-VARIANT-MASK(WS-CERT-V, WS-VARIANT-I)
                       TO WS-WINMASK-ENTRY(WS-VARIANT-I)
               END-PERFORM
               IF WS-VARIANT-BAD(WS-CERT-V) IS EQUAL TO 1
                   SET WS-WINMASKS-BAD TO 1
               ELSE
                   PERFORM WINMASK-TABLE-CHECK-PARAGRAPH
               END-IF
               IF NOT WINMASKS-BAD
                   PERFORM CERTIFY-SOLVE-PARAGRAPH
                   PERFORM VARYING WS-CERT-M FROM 1 BY 1
                       UNTIL WS-CERT-M > WS-WINMASK-COUNT
                       IF WS-CERT-MASK-HIT(WS-CERT-M) IS EQUAL TO 0
                           ADD 1 TO WS-CERT-DEAD END-ADD
                       END-IF
                   END-PERFORM
                   IF WS-CERT-OUTCOME IS EQUAL TO "D"
                       AND WS-CERT-DEAD IS EQUAL TO 0
                       MOVE "Y" TO WS-CERT-OK
                       ADD 1 TO WS-CERT-PASSED END-ADD
                   END-IF
               END-IF
               PERFORM CERTIFY-REPORT-PARAGRAPH
               MOVE WS-VARIANT-TNAME(WS-CERT-V) TO FD-CERTIFY-NAME
               MOVE WS-TODAYS-DATE TO FD-CERTIFY-DATE
               MOVE WS-CERT-OUTCOME TO FD-CERTIFY-OUTCOME
               MOVE WS-CERT-POSITIONS TO FD-CERTIFY-POSITIONS
               MOVE WS-CERT-DEAD TO FD-CERTIFY-DEAD
               MOVE WS-CERT-OK TO FD-CERTIFY-CERTIFIED
               MOVE WS-WINMASK-COUNT TO FD-CERTIFY-MASK-COUNT
               PERFORM VARYING WS-CERT-M FROM 1 BY 1
                   UNTIL WS-CERT-M > 12
                   MOVE WS-WINMASK-ENTRY(WS-CERT-M)
                       TO FD-CERTIFY-MASK(WS-CERT-M)
               END-PERFORM
               WRITE FD-CERTIFY-RECORD END-WRITE
               INITIALIZE WS-WINMASKS-BAD
           .

           CERTIFY-SOLVE-PARAGRAPH.
      *        Forward from the empty board, one mark count at a
      *        time, finding every position a game can reach and
      *        settling those that are already over. Then back from
      *        the full board, each open position takes the best
      *        its side to move can get from the positions after it
               PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > 19683
                   MOVE 0 TO WS-CERT-REACH(WS-CERT-IDX)
                   MOVE SPACE TO WS-CERT-VALUE(WS-CERT-IDX)
               END-PERFORM
               MOVE 1 TO WS-CERT-REACH(1)
               PERFORM VARYING WS-CERT-LAYER FROM 0 BY 1
                   UNTIL WS-CERT-LAYER > 9
                   PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                       UNTIL WS-CERT-IDX > 19683
                       IF WS-CERT-PIECES(WS-CERT-IDX)
                           IS EQUAL TO WS-CERT-LAYER
                           AND WS-CERT-REACH(WS-CERT-IDX) IS EQUAL TO 1
                           ADD 1 TO WS-CERT-POSITIONS END-ADD
                           PERFORM CERTIFY-TERMINAL-PARAGRAPH
                           IF WS-CERT-VALUE(WS-CERT-IDX) IS EQUAL TO
                               SPACE
                               PERFORM CERTIFY-EXPAND-PARAGRAPH
                           END-IF
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-CERT-LAYER FROM 8 BY -1
                   UNTIL WS-CERT-LAYER < 0
                   PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                       UNTIL WS-CERT-IDX > 19683
                       IF WS-CERT-PIECES(WS-CERT-IDX)
                           IS EQUAL TO WS-CERT-LAYER
                           AND WS-CERT-REACH(WS-CERT-IDX) IS EQUAL TO 1
                           AND WS-CERT-VALUE(WS-CERT-IDX) IS EQUAL TO
                           SPACE
                           PERFORM CERTIFY-BACKUP-PARAGRAPH
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE WS-CERT-VALUE(1) TO WS-CERT-OUTCOME
           .

           CERTIFY-TERMINAL-PARAGRAPH.
      *        Only the side that just moved can have completed a
      *        mask - the other side's win would have ended the game
      *        a move sooner. Every mask it holds is noted as one
      *        that can be completed. A full board with no win is a
      *        stalemate
               IF WS-CERT-LAYER IS GREATER THAN 0
                   IF FUNCTION MOD(WS-CERT-LAYER, 2) IS EQUAL TO 1
                       MOVE "1" TO WS-CERT-LAST-DIGIT
                       MOVE "X" TO WS-CERT-MOVER-MARK
                   ELSE
                       MOVE "2" TO WS-CERT-LAST-DIGIT
                       MOVE "O" TO WS-CERT-MOVER-MARK
                   END-IF
                   PERFORM VARYING WS-CERT-M FROM 1 BY 1
                       UNTIL WS-CERT-M > WS-WINMASK-COUNT
                       MOVE 1 TO WS-CERT-COVERED
                       PERFORM VARYING WS-CERT-CELL FROM 1 BY 1
                           UNTIL WS-CERT-CELL > 9
                           IF WS-WINMASK-ENTRY(WS-CERT-M)
                               (WS-CERT-CELL:1) IS EQUAL TO "1"
                               AND WS-CERT-BOARD(WS-CERT-IDX)
                               (WS-CERT-CELL:1) IS NOT EQUAL TO
                               WS-CERT-LAST-DIGIT
                               INITIALIZE WS-CERT-COVERED
                           END-IF
                       END-PERFORM
                       IF CERT-COVERED
                           MOVE 1 TO WS-CERT-MASK-HIT(WS-CERT-M)
                           MOVE WS-CERT-MOVER-MARK
                               TO WS-CERT-VALUE(WS-CERT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CERT-LAYER IS EQUAL TO 9
                   AND WS-CERT-VALUE(WS-CERT-IDX) IS EQUAL TO SPACE
                   MOVE "D" TO WS-CERT-VALUE(WS-CERT-IDX)
               END-IF
           .

           CERTIFY-EXPAND-PARAGRAPH.
      *        Every empty cell is a move for the side to play - X
      *        on an even mark count, O on an odd one
               IF FUNCTION MOD(WS-CERT-LAYER, 2) IS EQUAL TO 0
                   MOVE 1 TO WS-CERT-MOVER
               ELSE
                   MOVE 2 TO WS-CERT-MOVER
               END-IF
               PERFORM VARYING WS-CERT-CELL FROM 1 BY 1
                   UNTIL WS-CERT-CELL > 9
                   IF WS-CERT-BOARD(WS-CERT-IDX)(WS-CERT-CELL:1)
                       IS EQUAL TO "0"
                       COMPUTE WS-CERT-CHILD = WS-CERT-IDX
                           + WS-CERT-MOVER * WS-CERT-POW(WS-CERT-CELL)
                       END-COMPUTE
                       MOVE 1 TO WS-CERT-REACH(WS-CERT-CHILD)
                   END-IF
               END-PERFORM
           .

           CERTIFY-BACKUP-PARAGRAPH.
      *        The side to move wins if any move wins for it, draws
      *        if the best it has is a draw, and loses otherwise
               IF FUNCTION MOD(WS-CERT-LAYER, 2) IS EQUAL TO 0
                   MOVE 1 TO WS-CERT-MOVER
                   MOVE "X" TO WS-CERT-MOVER-MARK
                   MOVE "O" TO WS-CERT-OTHER-MARK
               ELSE
                   MOVE 2 TO WS-CERT-MOVER
                   MOVE "O" TO WS-CERT-MOVER-MARK
                   MOVE "X" TO WS-CERT-OTHER-MARK
               END-IF
               INITIALIZE WS-CERT-SAW-WIN WS-CERT-SAW-DRAW
               PERFORM VARYING WS-CERT-CELL FROM 1 BY 1
                   UNTIL WS-CERT-CELL > 9
                   IF WS-CERT-BOARD(WS-CERT-IDX)(WS-CERT-CELL:1)
                       IS EQUAL TO "0"
                       COMPUTE WS-CERT-CHILD = WS-CERT-IDX
                           + WS-CERT-MOVER * WS-CERT-POW(WS-CERT-CELL)
                       END-COMPUTE
                       IF WS-CERT-VALUE(WS-CERT-CHILD) IS EQUAL TO
                           WS-CERT-MOVER-MARK
                           MOVE 1 TO WS-CERT-SAW-WIN
                       END-IF
                       IF WS-CERT-VALUE(WS-CERT-CHILD) IS EQUAL TO "D"
                           MOVE 1 TO WS-CERT-SAW-DRAW
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CERT-SAW-WIN IS EQUAL TO 1
                       MOVE WS-CERT-MOVER-MARK
                           TO WS-CERT-VALUE(WS-CERT-IDX)
                   WHEN WS-CERT-SAW-DRAW IS EQUAL TO 1
                       MOVE "D" TO WS-CERT-VALUE(WS-CERT-IDX)
                   WHEN OTHER
                       MOVE WS-CERT-OTHER-MARK
                           TO WS-CERT-VALUE(WS-CERT-IDX)
               END-EVALUATE
           .

           CERTIFY-REPORT-PARAGRAPH.
      *        The variant's findings, and each mask no game can
      *        ever complete
               INITIALIZE WS-CERT-LINE
               IF WS-CERT-OUTCOME IS EQUAL TO "-"
                   STRING WS-VARIANT-TNAME(WS-CERT-V) DELIMITED BY SIZE
                       " MASK SET MALFORMED - NOT CERTIFIED"
                       DELIMITED BY SIZE
                       INTO WS-CERT-LINE
                   END-STRING
                   PERFORM CERTIFY-PUT-LINE-PARAGRAPH
               ELSE
                   EVALUATE WS-CERT-OUTCOME
                       WHEN "X"
                           MOVE "X FORCES A WIN" TO WS-MESSAGE
                       WHEN "O"
                           MOVE "O FORCES A WIN" TO WS-MESSAGE
                       WHEN OTHER
                           MOVE "PERFECT PLAY DRAWS" TO WS-MESSAGE
                   END-EVALUATE
                   STRING WS-VARIANT-TNAME(WS-CERT-V) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MESSAGE DELIMITED BY "  "
                       INTO WS-CERT-LINE
                   END-STRING
                   PERFORM CERTIFY-PUT-LINE-PARAGRAPH
                   INITIALIZE WS-CERT-LINE
                   STRING "    POSITIONS " DELIMITED BY SIZE
                       WS-CERT-POSITIONS DELIMITED BY SIZE
                       "  MASKS " DELIMITED BY SIZE
                       WS-WINMASK-COUNT DELIMITED BY SIZE
                       "  NEVER COMPLETED " DELIMITED BY SIZE
                       WS-CERT-DEAD DELIMITED BY SIZE
                       INTO WS-CERT-LINE
                   END-STRING
                   PERFORM CERTIFY-PUT-LINE-PARAGRAPH
                   PERFORM VARYING WS-CERT-M FROM 1 BY 1
                       UNTIL WS-CERT-M > WS-WINMASK-COUNT
                       IF WS-CERT-MASK-HIT(WS-CERT-M) IS EQUAL TO 0
                           INITIALIZE WS-CERT-LINE
                           STRING "    MASK " DELIMITED BY SIZE
                               WS-WINMASK-ENTRY(WS-CERT-M)
                               DELIMITED BY SIZE
                               " CAN NEVER BE COMPLETED"
                               DELIMITED BY SIZE
                               INTO WS-CERT-LINE
                           END-STRING
                           PERFORM CERTIFY-PUT-LINE-PARAGRAPH
                       END-IF
                   END-PERFORM
                   INITIALIZE WS-CERT-LINE
                   IF WS-CERT-OK IS EQUAL TO "Y"
                       MOVE "    CERTIFIED" TO WS-CERT-LINE
                   ELSE
                       MOVE "    NOT CERTIFIED" TO WS-CERT-LINE
                   END-IF
                   PERFORM CERTIFY-PUT-LINE-PARAGRAPH
               END-IF
           .

           CERTIFY-PUT-LINE-PARAGRAPH.
      *        Every report line goes to the file and the console
               MOVE WS-CERT-LINE TO FD-CERTRPT-RECORD
               WRITE FD-CERTRPT-RECORD END-WRITE
               DISPLAY WS-CERT-LINE END-DISPLAY
           .

           DIFFICULTY-SELECT-PARAGRAPH.
      *        Ask how tough the computer opponent should be
               IF HEADLESS
                   MOVE WS-CTL-DIFFICULTY TO WS-DIFFICULTY
               ELSE
                   DISPLAY "Difficulty - (E)asy, (M)edium, (H)ard: "
                       WITH NO ADVANCING
                   INITIALIZE WS-GAME-GRID
                   INITIALIZE WS-MOVES
                   INITIALIZE WS-HANDICAP WS-HANDICAP-MARK
                   INITIALIZE WS-CLOCK-RUNNING
                   IF TWO-PLAYER-MODE
                       PERFORM HANDICAP-OFFER-PARAGRAPH
                   END-IF
               END-IF
               INITIALIZE WS-TAKEBACK-OK
      *        Takeback and draw offers only exist in two-player
      *        games - do not advertise them where they would FAIL
               IF TWO-PLAYER-MODE
                   INITIALIZE WS-MESSAGE
                   STRING "Move like 'A2' - H? hints, T? takes back"
                       DELIMITED BY SIZE
                       ", D? offers a draw, R? resigns"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
               ELSE
                   INITIALIZE WS-MESSAGE
                   STRING "Make a move like 'A2', H? for a hint"
                       DELIMITED BY SIZE
                       ", or R? to resign" DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
               END-IF
               PERFORM GAME-FRAME-PARAGRAPH
                   WITH TEST AFTER UNTIL GAME-OVER
               ADD 1 TO WS-GAMES END-ADD
      *        A resignation or timeout is a win for the other side
      *        and an agreed draw a stalemate, but there is no line
      *        on the board to light up
               EVALUATE TRUE
               WHEN STATE-X-WON
                   ADD 1 TO WS-WINS END-ADD
                   MOVE WS-COLOR-BLACK TO WS-FG
                   MOVE WS-COLOR-BLACK TO WS-FG-CELL
                   IF STATE-ON-BOARD
                       PERFORM HIGHLIGHT-WIN-CELLS-PARAGRAPH
                   ELSE
                       PERFORM RESET-CELL-FG-PARAGRAPH
                   END-IF
                   MOVE WS-COLOR-GREEN TO WS-BG
               WHEN STATE-DRAWN
                   ADD 1 TO WS-STALEMATES END-ADD
                   MOVE WS-COLOR-BLACK TO WS-FG
                   MOVE WS-COLOR-BLACK TO WS-FG-CELL
                   ADD 1 TO WS-LOSSES END-ADD
                   MOVE WS-COLOR-BLACK TO WS-FG
                   MOVE WS-COLOR-BLACK TO WS-FG-CELL
                   IF STATE-ON-BOARD
                       PERFORM HIGHLIGHT-WIN-CELLS-PARAGRAPH
                   ELSE
                       PERFORM RESET-CELL-FG-PARAGRAPH
                   END-IF
                   MOVE WS-COLOR-RED TO WS-BG
               END-EVALUATE
               PERFORM STATS-SAVE-PARAGRAPH
      *        then offer each unplayed fixture in turn and finish
      *        with the standings table
               PERFORM TOURNAMENT-LOAD-PARAGRAPH
               IF KNOCKOUT-FORMAT
                   DISPLAY "Resuming knockout in progress"
                   END-DISPLAY
               ELSE
                   IF WS-TOURN-PLAYER-COUNT IS EQUAL TO 0
                       PERFORM TOURNAMENT-FORMAT-SELECT-PARAGRAPH
                       IF KNOCKOUT-FORMAT
                           PERFORM KNOCKOUT-REGISTER-PARAGRAPH
                           PERFORM KNOCKOUT-SEED-PARAGRAPH
                           PERFORM KNOCKOUT-DRAW-PARAGRAPH
                       ELSE
                           PERFORM TOURNAMENT-REGISTER-PARAGRAPH
                           PERFORM TOURNAMENT-FIXTURES-BUILD-PARAGRAPH
                       END-IF
                       PERFORM TOURNAMENT-SAVE-PARAGRAPH
                   ELSE
                       DISPLAY "Resuming tournament in progress"
                       END-DISPLAY
                   END-IF
               END-IF
               MOVE "2" TO WS-GAME-MODE
               PERFORM MOVE-LIMIT-SELECT-PARAGRAPH
               INITIALIZE WS-TOURN-STOP
               IF KNOCKOUT-FORMAT
                   PERFORM KNOCKOUT-SESSION-PARAGRAPH
               ELSE
                   PERFORM TOURNAMENT-FIXTURE-RUN-PARAGRAPH
                       VARYING WS-TOURN-I FROM 1 BY 1
                       UNTIL WS-TOURN-I > WS-TOURN-FIXTURE-COUNT
                       OR TOURNAMENT-STOP
                   PERFORM TOURNAMENT-STANDINGS-PARAGRAPH
      *            Once every fixture has a result the tournament is
      *            done - clear the file so the next session
      *            registers a fresh one instead of resuming this
      *            one forever
                   INITIALIZE WS-TOURN-UNPLAYED
                   PERFORM VARYING WS-TOURN-I FROM 1 BY 1
                       UNTIL WS-TOURN-I > WS-TOURN-FIXTURE-COUNT
                       IF WS-TOURN-RESULT(WS-TOURN-I) IS EQUAL TO " "
                           SET WS-TOURN-UNPLAYED TO 1
                       END-IF
                   END-PERFORM
                   IF WS-TOURN-FIXTURE-COUNT IS GREATER THAN 0
                       AND NOT TOURNAMENT-UNPLAYED
                       OPEN OUTPUT FD-TOURN
                       CLOSE FD-TOURN
                       DISPLAY
                           "Tournament complete - ready for a new one"
                       END-DISPLAY
                   END-IF
               END-IF
           .

           TOURNAMENT-FORMAT-SELECT-PARAGRAPH.
      *        Round-robin unless the organiser asks for a bracket
               INITIALIZE WS-TOURN-KNOCKOUT
               DISPLAY "(R)ound-robin or (K)nockout: "
                   WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-TOURN-FORMAT FROM CONSOLE END-ACCEPT
               MOVE FUNCTION UPPER-CASE(WS-TOURN-FORMAT)
                   TO WS-TOURN-FORMAT
               IF WS-TOURN-FORMAT IS EQUAL TO "K"
                   SET WS-TOURN-KNOCKOUT TO 1
               END-IF
           .

               INITIALIZE WS-TOURN-FIXTURE-COUNT
               INITIALIZE WS-TOURN-PLAYER-TABLE
               INITIALIZE WS-TOURN-FIXTURE-TABLE
               INITIALIZE WS-TOURN-KNOCKOUT
               INITIALIZE WS-KO-ENTRANT-COUNT
               INITIALIZE WS-KO-MATCH-COUNT
               INITIALIZE WS-KO-ENTRANT-TABLE
               INITIALIZE WS-KO-MATCH-TABLE
               INITIALIZE WS-EOF
               OPEN INPUT FD-TOURN
               PERFORM UNTIL EOF
                           SET WS-EOF TO 1
                       NOT AT END
                           EVALUATE FD-TOURN-TYPE
                               WHEN "K"
                                   SET WS-TOURN-KNOCKOUT TO 1
                               WHEN "P"
                                   IF KNOCKOUT-FORMAT
                                       PERFORM KNOCKOUT-LOAD-PARAGRAPH
                                   END-IF
                                   IF WS-TOURN-PLAYER-COUNT < 10
                                       AND NOT KNOCKOUT-FORMAT
                                       ADD 1 TO WS-TOURN-PLAYER-COUNT
                                       END-ADD
                                       MOVE FD-TOURN-HOME TO
                                           WS-TOURN-PLAYER
                                               (WS-TOURN-PLAYER-COUNT)
                                   END-IF
                               WHEN "B"
                                   PERFORM KNOCKOUT-LOAD-PARAGRAPH
                               WHEN "F"
                                   IF WS-TOURN-FIXTURE-COUNT < 45
                                       ADD 1 TO WS-TOURN-FIXTURE-COUNT
                   AND WS-TOURN-FIXTURE-COUNT IS EQUAL TO 0
                   INITIALIZE WS-TOURN-PLAYER-COUNT
               END-IF
      *        Likewise a knockout header or seeding with no bracket
               IF KNOCKOUT-FORMAT
                   AND WS-KO-MATCH-COUNT IS EQUAL TO 0
                   INITIALIZE WS-TOURN-KNOCKOUT
                   INITIALIZE WS-KO-ENTRANT-COUNT
               END-IF
           .

           TOURNAMENT-SAVE-PARAGRAPH.
      *        Rewrite the whole tournament state after every result
      *        so a session can stop and resume any time
               OPEN OUTPUT FD-TOURN
               IF KNOCKOUT-FORMAT
                   PERFORM KNOCKOUT-SAVE-PARAGRAPH
               END-IF
               PERFORM VARYING WS-TOURN-J FROM 1 BY 1
                   UNTIL WS-TOURN-J > WS-TOURN-PLAYER-COUNT
                   INITIALIZE FD-TOURN-RECORD
                       MOVE WS-TOURN-AWAY(WS-TOURN-I)
                           TO WS-PLAYER-O-NAME
                       PERFORM TOURNAMENT-GAME-PARAGRAPH
                       EVALUATE TRUE
                           WHEN STATE-X-WON
                               MOVE "H" TO WS-TOURN-RESULT(WS-TOURN-I)
                           WHEN STATE-DRAWN
                               MOVE "D" TO WS-TOURN-RESULT(WS-TOURN-I)
                           WHEN OTHER
                               MOVE "A" TO WS-TOURN-RESULT(WS-TOURN-I)
               INITIALIZE WS-GAME-GRID
               INITIALIZE WS-MOVES
               INITIALIZE WS-HANDICAP WS-HANDICAP-MARK
               INITIALIZE WS-CLOCK-RUNNING
               PERFORM HANDICAP-OFFER-PARAGRAPH
               MOVE "X" TO WS-PLAYER
               INITIALIZE WS-TAKEBACK-OK
               INITIALIZE WS-MESSAGE
               STRING "Move like 'A2' - H? hints, T? takes back"
                   DELIMITED BY SIZE
                   ", D? offers a draw, R? resigns" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               PERFORM GAME-FRAME-PARAGRAPH
                   WITH TEST AFTER UNTIL GAME-OVER
               ADD 1 TO WS-GAMES END-ADD
      *        A resignation or timeout is a win for the other side
      *        and an agreed draw a stalemate, but there is no line
      *        on the board to light up
               EVALUATE TRUE
               WHEN STATE-X-WON
                   ADD 1 TO WS-WINS END-ADD
                   MOVE WS-COLOR-BLACK TO WS-FG
                   MOVE WS-COLOR-BLACK TO WS-FG-CELL
                   IF STATE-ON-BOARD
                       PERFORM HIGHLIGHT-WIN-CELLS-PARAGRAPH
                   ELSE
                       PERFORM RESET-CELL-FG-PARAGRAPH
                   END-IF
                   MOVE WS-COLOR-GREEN TO WS-BG
               WHEN STATE-DRAWN
                   ADD 1 TO WS-STALEMATES END-ADD
                   MOVE WS-COLOR-BLACK TO WS-FG
                   MOVE WS-COLOR-BLACK TO WS-FG-CELL
                   ADD 1 TO WS-LOSSES END-ADD
                   MOVE WS-COLOR-BLACK TO WS-FG
                   MOVE WS-COLOR-BLACK TO WS-FG-CELL
                   IF STATE-ON-BOARD
                       PERFORM HIGHLIGHT-WIN-CELLS-PARAGRAPH
                   ELSE
                       PERFORM RESET-CELL-FG-PARAGRAPH
                   END-IF
                   MOVE WS-COLOR-RED TO WS-BG
               END-EVALUATE
               PERFORM STATS-SAVE-PARAGRAPH
               END-PERFORM
           .

           KNOCKOUT-LOAD-PARAGRAPH.
      *        One knockout record from TOURN.DAT - entrants come back
      *        in seed order, ties in bracket order
               EVALUATE FD-TOURN-TYPE
                   WHEN "P"
                       IF WS-KO-ENTRANT-COUNT IS LESS THAN 32
                           ADD 1 TO WS-KO-ENTRANT-COUNT END-ADD
                           MOVE FD-TOURN-HOME TO
                               WS-KO-ENTRANT-NAME(WS-KO-ENTRANT-COUNT)
                       END-IF
                   WHEN "B"
                       IF KNOCKOUT-FORMAT
                           AND WS-KO-MATCH-COUNT IS LESS THAN 31
                           ADD 1 TO WS-KO-MATCH-COUNT END-ADD
                           MOVE FD-TOURN-ROUND TO
                               WS-KO-ROUND(WS-KO-MATCH-COUNT)
                           MOVE FD-TOURN-HOME TO
                               WS-KO-HOME(WS-KO-MATCH-COUNT)
                           MOVE FD-TOURN-AWAY TO
                               WS-KO-AWAY(WS-KO-MATCH-COUNT)
                           MOVE FD-TOURN-RESULT TO
                               WS-KO-RESULT(WS-KO-MATCH-COUNT)
                       END-IF
               END-EVALUATE
           .

           KNOCKOUT-SAVE-PARAGRAPH.
      *        Header, seeded entrants, then every tie drawn so far
               INITIALIZE FD-TOURN-RECORD
               MOVE "K" TO FD-TOURN-TYPE
               WRITE FD-TOURN-RECORD END-WRITE
               PERFORM VARYING WS-KO-J FROM 1 BY 1
                   UNTIL WS-KO-J > WS-KO-ENTRANT-COUNT
                   INITIALIZE FD-TOURN-RECORD
                   MOVE "P" TO FD-TOURN-TYPE
                   MOVE WS-KO-ENTRANT-NAME(WS-KO-J) TO FD-TOURN-HOME
                   WRITE FD-TOURN-RECORD END-WRITE
               END-PERFORM
               PERFORM VARYING WS-KO-J FROM 1 BY 1
                   UNTIL WS-KO-J > WS-KO-MATCH-COUNT
                   INITIALIZE FD-TOURN-RECORD
                   MOVE "B" TO FD-TOURN-TYPE
                   MOVE WS-KO-HOME(WS-KO-J) TO FD-TOURN-HOME
                   MOVE WS-KO-AWAY(WS-KO-J) TO FD-TOURN-AWAY
                   MOVE WS-KO-RESULT(WS-KO-J) TO FD-TOURN-RESULT
                   MOVE WS-KO-ROUND(WS-KO-J) TO FD-TOURN-ROUND
                   WRITE FD-TOURN-RECORD END-WRITE
               END-PERFORM
           .

           KNOCKOUT-REGISTER-PARAGRAPH.
               DISPLAY "How many players (2-32): "
                   WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-KO-ENTRANT-COUNT FROM CONSOLE END-ACCEPT
               IF WS-KO-ENTRANT-COUNT IS LESS THAN 2
                   MOVE 2 TO WS-KO-ENTRANT-COUNT
               END-IF
               IF WS-KO-ENTRANT-COUNT IS GREATER THAN 32
                   MOVE 32 TO WS-KO-ENTRANT-COUNT
               END-IF
               INITIALIZE WS-KO-ENTRANT-TABLE
               PERFORM VARYING WS-KO-I FROM 1 BY 1
                   UNTIL WS-KO-I > WS-KO-ENTRANT-COUNT
                   DISPLAY "Player " WS-KO-I " name: "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-KO-ENTRANT-NAME(WS-KO-I) FROM CONSOLE
                   END-ACCEPT
               END-PERFORM
           .

           KNOCKOUT-SEED-PARAGRAPH.
      *        Seed on current rating, highest first - the bubble only
      *        swaps on a strictly lower rating so equal ratings keep
      *        their registration order
               PERFORM VARYING WS-KO-I FROM 1 BY 1
                   UNTIL WS-KO-I > WS-KO-ENTRANT-COUNT
                   MOVE WS-KO-ENTRANT-NAME(WS-KO-I)
                       TO WS-PLAYER-UPDATE-NAME
                   PERFORM PLAYER-RATING-FETCH-PARAGRAPH
                   MOVE WS-RATING-FETCHED
                       TO WS-KO-ENTRANT-RATING(WS-KO-I)
               END-PERFORM
               PERFORM VARYING WS-KO-I FROM 1 BY 1
                   UNTIL WS-KO-I > WS-KO-ENTRANT-COUNT
                   PERFORM VARYING WS-KO-J FROM 1 BY 1
                       UNTIL WS-KO-J >
                           WS-KO-ENTRANT-COUNT - WS-KO-I
                       IF WS-KO-ENTRANT-RATING(WS-KO-J)
                           IS LESS THAN
                           WS-KO-ENTRANT-RATING(WS-KO-J + 1)
                           MOVE WS-KO-ENTRANT(WS-KO-J)
                               TO WS-KO-ENTRANT-TEMP
                           MOVE WS-KO-ENTRANT(WS-KO-J + 1)
                               TO WS-KO-ENTRANT(WS-KO-J)
                           MOVE WS-KO-ENTRANT-TEMP
                               TO WS-KO-ENTRANT(WS-KO-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
               DISPLAY "=== Knockout seeding ===" END-DISPLAY
               PERFORM VARYING WS-KO-I FROM 1 BY 1
                   UNTIL WS-KO-I > WS-KO-ENTRANT-COUNT
                   DISPLAY WS-KO-I " "
                       WS-KO-ENTRANT-NAME(WS-KO-I) " "
                       WS-KO-ENTRANT-RATING(WS-KO-I)
                   END-DISPLAY
               END-PERFORM
           .

           KNOCKOUT-DRAW-PARAGRAPH.
      *        Pad the field out to a power of two and lay round one
      *        down in bracket order - 1 v 8, 4 v 5, 2 v 7, 3 v 6 and
      *        so on - so the top seeds can only meet late. Each pass
      *        doubles the order, pairing every seed s with its
      *        mirror 2n+1-s. Seeds past the field are byes, which
      *        always fall to the top seeds
               MOVE 2 TO WS-KO-SIZE
               PERFORM UNTIL WS-KO-SIZE IS NOT LESS THAN
                   WS-KO-ENTRANT-COUNT
                   COMPUTE WS-KO-SIZE = WS-KO-SIZE * 2 END-COMPUTE
               END-PERFORM
               INITIALIZE WS-KO-ORDER-TABLE
               MOVE 1 TO WS-KO-ORDER(1)
               MOVE 1 TO WS-KO-LEN
               PERFORM UNTIL WS-KO-LEN IS NOT LESS THAN WS-KO-SIZE
                   PERFORM VARYING WS-KO-I FROM 1 BY 1
                       UNTIL WS-KO-I > WS-KO-LEN
                       COMPUTE WS-KO-J = WS-KO-I * 2 - 1 END-COMPUTE
                       MOVE WS-KO-ORDER(WS-KO-I)
                           TO WS-KO-ORDER-WORK(WS-KO-J)
                       COMPUTE WS-KO-ORDER-WORK(WS-KO-J + 1) =
                           WS-KO-LEN * 2 + 1 - WS-KO-ORDER(WS-KO-I)
                       END-COMPUTE
                   END-PERFORM
                   COMPUTE WS-KO-LEN = WS-KO-LEN * 2 END-COMPUTE
                   MOVE WS-KO-ORDER-WORK-TABLE TO WS-KO-ORDER-TABLE
               END-PERFORM
               INITIALIZE WS-KO-MATCH-COUNT
               INITIALIZE WS-KO-MATCH-TABLE
               PERFORM VARYING WS-KO-I FROM 1 BY 2
                   UNTIL WS-KO-I > WS-KO-SIZE
                   MOVE WS-KO-ORDER(WS-KO-I) TO WS-KO-SEED-A
                   MOVE WS-KO-ORDER(WS-KO-I + 1) TO WS-KO-SEED-B
                   ADD 1 TO WS-KO-MATCH-COUNT END-ADD
                   MOVE 1 TO WS-KO-ROUND(WS-KO-MATCH-COUNT)
                   MOVE WS-KO-ENTRANT-NAME(WS-KO-SEED-A)
                       TO WS-KO-HOME(WS-KO-MATCH-COUNT)
                   IF WS-KO-SEED-B IS GREATER THAN WS-KO-ENTRANT-COUNT
                       MOVE SPACES TO WS-KO-AWAY(WS-KO-MATCH-COUNT)
                       MOVE "H" TO WS-KO-RESULT(WS-KO-MATCH-COUNT)
                   ELSE
                       MOVE WS-KO-ENTRANT-NAME(WS-KO-SEED-B)
                           TO WS-KO-AWAY(WS-KO-MATCH-COUNT)
                       MOVE " " TO WS-KO-RESULT(WS-KO-MATCH-COUNT)
                   END-IF
               END-PERFORM
           .

           KNOCKOUT-SESSION-PARAGRAPH.
      *        Play the bracket round by round until the final is
      *        settled or the organiser stops for the day
               INITIALIZE WS-KO-DECIDED
               PERFORM KNOCKOUT-ROUND-RUN-PARAGRAPH
                   UNTIL TOURNAMENT-STOP OR KNOCKOUT-DECIDED
           .

           KNOCKOUT-ROUND-RUN-PARAGRAPH.
      *        The current round is the last one drawn. Offer its
      *        unplayed ties, show the bracket, and once every tie has
      *        a winner either draw the next round or crown the
      *        champion
               MOVE WS-KO-MATCH-COUNT TO WS-KO-LAST
               MOVE WS-KO-ROUND(WS-KO-LAST) TO WS-KO-CUR-ROUND
               INITIALIZE WS-KO-FIRST
               PERFORM VARYING WS-KO-J FROM 1 BY 1
                   UNTIL WS-KO-J > WS-KO-LAST OR WS-KO-FIRST > 0
                   IF WS-KO-ROUND(WS-KO-J) IS EQUAL TO WS-KO-CUR-ROUND
                       MOVE WS-KO-J TO WS-KO-FIRST
                   END-IF
               END-PERFORM
               PERFORM KNOCKOUT-TIE-RUN-PARAGRAPH
                   VARYING WS-KO-I FROM WS-KO-FIRST BY 1
                   UNTIL WS-KO-I > WS-KO-LAST
                   OR TOURNAMENT-STOP
               PERFORM KNOCKOUT-BRACKET-DISPLAY-PARAGRAPH
               IF NOT TOURNAMENT-STOP
                   IF WS-KO-FIRST IS EQUAL TO WS-KO-LAST
                       PERFORM KNOCKOUT-FINISH-PARAGRAPH
                   ELSE
                       PERFORM KNOCKOUT-NEXT-ROUND-PARAGRAPH
                       PERFORM TOURNAMENT-SAVE-PARAGRAPH
                   END-IF
               END-IF
           .

           KNOCKOUT-TIE-RUN-PARAGRAPH.
      *        A tie stays open until somebody wins it - a drawn game
      *        is replayed straight away rather than scored
               PERFORM KNOCKOUT-TIE-PLAY-PARAGRAPH
                   UNTIL WS-KO-RESULT(WS-KO-I) IS NOT EQUAL TO " "
                   OR TOURNAMENT-STOP
           .

           KNOCKOUT-TIE-PLAY-PARAGRAPH.
      *        One game of a tie; declining leaves it for a later
      *        session and ends this one
               DISPLAY "Play tie "
                   WS-KO-HOME(WS-KO-I) " vs "
                   WS-KO-AWAY(WS-KO-I) "? (y/n): "
                   WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
               IF ANSWERED-YES
                   MOVE WS-KO-HOME(WS-KO-I) TO WS-PLAYER-X-NAME
                   MOVE WS-KO-AWAY(WS-KO-I) TO WS-PLAYER-O-NAME
                   PERFORM TOURNAMENT-GAME-PARAGRAPH
                   EVALUATE TRUE
                       WHEN STATE-X-WON
                           MOVE "H" TO WS-KO-RESULT(WS-KO-I)
                       WHEN STATE-DRAWN
      *                    Swap sides so the replay gives the other
      *                    player the first move
                           MOVE WS-KO-HOME(WS-KO-I) TO WS-KO-SWAP-NAME
                           MOVE WS-KO-AWAY(WS-KO-I)
                               TO WS-KO-HOME(WS-KO-I)
                           MOVE WS-KO-SWAP-NAME TO WS-KO-AWAY(WS-KO-I)
                           DISPLAY "Tie drawn - replay with sides "
                               "reversed"
                           END-DISPLAY
                       WHEN OTHER
                           MOVE "A" TO WS-KO-RESULT(WS-KO-I)
                   END-EVALUATE
                   PERFORM TOURNAMENT-SAVE-PARAGRAPH
               ELSE
                   SET WS-TOURN-STOP TO 1
               END-IF
           .

           KNOCKOUT-WINNER-PARAGRAPH.
      *        Winner and loser of tie WS-KO-J
               IF WS-KO-RESULT(WS-KO-J) IS EQUAL TO "A"
                   MOVE WS-KO-AWAY(WS-KO-J) TO WS-KO-WINNER
                   MOVE WS-KO-HOME(WS-KO-J) TO WS-KO-LOSER
               ELSE
                   MOVE WS-KO-HOME(WS-KO-J) TO WS-KO-WINNER
                   MOVE WS-KO-AWAY(WS-KO-J) TO WS-KO-LOSER
               END-IF
           .

           KNOCKOUT-NEXT-ROUND-PARAGRAPH.
      *        Winners of neighbouring ties meet in the next round
               MOVE WS-KO-LAST TO WS-KO-K
               ADD 1 TO WS-KO-CUR-ROUND END-ADD
               PERFORM VARYING WS-KO-I FROM WS-KO-FIRST BY 2
                   UNTIL WS-KO-I > WS-KO-K
                   ADD 1 TO WS-KO-MATCH-COUNT END-ADD
                   MOVE WS-KO-CUR-ROUND
                       TO WS-KO-ROUND(WS-KO-MATCH-COUNT)
                   MOVE WS-KO-I TO WS-KO-J
                   PERFORM KNOCKOUT-WINNER-PARAGRAPH
                   MOVE WS-KO-WINNER TO WS-KO-HOME(WS-KO-MATCH-COUNT)
                   COMPUTE WS-KO-J = WS-KO-I + 1 END-COMPUTE
                   PERFORM KNOCKOUT-WINNER-PARAGRAPH
                   MOVE WS-KO-WINNER TO WS-KO-AWAY(WS-KO-MATCH-COUNT)
                   MOVE " " TO WS-KO-RESULT(WS-KO-MATCH-COUNT)
               END-PERFORM
           .

           KNOCKOUT-FINISH-PARAGRAPH.
      *        The final is settled - keep the champion and runner-up
      *        for the season close-out and clear the bracket so the
      *        next session registers a fresh tournament
               MOVE WS-KO-LAST TO WS-KO-J
               PERFORM KNOCKOUT-WINNER-PARAGRAPH
               DISPLAY "Champion:  " WS-KO-WINNER END-DISPLAY
               DISPLAY "Runner-up: " WS-KO-LOSER END-DISPLAY
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               OPEN EXTEND FD-TOURNWIN
               INITIALIZE FD-TOURNWIN-RECORD
               MOVE WS-TODAYS-DATE TO FD-TOURNWIN-DATE
               MOVE WS-KO-WINNER TO FD-TOURNWIN-CHAMPION
               MOVE WS-KO-LOSER TO FD-TOURNWIN-RUNNER-UP
               MOVE WS-KO-ENTRANT-COUNT TO FD-TOURNWIN-ENTRANTS
               WRITE FD-TOURNWIN-RECORD END-WRITE
               CLOSE FD-TOURNWIN
               OPEN OUTPUT FD-TOURN
               CLOSE FD-TOURN
               INITIALIZE WS-TOURN-KNOCKOUT
               SET WS-KO-DECIDED TO 1
               DISPLAY "Tournament complete - ready for a new one"
               END-DISPLAY
           .

           KNOCKOUT-BRACKET-DISPLAY-PARAGRAPH.
      *        Every tie drawn so far, round by round
               DISPLAY "=== Knockout bracket ===" END-DISPLAY
               INITIALIZE WS-KO-SHOWN-ROUND
               PERFORM VARYING WS-KO-J FROM 1 BY 1
                   UNTIL WS-KO-J > WS-KO-MATCH-COUNT
                   IF WS-KO-ROUND(WS-KO-J)
                       IS NOT EQUAL TO WS-KO-SHOWN-ROUND
                       MOVE WS-KO-ROUND(WS-KO-J) TO WS-KO-SHOWN-ROUND
                       DISPLAY "Round " WS-KO-SHOWN-ROUND END-DISPLAY
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-KO-AWAY(WS-KO-J) IS EQUAL TO SPACES
                           DISPLAY "  " WS-KO-HOME(WS-KO-J) " bye"
                           END-DISPLAY
                       WHEN WS-KO-RESULT(WS-KO-J) IS EQUAL TO "H"
                           DISPLAY "  " WS-KO-HOME(WS-KO-J) " beat "
                               WS-KO-AWAY(WS-KO-J)
                           END-DISPLAY
                       WHEN WS-KO-RESULT(WS-KO-J) IS EQUAL TO "A"
                           DISPLAY "  " WS-KO-AWAY(WS-KO-J) " beat "
                               WS-KO-HOME(WS-KO-J)
                           END-DISPLAY
                       WHEN OTHER
                           DISPLAY "  " WS-KO-HOME(WS-KO-J) " vs   "
                               WS-KO-AWAY(WS-KO-J)
                           END-DISPLAY
                   END-EVALUATE
               END-PERFORM
           .

           GAME-FRAME-PARAGRAPH.
               IF TWO-PLAYER-MODE
                   STRING "Player " DELIMITED BY SIZE
               ELSE
      *            Prompt for input from the user
                   INITIALIZE WS-NEXT-MOVE
                   IF NOT CLOCK-RUNNING
                       PERFORM MOVE-CLOCK-START-PARAGRAPH
                   END-IF
                   DISPLAY BOARD-SCREEN END-DISPLAY
                   ACCEPT BOARD-SCREEN END-ACCEPT
    
      *            An answer that comes back after the move clock
      *            ran out forfeits the game, whatever it says
                   PERFORM MOVE-CLOCK-CHECK-PARAGRAPH
                   IF CLOCK-EXPIRED
                       PERFORM MOVE-TIMEOUT-PARAGRAPH
                   ELSE
      *            "R?" resigns the game - spelled out in full since
      *            there is no taking it back
                   IF FUNCTION UPPER-CASE(WS-NEXT-MOVE)
                       IS EQUAL TO "R?"
                       PERFORM RESIGN-PARAGRAPH
                   ELSE
      *            "D?" offers the opponent a draw - two-player
      *            games only
                   IF TWO-PLAYER-MODE
                       AND (FUNCTION UPPER-CASE(WS-NEXT-MOVE)
                       IS EQUAL TO "D?"
                       OR FUNCTION UPPER-CASE(WS-NEXT-MOVE)
                       IS EQUAL TO "D")
                       PERFORM DRAW-OFFER-PARAGRAPH
                   ELSE
      *            "T?" asks for the last mark back instead of
      *            moving - two-player games only
                   IF TWO-PLAYER-MODE
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               
      *        Convert the grid to the same format as the winmask

      *        Must be stalemaaaaaaaate - a handicap game starts
      *        with one square already gone, so its board fills one
      *        real move earlier. Hints, takebacks, takeback
      *        denials and declined draw offers placed nothing, so
      *        they cannot end the game
               IF NOT MOVE-COMPLETE
                   AND WS-MOVE-OUTCOME IS NOT EQUAL TO "HINT"
                   AND WS-MOVE-OUTCOME IS NOT EQUAL TO "TBACK"
                   AND WS-MOVE-OUTCOME IS NOT EQUAL TO "TDENY"
                   AND WS-MOVE-OUTCOME IS NOT EQUAL TO "DDENY"
                   AND (WS-MOVES IS EQUAL TO 8
                   OR (HANDICAP-GAME AND WS-MOVES IS EQUAL TO 7))
                   MOVE "STALE" TO WS-MOVE-OUTCOME
               WHEN "TDENY"
      *            Nothing came off the board and no turn was used
                   CONTINUE
               WHEN "RESX"
               WHEN "RESO"
               WHEN "TIMEX"
               WHEN "TIMEO"
               WHEN "DRAW"
      *            Settled off the board - the message is already
      *            set and no square was taken
                   MOVE WS-MOVE-OUTCOME TO WS-STATE
               WHEN "DDENY"
      *            Play goes on with the offering side still to move
                   CONTINUE
               WHEN OTHER
                   MOVE "Enter a move" TO WS-MESSAGE
                   SET WS-SWAP-PLAYERS TO 1
      *        A hint is advice, not play - the audit trail only
      *        carries real moves. A granted takeback has already
      *        written its own TBACK record; a denied one placed
      *        nothing and logs nothing, and neither does a declined
      *        draw offer. A resignation, timeout or agreed draw logs
      *        a record with no square that carries the result
               IF WS-MOVE-OUTCOME IS NOT EQUAL TO "HINT"
                   AND WS-MOVE-OUTCOME IS NOT EQUAL TO "TBACK"
                   AND WS-MOVE-OUTCOME IS NOT EQUAL TO "TDENY"
                   AND WS-MOVE-OUTCOME IS NOT EQUAL TO "DDENY"
                   PERFORM MOVELOG-WRITE-PARAGRAPH
               END-IF
      *        Tournament fixtures resume at fixture level, never
                   PERFORM CHECKPOINT-SAVE-PARAGRAPH
               END-IF

      *        Swap whose turn it is if the move was valid - the
      *        next seat's clock starts when it is asked to move
               IF SWAP-PLAYERS
                   INITIALIZE WS-CLOCK-RUNNING
                   IF HUMAN-PLAYER
                       MOVE "O" TO WS-PLAYER
                   ELSE
               CLOSE FD-MOVELOG
           .

           RESIGN-PARAGRAPH.
      *        The seat to move gives the game up. No square is
      *        taken, so the logged record carries row and column 0
               MOVE 0 TO WS-ROW
               MOVE 0 TO WS-COL
               IF HUMAN-PLAYER
                   MOVE "RESX" TO WS-MOVE-OUTCOME
               ELSE
                   MOVE "RESO" TO WS-MOVE-OUTCOME
               END-IF
               INITIALIZE WS-MESSAGE
               STRING "Player " DELIMITED BY SIZE
                   WS-PLAYER DELIMITED BY SIZE
                   " resigns" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           .

           DRAW-OFFER-PARAGRAPH.
      *        The seat to move offers a draw. It only stands with
      *        the say-so of the other player; declined, the offering
      *        seat still has its move to make
               MOVE 0 TO WS-ROW
               MOVE 0 TO WS-COL
               IF HUMAN-PLAYER
                   MOVE "O" TO WS-CHECK-MARK
               ELSE
                   MOVE "X" TO WS-CHECK-MARK
               END-IF
               DISPLAY "Player " WS-CHECK-MARK
                   " - accept draw offered by " WS-PLAYER
                   "? (y/n): " WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
               IF ANSWERED-YES
                   MOVE "DRAW" TO WS-MOVE-OUTCOME
                   MOVE "Draw agreed (-_-)" TO WS-MESSAGE
               ELSE
                   MOVE "DDENY" TO WS-MOVE-OUTCOME
                   MOVE "Draw declined" TO WS-MESSAGE
               END-IF
           .

           MOVE-TIMEOUT-PARAGRAPH.
      *        The seat to move let its clock run out and forfeits
               MOVE 0 TO WS-ROW
               MOVE 0 TO WS-COL
               IF HUMAN-PLAYER
                   MOVE "TIMEX" TO WS-MOVE-OUTCOME
               ELSE
                   MOVE "TIMEO" TO WS-MOVE-OUTCOME
               END-IF
               INITIALIZE WS-MESSAGE
               STRING "Player " DELIMITED BY SIZE
                   WS-PLAYER DELIMITED BY SIZE
                   " out of time - game forfeited" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           .

           MOVE-CLOCK-NOW-PARAGRAPH.
      *        The date and the second of the day, right now
               ACCEPT WS-CLOCK-NOW-DATE FROM DATE YYYYMMDD END-ACCEPT
               ACCEPT WS-CLOCK-TIME FROM TIME END-ACCEPT
               COMPUTE WS-CLOCK-NOW-SECS = WS-CLOCK-HH * 3600
                   + WS-CLOCK-MM * 60 + WS-CLOCK-SS
               END-COMPUTE
           .

           MOVE-CLOCK-START-PARAGRAPH.
               PERFORM MOVE-CLOCK-NOW-PARAGRAPH
               MOVE WS-CLOCK-NOW-DATE TO WS-CLOCK-START-DATE
               MOVE WS-CLOCK-NOW-SECS TO WS-CLOCK-START-SECS
               SET WS-CLOCK-RUNNING TO 1
           .

           MOVE-CLOCK-CHECK-PARAGRAPH.
      *        Whole seconds since the seat was asked, across
      *        midnight and across a save and resume. No limit, no
      *        forfeit
               INITIALIZE WS-CLOCK-EXPIRED
               IF WS-MOVE-LIMIT IS GREATER THAN 0 AND CLOCK-RUNNING
                   PERFORM MOVE-CLOCK-NOW-PARAGRAPH
                   COMPUTE WS-CLOCK-ELAPSED =
                       (FUNCTION INTEGER-OF-DATE(WS-CLOCK-NOW-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-CLOCK-START-DATE))
                       * 86400 + WS-CLOCK-NOW-SECS
                       - WS-CLOCK-START-SECS
                   END-COMPUTE
                   IF WS-CLOCK-ELAPSED IS GREATER THAN WS-MOVE-LIMIT
                       SET WS-CLOCK-EXPIRED TO 1
                   END-IF
               END-IF
           .

           MOVE-LIMIT-SELECT-PARAGRAPH.
      *        An optional per-move time limit for the session's
      *        games. Only a console session plays timed games, so
      *        the limit is asked for each one
               DISPLAY "Per-move time limit in seconds "
                   "(0 for none): " WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-MOVE-LIMIT FROM CONSOLE END-ACCEPT
           .

           MOVELOG-WRITE-PARAGRAPH.
      *        Append this move to the audit trail for later replay.
      *        WS-GAMES still counts completed games, so this game in
      *        progress is one more than that until it finishes
               COMPUTE FD-MOVELOG-GAME = WS-GAMES + 1 END-COMPUTE
               MOVE WS-MOVES TO FD-MOVELOG-MOVE
               MOVE WS-PLAYER TO FD-MOVELOG-PLAYER
               MOVE WS-ROW TO FD-MOVELOG-ROW
               MOVE WS-COL TO FD-MOVELOG-COL
               MOVE WS-MOVE-OUTCOME TO FD-MOVELOG-OUTCOME
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               IF WS-POST-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAYS-DATE TO FD-MOVELOG-DATE
               ELSE
                   MOVE WS-POST-DATE TO FD-MOVELOG-DATE
               END-IF
               MOVE WS-VARIANT-NAME TO FD-MOVELOG-VARIANT
               OPEN EXTEND FD-MOVELOG
               WRITE FD-MOVELOG-RECORD END-WRITE
               CLOSE FD-MOVELOG
           .

           HISTORY-WRITE-PARAGRAPH.
      *        Append one completed game to the results history so
      *        who-beat-whom, when and at what difficulty survives
      *        past the aggregate counters, and seal it
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               ACCEPT WS-TIME-NOW FROM TIME END-ACCEPT
               IF WS-POST-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAYS-DATE TO FD-HISTORY-DATE
               ELSE
                   MOVE WS-POST-DATE TO FD-HISTORY-DATE
               END-IF
               MOVE WS-TIME-NOW(1:6) TO FD-HISTORY-TIME
               MOVE WS-PLAYER-X-NAME TO FD-HISTORY-X-NAME
               MOVE WS-PLAYER-O-NAME TO FD-HISTORY-O-NAME
                   MOVE " " TO FD-HISTORY-HANDICAP
               END-IF
               MOVE WS-HISTORY-GAME-NO TO FD-HISTORY-GAME
               MOVE FD-HISTORY-RECORD TO WS-SEAL-HIST
               OPEN EXTEND FD-HISTORY
               WRITE FD-HISTORY-RECORD END-WRITE
               CLOSE FD-HISTORY
               PERFORM SEAL-GAME-PARAGRAPH
           .

           CHECKPOINT-CLEAR-PARAGRAPH.
               ELSE
                   MOVE " " TO FD-CHECKPOINT-HANDICAP
               END-IF
      *        A seat that keeps the turn keeps its running clock;
      *        a seat about to be asked starts from now
               MOVE WS-MOVE-LIMIT TO FD-CHECKPOINT-MOVE-LIMIT
               IF CLOCK-RUNNING AND NOT SWAP-PLAYERS
                   MOVE WS-CLOCK-START-DATE TO FD-CHECKPOINT-CLOCK-DATE
                   MOVE WS-CLOCK-START-SECS TO FD-CHECKPOINT-CLOCK-SECS
               ELSE
                   PERFORM MOVE-CLOCK-NOW-PARAGRAPH
                   MOVE WS-CLOCK-NOW-DATE TO FD-CHECKPOINT-CLOCK-DATE
                   MOVE WS-CLOCK-NOW-SECS TO FD-CHECKPOINT-CLOCK-SECS
               END-IF
               OPEN OUTPUT FD-CHECKPOINT
               WRITE FD-CHECKPOINT-RECORD END-WRITE
               CLOSE FD-CHECKPOINT
      *        rows. The computer isn't a leaderboard player, so it
      *        is skipped outside two-player mode.
               PERFORM PLAYER-BACKUP-PARAGRAPH
               EVALUATE TRUE
                   WHEN STATE-X-WON
                       MOVE WS-PLAYER-X-NAME TO WS-PLAYER-UPDATE-NAME
                       MOVE "WIN" TO WS-PLAYER-UPDATE-OUTCOME
                       PERFORM PLAYER-RECORD-UPDATE-PARAGRAPH
                           MOVE "LOSS" TO WS-PLAYER-UPDATE-OUTCOME
                           PERFORM PLAYER-RECORD-UPDATE-PARAGRAPH
                       END-IF
                   WHEN STATE-DRAWN
                       MOVE WS-PLAYER-X-NAME TO WS-PLAYER-UPDATE-NAME
                       MOVE "STALE" TO WS-PLAYER-UPDATE-OUTCOME
                       PERFORM PLAYER-RECORD-UPDATE-PARAGRAPH
           .

           PLAYER-MAINT-SESSION-PARAGRAPH.
      *        One command at a time until the operator quits.
      *        Every change is journalled against whoever made it
               INITIALIZE WS-MAINT-STOP
               INITIALIZE WS-MAINT-OPERATOR
               PERFORM UNTIL WS-MAINT-OPERATOR IS NOT EQUAL TO SPACES
                   DISPLAY "Operator id: " WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-MAINT-OPERATOR FROM CONSOLE END-ACCEPT
               END-PERFORM
               PERFORM PLAYER-MAINT-COMMAND-PARAGRAPH
                   WITH TEST AFTER UNTIL MAINT-STOP
           .

           PLAYER-MAINT-COMMAND-PARAGRAPH.
               DISPLAY "(L)ist (R)ename (M)erge (D)elete (C)lubs "
                   "(A)ssign club (Q)uit: "
                   WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-MAINT-ACTION FROM CONSOLE END-ACCEPT
                       PERFORM PLAYER-MAINT-MERGE-PARAGRAPH
                   WHEN "D"
                       PERFORM PLAYER-MAINT-DELETE-PARAGRAPH
                   WHEN "C"
                       PERFORM PLAYER-MAINT-CLUBS-PARAGRAPH
                   WHEN "A"
                       PERFORM PLAYER-MAINT-ASSIGN-PARAGRAPH
                   WHEN "Q"
                       SET WS-MAINT-STOP TO 1
                   WHEN OTHER
                       DISPLAY "Pick L, R, M, D, C, A or Q" END-DISPLAY
               END-EVALUATE
           .

           PLAYER-MAINT-LIST-PARAGRAPH.
      *        Every row as stored - a zero rating really is on the
      *        file, it just reads back as the 1000 starting rating
               PERFORM CLUB-MEMBERS-LOAD-PARAGRAPH
               DISPLAY "Name                 Games Wins  Loss  Stale"
                   " Rating Club"
               END-DISPLAY
               INITIALIZE WS-EOF
               OPEN INPUT FD-PLAYER
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           MOVE FD-PLAYER-NAME TO WS-CLUB-FIND-NAME
                           PERFORM CLUB-MEMBER-FIND-PARAGRAPH
                           DISPLAY
                               FD-PLAYER-NAME " "
                               FD-PLAYER-GAMES " "
                               FD-PLAYER-WINS " "
                               FD-PLAYER-LOSSES " "
                               FD-PLAYER-STALEMATES "  "
                               FD-PLAYER-RATING "   "
                               WS-CLUB-FIND-CODE
                           END-DISPLAY
                   END-READ
               END-PERFORM
                   DISPLAY "Nothing to rename" END-DISPLAY
               ELSE
                   PERFORM PLAYER-BACKUP-PARAGRAPH
                   PERFORM PLAYER-MAINT-JOURNAL-CLEAR-PARAGRAPH
                   INITIALIZE WS-MAINT-FOUND
                   OPEN I-O FD-PLAYER
                   IF PLAYER-FILE-NOT-FOUND
                                       WS-MAINT-FROM-NAME
                                   END-DISPLAY
                               NOT INVALID KEY
                                   MOVE FD-PLAYER-RECORD
                                       TO WS-MAINT-FROM-BEFORE
                                   MOVE FD-PLAYER-GAMES
                                       TO WS-MAINT-GAMES
                                   MOVE FD-PLAYER-WINS TO WS-MAINT-WINS
                                   MOVE WS-MAINT-RATING
                                       TO FD-PLAYER-RATING
                                   WRITE FD-PLAYER-RECORD END-WRITE
                                   MOVE FD-PLAYER-RECORD
                                       TO WS-MAINT-TO-AFTER
                                   PERFORM
                                     PLAYER-MAINT-HISTORY-FIX-PARAGRAPH
                                   PERFORM
                                   DISPLAY "Renamed " WS-MAINT-FROM-NAME
                                       " to " WS-MAINT-TO-NAME
                                   END-DISPLAY
                                   MOVE "R" TO WS-MAINT-ACTION
                                   PERFORM
                                     PLAYER-MAINT-JOURNAL-PARAGRAPH
                                   PERFORM
                                     PLAYER-MAINT-CLUB-FIX-PARAGRAPH
                           END-READ
                       END-IF
                       CLOSE FD-PLAYER
                   DISPLAY "Nothing to merge" END-DISPLAY
               ELSE
                   PERFORM PLAYER-BACKUP-PARAGRAPH
                   PERFORM PLAYER-MAINT-JOURNAL-CLEAR-PARAGRAPH
                   INITIALIZE WS-MAINT-FOUND
                   OPEN I-O FD-PLAYER
                   IF PLAYER-FILE-NOT-FOUND
                               END-DISPLAY
                           NOT INVALID KEY
                               SET WS-MAINT-FOUND TO 1
                               MOVE FD-PLAYER-RECORD
                                   TO WS-MAINT-FROM-BEFORE
                               MOVE FD-PLAYER-GAMES TO WS-MAINT-GAMES
                               MOVE FD-PLAYER-WINS TO WS-MAINT-WINS
                               MOVE FD-PLAYER-LOSSES TO WS-MAINT-LOSSES
                                   END-DISPLAY
                               NOT INVALID KEY
                                   SET WS-MAINT-FOUND TO 1
                                   MOVE FD-PLAYER-RECORD
                                       TO WS-MAINT-TO-BEFORE
                                   ADD WS-MAINT-GAMES TO FD-PLAYER-GAMES
                                   END-ADD
                                   ADD WS-MAINT-WINS TO FD-PLAYER-WINS
                                           TO FD-PLAYER-RATING
                                   END-IF
                                   REWRITE FD-PLAYER-RECORD END-REWRITE
                                   MOVE FD-PLAYER-RECORD
                                       TO WS-MAINT-TO-AFTER
                           END-READ
                           IF MAINT-FOUND
                               MOVE WS-MAINT-FROM-NAME TO FD-PLAYER-NAME
                               DISPLAY "Merged " WS-MAINT-FROM-NAME
                                   " into " WS-MAINT-TO-NAME
                               END-DISPLAY
                               MOVE "M" TO WS-MAINT-ACTION
                               PERFORM PLAYER-MAINT-JOURNAL-PARAGRAPH
                               PERFORM PLAYER-MAINT-CLUB-FIX-PARAGRAPH
                           END-IF
                       END-IF
                       CLOSE FD-PLAYER
               ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
               IF ANSWERED-YES
                   PERFORM PLAYER-BACKUP-PARAGRAPH
                   PERFORM PLAYER-MAINT-JOURNAL-CLEAR-PARAGRAPH
                   OPEN I-O FD-PLAYER
                   IF PLAYER-FILE-NOT-FOUND
                       DISPLAY "No player master on file"
                       END-DISPLAY
                   ELSE
      *                Read before deleting, so the journal holds
      *                the row that went
                       MOVE WS-MAINT-FROM-NAME TO FD-PLAYER-NAME
                       READ FD-PLAYER KEY IS FD-PLAYER-NAME
                           INVALID KEY
                               DISPLAY "No row for " WS-MAINT-FROM-NAME
                               END-DISPLAY
                           NOT INVALID KEY
                               MOVE FD-PLAYER-RECORD
                                   TO WS-MAINT-FROM-BEFORE
                               DELETE FD-PLAYER RECORD END-DELETE
                               DISPLAY "Deleted " WS-MAINT-FROM-NAME
                               END-DISPLAY
                               MOVE SPACES TO WS-MAINT-TO-NAME
                               MOVE "D" TO WS-MAINT-ACTION
                               PERFORM PLAYER-MAINT-JOURNAL-PARAGRAPH
                               PERFORM PLAYER-MAINT-CLUB-FIX-PARAGRAPH
                       END-READ
                       CLOSE FD-PLAYER
                   END-IF
               END-IF
           .

           PLAYER-MAINT-CLUBS-PARAGRAPH.
      *        List the club master and add a club to it. A code
      *        already on file is left as it is
               PERFORM CLUB-LOAD-PARAGRAPH
               DISPLAY "Code Club" END-DISPLAY
               PERFORM VARYING WS-CLUB-I FROM 1 BY 1
                   UNTIL WS-CLUB-I > WS-CLUB-COUNT
                   DISPLAY WS-CLUB-CODE(WS-CLUB-I) " "
                       WS-CLUB-NAME(WS-CLUB-I)
                   END-DISPLAY
               END-PERFORM
               DISPLAY "New club code (blank for none): "
                   WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-CLUB-NEW-CODE FROM CONSOLE END-ACCEPT
               MOVE FUNCTION UPPER-CASE(WS-CLUB-NEW-CODE)
                   TO WS-CLUB-NEW-CODE
               IF WS-CLUB-NEW-CODE IS NOT EQUAL TO SPACES
                   MOVE WS-CLUB-NEW-CODE TO WS-CLUB-FIND-CODE
                   PERFORM CLUB-FIND-PARAGRAPH
                   IF WS-CLUB-SLOT IS GREATER THAN 0
                       DISPLAY WS-CLUB-NEW-CODE " is already on file"
                       END-DISPLAY
                   ELSE
                       IF WS-CLUB-COUNT IS EQUAL TO 50
                           DISPLAY "Club master is full" END-DISPLAY
                       ELSE
                           DISPLAY "Club name: " WITH NO ADVANCING
                           END-DISPLAY
                           ACCEPT WS-CLUB-NEW-NAME FROM CONSOLE
                           END-ACCEPT
                           IF WS-CLUB-NEW-NAME IS EQUAL TO SPACES
                               DISPLAY "Nothing added" END-DISPLAY
                           ELSE
                               MOVE WS-CLUB-NEW-CODE TO FD-CLUB-CODE
                               MOVE WS-CLUB-NEW-NAME TO FD-CLUB-NAME
                               OPEN EXTEND FD-CLUB
                               WRITE FD-CLUB-RECORD END-WRITE
                               CLOSE FD-CLUB
                               DISPLAY "Added club " WS-CLUB-NEW-CODE
                               END-DISPLAY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           .

           PLAYER-MAINT-ASSIGN-PARAGRAPH.
      *        Put a player in a club, move them to another, or -
      *        with a blank code - take them out of any club. Only
      *        a player on file and a club on file can be paired.
      *        The change is journalled with the club it replaced
               PERFORM PLAYER-MAINT-JOURNAL-CLEAR-PARAGRAPH
               DISPLAY "Assign which player: " WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-MAINT-FROM-NAME FROM CONSOLE END-ACCEPT
               INITIALIZE WS-MAINT-FOUND
               OPEN INPUT FD-PLAYER
               IF NOT PLAYER-FILE-NOT-FOUND
                   MOVE WS-MAINT-FROM-NAME TO FD-PLAYER-NAME
                   READ FD-PLAYER KEY IS FD-PLAYER-NAME
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-MAINT-FOUND TO 1
                   END-READ
                   CLOSE FD-PLAYER
               END-IF
               IF NOT MAINT-FOUND
                   DISPLAY "No row for " WS-MAINT-FROM-NAME
                   END-DISPLAY
               ELSE
                   DISPLAY "Club code (blank for none): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-CLUB-NEW-CODE FROM CONSOLE END-ACCEPT
                   MOVE FUNCTION UPPER-CASE(WS-CLUB-NEW-CODE)
                       TO WS-CLUB-NEW-CODE
                   PERFORM CLUB-LOAD-PARAGRAPH
                   MOVE WS-CLUB-NEW-CODE TO WS-CLUB-FIND-CODE
                   PERFORM CLUB-FIND-PARAGRAPH
                   IF WS-CLUB-NEW-CODE IS NOT EQUAL TO SPACES
                       AND WS-CLUB-SLOT IS EQUAL TO 0
                       DISPLAY "No club " WS-CLUB-NEW-CODE
                           " on file" END-DISPLAY
                   ELSE
                       PERFORM CLUB-MEMBERS-LOAD-PARAGRAPH
                       MOVE WS-MAINT-FROM-NAME TO WS-CLUB-FIND-NAME
                       PERFORM CLUB-MEMBER-FIND-PARAGRAPH
                       MOVE WS-CLUB-FIND-CODE TO WS-MAINT-CLUB-BEFORE
                       IF WS-CLUB-MEM-SLOT IS EQUAL TO 0
                           AND WS-CLUB-NEW-CODE IS NOT EQUAL TO SPACES
                           IF WS-CLUB-MEM-COUNT IS LESS THAN 200
                               ADD 1 TO WS-CLUB-MEM-COUNT END-ADD
                               MOVE WS-CLUB-MEM-COUNT
                                   TO WS-CLUB-MEM-SLOT
                               MOVE WS-MAINT-FROM-NAME TO
                                   WS-CLUB-MEM-NAME(WS-CLUB-MEM-SLOT)
                           ELSE
                               DISPLAY "Membership file is full"
                               END-DISPLAY
                           END-IF
                       END-IF
                       IF WS-CLUB-MEM-SLOT IS GREATER THAN 0
                           MOVE WS-CLUB-NEW-CODE
                               TO WS-CLUB-MEM-CODE(WS-CLUB-MEM-SLOT)
                           PERFORM CLUB-MEMBERS-SAVE-PARAGRAPH
                           MOVE "A" TO WS-MAINT-ACTION
                           MOVE WS-MAINT-FROM-NAME TO WS-MAINT-TO-NAME
                           MOVE WS-CLUB-NEW-CODE TO WS-MAINT-CLUB-AFTER
                           PERFORM PLAYER-MAINT-JOURNAL-PARAGRAPH
                           IF WS-CLUB-NEW-CODE IS EQUAL TO SPACES
                               DISPLAY WS-MAINT-FROM-NAME
                                   " now in no club"
                               END-DISPLAY
                           ELSE
                               DISPLAY WS-MAINT-FROM-NAME
                                   " now in club " WS-CLUB-NEW-CODE
                               END-DISPLAY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           .

           PLAYER-MAINT-CLUB-FIX-PARAGRAPH.
      *        A renamed player keeps their club under the new name,
      *        a deleted one leaves it, and a merged duplicate's club
      *        passes to the kept row only when that row had none
               PERFORM CLUB-MEMBERS-LOAD-PARAGRAPH
               MOVE WS-MAINT-FROM-NAME TO WS-CLUB-FIND-NAME
               PERFORM CLUB-MEMBER-FIND-PARAGRAPH
               IF WS-CLUB-MEM-SLOT IS GREATER THAN 0
                   MOVE WS-CLUB-MEM-SLOT TO WS-CLUB-MEM-KEEP
                   EVALUATE WS-MAINT-ACTION
                       WHEN "R"
                           MOVE WS-MAINT-TO-NAME
                               TO WS-CLUB-MEM-NAME(WS-CLUB-MEM-KEEP)
                       WHEN "M"
                           MOVE WS-MAINT-TO-NAME TO WS-CLUB-FIND-NAME
                           PERFORM CLUB-MEMBER-FIND-PARAGRAPH
                           IF WS-CLUB-MEM-SLOT IS EQUAL TO 0
                               MOVE WS-MAINT-TO-NAME
                                   TO WS-CLUB-MEM-NAME(WS-CLUB-MEM-KEEP)
                           ELSE
                               MOVE SPACES
                                   TO WS-CLUB-MEM-CODE(WS-CLUB-MEM-KEEP)
                           END-IF
                       WHEN OTHER
                           MOVE SPACES
                               TO WS-CLUB-MEM-CODE(WS-CLUB-MEM-KEEP)
                   END-EVALUATE
                   PERFORM CLUB-MEMBERS-SAVE-PARAGRAPH
               END-IF
           .

           PLAYER-MAINT-HISTORY-FIX-PARAGRAPH.
      *        Rewrite HISTORY.DAT so games recorded under the old
      *        name follow the row to its new one - without this the
      *        head-to-head report keeps showing the duplicate as a
      *        separate opponent forever
               INITIALIZE WS-MAINT-NAMES-FIXED WS-MAINT-RECS-FIXED
               PERFORM SEAL-AMEND-CHECK-PARAGRAPH
               INITIALIZE WS-EOF
               OPEN INPUT FD-HISTORY
               OPEN OUTPUT FD-HISTTMP
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           MOVE WS-MAINT-NAMES-FIXED
                               TO WS-MAINT-FIXED-BEFORE
                           IF FD-HISTORY-X-NAME IS EQUAL TO
                               WS-MAINT-FROM-NAME
                               MOVE WS-MAINT-TO-NAME
                                   TO FD-HISTORY-O-NAME
                               ADD 1 TO WS-MAINT-NAMES-FIXED END-ADD
                           END-IF
                           IF WS-MAINT-NAMES-FIXED IS GREATER THAN
                               WS-MAINT-FIXED-BEFORE
                               ADD 1 TO WS-MAINT-RECS-FIXED END-ADD
                           END-IF
                           MOVE FD-HISTORY-RECORD TO FD-HISTTMP-RECORD
                           WRITE FD-HISTTMP-RECORD END-WRITE
                   END-READ
               DISPLAY "History names rewritten: "
                   WS-MAINT-NAMES-FIXED
               END-DISPLAY
               MOVE WS-MAINT-RECS-FIXED TO WS-MAINT-HIST-RECS
      *        The rewritten records no longer match their seals, so
      *        each sealed one that checked out beforehand is sealed
      *        again as amended
               IF WS-SEAL-AMEND-COUNT IS GREATER THAN 0
                   PERFORM SEAL-AMEND-PARAGRAPH
               END-IF
           .

           PLAYER-MAINT-RATEHIST-FIX-PARAGRAPH.
      *        each record - otherwise the trajectory report keeps
      *        answering for the dead key and the renamed player's
      *        rating past stays split in two
               INITIALIZE WS-MAINT-NAMES-FIXED WS-MAINT-RECS-FIXED
               INITIALIZE WS-EOF
               OPEN INPUT FD-RATEHIST
               OPEN OUTPUT FD-RATETMP
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           MOVE WS-MAINT-NAMES-FIXED
                               TO WS-MAINT-FIXED-BEFORE
                           IF FD-RATEHIST-PLAYER IS EQUAL TO
                               WS-MAINT-FROM-NAME
                               MOVE WS-MAINT-TO-NAME
                                   TO FD-RATEHIST-OPPONENT
                               ADD 1 TO WS-MAINT-NAMES-FIXED END-ADD
                           END-IF
                           IF WS-MAINT-NAMES-FIXED IS GREATER THAN
                               WS-MAINT-FIXED-BEFORE
                               ADD 1 TO WS-MAINT-RECS-FIXED END-ADD
                           END-IF
                           MOVE FD-RATEHIST-RECORD
                               TO FD-RATETMP-RECORD
                           WRITE FD-RATETMP-RECORD END-WRITE
               DISPLAY "Rating history names rewritten: "
                   WS-MAINT-NAMES-FIXED
               END-DISPLAY
               MOVE WS-MAINT-RECS-FIXED TO WS-MAINT-RATE-RECS
           .

           PLAYER-MAINT-JOURNAL-CLEAR-PARAGRAPH.
      *        Start the action with no row images and nothing
      *        rewritten - whatever it does not touch stays blank
               INITIALIZE WS-MAINT-FROM-BEFORE WS-MAINT-FROM-AFTER
               INITIALIZE WS-MAINT-TO-BEFORE WS-MAINT-TO-AFTER
               INITIALIZE WS-MAINT-HIST-RECS WS-MAINT-RATE-RECS
               INITIALIZE WS-MAINT-CLUB-BEFORE WS-MAINT-CLUB-AFTER
           .

           PLAYER-MAINT-JOURNAL-PARAGRAPH.
      *        Append the finished action to the journal. The row a
      *        rename or merge moves away from, and the row a delete
      *        removes, has no after image - it is gone
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               ACCEPT WS-TIME-NOW FROM TIME END-ACCEPT
               INITIALIZE FD-MAINTJNL-RECORD
               MOVE WS-TODAYS-DATE TO FD-MAINTJNL-DATE
               MOVE WS-TIME-NOW(1:6) TO FD-MAINTJNL-TIME
               MOVE WS-MAINT-OPERATOR TO FD-MAINTJNL-OPERATOR
               MOVE WS-MAINT-ACTION TO FD-MAINTJNL-ACTION
               MOVE WS-MAINT-FROM-NAME TO FD-MAINTJNL-FROM-NAME
               MOVE WS-MAINT-TO-NAME TO FD-MAINTJNL-TO-NAME
               MOVE WS-MAINT-FROM-BEFORE TO FD-MAINTJNL-FROM-BEFORE
               MOVE WS-MAINT-FROM-AFTER TO FD-MAINTJNL-FROM-AFTER
               MOVE WS-MAINT-TO-BEFORE TO FD-MAINTJNL-TO-BEFORE
               MOVE WS-MAINT-TO-AFTER TO FD-MAINTJNL-TO-AFTER
               MOVE WS-MAINT-HIST-RECS TO FD-MAINTJNL-HIST-RECS
               MOVE WS-MAINT-RATE-RECS TO FD-MAINTJNL-RATE-RECS
               MOVE WS-MAINT-CLUB-BEFORE TO FD-MAINTJNL-CLUB-BEFORE
               MOVE WS-MAINT-CLUB-AFTER TO FD-MAINTJNL-CLUB-AFTER
               OPEN EXTEND FD-MAINTJNL
               WRITE FD-MAINTJNL-RECORD END-WRITE
               CLOSE FD-MAINTJNL
           .

           RATING-UPDATE-PARAGRAPH.
                           MOVE 1000 TO WS-RATING-O
                   END-EVALUATE
               END-IF
               EVALUATE TRUE
                   WHEN STATE-X-WON
                       MOVE 1.0 TO WS-RATING-SCORE
                   WHEN STATE-DRAWN
                       MOVE 0.5 TO WS-RATING-SCORE
                   WHEN OTHER
                       MOVE 0.0 TO WS-RATING-SCORE
               MOVE WS-PLAYER-X-NAME TO WS-RH-PLAYER
               MOVE WS-PLAYER-O-NAME TO WS-RH-OPPONENT
               MOVE WS-RATING-X TO WS-RH-OLD
               EVALUATE TRUE
                   WHEN STATE-X-WON
                       MOVE "WIN" TO WS-RH-OUTCOME
                   WHEN STATE-DRAWN
                       MOVE "STALE" TO WS-RH-OUTCOME
                   WHEN OTHER
                       MOVE "LOSS" TO WS-RH-OUTCOME
                   MOVE WS-PLAYER-O-NAME TO WS-RH-PLAYER
                   MOVE WS-PLAYER-X-NAME TO WS-RH-OPPONENT
                   MOVE WS-RATING-O TO WS-RH-OLD
                   EVALUATE TRUE
                       WHEN STATE-X-WON
                           MOVE "LOSS" TO WS-RH-OUTCOME
                       WHEN STATE-DRAWN
                           MOVE "STALE" TO WS-RH-OUTCOME
                       WHEN OTHER
                           MOVE "WIN" TO WS-RH-OUTCOME
      *        can show where a rating has been, not just where it
      *        sits today
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               IF WS-POST-DATE IS EQUAL TO SPACES
                   MOVE WS-TODAYS-DATE TO FD-RATEHIST-DATE
               ELSE
                   MOVE WS-POST-DATE TO FD-RATEHIST-DATE
               END-IF
               MOVE WS-RH-PLAYER TO FD-RATEHIST-PLAYER
               MOVE WS-RH-OPPONENT TO FD-RATEHIST-OPPONENT
               MOVE WS-RH-OLD TO FD-RATEHIST-OLD
                   FD-RATEHIST-OUTCOME " "
                   FD-RATEHIST-OLD " -> " FD-RATEHIST-NEW
               END-DISPLAY
               IF FD-RATEHIST-OUTCOME IS EQUAL TO "RESET"
      *            A season close walked the rating back - it moves
      *            where the rating stands but is no rated game
                   MOVE FD-RATEHIST-NEW TO WS-RH-LAST
               ELSE
                   ADD 1 TO WS-RH-COUNT END-ADD
                   COMPUTE WS-RH-DELTA =
                       FD-RATEHIST-NEW - FD-RATEHIST-OLD
                   END-COMPUTE
                   COMPUTE WS-RH-RING-I =
                       FUNCTION MOD(WS-RH-COUNT - 1, 10) + 1
                   END-COMPUTE
                   MOVE WS-RH-DELTA TO WS-RH-RING-DELTA(WS-RH-RING-I)
                   MOVE FD-RATEHIST-NEW TO WS-RH-LAST
                   IF FD-RATEHIST-NEW IS GREATER THAN WS-RH-PEAK
                       MOVE FD-RATEHIST-NEW TO WS-RH-PEAK
                   END-IF
                   IF WS-RH-DELTA IS LESS THAN 0
                       COMPUTE WS-RH-DELTA = 0 - WS-RH-DELTA
                       END-COMPUTE
                   END-IF
                   IF WS-RH-DELTA IS GREATER THAN WS-RH-SWING
                       MOVE WS-RH-DELTA TO WS-RH-SWING
                   END-IF
               END-IF
           .

                       ADD 1 TO WS-VERSUS-HCAPS(WS-VERSUS-SLOT)
                       END-ADD
                   END-IF
                   MOVE FD-HISTORY-STATE TO WS-RESULT-CODE
                   EVALUATE TRUE
                       WHEN RESULT-X-WON
                           MOVE FD-HISTORY-X-NAME TO WS-VERSUS-WINNER
                       WHEN RESULT-O-WON
                           MOVE FD-HISTORY-O-NAME TO WS-VERSUS-WINNER
                       WHEN OTHER
                           MOVE SPACES TO WS-VERSUS-WINNER
               INITIALIZE WS-ARCHIVE-REC-COUNT
               INITIALIZE WS-ARCHIVE-RUN-ACTIVE
               PERFORM ARCHTOT-LOAD-PARAGRAPH
      *        Step 1 - note how long today's archive already is and
      *        the totals before the run, so an append that dies can
      *        be cut back off. MOVELOG.DAT is only read until the
      *        copy back
               PERFORM MOVEARCH-COUNT-PARAGRAPH
               MOVE "A" TO WS-STEP-JOB
               MOVE 1 TO WS-STEP-NO
               MOVE WS-TODAYS-DATE TO WS-STEP-DATE
               PERFORM ARCHIVE-STEP-TOTALS-PARAGRAPH
               PERFORM RUN-STEP-MARK-PARAGRAPH
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVELOG
               OPEN EXTEND FD-MOVEARCH
               CLOSE FD-MOVELOG
               CLOSE FD-MOVEARCH
               CLOSE FD-MOVETMP
      *        Step 2 - archive and retained copy are both complete
      *        and the marker carries the totals ARCHTOT.DAT must end
      *        up holding
               MOVE 2 TO WS-STEP-NO
               PERFORM ARCHIVE-STEP-TOTALS-PARAGRAPH
               PERFORM RUN-STEP-MARK-PARAGRAPH
               PERFORM ARCHTOT-SAVE-PARAGRAPH
      *        Step 3 - only the copy back is left
               MOVE 3 TO WS-STEP-NO
               PERFORM RUN-STEP-MARK-PARAGRAPH
               PERFORM ARCHIVE-COPY-BACK-PARAGRAPH
               PERFORM RUN-STEP-CLEAR-PARAGRAPH
               DISPLAY "Games archived:  " WS-GAMES-ARCHIVED
                   " (" WS-RECS-ARCHIVED " records) to "
                   WS-MOVEARCH-NAME
               ADD 1 TO WS-ARCHIVE-REC-COUNT END-ADD
               MOVE FD-MOVELOG-RECORD
                   TO WS-ARCHIVE-REC(WS-ARCHIVE-REC-COUNT)
      *        Any final result closes the run - a resignation,
      *        timeout or agreed draw as much as a board result
               MOVE FD-MOVELOG-OUTCOME TO WS-RESULT-CODE
               IF RESULT-FINAL
                   SET WS-ARCHIVE-RUN-DONE TO 1
                   MOVE FD-MOVELOG-OUTCOME
                       TO WS-ARCHIVE-RUN-OUTCOME
               END-IF
               IF FD-MOVELOG-DATE IS NOT EQUAL TO SPACES
                   MOVE FD-MOVELOG-DATE TO WS-ARCHIVE-RUN-DATE
               END-IF
                   END-PERFORM
                   ADD 1 TO WS-GAMES-ARCHIVED END-ADD
                   ADD 1 TO WS-ARCHTOT-GAMES END-ADD
                   MOVE WS-ARCHIVE-RUN-OUTCOME TO WS-RESULT-CODE
                   EVALUATE TRUE
                       WHEN RESULT-X-WON
                           ADD 1 TO WS-ARCHTOT-WINS END-ADD
                       WHEN RESULT-O-WON
                           ADD 1 TO WS-ARCHTOT-LOSSES END-ADD
                       WHEN OTHER
                           ADD 1 TO WS-ARCHTOT-STALES END-ADD
               CLOSE FD-MOVELOG
           .

           ARCHIVE-STEP-TOTALS-PARAGRAPH.
               MOVE WS-ARCHTOT-GAMES TO WS-STEP-GAMES
               MOVE WS-ARCHTOT-WINS TO WS-STEP-WINS
               MOVE WS-ARCHTOT-LOSSES TO WS-STEP-LOSSES
               MOVE WS-ARCHTOT-STALES TO WS-STEP-STALES
           .

           MOVEARCH-COUNT-PARAGRAPH.
      *        Records already in the archive named in
      *        WS-MOVEARCH-NAME
               INITIALIZE WS-STEP-COUNT
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVEARCH
               PERFORM UNTIL EOF
                   READ FD-MOVEARCH NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT END-ADD
                   END-READ
               END-PERFORM
               CLOSE FD-MOVEARCH
           .

           RUN-STEP-MARK-PARAGRAPH.
      *        Commit the step just finished. The marker is a single
      *        record, rewritten whole each time
               MOVE WS-STEP-JOB TO FD-RUNSTEP-JOB
               MOVE WS-STEP-NO TO FD-RUNSTEP-STEP
               MOVE WS-STEP-DATE TO FD-RUNSTEP-DATE
               MOVE WS-STEP-COUNT TO FD-RUNSTEP-COUNT
               MOVE WS-STEP-GAMES TO FD-RUNSTEP-GAMES
               MOVE WS-STEP-WINS TO FD-RUNSTEP-WINS
               MOVE WS-STEP-LOSSES TO FD-RUNSTEP-LOSSES
               MOVE WS-STEP-STALES TO FD-RUNSTEP-STALEMATES
               OPEN OUTPUT FD-RUNSTEP
               WRITE FD-RUNSTEP-RECORD END-WRITE
               CLOSE FD-RUNSTEP
           .

           RUN-STEP-CLEAR-PARAGRAPH.
      *        The run is through - leave no marker behind
               OPEN OUTPUT FD-RUNSTEP
               CLOSE FD-RUNSTEP
           .

           RUN-RESTART-CHECK-PARAGRAPH.
      *        A marker left in RUNSTEP.DAT is a season close or
      *        archive run that died part way. One that died in its
      *        first step is backed out to where it started; past
      *        that every file it needs is already written, so it is
      *        carried through to the end
               INITIALIZE WS-STEP-FOUND
               OPEN INPUT FD-RUNSTEP
               READ FD-RUNSTEP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (FD-RUNSTEP-JOB IS EQUAL TO "S"
                           OR FD-RUNSTEP-JOB IS EQUAL TO "A")
                           AND FD-RUNSTEP-STEP IS NUMERIC
                           AND FD-RUNSTEP-COUNT IS NUMERIC
                           AND FD-RUNSTEP-GAMES IS NUMERIC
                           AND FD-RUNSTEP-WINS IS NUMERIC
                           AND FD-RUNSTEP-LOSSES IS NUMERIC
                           AND FD-RUNSTEP-STALEMATES IS NUMERIC
                           SET WS-STEP-FOUND TO 1
                           MOVE FD-RUNSTEP-JOB TO WS-STEP-JOB
                           MOVE FD-RUNSTEP-STEP TO WS-STEP-NO
                           MOVE FD-RUNSTEP-DATE TO WS-STEP-DATE
                           MOVE FD-RUNSTEP-COUNT TO WS-STEP-COUNT
                           MOVE FD-RUNSTEP-GAMES TO WS-STEP-GAMES
                           MOVE FD-RUNSTEP-WINS TO WS-STEP-WINS
                           MOVE FD-RUNSTEP-LOSSES TO WS-STEP-LOSSES
                           MOVE FD-RUNSTEP-STALEMATES
                               TO WS-STEP-STALES
                       END-IF
               END-READ
               CLOSE FD-RUNSTEP
               IF STEP-FOUND
                   IF WS-STEP-JOB IS EQUAL TO "S"
                       IF WS-STEP-NO IS EQUAL TO 1
                           PERFORM SEASON-BACKOUT-PARAGRAPH
                       ELSE
                           PERFORM SEASON-COMPLETE-PARAGRAPH
                       END-IF
                   ELSE
                       IF WS-STEP-NO IS EQUAL TO 1
                           PERFORM ARCHIVE-BACKOUT-PARAGRAPH
                       ELSE
                           PERFORM ARCHIVE-COMPLETE-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           .

           SEASON-BACKOUT-PARAGRAPH.
      *        The close died while appending the season - cut
      *        SEASHIST.DAT back to its length before the close and
      *        put the SEASTOT.DAT totals back. HISTORY.DAT was not
      *        yet touched
               INITIALIZE WS-STEP-KEPT
               INITIALIZE WS-EOF
               OPEN INPUT FD-SEASHIST
               OPEN OUTPUT FD-HISTTMP
               PERFORM UNTIL EOF
                   READ FD-SEASHIST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF WS-STEP-KEPT IS LESS THAN WS-STEP-COUNT
                               MOVE FD-SEASHIST-RECORD
                                   TO FD-HISTTMP-RECORD
                               WRITE FD-HISTTMP-RECORD END-WRITE
                               ADD 1 TO WS-STEP-KEPT END-ADD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SEASHIST
               CLOSE FD-HISTTMP
               INITIALIZE WS-EOF
               OPEN INPUT FD-HISTTMP
               OPEN OUTPUT FD-SEASHIST
               PERFORM UNTIL EOF
                   READ FD-HISTTMP NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           MOVE FD-HISTTMP-RECORD
                               TO FD-SEASHIST-RECORD
                           WRITE FD-SEASHIST-RECORD END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-HISTTMP
               CLOSE FD-SEASHIST
               MOVE WS-STEP-GAMES TO WS-SEASTOT-GAMES
               MOVE WS-STEP-WINS TO WS-SEASTOT-WINS
               MOVE WS-STEP-LOSSES TO WS-SEASTOT-LOSSES
               MOVE WS-STEP-STALES TO WS-SEASTOT-STALES
               PERFORM SEASTOT-SAVE-PARAGRAPH
               PERFORM RUN-STEP-CLEAR-PARAGRAPH
               MOVE "SB" TO WS-RESTART-OUTCOME
               DISPLAY "Season close of " WS-STEP-DATE
                   " was interrupted - backed out, SEASHIST.DAT "
                   "cut back to " WS-STEP-COUNT " records"
               END-DISPLAY
               DISPLAY "Run the season close again" END-DISPLAY
           .

           SEASON-COMPLETE-PARAGRAPH.
      *        The season is already in SEASHIST.DAT - finish what
      *        the close left undone, dating its rating resets the
      *        day the close ran
               IF WS-STEP-NO IS EQUAL TO 2
                   MOVE WS-STEP-GAMES TO WS-SEASTOT-GAMES
                   MOVE WS-STEP-WINS TO WS-SEASTOT-WINS
                   MOVE WS-STEP-LOSSES TO WS-SEASTOT-LOSSES
                   MOVE WS-STEP-STALES TO WS-SEASTOT-STALES
                   PERFORM SEASTOT-SAVE-PARAGRAPH
                   MOVE 3 TO WS-STEP-NO
                   PERFORM RUN-STEP-MARK-PARAGRAPH
               END-IF
               IF WS-STEP-NO IS EQUAL TO 3
                   OPEN OUTPUT FD-HISTORY
                   CLOSE FD-HISTORY
                   PERFORM SEASON-RESET-MARK-PARAGRAPH
               END-IF
               PERFORM SEASON-RESET-RESUME-PARAGRAPH
               MOVE WS-STEP-DATE TO WS-POST-DATE
               PERFORM SEASON-CLOSE-FINISH-PARAGRAPH
               INITIALIZE WS-POST-DATE
               MOVE "SC" TO WS-RESTART-OUTCOME
               DISPLAY "Season close of " WS-STEP-DATE
                   " was interrupted - completed, "
                   WS-SEASON-DONE-COUNT " resets already done"
               END-DISPLAY
           .

           ARCHIVE-BACKOUT-PARAGRAPH.
      *        The run died while splitting the log - cut that day's
      *        archive back to its length before the run. MOVELOG.DAT
      *        and ARCHTOT.DAT were not yet touched
               INITIALIZE WS-MOVEARCH-NAME
               STRING "MOVEARCH." DELIMITED BY SIZE
                   WS-STEP-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-MOVEARCH-NAME
               END-STRING
               INITIALIZE WS-STEP-KEPT
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVEARCH
               OPEN OUTPUT FD-MOVETMP
               PERFORM UNTIL EOF
                   READ FD-MOVEARCH NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF WS-STEP-KEPT IS LESS THAN WS-STEP-COUNT
                               MOVE FD-MOVEARCH-RECORD
                                   TO FD-MOVETMP-RECORD
                               WRITE FD-MOVETMP-RECORD END-WRITE
                               ADD 1 TO WS-STEP-KEPT END-ADD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-MOVEARCH
               CLOSE FD-MOVETMP
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVETMP
               OPEN OUTPUT FD-MOVEARCH
               PERFORM UNTIL EOF
                   READ FD-MOVETMP NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           MOVE FD-MOVETMP-RECORD
                               TO FD-MOVEARCH-RECORD
                           WRITE FD-MOVEARCH-RECORD END-WRITE
                   END-READ
               END-PERFORM
               CLOSE FD-MOVETMP
               CLOSE FD-MOVEARCH
               PERFORM RUN-STEP-CLEAR-PARAGRAPH
               MOVE "AB" TO WS-RESTART-OUTCOME
               DISPLAY "Archive run of " WS-STEP-DATE
                   " was interrupted - backed out, "
                   WS-MOVEARCH-NAME
               END-DISPLAY
               DISPLAY "    cut back to " WS-STEP-COUNT " records"
               END-DISPLAY
           .

           ARCHIVE-COMPLETE-PARAGRAPH.
      *        The archive and the retained copy are both whole -
      *        save the totals if the run had not, then copy back
               IF WS-STEP-NO IS EQUAL TO 2
                   MOVE WS-STEP-GAMES TO WS-ARCHTOT-GAMES
                   MOVE WS-STEP-WINS TO WS-ARCHTOT-WINS
                   MOVE WS-STEP-LOSSES TO WS-ARCHTOT-LOSSES
                   MOVE WS-STEP-STALES TO WS-ARCHTOT-STALES
                   PERFORM ARCHTOT-SAVE-PARAGRAPH
                   MOVE 3 TO WS-STEP-NO
                   PERFORM RUN-STEP-MARK-PARAGRAPH
               END-IF
               PERFORM ARCHIVE-COPY-BACK-PARAGRAPH
               PERFORM RUN-STEP-CLEAR-PARAGRAPH
               MOVE "AC" TO WS-RESTART-OUTCOME
               DISPLAY "Archive run of " WS-STEP-DATE
                   " was interrupted - completed, MOVELOG.DAT "
                   "rewritten"
               END-DISPLAY
           .

           RECONCILE-REPORT-PARAGRAPH.
      *        Recompute game and outcome counts from the move log,
      *        compare them against STATS.DAT and the summed
      *        PLAYER.DAT rows, and write the discrepancy report.
      *        Expected per-player counts come from HISTORY.DAT,
      *        which carries the mode byte that says whether a game
      *        posted to one player row or two
               INITIALIZE WS-RECON-LOG-GAMES WS-RECON-LOG-WINS
               INITIALIZE WS-RECON-LOG-LOSSES WS-RECON-LOG-STALES
               INITIALIZE WS-RECON-PREV-GAME
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVELOG
               PERFORM UNTIL EOF
                   READ FD-MOVELOG NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           PERFORM RECONCILE-LOG-TALLY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-MOVELOG
      *        Games the housekeeping runs moved out of the live log
      *        still count against the lifetime tallies
               PERFORM ARCHTOT-LOAD-PARAGRAPH
               ADD WS-ARCHTOT-WINS TO WS-RECON-LOG-WINS END-ADD
               ADD WS-ARCHTOT-LOSSES TO WS-RECON-LOG-LOSSES END-ADD
               ADD WS-ARCHTOT-STALES TO WS-RECON-LOG-STALES END-ADD
               COMPUTE WS-RECON-LOG-DONE =
                   WS-RECON-LOG-WINS + WS-RECON-LOG-LOSSES
                   + WS-RECON-LOG-STALES
               END-COMPUTE

               INITIALIZE WS-RECON-PLAYER-GAMES WS-RECON-PLAYER-WINS
               INITIALIZE WS-RECON-PLAYER-LOSSES
               INITIALIZE WS-RECON-PLAYER-STALES
               INITIALIZE WS-EOF
               OPEN INPUT FD-PLAYER
               PERFORM UNTIL EOF
                   READ FD-PLAYER NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD FD-PLAYER-GAMES
                               TO WS-RECON-PLAYER-GAMES END-ADD
                           ADD FD-PLAYER-WINS
                               TO WS-RECON-PLAYER-WINS END-ADD
                           ADD FD-PLAYER-LOSSES
                               TO WS-RECON-PLAYER-LOSSES END-ADD
                           ADD FD-PLAYER-STALEMATES
                               TO WS-RECON-PLAYER-STALES END-ADD
                   END-READ
               END-PERFORM
               CLOSE FD-PLAYER

               INITIALIZE WS-RECON-WANT-GAMES WS-RECON-WANT-WINS
               INITIALIZE WS-RECON-WANT-LOSSES WS-RECON-WANT-STALES
               INITIALIZE WS-EOF
               OPEN INPUT FD-HISTORY
               PERFORM UNTIL EOF
                   READ FD-HISTORY NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           PERFORM RECONCILE-HISTORY-TALLY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-HISTORY
      *        Games rolled away by season closes still count
      *        against the player rows
               PERFORM SEASTOT-LOAD-PARAGRAPH
               ADD WS-SEASTOT-GAMES TO WS-RECON-WANT-GAMES END-ADD
               ADD WS-SEASTOT-WINS TO WS-RECON-WANT-WINS END-ADD
               ADD WS-SEASTOT-LOSSES TO WS-RECON-WANT-LOSSES END-ADD
               ADD WS-SEASTOT-STALES TO WS-RECON-WANT-STALES END-ADD

               INITIALIZE WS-RECON-MISMATCHES
               OPEN OUTPUT FD-RECONRPT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-RECON-LINE
               STRING "RECONCILIATION REPORT " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-RECON-LINE
               END-STRING
               PERFORM RECONCILE-PUT-LINE-PARAGRAPH
               INITIALIZE WS-RECON-LINE
               STRING "GAME NUMBERS SEEN IN MOVELOG: "
                   ADD 1 TO WS-RECON-LOG-GAMES END-ADD
                   MOVE FD-MOVELOG-GAME TO WS-RECON-PREV-GAME
               END-IF
      *        A resignation or timeout is the other side's win and
      *        an agreed draw a stalemate, as the tally posted them
               MOVE FD-MOVELOG-OUTCOME TO WS-RESULT-CODE
               EVALUATE TRUE
                   WHEN RESULT-X-WON
                       ADD 1 TO WS-RECON-LOG-WINS END-ADD
                   WHEN RESULT-O-WON
                       ADD 1 TO WS-RECON-LOG-LOSSES END-ADD
                   WHEN RESULT-DRAWN
                       ADD 1 TO WS-RECON-LOG-STALES END-ADD
                   WHEN OTHER
                       CONTINUE
               IF FD-HISTORY-MODE IS EQUAL TO "2"
                   ADD 1 TO WS-RECON-WANT-GAMES END-ADD
               END-IF
               MOVE FD-HISTORY-STATE TO WS-RESULT-CODE
               EVALUATE TRUE
                   WHEN RESULT-X-WON
                       ADD 1 TO WS-RECON-WANT-WINS END-ADD
                       IF FD-HISTORY-MODE IS EQUAL TO "2"
                           ADD 1 TO WS-RECON-WANT-LOSSES END-ADD
                       END-IF
                   WHEN RESULT-O-WON
                       ADD 1 TO WS-RECON-WANT-LOSSES END-ADD
                       IF FD-HISTORY-MODE IS EQUAL TO "2"
                           ADD 1 TO WS-RECON-WANT-WINS END-ADD
               INITIALIZE WS-ACT-VAR-TABLE
               INITIALIZE WS-ACT-TOTAL-GAMES
               INITIALIZE WS-ACT-DROPPED
               INITIALIZE WS-ACT-RESIGNED WS-ACT-TIMED-OUT
               INITIALIZE WS-ACT-AGREED
               INITIALIZE WS-EOF
               OPEN INPUT FD-HISTORY
               PERFORM UNTIL EOF
                   END-STRING
                   PERFORM ACTIVITY-PUT-LINE-PARAGRAPH
               END-IF
               MOVE "GAMES SETTLED OFF THE BOARD" TO WS-ACT-LINE
               PERFORM ACTIVITY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-ACT-LINE
               STRING "  RESIGNED     " DELIMITED BY SIZE
                   WS-ACT-RESIGNED DELIMITED BY SIZE
                   INTO WS-ACT-LINE
               END-STRING
               PERFORM ACTIVITY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-ACT-LINE
               STRING "  OUT OF TIME  " DELIMITED BY SIZE
                   WS-ACT-TIMED-OUT DELIMITED BY SIZE
                   INTO WS-ACT-LINE
               END-STRING
               PERFORM ACTIVITY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-ACT-LINE
               STRING "  DRAW AGREED  " DELIMITED BY SIZE
                   WS-ACT-AGREED DELIMITED BY SIZE
                   INTO WS-ACT-LINE
               END-STRING
               PERFORM ACTIVITY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-ACT-LINE
               STRING "TOTAL GAMES: " DELIMITED BY SIZE
                   WS-ACT-TOTAL-GAMES DELIMITED BY SIZE
      *        The grand total counts every in-range game even when
      *        the day table is full and the day rows cannot
               ADD 1 TO WS-ACT-TOTAL-GAMES END-ADD
               MOVE FD-HISTORY-STATE TO WS-RESULT-CODE
               EVALUATE TRUE
                   WHEN RESULT-RESIGNED
                       ADD 1 TO WS-ACT-RESIGNED END-ADD
                   WHEN RESULT-TIMED-OUT
                       ADD 1 TO WS-ACT-TIMED-OUT END-ADD
                   WHEN RESULT-OFF-BOARD
                       ADD 1 TO WS-ACT-AGREED END-ADD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-ACT-SLOT IS GREATER THAN 0
                   ADD 1 TO WS-ACT-DAY-GAMES(WS-ACT-SLOT) END-ADD
      *            A game cut short off the board would only drag
      *            the average length down
                   IF RESULT-OFF-BOARD
                       ADD 1 TO WS-ACT-DAY-OFF-BOARD(WS-ACT-SLOT)
                       END-ADD
                   ELSE
                       ADD FD-HISTORY-MOVES
                           TO WS-ACT-DAY-MOVES(WS-ACT-SLOT) END-ADD
                   END-IF
                   IF FD-HISTORY-MODE IS EQUAL TO "2"
                       ADD 1 TO WS-ACT-DAY-TWO-PLAYER(WS-ACT-SLOT)
                       END-ADD

           ACTIVITY-DAY-LINE-PARAGRAPH.
      *        One report line per day played in the range
               COMPUTE WS-ACT-BOARD-GAMES =
                   WS-ACT-DAY-GAMES(WS-ACT-I)
                   - WS-ACT-DAY-OFF-BOARD(WS-ACT-I)
               END-COMPUTE
               IF WS-ACT-BOARD-GAMES IS GREATER THAN 0
                   COMPUTE WS-ACT-AVG-MOVES ROUNDED =
                       WS-ACT-DAY-MOVES(WS-ACT-I)
                       / WS-ACT-BOARD-GAMES
                   END-COMPUTE
               ELSE
                   INITIALIZE WS-ACT-AVG-MOVES
                   MOVE FD-MOVELOG-PLAYER TO
                       WS-CELL(FD-MOVELOG-ROW,FD-MOVELOG-COL)
               END-IF
      *        A resignation, timeout or agreed draw placed nothing
      *        and won nothing on the board - it is never a move to
      *        judge, least of all a win that was taken
               MOVE FD-MOVELOG-OUTCOME TO WS-RESULT-CODE
               IF FD-MOVELOG-OUTCOME IS NOT EQUAL TO "FAIL"
                   AND FD-MOVELOG-OUTCOME IS NOT EQUAL TO "TBACK"
                   AND FD-MOVELOG-OUTCOME IS NOT EQUAL TO "HCAP"
                   AND NOT RESULT-OFF-BOARD
                   AND FD-MOVELOG-ROW IS GREATER THAN 0
                   AND FD-MOVELOG-ROW IS LESS THAN 4
                   AND FD-MOVELOG-COL IS GREATER THAN 0
                       END-ADD
                   END-IF
               END-IF
               IF ANA-MISSED-WIN
                   MOVE "MISSED WIN AT" TO WS-ANA-KIND
                   PERFORM ANALYSIS-BLUNDER-LINE-PARAGRAPH
               END-IF
               IF ANA-MISSED-BLOCK
                   MOVE "MISSED BLOCK AT" TO WS-ANA-KIND
                   PERFORM ANALYSIS-BLUNDER-LINE-PARAGRAPH
               END-IF
           .

           ANALYSIS-SEAT-NAME-PARAGRAPH.
      *        Whose move this was, found the way every other table
      *        here is searched. A game with no history row to name
      *        it keeps its seat letter
               INITIALIZE WS-ANA-NAME
               INITIALIZE WS-ANA-GSLOT
               PERFORM VARYING WS-ANA-G FROM 1 BY 1
                   UNTIL WS-ANA-G > WS-ANA-GAME-COUNT
                   OR WS-ANA-GSLOT IS GREATER THAN 0
                   IF WS-ANA-GAME-NO(WS-ANA-G) IS EQUAL TO
                       WS-ANA-CUR-GAME
                       MOVE WS-ANA-G TO WS-ANA-GSLOT
                   END-IF
               END-PERFORM
               IF WS-ANA-GSLOT IS GREATER THAN 0
                   IF WS-ANA-MOVER IS EQUAL TO "X"
                       MOVE WS-ANA-GAME-X-NAME(WS-ANA-GSLOT)
                           TO WS-ANA-NAME
                   ELSE
                       MOVE WS-ANA-GAME-O-NAME(WS-ANA-GSLOT)
                           TO WS-ANA-NAME
                   END-IF
               END-IF
               IF WS-ANA-NAME IS EQUAL TO SPACES
                   MOVE WS-ANA-MOVER TO WS-ANA-NAME
               END-IF
           .

           ANALYSIS-BLUNDER-LINE-PARAGRAPH.
      *        One report line per flagged move - WS-ANA-KIND says
      *        which kind of blunder, WS-ANA-SPOT the square that
      *        should have been played
               EVALUATE WS-ANA-SPOT-ROW
                   WHEN 1 MOVE "A" TO WS-ANA-ROW-LETTER
                   WHEN 2 MOVE "B" TO WS-ANA-ROW-LETTER
                   WHEN 3 MOVE "C" TO WS-ANA-ROW-LETTER
               END-EVALUATE
               MOVE WS-ANA-NAME TO WS-EXPORT-NAME
               PERFORM EXPORT-NAME-TRIM-PARAGRAPH
               INITIALIZE WS-ANA-LINE
               STRING "GAME " DELIMITED BY SIZE
                   FD-MOVELOG-GAME DELIMITED BY SIZE
                   " MOVE " DELIMITED BY SIZE
                   FD-MOVELOG-MOVE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXPORT-NAME(1:WS-EXPORT-NAME-LEN)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ANA-KIND DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-ANA-ROW-LETTER DELIMITED BY SIZE
                   WS-ANA-SPOT-COL DELIMITED BY SIZE
                   INTO WS-ANA-LINE
               END-STRING
               PERFORM ANALYSIS-PUT-LINE-PARAGRAPH
           .

           ANALYSIS-SUMMARY-LINE-PARAGRAPH.
      *        One summary row per player seen in the log
               IF WS-ANA-PLAYER-MOVES(WS-ANA-I) IS GREATER THAN 0
                   COMPUTE WS-ANA-RATE ROUNDED =
                       (WS-ANA-PLAYER-MWINS(WS-ANA-I)
                       + WS-ANA-PLAYER-MBLOCKS(WS-ANA-I))
                       * 100 / WS-ANA-PLAYER-MOVES(WS-ANA-I)
                   END-COMPUTE
               ELSE
                   INITIALIZE WS-ANA-RATE
               END-IF
               MOVE WS-ANA-RATE TO WS-ANA-RATE-DISP
               INITIALIZE WS-ANA-LINE
               STRING WS-ANA-PLAYER-NAME(WS-ANA-I) DELIMITED BY SIZE
                   " MOVES " DELIMITED BY SIZE
                   WS-ANA-PLAYER-MOVES(WS-ANA-I) DELIMITED BY SIZE
                   " MISSED WINS " DELIMITED BY SIZE
                   WS-ANA-PLAYER-MWINS(WS-ANA-I) DELIMITED BY SIZE
                   " MISSED BLOCKS " DELIMITED BY SIZE
                   WS-ANA-PLAYER-MBLOCKS(WS-ANA-I) DELIMITED BY SIZE
                   " PER 100 " DELIMITED BY SIZE
                   WS-ANA-RATE-DISP DELIMITED BY SIZE
                   INTO WS-ANA-LINE
               END-STRING
               PERFORM ANALYSIS-PUT-LINE-PARAGRAPH
           .

           ANALYSIS-PUT-LINE-PARAGRAPH.
      *        Every report line goes to the file and the console
               MOVE WS-ANA-LINE TO FD-ANARPT-RECORD
               WRITE FD-ANARPT-RECORD END-WRITE
               DISPLAY WS-ANA-LINE END-DISPLAY
           .

           OPENING-REPORT-PARAGRAPH.
      *        Opening and square statistics for the variant
      *        committee. The archives come first, oldest to newest,
      *        then the live log. Handicap games start from a seated
      *        board, so they are counted but kept out of the tables
               INITIALIZE WS-OPN-VAR-COUNT WS-OPN-VAR-TABLE
               INITIALIZE WS-OPN-OPEN-COUNT WS-OPN-OPEN-TABLE
               INITIALIZE WS-OPN-OPEN-LOST WS-OPN-ARCH-FILES
               INITIALIZE WS-OPN-RUN-ACTIVE
               PERFORM OPENING-EARLIEST-PARAGRAPH
               IF WS-OPN-EARLIEST IS NOT EQUAL TO SPACES
                   PERFORM OPENING-ARCHIVE-SCAN-PARAGRAPH
               END-IF
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVELOG
               PERFORM UNTIL EOF
                   READ FD-MOVELOG NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           MOVE FD-MOVELOG-RECORD TO WS-OPN-REC
                           PERFORM OPENING-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-MOVELOG
               IF OPN-RUN-ACTIVE
                   PERFORM OPENING-FLUSH-GAME-PARAGRAPH
               END-IF
               PERFORM OPENING-SORT-PARAGRAPH
               OPEN OUTPUT FD-OPNRPT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-OPN-LINE
               STRING "OPENING STATISTICS " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-OPN-LINE
               END-STRING
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               INITIALIZE WS-OPN-LINE
               STRING "ARCHIVE FILES READ: " DELIMITED BY SIZE
                   WS-OPN-ARCH-FILES DELIMITED BY SIZE
                   INTO WS-OPN-LINE
               END-STRING
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               IF WS-OPN-OPEN-LOST IS GREATER THAN 0
                   INITIALIZE WS-OPN-LINE
                   STRING "GAMES BEYOND THE OPENING TABLE: "
                       DELIMITED BY SIZE
                       WS-OPN-OPEN-LOST DELIMITED BY SIZE
                       INTO WS-OPN-LINE
                   END-STRING
                   PERFORM OPENING-PUT-LINE-PARAGRAPH
               END-IF
               PERFORM OPENING-VARIANT-REPORT-PARAGRAPH
                   VARYING WS-OPN-V FROM 1 BY 1
                   UNTIL WS-OPN-V > WS-OPN-VAR-COUNT
               CLOSE FD-OPNRPT
               DISPLAY "Report written to OPNRPT.DAT" END-DISPLAY
           .

           OPENING-EARLIEST-PARAGRAPH.
      *        No game can have been archived before the oldest
      *        result on file, closed seasons included, so that
      *        date bounds the archive search
               MOVE SPACES TO WS-OPN-EARLIEST
               INITIALIZE WS-EOF
               OPEN INPUT FD-SEASHIST
               PERFORM UNTIL EOF
                   READ FD-SEASHIST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-SEASHIST-RECORD(1:8) IS NUMERIC
                               AND (WS-OPN-EARLIEST IS EQUAL TO SPACES
                               OR FD-SEASHIST-RECORD(1:8)
                               IS LESS THAN WS-OPN-EARLIEST)
                               MOVE FD-SEASHIST-RECORD(1:8)
                                   TO WS-OPN-EARLIEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SEASHIST
               INITIALIZE WS-EOF
               OPEN INPUT FD-HISTORY
               PERFORM UNTIL EOF
                   READ FD-HISTORY NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-HISTORY-DATE IS NUMERIC
                               AND (WS-OPN-EARLIEST IS EQUAL TO SPACES
                               OR FD-HISTORY-DATE
                               IS LESS THAN WS-OPN-EARLIEST)
                               MOVE FD-HISTORY-DATE TO WS-OPN-EARLIEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTORY
           .

           OPENING-ARCHIVE-SCAN-PARAGRAPH.
      *        Archive files are named for the day the archive run
      *        was made, so try every day from the oldest result to
      *        today - a day with no archive run reads as empty
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               COMPUTE WS-OPN-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-OPN-EARLIEST))
               END-COMPUTE
               COMPUTE WS-OPN-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
               END-COMPUTE
               IF WS-OPN-DAY-INT IS GREATER THAN 0
                   PERFORM OPENING-ARCHIVE-FILE-PARAGRAPH
                       UNTIL WS-OPN-DAY-INT > WS-OPN-LAST-INT
               END-IF
           .

           OPENING-ARCHIVE-FILE-PARAGRAPH.
               COMPUTE WS-OPN-DAY =
                   FUNCTION DATE-OF-INTEGER(WS-OPN-DAY-INT)
               END-COMPUTE
               INITIALIZE WS-MOVEARCH-NAME
               STRING "MOVEARCH." DELIMITED BY SIZE
                   WS-OPN-DAY DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-MOVEARCH-NAME
               END-STRING
               INITIALIZE WS-OPN-FILE-RECS
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVEARCH
               PERFORM UNTIL EOF
                   READ FD-MOVEARCH NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-OPN-FILE-RECS END-ADD
                           MOVE FD-MOVEARCH-RECORD TO WS-OPN-REC
                           PERFORM OPENING-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-MOVEARCH
      *        A game never spans two files
               IF OPN-RUN-ACTIVE
                   PERFORM OPENING-FLUSH-GAME-PARAGRAPH
               END-IF
               IF WS-OPN-FILE-RECS IS GREATER THAN 0
                   ADD 1 TO WS-OPN-ARCH-FILES END-ADD
               END-IF
               ADD 1 TO WS-OPN-DAY-INT END-ADD
           .

           OPENING-RECORD-PARAGRAPH.
      *        Collect one record into the current game run. Only
      *        squares actually placed count - a rejected entry
      *        placed nothing, and a move taken back is replaced by
      *        the one played in its stead under the same number.
      *        The run's length is the number of squares standing
      *        after its last placed or retracted move, so a game
      *        ended off the board is as long as the play before it
               IF OPN-RUN-ACTIVE
                   AND WS-OPN-REC-GAME IS NOT EQUAL TO WS-OPN-RUN-GAME
                   PERFORM OPENING-FLUSH-GAME-PARAGRAPH
               END-IF
               IF NOT OPN-RUN-ACTIVE
                   SET WS-OPN-RUN-ACTIVE TO 1
                   MOVE WS-OPN-REC-GAME TO WS-OPN-RUN-GAME
                   INITIALIZE WS-OPN-RUN-DONE WS-OPN-RUN-HCAP
                   INITIALIZE WS-OPN-RUN-OPENING
                   INITIALIZE WS-OPN-RUN-LENGTH
                   MOVE SPACES TO WS-OPN-RUN-OUTCOME
                   IF WS-OPN-REC-VARIANT IS EQUAL TO SPACES
                       MOVE "CLASSIC" TO WS-OPN-RUN-VARIANT
                   ELSE
                       MOVE WS-OPN-REC-VARIANT TO WS-OPN-RUN-VARIANT
                   END-IF
               END-IF
               EVALUATE WS-OPN-REC-OUTCOME
                   WHEN "HCAP"
                       SET WS-OPN-RUN-HCAP TO 1
                   WHEN "FAIL"
                       CONTINUE
                   WHEN "TBACK"
                       MOVE WS-OPN-REC-MOVE TO WS-OPN-RUN-LENGTH
                       IF WS-OPN-REC-MOVE IS LESS THAN 2
                           MOVE 0 TO WS-OPN-RUN-M2-ROW
                           MOVE 0 TO WS-OPN-RUN-M2-COL
                       END-IF
                       IF WS-OPN-REC-MOVE IS LESS THAN 1
                           MOVE 0 TO WS-OPN-RUN-M1-ROW
                           MOVE 0 TO WS-OPN-RUN-M1-COL
                       END-IF
                   WHEN OTHER
                       IF WS-OPN-REC-ROW IS GREATER THAN 0
                           AND WS-OPN-REC-ROW IS LESS THAN 4
                           AND WS-OPN-REC-COL IS GREATER THAN 0
                           AND WS-OPN-REC-COL IS LESS THAN 4
                           MOVE WS-OPN-REC-MOVE TO WS-OPN-RUN-LENGTH
                           IF WS-OPN-REC-MOVE IS EQUAL TO 1
                               MOVE WS-OPN-REC-ROW TO WS-OPN-RUN-M1-ROW
                               MOVE WS-OPN-REC-COL TO WS-OPN-RUN-M1-COL
                           END-IF
                           IF WS-OPN-REC-MOVE IS EQUAL TO 2
                               MOVE WS-OPN-REC-ROW TO WS-OPN-RUN-M2-ROW
                               MOVE WS-OPN-REC-COL TO WS-OPN-RUN-M2-COL
                           END-IF
                       END-IF
               END-EVALUATE
      *        Any result ends the game - won or drawn on the board,
      *        resigned, out of time or drawn by agreement
               MOVE WS-OPN-REC-OUTCOME TO WS-RESULT-CODE
               IF RESULT-X-WON OR RESULT-O-WON OR RESULT-DRAWN
                   SET WS-OPN-RUN-DONE TO 1
                   MOVE WS-OPN-REC-OUTCOME TO WS-OPN-RUN-OUTCOME
               END-IF
           .

           OPENING-FLUSH-GAME-PARAGRAPH.
      *        Post a finished game run to its variant and opening.
      *        A game abandoned part way is no evidence either way,
      *        nor is a loaded result that came without its moves
               IF OPN-RUN-DONE AND WS-OPN-RUN-LENGTH IS GREATER THAN 0
                   INITIALIZE WS-OPN-VSLOT
                   PERFORM VARYING WS-OPN-V FROM 1 BY 1
                       UNTIL WS-OPN-V > WS-OPN-VAR-COUNT
                       OR WS-OPN-VSLOT IS GREATER THAN 0
                       IF WS-OPN-VAR-NAME(WS-OPN-V) IS EQUAL TO
                           WS-OPN-RUN-VARIANT
                           MOVE WS-OPN-V TO WS-OPN-VSLOT
                       END-IF
                   END-PERFORM
                   IF WS-OPN-VSLOT IS EQUAL TO 0
                       AND WS-OPN-VAR-COUNT IS LESS THAN 10
                       ADD 1 TO WS-OPN-VAR-COUNT END-ADD
                       MOVE WS-OPN-VAR-COUNT TO WS-OPN-VSLOT
                       MOVE WS-OPN-RUN-VARIANT
                           TO WS-OPN-VAR-NAME(WS-OPN-VSLOT)
                   END-IF
                   IF WS-OPN-VSLOT IS GREATER THAN 0
                       IF OPN-RUN-HCAP
                           ADD 1 TO WS-OPN-VAR-HCAP(WS-OPN-VSLOT)
                           END-ADD
                       ELSE
                           PERFORM OPENING-POST-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
               INITIALIZE WS-OPN-RUN-ACTIVE
           .

           OPENING-POST-PARAGRAPH.
               ADD 1 TO WS-OPN-VAR-GAMES(WS-OPN-VSLOT) END-ADD
               ADD WS-OPN-RUN-LENGTH TO WS-OPN-VAR-MOVES(WS-OPN-VSLOT)
               END-ADD
               MOVE WS-OPN-RUN-OUTCOME TO WS-RESULT-CODE
               IF RESULT-OFF-BOARD
                   ADD 1 TO WS-OPN-VAR-OFFBOARD(WS-OPN-VSLOT) END-ADD
               END-IF
               EVALUATE TRUE
                   WHEN RESULT-X-WON
                       ADD 1 TO WS-OPN-VAR-XWINS(WS-OPN-VSLOT) END-ADD
                   WHEN RESULT-O-WON
                       ADD 1 TO WS-OPN-VAR-OWINS(WS-OPN-VSLOT) END-ADD
                   WHEN OTHER
                       ADD 1 TO WS-OPN-VAR-STALES(WS-OPN-VSLOT)
                       END-ADD
               END-EVALUATE
               IF WS-OPN-RUN-M1-ROW IS GREATER THAN 0
                   COMPUTE WS-OPN-SQ = (WS-OPN-RUN-M1-ROW - 1) * 3
                       + WS-OPN-RUN-M1-COL
                   END-COMPUTE
                   ADD 1 TO WS-OPN-VAR-FIRST(WS-OPN-VSLOT,WS-OPN-SQ)
                   END-ADD
               END-IF
               INITIALIZE WS-OPN-SLOT
               PERFORM VARYING WS-OPN-I FROM 1 BY 1
                   UNTIL WS-OPN-I > WS-OPN-OPEN-COUNT
                   OR WS-OPN-SLOT IS GREATER THAN 0
                   IF WS-OPN-OPEN-VARIANT(WS-OPN-I) IS EQUAL TO
                       WS-OPN-RUN-VARIANT
                       AND WS-OPN-OPEN-MOVES(WS-OPN-I) IS EQUAL TO
                       WS-OPN-RUN-OPENING
                       MOVE WS-OPN-I TO WS-OPN-SLOT
                   END-IF
               END-PERFORM
               IF WS-OPN-SLOT IS EQUAL TO 0
                   AND WS-OPN-OPEN-COUNT IS LESS THAN 600
                   ADD 1 TO WS-OPN-OPEN-COUNT END-ADD
                   MOVE WS-OPN-OPEN-COUNT TO WS-OPN-SLOT
                   MOVE WS-OPN-RUN-VARIANT
                       TO WS-OPN-OPEN-VARIANT(WS-OPN-SLOT)
                   MOVE WS-OPN-RUN-OPENING
                       TO WS-OPN-OPEN-MOVES(WS-OPN-SLOT)
               END-IF
               IF WS-OPN-SLOT IS EQUAL TO 0
                   ADD 1 TO WS-OPN-OPEN-LOST END-ADD
               ELSE
                   ADD 1 TO WS-OPN-OPEN-GAMES(WS-OPN-SLOT) END-ADD
                   EVALUATE TRUE
                       WHEN RESULT-X-WON
                           ADD 1 TO WS-OPN-OPEN-XWINS(WS-OPN-SLOT)
                           END-ADD
                       WHEN RESULT-O-WON
                           ADD 1 TO WS-OPN-OPEN-OWINS(WS-OPN-SLOT)
                           END-ADD
                       WHEN OTHER
                           ADD 1 TO WS-OPN-OPEN-STALES(WS-OPN-SLOT)
                           END-ADD
                   END-EVALUATE
               END-IF
           .

           OPENING-SORT-PARAGRAPH.
      *        Most-played openings first within each variant -
      *        sorted on variant then games, so a variant's rows
      *        are ranked together however they were first seen
               PERFORM VARYING WS-OPN-I FROM 1 BY 1
                   UNTIL WS-OPN-I > WS-OPN-OPEN-COUNT
                   PERFORM VARYING WS-OPN-J FROM 1 BY 1
                       UNTIL WS-OPN-J >
                           WS-OPN-OPEN-COUNT - WS-OPN-I
                       IF WS-OPN-OPEN-VARIANT(WS-OPN-J) IS GREATER
                           THAN WS-OPN-OPEN-VARIANT(WS-OPN-J + 1)
                           OR (WS-OPN-OPEN-VARIANT(WS-OPN-J) IS EQUAL
                           TO WS-OPN-OPEN-VARIANT(WS-OPN-J + 1)
                           AND WS-OPN-OPEN-GAMES(WS-OPN-J)
                           IS LESS THAN
                           WS-OPN-OPEN-GAMES(WS-OPN-J + 1))
                           MOVE WS-OPN-OPEN-ENTRY(WS-OPN-J)
                               TO WS-OPN-OPEN-TEMP
                           MOVE WS-OPN-OPEN-ENTRY(WS-OPN-J + 1)
                               TO WS-OPN-OPEN-ENTRY(WS-OPN-J)
                           MOVE WS-OPN-OPEN-TEMP
                               TO WS-OPN-OPEN-ENTRY(WS-OPN-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           .

           OPENING-VARIANT-REPORT-PARAGRAPH.
      *        One variant's section: totals, average length, the
      *        first-square grid and the opening table
               INITIALIZE WS-OPN-AVG
               IF WS-OPN-VAR-GAMES(WS-OPN-V) IS GREATER THAN 0
                   COMPUTE WS-OPN-AVG ROUNDED =
                       WS-OPN-VAR-MOVES(WS-OPN-V)
                       / WS-OPN-VAR-GAMES(WS-OPN-V)
                   END-COMPUTE
               END-IF
               MOVE WS-OPN-AVG TO WS-OPN-AVG-DISP
               INITIALIZE WS-OPN-LINE
               STRING "VARIANT " DELIMITED BY SIZE
                   WS-OPN-VAR-NAME(WS-OPN-V) DELIMITED BY SIZE
                   " GAMES " DELIMITED BY SIZE
                   WS-OPN-VAR-GAMES(WS-OPN-V) DELIMITED BY SIZE
                   " AVERAGE LENGTH " DELIMITED BY SIZE
                   WS-OPN-AVG-DISP DELIMITED BY SIZE
                   INTO WS-OPN-LINE
               END-STRING
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               INITIALIZE WS-OPN-LINE
               STRING "  HANDICAP GAMES EXCLUDED " DELIMITED BY SIZE
                   WS-OPN-VAR-HCAP(WS-OPN-V) DELIMITED BY SIZE
                   INTO WS-OPN-LINE
               END-STRING
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               INITIALIZE WS-OPN-LINE
               STRING "  OFF THE BOARD (RESIGNED, TIME, AGREED DRAW) "
                   DELIMITED BY SIZE
                   WS-OPN-VAR-OFFBOARD(WS-OPN-V) DELIMITED BY SIZE
                   INTO WS-OPN-LINE
               END-STRING
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               MOVE WS-OPN-VAR-GAMES(WS-OPN-V) TO WS-OPN-BASE
               MOVE WS-OPN-VAR-XWINS(WS-OPN-V) TO WS-OPN-COUNT
               PERFORM OPENING-PCT-PARAGRAPH
               MOVE WS-OPN-PCT-DISP TO WS-OPN-PCT-X
               MOVE WS-OPN-VAR-OWINS(WS-OPN-V) TO WS-OPN-COUNT
               PERFORM OPENING-PCT-PARAGRAPH
               MOVE WS-OPN-PCT-DISP TO WS-OPN-PCT-O
               MOVE WS-OPN-VAR-STALES(WS-OPN-V) TO WS-OPN-COUNT
               PERFORM OPENING-PCT-PARAGRAPH
               MOVE WS-OPN-PCT-DISP TO WS-OPN-PCT-S
               INITIALIZE WS-OPN-LINE
               STRING "  X WINS " DELIMITED BY SIZE
                   WS-OPN-PCT-X DELIMITED BY SIZE
                   "%  O WINS " DELIMITED BY SIZE
                   WS-OPN-PCT-O DELIMITED BY SIZE
                   "%  DRAWN " DELIMITED BY SIZE
                   WS-OPN-PCT-S DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-OPN-LINE
               END-STRING
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               MOVE "  FIRST SQUARE TAKEN" TO WS-OPN-LINE
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               MOVE "     1              2              3"
                   TO WS-OPN-LINE
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               PERFORM OPENING-SQUARE-ROW-PARAGRAPH
                   VARYING WS-OPN-ROW FROM 1 BY 1
                   UNTIL WS-OPN-ROW > 3
               MOVE "  OPENING  GAMES  X-WIN%  O-WIN%  DRAWN%"
                   TO WS-OPN-LINE
               PERFORM OPENING-PUT-LINE-PARAGRAPH
               PERFORM VARYING WS-OPN-I FROM 1 BY 1
                   UNTIL WS-OPN-I > WS-OPN-OPEN-COUNT
                   IF WS-OPN-OPEN-VARIANT(WS-OPN-I) IS EQUAL TO
                       WS-OPN-VAR-NAME(WS-OPN-V)
                       PERFORM OPENING-LINE-PARAGRAPH
                   END-IF
               END-PERFORM
           .

           OPENING-SQUARE-ROW-PARAGRAPH.
      *        One board row of first-move counts and shares
               MOVE WS-OPN-VAR-GAMES(WS-OPN-V) TO WS-OPN-BASE
               PERFORM VARYING WS-OPN-COL FROM 1 BY 1
                   UNTIL WS-OPN-COL > 3
                   COMPUTE WS-OPN-SQ = (WS-OPN-ROW - 1) * 3
                       + WS-OPN-COL
                   END-COMPUTE
                   MOVE WS-OPN-VAR-FIRST(WS-OPN-V,WS-OPN-SQ)
                       TO WS-OPN-COUNT
                   PERFORM OPENING-PCT-PARAGRAPH
                   INITIALIZE WS-OPN-SQ-TEXT(WS-OPN-COL)
                   STRING WS-OPN-COUNT DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-OPN-PCT-DISP DELIMITED BY SIZE
                       "%)" DELIMITED BY SIZE
                       INTO WS-OPN-SQ-TEXT(WS-OPN-COL)
                   END-STRING
               END-PERFORM
               INITIALIZE WS-OPN-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-OPN-ROW-LETTERS(WS-OPN-ROW:1) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OPN-SQ-TEXT(1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPN-SQ-TEXT(2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OPN-SQ-TEXT(3) DELIMITED BY SIZE
                   INTO WS-OPN-LINE
               END-STRING
               PERFORM OPENING-PUT-LINE-PARAGRAPH
           .

           OPENING-LINE-PARAGRAPH.
      *        One opening row - first and second squares, games and
      *        how they ended
               MOVE WS-OPN-OPEN-MOVES(WS-OPN-I) TO WS-OPN-RUN-OPENING
               MOVE "--" TO WS-OPN-LABEL(1:2)
               MOVE " " TO WS-OPN-LABEL(3:1)
               MOVE "--" TO WS-OPN-LABEL(4:2)
               IF WS-OPN-RUN-M1-ROW IS GREATER THAN 0
                   MOVE WS-OPN-ROW-LETTERS(WS-OPN-RUN-M1-ROW:1)
                       TO WS-OPN-LABEL(1:1)
                   MOVE WS-OPN-RUN-M1-COL TO WS-OPN-LABEL(2:1)
               END-IF
               IF WS-OPN-RUN-M2-ROW IS GREATER THAN 0
                   MOVE WS-OPN-ROW-LETTERS(WS-OPN-RUN-M2-ROW:1)
                       TO WS-OPN-LABEL(4:1)
                   MOVE WS-OPN-RUN-M2-COL TO WS-OPN-LABEL(5:1)
               END-IF
               MOVE WS-OPN-OPEN-GAMES(WS-OPN-I) TO WS-OPN-BASE
               MOVE WS-OPN-OPEN-XWINS(WS-OPN-I) TO WS-OPN-COUNT
               PERFORM OPENING-PCT-PARAGRAPH
               MOVE WS-OPN-PCT-DISP TO WS-OPN-PCT-X
               MOVE WS-OPN-OPEN-OWINS(WS-OPN-I) TO WS-OPN-COUNT
               PERFORM OPENING-PCT-PARAGRAPH
               MOVE WS-OPN-PCT-DISP TO WS-OPN-PCT-O
               MOVE WS-OPN-OPEN-STALES(WS-OPN-I) TO WS-OPN-COUNT
               PERFORM OPENING-PCT-PARAGRAPH
               MOVE WS-OPN-PCT-DISP TO WS-OPN-PCT-S
               INITIALIZE WS-OPN-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-OPN-LABEL DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-OPN-OPEN-GAMES(WS-OPN-I) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-OPN-PCT-X DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-OPN-PCT-O DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-OPN-PCT-S DELIMITED BY SIZE
                   INTO WS-OPN-LINE
               END-STRING
               PERFORM OPENING-PUT-LINE-PARAGRAPH
           .

           OPENING-PCT-PARAGRAPH.
      *        WS-OPN-COUNT as a share of WS-OPN-BASE
               IF WS-OPN-BASE IS GREATER THAN 0
                   COMPUTE WS-OPN-PCT ROUNDED =
                       WS-OPN-COUNT * 100 / WS-OPN-BASE
                   END-COMPUTE
               ELSE
                   INITIALIZE WS-OPN-PCT
               END-IF
               MOVE WS-OPN-PCT TO WS-OPN-PCT-DISP
           .

           OPENING-PUT-LINE-PARAGRAPH.
      *        Every report line goes to the file and the console
               MOVE WS-OPN-LINE TO FD-OPNRPT-RECORD
               WRITE FD-OPNRPT-RECORD END-WRITE
               DISPLAY WS-OPN-LINE END-DISPLAY
           .

           RESULTS-LOAD-RUN-PARAGRAPH.
      *        Post every good scoresheet record in RESULTS.DAT and
      *        turn the rest back in LOADREJ.DAT. The drop file is
      *        left where it lies - a sheet already posted is
      *        refused, so feeding the same drop in twice is safe
               INITIALIZE WS-LOAD-READ WS-LOAD-POSTED WS-LOAD-REJECTED
               MOVE WS-VARIANT-NAME TO WS-LOAD-SAVE-NAME
               MOVE WS-WINMASK-COUNT TO WS-LOAD-SAVE-COUNT
               MOVE WS-WINMASK-STRICT TO WS-LOAD-SAVE-STRICT
               MOVE WS-WINMASKS-BAD TO WS-LOAD-SAVE-BAD
               MOVE WS-WINMASK-TABLE TO WS-LOAD-SAVE-MASKS
               MOVE WS-WINMASK-ONES-TABLE TO WS-LOAD-SAVE-ONES
               OPEN OUTPUT FD-LOADREJ
               OPEN OUTPUT FD-LOADRPT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-LOAD-LINE
               STRING "RESULTS LOAD " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-LOAD-LINE
               END-STRING
               PERFORM RESULTS-LOAD-PUT-LINE-PARAGRAPH
      *        Posting a game reads and rewrites other files with
      *        WS-EOF, so the drop file keeps its own end flag
               INITIALIZE WS-LOAD-EOF
               OPEN INPUT FD-RESULTS
               PERFORM UNTIL LOAD-EOF
                   READ FD-RESULTS NEXT RECORD
                       AT END
                           SET WS-LOAD-EOF TO 1
                       NOT AT END
                           IF FD-RESULTS-RECORD IS NOT EQUAL TO SPACES
                               PERFORM RESULTS-LOAD-RECORD-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RESULTS
      *        Put the session's own rule variant back
               MOVE WS-LOAD-SAVE-NAME TO WS-VARIANT-NAME
               MOVE WS-LOAD-SAVE-COUNT TO WS-WINMASK-COUNT
               MOVE WS-LOAD-SAVE-STRICT TO WS-WINMASK-STRICT
               MOVE WS-LOAD-SAVE-BAD TO WS-WINMASKS-BAD
               MOVE WS-LOAD-SAVE-MASKS TO WS-WINMASK-TABLE
               MOVE WS-LOAD-SAVE-ONES TO WS-WINMASK-ONES-TABLE
               INITIALIZE WS-POST-DATE
               INITIALIZE WS-LOAD-LINE
               STRING "RECORDS READ     " DELIMITED BY SIZE
                   WS-LOAD-READ DELIMITED BY SIZE
                   INTO WS-LOAD-LINE
               END-STRING
               PERFORM RESULTS-LOAD-PUT-LINE-PARAGRAPH
               INITIALIZE WS-LOAD-LINE
               STRING "RECORDS POSTED   " DELIMITED BY SIZE
                   WS-LOAD-POSTED DELIMITED BY SIZE
                   INTO WS-LOAD-LINE
               END-STRING
               PERFORM RESULTS-LOAD-PUT-LINE-PARAGRAPH
               INITIALIZE WS-LOAD-LINE
               STRING "RECORDS REJECTED " DELIMITED BY SIZE
                   WS-LOAD-REJECTED DELIMITED BY SIZE
                   INTO WS-LOAD-LINE
               END-STRING
               PERFORM RESULTS-LOAD-PUT-LINE-PARAGRAPH
               CLOSE FD-LOADREJ
               CLOSE FD-LOADRPT
               DISPLAY "Report written to LOADRPT.DAT" END-DISPLAY
           .

           RESULTS-LOAD-RECORD-PARAGRAPH.
      *        One scoresheet record - posted whole or not at all
               ADD 1 TO WS-LOAD-READ END-ADD
               MOVE SPACES TO WS-LOAD-REASON
               PERFORM RESULTS-LOAD-VALIDATE-PARAGRAPH
               IF LOAD-RECORD-GOOD
                   PERFORM RESULTS-LOAD-POST-PARAGRAPH
                   ADD 1 TO WS-LOAD-POSTED END-ADD
               ELSE
                   PERFORM RESULTS-LOAD-REJECT-PARAGRAPH
                   ADD 1 TO WS-LOAD-REJECTED END-ADD
               END-IF
           .

           RESULTS-LOAD-VALIDATE-PARAGRAPH.
      *        The first fault found is the one reported
               IF FD-RESULTS-SHEET IS EQUAL TO SPACES
                   MOVE "01" TO WS-LOAD-REASON
               END-IF
               IF LOAD-RECORD-GOOD
                   PERFORM RESULTS-LOAD-POSTED-CHECK-PARAGRAPH
                   IF LOAD-POSTED-BEFORE
                       MOVE "02" TO WS-LOAD-REASON
                   END-IF
               END-IF
               IF LOAD-RECORD-GOOD
                   MOVE FD-RESULTS-DATE TO WS-LOAD-DATE
                   IF WS-LOAD-DATE IS NOT NUMERIC
                       MOVE "03" TO WS-LOAD-REASON
                   ELSE
                       IF WS-LOAD-DATE-MM IS LESS THAN 1
                           OR WS-LOAD-DATE-MM IS GREATER THAN 12
                           OR WS-LOAD-DATE-DD IS LESS THAN 1
                           OR WS-LOAD-DATE-DD IS GREATER THAN 31
                           OR WS-LOAD-DATE IS GREATER THAN
                           WS-TODAYS-DATE
                           OR FUNCTION TEST-DATE-YYYYMMDD
                           (WS-LOAD-DATE-N) IS NOT EQUAL TO 0
                           MOVE "03" TO WS-LOAD-REASON
                       END-IF
                   END-IF
               END-IF
               IF LOAD-RECORD-GOOD
                   MOVE FD-RESULTS-X-NAME TO WS-PLAYER-UPDATE-NAME
                   PERFORM RESULTS-LOAD-PLAYER-CHECK-PARAGRAPH
                   IF NOT PLAYER-EXISTS
                       MOVE "04" TO WS-LOAD-REASON
                   END-IF
               END-IF
               IF LOAD-RECORD-GOOD
                   MOVE FD-RESULTS-O-NAME TO WS-PLAYER-UPDATE-NAME
                   PERFORM RESULTS-LOAD-PLAYER-CHECK-PARAGRAPH
                   IF NOT PLAYER-EXISTS
                       MOVE "05" TO WS-LOAD-REASON
                   END-IF
               END-IF
               IF LOAD-RECORD-GOOD
                   IF FD-RESULTS-X-NAME IS EQUAL TO FD-RESULTS-O-NAME
                       MOVE "06" TO WS-LOAD-REASON
                   END-IF
               END-IF
               IF LOAD-RECORD-GOOD
                   MOVE FUNCTION UPPER-CASE(FD-RESULTS-RESULT)
                       TO WS-LOAD-RESULT
                   MOVE WS-LOAD-RESULT TO WS-RESULT-CODE
                   IF NOT RESULT-FINAL
                       MOVE "07" TO WS-LOAD-REASON
                   END-IF
               END-IF
               IF LOAD-RECORD-GOOD
                   PERFORM RESULTS-LOAD-VARIANT-PARAGRAPH
               END-IF
               IF LOAD-RECORD-GOOD
                   PERFORM RESULTS-LOAD-MOVES-PARAGRAPH
               END-IF
           .

           RESULTS-LOAD-POSTED-CHECK-PARAGRAPH.
      *        Has this scoresheet been posted here before?
               INITIALIZE WS-LOAD-POSTED-BEFORE
               INITIALIZE WS-EOF
               OPEN INPUT FD-LOADPST
               PERFORM UNTIL EOF OR LOAD-POSTED-BEFORE
                   READ FD-LOADPST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-LOADPST-SHEET IS EQUAL TO
                               FD-RESULTS-SHEET
                               SET WS-LOAD-POSTED-BEFORE TO 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-LOADPST
           .

           RESULTS-LOAD-PLAYER-CHECK-PARAGRAPH.
      *        Is WS-PLAYER-UPDATE-NAME a registered player? A
      *        scoresheet may not bring a new name in - that is the
      *        usual source of misspelt duplicate rows
               INITIALIZE WS-PLAYER-EXISTS
               IF WS-PLAYER-UPDATE-NAME IS NOT EQUAL TO SPACES
                   MOVE WS-PLAYER-UPDATE-NAME TO FD-PLAYER-NAME
                   OPEN INPUT FD-PLAYER
                   IF NOT PLAYER-FILE-NOT-FOUND
                       READ FD-PLAYER KEY IS FD-PLAYER-NAME
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-PLAYER-EXISTS TO 1
                       END-READ
                       CLOSE FD-PLAYER
                   END-IF
               END-IF
           .

           RESULTS-LOAD-VARIANT-PARAGRAPH.
      *        Find the record's rule variant and make its masks the
      *        live ones, so the move list is proven and the game is
      *        logged under the rules it was played to. With no
      *        library on file only the classic set is playable
               MOVE FUNCTION UPPER-CASE(FD-RESULTS-VARIANT)
                   TO WS-LOAD-VARIANT
               IF WS-LOAD-VARIANT IS EQUAL TO SPACES
                   MOVE "CLASSIC" TO WS-LOAD-VARIANT
               END-IF
               IF WS-VARIANT-COUNT IS EQUAL TO 0
                   IF WS-LOAD-VARIANT IS NOT EQUAL TO "CLASSIC"
                       MOVE "08" TO WS-LOAD-REASON
                   END-IF
               ELSE
                   INITIALIZE WS-VARIANT-PICK
                   PERFORM VARYING WS-VARIANT-I FROM 1 BY 1
                       UNTIL WS-VARIANT-I > WS-VARIANT-COUNT
                       OR WS-VARIANT-PICK IS GREATER THAN 0
                       IF FUNCTION UPPER-CASE
                           (WS-VARIANT-TNAME(WS-VARIANT-I))
                           IS EQUAL TO WS-LOAD-VARIANT
                           MOVE WS-VARIANT-I TO WS-VARIANT-PICK
                       END-IF
                   END-PERFORM
                   IF WS-VARIANT-PICK IS EQUAL TO 0
                       MOVE "08" TO WS-LOAD-REASON
                   ELSE
                       IF WS-VARIANT-BAD(WS-VARIANT-PICK)
                           IS EQUAL TO 1
                           MOVE "08" TO WS-LOAD-REASON
                       END-IF
                   END-IF
                   IF LOAD-RECORD-GOOD
                       MOVE WS-VARIANT-TNAME(WS-VARIANT-PICK)
                           TO WS-VARIANT-NAME
                       INITIALIZE WS-WINMASK-STRICT
                       INITIALIZE WS-WINMASK-TABLE
                       MOVE WS-VARIANT-MASK-COUNT(WS-VARIANT-PICK)
                           TO WS-WINMASK-COUNT
                       PERFORM VARYING WS-VARIANT-I FROM 1 BY 1
                           UNTIL WS-VARIANT-I > WS-WINMASK-COUNT
                           MOVE WS-VARIANT-MASK
                               (WS-VARIANT-PICK, WS-VARIANT-I)
                               TO WS-WINMASK-ENTRY(WS-VARIANT-I)
                       END-PERFORM
      *                A variant the session would refuse to play
      *                cannot settle a result either
                       INITIALIZE WS-WINMASKS-BAD
                       PERFORM WINMASK-TABLE-CHECK-PARAGRAPH
                       IF WINMASKS-BAD
                           MOVE "08" TO WS-LOAD-REASON
                       END-IF
                       MOVE WS-LOAD-SAVE-BAD TO WS-WINMASKS-BAD
                   END-IF
               END-IF
           .

           RESULTS-LOAD-MOVES-PARAGRAPH.
      *        Replay the move list from an empty board the way a
      *        correspondence history is proven - marks alternate
      *        from X onto empty squares and stop when the game
      *        ends, and the game must end the way the sheet says.
      *        A game resigned, lost on time or agreed drawn must
      *        still have been open when it stopped. A sheet with no
      *        moves carries its result alone
               MOVE WS-LOAD-RESULT TO WS-RESULT-CODE
               MOVE FD-RESULTS-MOVES TO WS-LOAD-MOVE-LIST
               INITIALIZE WS-LOAD-MOVE-COUNT WS-LOAD-MOVE-TABLE
               INITIALIZE WS-LOAD-ENDED
               IF WS-LOAD-MOVE-LIST IS NOT EQUAL TO SPACES
                   INITIALIZE WS-GAME-GRID
                   INITIALIZE WS-MOVES
                   MOVE "OPEN" TO WS-LOAD-CALC-STATE
                   PERFORM RESULTS-LOAD-MOVE-PARAGRAPH
                       VARYING WS-LOAD-I FROM 1 BY 1
                       UNTIL WS-LOAD-I > 9
                       OR NOT LOAD-RECORD-GOOD
                   IF LOAD-RECORD-GOOD
                       IF RESULT-OFF-BOARD
                           IF WS-LOAD-CALC-STATE IS NOT EQUAL TO
                               "OPEN"
                               MOVE "10" TO WS-LOAD-REASON
                           END-IF
                       ELSE
                           IF WS-LOAD-CALC-STATE IS NOT EQUAL TO
                               WS-LOAD-RESULT
                               MOVE "10" TO WS-LOAD-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           .

           RESULTS-LOAD-MOVE-PARAGRAPH.
      *        One square of the list against the rebuilt position
               IF WS-LOAD-SQUARE(WS-LOAD-I) IS EQUAL TO SPACES
                   SET WS-LOAD-ENDED TO 1
               ELSE
                   MOVE 0 TO WS-ROW
                   MOVE 0 TO WS-COL
                   EVALUATE FUNCTION UPPER-CASE
                       (WS-LOAD-SQUARE-ROW(WS-LOAD-I))
                       WHEN "A" MOVE 1 TO WS-ROW
                       WHEN "B" MOVE 2 TO WS-ROW
                       WHEN "C" MOVE 3 TO WS-ROW
                       WHEN OTHER MOVE 0 TO WS-ROW
                   END-EVALUATE
                   IF WS-LOAD-SQUARE-COL(WS-LOAD-I) IS EQUAL TO "1"
                       OR WS-LOAD-SQUARE-COL(WS-LOAD-I)
                       IS EQUAL TO "2"
                       OR WS-LOAD-SQUARE-COL(WS-LOAD-I)
                       IS EQUAL TO "3"
                       MOVE WS-LOAD-SQUARE-COL(WS-LOAD-I) TO WS-COL
                   END-IF
      *            A gap in the list, a square off the board, a
      *            square already taken or a move after the game
      *            was over all make the list unusable
                   IF LOAD-LIST-ENDED
                       OR WS-ROW IS EQUAL TO 0
                       OR WS-COL IS EQUAL TO 0
                       OR WS-LOAD-CALC-STATE IS NOT EQUAL TO "OPEN"
                       MOVE "09" TO WS-LOAD-REASON
                   ELSE
                       IF WS-CELL(WS-ROW, WS-COL) IS NOT EQUAL TO " "
                           MOVE "09" TO WS-LOAD-REASON
                       END-IF
                   END-IF
                   IF LOAD-RECORD-GOOD
                       IF FUNCTION MOD(WS-MOVES, 2) IS EQUAL TO 0
                           MOVE "X" TO WS-LOAD-EXPECT
                       ELSE
                           MOVE "O" TO WS-LOAD-EXPECT
                       END-IF
                       MOVE WS-LOAD-EXPECT TO WS-CELL(WS-ROW, WS-COL)
                       ADD 1 TO WS-MOVES END-ADD
                       ADD 1 TO WS-LOAD-MOVE-COUNT END-ADD
                       MOVE WS-ROW TO WS-LOAD-MOVE-ROW(WS-LOAD-I)
                       MOVE WS-COL TO WS-LOAD-MOVE-COL(WS-LOAD-I)
                       MOVE WS-LOAD-EXPECT TO WS-CHECK-MARK
                       PERFORM FLATTEN-GRID-PARAGRAPH
                       PERFORM COMPUTER-SCAN-MASKS-PARAGRAPH
                       IF WIN-DETECTED
                           IF WS-CHECK-MARK IS EQUAL TO "X"
                               MOVE "WIN" TO WS-LOAD-CALC-STATE
                           ELSE
                               MOVE "LOSE" TO WS-LOAD-CALC-STATE
                           END-IF
                       ELSE
                           IF WS-MOVES IS EQUAL TO 9
                               MOVE "STALE" TO WS-LOAD-CALC-STATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           .

           RESULTS-LOAD-POST-PARAGRAPH.
      *        Post the game exactly as a two-player game played
      *        here is posted - move log, tally, history, both
      *        player rows and both ratings - dated the day it was
      *        played. A sheet without moves still leaves one
      *        result record in the move log, so the tally and the
      *        log keep reconciling; so does a game that ended off
      *        the board, after its moves, in the name of the side
      *        that resigned or ran out of time
               MOVE FD-RESULTS-X-NAME TO WS-PLAYER-X-NAME
               MOVE FD-RESULTS-O-NAME TO WS-PLAYER-O-NAME
               MOVE "2" TO WS-GAME-MODE
               MOVE SPACES TO WS-DIFFICULTY
               INITIALIZE WS-HANDICAP WS-HANDICAP-MARK
               MOVE WS-LOAD-RESULT TO WS-STATE
               MOVE WS-LOAD-DATE TO WS-POST-DATE
               MOVE WS-LOAD-RESULT TO WS-RESULT-CODE
               IF WS-LOAD-MOVE-COUNT IS GREATER THAN 0
                   PERFORM RESULTS-LOAD-MOVELOG-PARAGRAPH
                       VARYING WS-LOAD-I FROM 1 BY 1
                       UNTIL WS-LOAD-I > WS-LOAD-MOVE-COUNT
               END-IF
               IF WS-LOAD-MOVE-COUNT IS EQUAL TO 0
                   OR RESULT-OFF-BOARD
                   MOVE WS-LOAD-MOVE-COUNT TO WS-MOVES
                   EVALUATE WS-LOAD-RESULT
                       WHEN "RESX"
                       WHEN "TIMEX"
                           MOVE "X" TO WS-PLAYER
                       WHEN "RESO"
                       WHEN "TIMEO"
                           MOVE "O" TO WS-PLAYER
                       WHEN OTHER
                           MOVE " " TO WS-PLAYER
                   END-EVALUATE
                   MOVE 0 TO WS-ROW
                   MOVE 0 TO WS-COL
                   MOVE WS-LOAD-RESULT TO WS-MOVE-OUTCOME
                   PERFORM MOVELOG-WRITE-PARAGRAPH
               END-IF
               ADD 1 TO WS-GAMES END-ADD
               EVALUATE TRUE
                   WHEN STATE-X-WON
                       ADD 1 TO WS-WINS END-ADD
                   WHEN STATE-DRAWN
                       ADD 1 TO WS-STALEMATES END-ADD
                   WHEN OTHER
                       ADD 1 TO WS-LOSSES END-ADD
               END-EVALUATE
               PERFORM STATS-SAVE-PARAGRAPH
               MOVE WS-GAMES TO WS-HISTORY-GAME-NO
               PERFORM HISTORY-WRITE-PARAGRAPH
               PERFORM PLAYER-STATS-UPDATE-PARAGRAPH
               PERFORM RATING-UPDATE-PARAGRAPH
               MOVE FD-RESULTS-SHEET TO FD-LOADPST-SHEET
               MOVE WS-TODAYS-DATE TO FD-LOADPST-DATE
               MOVE WS-GAMES TO FD-LOADPST-GAME
               OPEN EXTEND FD-LOADPST
               WRITE FD-LOADPST-RECORD END-WRITE
               CLOSE FD-LOADPST
               INITIALIZE WS-LOAD-LINE
               STRING "POSTED   " DELIMITED BY SIZE
                   FD-RESULTS-SHEET DELIMITED BY SIZE
                   " GAME " DELIMITED BY SIZE
                   WS-GAMES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PLAYER-X-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PLAYER-O-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STATE DELIMITED BY SIZE
                   INTO WS-LOAD-LINE
               END-STRING
               PERFORM RESULTS-LOAD-PUT-LINE-PARAGRAPH
           .

           RESULTS-LOAD-MOVELOG-PARAGRAPH.
      *        One proven move to the move log; the last one carries
      *        a board result, as the deciding move of a game here
      *        does
               MOVE WS-LOAD-I TO WS-MOVES
               IF FUNCTION MOD(WS-LOAD-I, 2) IS EQUAL TO 1
                   MOVE "X" TO WS-PLAYER
               ELSE
                   MOVE "O" TO WS-PLAYER
               END-IF
               MOVE WS-LOAD-MOVE-ROW(WS-LOAD-I) TO WS-ROW
               MOVE WS-LOAD-MOVE-COL(WS-LOAD-I) TO WS-COL
               IF WS-LOAD-I IS EQUAL TO WS-LOAD-MOVE-COUNT
                   AND NOT RESULT-OFF-BOARD
                   MOVE WS-LOAD-RESULT TO WS-MOVE-OUTCOME
               ELSE
                   MOVE SPACES TO WS-MOVE-OUTCOME
               END-IF
               PERFORM MOVELOG-WRITE-PARAGRAPH
           .

           RESULTS-LOAD-REJECT-PARAGRAPH.
      *        Turn the record back whole behind its reason code
               EVALUATE WS-LOAD-REASON
                   WHEN "01"
                       MOVE "NO SCORESHEET REFERENCE"
                           TO WS-LOAD-REASON-TEXT
                   WHEN "02"
                       MOVE "SCORESHEET ALREADY POSTED"
                           TO WS-LOAD-REASON-TEXT
                   WHEN "03"
                       MOVE "DATE INVALID OR IN THE FUTURE"
                           TO WS-LOAD-REASON-TEXT
                   WHEN "04"
                       MOVE "X PLAYER NOT ON FILE"
                           TO WS-LOAD-REASON-TEXT
                   WHEN "05"
                       MOVE "O PLAYER NOT ON FILE"
                           TO WS-LOAD-REASON-TEXT
                   WHEN "06"
                       MOVE "SAME PLAYER IN BOTH SEATS"
                           TO WS-LOAD-REASON-TEXT
                   WHEN "07"
                       MOVE "RESULT CODE NOT RECOGNISED"
                           TO WS-LOAD-REASON-TEXT
                   WHEN "08"
                       MOVE "VARIANT UNKNOWN OR UNPLAYABLE"
                           TO WS-LOAD-REASON-TEXT
                   WHEN "09"
                       MOVE "MOVE LIST NOT PLAYABLE"
                           TO WS-LOAD-REASON-TEXT
                   WHEN OTHER
                       MOVE "MOVES DO NOT GIVE THE RESULT"
                           TO WS-LOAD-REASON-TEXT
               END-EVALUATE
               MOVE WS-LOAD-REASON TO FD-LOADREJ-REASON
               MOVE FD-RESULTS-RECORD TO FD-LOADREJ-IMAGE
               WRITE FD-LOADREJ-RECORD END-WRITE
               INITIALIZE WS-LOAD-LINE
               STRING "REJECTED " DELIMITED BY SIZE
                   FD-RESULTS-SHEET DELIMITED BY SIZE
                   " REASON " DELIMITED BY SIZE
                   WS-LOAD-REASON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOAD-REASON-TEXT DELIMITED BY SIZE
                   INTO WS-LOAD-LINE
               END-STRING
               PERFORM RESULTS-LOAD-PUT-LINE-PARAGRAPH
           .

           RESULTS-LOAD-PUT-LINE-PARAGRAPH.
      *        Every report line goes to the file and the console
               MOVE WS-LOAD-LINE TO FD-LOADRPT-RECORD
               WRITE FD-LOADRPT-RECORD END-WRITE
               DISPLAY WS-LOAD-LINE END-DISPLAY
           .

           REBUILD-RUN-PARAGRAPH.
      *        Count every player row and the lifetime tally back
      *        up from the season and live history, replay every
      *        rating from the rating history, write the results to
      *        PLAYER.RBL and STATS.RBL and the differences to
      *        RBLRPT.DAT. The live files change only when the
      *        operator at the console says to swap the rebuild in
               INITIALIZE WS-RBL-ROW-TABLE WS-RBL-ROW-COUNT
               INITIALIZE WS-RBL-ROWS-LOST WS-RBL-TOO-MANY
               INITIALIZE WS-RBL-HIST-READ WS-RBL-SEAS-READ
               INITIALIZE WS-RBL-RATE-READ
               INITIALIZE WS-RBL-SEAS-GAMES WS-RBL-SEAS-WINS
               INITIALIZE WS-RBL-SEAS-LOSSES WS-RBL-SEAS-STALES
               INITIALIZE WS-RBL-STATS-NEW
               MOVE WS-GAMES TO WS-RBL-OLD-S-GAMES
               MOVE WS-WINS TO WS-RBL-OLD-S-WINS
               MOVE WS-LOSSES TO WS-RBL-OLD-S-LOSSES
               MOVE WS-STALEMATES TO WS-RBL-OLD-S-STALES
      *        The rows as they stand today are the before images,
      *        and the only names the rebuild writes back
               INITIALIZE WS-EOF
               OPEN INPUT FD-PLAYER
               IF PLAYER-FILE-NOT-FOUND
                   SET WS-EOF TO 1
               END-IF
               PERFORM UNTIL EOF
                   READ FD-PLAYER NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF WS-RBL-ROW-COUNT IS LESS THAN 200
                               ADD 1 TO WS-RBL-ROW-COUNT END-ADD
                               MOVE WS-RBL-ROW-COUNT TO WS-RBL-SLOT
                               MOVE FD-PLAYER-NAME
                                   TO WS-RBL-NAME(WS-RBL-SLOT)
                               MOVE 1 TO WS-RBL-ON-FILE(WS-RBL-SLOT)
                               MOVE FD-PLAYER-GAMES
                                   TO WS-RBL-OLD-GAMES(WS-RBL-SLOT)
                               MOVE FD-PLAYER-WINS
                                   TO WS-RBL-OLD-WINS(WS-RBL-SLOT)
                               MOVE FD-PLAYER-LOSSES
                                   TO WS-RBL-OLD-LOSSES(WS-RBL-SLOT)
                               MOVE FD-PLAYER-STALEMATES
                                   TO WS-RBL-OLD-STALES(WS-RBL-SLOT)
                               MOVE FD-PLAYER-RATING
                                   TO WS-RBL-OLD-RATING(WS-RBL-SLOT)
                           ELSE
                               SET WS-RBL-TOO-MANY TO 1
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT PLAYER-FILE-NOT-FOUND
                   CLOSE FD-PLAYER
               END-IF
               OPEN OUTPUT FD-RBLRPT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-RBL-LINE
               STRING "REBUILD FROM HISTORY " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
      *        A row the table cannot hold would be lost from the
      *        rebuilt file, so a file that big is not rebuilt
               IF RBL-TOO-MANY
                   MOVE "PLAYER.DAT HOLDS MORE THAN 200 ROWS - REBUILD"
                       TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
                   MOVE "ABANDONED, LIVE FILES UNCHANGED"
                       TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
               ELSE
                   PERFORM REBUILD-COUNT-PARAGRAPH
                   PERFORM REBUILD-RATINGS-PARAGRAPH
                   PERFORM REBUILD-WRITE-PARAGRAPH
                   PERFORM REBUILD-REPORT-PARAGRAPH
                   PERFORM REBUILD-INSTALL-PARAGRAPH
               END-IF
               CLOSE FD-RBLRPT
               DISPLAY "Report written to RBLRPT.DAT" END-DISPLAY
           .

           REBUILD-COUNT-PARAGRAPH.
      *        Every game still on file, closed seasons first, posted
      *        again the way it was posted when it was played
               INITIALIZE WS-EOF
               SET WS-RBL-FROM-SEASHIST TO 1
               OPEN INPUT FD-SEASHIST
               PERFORM UNTIL EOF
                   READ FD-SEASHIST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-RBL-SEAS-READ END-ADD
                           MOVE FD-SEASHIST-RECORD
                               TO WS-RBL-HIST-RECORD
                           PERFORM REBUILD-HISTORY-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-SEASHIST
               INITIALIZE WS-EOF
               INITIALIZE WS-RBL-FROM-SEASHIST
               OPEN INPUT FD-HISTORY
               PERFORM UNTIL EOF
                   READ FD-HISTORY NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-RBL-HIST-READ END-ADD
                           MOVE FD-HISTORY-RECORD
                               TO WS-RBL-HIST-RECORD
                           PERFORM REBUILD-HISTORY-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-HISTORY
           .

           REBUILD-HISTORY-RECORD-PARAGRAPH.
      *        The X seat's row always took the game, the O seat's
      *        only when both seats were human. Every game but a
      *        correspondence one, which carries game number zero,
      *        went into the lifetime tally from X's side too
               MOVE WS-RBL-H-STATE TO WS-RESULT-CODE
               MOVE WS-RBL-H-X-NAME TO WS-RBL-FIND-NAME
               EVALUATE TRUE
                   WHEN RESULT-X-WON
                       MOVE "W" TO WS-RBL-SEAT-RESULT
                   WHEN RESULT-O-WON
                       MOVE "L" TO WS-RBL-SEAT-RESULT
                   WHEN OTHER
                       MOVE "S" TO WS-RBL-SEAT-RESULT
               END-EVALUATE
               PERFORM REBUILD-POST-SEAT-PARAGRAPH
               IF WS-RBL-H-MODE IS EQUAL TO "2"
                   MOVE WS-RBL-H-O-NAME TO WS-RBL-FIND-NAME
                   EVALUATE TRUE
                       WHEN RESULT-X-WON
                           MOVE "L" TO WS-RBL-SEAT-RESULT
                       WHEN RESULT-O-WON
                           MOVE "W" TO WS-RBL-SEAT-RESULT
                       WHEN OTHER
                           MOVE "S" TO WS-RBL-SEAT-RESULT
                   END-EVALUATE
                   PERFORM REBUILD-POST-SEAT-PARAGRAPH
               END-IF
               IF WS-RBL-H-GAME IS NOT EQUAL TO "00000"
                   ADD 1 TO WS-RBL-NEW-S-GAMES END-ADD
                   EVALUATE TRUE
                       WHEN RESULT-X-WON
                           ADD 1 TO WS-RBL-NEW-S-WINS END-ADD
                       WHEN RESULT-O-WON
                           ADD 1 TO WS-RBL-NEW-S-LOSSES END-ADD
                       WHEN OTHER
                           ADD 1 TO WS-RBL-NEW-S-STALES END-ADD
                   END-EVALUATE
               END-IF
           .

           REBUILD-POST-SEAT-PARAGRAPH.
      *        One seat's game onto its row, adding a not-on-file
      *        entry the first time a name only the history knows
      *        turns up. Season history postings are also counted
      *        the way the season close carried them to SEASTOT.DAT
               IF RBL-FROM-SEASHIST
                   ADD 1 TO WS-RBL-SEAS-GAMES END-ADD
                   EVALUATE WS-RBL-SEAT-RESULT
                       WHEN "W"
                           ADD 1 TO WS-RBL-SEAS-WINS END-ADD
                       WHEN "L"
                           ADD 1 TO WS-RBL-SEAS-LOSSES END-ADD
                       WHEN OTHER
                           ADD 1 TO WS-RBL-SEAS-STALES END-ADD
                   END-EVALUATE
               END-IF
               IF WS-RBL-FIND-NAME IS NOT EQUAL TO SPACES
                   PERFORM REBUILD-ROW-FIND-PARAGRAPH
                   IF WS-RBL-SLOT IS EQUAL TO 0
                       IF WS-RBL-ROW-COUNT IS LESS THAN 200
                           ADD 1 TO WS-RBL-ROW-COUNT END-ADD
                           MOVE WS-RBL-ROW-COUNT TO WS-RBL-SLOT
                           MOVE WS-RBL-FIND-NAME
                               TO WS-RBL-NAME(WS-RBL-SLOT)
                       ELSE
                           ADD 1 TO WS-RBL-ROWS-LOST END-ADD
                       END-IF
                   END-IF
                   IF WS-RBL-SLOT IS GREATER THAN 0
                       ADD 1 TO WS-RBL-NEW-GAMES(WS-RBL-SLOT) END-ADD
                       EVALUATE WS-RBL-SEAT-RESULT
                           WHEN "W"
                               ADD 1 TO WS-RBL-NEW-WINS(WS-RBL-SLOT)
                               END-ADD
                           WHEN "L"
                               ADD 1 TO WS-RBL-NEW-LOSSES(WS-RBL-SLOT)
                               END-ADD
                           WHEN OTHER
                               ADD 1 TO WS-RBL-NEW-STALES(WS-RBL-SLOT)
                               END-ADD
                       END-EVALUATE
                   END-IF
               END-IF
           .

           REBUILD-ROW-FIND-PARAGRAPH.
      *        Slot of WS-RBL-FIND-NAME in the row table, zero when
      *        it is not there
               MOVE 0 TO WS-RBL-SLOT
               PERFORM VARYING WS-RBL-I FROM 1 BY 1
                   UNTIL WS-RBL-I > WS-RBL-ROW-COUNT
                   OR WS-RBL-SLOT > 0
                   IF WS-RBL-NAME(WS-RBL-I) IS EQUAL TO
                       WS-RBL-FIND-NAME
                       MOVE WS-RBL-I TO WS-RBL-SLOT
                   END-IF
               END-PERFORM
           .

           REBUILD-RATINGS-PARAGRAPH.
      *        Line every rating change for a row on file up in the
      *        order it was posted, then walk each row's rating
      *        through them from the rating its first change was
      *        made from. The rating history is only ever appended
      *        to, so its own order is the order the ratings moved
      *        in - a loaded game dated back, or a season close's
      *        resets, sit just where they were applied. Too many
      *        changes to hold means the ratings stay as they are
               INITIALIZE WS-RBL-RATE-COUNT WS-RBL-RATE-FULL
               INITIALIZE WS-EOF
               OPEN INPUT FD-RATEHIST
               PERFORM UNTIL EOF
                   READ FD-RATEHIST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-RBL-RATE-READ END-ADD
                           PERFORM REBUILD-RATE-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-RATEHIST
               IF RBL-RATE-FULL
                   PERFORM VARYING WS-RBL-I FROM 1 BY 1
                       UNTIL WS-RBL-I > WS-RBL-ROW-COUNT
                       MOVE WS-RBL-OLD-RATING(WS-RBL-I)
                           TO WS-RBL-NEW-RATING(WS-RBL-I)
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-RBL-J FROM 1 BY 1
                       UNTIL WS-RBL-J > WS-RBL-RATE-COUNT
                       PERFORM REBUILD-RATE-APPLY-PARAGRAPH
                   END-PERFORM
               END-IF
           .

           REBUILD-RATE-RECORD-PARAGRAPH.
      *        File one change behind the changes read before it
               MOVE FD-RATEHIST-PLAYER TO WS-RBL-FIND-NAME
               PERFORM REBUILD-ROW-FIND-PARAGRAPH
               IF WS-RBL-SLOT IS GREATER THAN 0
                   IF WS-RBL-ON-FILE(WS-RBL-SLOT) IS EQUAL TO 0
                       OR FD-RATEHIST-OLD IS NOT NUMERIC
                       OR FD-RATEHIST-NEW IS NOT NUMERIC
                       MOVE 0 TO WS-RBL-SLOT
                   END-IF
               END-IF
               IF WS-RBL-SLOT IS GREATER THAN 0
                   IF WS-RBL-RATE-COUNT IS EQUAL TO 5000
                       SET WS-RBL-RATE-FULL TO 1
                   ELSE
                       ADD 1 TO WS-RBL-RATE-COUNT END-ADD
                       MOVE WS-RBL-RATE-COUNT TO WS-RBL-J
                       MOVE WS-RBL-SLOT TO WS-RBL-RATE-ROW(WS-RBL-J)
                       MOVE FD-RATEHIST-OLD
                           TO WS-RBL-RATE-OLD(WS-RBL-J)
                       COMPUTE WS-RBL-RATE-DELTA(WS-RBL-J) =
                           FD-RATEHIST-NEW - FD-RATEHIST-OLD
                       END-COMPUTE
                       IF FD-RATEHIST-OUTCOME IS EQUAL TO "RESET"
                           MOVE "Y" TO WS-RBL-RATE-RESET(WS-RBL-J)
                       ELSE
                           MOVE "N" TO WS-RBL-RATE-RESET(WS-RBL-J)
                       END-IF
                   END-IF
               END-IF
           .

           REBUILD-RATE-APPLY-PARAGRAPH.
      *        Walk one row's rating on by one change - a game's
      *        gain or loss, or a season close's walk back toward
      *        the 1000 start
               MOVE WS-RBL-RATE-ROW(WS-RBL-J) TO WS-RBL-SLOT
               IF WS-RBL-NEW-RATING(WS-RBL-SLOT) IS EQUAL TO 0
                   IF WS-RBL-RATE-OLD(WS-RBL-J) IS GREATER THAN 0
                       MOVE WS-RBL-RATE-OLD(WS-RBL-J)
                           TO WS-RBL-NEW-RATING(WS-RBL-SLOT)
                   ELSE
                       MOVE 1000 TO WS-RBL-NEW-RATING(WS-RBL-SLOT)
                   END-IF
               END-IF
               IF WS-RBL-RATE-RESET(WS-RBL-J) IS EQUAL TO "Y"
                   COMPUTE WS-RATING-WORK =
                       WS-RBL-NEW-RATING(WS-RBL-SLOT)
                       - (WS-RBL-NEW-RATING(WS-RBL-SLOT) - 1000) / 2
                   END-COMPUTE
               ELSE
                   COMPUTE WS-RATING-WORK =
                       WS-RBL-NEW-RATING(WS-RBL-SLOT)
                       + WS-RBL-RATE-DELTA(WS-RBL-J)
                   END-COMPUTE
               END-IF
               PERFORM RATING-CLAMP-PARAGRAPH
               MOVE WS-RATING-NEW TO WS-RBL-NEW-RATING(WS-RBL-SLOT)
           .

           REBUILD-WRITE-PARAGRAPH.
      *        The rebuilt rows for every name on file, in file
      *        order, and the rebuilt lifetime tally
               INITIALIZE WS-RBL-WRITTEN
               OPEN OUTPUT FD-PLAYRBL
               PERFORM VARYING WS-RBL-I FROM 1 BY 1
                   UNTIL WS-RBL-I > WS-RBL-ROW-COUNT
                   IF WS-RBL-ON-FILE(WS-RBL-I) IS EQUAL TO 1
                       MOVE WS-RBL-NAME(WS-RBL-I) TO WS-RBL-P-NAME
                       MOVE WS-RBL-NEW-GAMES(WS-RBL-I)
                           TO WS-RBL-P-GAMES
                       MOVE WS-RBL-NEW-WINS(WS-RBL-I) TO WS-RBL-P-WINS
                       MOVE WS-RBL-NEW-LOSSES(WS-RBL-I)
                           TO WS-RBL-P-LOSSES
                       MOVE WS-RBL-NEW-STALES(WS-RBL-I)
                           TO WS-RBL-P-STALES
                       MOVE WS-RBL-NEW-RATING(WS-RBL-I)
                           TO WS-RBL-P-RATING
                       MOVE WS-RBL-PLAYER-IMAGE TO FD-PLAYRBL-RECORD
                       WRITE FD-PLAYRBL-RECORD END-WRITE
                       ADD 1 TO WS-RBL-WRITTEN END-ADD
                   END-IF
               END-PERFORM
               CLOSE FD-PLAYRBL
               MOVE WS-RBL-STATS-NEW TO FD-STATSRBL-RECORD
               OPEN OUTPUT FD-STATSRBL
               WRITE FD-STATSRBL-RECORD END-WRITE
               CLOSE FD-STATSRBL
           .

           REBUILD-REPORT-PARAGRAPH.
      *        What was read, the lifetime tally before and after
      *        with the move log's own count beside it, the season
      *        history against its carried totals, then every row
      *        the rebuild would change
               INITIALIZE WS-RBL-LINE
               STRING "SEASHIST.DAT RECORDS READ: " DELIMITED BY SIZE
                   WS-RBL-SEAS-READ DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
               INITIALIZE WS-RBL-LINE
               STRING "HISTORY.DAT RECORDS READ: " DELIMITED BY SIZE
                   WS-RBL-HIST-READ DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
               INITIALIZE WS-RBL-LINE
               STRING "RATEHIST.DAT RECORDS READ: " DELIMITED BY SIZE
                   WS-RBL-RATE-READ DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH

               MOVE "LIFETIME TALLY" TO WS-RBL-LINE
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
               MOVE "STATS.DAT" TO WS-RBL-P-NAME
               MOVE WS-RBL-OLD-S-GAMES TO WS-RBL-P-GAMES
               MOVE WS-RBL-OLD-S-WINS TO WS-RBL-P-WINS
               MOVE WS-RBL-OLD-S-LOSSES TO WS-RBL-P-LOSSES
               MOVE WS-RBL-OLD-S-STALES TO WS-RBL-P-STALES
               MOVE "BEFORE" TO WS-RBL-LABEL
               PERFORM REBUILD-TALLY-LINE-PARAGRAPH
               MOVE SPACES TO WS-RBL-P-NAME
               MOVE WS-RBL-NEW-S-GAMES TO WS-RBL-P-GAMES
               MOVE WS-RBL-NEW-S-WINS TO WS-RBL-P-WINS
               MOVE WS-RBL-NEW-S-LOSSES TO WS-RBL-P-LOSSES
               MOVE WS-RBL-NEW-S-STALES TO WS-RBL-P-STALES
               MOVE "AFTER" TO WS-RBL-LABEL
               PERFORM REBUILD-TALLY-LINE-PARAGRAPH
      *        The move log and the archive totals count the same
      *        games from the other side - a difference here means
      *        the history itself has lost or gained games
               INITIALIZE WS-RECON-LOG-GAMES WS-RECON-LOG-WINS
               INITIALIZE WS-RECON-LOG-LOSSES WS-RECON-LOG-STALES
               INITIALIZE WS-RECON-PREV-GAME
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVELOG
               PERFORM UNTIL EOF
                   READ FD-MOVELOG NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           PERFORM RECONCILE-LOG-TALLY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-MOVELOG
               PERFORM ARCHTOT-LOAD-PARAGRAPH
               ADD WS-ARCHTOT-WINS TO WS-RECON-LOG-WINS END-ADD
               ADD WS-ARCHTOT-LOSSES TO WS-RECON-LOG-LOSSES END-ADD
               ADD WS-ARCHTOT-STALES TO WS-RECON-LOG-STALES END-ADD
               COMPUTE WS-RECON-LOG-DONE =
                   WS-RECON-LOG-WINS + WS-RECON-LOG-LOSSES
                   + WS-RECON-LOG-STALES
               END-COMPUTE
               MOVE "MOVELOG + ARCHTOT" TO WS-RBL-P-NAME
               MOVE WS-RECON-LOG-DONE TO WS-RBL-P-GAMES
               MOVE WS-RECON-LOG-WINS TO WS-RBL-P-WINS
               MOVE WS-RECON-LOG-LOSSES TO WS-RBL-P-LOSSES
               MOVE WS-RECON-LOG-STALES TO WS-RBL-P-STALES
               IF WS-RECON-LOG-DONE IS EQUAL TO WS-RBL-NEW-S-GAMES
                   AND WS-RECON-LOG-WINS IS EQUAL TO WS-RBL-NEW-S-WINS
                   AND WS-RECON-LOG-LOSSES
                       IS EQUAL TO WS-RBL-NEW-S-LOSSES
                   AND WS-RECON-LOG-STALES
                       IS EQUAL TO WS-RBL-NEW-S-STALES
                   MOVE "AGREES" TO WS-RBL-LABEL
               ELSE
                   MOVE "DIFFERS" TO WS-RBL-LABEL
               END-IF
               PERFORM REBUILD-TALLY-LINE-PARAGRAPH

               MOVE "SEASON HISTORY" TO WS-RBL-LINE
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
               PERFORM SEASTOT-LOAD-PARAGRAPH
               INITIALIZE WS-RBL-LINE
               STRING "  SEASHIST RECOUNT            G "
                   DELIMITED BY SIZE
                   WS-RBL-SEAS-GAMES DELIMITED BY SIZE
                   " W " DELIMITED BY SIZE
                   WS-RBL-SEAS-WINS DELIMITED BY SIZE
                   " L " DELIMITED BY SIZE
                   WS-RBL-SEAS-LOSSES DELIMITED BY SIZE
                   " S " DELIMITED BY SIZE
                   WS-RBL-SEAS-STALES DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
               IF WS-RBL-SEAS-GAMES IS EQUAL TO WS-SEASTOT-GAMES
                   AND WS-RBL-SEAS-WINS IS EQUAL TO WS-SEASTOT-WINS
                   AND WS-RBL-SEAS-LOSSES IS EQUAL TO WS-SEASTOT-LOSSES
                   AND WS-RBL-SEAS-STALES IS EQUAL TO WS-SEASTOT-STALES
                   MOVE "AGREES" TO WS-RBL-LABEL
               ELSE
                   MOVE "DIFFERS" TO WS-RBL-LABEL
               END-IF
               INITIALIZE WS-RBL-LINE
               STRING "  SEASTOT.DAT                 G "
                   DELIMITED BY SIZE
                   WS-SEASTOT-GAMES DELIMITED BY SIZE
                   " W " DELIMITED BY SIZE
                   WS-SEASTOT-WINS DELIMITED BY SIZE
                   " L " DELIMITED BY SIZE
                   WS-SEASTOT-LOSSES DELIMITED BY SIZE
                   " S " DELIMITED BY SIZE
                   WS-SEASTOT-STALES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RBL-LABEL DELIMITED BY SPACE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH

               MOVE "PLAYER ROWS THE REBUILD CHANGES" TO WS-RBL-LINE
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
               INITIALIZE WS-RBL-CHANGED WS-RBL-UNCHANGED
               INITIALIZE WS-RBL-OFF-FILE
               PERFORM VARYING WS-RBL-I FROM 1 BY 1
                   UNTIL WS-RBL-I > WS-RBL-ROW-COUNT
                   IF WS-RBL-ON-FILE(WS-RBL-I) IS EQUAL TO 1
                       PERFORM REBUILD-ROW-LINE-PARAGRAPH
                   ELSE
                       ADD 1 TO WS-RBL-OFF-FILE END-ADD
                   END-IF
               END-PERFORM
               INITIALIZE WS-RBL-LINE
               STRING "ROWS CHANGED: " DELIMITED BY SIZE
                   WS-RBL-CHANGED DELIMITED BY SIZE
                   "  UNCHANGED: " DELIMITED BY SIZE
                   WS-RBL-UNCHANGED DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
      *        A name the history knows but the file does not was
      *        deleted on purpose, or lost - either way it is for
      *        the operator to bring back, not the rebuild
               IF WS-RBL-OFF-FILE IS GREATER THAN 0
                   MOVE "NAMES IN THE HISTORY BUT NOT ON PLAYER.DAT"
                       TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
                   MOVE "HISTORY" TO WS-RBL-LABEL
                   PERFORM VARYING WS-RBL-I FROM 1 BY 1
                       UNTIL WS-RBL-I > WS-RBL-ROW-COUNT
                       IF WS-RBL-ON-FILE(WS-RBL-I) IS EQUAL TO 0
                           MOVE WS-RBL-NAME(WS-RBL-I) TO WS-RBL-P-NAME
                           MOVE WS-RBL-NEW-GAMES(WS-RBL-I)
                               TO WS-RBL-P-GAMES
                           MOVE WS-RBL-NEW-WINS(WS-RBL-I)
                               TO WS-RBL-P-WINS
                           MOVE WS-RBL-NEW-LOSSES(WS-RBL-I)
                               TO WS-RBL-P-LOSSES
                           MOVE WS-RBL-NEW-STALES(WS-RBL-I)
                               TO WS-RBL-P-STALES
                           PERFORM REBUILD-TALLY-LINE-PARAGRAPH
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RBL-ROWS-LOST IS GREATER THAN 0
                   INITIALIZE WS-RBL-LINE
                   STRING "POSTINGS FOR NAMES BEYOND THE 200 HELD: "
                       DELIMITED BY SIZE
                       WS-RBL-ROWS-LOST DELIMITED BY SIZE
                       INTO WS-RBL-LINE
                   END-STRING
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
               END-IF
               IF RBL-RATE-FULL
                   MOVE "MORE THAN 5000 RATING CHANGES - RATINGS LEFT"
                       TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
                   MOVE "AS THEY STAND" TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
               END-IF
               INITIALIZE WS-RBL-LINE
               STRING "ROWS WRITTEN TO PLAYER.RBL: " DELIMITED BY SIZE
                   WS-RBL-WRITTEN DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
               MOVE "LIFETIME TALLY WRITTEN TO STATS.RBL"
                   TO WS-RBL-LINE
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
           .

           REBUILD-ROW-LINE-PARAGRAPH.
      *        A before and an after line for a row the rebuild
      *        changes; an unchanged row is only counted
               IF WS-RBL-OLD-GAMES(WS-RBL-I)
                   IS EQUAL TO WS-RBL-NEW-GAMES(WS-RBL-I)
                   AND WS-RBL-OLD-WINS(WS-RBL-I)
                   IS EQUAL TO WS-RBL-NEW-WINS(WS-RBL-I)
                   AND WS-RBL-OLD-LOSSES(WS-RBL-I)
                   IS EQUAL TO WS-RBL-NEW-LOSSES(WS-RBL-I)
                   AND WS-RBL-OLD-STALES(WS-RBL-I)
                   IS EQUAL TO WS-RBL-NEW-STALES(WS-RBL-I)
                   AND WS-RBL-OLD-RATING(WS-RBL-I)
                   IS EQUAL TO WS-RBL-NEW-RATING(WS-RBL-I)
                   ADD 1 TO WS-RBL-UNCHANGED END-ADD
               ELSE
                   ADD 1 TO WS-RBL-CHANGED END-ADD
                   MOVE WS-RBL-NAME(WS-RBL-I) TO WS-RBL-P-NAME
                   MOVE WS-RBL-OLD-GAMES(WS-RBL-I) TO WS-RBL-P-GAMES
                   MOVE WS-RBL-OLD-WINS(WS-RBL-I) TO WS-RBL-P-WINS
                   MOVE WS-RBL-OLD-LOSSES(WS-RBL-I) TO WS-RBL-P-LOSSES
                   MOVE WS-RBL-OLD-STALES(WS-RBL-I) TO WS-RBL-P-STALES
                   MOVE WS-RBL-OLD-RATING(WS-RBL-I) TO WS-RBL-P-RATING
                   MOVE "BEFORE" TO WS-RBL-LABEL
                   PERFORM REBUILD-ROW-IMAGE-LINE-PARAGRAPH
                   MOVE SPACES TO WS-RBL-P-NAME
                   MOVE WS-RBL-NEW-GAMES(WS-RBL-I) TO WS-RBL-P-GAMES
                   MOVE WS-RBL-NEW-WINS(WS-RBL-I) TO WS-RBL-P-WINS
                   MOVE WS-RBL-NEW-LOSSES(WS-RBL-I) TO WS-RBL-P-LOSSES
                   MOVE WS-RBL-NEW-STALES(WS-RBL-I) TO WS-RBL-P-STALES
                   MOVE WS-RBL-NEW-RATING(WS-RBL-I) TO WS-RBL-P-RATING
                   MOVE "AFTER" TO WS-RBL-LABEL
                   PERFORM REBUILD-ROW-IMAGE-LINE-PARAGRAPH
               END-IF
           .

           REBUILD-ROW-IMAGE-LINE-PARAGRAPH.
      *        A player row image with its rating
               INITIALIZE WS-RBL-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-RBL-P-NAME DELIMITED BY SIZE
                   WS-RBL-LABEL(1:7) DELIMITED BY SIZE
                   " G " DELIMITED BY SIZE
                   WS-RBL-P-GAMES DELIMITED BY SIZE
                   " W " DELIMITED BY SIZE
                   WS-RBL-P-WINS DELIMITED BY SIZE
                   " L " DELIMITED BY SIZE
                   WS-RBL-P-LOSSES DELIMITED BY SIZE
                   " S " DELIMITED BY SIZE
                   WS-RBL-P-STALES DELIMITED BY SIZE
                   " R " DELIMITED BY SIZE
                   WS-RBL-P-RATING DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
           .

           REBUILD-TALLY-LINE-PARAGRAPH.
      *        Counts alone, for the lifetime tally and for names
      *        that carry no row to rate
               INITIALIZE WS-RBL-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-RBL-P-NAME DELIMITED BY SIZE
                   WS-RBL-LABEL(1:7) DELIMITED BY SIZE
                   " G " DELIMITED BY SIZE
                   WS-RBL-P-GAMES DELIMITED BY SIZE
                   " W " DELIMITED BY SIZE
                   WS-RBL-P-WINS DELIMITED BY SIZE
                   " L " DELIMITED BY SIZE
                   WS-RBL-P-LOSSES DELIMITED BY SIZE
                   " S " DELIMITED BY SIZE
                   WS-RBL-P-STALES DELIMITED BY SIZE
                   INTO WS-RBL-LINE
               END-STRING
               PERFORM REBUILD-PUT-LINE-PARAGRAPH
           .

           REBUILD-INSTALL-PARAGRAPH.
      *        Swapping the rebuild in is the operator's call, made
      *        with the report in front of them - a headless run
      *        only ever leaves the rebuilt files for inspection.
      *        The live rows and tally go to PLAYER.BAK and
      *        STATS.BAK first, so the swap can itself be undone
               INITIALIZE WS-NEXT-MOVE
               IF NOT HEADLESS
                   DISPLAY "Swap the rebuilt files in now? (y/n): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-NEXT-MOVE FROM CONSOLE END-ACCEPT
               END-IF
               IF ANSWERED-YES
                   IF WS-RBL-WRITTEN IS GREATER THAN 0
                       PERFORM PLAYER-BACKUP-PARAGRAPH
                       INITIALIZE WS-EOF
                       OPEN INPUT FD-PLAYRBL
                       OPEN OUTPUT FD-PLAYER
                       PERFORM UNTIL EOF
                           READ FD-PLAYRBL NEXT RECORD
                               AT END
                                   SET WS-EOF TO 1
                               NOT AT END
                                   MOVE FD-PLAYRBL-RECORD
                                       TO FD-PLAYER-RECORD
                                   WRITE FD-PLAYER-RECORD END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE FD-PLAYRBL
                       CLOSE FD-PLAYER
                   END-IF
                   MOVE WS-RBL-NEW-S-GAMES TO WS-GAMES
                   MOVE WS-RBL-NEW-S-WINS TO WS-WINS
                   MOVE WS-RBL-NEW-S-LOSSES TO WS-LOSSES
                   MOVE WS-RBL-NEW-S-STALES TO WS-STALEMATES
                   PERFORM STATS-SAVE-PARAGRAPH
                   MOVE "REBUILT FILES SWAPPED IN - PREVIOUS ROWS IN"
                       TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
                   MOVE "PLAYER.BAK, PREVIOUS TALLY IN STATS.BAK"
                       TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
               ELSE
                   MOVE "REBUILT FILES NOT SWAPPED IN - LIVE FILES"
                       TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
                   MOVE "UNCHANGED" TO WS-RBL-LINE
                   PERFORM REBUILD-PUT-LINE-PARAGRAPH
               END-IF
           .

           REBUILD-PUT-LINE-PARAGRAPH.
      *        Every report line goes to the file and the console
               MOVE WS-RBL-LINE TO FD-RBLRPT-RECORD
               WRITE FD-RBLRPT-RECORD END-WRITE
               DISPLAY WS-RBL-LINE END-DISPLAY
           .

           JOURNAL-REPORT-PARAGRAPH.
      *        List the maintenance journal to JNLRPT.DAT, every
      *        entry or only those naming one player, across the
      *        asked-for date range - each action with who did it,
      *        the rows before and after, and what it rewrote. Names
      *        are journalled as typed, so the player is matched
      *        whatever the case
               IF HEADLESS
                   MOVE WS-CTL-JNLNAME TO WS-JNL-NAME
                   MOVE WS-CTL-JNLFROM TO WS-JNL-FROM-DATE
                   MOVE WS-CTL-JNLTO TO WS-JNL-TO-DATE
               ELSE
                   DISPLAY "Player name (blank for all): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-JNL-NAME FROM CONSOLE END-ACCEPT
                   MOVE FUNCTION UPPER-CASE(WS-JNL-NAME)
                       TO WS-JNL-NAME
                   DISPLAY "From date (YYYYMMDD, blank for all): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-JNL-FROM-DATE FROM CONSOLE END-ACCEPT
                   DISPLAY "To date (YYYYMMDD, blank for all): "
                       WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT WS-JNL-TO-DATE FROM CONSOLE END-ACCEPT
                   IF WS-JNL-FROM-DATE IS EQUAL TO SPACES
                       MOVE "00000000" TO WS-JNL-FROM-DATE
                   END-IF
                   IF WS-JNL-TO-DATE IS EQUAL TO SPACES
                       MOVE "99999999" TO WS-JNL-TO-DATE
                   END-IF
               END-IF
               INITIALIZE WS-JNL-READ WS-JNL-LISTED
               OPEN OUTPUT FD-JNLRPT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-JNL-LINE
               STRING "PLAYER MAINTENANCE JOURNAL " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-JNL-LINE
               END-STRING
               PERFORM JOURNAL-PUT-LINE-PARAGRAPH
               INITIALIZE WS-JNL-LINE
               STRING "DATES " DELIMITED BY SIZE
                   WS-JNL-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-JNL-TO-DATE DELIMITED BY SIZE
                   INTO WS-JNL-LINE
               END-STRING
               PERFORM JOURNAL-PUT-LINE-PARAGRAPH
               IF WS-JNL-NAME IS NOT EQUAL TO SPACES
                   INITIALIZE WS-JNL-LINE
                   STRING "PLAYER " DELIMITED BY SIZE
                       WS-JNL-NAME DELIMITED BY SIZE
                       INTO WS-JNL-LINE
                   END-STRING
                   PERFORM JOURNAL-PUT-LINE-PARAGRAPH
               END-IF
               INITIALIZE WS-EOF
               OPEN INPUT FD-MAINTJNL
               PERFORM UNTIL EOF
                   READ FD-MAINTJNL NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-JNL-READ END-ADD
                           IF FD-MAINTJNL-DATE IS NOT LESS THAN
                               WS-JNL-FROM-DATE
                               AND FD-MAINTJNL-DATE IS NOT GREATER
                               THAN WS-JNL-TO-DATE
                               AND (WS-JNL-NAME IS EQUAL TO SPACES
                               OR FUNCTION UPPER-CASE
                               (FD-MAINTJNL-FROM-NAME) IS EQUAL TO
                               WS-JNL-NAME
                               OR FUNCTION UPPER-CASE
                               (FD-MAINTJNL-TO-NAME) IS EQUAL TO
                               WS-JNL-NAME)
                               PERFORM JOURNAL-ENTRY-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-MAINTJNL
               INITIALIZE WS-JNL-LINE
               STRING "ENTRIES READ: " DELIMITED BY SIZE
                   WS-JNL-READ DELIMITED BY SIZE
                   "  LISTED: " DELIMITED BY SIZE
                   WS-JNL-LISTED DELIMITED BY SIZE
                   INTO WS-JNL-LINE
               END-STRING
               PERFORM JOURNAL-PUT-LINE-PARAGRAPH
               CLOSE FD-JNLRPT
               DISPLAY "Report written to JNLRPT.DAT" END-DISPLAY
           .

           JOURNAL-ENTRY-PARAGRAPH.
      *        One journal entry: the action line, then each
      *        affected row before and after - or, for a club
      *        assignment, the club before and after
               ADD 1 TO WS-JNL-LISTED END-ADD
               EVALUATE FD-MAINTJNL-ACTION
                   WHEN "R"
                       MOVE "RENAME" TO WS-JNL-ACTION-TEXT
                   WHEN "M"
                       MOVE "MERGE" TO WS-JNL-ACTION-TEXT
                   WHEN "D"
                       MOVE "DELETE" TO WS-JNL-ACTION-TEXT
                   WHEN "A"
                       MOVE "CLUB" TO WS-JNL-ACTION-TEXT
                   WHEN OTHER
                       MOVE FD-MAINTJNL-ACTION TO WS-JNL-ACTION-TEXT
               END-EVALUATE
               INITIALIZE WS-JNL-LINE
               MOVE 1 TO WS-JNL-PTR
               STRING FD-MAINTJNL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-MAINTJNL-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-MAINTJNL-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-JNL-ACTION-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FD-MAINTJNL-FROM-NAME DELIMITED BY SIZE
                   INTO WS-JNL-LINE
                   WITH POINTER WS-JNL-PTR
               END-STRING
               IF FD-MAINTJNL-ACTION IS NOT EQUAL TO "D"
                   AND FD-MAINTJNL-ACTION IS NOT EQUAL TO "A"
                   STRING " -> " DELIMITED BY SIZE
                       FD-MAINTJNL-TO-NAME DELIMITED BY SIZE
                       INTO WS-JNL-LINE
                       WITH POINTER WS-JNL-PTR
                   END-STRING
               END-IF
               PERFORM JOURNAL-PUT-LINE-PARAGRAPH
               IF FD-MAINTJNL-ACTION IS EQUAL TO "A"
                   PERFORM JOURNAL-CLUB-LINE-PARAGRAPH
               ELSE
                   PERFORM JOURNAL-ROWS-PARAGRAPH
               END-IF
           .

           JOURNAL-ROWS-PARAGRAPH.
      *        The rows a rename, merge or delete touched, and the
      *        history it rewrote
               MOVE FD-MAINTJNL-FROM-NAME TO WS-JNL-ROW-NAME
               MOVE "BEFORE" TO WS-JNL-LABEL
               MOVE FD-MAINTJNL-FROM-BEFORE TO WS-JNL-IMAGE
               PERFORM JOURNAL-IMAGE-LINE-PARAGRAPH
               MOVE "AFTER" TO WS-JNL-LABEL
               MOVE FD-MAINTJNL-FROM-AFTER TO WS-JNL-IMAGE
               PERFORM JOURNAL-IMAGE-LINE-PARAGRAPH
               IF FD-MAINTJNL-ACTION IS NOT EQUAL TO "D"
                   MOVE FD-MAINTJNL-TO-NAME TO WS-JNL-ROW-NAME
                   MOVE "BEFORE" TO WS-JNL-LABEL
                   MOVE FD-MAINTJNL-TO-BEFORE TO WS-JNL-IMAGE
                   PERFORM JOURNAL-IMAGE-LINE-PARAGRAPH
                   MOVE "AFTER" TO WS-JNL-LABEL
                   MOVE FD-MAINTJNL-TO-AFTER TO WS-JNL-IMAGE
                   PERFORM JOURNAL-IMAGE-LINE-PARAGRAPH
               END-IF
               INITIALIZE WS-JNL-LINE
               STRING "  HISTORY RECORDS REWRITTEN " DELIMITED BY SIZE
                   FD-MAINTJNL-HIST-RECS DELIMITED BY SIZE
                   "  RATING HISTORY " DELIMITED BY SIZE
                   FD-MAINTJNL-RATE-RECS DELIMITED BY SIZE
                   INTO WS-JNL-LINE
               END-STRING
               PERFORM JOURNAL-PUT-LINE-PARAGRAPH
           .

           JOURNAL-CLUB-LINE-PARAGRAPH.
      *        The club a player was in and the one they were put
      *        in, NONE for no club
               MOVE FD-MAINTJNL-CLUB-BEFORE TO WS-JNL-CLUB-BEFORE
               IF WS-JNL-CLUB-BEFORE IS EQUAL TO SPACES
                   MOVE "NONE" TO WS-JNL-CLUB-BEFORE
               END-IF
               MOVE FD-MAINTJNL-CLUB-AFTER TO WS-JNL-CLUB-AFTER
               IF WS-JNL-CLUB-AFTER IS EQUAL TO SPACES
                   MOVE "NONE" TO WS-JNL-CLUB-AFTER
               END-IF
               INITIALIZE WS-JNL-LINE
               STRING "  CLUB " DELIMITED BY SIZE
                   WS-JNL-CLUB-BEFORE DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-JNL-CLUB-AFTER DELIMITED BY SIZE
                   INTO WS-JNL-LINE
               END-STRING
               PERFORM JOURNAL-PUT-LINE-PARAGRAPH
           .

           JOURNAL-IMAGE-LINE-PARAGRAPH.
      *        One row image, or NO ROW where the action found none
      *        or left none
               INITIALIZE WS-JNL-LINE
               IF WS-JNL-IMAGE IS EQUAL TO SPACES
                   STRING "  " DELIMITED BY SIZE
                       WS-JNL-LABEL DELIMITED BY SIZE
                       WS-JNL-ROW-NAME DELIMITED BY SIZE
                       " NO ROW" DELIMITED BY SIZE
                       INTO WS-JNL-LINE
                   END-STRING
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       WS-JNL-LABEL DELIMITED BY SIZE
                       WS-JNL-I-NAME DELIMITED BY SIZE
                       " G " DELIMITED BY SIZE
                       WS-JNL-I-GAMES DELIMITED BY SIZE
                       " W " DELIMITED BY SIZE
                       WS-JNL-I-WINS DELIMITED BY SIZE
                       " L " DELIMITED BY SIZE
                       WS-JNL-I-LOSSES DELIMITED BY SIZE
                       " S " DELIMITED BY SIZE
                       WS-JNL-I-STALES DELIMITED BY SIZE
                       " R " DELIMITED BY SIZE
                       WS-JNL-I-RATING DELIMITED BY SIZE
                       INTO WS-JNL-LINE
                   END-STRING
               END-IF
               PERFORM JOURNAL-PUT-LINE-PARAGRAPH
           .

           JOURNAL-PUT-LINE-PARAGRAPH.
      *        Every report line goes to the file and the console
               MOVE WS-JNL-LINE TO FD-JNLRPT-RECORD
               WRITE FD-JNLRPT-RECORD END-WRITE
               DISPLAY WS-JNL-LINE END-DISPLAY
           .

           CLUB-TABLE-REPORT-PARAGRAPH.
      *        The inter-club league table to CLUBRPT.DAT
               OPEN OUTPUT FD-CLUBRPT
               MOVE "T" TO WS-CLUB-OUT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-CLUB-LINE
               STRING "INTER-CLUB LEAGUE TABLE " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-CLUB-LINE
               END-STRING
               PERFORM CLUB-PUT-LINE-PARAGRAPH
               PERFORM CLUB-TABLE-BUILD-PARAGRAPH
               PERFORM CLUB-TABLE-LINES-PARAGRAPH
               CLOSE FD-CLUBRPT
           .

           CLUB-TABLE-BUILD-PARAGRAPH.
      *        Load the clubs and their members, total each club's
      *        member ratings from PLAYER.DAT - a never-rated row
      *        counts at the 1000 starting rating - then post every
      *        two-player game in HISTORY.DAT whose seats belong to
      *        two different clubs
               PERFORM CLUB-LOAD-PARAGRAPH
               PERFORM CLUB-MEMBERS-LOAD-PARAGRAPH
               INITIALIZE WS-CLUB-GAMES
               INITIALIZE WS-EOF
               OPEN INPUT FD-PLAYER
               IF PLAYER-FILE-NOT-FOUND
                   SET WS-EOF TO 1
               END-IF
               PERFORM UNTIL EOF
                   READ FD-PLAYER NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           MOVE FD-PLAYER-NAME TO WS-CLUB-FIND-NAME
                           PERFORM CLUB-MEMBER-FIND-PARAGRAPH
                           PERFORM CLUB-FIND-PARAGRAPH
                           IF WS-CLUB-SLOT IS GREATER THAN 0
                               ADD 1 TO WS-CLUB-MEMBERS(WS-CLUB-SLOT)
                               END-ADD
                               IF FD-PLAYER-RATING IS EQUAL TO 0
                                   ADD 1000 TO
                                       WS-CLUB-RATING-SUM(WS-CLUB-SLOT)
                                   END-ADD
                               ELSE
                                   ADD FD-PLAYER-RATING TO
                                       WS-CLUB-RATING-SUM(WS-CLUB-SLOT)
                                   END-ADD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT PLAYER-FILE-NOT-FOUND
                   CLOSE FD-PLAYER
               END-IF
               PERFORM VARYING WS-CLUB-I FROM 1 BY 1
                   UNTIL WS-CLUB-I > WS-CLUB-COUNT
                   IF WS-CLUB-MEMBERS(WS-CLUB-I) IS GREATER THAN 0
                       COMPUTE WS-CLUB-AVG(WS-CLUB-I) ROUNDED =
                           WS-CLUB-RATING-SUM(WS-CLUB-I)
                           / WS-CLUB-MEMBERS(WS-CLUB-I)
                       END-COMPUTE
                   END-IF
               END-PERFORM
               INITIALIZE WS-EOF
               OPEN INPUT FD-HISTORY
               PERFORM UNTIL EOF
                   READ FD-HISTORY NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-HISTORY-MODE IS EQUAL TO "2"
                               PERFORM CLUB-POST-GAME-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTORY
               PERFORM CLUB-TABLE-SORT-PARAGRAPH
           .

           CLUB-POST-GAME-PARAGRAPH.
      *        One game onto both clubs' rows, if it was an
      *        inter-club game at all
               MOVE FD-HISTORY-X-NAME TO WS-CLUB-FIND-NAME
               PERFORM CLUB-MEMBER-FIND-PARAGRAPH
               MOVE WS-CLUB-FIND-CODE TO WS-CLUB-X-CODE
               PERFORM CLUB-FIND-PARAGRAPH
               MOVE WS-CLUB-SLOT TO WS-CLUB-X-SLOT
               MOVE FD-HISTORY-O-NAME TO WS-CLUB-FIND-NAME
               PERFORM CLUB-MEMBER-FIND-PARAGRAPH
               MOVE WS-CLUB-FIND-CODE TO WS-CLUB-O-CODE
               PERFORM CLUB-FIND-PARAGRAPH
               MOVE WS-CLUB-SLOT TO WS-CLUB-O-SLOT
               IF WS-CLUB-X-SLOT IS GREATER THAN 0
                   AND WS-CLUB-O-SLOT IS GREATER THAN 0
                   AND WS-CLUB-X-CODE IS NOT EQUAL TO WS-CLUB-O-CODE
                   ADD 1 TO WS-CLUB-GAMES END-ADD
                   ADD 1 TO WS-CLUB-PLAYED(WS-CLUB-X-SLOT) END-ADD
                   ADD 1 TO WS-CLUB-PLAYED(WS-CLUB-O-SLOT) END-ADD
                   MOVE FD-HISTORY-STATE TO WS-RESULT-CODE
                   EVALUATE TRUE
                       WHEN RESULT-X-WON
                           ADD 1 TO WS-CLUB-WON(WS-CLUB-X-SLOT)
                           END-ADD
                           ADD 3 TO WS-CLUB-POINTS(WS-CLUB-X-SLOT)
                           END-ADD
                           ADD 1 TO WS-CLUB-LOST(WS-CLUB-O-SLOT)
                           END-ADD
                       WHEN RESULT-O-WON
                           ADD 1 TO WS-CLUB-WON(WS-CLUB-O-SLOT)
                           END-ADD
                           ADD 3 TO WS-CLUB-POINTS(WS-CLUB-O-SLOT)
                           END-ADD
                           ADD 1 TO WS-CLUB-LOST(WS-CLUB-X-SLOT)
                           END-ADD
                       WHEN OTHER
                           ADD 1 TO WS-CLUB-DRAWN(WS-CLUB-X-SLOT)
                           END-ADD
                           ADD 1 TO WS-CLUB-POINTS(WS-CLUB-X-SLOT)
                           END-ADD
                           ADD 1 TO WS-CLUB-DRAWN(WS-CLUB-O-SLOT)
                           END-ADD
                           ADD 1 TO WS-CLUB-POINTS(WS-CLUB-O-SLOT)
                           END-ADD
                   END-EVALUATE
               END-IF
           .

           CLUB-TABLE-SORT-PARAGRAPH.
      *        Simple descending bubble sort by points, wins
      *        breaking a tie
               PERFORM VARYING WS-CLUB-I FROM 1 BY 1
                   UNTIL WS-CLUB-I > WS-CLUB-COUNT
                   PERFORM VARYING WS-CLUB-J FROM 1 BY 1
                       UNTIL WS-CLUB-J > WS-CLUB-COUNT - WS-CLUB-I
                       IF WS-CLUB-POINTS(WS-CLUB-J) IS LESS THAN
                           WS-CLUB-POINTS(WS-CLUB-J + 1)
                           OR (WS-CLUB-POINTS(WS-CLUB-J) IS EQUAL TO
                           WS-CLUB-POINTS(WS-CLUB-J + 1)
                           AND WS-CLUB-WON(WS-CLUB-J) IS LESS THAN
                           WS-CLUB-WON(WS-CLUB-J + 1))
                           MOVE WS-CLUB(WS-CLUB-J) TO WS-CLUB-SWAP
                           MOVE WS-CLUB(WS-CLUB-J + 1)
                               TO WS-CLUB(WS-CLUB-J)
                           MOVE WS-CLUB-SWAP TO WS-CLUB(WS-CLUB-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           .

           CLUB-TABLE-LINES-PARAGRAPH.
      *        The built table, one line per club, wherever
      *        WS-CLUB-OUT says it goes
               IF WS-CLUB-COUNT IS EQUAL TO 0
                   MOVE "  NO CLUBS ON FILE" TO WS-CLUB-LINE
                   PERFORM CLUB-PUT-LINE-PARAGRAPH
               END-IF
               PERFORM VARYING WS-CLUB-I FROM 1 BY 1
                   UNTIL WS-CLUB-I > WS-CLUB-COUNT
                   INITIALIZE WS-CLUB-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-CLUB-CODE(WS-CLUB-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CLUB-NAME(WS-CLUB-I)(1:20) DELIMITED BY SIZE
                       " P " DELIMITED BY SIZE
                       WS-CLUB-PLAYED(WS-CLUB-I) DELIMITED BY SIZE
                       " W " DELIMITED BY SIZE
                       WS-CLUB-WON(WS-CLUB-I) DELIMITED BY SIZE
                       " L " DELIMITED BY SIZE
                       WS-CLUB-LOST(WS-CLUB-I) DELIMITED BY SIZE
                       " D " DELIMITED BY SIZE
                       WS-CLUB-DRAWN(WS-CLUB-I) DELIMITED BY SIZE
                       " PTS " DELIMITED BY SIZE
                       WS-CLUB-POINTS(WS-CLUB-I) DELIMITED BY SIZE
                       " AVG " DELIMITED BY SIZE
                       WS-CLUB-AVG(WS-CLUB-I) DELIMITED BY SIZE
                       INTO WS-CLUB-LINE
                   END-STRING
                   PERFORM CLUB-PUT-LINE-PARAGRAPH
               END-PERFORM
               INITIALIZE WS-CLUB-LINE
               STRING "  INTER-CLUB GAMES " DELIMITED BY SIZE
                   WS-CLUB-GAMES DELIMITED BY SIZE
                   INTO WS-CLUB-LINE
               END-STRING
               PERFORM CLUB-PUT-LINE-PARAGRAPH
           .

           CLUB-LIST-REPORT-PARAGRAPH.
      *        Every club and its members with their ratings, in
      *        player name order, then the players in no club
               OPEN OUTPUT FD-CLUBLST
               MOVE "L" TO WS-CLUB-OUT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-CLUB-LINE
               STRING "CLUB MEMBERSHIP " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-CLUB-LINE
               END-STRING
               PERFORM CLUB-PUT-LINE-PARAGRAPH
               PERFORM CLUB-LOAD-PARAGRAPH
               PERFORM CLUB-MEMBERS-LOAD-PARAGRAPH
               PERFORM VARYING WS-CLUB-I FROM 1 BY 1
                   UNTIL WS-CLUB-I > WS-CLUB-COUNT
                   INITIALIZE WS-CLUB-LINE
                   STRING WS-CLUB-CODE(WS-CLUB-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CLUB-NAME(WS-CLUB-I) DELIMITED BY SIZE
                       INTO WS-CLUB-LINE
                   END-STRING
                   PERFORM CLUB-PUT-LINE-PARAGRAPH
                   MOVE WS-CLUB-CODE(WS-CLUB-I) TO WS-CLUB-NEW-CODE
                   PERFORM CLUB-LIST-MEMBERS-PARAGRAPH
               END-PERFORM
               MOVE "NO CLUB" TO WS-CLUB-LINE
               PERFORM CLUB-PUT-LINE-PARAGRAPH
               MOVE SPACES TO WS-CLUB-NEW-CODE
               PERFORM CLUB-LIST-MEMBERS-PARAGRAPH
               CLOSE FD-CLUBLST
           .

           CLUB-LIST-MEMBERS-PARAGRAPH.
      *        The PLAYER.DAT rows whose club is WS-CLUB-NEW-CODE -
      *        spaces lists the rows belonging to no club on file
               INITIALIZE WS-CLUB-LISTED
               INITIALIZE WS-EOF
               OPEN INPUT FD-PLAYER
               IF PLAYER-FILE-NOT-FOUND
                   SET WS-EOF TO 1
               END-IF
               PERFORM UNTIL EOF
                   READ FD-PLAYER NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           MOVE FD-PLAYER-NAME TO WS-CLUB-FIND-NAME
                           PERFORM CLUB-MEMBER-FIND-PARAGRAPH
                           PERFORM CLUB-FIND-PARAGRAPH
                           IF WS-CLUB-SLOT IS EQUAL TO 0
                               MOVE SPACES TO WS-CLUB-FIND-CODE
                           END-IF
                           IF WS-CLUB-FIND-CODE IS EQUAL TO
                               WS-CLUB-NEW-CODE
                               ADD 1 TO WS-CLUB-LISTED END-ADD
                               MOVE FD-PLAYER-RATING TO WS-CLUB-RATING
                               IF WS-CLUB-RATING IS EQUAL TO 0
                                   MOVE 1000 TO WS-CLUB-RATING
                               END-IF
                               INITIALIZE WS-CLUB-LINE
                               STRING "  " DELIMITED BY SIZE
                                   FD-PLAYER-NAME DELIMITED BY SIZE
                                   " RATED " DELIMITED BY SIZE
                                   WS-CLUB-RATING DELIMITED BY SIZE
                                   INTO WS-CLUB-LINE
                               END-STRING
                               PERFORM CLUB-PUT-LINE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT PLAYER-FILE-NOT-FOUND
                   CLOSE FD-PLAYER
               END-IF
               INITIALIZE WS-CLUB-LINE
               STRING "  MEMBERS " DELIMITED BY SIZE
                   WS-CLUB-LISTED DELIMITED BY SIZE
                   INTO WS-CLUB-LINE
               END-STRING
               PERFORM CLUB-PUT-LINE-PARAGRAPH
           .

           CLUB-LOAD-PARAGRAPH.
      *        The club master into the table, counters cleared
               INITIALIZE WS-CLUB-TABLE
               INITIALIZE WS-CLUB-COUNT
               INITIALIZE WS-EOF
               OPEN INPUT FD-CLUB
               PERFORM UNTIL EOF
                   READ FD-CLUB NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-CLUB-CODE IS NOT EQUAL TO SPACES
                               AND WS-CLUB-COUNT IS LESS THAN 50
                               ADD 1 TO WS-CLUB-COUNT END-ADD
                               MOVE FD-CLUB-CODE
                                   TO WS-CLUB-CODE(WS-CLUB-COUNT)
                               MOVE FD-CLUB-NAME
                                   TO WS-CLUB-NAME(WS-CLUB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CLUB
           .

           CLUB-MEMBERS-LOAD-PARAGRAPH.
               INITIALIZE WS-CLUB-MEM-TABLE
               INITIALIZE WS-CLUB-MEM-COUNT
               INITIALIZE WS-EOF
               OPEN INPUT FD-CLUBMEM
               PERFORM UNTIL EOF
                   READ FD-CLUBMEM NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-CLUBMEM-NAME IS NOT EQUAL TO SPACES
                               AND WS-CLUB-MEM-COUNT IS LESS THAN 200
                               ADD 1 TO WS-CLUB-MEM-COUNT END-ADD
                               MOVE FD-CLUBMEM-NAME TO
                                   WS-CLUB-MEM-NAME(WS-CLUB-MEM-COUNT)
                               MOVE FD-CLUBMEM-CODE TO
                                   WS-CLUB-MEM-CODE(WS-CLUB-MEM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CLUBMEM
           .

           CLUB-MEMBERS-SAVE-PARAGRAPH.
      *        Rewrite the membership file from the table. A member
      *        whose club was taken away is simply not written
               OPEN OUTPUT FD-CLUBMEM
               PERFORM VARYING WS-CLUB-MEM-I FROM 1 BY 1
                   UNTIL WS-CLUB-MEM-I > WS-CLUB-MEM-COUNT
                   IF WS-CLUB-MEM-CODE(WS-CLUB-MEM-I)
                       IS NOT EQUAL TO SPACES
                       MOVE WS-CLUB-MEM-NAME(WS-CLUB-MEM-I)
                           TO FD-CLUBMEM-NAME
                       MOVE WS-CLUB-MEM-CODE(WS-CLUB-MEM-I)
                           TO FD-CLUBMEM-CODE
                       WRITE FD-CLUBMEM-RECORD END-WRITE
                   END-IF
               END-PERFORM
               CLOSE FD-CLUBMEM
           .

           CLUB-MEMBER-FIND-PARAGRAPH.
      *        Membership slot and club of WS-CLUB-FIND-NAME, zero
      *        and spaces when the player belongs to no club
               INITIALIZE WS-CLUB-MEM-SLOT
               MOVE SPACES TO WS-CLUB-FIND-CODE
               IF WS-CLUB-FIND-NAME IS NOT EQUAL TO SPACES
                   PERFORM VARYING WS-CLUB-MEM-I FROM 1 BY 1
                       UNTIL WS-CLUB-MEM-I > WS-CLUB-MEM-COUNT
                       OR WS-CLUB-MEM-SLOT IS GREATER THAN 0
                       IF WS-CLUB-MEM-NAME(WS-CLUB-MEM-I) IS EQUAL TO
                           WS-CLUB-FIND-NAME
                           MOVE WS-CLUB-MEM-I TO WS-CLUB-MEM-SLOT
                           MOVE WS-CLUB-MEM-CODE(WS-CLUB-MEM-I)
                               TO WS-CLUB-FIND-CODE
                       END-IF
                   END-PERFORM
               END-IF
           .

           CLUB-FIND-PARAGRAPH.
      *        Table slot of club WS-CLUB-FIND-CODE, zero if it is
      *        not on the club master
               INITIALIZE WS-CLUB-SLOT
               IF WS-CLUB-FIND-CODE IS NOT EQUAL TO SPACES
                   PERFORM VARYING WS-CLUB-K FROM 1 BY 1
                       UNTIL WS-CLUB-K > WS-CLUB-COUNT
                       OR WS-CLUB-SLOT IS GREATER THAN 0
                       IF WS-CLUB-CODE(WS-CLUB-K) IS EQUAL TO
                           WS-CLUB-FIND-CODE
                           MOVE WS-CLUB-K TO WS-CLUB-SLOT
                       END-IF
                   END-PERFORM
               END-IF
           .

           CLUB-PUT-LINE-PARAGRAPH.
      *        Every report line goes to its file and the console -
      *        the season summary's own line writer does both for it
               EVALUATE WS-CLUB-OUT
                   WHEN "S"
                       MOVE WS-CLUB-LINE TO WS-SEASON-LINE
                       PERFORM SEASON-PUT-LINE-PARAGRAPH
                   WHEN "L"
                       MOVE WS-CLUB-LINE TO FD-CLUBLST-RECORD
                       WRITE FD-CLUBLST-RECORD END-WRITE
                       DISPLAY WS-CLUB-LINE END-DISPLAY
                   WHEN OTHER
                       MOVE WS-CLUB-LINE TO FD-CLUBRPT-RECORD
                       WRITE FD-CLUBRPT-RECORD END-WRITE
                       DISPLAY WS-CLUB-LINE END-DISPLAY
               END-EVALUATE
           .

           FAIRPLAY-REPORT-PARAGRAPH.
      *        The fair-play screen to FAIRRPT.DAT. It screens the
      *        current season - HISTORY.DAT, the live move log and
      *        the rating history since each player's last reset -
      *        and only raises flags for the committee to look at;
      *        nothing is changed on file
               OPEN OUTPUT FD-FAIRRPT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-FP-LINE
               STRING "FAIR-PLAY SCREEN " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-TOTAL-FLAGS WS-FP-OVERFLOW
               PERFORM FAIRPLAY-PARMS-LOAD-PARAGRAPH
               PERFORM FAIRPLAY-HISTORY-LOAD-PARAGRAPH
               PERFORM FAIRPLAY-PAIRS-PARAGRAPH
               PERFORM FAIRPLAY-SHORT-GAMES-PARAGRAPH
               PERFORM FAIRPLAY-TAKEBACKS-PARAGRAPH
               PERFORM FAIRPLAY-RATING-PARAGRAPH
               PERFORM FAIRPLAY-SANDBAG-PARAGRAPH
               MOVE SPACES TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-LINE
               STRING "GAMES SCREENED " DELIMITED BY SIZE
                   WS-FP-HIST-COUNT DELIMITED BY SIZE
                   "  FLAGS RAISED " DELIMITED BY SIZE
                   WS-FP-TOTAL-FLAGS DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               IF WS-FP-HIST-OVER IS GREATER THAN 0
                   INITIALIZE WS-FP-LINE
                   STRING "GAMES BEYOND THE FIRST 2000 NOT SCREENED "
                       DELIMITED BY SIZE
                       WS-FP-HIST-OVER DELIMITED BY SIZE
                       INTO WS-FP-LINE
                   END-STRING
                   PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               END-IF
               IF WS-FP-OVERFLOW IS GREATER THAN 0
                   INITIALIZE WS-FP-LINE
                   STRING "ENTRIES LEFT OUT - WORK TABLES FULL "
                       DELIMITED BY SIZE
                       WS-FP-OVERFLOW DELIMITED BY SIZE
                       INTO WS-FP-LINE
                   END-STRING
                   PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               END-IF
               CLOSE FD-FAIRRPT
           .

           FAIRPLAY-PARMS-LOAD-PARAGRAPH.
      *        The committee's thresholds from FAIRPARM.DAT, or the
      *        standing defaults, and which of the two is in force
               MOVE 10 TO WS-FP-PAIR-MIN
               MOVE 50 TO WS-FP-PAIR-SHARE
               MOVE 80 TO WS-FP-PAIR-LOPSIDED
               MOVE 4 TO WS-FP-SHORT-MOVES
               MOVE 5 TO WS-FP-TBACK-MIN
               MOVE 50 TO WS-FP-TBACK-PCT
               MOVE 100 TO WS-FP-GAIN-MIN
               MOVE 60 TO WS-FP-GAIN-SHARE
               MOVE 3 TO WS-FP-SANDBAG-LOSSES
               MOVE 7 TO WS-FP-SANDBAG-DAYS
               MOVE "DEFAULTS" TO WS-FP-PARM-SOURCE
               INITIALIZE WS-EOF
               OPEN INPUT FD-FAIRPARM
               READ FD-FAIRPARM NEXT RECORD
                   AT END
                       SET WS-EOF TO 1
                   NOT AT END
                       IF FD-FAIRPARM-RECORD IS NUMERIC
                           MOVE FD-FAIRPARM-RECORD TO WS-FP-PARMS
                           MOVE "FAIRPARM.DAT" TO WS-FP-PARM-SOURCE
                       ELSE
                           MOVE "FAIRPARM.DAT NOT ALL DIGITS - IGNORED"
                               TO WS-FP-LINE
                           PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
                       END-IF
               END-READ
               CLOSE FD-FAIRPARM
               INITIALIZE WS-FP-LINE
               STRING "THRESHOLDS FROM " DELIMITED BY SIZE
                   WS-FP-PARM-SOURCE DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-LINE
               STRING "  PAIRS     GAMES " DELIMITED BY SIZE
                   WS-FP-PAIR-MIN DELIMITED BY SIZE
                   "  SHARE " DELIMITED BY SIZE
                   WS-FP-PAIR-SHARE DELIMITED BY SIZE
                   " PCT  WINNER " DELIMITED BY SIZE
                   WS-FP-PAIR-LOPSIDED DELIMITED BY SIZE
                   " PCT" DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-LINE
               STRING "  SHORT     " DELIMITED BY SIZE
                   WS-FP-SHORT-MOVES DELIMITED BY SIZE
                   " MOVES OR FEWER" DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-LINE
               STRING "  TAKEBACK  COUNT " DELIMITED BY SIZE
                   WS-FP-TBACK-MIN DELIMITED BY SIZE
                   "  PER 100 GAMES " DELIMITED BY SIZE
                   WS-FP-TBACK-PCT DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-LINE
               STRING "  RATING    GAIN " DELIMITED BY SIZE
                   WS-FP-GAIN-MIN DELIMITED BY SIZE
                   "  ONE OPPONENT " DELIMITED BY SIZE
                   WS-FP-GAIN-SHARE DELIMITED BY SIZE
                   " PCT" DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-LINE
               STRING "  SANDBAG   " DELIMITED BY SIZE
                   WS-FP-SANDBAG-LOSSES DELIMITED BY SIZE
                   " LOSSES IN " DELIMITED BY SIZE
                   WS-FP-SANDBAG-DAYS DELIMITED BY SIZE
                   " DAYS BEFORE A HANDICAP GAME" DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
           .

           FAIRPLAY-HISTORY-LOAD-PARAGRAPH.
      *        The season's games into the work table, each with its
      *        day number for the sandbagging window, and every
      *        two-player game onto both players and their pair. A
      *        results load appends games dated back to the day they
      *        were played, so the table is kept in date order, game
      *        number within a day, rather than the order posted
               INITIALIZE WS-FP-HIST-COUNT WS-FP-HIST-OVER
               INITIALIZE WS-FP-PLR-COUNT WS-FP-PAIR-COUNT
               INITIALIZE WS-FP-PLAYER-TABLE WS-FP-PAIR-TABLE
               INITIALIZE WS-EOF
               OPEN INPUT FD-HISTORY
               PERFORM UNTIL EOF
                   READ FD-HISTORY NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF WS-FP-HIST-COUNT IS LESS THAN 2000
                               ADD 1 TO WS-FP-HIST-COUNT END-ADD
                               PERFORM FAIRPLAY-HISTORY-ROW-PARAGRAPH
                               PERFORM FAIRPLAY-HISTORY-PLACE-PARAGRAPH
                           ELSE
                               ADD 1 TO WS-FP-HIST-OVER END-ADD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTORY
           .

           FAIRPLAY-HISTORY-PLACE-PARAGRAPH.
      *        Move the row just added back behind every row played
      *        on a later day, or later the same day by game number.
      *        Rows that tie keep the order they were posted in
               MOVE WS-FP-HIST(WS-FP-HIST-COUNT) TO WS-FP-HOLD
               MOVE WS-FP-HIST-COUNT TO WS-FP-K
               MOVE WS-FP-HIST-COUNT TO WS-FP-J
               PERFORM UNTIL WS-FP-K IS EQUAL TO 1
                   IF WS-FP-H-DAY(WS-FP-K - 1)
                       IS GREATER THAN WS-FP-HOLD-DAY
                       OR (WS-FP-H-DAY(WS-FP-K - 1)
                           IS EQUAL TO WS-FP-HOLD-DAY
                       AND WS-FP-H-GAME(WS-FP-K - 1)
                           IS GREATER THAN WS-FP-HOLD-GAME)
                       MOVE WS-FP-HIST(WS-FP-K - 1)
                           TO WS-FP-HIST(WS-FP-K)
                       SUBTRACT 1 FROM WS-FP-K END-SUBTRACT
                       MOVE WS-FP-K TO WS-FP-J
                   ELSE
                       MOVE 1 TO WS-FP-K
                   END-IF
               END-PERFORM
               MOVE WS-FP-HOLD TO WS-FP-HIST(WS-FP-J)
           .

           FAIRPLAY-HISTORY-ROW-PARAGRAPH.
      *        One history record into the next row of the table
               MOVE WS-FP-HIST-COUNT TO WS-FP-I
               MOVE FD-HISTORY-DATE TO WS-FP-H-DATE(WS-FP-I)
               MOVE FD-HISTORY-GAME TO WS-FP-H-GAME(WS-FP-I)
               MOVE FD-HISTORY-X-NAME TO WS-FP-H-X-NAME(WS-FP-I)
               MOVE FD-HISTORY-O-NAME TO WS-FP-H-O-NAME(WS-FP-I)
               MOVE FD-HISTORY-MODE TO WS-FP-H-MODE(WS-FP-I)
               MOVE FD-HISTORY-STATE TO WS-FP-H-STATE(WS-FP-I)
               MOVE FD-HISTORY-MOVES TO WS-FP-H-MOVES(WS-FP-I)
               MOVE FD-HISTORY-HANDICAP TO WS-FP-H-HANDICAP(WS-FP-I)
               MOVE 0 TO WS-FP-H-DAY(WS-FP-I)
               IF FD-HISTORY-DATE IS NUMERIC
                   AND FD-HISTORY-DATE IS NOT LESS THAN "16010101"
                   MOVE FD-HISTORY-DATE TO WS-FP-DATE-NUM
                   COMPUTE WS-FP-H-DAY(WS-FP-I) =
                       FUNCTION INTEGER-OF-DATE(WS-FP-DATE-NUM)
                   END-COMPUTE
               END-IF
               IF FD-HISTORY-MODE IS EQUAL TO "2"
                   MOVE FD-HISTORY-X-NAME TO WS-FP-NAME
                   PERFORM FAIRPLAY-PLAYER-FIND-PARAGRAPH
                   IF WS-FP-SLOT IS GREATER THAN 0
                       ADD 1 TO WS-FP-P-GAMES(WS-FP-SLOT) END-ADD
                   END-IF
                   MOVE FD-HISTORY-O-NAME TO WS-FP-NAME
                   PERFORM FAIRPLAY-PLAYER-FIND-PARAGRAPH
                   IF WS-FP-SLOT IS GREATER THAN 0
                       ADD 1 TO WS-FP-P-GAMES(WS-FP-SLOT) END-ADD
                   END-IF
                   MOVE FD-HISTORY-X-NAME TO WS-FP-NAME
                   MOVE FD-HISTORY-O-NAME TO WS-FP-OTHER
                   PERFORM FAIRPLAY-PAIR-FIND-PARAGRAPH
                   IF WS-FP-SLOT IS GREATER THAN 0
                       ADD 1 TO WS-FP-PR-GAMES(WS-FP-SLOT) END-ADD
                       MOVE FD-HISTORY-STATE TO WS-RESULT-CODE
                       INITIALIZE WS-FP-NAME
                       EVALUATE TRUE
                           WHEN RESULT-X-WON
                               MOVE FD-HISTORY-X-NAME TO WS-FP-NAME
                           WHEN RESULT-O-WON
                               MOVE FD-HISTORY-O-NAME TO WS-FP-NAME
                           WHEN RESULT-DRAWN
                               ADD 1 TO WS-FP-PR-DRAWS(WS-FP-SLOT)
                               END-ADD
                       END-EVALUATE
                       IF WS-FP-NAME IS NOT EQUAL TO SPACES
                           IF WS-FP-NAME IS EQUAL TO
                               WS-FP-PR-A(WS-FP-SLOT)
                               ADD 1 TO WS-FP-PR-A-WINS(WS-FP-SLOT)
                               END-ADD
                           ELSE
                               ADD 1 TO WS-FP-PR-B-WINS(WS-FP-SLOT)
                               END-ADD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           .

           FAIRPLAY-PLAYER-FIND-PARAGRAPH.
      *        WS-FP-NAME's row in the player table, added if new.
      *        Slot zero when the table is full
               MOVE 0 TO WS-FP-SLOT
               PERFORM VARYING WS-FP-K FROM 1 BY 1
                   UNTIL WS-FP-K > WS-FP-PLR-COUNT
                   OR WS-FP-SLOT IS GREATER THAN 0
                   IF WS-FP-P-NAME(WS-FP-K) IS EQUAL TO WS-FP-NAME
                       MOVE WS-FP-K TO WS-FP-SLOT
                   END-IF
               END-PERFORM
               IF WS-FP-SLOT IS EQUAL TO 0
                   IF WS-FP-PLR-COUNT IS LESS THAN 200
                       ADD 1 TO WS-FP-PLR-COUNT END-ADD
                       MOVE WS-FP-PLR-COUNT TO WS-FP-SLOT
                       MOVE WS-FP-NAME TO WS-FP-P-NAME(WS-FP-SLOT)
                   ELSE
                       ADD 1 TO WS-FP-OVERFLOW END-ADD
                   END-IF
               END-IF
           .

           FAIRPLAY-PAIR-FIND-PARAGRAPH.
      *        The pair row for WS-FP-NAME and WS-FP-OTHER, added if
      *        new - the lower name is always side A. Slot zero when
      *        the table is full
               IF WS-FP-NAME IS LESS THAN WS-FP-OTHER
                   MOVE WS-FP-NAME TO WS-FP-PAIR-A
                   MOVE WS-FP-OTHER TO WS-FP-PAIR-B
               ELSE
                   MOVE WS-FP-OTHER TO WS-FP-PAIR-A
                   MOVE WS-FP-NAME TO WS-FP-PAIR-B
               END-IF
               MOVE 0 TO WS-FP-SLOT
               PERFORM VARYING WS-FP-K FROM 1 BY 1
                   UNTIL WS-FP-K > WS-FP-PAIR-COUNT
                   OR WS-FP-SLOT IS GREATER THAN 0
                   IF WS-FP-PR-A(WS-FP-K) IS EQUAL TO WS-FP-PAIR-A
                       AND WS-FP-PR-B(WS-FP-K) IS EQUAL TO WS-FP-PAIR-B
                       MOVE WS-FP-K TO WS-FP-SLOT
                   END-IF
               END-PERFORM
               IF WS-FP-SLOT IS EQUAL TO 0
                   IF WS-FP-PAIR-COUNT IS LESS THAN 500
                       ADD 1 TO WS-FP-PAIR-COUNT END-ADD
                       MOVE WS-FP-PAIR-COUNT TO WS-FP-SLOT
                       MOVE WS-FP-PAIR-A TO WS-FP-PR-A(WS-FP-SLOT)
                       MOVE WS-FP-PAIR-B TO WS-FP-PR-B(WS-FP-SLOT)
                   ELSE
                       ADD 1 TO WS-FP-OVERFLOW END-ADD
                   END-IF
               END-IF
           .

           FAIRPLAY-PAIRS-PARAGRAPH.
      *        Pairs who met at least the set number of times, where
      *        those games are a large share of either player's
      *        season and one side took nearly all the wins
               MOVE SPACES TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               MOVE "PAIRS PLAYING EACH OTHER HEAVILY, ONE-SIDED"
                   TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-SECTION-FLAGS
               PERFORM VARYING WS-FP-I FROM 1 BY 1
                   UNTIL WS-FP-I > WS-FP-PAIR-COUNT
                   IF WS-FP-PR-GAMES(WS-FP-I) IS GREATER THAN 0
                       AND WS-FP-PR-GAMES(WS-FP-I)
                           IS NOT LESS THAN WS-FP-PAIR-MIN
                       PERFORM FAIRPLAY-PAIR-CHECK-PARAGRAPH
                   END-IF
               END-PERFORM
               PERFORM FAIRPLAY-SECTION-END-PARAGRAPH
           .

           FAIRPLAY-PAIR-CHECK-PARAGRAPH.
      *        Shares for pair WS-FP-I, flagged and its games cited
      *        when both tests are met
               MOVE 0 TO WS-FP-PCT WS-FP-PCT-2
               MOVE WS-FP-PR-A(WS-FP-I) TO WS-FP-NAME
               PERFORM FAIRPLAY-PLAYER-FIND-PARAGRAPH
               IF WS-FP-SLOT IS GREATER THAN 0
                   AND WS-FP-P-GAMES(WS-FP-SLOT) IS GREATER THAN 0
                   COMPUTE WS-FP-PCT =
                       WS-FP-PR-GAMES(WS-FP-I) * 100
                       / WS-FP-P-GAMES(WS-FP-SLOT)
                   END-COMPUTE
               END-IF
               MOVE WS-FP-PR-B(WS-FP-I) TO WS-FP-NAME
               PERFORM FAIRPLAY-PLAYER-FIND-PARAGRAPH
               IF WS-FP-SLOT IS GREATER THAN 0
                   AND WS-FP-P-GAMES(WS-FP-SLOT) IS GREATER THAN 0
                   COMPUTE WS-FP-PCT-2 =
                       WS-FP-PR-GAMES(WS-FP-I) * 100
                       / WS-FP-P-GAMES(WS-FP-SLOT)
                   END-COMPUTE
               END-IF
               IF WS-FP-PR-A-WINS(WS-FP-I)
                   IS GREATER THAN WS-FP-PR-B-WINS(WS-FP-I)
                   MOVE WS-FP-PR-A-WINS(WS-FP-I) TO WS-FP-WINS
               ELSE
                   MOVE WS-FP-PR-B-WINS(WS-FP-I) TO WS-FP-WINS
               END-IF
               COMPUTE WS-FP-COUNT =
                   WS-FP-WINS * 100 / WS-FP-PR-GAMES(WS-FP-I)
               END-COMPUTE
               IF (WS-FP-PCT IS NOT LESS THAN WS-FP-PAIR-SHARE
                   OR WS-FP-PCT-2 IS NOT LESS THAN WS-FP-PAIR-SHARE)
                   AND WS-FP-COUNT IS NOT LESS THAN WS-FP-PAIR-LOPSIDED
                   ADD 1 TO WS-FP-SECTION-FLAGS END-ADD
                   INITIALIZE WS-FP-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-FP-PR-A(WS-FP-I) DELIMITED BY SIZE
                       " V " DELIMITED BY SIZE
                       WS-FP-PR-B(WS-FP-I) DELIMITED BY SIZE
                       " GAMES " DELIMITED BY SIZE
                       WS-FP-PR-GAMES(WS-FP-I) DELIMITED BY SIZE
                       INTO WS-FP-LINE
                   END-STRING
                   PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
                   INITIALIZE WS-FP-LINE
                   STRING "    WON " DELIMITED BY SIZE
                       WS-FP-PR-A-WINS(WS-FP-I) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-FP-PR-B-WINS(WS-FP-I) DELIMITED BY SIZE
                       " DRAWN " DELIMITED BY SIZE
                       WS-FP-PR-DRAWS(WS-FP-I) DELIMITED BY SIZE
                       "  SHARE OF SEASON " DELIMITED BY SIZE
                       WS-FP-PCT DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-FP-PCT-2 DELIMITED BY SIZE
                       " PCT" DELIMITED BY SIZE
                       INTO WS-FP-LINE
                   END-STRING
                   PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
                   MOVE WS-FP-PR-A(WS-FP-I) TO WS-FP-PAIR-A
                   MOVE WS-FP-PR-B(WS-FP-I) TO WS-FP-PAIR-B
                   PERFORM FAIRPLAY-CITE-PAIR-PARAGRAPH
               END-IF
           .

           FAIRPLAY-SHORT-GAMES-PARAGRAPH.
      *        Two-player games over in the set number of moves or
      *        fewer - on the classic board no honest win comes that
      *        quickly, so these are resignations, agreed draws and
      *        time forfeits
               MOVE SPACES TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               MOVE "GAMES ENDED IN SUSPICIOUSLY FEW MOVES"
                   TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-SECTION-FLAGS
               PERFORM VARYING WS-FP-I FROM 1 BY 1
                   UNTIL WS-FP-I > WS-FP-HIST-COUNT
                   IF WS-FP-H-MODE(WS-FP-I) IS EQUAL TO "2"
                       AND WS-FP-H-MOVES(WS-FP-I)
                           IS NOT GREATER THAN WS-FP-SHORT-MOVES
                       ADD 1 TO WS-FP-SECTION-FLAGS END-ADD
                       INITIALIZE WS-FP-CITED
                       MOVE WS-FP-I TO WS-FP-J
                       PERFORM FAIRPLAY-CITE-GAME-PARAGRAPH
                   END-IF
               END-PERFORM
               PERFORM FAIRPLAY-SECTION-END-PARAGRAPH
           .

           FAIRPLAY-TAKEBACKS-PARAGRAPH.
      *        Granted takebacks from the live move log, put on the
      *        player whose move was taken back. Only two-player
      *        games this season count - a takeback there needs the
      *        opponent to agree to it
               MOVE SPACES TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               MOVE "HEAVY USE OF GRANTED TAKEBACKS" TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-SECTION-FLAGS WS-FP-TBACK-COUNT
               INITIALIZE WS-EOF
               OPEN INPUT FD-MOVELOG
               PERFORM UNTIL EOF
                   READ FD-MOVELOG NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-MOVELOG-OUTCOME IS EQUAL TO "TBACK"
                               AND FD-MOVELOG-GAME IS GREATER THAN 0
                               PERFORM FAIRPLAY-TAKEBACK-POST-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-MOVELOG
               PERFORM VARYING WS-FP-I FROM 1 BY 1
                   UNTIL WS-FP-I > WS-FP-PLR-COUNT
                   IF WS-FP-P-TBACKS(WS-FP-I) IS GREATER THAN 0
                       AND WS-FP-P-TBACKS(WS-FP-I)
                           IS NOT LESS THAN WS-FP-TBACK-MIN
                       AND WS-FP-P-GAMES(WS-FP-I) IS GREATER THAN 0
                       COMPUTE WS-FP-PCT =
                           WS-FP-P-TBACKS(WS-FP-I) * 100
                           / WS-FP-P-GAMES(WS-FP-I)
                       END-COMPUTE
                       IF WS-FP-PCT IS NOT LESS THAN WS-FP-TBACK-PCT
                           PERFORM FAIRPLAY-TAKEBACK-FLAG-PARAGRAPH
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FAIRPLAY-SECTION-END-PARAGRAPH
           .

           FAIRPLAY-TAKEBACK-POST-PARAGRAPH.
      *        Find the takeback's game in the season's history and
      *        put it on the side that asked for it
               MOVE 0 TO WS-FP-SLOT
               PERFORM VARYING WS-FP-J FROM 1 BY 1
                   UNTIL WS-FP-J > WS-FP-HIST-COUNT
                   OR WS-FP-SLOT IS GREATER THAN 0
                   IF WS-FP-H-GAME(WS-FP-J) IS EQUAL TO FD-MOVELOG-GAME
                       MOVE WS-FP-J TO WS-FP-SLOT
                   END-IF
               END-PERFORM
               IF WS-FP-SLOT IS GREATER THAN 0
                   MOVE WS-FP-SLOT TO WS-FP-J
                   IF WS-FP-H-MODE(WS-FP-J) IS EQUAL TO "2"
                       IF FD-MOVELOG-PLAYER IS EQUAL TO "X"
                           MOVE WS-FP-H-X-NAME(WS-FP-J) TO WS-FP-NAME
                       ELSE
                           MOVE WS-FP-H-O-NAME(WS-FP-J) TO WS-FP-NAME
                       END-IF
                       PERFORM FAIRPLAY-PLAYER-FIND-PARAGRAPH
                       IF WS-FP-SLOT IS GREATER THAN 0
                           ADD 1 TO WS-FP-P-TBACKS(WS-FP-SLOT)
                           END-ADD
                       END-IF
                       IF WS-FP-TBACK-COUNT IS LESS THAN 1000
                           ADD 1 TO WS-FP-TBACK-COUNT END-ADD
                           MOVE WS-FP-NAME
                               TO WS-FP-TB-NAME(WS-FP-TBACK-COUNT)
                           MOVE WS-FP-H-DATE(WS-FP-J)
                               TO WS-FP-TB-DATE(WS-FP-TBACK-COUNT)
                           MOVE FD-MOVELOG-GAME
                               TO WS-FP-TB-GAME(WS-FP-TBACK-COUNT)
                       ELSE
                           ADD 1 TO WS-FP-OVERFLOW END-ADD
                       END-IF
                   END-IF
               END-IF
           .

           FAIRPLAY-TAKEBACK-FLAG-PARAGRAPH.
      *        Flag player WS-FP-I and cite each takeback
               ADD 1 TO WS-FP-SECTION-FLAGS END-ADD
               INITIALIZE WS-FP-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-FP-P-NAME(WS-FP-I) DELIMITED BY SIZE
                   " TAKEBACKS " DELIMITED BY SIZE
                   WS-FP-P-TBACKS(WS-FP-I) DELIMITED BY SIZE
                   " IN " DELIMITED BY SIZE
                   WS-FP-P-GAMES(WS-FP-I) DELIMITED BY SIZE
                   " GAMES (" DELIMITED BY SIZE
                   WS-FP-PCT DELIMITED BY SIZE
                   " PER 100)" DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-CITED
               PERFORM VARYING WS-FP-J FROM 1 BY 1
                   UNTIL WS-FP-J > WS-FP-TBACK-COUNT
                   IF WS-FP-TB-NAME(WS-FP-J)
                       IS EQUAL TO WS-FP-P-NAME(WS-FP-I)
                       ADD 1 TO WS-FP-CITED END-ADD
                       IF WS-FP-CITED IS NOT GREATER THAN WS-FP-CITE-MAX
                           INITIALIZE WS-FP-LINE
                           STRING "    " DELIMITED BY SIZE
                               WS-FP-TB-DATE(WS-FP-J) DELIMITED BY SIZE
                               " GAME " DELIMITED BY SIZE
                               WS-FP-TB-GAME(WS-FP-J) DELIMITED BY SIZE
                               INTO WS-FP-LINE
                           END-STRING
                           PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FAIRPLAY-CITE-MORE-PARAGRAPH
           .

           FAIRPLAY-RATING-PARAGRAPH.
      *        Each player's rating gain since their last reset and
      *        how much of it came off each human opponent. A RESET
      *        record is not a game - it starts the player's count
      *        again, so only the current season is screened
               MOVE SPACES TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               MOVE "RATING GAINED MOSTLY OFF ONE OPPONENT"
                   TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-SECTION-FLAGS
               INITIALIZE WS-EOF
               OPEN INPUT FD-RATEHIST
               PERFORM UNTIL EOF
                   READ FD-RATEHIST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           IF FD-RATEHIST-PLAYER IS NOT EQUAL TO
                               "COMPUTER"
                               PERFORM FAIRPLAY-RATING-POST-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RATEHIST
               PERFORM VARYING WS-FP-I FROM 1 BY 1
                   UNTIL WS-FP-I > WS-FP-PLR-COUNT
                   IF WS-FP-P-GAIN(WS-FP-I) IS GREATER THAN 0
                       AND WS-FP-P-GAIN(WS-FP-I)
                           IS NOT LESS THAN WS-FP-GAIN-MIN
                       PERFORM FAIRPLAY-RATING-CHECK-PARAGRAPH
                   END-IF
               END-PERFORM
               PERFORM FAIRPLAY-SECTION-END-PARAGRAPH
           .

           FAIRPLAY-RATING-POST-PARAGRAPH.
      *        One rating history record onto the player's season
      *        gain and the gain off that opponent
               MOVE FD-RATEHIST-PLAYER TO WS-FP-NAME
               PERFORM FAIRPLAY-PLAYER-FIND-PARAGRAPH
               IF FD-RATEHIST-OUTCOME IS EQUAL TO "RESET"
                   IF WS-FP-SLOT IS GREATER THAN 0
                       MOVE 0 TO WS-FP-P-GAIN(WS-FP-SLOT)
                   END-IF
                   PERFORM VARYING WS-FP-J FROM 1 BY 1
                       UNTIL WS-FP-J > WS-FP-PAIR-COUNT
                       IF WS-FP-PR-A(WS-FP-J) IS EQUAL TO WS-FP-NAME
                           MOVE 0 TO WS-FP-PR-A-GAIN(WS-FP-J)
                       END-IF
                       IF WS-FP-PR-B(WS-FP-J) IS EQUAL TO WS-FP-NAME
                           MOVE 0 TO WS-FP-PR-B-GAIN(WS-FP-J)
                       END-IF
                   END-PERFORM
               ELSE
                   COMPUTE WS-FP-GAIN =
                       FD-RATEHIST-NEW - FD-RATEHIST-OLD
                   END-COMPUTE
                   IF WS-FP-SLOT IS GREATER THAN 0
                       ADD WS-FP-GAIN TO WS-FP-P-GAIN(WS-FP-SLOT)
                       END-ADD
                   END-IF
                   IF FD-RATEHIST-OPPONENT IS NOT EQUAL TO "COMPUTER"
                       AND FD-RATEHIST-OPPONENT IS NOT EQUAL TO SPACES
                       MOVE FD-RATEHIST-OPPONENT TO WS-FP-OTHER
                       PERFORM FAIRPLAY-PAIR-FIND-PARAGRAPH
                       IF WS-FP-SLOT IS GREATER THAN 0
                           IF WS-FP-NAME IS EQUAL TO WS-FP-PAIR-A
                               ADD WS-FP-GAIN
                                   TO WS-FP-PR-A-GAIN(WS-FP-SLOT)
                               END-ADD
                           ELSE
                               ADD WS-FP-GAIN
                                   TO WS-FP-PR-B-GAIN(WS-FP-SLOT)
                               END-ADD
                           END-IF
                       END-IF
                   END-IF
               END-IF
           .

           FAIRPLAY-RATING-CHECK-PARAGRAPH.
      *        Player WS-FP-I's best-paying opponent, flagged with
      *        the games between them when it is too big a share
               MOVE 0 TO WS-FP-TOP-GAIN
               INITIALIZE WS-FP-OTHER
               PERFORM VARYING WS-FP-J FROM 1 BY 1
                   UNTIL WS-FP-J > WS-FP-PAIR-COUNT
                   IF WS-FP-PR-A(WS-FP-J) IS EQUAL TO
                       WS-FP-P-NAME(WS-FP-I)
                       AND WS-FP-PR-A-GAIN(WS-FP-J)
                           IS GREATER THAN WS-FP-TOP-GAIN
                       MOVE WS-FP-PR-A-GAIN(WS-FP-J) TO WS-FP-TOP-GAIN
                       MOVE WS-FP-PR-B(WS-FP-J) TO WS-FP-OTHER
                   END-IF
                   IF WS-FP-PR-B(WS-FP-J) IS EQUAL TO
                       WS-FP-P-NAME(WS-FP-I)
                       AND WS-FP-PR-B-GAIN(WS-FP-J)
                           IS GREATER THAN WS-FP-TOP-GAIN
                       MOVE WS-FP-PR-B-GAIN(WS-FP-J) TO WS-FP-TOP-GAIN
                       MOVE WS-FP-PR-A(WS-FP-J) TO WS-FP-OTHER
                   END-IF
               END-PERFORM
               IF WS-FP-TOP-GAIN IS GREATER THAN 0
                   COMPUTE WS-FP-PCT =
                       WS-FP-TOP-GAIN * 100 / WS-FP-P-GAIN(WS-FP-I)
                   END-COMPUTE
                   IF WS-FP-PCT IS NOT LESS THAN WS-FP-GAIN-SHARE
                       ADD 1 TO WS-FP-SECTION-FLAGS END-ADD
                       MOVE WS-FP-P-GAIN(WS-FP-I) TO WS-FP-SIGNED
                       MOVE WS-FP-TOP-GAIN TO WS-FP-SIGNED-2
                       INITIALIZE WS-FP-LINE
                       STRING "  " DELIMITED BY SIZE
                           WS-FP-P-NAME(WS-FP-I) DELIMITED BY SIZE
                           " GAINED " DELIMITED BY SIZE
                           WS-FP-SIGNED DELIMITED BY SIZE
                           " THIS SEASON" DELIMITED BY SIZE
                           INTO WS-FP-LINE
                       END-STRING
                       PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
                       INITIALIZE WS-FP-LINE
                       STRING "    " DELIMITED BY SIZE
                           WS-FP-SIGNED-2 DELIMITED BY SIZE
                           " OFF " DELIMITED BY SIZE
                           WS-FP-OTHER DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           WS-FP-PCT DELIMITED BY SIZE
                           " PCT)" DELIMITED BY SIZE
                           INTO WS-FP-LINE
                       END-STRING
                       PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
                       MOVE WS-FP-P-NAME(WS-FP-I) TO WS-FP-PAIR-A
                       MOVE WS-FP-OTHER TO WS-FP-PAIR-B
                       PERFORM FAIRPLAY-CITE-PAIR-PARAGRAPH
                   END-IF
               END-IF
           .

           FAIRPLAY-SANDBAG-PARAGRAPH.
      *        Every handicap game's head-start player, flagged when
      *        they lost the set number of games in the days just
      *        before it - losing on purpose drags a rating down far
      *        enough to be given the head start
               MOVE SPACES TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               MOVE "LOSSES JUST BEFORE A HANDICAP GAME" TO WS-FP-LINE
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               INITIALIZE WS-FP-SECTION-FLAGS
               PERFORM VARYING WS-FP-I FROM 1 BY 1
                   UNTIL WS-FP-I > WS-FP-HIST-COUNT
                   IF WS-FP-H-HANDICAP(WS-FP-I) IS NOT EQUAL TO SPACE
                       AND WS-FP-H-DAY(WS-FP-I) IS GREATER THAN 0
                       IF WS-FP-H-HANDICAP(WS-FP-I) IS EQUAL TO "X"
                           MOVE WS-FP-H-X-NAME(WS-FP-I) TO WS-FP-NAME
                       ELSE
                           MOVE WS-FP-H-O-NAME(WS-FP-I) TO WS-FP-NAME
                       END-IF
                       IF WS-FP-NAME IS NOT EQUAL TO "COMPUTER"
                           PERFORM FAIRPLAY-SANDBAG-CHECK-PARAGRAPH
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FAIRPLAY-SECTION-END-PARAGRAPH
           .

           FAIRPLAY-SANDBAG-CHECK-PARAGRAPH.
      *        Count WS-FP-NAME's losses ahead of handicap game
      *        WS-FP-I, then flag and cite them if there are enough
               INITIALIZE WS-FP-CITE
               PERFORM FAIRPLAY-SANDBAG-SCAN-PARAGRAPH
               IF WS-FP-COUNT IS GREATER THAN 0
                   AND WS-FP-COUNT IS NOT LESS THAN WS-FP-SANDBAG-LOSSES
                   ADD 1 TO WS-FP-SECTION-FLAGS END-ADD
                   INITIALIZE WS-FP-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-FP-NAME DELIMITED BY SIZE
                       " HEAD START " DELIMITED BY SIZE
                       WS-FP-H-DATE(WS-FP-I) DELIMITED BY SIZE
                       " GAME " DELIMITED BY SIZE
                       WS-FP-H-GAME(WS-FP-I) DELIMITED BY SIZE
                       INTO WS-FP-LINE
                   END-STRING
                   PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
                   INITIALIZE WS-FP-LINE
                   STRING "    AFTER " DELIMITED BY SIZE
                       WS-FP-COUNT DELIMITED BY SIZE
                       " LOSSES IN THE " DELIMITED BY SIZE
                       WS-FP-SANDBAG-DAYS DELIMITED BY SIZE
                       " DAYS BEFORE" DELIMITED BY SIZE
                       INTO WS-FP-LINE
                   END-STRING
                   PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
                   SET WS-FP-CITE TO 1
                   PERFORM FAIRPLAY-SANDBAG-SCAN-PARAGRAPH
                   PERFORM FAIRPLAY-CITE-MORE-PARAGRAPH
               END-IF
           .

           FAIRPLAY-SANDBAG-SCAN-PARAGRAPH.
      *        WS-FP-NAME's losses among the games played before
      *        game WS-FP-I and inside the window, cited as found
      *        when FP-CITE is set. The table is in the order the
      *        games were played, so the rows ahead of WS-FP-I are
      *        the games before it
               INITIALIZE WS-FP-COUNT WS-FP-CITED
               PERFORM VARYING WS-FP-J FROM 1 BY 1
                   UNTIL WS-FP-J IS NOT LESS THAN WS-FP-I
                   IF WS-FP-H-DAY(WS-FP-J) IS GREATER THAN 0
                       COMPUTE WS-FP-DAYS =
                           WS-FP-H-DAY(WS-FP-I) - WS-FP-H-DAY(WS-FP-J)
                       END-COMPUTE
                       MOVE WS-FP-H-STATE(WS-FP-J) TO WS-RESULT-CODE
                       IF WS-FP-DAYS IS NOT LESS THAN 0
                           AND WS-FP-DAYS IS NOT GREATER THAN
                               WS-FP-SANDBAG-DAYS
                           AND ((WS-FP-H-X-NAME(WS-FP-J)
                                   IS EQUAL TO WS-FP-NAME
                                   AND RESULT-O-WON)
                               OR (WS-FP-H-O-NAME(WS-FP-J)
                                   IS EQUAL TO WS-FP-NAME
                                   AND RESULT-X-WON))
                           ADD 1 TO WS-FP-COUNT END-ADD
                           IF FP-CITE
                               PERFORM FAIRPLAY-CITE-GAME-PARAGRAPH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           .

           FAIRPLAY-CITE-PAIR-PARAGRAPH.
      *        The season's games between WS-FP-PAIR-A and
      *        WS-FP-PAIR-B, either way round
               INITIALIZE WS-FP-CITED
               PERFORM VARYING WS-FP-J FROM 1 BY 1
                   UNTIL WS-FP-J > WS-FP-HIST-COUNT
                   IF (WS-FP-H-X-NAME(WS-FP-J) IS EQUAL TO WS-FP-PAIR-A
                       AND WS-FP-H-O-NAME(WS-FP-J)
                           IS EQUAL TO WS-FP-PAIR-B)
                       OR (WS-FP-H-X-NAME(WS-FP-J)
                           IS EQUAL TO WS-FP-PAIR-B
                       AND WS-FP-H-O-NAME(WS-FP-J)
                           IS EQUAL TO WS-FP-PAIR-A)
                       PERFORM FAIRPLAY-CITE-GAME-PARAGRAPH
                   END-IF
               END-PERFORM
               PERFORM FAIRPLAY-CITE-MORE-PARAGRAPH
           .

           FAIRPLAY-CITE-GAME-PARAGRAPH.
      *        One cited game - history row WS-FP-J - with its date
      *        and game number for the replay viewer. Past the
      *        citation limit the games are only counted
               ADD 1 TO WS-FP-CITED END-ADD
               IF WS-FP-CITED IS NOT GREATER THAN WS-FP-CITE-MAX
                   INITIALIZE WS-FP-LINE
                   STRING "    " DELIMITED BY SIZE
                       WS-FP-H-DATE(WS-FP-J) DELIMITED BY SIZE
                       " GAME " DELIMITED BY SIZE
                       WS-FP-H-GAME(WS-FP-J) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FP-H-X-NAME(WS-FP-J) DELIMITED BY SIZE
                       " V " DELIMITED BY SIZE
                       WS-FP-H-O-NAME(WS-FP-J) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FP-H-STATE(WS-FP-J) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FP-H-MOVES(WS-FP-J) DELIMITED BY SIZE
                       INTO WS-FP-LINE
                   END-STRING
                   PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               END-IF
           .

           FAIRPLAY-CITE-MORE-PARAGRAPH.
      *        How many cited games went past the limit
               IF WS-FP-CITED IS GREATER THAN WS-FP-CITE-MAX
                   SUBTRACT WS-FP-CITE-MAX FROM WS-FP-CITED
                   END-SUBTRACT
                   INITIALIZE WS-FP-LINE
                   STRING "    AND " DELIMITED BY SIZE
                       WS-FP-CITED DELIMITED BY SIZE
                       " MORE" DELIMITED BY SIZE
                       INTO WS-FP-LINE
                   END-STRING
                   PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               END-IF
           .

           FAIRPLAY-SECTION-END-PARAGRAPH.
      *        Close a section with its flag count
               INITIALIZE WS-FP-LINE
               STRING "  FLAGGED " DELIMITED BY SIZE
                   WS-FP-SECTION-FLAGS DELIMITED BY SIZE
                   INTO WS-FP-LINE
               END-STRING
               PERFORM FAIRPLAY-PUT-LINE-PARAGRAPH
               ADD WS-FP-SECTION-FLAGS TO WS-FP-TOTAL-FLAGS END-ADD
           .

           FAIRPLAY-PUT-LINE-PARAGRAPH.
      *        Every report line goes to the file and the console
               MOVE WS-FP-LINE TO FD-FAIRRPT-RECORD
               WRITE FD-FAIRRPT-RECORD END-WRITE
               DISPLAY WS-FP-LINE END-DISPLAY
           .

           SEAL-GAME-PARAGRAPH.
      *        Seal the game whose history record, held in
      *        WS-SEAL-HIST, has just been written. Its move records
      *        are all still in the live log - a correspondence game
      *        has none and is sealed on its history record alone
               MOVE 0 TO WS-SEAL-V WS-SEAL-MOVES
               IF WS-SEAL-HIST-GAME IS NUMERIC
                   AND WS-SEAL-HIST-GAME IS GREATER THAN 0
                   INITIALIZE WS-SEAL-EOF
                   OPEN INPUT FD-MOVELOG
                   PERFORM UNTIL SEAL-EOF
                       READ FD-MOVELOG NEXT RECORD
                           AT END
                               SET WS-SEAL-EOF TO 1
                           NOT AT END
                               IF FD-MOVELOG-GAME IS EQUAL TO
                                   WS-SEAL-HIST-GAME
                                   MOVE FD-MOVELOG-RECORD
                                       TO WS-SEAL-DATA
                                   MOVE 43 TO WS-SEAL-LEN
                                   PERFORM SEAL-FOLD-PARAGRAPH
                                   ADD 1 TO WS-SEAL-MOVES END-ADD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-MOVELOG
               END-IF
               MOVE WS-SEAL-HIST TO WS-SEAL-DATA
               MOVE 89 TO WS-SEAL-LEN
               PERFORM SEAL-FOLD-PARAGRAPH
               MOVE "G" TO WS-SEAL-KIND
               PERFORM SEAL-LAST-PARAGRAPH
               PERFORM SEAL-APPEND-PARAGRAPH
           .

           SEAL-FOLD-PARAGRAPH.
      *        Fold the first WS-SEAL-LEN bytes of WS-SEAL-DATA into
      *        the running value WS-SEAL-V
               PERFORM VARYING WS-SEAL-B FROM 1 BY 1
                   UNTIL WS-SEAL-B > WS-SEAL-LEN
                   COMPUTE WS-SEAL-V = FUNCTION MOD(WS-SEAL-V * 256
                       + FUNCTION ORD(WS-SEAL-DATA(WS-SEAL-B:1)),
                       WS-SEAL-PRIME)
                   END-COMPUTE
               END-PERFORM
           .

           SEAL-LAST-PARAGRAPH.
      *        The chain value of the last seal on file, zero when
      *        there is none yet
               MOVE 0 TO WS-SEAL-PREV
               INITIALIZE WS-SEAL-EOF
               OPEN INPUT FD-SEAL
               PERFORM UNTIL SEAL-EOF
                   READ FD-SEAL NEXT RECORD
                       AT END
                           SET WS-SEAL-EOF TO 1
                       NOT AT END
                           IF FD-SEAL-CHECK IS NUMERIC
                               MOVE FD-SEAL-CHECK TO WS-SEAL-PREV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SEAL
           .

           SEAL-APPEND-PARAGRAPH.
      *        Put one seal on the end of the chain - content value
      *        WS-SEAL-V over WS-SEAL-MOVES move records and the
      *        history record keyed in WS-SEAL-HIST, chained on from
      *        WS-SEAL-PREV, which then moves on to this seal
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               MOVE WS-SEAL-KIND TO FD-SEAL-KIND
               MOVE WS-SEAL-HIST-GAME TO FD-SEAL-GAME
               MOVE WS-SEAL-HIST-DATE TO FD-SEAL-DATE
               MOVE WS-SEAL-HIST-TIME TO FD-SEAL-TIME
               MOVE WS-TODAYS-DATE TO FD-SEAL-WRITTEN
               MOVE WS-SEAL-MOVES TO FD-SEAL-MOVES
               MOVE WS-SEAL-V TO FD-SEAL-CONTENT
               MOVE WS-SEAL-PREV TO FD-SEAL-PREV
               MOVE FD-SEAL-RECORD(1:40) TO WS-SEAL-DATA
               MOVE WS-SEAL-PREV TO WS-SEAL-V
               MOVE 40 TO WS-SEAL-LEN
               PERFORM SEAL-FOLD-PARAGRAPH
               MOVE WS-SEAL-V TO FD-SEAL-CHECK
               MOVE WS-SEAL-V TO WS-SEAL-PREV
               OPEN EXTEND FD-SEAL
               WRITE FD-SEAL-RECORD END-WRITE
               CLOSE FD-SEAL
           .

           SEAL-LOAD-PARAGRAPH.
      *        Every seal on file into the table, checking as it goes
      *        that each one follows on from the one before and that
      *        its own chain value still fits it. A later seal for
      *        the same game supersedes an earlier one
               INITIALIZE WS-SEAL-COUNT WS-SEAL-OVER
               MOVE 0 TO WS-SEAL-LAST-CHECK
               INITIALIZE WS-SEAL-EOF
               OPEN INPUT FD-SEAL
               PERFORM UNTIL SEAL-EOF
                   READ FD-SEAL NEXT RECORD
                       AT END
                           SET WS-SEAL-EOF TO 1
                       NOT AT END
                           IF WS-SEAL-COUNT IS LESS THAN 5000
                               ADD 1 TO WS-SEAL-COUNT END-ADD
                               PERFORM SEAL-LOAD-ENTRY-PARAGRAPH
                           ELSE
                               ADD 1 TO WS-SEAL-OVER END-ADD
                               IF FD-SEAL-CHECK IS NUMERIC
                                   MOVE FD-SEAL-CHECK
                                       TO WS-SEAL-LAST-CHECK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SEAL
           .

           SEAL-LOAD-ENTRY-PARAGRAPH.
      *        One seal record into the next row of the table
               MOVE WS-SEAL-COUNT TO WS-SEAL-I
               MOVE FD-SEAL-KIND TO WS-SEAL-T-KIND(WS-SEAL-I)
               MOVE FD-SEAL-DATE TO WS-SEAL-T-DATE(WS-SEAL-I)
               MOVE FD-SEAL-TIME TO WS-SEAL-T-TIME(WS-SEAL-I)
               MOVE 0 TO WS-SEAL-T-GAME(WS-SEAL-I)
               MOVE 0 TO WS-SEAL-T-MOVES(WS-SEAL-I)
               MOVE 0 TO WS-SEAL-T-CONTENT(WS-SEAL-I)
               MOVE 0 TO WS-SEAL-T-V(WS-SEAL-I)
               MOVE 0 TO WS-SEAL-T-COUNT(WS-SEAL-I)
               MOVE 0 TO WS-SEAL-T-FOUND(WS-SEAL-I)
               MOVE 0 TO WS-SEAL-T-SCAN(WS-SEAL-I)
               MOVE 1 TO WS-SEAL-T-LATEST(WS-SEAL-I)
               MOVE 0 TO WS-SEAL-T-CHAIN(WS-SEAL-I)
               IF FD-SEAL-GAME IS NUMERIC
                   AND FD-SEAL-MOVES IS NUMERIC
                   AND FD-SEAL-CONTENT IS NUMERIC
                   AND FD-SEAL-PREV IS NUMERIC
                   AND FD-SEAL-CHECK IS NUMERIC
                   MOVE FD-SEAL-GAME TO WS-SEAL-T-GAME(WS-SEAL-I)
                   MOVE FD-SEAL-MOVES TO WS-SEAL-T-MOVES(WS-SEAL-I)
                   MOVE FD-SEAL-CONTENT
                       TO WS-SEAL-T-CONTENT(WS-SEAL-I)
                   IF FD-SEAL-PREV IS NOT EQUAL TO WS-SEAL-LAST-CHECK
                       MOVE 1 TO WS-SEAL-T-CHAIN(WS-SEAL-I)
                   END-IF
                   MOVE FD-SEAL-RECORD(1:40) TO WS-SEAL-DATA
                   MOVE FD-SEAL-PREV TO WS-SEAL-V
                   MOVE 40 TO WS-SEAL-LEN
                   PERFORM SEAL-FOLD-PARAGRAPH
                   IF WS-SEAL-V IS NOT EQUAL TO FD-SEAL-CHECK
                       MOVE 2 TO WS-SEAL-T-CHAIN(WS-SEAL-I)
                   END-IF
                   MOVE FD-SEAL-CHECK TO WS-SEAL-LAST-CHECK
                   PERFORM VARYING WS-SEAL-J FROM 1 BY 1
                       UNTIL WS-SEAL-J IS NOT LESS THAN WS-SEAL-I
                       IF WS-SEAL-T-LATEST(WS-SEAL-J) IS EQUAL TO 1
                           AND WS-SEAL-T-GAME(WS-SEAL-J) IS EQUAL TO
                               WS-SEAL-T-GAME(WS-SEAL-I)
                           AND WS-SEAL-T-DATE(WS-SEAL-J) IS EQUAL TO
                               WS-SEAL-T-DATE(WS-SEAL-I)
                           AND WS-SEAL-T-TIME(WS-SEAL-J) IS EQUAL TO
                               WS-SEAL-T-TIME(WS-SEAL-I)
                           MOVE 0 TO WS-SEAL-T-LATEST(WS-SEAL-J)
                       END-IF
                   END-PERFORM
               ELSE
      *            Not a seal any more - nothing here can be trusted
                   MOVE 2 TO WS-SEAL-T-CHAIN(WS-SEAL-I)
                   MOVE 0 TO WS-SEAL-T-LATEST(WS-SEAL-I)
               END-IF
           .

           SEAL-SCAN-PARAGRAPH.
      *        Recompute the content value of every seal marked SCAN
      *        from the files as they stand now - the move records
      *        first, archives oldest to newest when SEAL-ARCHIVES is
      *        set and then the live log, then the history records,
      *        closed seasons included. A game never spans two move
      *        files, so its records still fold in the order sealed
               INITIALIZE WS-SEAL-ARCH-FILES WS-SEAL-UNSEALED
               IF SEAL-ARCHIVES
                   PERFORM OPENING-EARLIEST-PARAGRAPH
                   IF WS-OPN-EARLIEST IS NOT EQUAL TO SPACES
                       ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
                       END-ACCEPT
                       COMPUTE WS-SEAL-DAY-INT =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(WS-OPN-EARLIEST))
                       END-COMPUTE
                       COMPUTE WS-SEAL-LAST-INT =
                           FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                       END-COMPUTE
                       IF WS-SEAL-DAY-INT IS GREATER THAN 0
                           PERFORM SEAL-ARCHIVE-FILE-PARAGRAPH
                               UNTIL WS-SEAL-DAY-INT > WS-SEAL-LAST-INT
                       END-IF
                   END-IF
               END-IF
               INITIALIZE WS-SEAL-EOF
               OPEN INPUT FD-MOVELOG
               PERFORM UNTIL SEAL-EOF
                   READ FD-MOVELOG NEXT RECORD
                       AT END
                           SET WS-SEAL-EOF TO 1
                       NOT AT END
                           MOVE FD-MOVELOG-RECORD TO WS-SEAL-DATA
                           PERFORM SEAL-SCAN-MOVE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-MOVELOG
               INITIALIZE WS-SEAL-EOF
               OPEN INPUT FD-SEASHIST
               PERFORM UNTIL SEAL-EOF
                   READ FD-SEASHIST NEXT RECORD
                       AT END
                           SET WS-SEAL-EOF TO 1
                       NOT AT END
                           MOVE FD-SEASHIST-RECORD TO WS-SEAL-HIST
                           PERFORM SEAL-SCAN-HISTORY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-SEASHIST
               INITIALIZE WS-SEAL-EOF
               OPEN INPUT FD-HISTORY
               PERFORM UNTIL SEAL-EOF
                   READ FD-HISTORY NEXT RECORD
                       AT END
                           SET WS-SEAL-EOF TO 1
                       NOT AT END
                           MOVE FD-HISTORY-RECORD TO WS-SEAL-HIST
                           PERFORM SEAL-SCAN-HISTORY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-HISTORY
           .

           SEAL-ARCHIVE-FILE-PARAGRAPH.
      *        One day's archive file, if an archive run made one
               COMPUTE WS-SEAL-DAY =
                   FUNCTION DATE-OF-INTEGER(WS-SEAL-DAY-INT)
               END-COMPUTE
               INITIALIZE WS-MOVEARCH-NAME
               STRING "MOVEARCH." DELIMITED BY SIZE
                   WS-SEAL-DAY DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-MOVEARCH-NAME
               END-STRING
               MOVE 0 TO WS-SEAL-MATCHED
               INITIALIZE WS-SEAL-EOF
               OPEN INPUT FD-MOVEARCH
               PERFORM UNTIL SEAL-EOF
                   READ FD-MOVEARCH NEXT RECORD
                       AT END
                           SET WS-SEAL-EOF TO 1
                       NOT AT END
                           MOVE 1 TO WS-SEAL-MATCHED
                           MOVE FD-MOVEARCH-RECORD TO WS-SEAL-DATA
                           PERFORM SEAL-SCAN-MOVE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-MOVEARCH
               IF WS-SEAL-MATCHED IS EQUAL TO 1
                   ADD 1 TO WS-SEAL-ARCH-FILES END-ADD
               END-IF
               ADD 1 TO WS-SEAL-DAY-INT END-ADD
           .

           SEAL-SCAN-MOVE-PARAGRAPH.
      *        One move record, in WS-SEAL-DATA, onto every seal
      *        being checked for its game
               IF WS-SEAL-DATA(1:5) IS NUMERIC
                   MOVE WS-SEAL-DATA(1:5) TO WS-SEAL-GAME-NO
                   MOVE 43 TO WS-SEAL-LEN
                   PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                       UNTIL WS-SEAL-I > WS-SEAL-COUNT
                       IF WS-SEAL-T-SCAN(WS-SEAL-I) IS EQUAL TO 1
                           AND WS-SEAL-GAME-NO IS GREATER THAN 0
                           AND WS-SEAL-T-GAME(WS-SEAL-I)
                               IS EQUAL TO WS-SEAL-GAME-NO
                           MOVE WS-SEAL-T-V(WS-SEAL-I) TO WS-SEAL-V
                           PERFORM SEAL-FOLD-PARAGRAPH
                           MOVE WS-SEAL-V TO WS-SEAL-T-V(WS-SEAL-I)
                           ADD 1 TO WS-SEAL-T-COUNT(WS-SEAL-I) END-ADD
                       END-IF
                   END-PERFORM
               END-IF
           .

           SEAL-SCAN-HISTORY-PARAGRAPH.
      *        One history record, in WS-SEAL-HIST, onto the seal
      *        that names it. When listing, a record with no seal
      *        dated on or after the first sealed game is reported
               MOVE 0 TO WS-SEAL-MATCHED
               IF WS-SEAL-HIST-GAME IS NUMERIC
                   PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                       UNTIL WS-SEAL-I > WS-SEAL-COUNT
                       IF WS-SEAL-T-LATEST(WS-SEAL-I) IS EQUAL TO 1
                           AND WS-SEAL-T-GAME(WS-SEAL-I) IS EQUAL TO
                               WS-SEAL-HIST-GAME
                           AND WS-SEAL-T-DATE(WS-SEAL-I) IS EQUAL TO
                               WS-SEAL-HIST-DATE
                           AND WS-SEAL-T-TIME(WS-SEAL-I) IS EQUAL TO
                               WS-SEAL-HIST-TIME
                           MOVE 1 TO WS-SEAL-MATCHED
                           IF WS-SEAL-T-SCAN(WS-SEAL-I) IS EQUAL TO 1
                               AND WS-SEAL-T-FOUND(WS-SEAL-I)
                                   IS EQUAL TO 0
                               MOVE 1 TO WS-SEAL-T-FOUND(WS-SEAL-I)
                               MOVE WS-SEAL-HIST TO WS-SEAL-DATA
                               MOVE 89 TO WS-SEAL-LEN
                               MOVE WS-SEAL-T-V(WS-SEAL-I)
                                   TO WS-SEAL-V
                               PERFORM SEAL-FOLD-PARAGRAPH
                               MOVE WS-SEAL-V
                                   TO WS-SEAL-T-V(WS-SEAL-I)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-SEAL-MATCHED IS EQUAL TO 0 AND SEAL-LISTING
                   IF WS-SEAL-COUNT IS GREATER THAN 0
                       AND WS-SEAL-HIST-DATE IS NOT LESS THAN
                           WS-SEAL-T-DATE(1)
                       ADD 1 TO WS-SEAL-BAD END-ADD
                       INITIALIZE WS-SEAL-LINE
                       STRING "  GAME " DELIMITED BY SIZE
                           WS-SEAL-HIST-GAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SEAL-HIST-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-SEAL-HIST-TIME DELIMITED BY SIZE
                           "   HISTORY RECORD HAS NO SEAL"
                               DELIMITED BY SIZE
                           INTO WS-SEAL-LINE
                       END-STRING
                       PERFORM SEAL-PUT-LINE-PARAGRAPH
                   ELSE
                       ADD 1 TO WS-SEAL-UNSEALED END-ADD
                   END-IF
               END-IF
           .

           SEAL-VERDICT-PARAGRAPH.
      *        What is wrong with seal WS-SEAL-I, spaces if nothing.
      *        A superseded seal only has its place in the chain
      *        checked - its game is answered for by the later seal
               MOVE SPACES TO WS-SEAL-REASON
               EVALUATE TRUE
                   WHEN WS-SEAL-T-CHAIN(WS-SEAL-I) IS EQUAL TO 2
                       MOVE "SEAL RECORD ALTERED" TO WS-SEAL-REASON
                   WHEN WS-SEAL-T-CHAIN(WS-SEAL-I) IS EQUAL TO 1
                       MOVE "CHAIN BROKEN" TO WS-SEAL-REASON
                   WHEN WS-SEAL-T-LATEST(WS-SEAL-I) IS EQUAL TO 0
                       CONTINUE
                   WHEN WS-SEAL-T-FOUND(WS-SEAL-I) IS EQUAL TO 0
                       MOVE "HISTORY RECORD MISSING" TO WS-SEAL-REASON
                   WHEN WS-SEAL-T-V(WS-SEAL-I) IS NOT EQUAL TO
                       WS-SEAL-T-CONTENT(WS-SEAL-I)
                   WHEN WS-SEAL-T-COUNT(WS-SEAL-I) IS NOT EQUAL TO
                       WS-SEAL-T-MOVES(WS-SEAL-I)
                       MOVE "SEAL NO LONGER MATCHES" TO WS-SEAL-REASON
               END-EVALUATE
           .

           SEAL-VERIFY-REPORT-PARAGRAPH.
      *        Check every seal against the move log, the archives
      *        and the history to SEALRPT.DAT - each failing game is
      *        listed with why, for the disputes committee
               OPEN OUTPUT FD-SEALRPT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-SEAL-LINE
               STRING "GAME SEAL VERIFICATION " DELIMITED BY SIZE
                   WS-TODAYS-DATE DELIMITED BY SIZE
                   INTO WS-SEAL-LINE
               END-STRING
               PERFORM SEAL-PUT-LINE-PARAGRAPH
               INITIALIZE WS-SEAL-GOOD WS-SEAL-BAD WS-SEAL-SUPERSEDED
               PERFORM SEAL-LOAD-PARAGRAPH
               PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                   UNTIL WS-SEAL-I > WS-SEAL-COUNT
                   MOVE WS-SEAL-T-LATEST(WS-SEAL-I)
                       TO WS-SEAL-T-SCAN(WS-SEAL-I)
               END-PERFORM
               SET WS-SEAL-ARCHIVES TO 1
               SET WS-SEAL-LISTING TO 1
               PERFORM SEAL-SCAN-PARAGRAPH
               INITIALIZE WS-SEAL-LISTING
               PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                   UNTIL WS-SEAL-I > WS-SEAL-COUNT
                   PERFORM SEAL-VERDICT-PARAGRAPH
                   IF WS-SEAL-REASON IS NOT EQUAL TO SPACES
                       ADD 1 TO WS-SEAL-BAD END-ADD
                       PERFORM SEAL-FAIL-LINE-PARAGRAPH
                   ELSE
                       IF WS-SEAL-T-LATEST(WS-SEAL-I) IS EQUAL TO 1
                           ADD 1 TO WS-SEAL-GOOD END-ADD
                       ELSE
                           ADD 1 TO WS-SEAL-SUPERSEDED END-ADD
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-SEAL-LINE
               PERFORM SEAL-PUT-LINE-PARAGRAPH
               INITIALIZE WS-SEAL-LINE
               STRING "SEALS READ " DELIMITED BY SIZE
                   WS-SEAL-COUNT DELIMITED BY SIZE
                   "  VERIFIED " DELIMITED BY SIZE
                   WS-SEAL-GOOD DELIMITED BY SIZE
                   "  SUPERSEDED " DELIMITED BY SIZE
                   WS-SEAL-SUPERSEDED DELIMITED BY SIZE
                   "  FAILED " DELIMITED BY SIZE
                   WS-SEAL-BAD DELIMITED BY SIZE
                   INTO WS-SEAL-LINE
               END-STRING
               PERFORM SEAL-PUT-LINE-PARAGRAPH
               INITIALIZE WS-SEAL-LINE
               STRING "ARCHIVE FILES READ " DELIMITED BY SIZE
                   WS-SEAL-ARCH-FILES DELIMITED BY SIZE
                   "  GAMES FROM BEFORE SEALING " DELIMITED BY SIZE
                   WS-SEAL-UNSEALED DELIMITED BY SIZE
                   INTO WS-SEAL-LINE
               END-STRING
               PERFORM SEAL-PUT-LINE-PARAGRAPH
               IF WS-SEAL-OVER IS GREATER THAN 0
                   INITIALIZE WS-SEAL-LINE
                   STRING "SEALS BEYOND THE FIRST 5000 NOT CHECKED "
                       DELIMITED BY SIZE
                       WS-SEAL-OVER DELIMITED BY SIZE
                       INTO WS-SEAL-LINE
                   END-STRING
                   PERFORM SEAL-PUT-LINE-PARAGRAPH
               END-IF
               IF WS-SEAL-BAD IS EQUAL TO 0
                   MOVE "ALL SEALED GAMES VERIFIED" TO WS-SEAL-LINE
               ELSE
                   MOVE "SEAL FAILURES FOUND - SEE ABOVE"
                       TO WS-SEAL-LINE
               END-IF
               PERFORM SEAL-PUT-LINE-PARAGRAPH
               CLOSE FD-SEALRPT
           .

           SEAL-FAIL-LINE-PARAGRAPH.
      *        One failing seal, and for a mismatch how many move
      *        records it was sealed over against how many there are
               INITIALIZE WS-SEAL-LINE
               STRING "  GAME " DELIMITED BY SIZE
                   WS-SEAL-T-GAME(WS-SEAL-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEAL-T-DATE(WS-SEAL-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEAL-T-TIME(WS-SEAL-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEAL-T-KIND(WS-SEAL-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SEAL-REASON DELIMITED BY SIZE
                   INTO WS-SEAL-LINE
               END-STRING
               PERFORM SEAL-PUT-LINE-PARAGRAPH
               IF WS-SEAL-REASON IS EQUAL TO "SEAL NO LONGER MATCHES"
                   INITIALIZE WS-SEAL-LINE
                   STRING "    MOVE RECORDS SEALED " DELIMITED BY SIZE
                       WS-SEAL-T-MOVES(WS-SEAL-I) DELIMITED BY SIZE
                       "  ON FILE NOW " DELIMITED BY SIZE
                       WS-SEAL-T-COUNT(WS-SEAL-I) DELIMITED BY SIZE
                       INTO WS-SEAL-LINE
                   END-STRING
                   PERFORM SEAL-PUT-LINE-PARAGRAPH
               END-IF
           .

           SEAL-AMEND-CHECK-PARAGRAPH.
      *        Before player maintenance rewrites the history, note
      *        every record it is about to rewrite and check each
      *        one's seal against the files as they still stand. A
      *        game failing its check already is not sealed again
      *        afterwards, or the new seal would cover whatever was
      *        done to it - it keeps its old seal, and keeps failing
               INITIALIZE WS-SEAL-AMEND-COUNT WS-SEAL-SCANNED
               INITIALIZE WS-SEAL-EOF
               OPEN INPUT FD-HISTORY
               PERFORM UNTIL SEAL-EOF
                   READ FD-HISTORY NEXT RECORD
                       AT END
                           SET WS-SEAL-EOF TO 1
                       NOT AT END
                           IF FD-HISTORY-X-NAME IS EQUAL TO
                               WS-MAINT-FROM-NAME
                               OR FD-HISTORY-O-NAME IS EQUAL TO
                               WS-MAINT-FROM-NAME
                               PERFORM SEAL-AMEND-NOTE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-HISTORY
               IF WS-SEAL-AMEND-COUNT IS GREATER THAN 0
                   PERFORM SEAL-LOAD-PARAGRAPH
                   PERFORM SEAL-AMEND-MARK-PARAGRAPH
               END-IF
               IF WS-SEAL-SCANNED IS GREATER THAN 0
                   SET WS-SEAL-ARCHIVES TO 1
                   INITIALIZE WS-SEAL-LISTING
                   PERFORM SEAL-SCAN-PARAGRAPH
               END-IF
               PERFORM VARYING WS-SEAL-J FROM 1 BY 1
                   UNTIL WS-SEAL-J > WS-SEAL-AMEND-COUNT
                   IF WS-SEAL-A-SEAL(WS-SEAL-J) IS EQUAL TO 0
                       MOVE "N" TO WS-SEAL-A-STATE(WS-SEAL-J)
                   ELSE
                       MOVE WS-SEAL-A-SEAL(WS-SEAL-J) TO WS-SEAL-I
                       PERFORM SEAL-VERDICT-PARAGRAPH
                       IF WS-SEAL-REASON IS EQUAL TO SPACES
                           MOVE "V" TO WS-SEAL-A-STATE(WS-SEAL-J)
                       ELSE
                           MOVE "U" TO WS-SEAL-A-STATE(WS-SEAL-J)
                           DISPLAY "Game " WS-SEAL-A-GAME(WS-SEAL-J)
                               " " WS-SEAL-A-DATE(WS-SEAL-J)
                               " " WS-SEAL-A-TIME(WS-SEAL-J)
                               " not resealed - "
                               WS-SEAL-REASON
                           END-DISPLAY
                       END-IF
                   END-IF
               END-PERFORM
           .

           SEAL-AMEND-NOTE-PARAGRAPH.
      *        Remember a history record player maintenance is about
      *        to rewrite, so its seal can be renewed
               IF FD-HISTORY-GAME IS NUMERIC
                   IF WS-SEAL-AMEND-COUNT IS LESS THAN 1000
                       ADD 1 TO WS-SEAL-AMEND-COUNT END-ADD
                       MOVE FD-HISTORY-GAME
                           TO WS-SEAL-A-GAME(WS-SEAL-AMEND-COUNT)
                       MOVE FD-HISTORY-DATE
                           TO WS-SEAL-A-DATE(WS-SEAL-AMEND-COUNT)
                       MOVE FD-HISTORY-TIME
                           TO WS-SEAL-A-TIME(WS-SEAL-AMEND-COUNT)
                       MOVE 0 TO WS-SEAL-A-SEAL(WS-SEAL-AMEND-COUNT)
                       MOVE SPACE
                           TO WS-SEAL-A-STATE(WS-SEAL-AMEND-COUNT)
                   ELSE
                       DISPLAY "Too many games to reseal - game "
                           FD-HISTORY-GAME " keeps its old seal"
                       END-DISPLAY
                   END-IF
               END-IF
           .

           SEAL-AMEND-MARK-PARAGRAPH.
      *        Mark for scanning the current seal of each noted game
      *        not already found failing, and note which seal it is
               INITIALIZE WS-SEAL-SCANNED
               PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                   UNTIL WS-SEAL-I > WS-SEAL-COUNT
                   IF WS-SEAL-T-LATEST(WS-SEAL-I) IS EQUAL TO 1
                       PERFORM VARYING WS-SEAL-J FROM 1 BY 1
                           UNTIL WS-SEAL-J > WS-SEAL-AMEND-COUNT
                           IF WS-SEAL-A-GAME(WS-SEAL-J) IS EQUAL TO
                               WS-SEAL-T-GAME(WS-SEAL-I)
                               AND WS-SEAL-A-DATE(WS-SEAL-J)
                                   IS EQUAL TO WS-SEAL-T-DATE(WS-SEAL-I)
                               AND WS-SEAL-A-TIME(WS-SEAL-J)
                                   IS EQUAL TO WS-SEAL-T-TIME(WS-SEAL-I)
                               AND WS-SEAL-A-STATE(WS-SEAL-J)
                                   IS NOT EQUAL TO "U"
                               MOVE WS-SEAL-I
                                   TO WS-SEAL-A-SEAL(WS-SEAL-J)
                               IF WS-SEAL-T-SCAN(WS-SEAL-I)
                                   IS EQUAL TO 0
                                   MOVE 1 TO WS-SEAL-T-SCAN(WS-SEAL-I)
                                   ADD 1 TO WS-SEAL-SCANNED END-ADD
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           .

           SEAL-AMEND-PARAGRAPH.
      *        Seal each rewritten game that checked out before the
      *        rewrite again, as amended, on the end of the chain.
      *        Games never sealed stay unsealed
               PERFORM SEAL-LOAD-PARAGRAPH
               INITIALIZE WS-SEAL-RENEWED WS-SEAL-KEPT
               PERFORM SEAL-AMEND-MARK-PARAGRAPH
               IF WS-SEAL-SCANNED IS GREATER THAN 0
                   SET WS-SEAL-ARCHIVES TO 1
                   INITIALIZE WS-SEAL-LISTING
                   PERFORM SEAL-SCAN-PARAGRAPH
                   PERFORM SEAL-LAST-PARAGRAPH
                   PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                       UNTIL WS-SEAL-I > WS-SEAL-COUNT
                       IF WS-SEAL-T-SCAN(WS-SEAL-I) IS EQUAL TO 1
                           AND WS-SEAL-T-FOUND(WS-SEAL-I) IS EQUAL TO 1
                           MOVE "A" TO WS-SEAL-KIND
                           MOVE WS-SEAL-T-GAME(WS-SEAL-I)
                               TO WS-SEAL-HIST-GAME
                           MOVE WS-SEAL-T-DATE(WS-SEAL-I)
                               TO WS-SEAL-HIST-DATE
                           MOVE WS-SEAL-T-TIME(WS-SEAL-I)
                               TO WS-SEAL-HIST-TIME
                           MOVE WS-SEAL-T-COUNT(WS-SEAL-I)
                               TO WS-SEAL-MOVES
                           MOVE WS-SEAL-T-V(WS-SEAL-I) TO WS-SEAL-V
                           PERFORM SEAL-APPEND-PARAGRAPH
                           ADD 1 TO WS-SEAL-RENEWED END-ADD
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-SEAL-J FROM 1 BY 1
                   UNTIL WS-SEAL-J > WS-SEAL-AMEND-COUNT
                   IF WS-SEAL-A-STATE(WS-SEAL-J) IS EQUAL TO "U"
                       ADD 1 TO WS-SEAL-KEPT END-ADD
                   END-IF
               END-PERFORM
               DISPLAY "Game seals renewed: " WS-SEAL-RENEWED
               END-DISPLAY
               IF WS-SEAL-KEPT IS GREATER THAN 0
                   DISPLAY "Game seals left failing, not renewed: "
                       WS-SEAL-KEPT
                   END-DISPLAY
               END-IF
           .

           SEAL-PUT-LINE-PARAGRAPH.
      *        Every report line goes to the file and the console
               MOVE WS-SEAL-LINE TO FD-SEALRPT-RECORD
               WRITE FD-SEALRPT-RECORD END-WRITE
               DISPLAY WS-SEAL-LINE END-DISPLAY
           .

           SEASON-CLOSE-PARAGRAPH.
                       SET WS-TOURN-UNPLAYED TO 1
                   END-IF
               END-PERFORM
      *        A knockout still on file has not had its final
               IF KNOCKOUT-FORMAT
                   SET WS-TOURN-UNPLAYED TO 1
               END-IF
               IF TOURNAMENT-UNPLAYED
                   DISPLAY "A tournament still has unplayed fixtures"
                       " - season close refused"
               ELSE
                   PERFORM SEASON-REPORT-PARAGRAPH
                   PERFORM SEASON-HISTORY-ROLL-PARAGRAPH
                   PERFORM SEASON-RESET-MARK-PARAGRAPH
                   INITIALIZE WS-SEASON-DONE-COUNT
                   PERFORM SEASON-CLOSE-FINISH-PARAGRAPH
                   DISPLAY "Season closed" END-DISPLAY
               END-IF
           .

           SEASON-CLOSE-FINISH-PARAGRAPH.
      *        The close's last steps, shared with finishing a close
      *        that died after its history roll
               PERFORM SEASON-RATING-RESET-PARAGRAPH
      *        The season's knockout winners are on the report
      *        now, so start the next season's list empty
               OPEN OUTPUT FD-TOURNWIN
               CLOSE FD-TOURNWIN
               PERFORM RUN-STEP-CLEAR-PARAGRAPH
           .

           SEASON-REPORT-PARAGRAPH.
      *        The season summary: leaderboard, ratings standings,
      *        - when a finished tournament is still on file - its
      *        final table, the inter-club table, and the champion
      *        and runner-up of every knockout decided this season
               OPEN OUTPUT FD-SEASRPT
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               INITIALIZE WS-SEASON-LINE
                       PERFORM SEASON-PUT-LINE-PARAGRAPH
                   END-PERFORM
               END-IF
               MOVE "INTER-CLUB TABLE" TO WS-SEASON-LINE
               PERFORM SEASON-PUT-LINE-PARAGRAPH
               MOVE "S" TO WS-CLUB-OUT
               PERFORM CLUB-TABLE-BUILD-PARAGRAPH
               PERFORM CLUB-TABLE-LINES-PARAGRAPH
               MOVE "KNOCKOUT RESULTS" TO WS-SEASON-LINE
               PERFORM SEASON-PUT-LINE-PARAGRAPH
               INITIALIZE WS-EOF
               OPEN INPUT FD-TOURNWIN
               PERFORM UNTIL EOF
                   READ FD-TOURNWIN NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           INITIALIZE WS-SEASON-LINE
                           STRING "  " DELIMITED BY SIZE
                               FD-TOURNWIN-DATE DELIMITED BY SIZE
                               " CHAMPION " DELIMITED BY SIZE
                               FD-TOURNWIN-CHAMPION DELIMITED BY SIZE
                               " RUNNER-UP " DELIMITED BY SIZE
                               FD-TOURNWIN-RUNNER-UP
                               DELIMITED BY SIZE
                               INTO WS-SEASON-LINE
                           END-STRING
                           PERFORM SEASON-PUT-LINE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FD-TOURNWIN
               CLOSE FD-SEASRPT
               DISPLAY "Report written to SEASRPT.DAT" END-DISPLAY
           .
      *        Move every live history record into the season
      *        history file, keeping the running totals of what
      *        those records posted to the player rows so the
      *        reconciliation run can still account for them.
      *        Each step commits in the step marker before the next
      *        begins - step 1 notes what SEASHIST.DAT and
      *        SEASTOT.DAT held, so an append that dies can be cut
      *        back off
               PERFORM SEASTOT-LOAD-PARAGRAPH
               ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD END-ACCEPT
               MOVE "S" TO WS-STEP-JOB
               MOVE 1 TO WS-STEP-NO
               MOVE WS-TODAYS-DATE TO WS-STEP-DATE
               PERFORM SEASHIST-COUNT-PARAGRAPH
               MOVE WS-SEASTOT-GAMES TO WS-STEP-GAMES
               MOVE WS-SEASTOT-WINS TO WS-STEP-WINS
               MOVE WS-SEASTOT-LOSSES TO WS-STEP-LOSSES
               MOVE WS-SEASTOT-STALES TO WS-STEP-STALES
               PERFORM RUN-STEP-MARK-PARAGRAPH
               INITIALIZE WS-RECON-WANT-GAMES WS-RECON-WANT-WINS
               INITIALIZE WS-RECON-WANT-LOSSES WS-RECON-WANT-STALES
               INITIALIZE WS-SEASON-ROLLED
               ADD WS-RECON-WANT-WINS TO WS-SEASTOT-WINS END-ADD
               ADD WS-RECON-WANT-LOSSES TO WS-SEASTOT-LOSSES END-ADD
               ADD WS-RECON-WANT-STALES TO WS-SEASTOT-STALES END-ADD
      *        Step 2 - the season is in SEASHIST.DAT and the marker
      *        carries the totals SEASTOT.DAT must end up holding
               MOVE 2 TO WS-STEP-NO
               MOVE WS-SEASTOT-GAMES TO WS-STEP-GAMES
               MOVE WS-SEASTOT-WINS TO WS-STEP-WINS
               MOVE WS-SEASTOT-LOSSES TO WS-STEP-LOSSES
               MOVE WS-SEASTOT-STALES TO WS-STEP-STALES
               PERFORM RUN-STEP-MARK-PARAGRAPH
               PERFORM SEASTOT-SAVE-PARAGRAPH
      *        Step 3 - the totals are saved; only the truncate of
      *        the live history is left of the roll
               MOVE 3 TO WS-STEP-NO
               PERFORM RUN-STEP-MARK-PARAGRAPH
               OPEN OUTPUT FD-HISTORY
               CLOSE FD-HISTORY
               DISPLAY "History records rolled to SEASHIST.DAT: "
           SEASON-RATING-RESET-PARAGRAPH.
      *        Walk each rated player halfway back toward the 1000
      *        starting rating. Never-rated rows keep their zero -
      *        it still means never rated. Each reset goes into the
      *        rating history first, so a replay of it knows where
      *        the season ended and an interrupted close knows
      *        which rows it already did - those just take the
      *        rating their reset record gave them
               INITIALIZE WS-SEASON-RESETS
               INITIALIZE WS-EOF
               OPEN I-O FD-PLAYER
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           PERFORM SEASON-DONE-FIND-PARAGRAPH
                           IF WS-SEASON-DONE-SLOT IS GREATER THAN 0
                               MOVE WS-SEASON-DONE-RATING
                                   (WS-SEASON-DONE-SLOT)
                                   TO FD-PLAYER-RATING
                               REWRITE FD-PLAYER-RECORD END-REWRITE
                               ADD 1 TO WS-SEASON-RESETS END-ADD
                           ELSE
                               PERFORM SEASON-RESET-ROW-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               END-DISPLAY
           .

           SEASON-RESET-ROW-PARAGRAPH.
      *        One row not yet reset this close
               IF FD-PLAYER-RATING IS GREATER THAN 0
                   COMPUTE WS-RATING-WORK =
                       FD-PLAYER-RATING
                       - (FD-PLAYER-RATING - 1000) / 2
                   END-COMPUTE
                   PERFORM RATING-CLAMP-PARAGRAPH
                   MOVE FD-PLAYER-NAME TO WS-RH-PLAYER
                   MOVE "SEASON CLOSE" TO WS-RH-OPPONENT
                   MOVE FD-PLAYER-RATING TO WS-RH-OLD
                   MOVE "RESET" TO WS-RH-OUTCOME
                   PERFORM RATING-HISTORY-LOG-PARAGRAPH
                   MOVE WS-RATING-NEW TO FD-PLAYER-RATING
                   REWRITE FD-PLAYER-RECORD END-REWRITE
                   ADD 1 TO WS-SEASON-RESETS END-ADD
               END-IF
           .

           SEASON-DONE-FIND-PARAGRAPH.
      *        Slot of the row just read among the resets an
      *        interrupted close already logged, zero if none
               MOVE 0 TO WS-SEASON-DONE-SLOT
               PERFORM VARYING WS-SEASON-DONE-I FROM 1 BY 1
                   UNTIL WS-SEASON-DONE-I > WS-SEASON-DONE-COUNT
                   OR WS-SEASON-DONE-SLOT > 0
                   IF WS-SEASON-DONE-NAME(WS-SEASON-DONE-I)
                       IS EQUAL TO FD-PLAYER-NAME
                       MOVE WS-SEASON-DONE-I TO WS-SEASON-DONE-SLOT
                   END-IF
               END-PERFORM
           .

           SEASON-RESET-MARK-PARAGRAPH.
      *        Step 4 - the roll is done and the resets begin. The
      *        marker notes how long the rating history was, so any
      *        reset record after that point belongs to this close
               INITIALIZE WS-STEP-COUNT
               INITIALIZE WS-EOF
               OPEN INPUT FD-RATEHIST
               PERFORM UNTIL EOF
                   READ FD-RATEHIST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT END-ADD
                   END-READ
               END-PERFORM
               CLOSE FD-RATEHIST
               MOVE 4 TO WS-STEP-NO
               PERFORM RUN-STEP-MARK-PARAGRAPH
           .

           SEASON-RESET-RESUME-PARAGRAPH.
      *        Gather the resets an interrupted close logged after
      *        its step 4 mark
               INITIALIZE WS-SEASON-DONE-COUNT
               INITIALIZE WS-SEASON-DONE-TABLE
               INITIALIZE WS-STEP-KEPT
               INITIALIZE WS-EOF
               OPEN INPUT FD-RATEHIST
               PERFORM UNTIL EOF
                   READ FD-RATEHIST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-STEP-KEPT END-ADD
                           IF WS-STEP-KEPT IS GREATER THAN
                               WS-STEP-COUNT
                               AND FD-RATEHIST-OUTCOME IS EQUAL TO
                               "RESET"
                               AND WS-SEASON-DONE-COUNT
                               IS LESS THAN 200
                               ADD 1 TO WS-SEASON-DONE-COUNT END-ADD
                               MOVE FD-RATEHIST-PLAYER
                                   TO WS-SEASON-DONE-NAME
                                   (WS-SEASON-DONE-COUNT)
                               MOVE FD-RATEHIST-NEW
                                   TO WS-SEASON-DONE-RATING
                                   (WS-SEASON-DONE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RATEHIST
           .

           SEASHIST-COUNT-PARAGRAPH.
      *        Records already in the season history
               INITIALIZE WS-STEP-COUNT
               INITIALIZE WS-EOF
               OPEN INPUT FD-SEASHIST
               PERFORM UNTIL EOF
                   READ FD-SEASHIST NEXT RECORD
                       AT END
                           SET WS-EOF TO 1
                       NOT AT END
                           ADD 1 TO WS-STEP-COUNT END-ADD
                   END-READ
               END-PERFORM
               CLOSE FD-SEASHIST
           .

           SEASTOT-LOAD-PARAGRAPH.
      *        Player-row postings accounted for by earlier season
      *        closes
               DISPLAY "Game number to replay: " WITH NO ADVANCING
               END-DISPLAY
               ACCEPT WS-REPLAY-GAME FROM CONSOLE END-ACCEPT
               PERFORM REPLAY-SEAL-CHECK-PARAGRAPH
               INITIALIZE WS-GAME-GRID
               INITIALIZE WS-MOVES
               INITIALIZE WS-REPLAY-STEPS
               IF WS-REPLAY-STEPS IS EQUAL TO 0
                   DISPLAY "No moves logged for game " WS-REPLAY-GAME
                   END-DISPLAY
                   IF SEAL-OFF-LOG AND SEAL-VERIFIED
                       DISPLAY "Game " WS-REPLAY-GAME
                           " moves archived - seal verified"
                       END-DISPLAY
                   END-IF
               ELSE
                   EVALUATE WS-REPLAY-OUTCOME
                       WHEN "WIN"
                       WHEN "STALE"
                           MOVE "Replay over - stalemate"
                               TO WS-MESSAGE
                       WHEN "RESX"
                           MOVE "Replay over - X resigned, O won"
                               TO WS-MESSAGE
                       WHEN "RESO"
                           MOVE "Replay over - O resigned, X won"
                               TO WS-MESSAGE
                       WHEN "TIMEX"
                           MOVE "Replay over - X out of time, O won"
                               TO WS-MESSAGE
                       WHEN "TIMEO"
                           MOVE "Replay over - O out of time, X won"
                               TO WS-MESSAGE
                       WHEN "DRAW"
                           MOVE "Replay over - draw agreed"
                               TO WS-MESSAGE
                       WHEN OTHER
                           MOVE "Replay over - game unfinished"
                               TO WS-MESSAGE
                   END-EVALUATE
                   PERFORM REPLAY-SEAL-MARK-PARAGRAPH
                   MOVE "Press ENTER: " TO WS-INSTRUCTION
                   INITIALIZE WS-NEXT-MOVE
                   DISPLAY BOARD-SCREEN END-DISPLAY
      *        FAIL records are rejected input - nothing was placed,
      *        so they are skipped rather than drawn. A TBACK record
      *        is a granted takeback - the mark comes off the board
      *        on screen just as it did in the game. A resignation,
      *        timeout or agreed draw placed nothing and only settles
      *        how the game ended
               MOVE FD-MOVELOG-OUTCOME TO WS-RESULT-CODE
               IF RESULT-OFF-BOARD
                   ADD 1 TO WS-REPLAY-STEPS END-ADD
                   MOVE FD-MOVELOG-OUTCOME TO WS-REPLAY-OUTCOME
               END-IF
               IF FD-MOVELOG-OUTCOME IS EQUAL TO "TBACK"
                   AND FD-MOVELOG-ROW IS GREATER THAN 0
                   AND FD-MOVELOG-ROW IS LESS THAN 4
                       FD-MOVELOG-COL DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   PERFORM REPLAY-SEAL-MARK-PARAGRAPH
                   MOVE "Press ENTER: " TO WS-INSTRUCTION
                   INITIALIZE WS-NEXT-MOVE
                   DISPLAY BOARD-SCREEN END-DISPLAY
                       FD-MOVELOG-COL DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   PERFORM REPLAY-SEAL-MARK-PARAGRAPH
                   MOVE "Press ENTER: " TO WS-INSTRUCTION
                   INITIALIZE WS-NEXT-MOVE
                   DISPLAY BOARD-SCREEN END-DISPLAY
                   ACCEPT BOARD-SCREEN END-ACCEPT
               END-IF
           .

           REPLAY-SEAL-CHECK-PARAGRAPH.
      *        Check the game's current seal before it is shown - its
      *        place in the chain and its content against the move
      *        records and the history. The live log is tried first;
      *        a sealed game with none of its moves left there has
      *        been archived, and is checked again with the archives
               MOVE "N" TO WS-SEAL-VERDICT
               INITIALIZE WS-SEAL-ARCHIVES WS-SEAL-OFF-LOG
               PERFORM REPLAY-SEAL-SCAN-PARAGRAPH
               PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                   UNTIL WS-SEAL-I > WS-SEAL-COUNT
                   IF WS-SEAL-T-SCAN(WS-SEAL-I) IS EQUAL TO 1
                       AND WS-SEAL-T-COUNT(WS-SEAL-I) IS EQUAL TO 0
                       AND WS-SEAL-T-MOVES(WS-SEAL-I) IS GREATER THAN 0
                       SET WS-SEAL-OFF-LOG TO 1
                   END-IF
               END-PERFORM
               IF SEAL-OFF-LOG
                   SET WS-SEAL-ARCHIVES TO 1
                   PERFORM REPLAY-SEAL-SCAN-PARAGRAPH
               END-IF
               IF WS-SEAL-SCANNED IS GREATER THAN 0
                   MOVE "V" TO WS-SEAL-VERDICT
                   PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                       UNTIL WS-SEAL-I > WS-SEAL-COUNT
                       IF WS-SEAL-T-SCAN(WS-SEAL-I) IS EQUAL TO 1
                           PERFORM SEAL-VERDICT-PARAGRAPH
                           IF WS-SEAL-REASON IS NOT EQUAL TO SPACES
                               MOVE "U" TO WS-SEAL-VERDICT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF SEAL-UNVERIFIED
                   DISPLAY "Game " WS-REPLAY-GAME
                       " fails its seal check - unverified"
                   END-DISPLAY
               END-IF
           .

           REPLAY-SEAL-SCAN-PARAGRAPH.
      *        Load the seals and recompute the replayed game's
      *        current one, the archives too when SEAL-ARCHIVES is set
               PERFORM SEAL-LOAD-PARAGRAPH
               INITIALIZE WS-SEAL-SCANNED WS-SEAL-LISTING
               PERFORM VARYING WS-SEAL-I FROM 1 BY 1
                   UNTIL WS-SEAL-I > WS-SEAL-COUNT
                   IF WS-SEAL-T-LATEST(WS-SEAL-I) IS EQUAL TO 1
                       AND WS-REPLAY-GAME IS GREATER THAN 0
                       AND WS-SEAL-T-GAME(WS-SEAL-I)
                           IS EQUAL TO WS-REPLAY-GAME
                       MOVE 1 TO WS-SEAL-T-SCAN(WS-SEAL-I)
                       ADD 1 TO WS-SEAL-SCANNED END-ADD
                   END-IF
               END-PERFORM
               IF WS-SEAL-SCANNED IS GREATER THAN 0
                   PERFORM SEAL-SCAN-PARAGRAPH
               END-IF
           .

           REPLAY-SEAL-MARK-PARAGRAPH.
      *        Every line the viewer shows for a game that failed
      *        its seal check says so
               IF SEAL-UNVERIFIED
                   MOVE SPACES TO WS-SEAL-MESSAGE
                   STRING WS-MESSAGE DELIMITED BY "  "
                       " - unverified" DELIMITED BY SIZE
                       INTO WS-SEAL-MESSAGE
                   END-STRING
                   MOVE WS-SEAL-MESSAGE TO WS-MESSAGE
               END-IF
           .
